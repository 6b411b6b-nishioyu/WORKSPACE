      *******************************************************************
      * Project code name "ORCA"
      * 日医標準レセプトソフト（JMA standard receipt software）
      * Copyright(C) 2002 JMA (Japan Medical Association)
      *
      * This program is part of "JMA standard receipt software".
      *
      *     This program is distributed in the hope that it will be useful
      * for further advancement in medical care, according to JMA Open
      * Source License, but WITHOUT ANY WARRANTY.
      *     Everyone is granted permission to use, copy, modify and
      * redistribute this program, but only under the conditions described
      * in the JMA Open Source License. You should have received a copy of
      * this license along with this program. If not, stop using this
      * program and contact JMA, 2-28-16 Honkomagome, Bunkyo-ku, Tokyo,
      * 113-8621, Japan.
      ********************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ORCBAPILOG.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : ＡＰＩ連携
      *  コンポーネント名  : ＡＰＩ利用状況日報
      *                      （ＡＰＩ利用ログ（ＯＲＣＳＡＰＩＫＥＮが
      *                        記録）を接続元・ＡＰＩ別に集計し、
      *                        呼出件数・正常／エラー／拒否件数・
      *                        平均／最大処理時間・時間帯別の最大
      *                        呼出件数を一覧に出力する）
      *  管理者            :
      *  作成日付    作業者        記述
      *  26/10/15    ORCAMO        新規作成
      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *
      *    利用状況リスト
           SELECT  ALGLST-FILE     ASSIGN  ALGLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-ALGLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  ALGLST-FILE.
       01  ALGLST-REC              PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-ALGLST                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-OVER                        PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(09).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(05).
           03  IDX-HH                          PIC 9(02).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        集計日（省略時は処理日の前日）
               05  WRK-PARA-SYORIYMD           PIC X(08).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
           03  WRK-YMD.
               05  WRK-YMD-YY                  PIC 9(04).
               05  WRK-YMD-MM                  PIC 9(02).
               05  WRK-YMD-DD                  PIC 9(02).
           03  WRK-GETUMATU-DD                 PIC 9(02).
           03  WRK-SYO                         PIC 9(04).
           03  WRK-AMARI                       PIC 9(04).
           03  WRK-HEIKIN                      PIC 9(08).
           03  WRK-PEAK                        PIC 9(06).
           03  WRK-PEAK-HH                     PIC 9(02).
           03  WRK-CONNNAME                    PIC X(50).
           03  WRK-ED-CNT                      PIC ZZZ,ZZ9.
           03  WRK-ED-CNT2                     PIC ZZZ,ZZ9.
           03  WRK-ED-CNT3                     PIC ZZZ,ZZ9.
           03  WRK-ED-CNT4                     PIC ZZZ,ZZ9.
           03  WRK-ED-MS                       PIC ZZ,ZZZ,ZZ9.
           03  WRK-ED-MS2                      PIC ZZ,ZZZ,ZZ9.
           03  WRK-ED-PEAK                     PIC ZZZ,ZZ9.
           03  WRK-LINE                        PIC X(200).
      *
           03  ALGLSTPARA                      PIC X(256).
      *
      *    接続元・ＡＰＩ別集計（最大５００組）
       01  GRP-AREA.
           03  GRP-MAX                         PIC 9(05).
           03  GRP-TBL             OCCURS  500.
               05  GRP-CONNID                  PIC X(16).
               05  GRP-PGID                    PIC X(16).
               05  GRP-CNT                     PIC 9(06).
               05  GRP-SEIJO                   PIC 9(06).
               05  GRP-ERR                     PIC 9(06).
               05  GRP-KYOHI                   PIC 9(06).
               05  GRP-SYORITIME               PIC 9(12).
               05  GRP-MAXTIME                 PIC 9(08).
               05  GRP-HH-CNT      OCCURS  24  PIC 9(06).
      *
      *    合計
       01  TTL-AREA.
           03  TTL-CNT                         PIC 9(06).
           03  TTL-SEIJO                       PIC 9(06).
           03  TTL-ERR                         PIC 9(06).
           03  TTL-KYOHI                       PIC 9(06).
           03  TTL-SYORITIME                   PIC 9(12).
           03  TTL-MAXTIME                     PIC 9(08).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    ＡＰＩ利用ログテーブル
      *    （ＯＲＣＳＡＰＩＫＥＮと同一レイアウト）
       01  APILOG-REC.
           03  ALG-HOSPNUM         PIC 9(02).
           03  ALG-LOGYMD          PIC X(08).
           03  ALG-LOGTIME         PIC X(08).
           03  ALG-CONNID          PIC X(16).
           03  ALG-PGID            PIC X(16).
           03  ALG-APIKBN          PIC X(01).
           03  ALG-RESULT          PIC X(04).
      *    結果区分（０：正常　１：エラー　２：拒否）
           03  ALG-KEKKAKBN        PIC X(01).
           03  ALG-SYORITIME       PIC 9(08).
           03  ALG-PTID            PIC 9(10).
      *
      *    ＡＰＩ接続元設定テーブル
      *    （ＯＲＣＳＡＰＩＫＥＮと同一レイアウト）
       01  APICONN-REC.
           03  ACN-HOSPNUM         PIC 9(02).
           03  ACN-CONNID          PIC X(16).
           03  ACN-CONNNAME        PIC X(50).
           03  ACN-APIKEN-G.
               05  ACN-APIKEN      PIC X(01)   OCCURS  9.
           03  ACN-PTKBN           PIC X(01).
           03  ACN-STPTNUM         PIC X(20).
           03  ACN-EDPTNUM         PIC X(20).
           03  ACN-STPTID          PIC 9(10).
           03  ACN-EDPTID          PIC 9(10).
           03  ACN-JOGEN           PIC 9(06).
           03  ACN-TEISHI          PIC X(01).
           03  ACN-OPID            PIC X(16).
           03  ACN-CREYMD          PIC X(08).
           03  ACN-UPYMD           PIC X(08).
           03  ACN-UPHMS           PIC X(06).
      *
      *    ジョブ管理マスタ
       01  JOBKANRI-REC.
           COPY    "CPJOBKANRI.INC".
      *
      *****************************************************************
      *    サブプロ用領域
      *****************************************************************
      *
      *    マシン日付取得サブ
           COPY    "CPORCSMCNDATE.INC".
      *
      *   ジョブ管理ＤＢ制御サブ
           COPY    "CPORCSJOBKANRI.INC".
      *
      *    ＤＢ検索
           COPY    "MCPDATA.INC".
           COPY    "MCPAREA".
      *
           COPY    "COMMON-SPA".
      *
      ****************************************************************
       LINKAGE                 SECTION.
       01  COMMAND-PARAM.
           02  FILLER      PIC X(256).
      ****************************************************************
       PROCEDURE           DIVISION
               USING
           COMMAND-PARAM.
      *
      *****************************************************************
      *    主　　処理
      *****************************************************************
       000-PROC-SEC                SECTION.
      *
           PERFORM 100-INIT-SEC
      *
           PERFORM 200-SYUKEI-SEC
      *
           PERFORM 400-LIST-SEC
      *
           PERFORM 500-TERM-SEC
      *
           STOP    RUN
           .
      *****************************************************************
      *    初期　処理
      *****************************************************************
       100-INIT-SEC                SECTION.
      *
           DISPLAY "*** ORCBAPILOG START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       GRP-AREA
                                       TTL-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SYORIYMD
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               ALGLSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "ＡＰＩ利用状況日報"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBAPILOG"    TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    集計日の省略時は前日
           IF      WRK-PARA-SYORIYMD   =   SPACE
               MOVE    SMCNDATE-YMD        TO  WRK-YMD
               PERFORM 800-YMD-PREV-SEC
               MOVE    WRK-YMD             TO  WRK-PARA-SYORIYMD
           END-IF
      *
           OPEN    OUTPUT              ALGLST-FILE
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    利用ログ集計処理
      *****************************************************************
       200-SYUKEI-SEC              SECTION.
      *
           INITIALIZE                  APILOG-REC
           MOVE    SPA-HOSPNUM         TO  ALG-HOSPNUM
           MOVE    WRK-PARA-SYORIYMD   TO  ALG-LOGYMD
           MOVE    APILOG-REC          TO  MCPDATA-REC
           MOVE    "tbl_apilog"        TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 2001-SYUKEI-1KEN-SEC
                       UNTIL   FLG-FETCH       =   1
           END-IF
           MOVE    "tbl_apilog"        TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-SYUKEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    利用ログ集計処理（１件）
      *****************************************************************
       2001-SYUKEI-1KEN-SEC        SECTION.
      *
           MOVE    "tbl_apilog"        TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  2001-SYUKEI-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  APILOG-REC
           ADD     1                   TO  CNT-IN
      *
           IF      ALG-LOGYMD      NOT =   WRK-PARA-SYORIYMD
               GO  TO  2001-SYUKEI-1KEN-EXT
           END-IF
      *
      *    接続元・ＡＰＩの組を探す（なければ追加）
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   GRP-MAX
                   OR    ( GRP-CONNID (IDX)    =   ALG-CONNID
                     AND   GRP-PGID (IDX)      =   ALG-PGID )
               CONTINUE
           END-PERFORM
           IF      IDX                 >   GRP-MAX
               IF      GRP-MAX             <   500
                   ADD     1                   TO  GRP-MAX
                   MOVE    GRP-MAX             TO  IDX
                   MOVE    ALG-CONNID          TO  GRP-CONNID (IDX)
                   MOVE    ALG-PGID            TO  GRP-PGID (IDX)
               ELSE
                   MOVE    1                   TO  FLG-OVER
                   GO  TO  2001-SYUKEI-1KEN-EXT
               END-IF
           END-IF
      *
           ADD     1                   TO  GRP-CNT (IDX)
           EVALUATE    ALG-KEKKAKBN
               WHEN    "0"
                   ADD     1                   TO  GRP-SEIJO (IDX)
               WHEN    "2"
                   ADD     1                   TO  GRP-KYOHI (IDX)
               WHEN    OTHER
                   ADD     1                   TO  GRP-ERR (IDX)
           END-EVALUATE
           ADD     ALG-SYORITIME       TO  GRP-SYORITIME (IDX)
           IF      ALG-SYORITIME       >   GRP-MAXTIME (IDX)
               MOVE    ALG-SYORITIME       TO  GRP-MAXTIME (IDX)
           END-IF
           IF      ALG-LOGTIME (1:2)   IS  NUMERIC
           AND     ALG-LOGTIME (1:2)   <   "24"
               MOVE    ALG-LOGTIME (1:2)   TO  IDX-HH
               ADD     1                   TO  IDX-HH
               ADD     1                   TO  GRP-HH-CNT (IDX IDX-HH)
           END-IF
           .
       2001-SYUKEI-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    利用状況リスト出力処理
      *****************************************************************
       400-LIST-SEC                SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　ＡＰＩ利用状況日報　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　集計日："        DELIMITED   BY  SIZE
                   WRK-PARA-SYORIYMD   DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-ALGLST-WRITE-SEC
           PERFORM 900-ALGLST-WRITE-SEC
      *
           IF      GRP-MAX             =   ZERO
               MOVE    "該当する利用ログはありません"
                                       TO  WRK-LINE
               PERFORM 900-ALGLST-WRITE-SEC
               GO  TO  400-LIST-EXT
           END-IF
      *
           STRING  "接続元           ＡＰＩ            "
                                       DELIMITED   BY  SIZE
                   "   呼出   正常 エラー   拒否"
                                       DELIMITED   BY  SIZE
                   "  平均(ms)  最大(ms)"
                                       DELIMITED   BY  SIZE
                   " 最大/時 時台"     DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-ALGLST-WRITE-SEC
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   GRP-MAX
               PERFORM 4001-MEISAI-SEC
           END-PERFORM
      *
      *    合計
           MOVE    TTL-CNT             TO  WRK-ED-CNT
           MOVE    TTL-SEIJO           TO  WRK-ED-CNT2
           MOVE    TTL-ERR             TO  WRK-ED-CNT3
           MOVE    TTL-KYOHI           TO  WRK-ED-CNT4
           COMPUTE WRK-HEIKIN      =   TTL-SYORITIME   /   TTL-CNT
           MOVE    WRK-HEIKIN          TO  WRK-ED-MS
           MOVE    TTL-MAXTIME         TO  WRK-ED-MS2
           MOVE    SPACE               TO  WRK-LINE
           STRING  "合計                              "
                                       DELIMITED   BY  SIZE
                   WRK-ED-CNT          DELIMITED   BY  SIZE
                   WRK-ED-CNT2         DELIMITED   BY  SIZE
                   WRK-ED-CNT3         DELIMITED   BY  SIZE
                   WRK-ED-CNT4         DELIMITED   BY  SIZE
                   WRK-ED-MS           DELIMITED   BY  SIZE
                   WRK-ED-MS2          DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-ALGLST-WRITE-SEC
      *
           IF      FLG-OVER        NOT =   ZERO
               STRING  "　【要確認】集計上限超過"
                                           DELIMITED   BY  SIZE
                       "のため一部未集計"
                                           DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-ALGLST-WRITE-SEC
           END-IF
           .
       400-LIST-EXT.
           EXIT.
      *
      *****************************************************************
      *    明細行出力処理（接続元・ＡＰＩ１組）
      *****************************************************************
       4001-MEISAI-SEC             SECTION.
      *
      *    時間帯別の最大呼出件数
           MOVE    ZERO                TO  WRK-PEAK
                                           WRK-PEAK-HH
           PERFORM VARYING IDX-HH FROM 1 BY 1
                   UNTIL   IDX-HH      >   24
               IF      GRP-HH-CNT (IDX IDX-HH) >   WRK-PEAK
                   MOVE    GRP-HH-CNT (IDX IDX-HH) TO  WRK-PEAK
                   COMPUTE WRK-PEAK-HH     =   IDX-HH  -   1
               END-IF
           END-PERFORM
      *
           MOVE    GRP-CNT (IDX)       TO  WRK-ED-CNT
           MOVE    GRP-SEIJO (IDX)     TO  WRK-ED-CNT2
           MOVE    GRP-ERR (IDX)       TO  WRK-ED-CNT3
           MOVE    GRP-KYOHI (IDX)     TO  WRK-ED-CNT4
           COMPUTE WRK-HEIKIN      =   GRP-SYORITIME (IDX)
                                   /   GRP-CNT (IDX)
           MOVE    WRK-HEIKIN          TO  WRK-ED-MS
           MOVE    GRP-MAXTIME (IDX)   TO  WRK-ED-MS2
           MOVE    WRK-PEAK            TO  WRK-ED-PEAK
           MOVE    SPACE               TO  WRK-LINE
           STRING  GRP-CONNID (IDX)    DELIMITED   BY  SIZE
                   " "                 DELIMITED   BY  SIZE
                   GRP-PGID (IDX)      DELIMITED   BY  SIZE
                   " "                 DELIMITED   BY  SIZE
                   WRK-ED-CNT          DELIMITED   BY  SIZE
                   WRK-ED-CNT2         DELIMITED   BY  SIZE
                   WRK-ED-CNT3         DELIMITED   BY  SIZE
                   WRK-ED-CNT4         DELIMITED   BY  SIZE
                   WRK-ED-MS           DELIMITED   BY  SIZE
                   WRK-ED-MS2          DELIMITED   BY  SIZE
                   WRK-ED-PEAK         DELIMITED   BY  SIZE
                   "   "               DELIMITED   BY  SIZE
                   WRK-PEAK-HH         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-ALGLST-WRITE-SEC
      *
      *    接続元名称（登録のある接続元のみ）
           PERFORM 800-CONNNAME-GET-SEC
           IF      WRK-CONNNAME    NOT =   SPACE
               STRING  "  （"              DELIMITED   BY  SIZE
                       WRK-CONNNAME        DELIMITED   BY  SPACE
                       "）"                DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-ALGLST-WRITE-SEC
           END-IF
      *
           ADD     GRP-CNT (IDX)       TO  TTL-CNT
           ADD     GRP-SEIJO (IDX)     TO  TTL-SEIJO
           ADD     GRP-ERR (IDX)       TO  TTL-ERR
           ADD     GRP-KYOHI (IDX)     TO  TTL-KYOHI
           ADD     GRP-SYORITIME (IDX) TO  TTL-SYORITIME
           IF      GRP-MAXTIME (IDX)   >   TTL-MAXTIME
               MOVE    GRP-MAXTIME (IDX)   TO  TTL-MAXTIME
           END-IF
           .
       4001-MEISAI-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           CLOSE   ALGLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "APILOG CNT :" CNT-IN
           DISPLAY "*** ORCBAPILOG END ***"
           .
       500-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    接続元名称取得処理
      *****************************************************************
       800-CONNNAME-GET-SEC        SECTION.
      *
           MOVE    SPACE               TO  WRK-CONNNAME
           INITIALIZE                  APICONN-REC
           MOVE    SPA-HOSPNUM         TO  ACN-HOSPNUM
           MOVE    GRP-CONNID (IDX)    TO  ACN-CONNID
           MOVE    APICONN-REC         TO  MCPDATA-REC
           MOVE    "tbl_apiconn"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  APICONN-REC
                   MOVE    ACN-CONNNAME        TO  WRK-CONNNAME
               END-IF
           END-IF
           MOVE    "tbl_apiconn"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       800-CONNNAME-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    前日算出処理
      *****************************************************************
       800-YMD-PREV-SEC            SECTION.
      *
           IF      WRK-YMD-DD          >   1
               SUBTRACT    1               FROM    WRK-YMD-DD
               GO  TO  800-YMD-PREV-EXT
           END-IF
      *
           IF      WRK-YMD-MM          =   1
               SUBTRACT    1               FROM    WRK-YMD-YY
               MOVE        12              TO      WRK-YMD-MM
           ELSE
               SUBTRACT    1               FROM    WRK-YMD-MM
           END-IF
           EVALUATE    WRK-YMD-MM
               WHEN    01
               WHEN    03
               WHEN    05
               WHEN    07
               WHEN    08
               WHEN    10
               WHEN    12
                   MOVE    31              TO  WRK-GETUMATU-DD
               WHEN    02
      *            うるう年判定
                   DIVIDE  WRK-YMD-YY      BY  4
                           GIVING  WRK-SYO
                           REMAINDER       WRK-AMARI
                   IF      WRK-AMARI       =   ZERO
                       MOVE    29              TO  WRK-GETUMATU-DD
                   ELSE
                       MOVE    28              TO  WRK-GETUMATU-DD
                   END-IF
               WHEN    OTHER
                   MOVE    30              TO  WRK-GETUMATU-DD
           END-EVALUATE
           MOVE    WRK-GETUMATU-DD     TO  WRK-YMD-DD
           .
       800-YMD-PREV-EXT.
           EXIT.
      *
      *****************************************************************
      *    利用状況リスト行出力処理
      *****************************************************************
       900-ALGLST-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  ALGLST-REC
           WRITE   ALGLST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-ALGLST-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    ジョブ管理ＤＢ制御サブ呼出処理
      *****************************************************************
       900-CALL-ORCSJOB-SEC            SECTION.
      *
           MOVE    WRK-PARA-JOBID      TO  JOB-JOBID
           MOVE    WRK-PARA-SHELLID    TO  JOB-SHELLID
           CALL    "ORCSJOB"           USING
                                       ORCSJOBKANRIAREA
                                       JOBKANRI-REC
           .
       900-CALL-ORCSJOB-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＤＢオープン処理
      *****************************************************************
       100-DBOPEN-SEC                SECTION.
      *
           MOVE    LOW-VALUE           TO  MCP-TABLE
                                           MCP-PATHNAME
           MOVE    "DBOPEN"            TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    LOW-VALUE           TO  MCP-TABLE
                                           MCP-PATHNAME
           MOVE    "DBSTART"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       100-DBOPEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＤＢクローズ処理
      *****************************************************************
       900-DBDISCONNECT-SEC            SECTION.
      *
           MOVE    LOW-VALUE           TO  MCP-TABLE
                                           MCP-PATHNAME
           MOVE    "DBCOMMIT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    LOW-VALUE           TO  MCP-TABLE
                                           MCP-PATHNAME
           MOVE    "DBDISCONNECT"      TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-DBDISCONNECT-EXT.
           EXIT.
      *
      *****************************************************************
      *    テーブルアクセス処理
      *****************************************************************
       900-ORCDBMAIN-SEC               SECTION.
      *
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           .
      *
       900-ORCDBMAIN-EXT.
           EXIT.
