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
       PROGRAM-ID.             ORCBREMINDSUM.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 予約
      *  コンポーネント名  : 予約リマインド効果月次集計
      *                      （指定月の予約について、リマインド送信
      *                        の有無別に予約件数とノーショー件数
      *                        （ＯＲＣＢＮＯＳＨＯＷのノーショー
      *                        履歴）を集計し比較表を出力する。
      *                        キャンセル返信で取り消した予約の
      *                        件数もあわせて出力する）
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
      *    月次集計表
           SELECT  SUMLST-FILE     ASSIGN  SUMLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-SUMLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
      *    月次集計表
       FD  SUMLST-FILE.
       01  SUMLST-REC              PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-SUMLST                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-END                         PIC 9(01).
           03  FLG-YYK                         PIC 9(01).
           03  FLG-RRK                         PIC 9(01).
           03  FLG-NOSHOW                      PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX-DD                          PIC 9(02).
           03  IDX-KBN                         PIC 9(01).
      *
      *    集計領域
      *    （１：送信あり　２：送信失敗　３：送信なし）
       01  CNT-AREA.
           03  CNT-KBN-TBL             OCCURS  3.
               05  CNT-KBN-YYK                 PIC 9(06).
               05  CNT-KBN-NOSHOW              PIC 9(06).
           03  CNT-YYK                         PIC 9(06).
           03  CNT-CANCEL                      PIC 9(06).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        集計年月（省略時は前月）
               05  WRK-PARA-SRYYM              PIC X(06).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
           03  WRK-YM.
               05  WRK-YM-YYYY                 PIC 9(04).
               05  WRK-YM-MM                   PIC 9(02).
           03  WRK-TAISYOYMD.
               05  WRK-TAISYOYMD-YM            PIC X(06).
               05  WRK-TAISYOYMD-DD            PIC 9(02).
           03  WRK-RITU                        PIC 9(03)V9(01).
           03  WRK-ED-KENSU                    PIC ZZZ,ZZ9.
           03  WRK-ED-NOSHOW                   PIC ZZZ,ZZ9.
           03  WRK-ED-RITU                     PIC ZZ9.9.
           03  WRK-KBNNAME                     PIC X(30).
           03  WRK-LINE                        PIC X(200).
      *
           03  SUMLSTPARA                      PIC X(256).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    予約テーブル
       01  YYK-REC.
           COPY    "CPYYK.INC".
      *
      *    リマインド送信履歴テーブル
      *    （ＯＲＣＢＲＥＭＩＮＤと同一レイアウト）
       01  REMINDRRK-REC.
           03  RMD-HOSPNUM             PIC 9(02).
           03  RMD-YOYAKUYMD           PIC X(08).
           03  RMD-YOYAKUTIME          PIC X(06).
           03  RMD-PTID                PIC 9(10).
           03  RMD-SRYKA               PIC X(02).
           03  RMD-SOUSINID            PIC X(26).
           03  RMD-SOUSINKBN           PIC X(01).
      *    状態　０：送信依頼済　１：送信成功　２：送信失敗
      *          ３：キャンセル受付済　８：送信対象外（連絡先なし等）
           03  RMD-STATE               PIC X(01).
           03  RMD-SENDYMD             PIC X(08).
           03  RMD-SENDHMS             PIC X(06).
           03  RMD-KEKKAYMD            PIC X(08).
           03  RMD-KEKKAHMS            PIC X(06).
           03  RMD-UPYMD               PIC X(08).
           03  RMD-UPHMS               PIC X(06).
      *
      *    ノーショー履歴テーブル
      *    （ＯＲＣＢＮＯＳＨＯＷと同一レイアウト）
       01  NOSHOWRRK-REC.
           03  NOSHOW-HOSPNUM      PIC 9(02).
           03  NOSHOW-PTID         PIC 9(10).
           03  NOSHOW-YOYAKUYMD    PIC X(08).
           03  NOSHOW-SRYKA        PIC X(02).
           03  NOSHOW-YOYAKUTIME   PIC X(06).
           03  NOSHOW-CREYMD       PIC X(08).
           03  NOSHOW-UPYMD        PIC X(08).
           03  NOSHOW-UPHMS        PIC X(06).
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
      ****************************************************************
       LINKAGE                 SECTION.
       01  COMMAND-PARAM.
           02  FILLER      PIC X(512).
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
      *    月内の各日の予約を集計する
      *    （存在しない日付は予約がないため読み飛ばされる）
           PERFORM VARYING IDX-DD      FROM    1   BY  1
                   UNTIL   IDX-DD      >   31
               PERFORM 200-TAISYOBI-SEC
           END-PERFORM
      *
      *    キャンセル返信による取消件数
           PERFORM 300-CANCEL-SEC
      *
           PERFORM 400-HENSYU-SEC
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
           DISPLAY "*** ORCBREMINDSUM START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SRYYM
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               SUMLSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "予約リマインド効果月次集計"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBREMINDSUM"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    集計年月の省略時は前月
           IF      WRK-PARA-SRYYM      IS  NOT NUMERIC
               MOVE    SMCNDATE-YMD (1:6)  TO  WRK-YM
               IF      WRK-YM-MM           =   1
                   SUBTRACT    1               FROM    WRK-YM-YYYY
                   MOVE        12              TO      WRK-YM-MM
               ELSE
                   SUBTRACT    1               FROM    WRK-YM-MM
               END-IF
               MOVE    WRK-YM              TO  WRK-PARA-SRYYM
           END-IF
           MOVE    WRK-PARA-SRYYM      TO  WRK-TAISYOYMD-YM
      *
           OPEN    OUTPUT              SUMLST-FILE
      *
           STRING  "＊＊＊　予約リマインド効果月次集計"
                                       DELIMITED   BY  SIZE
                   "　＊＊＊　集計年月："
                                       DELIMITED   BY  SIZE
                   WRK-PARA-SRYYM      DELIMITED   BY  SIZE
                   "　処理日："        DELIMITED   BY  SIZE
                   SMCNDATE-YMD        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SUMLST-WRITE-SEC
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    対象日集計処理
      *****************************************************************
       200-TAISYOBI-SEC            SECTION.
      *
           MOVE    IDX-DD              TO  WRK-TAISYOYMD-DD
      *
           MOVE    ZERO                TO  FLG-END
           INITIALIZE                  YYK-REC
           MOVE    SPA-HOSPNUM         TO  YYK-HOSPNUM
           MOVE    WRK-TAISYOYMD       TO  YYK-YOYAKUYMD
           MOVE    YYK-REC             TO  MCPDATA-REC
           MOVE    "tbl_yyk"           TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-END
           ELSE
               PERFORM 900-YYK-FETCH-SEC
               IF      FLG-YYK         NOT =   ZERO
                   MOVE    1                   TO  FLG-END
               END-IF
           END-IF
      *
           PERFORM 210-YYK-SEC
                   UNTIL   FLG-END         =   1
      *
           MOVE    "tbl_yyk"           TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-TAISYOBI-EXT.
           EXIT.
      *
      *****************************************************************
      *    予約１件集計処理
      *****************************************************************
       210-YYK-SEC                 SECTION.
      *
           ADD     1                   TO  CNT-YYK
      *
      *    送信区分の判定
           PERFORM 800-RRK-GET-SEC
           MOVE    3                   TO  IDX-KBN
           IF      FLG-RRK             =   ZERO
               EVALUATE    RMD-STATE
                   WHEN    "0"
                   WHEN    "1"
                       MOVE    1                   TO  IDX-KBN
                   WHEN    "2"
                       MOVE    2                   TO  IDX-KBN
               END-EVALUATE
           END-IF
           ADD     1                   TO  CNT-KBN-YYK (IDX-KBN)
      *
           PERFORM 810-NOSHOW-GET-SEC
           IF      FLG-NOSHOW          =   ZERO
               ADD     1                   TO  CNT-KBN-NOSHOW (IDX-KBN)
           END-IF
      *
           PERFORM 900-YYK-FETCH-SEC
           IF      FLG-YYK         NOT =   ZERO
               MOVE    1                   TO  FLG-END
           END-IF
           .
       210-YYK-EXT.
           EXIT.
      *
      *****************************************************************
      *    キャンセル返信件数集計処理
      *    （取り消した予約は予約テーブルに残らないため送信履歴から
      *      件数を求める）
      *****************************************************************
       300-CANCEL-SEC              SECTION.
      *
           INITIALIZE                  REMINDRRK-REC
           MOVE    SPA-HOSPNUM         TO  RMD-HOSPNUM
           MOVE    WRK-PARA-SRYYM      TO  RMD-YOYAKUYMD (1:6)
           MOVE    REMINDRRK-REC       TO  MCPDATA-REC
           MOVE    "tbl_remindrrk"     TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  300-CANCEL-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-RRK
           PERFORM 900-RRK-FETCH-SEC
           PERFORM UNTIL   FLG-RRK         =   1
               IF      RMD-STATE           =   "3"
                   ADD     1                   TO  CNT-CANCEL
               END-IF
               PERFORM 900-RRK-FETCH-SEC
           END-PERFORM
      *
           MOVE    "tbl_remindrrk"     TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       300-CANCEL-EXT.
           EXIT.
      *
      *****************************************************************
      *    集計表編集処理
      *****************************************************************
       400-HENSYU-SEC              SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-SUMLST-WRITE-SEC
           STRING  "区分                  予約件数  "
                                       DELIMITED   BY  SIZE
                   "ノーショー件数  ノーショー率（％）"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SUMLST-WRITE-SEC
      *
           PERFORM VARYING IDX-KBN     FROM    1   BY  1
                   UNTIL   IDX-KBN     >   3
               EVALUATE    IDX-KBN
                   WHEN    1
                       MOVE    "リマインド送信あり"
                                           TO  WRK-KBNNAME
                   WHEN    2
                       MOVE    "送信失敗"  TO  WRK-KBNNAME
                   WHEN    OTHER
                       MOVE    "送信なし"  TO  WRK-KBNNAME
               END-EVALUATE
               PERFORM 410-MEISAI-SEC
           END-PERFORM
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-SUMLST-WRITE-SEC
           MOVE    CNT-CANCEL          TO  WRK-ED-KENSU
           STRING  "キャンセル返信による予約取消件数："
                                       DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SUMLST-WRITE-SEC
           .
       400-HENSYU-EXT.
           EXIT.
      *
      *****************************************************************
      *    集計表明細編集処理
      *****************************************************************
       410-MEISAI-SEC              SECTION.
      *
           MOVE    ZERO                TO  WRK-RITU
           IF      CNT-KBN-YYK (IDX-KBN)   >   ZERO
               COMPUTE WRK-RITU    ROUNDED
                       =   CNT-KBN-NOSHOW (IDX-KBN)    *   100
                       /   CNT-KBN-YYK (IDX-KBN)
           END-IF
           MOVE    CNT-KBN-YYK (IDX-KBN)       TO  WRK-ED-KENSU
           MOVE    CNT-KBN-NOSHOW (IDX-KBN)    TO  WRK-ED-NOSHOW
           MOVE    WRK-RITU                    TO  WRK-ED-RITU
      *
           MOVE    WRK-KBNNAME         TO  WRK-LINE
           MOVE    WRK-ED-KENSU        TO  WRK-LINE (23:7)
           MOVE    WRK-ED-NOSHOW       TO  WRK-LINE (38:7)
           MOVE    WRK-ED-RITU         TO  WRK-LINE (55:5)
           PERFORM 900-SUMLST-WRITE-SEC
           .
       410-MEISAI-EXT.
           EXIT.
      *
      *****************************************************************
      *    送信履歴取得処理
      *    （ＦＬＧ−ＲＲＫ　０：送信履歴あり）
      *****************************************************************
       800-RRK-GET-SEC             SECTION.
      *
           MOVE    1                   TO  FLG-RRK
      *
           INITIALIZE                  REMINDRRK-REC
           MOVE    SPA-HOSPNUM         TO  RMD-HOSPNUM
           MOVE    YYK-YOYAKUYMD       TO  RMD-YOYAKUYMD
           MOVE    YYK-YOYAKUTIME      TO  RMD-YOYAKUTIME
           MOVE    YYK-PTID            TO  RMD-PTID
           MOVE    REMINDRRK-REC       TO  MCPDATA-REC
           MOVE    "tbl_remindrrk"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_remindrrk"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  REMINDRRK-REC
                   MOVE    ZERO                TO  FLG-RRK
               END-IF
           END-IF
           MOVE    "tbl_remindrrk"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       800-RRK-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    ノーショー履歴取得処理
      *    （ＦＬＧ−ＮＯＳＨＯＷ　０：ノーショーあり）
      *****************************************************************
       810-NOSHOW-GET-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-NOSHOW
      *
           INITIALIZE                  NOSHOWRRK-REC
           MOVE    SPA-HOSPNUM         TO  NOSHOW-HOSPNUM
           MOVE    YYK-PTID            TO  NOSHOW-PTID
           MOVE    YYK-YOYAKUYMD       TO  NOSHOW-YOYAKUYMD
           MOVE    YYK-SRYKA           TO  NOSHOW-SRYKA
           MOVE    YYK-YOYAKUTIME      TO  NOSHOW-YOYAKUTIME
           MOVE    NOSHOWRRK-REC       TO  MCPDATA-REC
           MOVE    "tbl_noshowrrk"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_noshowrrk"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    ZERO                TO  FLG-NOSHOW
               END-IF
           END-IF
           MOVE    "tbl_noshowrrk"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       810-NOSHOW-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    予約読込処理
      *****************************************************************
       900-YYK-FETCH-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-YYK
           MOVE    "tbl_yyk"           TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  YYK-REC
           ELSE
               MOVE    1                   TO  FLG-YYK
           END-IF
           .
       900-YYK-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    送信履歴読込処理（月）
      *****************************************************************
       900-RRK-FETCH-SEC           SECTION.
      *
           MOVE    "tbl_remindrrk"     TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  REMINDRRK-REC
           ELSE
               MOVE    1                   TO  FLG-RRK
           END-IF
           .
       900-RRK-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    一覧行出力処理
      *****************************************************************
       900-SUMLST-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  SUMLST-REC
           WRITE   SUMLST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-SUMLST-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           CLOSE   SUMLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    CNT-YYK             TO  JOB-UPDCNT
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "YYK      CNT     :" CNT-YYK
           DISPLAY "CANCEL   CNT     :" CNT-CANCEL
           DISPLAY "*** ORCBREMINDSUM END ***"
           .
       500-TERM-EXT.
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
