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
       PROGRAM-ID.             ORCBTEKIOU.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 病名
      *  コンポーネント名  : 適応病名突合チェック（病名漏れ点検）
      *                      （対象月の診療行為（医薬品・診療行為）
      *                        を、医療機関が登録した適応病名対応表
      *                        （ＯＲＣＧＴＥＫＩＯＵで保守）と患者の
      *                        病名（対象月に有効な病名）で突合し、
      *                        適応病名が一つも無いものを患者別・
      *                        診療行為別に一覧化する。
      *                        重大区分１の対応で病名漏れがあった
      *                        レセプトは、レセプト保留台帳へ病名
      *                        待ちとして登録する（保留中のものは
      *                        登録しない）。月次で実行する）
      *  管理者            :
      *  作成日付    作業者        記述
      *  26/10/15    ORCAMO        新規作成
      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.01    ORCAMO       26/10/15  有効病名を患者病名（tbl_ptbyomei）
      *                                     から取得するよう変更
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *
      *    病名漏れ点検リスト
           SELECT  TEKIOU-FILE     ASSIGN  TEKIOULSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-TEKIOU.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  TEKIOU-FILE.
       01  TEKIOU-LST-REC          PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-TEKIOU                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-END                         PIC 9(01).
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-TAISYO                      PIC 9(01).
           03  FLG-TEKIOU                      PIC 9(01).
           03  FLG-JUDAI                       PIC 9(01).
           03  FLG-SUMI                        PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(08).
           03  CNT-PT                          PIC 9(06).
           03  CNT-MORE                        PIC 9(06).
           03  CNT-HOLD                        PIC 9(06).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(04).
           03  IDXB                            PIC 9(04).
           03  IDXC                            PIC 9(04).
           03  IDXS                            PIC 9(04).
           03  IDX-CD                          PIC 9(03).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
               05  WRK-PARA-SRYYM              PIC X(06).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *        保留登録区分（０：点検のみ　他：重大分を保留登録）
               05  WRK-PARA-HOLDKBN            PIC X(01).
      *
           03  WRK-YM.
               05  WRK-YY                      PIC 9(04).
               05  WRK-MM                      PIC 9(02).
           03  WRK-PT-PTID                     PIC 9(10).
           03  WRK-SRYCD                       PIC X(09).
           03  WRK-HOLD-NYUGAIKBN              PIC X(01).
           03  WRK-JUDAI                       PIC X(08).
      *
           03  WRK-LINE                        PIC X(200).
           03  WRK-ED-CNT                      PIC ZZZ,ZZ9.
           03  WRK-ED-CNT2                     PIC ZZZ,ZZ9.
      *
           03  TEKIOULSTPARA                   PIC X(256).
      *
      *    適応病名対応表（全件を読み込む）
       01  TKO-TBL-AREA.
           03  TKO-TBL-MAX                     PIC 9(04).
           03  TKO-TBL                         OCCURS  2000.
               05  TKO-TBL-SRYCD               PIC X(09).
               05  TKO-TBL-BYOMEICD            PIC X(07).
               05  TKO-TBL-JUDAIKBN            PIC X(01).
      *
      *    患者の有効病名（患者が変わるごとに読み込む）
       01  PTB-TBL-AREA.
           03  PTB-TBL-MAX                     PIC 9(04).
           03  PTB-TBL                         OCCURS  200.
               05  PTB-TBL-BYOMEICD            PIC X(07).
      *
      *    患者別点検済み診療行為（同一患者の重複出力防止）
       01  CHK-TBL-AREA.
           03  CHK-TBL-MAX                     PIC 9(04).
           03  CHK-TBL                         OCCURS  300.
               05  CHK-TBL-SRYCD               PIC X(09).
               05  CHK-TBL-NYUGAIKBN           PIC X(01).
      *
      *    診療行為別集計
       01  SUM-TBL-AREA.
           03  SUM-TBL-MAX                     PIC 9(04).
           03  SUM-TBL                         OCCURS  500.
               05  SUM-TBL-SRYCD               PIC X(09).
               05  SUM-TBL-NAME                PIC X(40).
               05  SUM-TBL-CNT                 PIC 9(06).
               05  SUM-TBL-JUDAI               PIC 9(06).
      *
      *    定数領域
       01  CONST-AREA.
           03  CONST-TKO-MAX       PIC 9(04)   VALUE 2000.
           03  CONST-PTB-MAX       PIC 9(04)   VALUE 200.
           03  CONST-CHK-MAX       PIC 9(04)   VALUE 300.
           03  CONST-SUM-MAX       PIC 9(04)   VALUE 500.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    適応病名対応表
      *    （ＯＲＣＧＴＥＫＩＯＵと同一レイアウト）
       01  TEKIOU-REC.
           03  TKO-HOSPNUM         PIC 9(02).
           03  TKO-SRYCD           PIC X(09).
           03  TKO-BYOMEICD        PIC X(07).
           03  TKO-BYOMEI          PIC X(60).
           03  TKO-JUDAIKBN        PIC X(01).
           03  TKO-UPYMD           PIC X(08).
           03  TKO-UPHMS           PIC X(06).
      *
      *    患者病名
       01  PTBYOMEI-REC.
           COPY    "CPPTBYOMEI.INC".
      *
      *    診療行為
       01  SRYACT-REC.
           COPY    "CPSRYACT.INC".
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
      *    レセプト保留台帳制御サブ
           COPY    "CPORCSRECEHOLD.INC".
      *
      *    ＤＢ検索
           COPY    "MCPDATA.INC".
           COPY    "MCPAREA".
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
           PERFORM 200-MAIN-SEC    UNTIL   FLG-END =   1
      *
           PERFORM 300-TERM-SEC
      *
           STOP    RUN
           .
      *****************************************************************
      *    初期　処理
      *****************************************************************
       100-INIT-SEC                SECTION.
      *
           DISPLAY "*** ORCBTEKIOU START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       SPA-AREA
                                       TKO-TBL-AREA
                                       PTB-TBL-AREA
                                       CHK-TBL-AREA
                                       SUM-TBL-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SRYYM
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               TEKIOULSTPARA
                                               WRK-PARA-HOLDKBN
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "適応病名突合チェック"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBTEKIOU"    TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    診療年月の省略時は前月分
           IF      WRK-PARA-SRYYM      IS  NOT NUMERIC
               MOVE    SMCNDATE-YMD (1:6)  TO  WRK-YM
               IF      WRK-MM              =   01
                   MOVE    12                  TO  WRK-MM
                   SUBTRACT    1           FROM    WRK-YY
               ELSE
                   SUBTRACT    1           FROM    WRK-MM
               END-IF
               MOVE    WRK-YM              TO  WRK-PARA-SRYYM
           END-IF
      *
           OPEN    OUTPUT              TEKIOU-FILE
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　適応病名突合チェック"
                   "（病名漏れ点検）　＊＊＊"
                   "　対象月："        DELIMITED   BY  SIZE
                   WRK-PARA-SRYYM      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TEKIOU-WRITE-SEC
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-TEKIOU-WRITE-SEC
           MOVE    "【患者別】"        TO  WRK-LINE
           PERFORM 900-TEKIOU-WRITE-SEC
      *
      *    適応病名対応表の読込
           PERFORM 110-TKO-LOAD-SEC
           IF      TKO-TBL-MAX         =   ZERO
               MOVE    "適応病名対応表の登録なし"
                                       TO  WRK-LINE
               PERFORM 900-TEKIOU-WRITE-SEC
               MOVE    1                   TO  FLG-END
               GO  TO  100-INIT-EXT
           END-IF
      *
      *    対象月の診療行為を走査する
           INITIALIZE                  SRYACT-REC
           MOVE    SPA-HOSPNUM         TO  ACT-HOSPNUM
           MOVE    WRK-PARA-SRYYM      TO  ACT-SRYYMD (1:6)
           MOVE    "%"                 TO  ACT-SRYYMD (7:1)
           MOVE    SRYACT-REC          TO  MCPDATA-REC
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBTEKIOU SRYACT SELECT ERR RC="
                       MCP-RC
               MOVE    1                   TO  FLG-END
           ELSE
               PERFORM 900-SRYACT-FETCH-SEC
               IF      FLG-FETCH       NOT =   ZERO
                   MOVE    1                   TO  FLG-END
               END-IF
           END-IF
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    適応病名対応表読込処理
      *****************************************************************
       110-TKO-LOAD-SEC            SECTION.
      *
           INITIALIZE                  TEKIOU-REC
           MOVE    SPA-HOSPNUM         TO  TKO-HOSPNUM
           MOVE    TEKIOU-REC          TO  MCPDATA-REC
           MOVE    "tbl_tekiou"        TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  110-TKO-LOAD-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM UNTIL   FLG-FETCH       =   1
               MOVE    "tbl_tekiou"        TO  MCP-TABLE
               MOVE    "all"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  TEKIOU-REC
                   IF      TKO-TBL-MAX         <   CONST-TKO-MAX
                       ADD     1                   TO  TKO-TBL-MAX
                       MOVE    TKO-SRYCD           TO
                               TKO-TBL-SRYCD    (TKO-TBL-MAX)
                       MOVE    TKO-BYOMEICD        TO
                               TKO-TBL-BYOMEICD (TKO-TBL-MAX)
                       MOVE    TKO-JUDAIKBN        TO
                               TKO-TBL-JUDAIKBN (TKO-TBL-MAX)
                   ELSE
                       DISPLAY "ORCBTEKIOU TEKIOU TABLE OVER"
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               ELSE
                   MOVE    1                   TO  FLG-FETCH
               END-IF
           END-PERFORM
      *
           MOVE    "tbl_tekiou"        TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       110-TKO-LOAD-EXT.
           EXIT.
      *
      *****************************************************************
      *    主　　処理（診療行為１件）
      *****************************************************************
       200-MAIN-SEC                SECTION.
      *
      *    患者が変わったら有効病名を読み直す
           IF      ACT-PTID        NOT =   WRK-PT-PTID
               MOVE    ACT-PTID            TO  WRK-PT-PTID
               ADD     1                   TO  CNT-PT
               MOVE    ZERO                TO  CHK-TBL-MAX
               PERFORM 2001-PTBYO-LOAD-SEC
           END-IF
      *
           MOVE    ACT-SRYCD           TO  WRK-SRYCD
           PERFORM 2002-TAISYO-CHK-SEC
           IF      FLG-TAISYO          =   1
               PERFORM 2003-TEKIOU-CHK-SEC
           END-IF
      *
           PERFORM 900-SRYACT-FETCH-SEC
           IF      FLG-FETCH       NOT =   ZERO
               MOVE    1                   TO  FLG-END
           END-IF
           .
       200-MAIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者有効病名読込処理
      *    （対象月末までに開始し、対象月より前に転帰していない
      *      病名を対象とする。疑い病名も適応病名として扱う）
      *****************************************************************
       2001-PTBYO-LOAD-SEC         SECTION.
      *
           MOVE    ZERO                TO  PTB-TBL-MAX
      *
           INITIALIZE                  PTBYOMEI-REC
           MOVE    SPA-HOSPNUM         TO  PTBYO-HOSPNUM
           MOVE    WRK-PT-PTID         TO  PTBYO-PTID
           MOVE    WRK-PARA-SRYYM      TO  PTBYO-SRYYMD (1:6)
           MOVE    "31"                TO  PTBYO-SRYYMD (7:2)
           MOVE    "%%"                TO  PTBYO-SRYKA
           MOVE    PTBYOMEI-REC        TO  MCPDATA-REC
           MOVE    "tbl_ptbyomei"      TO  MCP-TABLE
           MOVE    "key37"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  2001-PTBYO-LOAD-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-SUMI
           PERFORM UNTIL   FLG-SUMI        =   1
               MOVE    "tbl_ptbyomei"      TO  MCP-TABLE
               MOVE    "key37"             TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTBYOMEI-REC
                   IF    ( PTBYO-SRYYMD (1:6)  <=  WRK-PARA-SRYYM )
                   AND ( ( PTBYO-TENKIKBN      =   SPACE )
                   OR    ( PTBYO-TENKIYMD (1:6)
                                               >=  WRK-PARA-SRYYM ) )
                       PERFORM 20011-PTBYO-SET-SEC
                   END-IF
               ELSE
                   MOVE    1                   TO  FLG-SUMI
               END-IF
           END-PERFORM
      *
           MOVE    "tbl_ptbyomei"      TO  MCP-TABLE
           MOVE    "key37"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       2001-PTBYO-LOAD-EXT.
           EXIT.
      *
      *****************************************************************
      *    有効病名の病名コード退避処理
      *    （患者病名を構成する病名コードを退避する。修飾語・
      *      未コード化傷病名は適応病名にならないので除く）
      *****************************************************************
       20011-PTBYO-SET-SEC         SECTION.
      *
           PERFORM VARYING IDX-CD FROM 1 BY 1
                   UNTIL   IDX-CD          >   21
                   OR      PTB-TBL-MAX     >=  CONST-PTB-MAX
               IF      PTBYO-BYOMEICD (IDX-CD)     NOT =   SPACE
               AND     PTBYO-BYOMEICD (IDX-CD) (1:3)
                                               NOT =   "ZZZ"
               AND     PTBYO-BYOMEICD (IDX-CD)     NOT =   "0000999"
                   ADD     1                   TO  PTB-TBL-MAX
                   MOVE    PTBYO-BYOMEICD (IDX-CD)
                                       TO  PTB-TBL-BYOMEICD
                                               (PTB-TBL-MAX)
               END-IF
           END-PERFORM
           .
       20011-PTBYO-SET-EXT.
           EXIT.
      *
      *****************************************************************
      *    点検対象判定処理
      *    （対応表に登録があり、当該患者で未点検の診療行為を対象
      *      とする。入外が異なれば別レセプトとして点検する）
      *****************************************************************
       2002-TAISYO-CHK-SEC         SECTION.
      *
           MOVE    ZERO                TO  FLG-TAISYO
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   TKO-TBL-MAX
                   OR      FLG-TAISYO  =   1
               IF      TKO-TBL-SRYCD (IDX) =   WRK-SRYCD
                   MOVE    1                   TO  FLG-TAISYO
               END-IF
           END-PERFORM
           IF      FLG-TAISYO          =   ZERO
               GO  TO  2002-TAISYO-CHK-EXT
           END-IF
      *
           PERFORM VARYING IDXC FROM 1 BY 1
                   UNTIL   IDXC        >   CHK-TBL-MAX
                   OR      FLG-TAISYO  =   ZERO
               IF    ( CHK-TBL-SRYCD     (IDXC) =   WRK-SRYCD     )
               AND   ( CHK-TBL-NYUGAIKBN (IDXC) =   ACT-NYUGAIKBN )
                   MOVE    ZERO                TO  FLG-TAISYO
               END-IF
           END-PERFORM
           IF      FLG-TAISYO          =   1
           AND     CHK-TBL-MAX         <   CONST-CHK-MAX
               ADD     1                   TO  CHK-TBL-MAX
               MOVE    WRK-SRYCD           TO  CHK-TBL-SRYCD
                                                   (CHK-TBL-MAX)
               MOVE    ACT-NYUGAIKBN       TO  CHK-TBL-NYUGAIKBN
                                                   (CHK-TBL-MAX)
           END-IF
           .
       2002-TAISYO-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    適応病名突合処理
      *    （対応表の適応病名のいずれかが患者の有効病名にあれば可）
      *****************************************************************
       2003-TEKIOU-CHK-SEC         SECTION.
      *
           MOVE    ZERO                TO  FLG-TEKIOU
           MOVE    ZERO                TO  FLG-JUDAI
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   TKO-TBL-MAX
                   OR      FLG-TEKIOU  =   1
               IF      TKO-TBL-SRYCD (IDX) =   WRK-SRYCD
                   IF      TKO-TBL-JUDAIKBN (IDX) =   "1"
                       MOVE    1                   TO  FLG-JUDAI
                   END-IF
                   PERFORM VARYING IDXB FROM 1 BY 1
                           UNTIL   IDXB        >   PTB-TBL-MAX
                           OR      FLG-TEKIOU  =   1
                       IF      PTB-TBL-BYOMEICD (IDXB)
                                           =   TKO-TBL-BYOMEICD (IDX)
                           MOVE    1                   TO  FLG-TEKIOU
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
      *
           IF      FLG-TEKIOU          =   1
               GO  TO  2003-TEKIOU-CHK-EXT
           END-IF
      *
      *    病名漏れ
           ADD     1                   TO  CNT-MORE
           IF      FLG-JUDAI           =   1
               MOVE    "【重大】"          TO  WRK-JUDAI
           ELSE
               MOVE    SPACE               TO  WRK-JUDAI
           END-IF
           MOVE    SPACE               TO  WRK-LINE
           STRING  WRK-PT-PTID         DELIMITED   BY  SIZE
                   "　"                DELIMITED   BY  SIZE
                   ACT-SRYYMD          DELIMITED   BY  SIZE
                   "　"                DELIMITED   BY  SIZE
                   WRK-SRYCD           DELIMITED   BY  SIZE
                   "　"                DELIMITED   BY  SIZE
                   ACT-NAME            DELIMITED   BY  SPACE
                   "　適応病名なし"    DELIMITED   BY  SIZE
                   WRK-JUDAI           DELIMITED   BY  SPACE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TEKIOU-WRITE-SEC
      *
           PERFORM 2004-SUM-ADD-SEC
      *
           IF      FLG-JUDAI           =   1
           AND     WRK-PARA-HOLDKBN NOT =  "0"
               PERFORM 2005-HOLD-TOUROKU-SEC
           END-IF
           .
       2003-TEKIOU-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    診療行為別集計処理
      *****************************************************************
       2004-SUM-ADD-SEC            SECTION.
      *
           MOVE    ZERO                TO  FLG-SUMI
           PERFORM VARYING IDXS FROM 1 BY 1
                   UNTIL   IDXS        >   SUM-TBL-MAX
                   OR      FLG-SUMI    =   1
               IF      SUM-TBL-SRYCD (IDXS) =  WRK-SRYCD
                   MOVE    1                   TO  FLG-SUMI
               END-IF
           END-PERFORM
           IF      FLG-SUMI            =   1
               SUBTRACT 1                  FROM    IDXS
           ELSE
               IF      SUM-TBL-MAX         >=  CONST-SUM-MAX
                   GO  TO  2004-SUM-ADD-EXT
               END-IF
               ADD     1                   TO  SUM-TBL-MAX
               MOVE    SUM-TBL-MAX         TO  IDXS
               MOVE    WRK-SRYCD           TO  SUM-TBL-SRYCD (IDXS)
               MOVE    ACT-NAME            TO  SUM-TBL-NAME  (IDXS)
           END-IF
           ADD     1                   TO  SUM-TBL-CNT (IDXS)
           IF      FLG-JUDAI           =   1
               ADD     1                   TO  SUM-TBL-JUDAI (IDXS)
           END-IF
           .
       2004-SUM-ADD-EXT.
           EXIT.
      *
      *****************************************************************
      *    レセプト保留台帳登録処理（病名待ち）
      *    （既に保留中のレセプトは保留理由を上書きしない）
      *****************************************************************
       2005-HOLD-TOUROKU-SEC       SECTION.
      *
           MOVE    ACT-NYUGAIKBN       TO  WRK-HOLD-NYUGAIKBN
      *
           INITIALIZE                  ORCSRECEHOLDAREA
           MOVE    "3"                 TO  SRECEHOLD-MODE
           MOVE    WRK-PT-PTID         TO  SRECEHOLD-PTID
           MOVE    WRK-PARA-SRYYM      TO  SRECEHOLD-SRYYM
           MOVE    WRK-HOLD-NYUGAIKBN  TO  SRECEHOLD-NYUGAIKBN
           CALL    "ORCSRECEHOLD"      USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSRECEHOLDAREA
           IF      SRECEHOLD-HOLDFLG   =   1
               GO  TO  2005-HOLD-TOUROKU-EXT
           END-IF
      *
           INITIALIZE                  ORCSRECEHOLDAREA
           MOVE    "1"                 TO  SRECEHOLD-MODE
           MOVE    WRK-PT-PTID         TO  SRECEHOLD-PTID
           MOVE    WRK-PARA-SRYYM      TO  SRECEHOLD-SRYYM
           MOVE    WRK-HOLD-NYUGAIKBN  TO  SRECEHOLD-NYUGAIKBN
           MOVE    SPACE               TO  SRECEHOLD-RIYU
           STRING  "病名待ち（適応病名なし："
                                       DELIMITED   BY  SIZE
                   WRK-SRYCD           DELIMITED   BY  SIZE
                   "）"                DELIMITED   BY  SIZE
                                       INTO    SRECEHOLD-RIYU
           END-STRING
           MOVE    SPACE               TO  SRECEHOLD-YOTEIYM
           CALL    "ORCSRECEHOLD"      USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSRECEHOLDAREA
           IF      SRECEHOLD-RC        =   ZERO
               ADD     1                   TO  CNT-HOLD
           ELSE
               DISPLAY "ORCBTEKIOU RECEHOLD ERR RC="
                       SRECEHOLD-RC    " PTID=" WRK-PT-PTID
           END-IF
           .
       2005-HOLD-TOUROKU-EXT.
           EXIT.
      *
      *****************************************************************
      *    診療行為読込処理
      *****************************************************************
       900-SRYACT-FETCH-SEC        SECTION.
      *
           MOVE    ZERO                TO  FLG-FETCH
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  SRYACT-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           .
       900-SRYACT-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       300-TERM-SEC                SECTION.
      *
           IF      TKO-TBL-MAX     NOT =   ZERO
               MOVE    "tbl_sryact"        TO  MCP-TABLE
               MOVE    "ym"                TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
      *
      *    診療行為別集計の出力
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-TEKIOU-WRITE-SEC
           MOVE    "【診療行為別】"    TO  WRK-LINE
           PERFORM 900-TEKIOU-WRITE-SEC
           PERFORM VARYING IDXS FROM 1 BY 1
                   UNTIL   IDXS        >   SUM-TBL-MAX
               MOVE    SUM-TBL-CNT   (IDXS) TO  WRK-ED-CNT
               MOVE    SUM-TBL-JUDAI (IDXS) TO  WRK-ED-CNT2
               MOVE    SPACE               TO  WRK-LINE
               STRING  SUM-TBL-SRYCD (IDXS)
                                       DELIMITED   BY  SIZE
                       "　"            DELIMITED   BY  SIZE
                       SUM-TBL-NAME  (IDXS)
                                       DELIMITED   BY  SPACE
                       "　病名漏れ："  DELIMITED   BY  SIZE
                       WRK-ED-CNT      DELIMITED   BY  SIZE
                       "件　うち重大：" DELIMITED  BY  SIZE
                       WRK-ED-CNT2     DELIMITED   BY  SIZE
                       "件"            DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               PERFORM 900-TEKIOU-WRITE-SEC
           END-PERFORM
      *
           MOVE    CNT-MORE            TO  WRK-ED-CNT
           MOVE    CNT-HOLD            TO  WRK-ED-CNT2
           MOVE    SPACE               TO  WRK-LINE
           STRING  "病名漏れ件数："    DELIMITED   BY  SIZE
                   WRK-ED-CNT          DELIMITED   BY  SIZE
                   "　保留台帳登録："  DELIMITED   BY  SIZE
                   WRK-ED-CNT2         DELIMITED   BY  SIZE
                   "件"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TEKIOU-WRITE-SEC
      *
           CLOSE   TEKIOU-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "SRYACT   CNT-IN  :" CNT-IN
           DISPLAY "PATIENT  CNT     :" CNT-PT
           DISPLAY "MORE     CNT     :" CNT-MORE
           DISPLAY "HOLD     CNT     :" CNT-HOLD
           DISPLAY "*** ORCBTEKIOU END ***"
           .
       300-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    リスト行出力処理
      *****************************************************************
       900-TEKIOU-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  TEKIOU-LST-REC
           WRITE   TEKIOU-LST-REC
           .
       900-TEKIOU-WRITE-EXT.
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
