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
       PROGRAM-ID.             ORCBJYURAN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 会計カード
      *  コンポーネント名  : 縦覧点検（複数月の算定回数・算定期間）
      *                      （回数入力の上限チェックは当月内のみの
      *                        ため、縦覧点検ルール（ＯＲＣＧＪＹＵＲ
      *                        ＡＮで保守）に登録した診療行為について
      *                        対象月の算定を、過去月の診療行為と
      *                        算定履歴（ｔｂｌ＿ｓａｎｔｅｉ）を横断
      *                        して点検し、違反候補を患者・診療行為・
      *                        前回算定日つきで一覧にする。
      *                        ルール区分　１：Ｎ月にＭ回まで
      *                                    ２：初回算定からＮ月以内
      *                        算定回数は算定日数で数える。
      *                        レセ電作成（ＯＲＣＲ０２００）の前に
      *                        月次で実行する）
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
      *    縦覧点検リスト
           SELECT  JYURAN-FILE     ASSIGN  JYURANLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-JYURAN.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  JYURAN-FILE.
       01  JYURAN-LST-REC          PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-JYURAN                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-END                         PIC 9(01).
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-RIREKI                      PIC 9(01).
           03  FLG-TAISYO                      PIC 9(01).
           03  FLG-IHAN                        PIC 9(01).
           03  FLG-SUMI                        PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(08).
           03  CNT-CHK                         PIC 9(06).
           03  CNT-IHAN                        PIC 9(06).
           03  CNT-SANTEI                      PIC 9(04).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(04).
           03  IDXC                            PIC 9(04).
           03  IDXD                            PIC 9(04).
           03  IDXM                            PIC 9(04).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
               05  WRK-PARA-SRYYM              PIC X(06).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
           03  WRK-YM.
               05  WRK-YY                      PIC 9(04).
               05  WRK-MM                      PIC 9(02).
      *    点検期間の開始月・履歴検索の開始月
           03  WRK-KIKAN-STYM                  PIC X(06).
           03  WRK-KENSAKU-STYM                PIC X(06).
           03  WRK-KENSAKU-YM                  PIC X(06).
      *
           03  WRK-PT-PTID                     PIC 9(10).
           03  WRK-SRYCD                       PIC X(09).
           03  WRK-NAME                        PIC X(40).
           03  WRK-RULEKBN                     PIC X(01).
           03  WRK-TUKISU                      PIC 9(02).
           03  WRK-KAISU                       PIC 9(03).
      *    対象月の最終算定日・前回算定日・初回算定日
           03  WRK-TOUGETU-YMD                 PIC X(08).
           03  WRK-ZENKAI-YMD                  PIC X(08).
           03  WRK-SYOKAI-YMD                  PIC X(08).
           03  WRK-SANTEI-YMD                  PIC X(08).
           03  WRK-RULE                        PIC X(40).
      *
           03  WRK-LINE                        PIC X(200).
           03  WRK-ED-CNT                      PIC ZZZ,ZZ9.
           03  WRK-ED-TUKISU                   PIC Z9.
           03  WRK-ED-KAISU                    PIC ZZ9.
      *
           03  JYURANLSTPARA                   PIC X(256).
      *
      *    縦覧点検ルール（全件を読み込む）
       01  JRL-TBL-AREA.
           03  JRL-TBL-MAX                     PIC 9(04).
           03  JRL-TBL                         OCCURS  500.
               05  JRL-TBL-SRYCD               PIC X(09).
               05  JRL-TBL-NAME                PIC X(40).
               05  JRL-TBL-RULEKBN             PIC X(01).
               05  JRL-TBL-TUKISU              PIC 9(02).
               05  JRL-TBL-KAISU               PIC 9(03).
      *
      *    患者別点検済み診療行為（同一患者の重複点検防止）
       01  CHK-TBL-AREA.
           03  CHK-TBL-MAX                     PIC 9(04).
           03  CHK-TBL                         OCCURS  300.
               05  CHK-TBL-SRYCD               PIC X(09).
      *
      *    算定日（診療行為・算定履歴の算定日を重複なく保持）
       01  DAY-TBL-AREA.
           03  DAY-TBL-MAX                     PIC 9(04).
           03  DAY-TBL                         OCCURS  500.
               05  DAY-TBL-YMD                 PIC X(08).
      *
      *    定数領域
       01  CONST-AREA.
           03  CONST-JRL-MAX       PIC 9(04)   VALUE 500.
           03  CONST-CHK-MAX       PIC 9(04)   VALUE 300.
           03  CONST-DAY-MAX       PIC 9(04)   VALUE 500.
      *    初回算定の検索で期間より前に遡る月数
           03  CONST-SAKANOBORI    PIC 9(02)   VALUE 12.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    縦覧点検ルールテーブル
      *    （ＯＲＣＧＪＹＵＲＡＮと同一レイアウト）
       01  JYURANRULE-REC.
           03  JRL-HOSPNUM         PIC 9(02).
           03  JRL-SRYCD           PIC X(09).
           03  JRL-NAME            PIC X(40).
           03  JRL-RULEKBN         PIC X(01).
           03  JRL-TUKISU          PIC 9(02).
           03  JRL-KAISU           PIC 9(03).
           03  JRL-UPYMD           PIC X(08).
           03  JRL-UPHMS           PIC X(06).
      *
      *    診療行為
       01  SRYACT-REC.
           COPY    "CPSRYACT.INC".
      *
      *    算定履歴
       01  SANTEI-REC.
           COPY    "CPSANTEI.INC".
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
           DISPLAY "*** ORCBJYURAN START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       SPA-AREA
                                       JRL-TBL-AREA
                                       CHK-TBL-AREA
                                       DAY-TBL-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SRYYM
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               JYURANLSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "縦覧点検"      TO  JOB-SHELLMSG
           MOVE    "ORCBJYURAN"    TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    診療年月の省略時は前月分（請求対象月）
           IF      WRK-PARA-SRYYM      IS  NOT NUMERIC
               MOVE    SMCNDATE-YMD (1:6)  TO  WRK-YM
               PERFORM 800-ZENGETU-SEC
               MOVE    WRK-YM              TO  WRK-PARA-SRYYM
           END-IF
      *
           OPEN    OUTPUT              JYURAN-FILE
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　縦覧点検（算定回数・"
                   "算定期間）　＊＊＊"
                   "　対象月："        DELIMITED   BY  SIZE
                   WRK-PARA-SRYYM      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-JYURAN-WRITE-SEC
           MOVE    SPACE               TO  WRK-LINE
           STRING  "患者番号　　診療行為　名称"
                                       DELIMITED   BY  SIZE
                   "　／　ルール"      DELIMITED   BY  SIZE
                   "　／　算定日"      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-JYURAN-WRITE-SEC
      *
      *    縦覧点検ルールの読込
           PERFORM 110-JRL-LOAD-SEC
           IF      JRL-TBL-MAX         =   ZERO
               MOVE    "縦覧点検ルールの登録なし"
                                       TO  WRK-LINE
               PERFORM 900-JYURAN-WRITE-SEC
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
               DISPLAY "ORCBJYURAN SRYACT SELECT ERR RC="
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
      *    縦覧点検ルール読込処理
      *****************************************************************
       110-JRL-LOAD-SEC            SECTION.
      *
           INITIALIZE                  JYURANRULE-REC
           MOVE    SPA-HOSPNUM         TO  JRL-HOSPNUM
           MOVE    JYURANRULE-REC      TO  MCPDATA-REC
           MOVE    "tbl_jyuranrule"    TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  110-JRL-LOAD-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM UNTIL   FLG-FETCH       =   1
               MOVE    "tbl_jyuranrule"    TO  MCP-TABLE
               MOVE    "all"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  JYURANRULE-REC
                   IF      JRL-TBL-MAX         <   CONST-JRL-MAX
                       ADD     1                   TO  JRL-TBL-MAX
                       MOVE    JRL-SRYCD           TO
                               JRL-TBL-SRYCD   (JRL-TBL-MAX)
                       MOVE    JRL-NAME            TO
                               JRL-TBL-NAME    (JRL-TBL-MAX)
                       MOVE    JRL-RULEKBN         TO
                               JRL-TBL-RULEKBN (JRL-TBL-MAX)
                       MOVE    JRL-TUKISU          TO
                               JRL-TBL-TUKISU  (JRL-TBL-MAX)
                       MOVE    JRL-KAISU           TO
                               JRL-TBL-KAISU   (JRL-TBL-MAX)
                   ELSE
                       DISPLAY "ORCBJYURAN RULE TABLE OVER"
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               ELSE
                   MOVE    1                   TO  FLG-FETCH
               END-IF
           END-PERFORM
      *
           MOVE    "tbl_jyuranrule"    TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       110-JRL-LOAD-EXT.
           EXIT.
      *
      *****************************************************************
      *    主　　処理（診療行為１件）
      *****************************************************************
       200-MAIN-SEC                SECTION.
      *
           IF      ACT-PTID        NOT =   WRK-PT-PTID
               MOVE    ACT-PTID            TO  WRK-PT-PTID
               MOVE    ZERO                TO  CHK-TBL-MAX
           END-IF
      *
           MOVE    ACT-SRYCD           TO  WRK-SRYCD
           PERFORM 2001-TAISYO-CHK-SEC
           IF      FLG-TAISYO          =   1
               ADD     1                   TO  CNT-CHK
               PERFORM 2002-RIREKI-SEC
               PERFORM 2003-RULE-CHK-SEC
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
      *    点検対象判定処理
      *    （ルールの登録があり、当該患者で未点検の診療行為を対象）
      *****************************************************************
       2001-TAISYO-CHK-SEC         SECTION.
      *
           MOVE    ZERO                TO  FLG-TAISYO
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   JRL-TBL-MAX
                   OR      FLG-TAISYO  =   1
               IF      JRL-TBL-SRYCD (IDX) =   WRK-SRYCD
                   MOVE    1                   TO  FLG-TAISYO
                   MOVE    JRL-TBL-NAME    (IDX)   TO  WRK-NAME
                   MOVE    JRL-TBL-RULEKBN (IDX)   TO  WRK-RULEKBN
                   MOVE    JRL-TBL-TUKISU  (IDX)   TO  WRK-TUKISU
                   MOVE    JRL-TBL-KAISU   (IDX)   TO  WRK-KAISU
               END-IF
           END-PERFORM
           IF      FLG-TAISYO          =   ZERO
               GO  TO  2001-TAISYO-CHK-EXT
           END-IF
      *
           PERFORM VARYING IDXC FROM 1 BY 1
                   UNTIL   IDXC        >   CHK-TBL-MAX
                   OR      FLG-TAISYO  =   ZERO
               IF      CHK-TBL-SRYCD (IDXC) =  WRK-SRYCD
                   MOVE    ZERO                TO  FLG-TAISYO
               END-IF
           END-PERFORM
           IF      FLG-TAISYO          =   1
           AND     CHK-TBL-MAX         <   CONST-CHK-MAX
               ADD     1                   TO  CHK-TBL-MAX
               MOVE    WRK-SRYCD           TO  CHK-TBL-SRYCD
                                                   (CHK-TBL-MAX)
           END-IF
           .
       2001-TAISYO-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    算定履歴収集処理
      *    （点検期間の開始月（対象月からＮ−１月前）から対象月まで、
      *      初回算定ルールはさらに一定月数遡って、診療行為と算定
      *      履歴の算定日を重複なく集める）
      *****************************************************************
       2002-RIREKI-SEC             SECTION.
      *
           MOVE    ZERO                TO  DAY-TBL-MAX
      *
           MOVE    WRK-PARA-SRYYM      TO  WRK-YM
           PERFORM VARYING IDXM FROM 2 BY 1
                   UNTIL   IDXM        >   WRK-TUKISU
               PERFORM 800-ZENGETU-SEC
           END-PERFORM
           MOVE    WRK-YM              TO  WRK-KIKAN-STYM
           IF      WRK-RULEKBN         =   "2"
               PERFORM VARYING IDXM FROM 1 BY 1
                       UNTIL   IDXM        >   CONST-SAKANOBORI
                   PERFORM 800-ZENGETU-SEC
               END-PERFORM
           END-IF
           MOVE    WRK-YM              TO  WRK-KENSAKU-STYM
      *
      *    診療行為（月ごと）
           MOVE    WRK-KENSAKU-STYM    TO  WRK-KENSAKU-YM
           PERFORM UNTIL   WRK-KENSAKU-YM  >   WRK-PARA-SRYYM
               PERFORM 20021-SRYACT-RIREKI-SEC
               MOVE    WRK-KENSAKU-YM      TO  WRK-YM
               PERFORM 800-YOKUGETU-SEC
               MOVE    WRK-YM              TO  WRK-KENSAKU-YM
           END-PERFORM
      *
      *    算定履歴
           PERFORM 20022-SANTEI-RIREKI-SEC
           .
       2002-RIREKI-EXT.
           EXIT.
      *
      *****************************************************************
      *    診療行為からの算定日収集処理（１月分）
      *****************************************************************
       20021-SRYACT-RIREKI-SEC     SECTION.
      *
           INITIALIZE                  SRYACT-REC
           MOVE    SPA-HOSPNUM         TO  ACT-HOSPNUM
           MOVE    WRK-PT-PTID         TO  ACT-PTID
           MOVE    WRK-KENSAKU-YM      TO  ACT-SRYYMD (1:6)
           MOVE    WRK-SRYCD           TO  ACT-SRYCD
           MOVE    SRYACT-REC          TO  MCPDATA-REC
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ptymcd"            TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  20021-SRYACT-RIREKI-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-RIREKI
           PERFORM UNTIL   FLG-RIREKI      =   1
               MOVE    "tbl_sryact"        TO  MCP-TABLE
               MOVE    "ptymcd"            TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  SRYACT-REC
                   MOVE    ACT-SRYYMD          TO  WRK-SANTEI-YMD
                   PERFORM 900-DAY-ADD-SEC
               ELSE
                   MOVE    1                   TO  FLG-RIREKI
               END-IF
           END-PERFORM
      *
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ptymcd"            TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       20021-SRYACT-RIREKI-EXT.
           EXIT.
      *
      *****************************************************************
      *    算定履歴からの算定日収集処理
      *    （移行前の算定分など会計に無い算定日を補う）
      *****************************************************************
       20022-SANTEI-RIREKI-SEC     SECTION.
      *
           INITIALIZE                  SANTEI-REC
           MOVE    SPA-HOSPNUM         TO  SANTEI-HOSPNUM
           MOVE    WRK-PT-PTID         TO  SANTEI-PTID
           MOVE    SANTEI-REC          TO  MCPDATA-REC
           MOVE    "tbl_santei"        TO  MCP-TABLE
           MOVE    "key13"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  20022-SANTEI-RIREKI-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-RIREKI
           PERFORM UNTIL   FLG-RIREKI      =   1
               MOVE    "tbl_santei"        TO  MCP-TABLE
               MOVE    "key13"             TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  SANTEI-REC
                   IF    ( SANTEI-SRYCD        =   WRK-SRYCD )
                   AND   ( SANTEI-SRYYMD (1:6) >=  WRK-KENSAKU-STYM )
                   AND   ( SANTEI-SRYYMD (1:6) <=  WRK-PARA-SRYYM )
                       MOVE    SANTEI-SRYYMD       TO  WRK-SANTEI-YMD
                       PERFORM 900-DAY-ADD-SEC
                   END-IF
               ELSE
                   MOVE    1                   TO  FLG-RIREKI
               END-IF
           END-PERFORM
      *
           MOVE    "tbl_santei"        TO  MCP-TABLE
           MOVE    "key13"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       20022-SANTEI-RIREKI-EXT.
           EXIT.
      *
      *****************************************************************
      *    ルール判定処理
      *****************************************************************
       2003-RULE-CHK-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-IHAN
           MOVE    ZERO                TO  CNT-SANTEI
           MOVE    SPACE               TO  WRK-TOUGETU-YMD
                                           WRK-ZENKAI-YMD
                                           WRK-SYOKAI-YMD
      *
      *    期間内の算定日数・対象月の最終算定日・初回算定日
           PERFORM VARYING IDXD FROM 1 BY 1
                   UNTIL   IDXD        >   DAY-TBL-MAX
               IF      DAY-TBL-YMD (IDXD) (1:6) >=  WRK-KIKAN-STYM
                   ADD     1                   TO  CNT-SANTEI
               END-IF
               IF      DAY-TBL-YMD (IDXD) (1:6) =   WRK-PARA-SRYYM
               AND     DAY-TBL-YMD (IDXD)       >   WRK-TOUGETU-YMD
                   MOVE    DAY-TBL-YMD (IDXD)  TO  WRK-TOUGETU-YMD
               END-IF
               IF      WRK-SYOKAI-YMD           =   SPACE
               OR      DAY-TBL-YMD (IDXD)       <   WRK-SYOKAI-YMD
                   MOVE    DAY-TBL-YMD (IDXD)  TO  WRK-SYOKAI-YMD
               END-IF
           END-PERFORM
      *
      *    前回算定日（対象月の最終算定日より前の直近の算定日）
           PERFORM VARYING IDXD FROM 1 BY 1
                   UNTIL   IDXD        >   DAY-TBL-MAX
               IF      DAY-TBL-YMD (IDXD)       <   WRK-TOUGETU-YMD
               AND   ( WRK-ZENKAI-YMD           =   SPACE
               OR      DAY-TBL-YMD (IDXD)       >   WRK-ZENKAI-YMD )
                   MOVE    DAY-TBL-YMD (IDXD)  TO  WRK-ZENKAI-YMD
               END-IF
           END-PERFORM
      *
           MOVE    WRK-TUKISU          TO  WRK-ED-TUKISU
           MOVE    SPACE               TO  WRK-RULE
           EVALUATE    WRK-RULEKBN
      *        初回算定からＮ月以内
               WHEN    "2"
                   IF      WRK-SYOKAI-YMD   NOT =  SPACE
                   AND     WRK-SYOKAI-YMD (1:6) <  WRK-KIKAN-STYM
                       MOVE    1                   TO  FLG-IHAN
                       MOVE    WRK-SYOKAI-YMD      TO  WRK-ZENKAI-YMD
                       STRING  "初回から"      DELIMITED   BY  SIZE
                               WRK-ED-TUKISU   DELIMITED   BY  SIZE
                               "月以内"        DELIMITED   BY  SIZE
                                           INTO    WRK-RULE
                       END-STRING
                   END-IF
      *        Ｎ月にＭ回まで
               WHEN    OTHER
                   IF      CNT-SANTEI          >   WRK-KAISU
                       MOVE    1                   TO  FLG-IHAN
                       MOVE    WRK-KAISU           TO  WRK-ED-KAISU
                       STRING  WRK-ED-TUKISU   DELIMITED   BY  SIZE
                               "月に"          DELIMITED   BY  SIZE
                               WRK-ED-KAISU    DELIMITED   BY  SIZE
                               "回まで"        DELIMITED   BY  SIZE
                                           INTO    WRK-RULE
                       END-STRING
                   END-IF
           END-EVALUATE
      *
           IF      FLG-IHAN            =   1
               PERFORM 20031-IHAN-EDIT-SEC
           END-IF
           .
       2003-RULE-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    違反候補行編集処理
      *****************************************************************
       20031-IHAN-EDIT-SEC         SECTION.
      *
           ADD     1                   TO  CNT-IHAN
           MOVE    CNT-SANTEI          TO  WRK-ED-KAISU
           MOVE    SPACE               TO  WRK-LINE
           IF      WRK-RULEKBN         =   "2"
               STRING  WRK-PT-PTID         DELIMITED   BY  SIZE
                       "　"                DELIMITED   BY  SIZE
                       WRK-SRYCD           DELIMITED   BY  SIZE
                       "　"                DELIMITED   BY  SIZE
                       WRK-NAME            DELIMITED   BY  SPACE
                       "　／　"            DELIMITED   BY  SIZE
                       WRK-RULE            DELIMITED   BY  SPACE
                       "　／　初回："      DELIMITED   BY  SIZE
                       WRK-ZENKAI-YMD      DELIMITED   BY  SIZE
                       "　当月："          DELIMITED   BY  SIZE
                       WRK-TOUGETU-YMD     DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
           ELSE
               STRING  WRK-PT-PTID         DELIMITED   BY  SIZE
                       "　"                DELIMITED   BY  SIZE
                       WRK-SRYCD           DELIMITED   BY  SIZE
                       "　"                DELIMITED   BY  SIZE
                       WRK-NAME            DELIMITED   BY  SPACE
                       "　／　"            DELIMITED   BY  SIZE
                       WRK-RULE            DELIMITED   BY  SPACE
                       "　／　前回："      DELIMITED   BY  SIZE
                       WRK-ZENKAI-YMD      DELIMITED   BY  SIZE
                       "　当月："          DELIMITED   BY  SIZE
                       WRK-TOUGETU-YMD     DELIMITED   BY  SIZE
                       "　期間内"          DELIMITED   BY  SIZE
                       WRK-ED-KAISU        DELIMITED   BY  SIZE
                       "回"                DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
           END-IF
           PERFORM 900-JYURAN-WRITE-SEC
           .
       20031-IHAN-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    前月算出処理（ＷＲＫ−ＹＭを１月戻す）
      *****************************************************************
       800-ZENGETU-SEC             SECTION.
      *
           IF      WRK-MM              =   01
               MOVE    12                  TO  WRK-MM
               SUBTRACT    1           FROM    WRK-YY
           ELSE
               SUBTRACT    1           FROM    WRK-MM
           END-IF
           .
       800-ZENGETU-EXT.
           EXIT.
      *
      *****************************************************************
      *    翌月算出処理（ＷＲＫ−ＹＭを１月進める）
      *****************************************************************
       800-YOKUGETU-SEC            SECTION.
      *
           IF      WRK-MM              =   12
               MOVE    01                  TO  WRK-MM
               ADD     1                   TO  WRK-YY
           ELSE
               ADD     1                   TO  WRK-MM
           END-IF
           .
       800-YOKUGETU-EXT.
           EXIT.
      *
      *****************************************************************
      *    算定日登録処理（重複する算定日は登録しない）
      *****************************************************************
       900-DAY-ADD-SEC             SECTION.
      *
           MOVE    ZERO                TO  FLG-SUMI
           PERFORM VARYING IDXD FROM 1 BY 1
                   UNTIL   IDXD        >   DAY-TBL-MAX
                   OR      FLG-SUMI    =   1
               IF      DAY-TBL-YMD (IDXD)  =   WRK-SANTEI-YMD
                   MOVE    1                   TO  FLG-SUMI
               END-IF
           END-PERFORM
           IF      FLG-SUMI            =   ZERO
           AND     DAY-TBL-MAX         <   CONST-DAY-MAX
               ADD     1                   TO  DAY-TBL-MAX
               MOVE    WRK-SANTEI-YMD      TO
                                       DAY-TBL-YMD (DAY-TBL-MAX)
           END-IF
           .
       900-DAY-ADD-EXT.
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
           IF      JRL-TBL-MAX     NOT =   ZERO
               MOVE    "tbl_sryact"        TO  MCP-TABLE
               MOVE    "ym"                TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
      *
           MOVE    CNT-IHAN            TO  WRK-ED-CNT
           MOVE    SPACE               TO  WRK-LINE
           STRING  "違反候補件数："    DELIMITED   BY  SIZE
                   WRK-ED-CNT          DELIMITED   BY  SIZE
                   "件"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-JYURAN-WRITE-SEC
      *
           CLOSE   JYURAN-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "SRYACT   CNT-IN  :" CNT-IN
           DISPLAY "CHECK    CNT     :" CNT-CHK
           DISPLAY "IHAN     CNT     :" CNT-IHAN
           DISPLAY "*** ORCBJYURAN END ***"
           .
       300-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    リスト行出力処理
      *****************************************************************
       900-JYURAN-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  JYURAN-LST-REC
           WRITE   JYURAN-LST-REC
           .
       900-JYURAN-WRITE-EXT.
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
