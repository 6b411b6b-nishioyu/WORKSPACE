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
       PROGRAM-ID.             ORCBKAITEISIM.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 月次統計
      *  コンポーネント名  : 診療報酬改定の収益影響試算
      *                      （点数マスタ改定データ事前取込
      *                        （ＯＲＣＢＭＳＴＫＡＩＴＥＩ）で改定
      *                        保留テーブルに取り込んだ新点数を使い、
      *                        実績月の診療行為を剤ごとに剤ごと点数
      *                        計算（ＯＲＣＳＣ９０ＴＥＮ２）で改定
      *                        前・改定後の両方について再計算し、
      *                        点数差を診療科・診療行為区分・入外別
      *                        に集計してＣＳＶに出力する。
      *                        試算のみでデータの更新は行わない。
      *                        施行日の指定時はその施行日の保留分
      *                        のみ、省略時は保留分すべて（同一
      *                        コードは施行日の新しいもの）を使う。
      *                        実績月の省略時は前月分とする）
      *  管理者            :
      *  作成日付    作業者        記述
      *  26/10/15    ORCAMO        新規作成
      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.01    ORCAMO       26/10/15  治験参加患者の費用振替を
      *                                     剤ごと点数計算に反映
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *
      *    改定影響試算ＣＳＶ
           SELECT  KAITEISIM-FILE  ASSIGN  KAITEISIMPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-KAITEISIM.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  KAITEISIM-FILE.
       01  KAITEISIM-REC           PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-KAITEISIM                   PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-END                         PIC 9(01).
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-TENSU                       PIC 9(01).
           03  FLG-SINKYU                      PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(08).
           03  CNT-ZAI                         PIC 9(08).
           03  CNT-EIKYO                       PIC 9(08).
           03  CNT-ERR                         PIC 9(08).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(05).
           03  IDXP                            PIC 9(05).
           03  IDXC                            PIC 9(05).
           03  IDXS                            PIC 9(05).
           03  IDXZ                            PIC 9(03).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
               05  WRK-PARA-SRYYM              PIC X(06).
               05  WRK-PARA-SEKOYMD            PIC X(08).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
           03  WRK-YM.
               05  WRK-YY                      PIC 9(04).
               05  WRK-MM                      PIC 9(02).
      *
      *    剤の区切り（患者・診療日・伝票・剤番号）
           03  WRK-ZAI-KEY.
               05  WRK-ZAI-PTID                PIC 9(10).
               05  WRK-ZAI-SRYYMD              PIC X(08).
               05  WRK-ZAI-DENPNUM             PIC 9(07).
               05  WRK-ZAI-ZAINUM              PIC 9(08).
           03  WRK-ACT-KEY.
               05  WRK-ACT-PTID                PIC 9(10).
               05  WRK-ACT-SRYYMD              PIC X(08).
               05  WRK-ACT-DENPNUM             PIC 9(07).
               05  WRK-ACT-ZAINUM              PIC 9(08).
      *    治験参加照会の区切り（患者・診療日）
           03  WRK-CHK-KEY.
               05  WRK-CHK-PTID                PIC 9(10).
               05  WRK-CHK-SRYYMD              PIC X(08).
           03  WRK-ZAI-SRYKA                   PIC X(02).
           03  WRK-ZAI-SRYKBN                  PIC X(02).
           03  WRK-ZAI-NYUGAIKBN               PIC X(01).
           03  WRK-ZAI-KAISU                   PIC 9(05).
      *
      *    剤点数（改定前・改定後）
           03  WRK-SYUGI-TEN                   PIC 9(09).
           03  WRK-ZAI-TEN                     PIC 9(14).
           03  WRK-OLD-TEN                     PIC 9(14).
           03  WRK-NEW-TEN                     PIC 9(14).
           03  WRK-MOJI                        PIC X(01).
      *
           03  WRK-LINE                        PIC X(200).
           03  WRK-ED-TEN                      PIC -(13)9.
           03  WRK-ED-TENX     REDEFINES   WRK-ED-TEN
                                               PIC X(14).
           03  WRK-ED-TEN-SP                   PIC 9(02).
           03  WRK-ED-OUT                      PIC X(14) OCCURS 6.
           03  WRK-SA                          PIC S9(14).
      *
           03  KAITEISIMPARA                   PIC X(256).
      *
      *    改定保留点数（新点数）
       01  PND-TBL-AREA.
           03  PND-TBL-MAX                     PIC 9(05).
           03  PND-TBL                         OCCURS  30000.
               05  PND-TBL-SRYCD               PIC X(09).
               05  PND-TBL-SEKOYMD             PIC X(08).
               05  PND-TBL-TEN                 PIC 9(09)V9(02).
      *
      *    点数マスタ（読込済みコードの保持）
       01  TNC-TBL-AREA.
           03  TNC-TBL-MAX                     PIC 9(05).
           03  TNC-TBL                         OCCURS  5000.
               05  TNC-TBL-SRYCD               PIC X(09).
               05  TNC-TBL-OLD-TEN             PIC 9(09)V9(02).
               05  TNC-TBL-NEW-TEN             PIC 9(09)V9(02).
               05  TNC-TBL-YKZKBN              PIC X(01).
               05  TNC-TBL-TENSIKIBETU         PIC 9(01).
               05  TNC-TBL-DATAKBN             PIC X(01).
      *
      *    剤内の診療行為
       01  ZAI-TBL-AREA.
           03  ZAI-TBL-MAX                     PIC 9(03).
           03  ZAI-TBL                         OCCURS  50.
               05  ZAI-TBL-SRYCD               PIC X(09).
               05  ZAI-TBL-SRYKBN              PIC X(02).
               05  ZAI-TBL-SURYO               PIC 9(05)V9(05).
               05  ZAI-TBL-TNCIDX              PIC 9(05).
      *
      *    集計（診療科・診療行為区分・入外別）
       01  SUM-TBL-AREA.
           03  SUM-TBL-MAX                     PIC 9(05).
           03  SUM-TBL                         OCCURS  3000.
               05  SUM-TBL-SRYKA               PIC X(02).
               05  SUM-TBL-SRYKBN              PIC X(02).
               05  SUM-TBL-NYUGAIKBN           PIC X(01).
               05  SUM-TBL-ZAI                 PIC 9(08).
               05  SUM-TBL-EIKYO               PIC 9(08).
               05  SUM-TBL-OLD-TEN             PIC 9(14).
               05  SUM-TBL-NEW-TEN             PIC 9(14).
      *
      *    合計
       01  GOK-AREA.
           03  GOK-ZAI                         PIC 9(08).
           03  GOK-EIKYO                       PIC 9(08).
           03  GOK-OLD-TEN                     PIC 9(14).
           03  GOK-NEW-TEN                     PIC 9(14).
      *
      *    定数領域
       01  CONST-AREA.
           03  CONST-PND-MAX       PIC 9(05)   VALUE 30000.
           03  CONST-TNC-MAX       PIC 9(05)   VALUE 5000.
           03  CONST-ZAI-MAX       PIC 9(03)   VALUE 50.
           03  CONST-SUM-MAX       PIC 9(05)   VALUE 3000.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    点数マスタ・点数マスタ改定保留
           COPY    "CPTENSU.INC".
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
      *    剤ごと点数計算サブ
           COPY    "CPORCSC90TEN2.INC".
      *
      *    治験参加照会サブ
           COPY    "CPORCSCHIKEN.INC".
      *
      *    剤ごと点数計算用　診療行為画面領域
       01  SPA-SCR-REC.
           COPY    "CPK02SPASCR.INC".
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
           DISPLAY "*** ORCBKAITEISIM START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       SPA-AREA
                                       PND-TBL-AREA
                                       TNC-TBL-AREA
                                       SUM-TBL-AREA
                                       GOK-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SRYYM
                                               WRK-PARA-SEKOYMD
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               KAITEISIMPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "診療報酬改定影響試算"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBKAITEISIM" TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    実績月の省略時は前月分
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
           IF      WRK-PARA-SEKOYMD    IS  NOT NUMERIC
               MOVE    SPACE               TO  WRK-PARA-SEKOYMD
           END-IF
      *
           OPEN    OUTPUT              KAITEISIM-FILE
      *
      *    改定保留点数の読込
           PERFORM 110-PND-LOAD-SEC
           IF      PND-TBL-MAX         =   ZERO
               DISPLAY "ORCBKAITEISIM TENSUPEND NOT FOUND"
               MOVE    1                   TO  FLG-END
               GO  TO  100-INIT-EXT
           END-IF
      *
      *    実績月の診療行為を走査する
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
               DISPLAY "ORCBKAITEISIM SRYACT SELECT ERR RC="
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
      *    改定保留点数読込処理
      *    （同一コードで複数の施行日があるときは新しい方を使う）
      *****************************************************************
       110-PND-LOAD-SEC            SECTION.
      *
           INITIALIZE                  TNS-TENSU-REC
           MOVE    SPA-HOSPNUM         TO  TNS-HOSPNUM
           MOVE    TNS-TENSU-REC       TO  MCPDATA-REC
           MOVE    "tbl_tensupend"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  110-PND-LOAD-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM UNTIL   FLG-FETCH       =   1
               MOVE    "tbl_tensupend"     TO  MCP-TABLE
               MOVE    "all"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  TNS-TENSU-REC
                   IF      WRK-PARA-SEKOYMD    =   SPACE
                   OR      WRK-PARA-SEKOYMD    =   TNS-YUKOSTYMD
                       PERFORM 1101-PND-ADD-SEC
                   END-IF
               ELSE
                   MOVE    1                   TO  FLG-FETCH
               END-IF
           END-PERFORM
      *
           MOVE    "tbl_tensupend"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       110-PND-LOAD-EXT.
           EXIT.
      *
      *****************************************************************
      *    改定保留点数追加処理
      *****************************************************************
       1101-PND-ADD-SEC            SECTION.
      *
           PERFORM VARYING IDXP FROM 1 BY 1
                   UNTIL   IDXP >  PND-TBL-MAX
                   OR      PND-TBL-SRYCD (IDXP)    =   TNS-SRYCD
               CONTINUE
           END-PERFORM
      *
           IF      IDXP                <=  PND-TBL-MAX
               IF      TNS-YUKOSTYMD       >   PND-TBL-SEKOYMD (IDXP)
                   MOVE    TNS-YUKOSTYMD       TO
                           PND-TBL-SEKOYMD (IDXP)
                   MOVE    TNS-TEN             TO  PND-TBL-TEN (IDXP)
               END-IF
               GO  TO  1101-PND-ADD-EXT
           END-IF
      *
           IF      PND-TBL-MAX         >=  CONST-PND-MAX
               DISPLAY "ORCBKAITEISIM TENSUPEND TABLE OVER"
               MOVE    1                   TO  FLG-FETCH
               GO  TO  1101-PND-ADD-EXT
           END-IF
           ADD     1                   TO  PND-TBL-MAX
           MOVE    TNS-SRYCD           TO  PND-TBL-SRYCD   (PND-TBL-MAX)
           MOVE    TNS-YUKOSTYMD       TO  PND-TBL-SEKOYMD (PND-TBL-MAX)
           MOVE    TNS-TEN             TO  PND-TBL-TEN     (PND-TBL-MAX)
           .
       1101-PND-ADD-EXT.
           EXIT.
      *
      *****************************************************************
      *    主　　処理（１剤）
      *****************************************************************
       200-MAIN-SEC                SECTION.
      *
      *    剤の診療行為を集める
           MOVE    ZERO                TO  ZAI-TBL-MAX
           MOVE    ACT-PTID            TO  WRK-ZAI-PTID
           MOVE    ACT-SRYYMD          TO  WRK-ZAI-SRYYMD
           MOVE    ACT-DENPNUM         TO  WRK-ZAI-DENPNUM
           MOVE    ACT-ZAINUM          TO  WRK-ZAI-ZAINUM
           MOVE    ACT-SRYKA           TO  WRK-ZAI-SRYKA
           MOVE    ACT-SRYKBN          TO  WRK-ZAI-SRYKBN
           MOVE    ACT-NYUGAIKBN       TO  WRK-ZAI-NYUGAIKBN
           MOVE    ACT-KAISU           TO  WRK-ZAI-KAISU
           IF      WRK-ZAI-KAISU       =   ZERO
               MOVE    1                   TO  WRK-ZAI-KAISU
           END-IF
           MOVE    WRK-ZAI-KEY         TO  WRK-ACT-KEY
      *
           PERFORM UNTIL   FLG-FETCH   NOT =   ZERO
                   OR      WRK-ACT-KEY NOT =   WRK-ZAI-KEY
               PERFORM 2001-ZAI-ADD-SEC
               PERFORM 900-SRYACT-FETCH-SEC
               IF      FLG-FETCH           =   ZERO
                   MOVE    ACT-PTID            TO  WRK-ACT-PTID
                   MOVE    ACT-SRYYMD          TO  WRK-ACT-SRYYMD
                   MOVE    ACT-DENPNUM         TO  WRK-ACT-DENPNUM
                   MOVE    ACT-ZAINUM          TO  WRK-ACT-ZAINUM
               END-IF
           END-PERFORM
      *
      *    自費・食事は点数計算の対象外
           IF      WRK-ZAI-SRYKBN      =   "95"    OR  "96"    OR  "97"
           OR      ZAI-TBL-MAX         =   ZERO
               GO  TO  200-MAIN-NEXT
           END-IF
      *
      *    改定前・改定後の剤点数
           MOVE    ZERO                TO  FLG-SINKYU
           PERFORM 2002-ZAI-KEISAN-SEC
           IF      LNK-SC90-ERRCD  NOT =   SPACE
               ADD     1                   TO  CNT-ERR
               GO  TO  200-MAIN-NEXT
           END-IF
           COMPUTE WRK-OLD-TEN     =   WRK-ZAI-TEN *   WRK-ZAI-KAISU
      *
           MOVE    1                   TO  FLG-SINKYU
           PERFORM 2002-ZAI-KEISAN-SEC
           IF      LNK-SC90-ERRCD  NOT =   SPACE
               ADD     1                   TO  CNT-ERR
               GO  TO  200-MAIN-NEXT
           END-IF
           COMPUTE WRK-NEW-TEN     =   WRK-ZAI-TEN *   WRK-ZAI-KAISU
      *
           ADD     1                   TO  CNT-ZAI
           PERFORM 2003-SUM-ADD-SEC
           .
       200-MAIN-NEXT.
           IF      FLG-FETCH       NOT =   ZERO
               MOVE    1                   TO  FLG-END
           END-IF
           .
       200-MAIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    剤内診療行為追加処理
      *****************************************************************
       2001-ZAI-ADD-SEC            SECTION.
      *
           IF      ZAI-TBL-MAX         >=  CONST-ZAI-MAX
               GO  TO  2001-ZAI-ADD-EXT
           END-IF
      *
           PERFORM 800-TNC-GET-SEC
           IF      FLG-TENSU       NOT =   ZERO
               GO  TO  2001-ZAI-ADD-EXT
           END-IF
      *
           ADD     1                   TO  ZAI-TBL-MAX
           MOVE    ACT-SRYCD           TO  ZAI-TBL-SRYCD  (ZAI-TBL-MAX)
           MOVE    ACT-SRYKBN          TO  ZAI-TBL-SRYKBN (ZAI-TBL-MAX)
           MOVE    ACT-SURYO           TO  ZAI-TBL-SURYO  (ZAI-TBL-MAX)
           MOVE    IDXC                TO  ZAI-TBL-TNCIDX (ZAI-TBL-MAX)
           .
       2001-ZAI-ADD-EXT.
           EXIT.
      *
      *****************************************************************
      *    剤点数計算処理
      *    （ＦＬＧ−ＳＩＮＫＹＵ　０：改定前　１：改定後の点数で
      *      剤ごと点数計算を呼び、剤点数を求める）
      *****************************************************************
       2002-ZAI-KEISAN-SEC         SECTION.
      *
           INITIALIZE                  SPA-SCR-REC
                                       ORCSC90AREA
           MOVE    ZERO                TO  WRK-SYUGI-TEN
                                           WRK-ZAI-TEN
      *
           PERFORM VARYING IDXZ FROM 1 BY 1
                   UNTIL   IDXZ >  ZAI-TBL-MAX
               MOVE    ZAI-TBL-TNCIDX (IDXZ)   TO  IDXC
               MOVE    ZAI-TBL-SRYCD (IDXZ)    TO
                       SPA-COM-INPUTCD (IDXZ)
                       SPA-GMN-INPUTCD (IDXZ)
               MOVE    ZAI-TBL-SRYKBN (IDXZ)   TO
                       SPA-COM-SRYKBN (IDXZ)
               MOVE    ZAI-TBL-SURYO (IDXZ)    TO
                       SPA-COM-SURYO (IDXZ)
               MOVE    TNC-TBL-YKZKBN (IDXC)   TO
                       SPA-COM-YKZKBN (IDXZ)
               MOVE    TNC-TBL-TENSIKIBETU (IDXC)
                                               TO
                       SPA-COM-TENSIKIBETU (IDXZ)
               MOVE    TNC-TBL-DATAKBN (IDXC)  TO
                       SPA-COM-DATAKBN (IDXZ)
               IF      FLG-SINKYU              =   1
                   MOVE    TNC-TBL-NEW-TEN (IDXC)  TO
                           SPA-COM-KISOTEN (IDXZ)
                           SPA-COM-TEN (IDXZ)
               ELSE
                   MOVE    TNC-TBL-OLD-TEN (IDXC)  TO
                           SPA-COM-KISOTEN (IDXZ)
                           SPA-COM-TEN (IDXZ)
               END-IF
      *        手技料（薬剤・器材以外）は点数をそのまま合計する
               IF      ZAI-TBL-SRYCD (IDXZ) (1:3)  =   "059"
                   MOVE    "7"                 TO  WRK-MOJI
               ELSE
                   MOVE    ZAI-TBL-SRYCD (IDXZ) (1:1)
                                               TO  WRK-MOJI
               END-IF
               IF      WRK-MOJI        NOT =   "6"     AND "7"
                   ADD     SPA-COM-TEN (IDXZ)  TO  WRK-SYUGI-TEN
               END-IF
           END-PERFORM
      *
      *    治験参加患者は費用振替の区分を渡す
      *    （試算のため会計区分は設定せず、実績は記録しない）
           IF      WRK-ZAI-PTID    NOT =   WRK-CHK-PTID
           OR      WRK-ZAI-SRYYMD  NOT =   WRK-CHK-SRYYMD
               PERFORM 2004-CHIKEN-GET-SEC
           END-IF
           IF      SCHIKEN-RC          =   ZERO
           AND     SCHIKEN-CHIKENFLG   =   1
               MOVE    "1"                 TO  LNK-SC90-CHIKEN-KBN
               MOVE    SCHIKEN-KENSAKBN    TO  LNK-SC90-CHIKEN-KENSA
               MOVE    SCHIKEN-GAZOKBN     TO  LNK-SC90-CHIKEN-GAZO
               MOVE    SCHIKEN-YAKUZAIKBN  TO  LNK-SC90-CHIKEN-YAKUZAI
               PERFORM VARYING IDXS FROM 1 BY 1
                       UNTIL   IDXS >  10
                   MOVE    SCHIKEN-DOSYUCD (IDXS)  TO
                           LNK-SC90-CHIKEN-DOSYUCD (IDXS)
               END-PERFORM
           END-IF
      *
           MOVE    SPA-HOSPNUM         TO  LNK-SC90-HOSPNUM
           MOVE    "2"                 TO  LNK-SC90-KBN
           MOVE    1                   TO  LNK-SC90-IDX-STR
           MOVE    ZAI-TBL-MAX         TO  LNK-SC90-IDX-END
           MOVE    ZERO                TO  LNK-SC90-IDX
           MOVE    WRK-SYUGI-TEN       TO  LNK-SC90-TENSU
           MOVE    SPACE               TO  LNK-SC90-ERRCD
           CALL    "ORCSC90TEN2"       USING   ORCSC90AREA
                                               SPA-SCR-REC
      *
           COMPUTE WRK-ZAI-TEN     =   LNK-SC90-TENSUKEI
                                   +   LNK-SC90-YKZTEN
                                   +   LNK-SC90-KIZTEN
                                   +   LNK-SC90-FIRTEN
                                   +   LNK-SC90-SANTEN
                                   +   LNK-SC90-CHITEN
           .
       2002-ZAI-KEISAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    治験参加照会処理
      *    （患者・診療日が替わったときに照会する）
      *****************************************************************
       2004-CHIKEN-GET-SEC         SECTION.
      *
           MOVE    WRK-ZAI-PTID        TO  WRK-CHK-PTID
           MOVE    WRK-ZAI-SRYYMD      TO  WRK-CHK-SRYYMD
      *
           INITIALIZE                  ORCSCHIKENAREA
           MOVE    "1"                 TO  SCHIKEN-MODE
           MOVE    WRK-ZAI-PTID        TO  SCHIKEN-PTID
           MOVE    WRK-ZAI-SRYYMD      TO  SCHIKEN-SRYYMD
           CALL    "ORCSCHIKEN"        USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSCHIKENAREA
           .
       2004-CHIKEN-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    集計処理（診療科・診療行為区分・入外別）
      *****************************************************************
       2003-SUM-ADD-SEC            SECTION.
      *
           ADD     1                   TO  GOK-ZAI
           ADD     WRK-OLD-TEN         TO  GOK-OLD-TEN
           ADD     WRK-NEW-TEN         TO  GOK-NEW-TEN
           IF      WRK-OLD-TEN     NOT =   WRK-NEW-TEN
               ADD     1                   TO  GOK-EIKYO
                                               CNT-EIKYO
           END-IF
      *
           PERFORM VARYING IDXS FROM 1 BY 1
                   UNTIL   IDXS >  SUM-TBL-MAX
                   OR    ( SUM-TBL-SRYKA (IDXS)    =   WRK-ZAI-SRYKA
                   AND     SUM-TBL-SRYKBN (IDXS)   =   WRK-ZAI-SRYKBN
                   AND     SUM-TBL-NYUGAIKBN (IDXS)
                                               =   WRK-ZAI-NYUGAIKBN )
               CONTINUE
           END-PERFORM
      *
           IF      IDXS                >   SUM-TBL-MAX
               IF      SUM-TBL-MAX         >=  CONST-SUM-MAX
                   DISPLAY "ORCBKAITEISIM SUM TABLE OVER"
                   GO  TO  2003-SUM-ADD-EXT
               END-IF
               ADD     1                   TO  SUM-TBL-MAX
               MOVE    SUM-TBL-MAX         TO  IDXS
               MOVE    WRK-ZAI-SRYKA       TO  SUM-TBL-SRYKA (IDXS)
               MOVE    WRK-ZAI-SRYKBN      TO  SUM-TBL-SRYKBN (IDXS)
               MOVE    WRK-ZAI-NYUGAIKBN   TO
                       SUM-TBL-NYUGAIKBN (IDXS)
           END-IF
      *
           ADD     1                   TO  SUM-TBL-ZAI (IDXS)
           ADD     WRK-OLD-TEN         TO  SUM-TBL-OLD-TEN (IDXS)
           ADD     WRK-NEW-TEN         TO  SUM-TBL-NEW-TEN (IDXS)
           IF      WRK-OLD-TEN     NOT =   WRK-NEW-TEN
               ADD     1                   TO  SUM-TBL-EIKYO (IDXS)
           END-IF
           .
       2003-SUM-ADD-EXT.
           EXIT.
      *
      *****************************************************************
      *    点数取得処理
      *    （読込済みコードは保持分を使い、未読込は点数マスタを
      *      診療日で読み、改定保留点数があれば新点数とする。
      *      ＩＤＸＣに保持位置を返す）
      *****************************************************************
       800-TNC-GET-SEC             SECTION.
      *
           MOVE    ZERO                TO  FLG-TENSU
           PERFORM VARYING IDXC FROM 1 BY 1
                   UNTIL   IDXC >  TNC-TBL-MAX
                   OR      TNC-TBL-SRYCD (IDXC)    =   ACT-SRYCD
               CONTINUE
           END-PERFORM
           IF      IDXC                <=  TNC-TBL-MAX
               GO  TO  800-TNC-GET-EXT
           END-IF
      *
           IF      TNC-TBL-MAX         >=  CONST-TNC-MAX
               DISPLAY "ORCBKAITEISIM TENSU TABLE OVER"
               MOVE    1                   TO  FLG-TENSU
               GO  TO  800-TNC-GET-EXT
           END-IF
      *
           INITIALIZE                  TNS-TENSU-REC
           MOVE    SPA-HOSPNUM         TO  TNS-HOSPNUM
           MOVE    ACT-SRYCD           TO  TNS-SRYCD
           MOVE    ACT-SRYYMD          TO  TNS-YUKOSTYMD
                                           TNS-YUKOEDYMD
           MOVE    TNS-TENSU-REC       TO  MCPDATA-REC
           MOVE    "tbl_tensu"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_tensu"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  TNS-TENSU-REC
           ELSE
               MOVE    1                   TO  FLG-TENSU
           END-IF
           MOVE    "tbl_tensu"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      FLG-TENSU       NOT =   ZERO
               GO  TO  800-TNC-GET-EXT
           END-IF
      *
           ADD     1                   TO  TNC-TBL-MAX
           MOVE    TNC-TBL-MAX         TO  IDXC
           MOVE    TNS-SRYCD           TO  TNC-TBL-SRYCD       (IDXC)
           MOVE    TNS-TEN             TO  TNC-TBL-OLD-TEN     (IDXC)
                                           TNC-TBL-NEW-TEN     (IDXC)
           MOVE    TNS-YKZKBN          TO  TNC-TBL-YKZKBN      (IDXC)
           MOVE    TNS-TENSIKIBETU     TO  TNC-TBL-TENSIKIBETU (IDXC)
           MOVE    TNS-DATAKBN         TO  TNC-TBL-DATAKBN     (IDXC)
      *
           PERFORM VARYING IDXP FROM 1 BY 1
                   UNTIL   IDXP >  PND-TBL-MAX
                   OR      PND-TBL-SRYCD (IDXP)    =   TNS-SRYCD
               CONTINUE
           END-PERFORM
           IF      IDXP                <=  PND-TBL-MAX
               MOVE    PND-TBL-TEN (IDXP)  TO  TNC-TBL-NEW-TEN (IDXC)
           END-IF
           .
       800-TNC-GET-EXT.
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
      *    終了処理（試算結果ＣＳＶ出力）
      *****************************************************************
       300-TERM-SEC                SECTION.
      *
           IF      PND-TBL-MAX     NOT =   ZERO
               MOVE    "tbl_sryact"        TO  MCP-TABLE
               MOVE    "ym"                TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "実績月,施行日,診療科,"
                                       DELIMITED   BY  SIZE
                   "診療行為区分,入外区分,"
                                       DELIMITED   BY  SIZE
                   "剤件数,影響剤数,"  DELIMITED   BY  SIZE
                   "改定前点数,改定後点数,"
                                       DELIMITED   BY  SIZE
                   "点数差,影響額"     DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-KAITEISIM-WRITE-SEC
      *
           PERFORM VARYING IDXS FROM 1 BY 1
                   UNTIL   IDXS >  SUM-TBL-MAX
               PERFORM 3001-SUM-EDIT-SEC
           END-PERFORM
      *
      *    合計行（診療科・区分は空欄）
           MOVE    SUM-TBL-MAX         TO  IDXS
           ADD     1                   TO  IDXS
           IF      IDXS                <=  CONST-SUM-MAX
               MOVE    SPACE               TO  SUM-TBL-SRYKA (IDXS)
                                               SUM-TBL-SRYKBN (IDXS)
                                               SUM-TBL-NYUGAIKBN (IDXS)
               MOVE    GOK-ZAI             TO  SUM-TBL-ZAI (IDXS)
               MOVE    GOK-EIKYO           TO  SUM-TBL-EIKYO (IDXS)
               MOVE    GOK-OLD-TEN         TO  SUM-TBL-OLD-TEN (IDXS)
               MOVE    GOK-NEW-TEN         TO  SUM-TBL-NEW-TEN (IDXS)
               PERFORM 3001-SUM-EDIT-SEC
           END-IF
      *
           CLOSE   KAITEISIM-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "TENSUPEND CNT    :" PND-TBL-MAX
           DISPLAY "SRYACT   CNT-IN  :" CNT-IN
           DISPLAY "ZAI      CNT     :" CNT-ZAI
           DISPLAY "EIKYO    CNT     :" CNT-EIKYO
           DISPLAY "ERR      CNT     :" CNT-ERR
           DISPLAY "*** ORCBKAITEISIM END ***"
           .
       300-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    集計行編集処理
      *    （数値は前空白を除いて出力する。影響額は点数差×１０円）
      *****************************************************************
       3001-SUM-EDIT-SEC           SECTION.
      *
           MOVE    SUM-TBL-ZAI (IDXS)  TO  WRK-SA
           MOVE    1                   TO  IDX
           PERFORM 3002-ED-SEC
           MOVE    SUM-TBL-EIKYO (IDXS)
                                       TO  WRK-SA
           MOVE    2                   TO  IDX
           PERFORM 3002-ED-SEC
           MOVE    SUM-TBL-OLD-TEN (IDXS)
                                       TO  WRK-SA
           MOVE    3                   TO  IDX
           PERFORM 3002-ED-SEC
           MOVE    SUM-TBL-NEW-TEN (IDXS)
                                       TO  WRK-SA
           MOVE    4                   TO  IDX
           PERFORM 3002-ED-SEC
           COMPUTE WRK-SA          =   SUM-TBL-NEW-TEN (IDXS)
                                   -   SUM-TBL-OLD-TEN (IDXS)
           MOVE    5                   TO  IDX
           PERFORM 3002-ED-SEC
           COMPUTE WRK-SA          =  (SUM-TBL-NEW-TEN (IDXS)
                                   -   SUM-TBL-OLD-TEN (IDXS)) *   10
           MOVE    6                   TO  IDX
           PERFORM 3002-ED-SEC
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  WRK-PARA-SRYYM      DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-PARA-SEKOYMD    DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   SUM-TBL-SRYKA (IDXS)
                                       DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   SUM-TBL-SRYKBN (IDXS)
                                       DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   SUM-TBL-NYUGAIKBN (IDXS)
                                       DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-OUT (1)      DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-OUT (2)      DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-OUT (3)      DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-OUT (4)      DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-OUT (5)      DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-OUT (6)      DELIMITED   BY  SPACE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-KAITEISIM-WRITE-SEC
           .
       3001-SUM-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    数値編集処理（ＷＲＫ−ＳＡをＷＲＫ−ＥＤ−ＯＵＴ（ＩＤＸ）へ）
      *****************************************************************
       3002-ED-SEC                 SECTION.
      *
           MOVE    WRK-SA              TO  WRK-ED-TEN
           MOVE    ZERO                TO  WRK-ED-TEN-SP
           INSPECT WRK-ED-TENX     TALLYING    WRK-ED-TEN-SP
                                   FOR LEADING SPACE
           ADD     1                   TO  WRK-ED-TEN-SP
           MOVE    WRK-ED-TENX (WRK-ED-TEN-SP:)
                                       TO  WRK-ED-OUT (IDX)
           .
       3002-ED-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＣＳＶ行出力処理
      *****************************************************************
       900-KAITEISIM-WRITE-SEC     SECTION.
      *
           MOVE    WRK-LINE            TO  KAITEISIM-REC
           WRITE   KAITEISIM-REC
           .
       900-KAITEISIM-WRITE-EXT.
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
