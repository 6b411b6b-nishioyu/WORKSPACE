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
       PROGRAM-ID.             ORCBBYOHOKOKU.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 日次統計
      *  コンポーネント名  : 病院報告（患者票）作成
      *                      （対象月の日次統計データ（ＯＲＣＢＴ１２０
      *                        の作成分を連結したもの）から病床種別
      *                        ごとの在院患者延数・新入院・退院・他
      *                        病床からの転入・他病床への転出と外来
      *                        患者延数を集計し、患者入院履歴から
      *                        前月末・月末在院患者数を求めて、保健
      *                        所へ提出する病院報告（患者票）の様式と
      *                        電子報告用ファイル（ＣＳＶ）を作成する。
      *                        病床マスタの病床数と届出病床数を病棟
      *                        ごとに突合し、不一致を出力する。
      *                        処理区分２では病棟ごとの病床種別と
      *                        届出病床数（ＣＳＶ）を取り込む）
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
      *    日次統計データ
           SELECT  TOUKEI04-FILE   ASSIGN  TOUKEI04PARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-TOUKEI04.
      *
      *    病棟別病床種別ファイル（ＣＳＶ）
           SELECT  HKBIN-FILE      ASSIGN  HKBINPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-HKBIN.
      *
      *    病院報告（患者票）
           SELECT  HKKLST-FILE     ASSIGN  HKKLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-HKKLST.
      *
      *    病院報告電子報告用ファイル
           SELECT  HKKCSV-FILE     ASSIGN  HKKCSVPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-HKKCSV.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
      *    日次統計データ
       FD  TOUKEI04-FILE.
       01  TOUKEI04-REC.
           COPY    "CPTCF004.INC".
      *
      *    病棟別病床種別ファイル
       FD  HKBIN-FILE.
       01  HKBIN-REC               PIC X(100).
      *
      *    病院報告（患者票）
       FD  HKKLST-FILE.
       01  HKKLST-REC              PIC X(200).
      *
      *    病院報告電子報告用ファイル
       FD  HKKCSV-FILE.
       01  HKKCSV-REC              PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-TOUKEI04                    PIC X(02).
           03  STS-HKBIN                       PIC X(02).
           03  STS-HKKLST                      PIC X(02).
           03  STS-HKKCSV                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-TOUKEI04                    PIC 9(01).
           03  FLG-HKBIN                       PIC 9(01).
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-PTINF                       PIC 9(01).
           03  FLG-MITOROKU                    PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(03).
           03  BTU-IDX                         PIC 9(03).
           03  SBT-IDX                         PIC 9(01).
           03  SBT-IDX2                        PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(08).
           03  CNT-NYUIN                       PIC 9(08).
           03  CNT-GAIRAI                      PIC 9(08).
           03  CNT-FUICCHI                     PIC 9(06).
           03  CNT-MITOROKU                    PIC 9(06).
           03  CNT-SEIGOU                      PIC 9(06).
           03  CNT-TORIKOMI                    PIC 9(06).
           03  CNT-ERR                         PIC 9(06).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理区分（１：作成　２：病床種別取込）
               05  WRK-PARA-SYORIKBN           PIC X(01).
      *        対象年月（省略時は前月）
               05  WRK-PARA-SRYYM              PIC X(06).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *        入力ファイル（処理区分１：日次統計データ
      *                      処理区分２：病棟別病床種別ＣＳＶ）
               05  WRK-PARA-INFILE             PIC X(256).
      *
           03  WRK-SRYYM                       PIC X(06).
           03  WRK-YMD.
               05  WRK-YMD-YY                  PIC 9(04).
               05  WRK-YMD-MM                  PIC 9(02).
               05  WRK-YMD-DD                  PIC 9(02).
      *    月末日（当月・前月）
           03  WRK-GETUMATU-YMD                PIC X(08).
           03  WRK-ZENGETUMATU-YMD             PIC X(08).
           03  WRK-SYO                         PIC 9(04).
           03  WRK-AMARI                       PIC 9(04).
      *    月末在院患者数算出用
           03  WRK-KIJUNYMD                    PIC X(08).
           03  WRK-ZAI-PTID                    PIC 9(10).
           03  WRK-ZAI-TENNYUYMD               PIC X(08).
           03  WRK-ZAI-SBT                     PIC 9(01).
           03  WRK-ZAI-CNT                     PIC 9(06)   OCCURS  5.
      *
           03  WRK-BTUNUM                      PIC X(02).
           03  WRK-BTUNUM-N                    PIC 9(02).
           03  WRK-CSV.
               05  WRK-CSV-BTUNUM              PIC X(02).
               05  WRK-CSV-BTUSBT              PIC X(01).
               05  WRK-CSV-TODOKEBED           PIC X(04).
           03  WRK-TODOKEBED                   PIC 9(04).
      *    数値の左詰め編集
           03  WRK-NUM                         PIC 9(07).
           03  WRK-NUM-ED                      PIC Z(06)9.
           03  WRK-NUM-SP                      PIC 9(02).
           03  WRK-NUM-TXT                     PIC X(07).
      *
           03  WRK-ED-NOBE                     PIC Z,ZZZ,ZZ9.
           03  WRK-ED-CNT1                     PIC ZZ,ZZ9.
           03  WRK-ED-CNT2                     PIC ZZ,ZZ9.
           03  WRK-ED-CNT3                     PIC ZZ,ZZ9.
           03  WRK-ED-CNT4                     PIC ZZ,ZZ9.
           03  WRK-ED-CNT5                     PIC ZZ,ZZ9.
           03  WRK-ED-CNT6                     PIC ZZ,ZZ9.
           03  WRK-ED-CNT7                     PIC ZZ,ZZ9.
           03  WRK-ED-CNT8                     PIC ZZ,ZZ9.
           03  WRK-KEISAN                      PIC S9(07).
           03  WRK-ED-KEISAN                   PIC --,--9.
           03  WRK-PTR                         PIC 9(03).
      *    患者票明細行（病床種別別集計領域と同じ並び）
           03  WRK-GYO.
               05  WRK-GYO-NOBE                PIC 9(07).
               05  WRK-GYO-NYUIN               PIC 9(06).
               05  WRK-GYO-TENNYU              PIC 9(06).
               05  WRK-GYO-TAIIN               PIC 9(06).
               05  WRK-GYO-TENSYUTU            PIC 9(06).
               05  WRK-GYO-ZENZAI              PIC 9(06).
               05  WRK-GYO-MATUZAI             PIC 9(06).
               05  WRK-GYO-BEDCNT              PIC 9(06).
               05  WRK-GYO-TODOKEBED           PIC 9(06).
           03  WRK-GYO-MEI                     PIC X(10).
           03  WRK-LINE                        PIC X(200).
      *
           03  TOUKEI04PARA                    PIC X(256).
           03  HKBINPARA                       PIC X(256).
           03  HKKLSTPARA                      PIC X(256).
           03  HKKCSVPARA                      PIC X(256).
      *
      *    病棟別集計領域（添字は病棟番号）
       01  BTU-TBL-AREA.
           03  BTU-TBL                         OCCURS  99.
      *        病床種別（１：一般　２：療養　３：精神　４：結核
      *                  ５：感染症　０：未登録（一般として集計））
               05  BTU-SBT                     PIC 9(01).
               05  BTU-TODOKEBED               PIC 9(04).
               05  BTU-BEDCNT                  PIC 9(04).
      *
      *    病床種別別集計領域
       01  SBT-TBL-AREA.
           03  SBT-TBL                         OCCURS  5.
      *        在院患者延数（毎日２４時現在の在院患者数の合計）
               05  SBT-NOBE                    PIC 9(07).
               05  SBT-NYUIN                   PIC 9(06).
      *        同一医療機関内の他の病床から移された患者数
               05  SBT-TENNYU                  PIC 9(06).
               05  SBT-TAIIN                   PIC 9(06).
      *        同一医療機関内の他の病床へ移された患者数
               05  SBT-TENSYUTU                PIC 9(06).
               05  SBT-ZENZAI                  PIC 9(06).
               05  SBT-MATUZAI                 PIC 9(06).
               05  SBT-BEDCNT                  PIC 9(06).
               05  SBT-TODOKEBED               PIC 9(06).
           03  SBT-GOKEI.
               05  GKI-NOBE                    PIC 9(07).
               05  GKI-NYUIN                   PIC 9(06).
               05  GKI-TENNYU                  PIC 9(06).
               05  GKI-TAIIN                   PIC 9(06).
               05  GKI-TENSYUTU                PIC 9(06).
               05  GKI-ZENZAI                  PIC 9(06).
               05  GKI-MATUZAI                 PIC 9(06).
               05  GKI-BEDCNT                  PIC 9(06).
               05  GKI-TODOKEBED               PIC 9(06).
      *    外来患者延数
           03  GAI-NOBE                        PIC 9(07).
      *
      *    病床種別名称
       01  CONST-AREA.
           03  CONST-SBT-VAL.
               05  FILLER          PIC X(10)   VALUE   "一般".
               05  FILLER          PIC X(10)   VALUE   "療養".
               05  FILLER          PIC X(10)   VALUE   "精神".
               05  FILLER          PIC X(10)   VALUE   "結核".
               05  FILLER          PIC X(10)   VALUE   "感染症".
           03  CONST-SBT-R         REDEFINES   CONST-SBT-VAL.
               05  CONST-SBTMEI    PIC X(10)   OCCURS  5.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    病院報告病棟別病床種別テーブル
       01  HOKOKUBTU-REC.
           03  HKB-HOSPNUM         PIC 9(02).
           03  HKB-BTUNUM          PIC X(02).
      *    病床種別（１：一般　２：療養　３：精神　４：結核
      *              ５：感染症）
           03  HKB-BTUSBT          PIC X(01).
      *    届出病床数
           03  HKB-TODOKEBED       PIC 9(04).
           03  HKB-UPYMD           PIC X(08).
           03  HKB-UPHMS           PIC X(06).
      *
      *    病床マスタ
      *    （ＯＲＣＧＢＹＯＳＨＯと同一レイアウト）
       01  BED-REC.
           03  BED-HOSPNUM         PIC 9(02).
           03  BED-BTUNUM          PIC X(02).
           03  BED-ROOMNUM         PIC X(04).
           03  BED-BEDNUM          PIC X(02).
           03  BED-SEXKBN          PIC X(01).
           03  BED-SAGAKU          PIC 9(06).
      *    状態（０：空床　１：在床　２：仮押さえ）
           03  BED-STATE           PIC X(01).
           03  BED-PTID            PIC 9(10).
           03  BED-YOTEIYMD        PIC X(08).
           03  BED-UPYMD           PIC X(08).
           03  BED-UPHMS           PIC X(06).
      *
      *    患者入院履歴
       01  PTNYUINRRK-REC.
           COPY    "CPPTNYUINRRK.INC".
      *
      *    患者マスタ
       01  PTINF-REC.
           COPY    "CPPTINF.INC".
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
           02  FILLER      PIC X(1024).
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
           IF      WRK-PARA-SYORIKBN   =   "2"
      *        病棟別病床種別取込
               PERFORM 600-HKB-TORIKOMI-SEC
           ELSE
      *        病棟別病床種別・病床数の読込
               PERFORM 200-BTU-SEC
      *        日次統計データの集計
               PERFORM 300-TOUKEI-SEC
      *        前月末・月末在院患者数
               MOVE    WRK-ZENGETUMATU-YMD TO  WRK-KIJUNYMD
               PERFORM 400-ZAIIN-SEC
               PERFORM VARYING SBT-IDX FROM 1 BY 1
                       UNTIL   SBT-IDX         >   5
                   MOVE    WRK-ZAI-CNT (SBT-IDX)
                                       TO  SBT-ZENZAI (SBT-IDX)
               END-PERFORM
               MOVE    WRK-GETUMATU-YMD    TO  WRK-KIJUNYMD
               PERFORM 400-ZAIIN-SEC
               PERFORM VARYING SBT-IDX FROM 1 BY 1
                       UNTIL   SBT-IDX         >   5
                   MOVE    WRK-ZAI-CNT (SBT-IDX)
                                       TO  SBT-MATUZAI (SBT-IDX)
               END-PERFORM
      *        患者票・電子報告用ファイル・病床数突合
               PERFORM 500-HENSYU-SEC
           END-IF
      *
           PERFORM 900-TERM-SEC
      *
           STOP    RUN
           .
      *****************************************************************
      *    初期　処理
      *****************************************************************
       100-INIT-SEC                SECTION.
      *
           DISPLAY "*** ORCBBYOHOKOKU START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       BTU-TBL-AREA
                                       SBT-TBL-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SYORIKBN
                                               WRK-PARA-SRYYM
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               HKKLSTPARA
                                               HKKCSVPARA
                                               WRK-PARA-INFILE
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
           IF      WRK-PARA-SYORIKBN   NOT =   "2"
               MOVE    "1"                 TO  WRK-PARA-SYORIKBN
           END-IF
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "病院報告（患者票）作成"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBBYOHOKOKU"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    対象年月の省略時は前月
           IF      WRK-PARA-SRYYM      IS  NUMERIC
               MOVE    WRK-PARA-SRYYM      TO  WRK-SRYYM
           ELSE
               MOVE    SMCNDATE-YMD (1:6)  TO  WRK-SRYYM
               PERFORM 810-ZENGETU-SEC
           END-IF
      *    当月末日・前月末日
           MOVE    WRK-SRYYM           TO  WRK-YMD (1:6)
           PERFORM 800-GETUMATU-SEC
           MOVE    WRK-YMD             TO  WRK-GETUMATU-YMD
           PERFORM 810-ZENGETU-SEC
           MOVE    WRK-SRYYM           TO  WRK-YMD (1:6)
           PERFORM 800-GETUMATU-SEC
           MOVE    WRK-YMD             TO  WRK-ZENGETUMATU-YMD
           MOVE    WRK-GETUMATU-YMD (1:6)
                                       TO  WRK-SRYYM
      *
           OPEN    OUTPUT              HKKLST-FILE
      *
           IF      WRK-PARA-SYORIKBN   =   "1"
               STRING  "＊＊＊　病院報告（患者票）"
                                           DELIMITED   BY  SIZE
                       "　＊＊＊"          DELIMITED   BY  SIZE
                       "　対象年月："      DELIMITED   BY  SIZE
                       WRK-SRYYM           DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
           ELSE
               STRING  "＊＊＊　病院報告"  DELIMITED   BY  SIZE
                       "病棟別病床種別取込　＊＊＊"
                                           DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
           END-IF
           PERFORM 900-HKKLST-WRITE-SEC
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    病棟別病床種別・病床数読込処理
      *    （届出病床数は病院報告病棟別病床種別テーブル、実病床数
      *      は病床マスタのベッド数）
      *****************************************************************
       200-BTU-SEC                 SECTION.
      *
           INITIALIZE                  HOKOKUBTU-REC
           MOVE    SPA-HOSPNUM         TO  HKB-HOSPNUM
           MOVE    HOKOKUBTU-REC       TO  MCPDATA-REC
           MOVE    "tbl_hokokubtu"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 210-HKB-1KEN-SEC
                       UNTIL   FLG-FETCH       =   1
           END-IF
           MOVE    "tbl_hokokubtu"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           INITIALIZE                  BED-REC
           MOVE    SPA-HOSPNUM         TO  BED-HOSPNUM
           MOVE    BED-REC             TO  MCPDATA-REC
           MOVE    "tbl_bed"           TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 220-BED-1KEN-SEC
                       UNTIL   FLG-FETCH       =   1
           END-IF
           MOVE    "tbl_bed"           TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-BTU-EXT.
           EXIT.
      *
      *****************************************************************
      *    病棟別病床種別読込処理（１件）
      *****************************************************************
       210-HKB-1KEN-SEC            SECTION.
      *
           MOVE    "tbl_hokokubtu"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  210-HKB-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  HOKOKUBTU-REC
      *
           MOVE    HKB-BTUNUM          TO  WRK-BTUNUM
           PERFORM 820-BTU-IDX-SEC
           IF      BTU-IDX             =   ZERO
               GO  TO  210-HKB-1KEN-EXT
           END-IF
           IF      HKB-BTUSBT          >=  "1"
           AND     HKB-BTUSBT          <=  "5"
               MOVE    HKB-BTUSBT          TO  BTU-SBT (BTU-IDX)
           END-IF
           MOVE    HKB-TODOKEBED       TO  BTU-TODOKEBED (BTU-IDX)
           .
       210-HKB-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    病床マスタ読込処理（１件）
      *****************************************************************
       220-BED-1KEN-SEC            SECTION.
      *
           MOVE    "tbl_bed"           TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  220-BED-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  BED-REC
      *
           MOVE    BED-BTUNUM          TO  WRK-BTUNUM
           PERFORM 820-BTU-IDX-SEC
           IF      BTU-IDX             >   ZERO
               ADD     1                   TO  BTU-BEDCNT (BTU-IDX)
           END-IF
           .
       220-BED-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    日次統計データ集計処理
      *****************************************************************
       300-TOUKEI-SEC              SECTION.
      *
           MOVE    WRK-PARA-INFILE     TO  TOUKEI04PARA
           OPEN    INPUT               TOUKEI04-FILE
           IF      STS-TOUKEI04    NOT =   "00"
               DISPLAY "ORCBBYOHOKOKU TOUKEI04 OPEN ERR STS="
                       STS-TOUKEI04
               MOVE    "日次統計データがありません"
                                       TO  WRK-LINE
               PERFORM 900-HKKLST-WRITE-SEC
               GO  TO  300-TOUKEI-EXT
           END-IF
      *
           PERFORM 900-TOUKEI04-READ-SEC
           PERFORM 310-TOUKEI-1KEN-SEC
                   UNTIL   FLG-TOUKEI04    =   1
      *
           CLOSE   TOUKEI04-FILE
           .
       300-TOUKEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    日次統計データ集計処理（１件）
      *    （患者数はレコード識別＝１（基本）のみ数え、保険組合せ
      *      ごとの行による二重計上を避ける）
      *****************************************************************
       310-TOUKEI-1KEN-SEC         SECTION.
      *
           IF      TOUKEI04-SRYYMD (1:6)   NOT =   WRK-SRYYM
           OR      TOUKEI04-RECSKB     NOT =   1
               GO  TO  310-TOUKEI-NEXT
           END-IF
      *
      *    外来患者延数
           IF      TOUKEI04-NYUGAIKBN  =   2
               ADD     1                   TO  GAI-NOBE
               ADD     1                   TO  CNT-GAIRAI
               GO  TO  310-TOUKEI-NEXT
           END-IF
           IF      TOUKEI04-NYUGAIKBN  NOT =   1
               GO  TO  310-TOUKEI-NEXT
           END-IF
           ADD     1                   TO  CNT-NYUIN
      *
           MOVE    TOUKEI04-BTUNUM     TO  WRK-BTUNUM
           PERFORM 830-SBT-GET-SEC
           MOVE    SBT-IDX             TO  SBT-IDX2
      *
      *    入退院区分（１：入院　２：退院）
      *    在院患者延数は２４時現在のため退院日は数えない
           EVALUATE    TOUKEI04-NYUIN-KBN
               WHEN    1
                   ADD     1               TO  SBT-NOBE  (SBT-IDX2)
                   ADD     1               TO  SBT-NYUIN (SBT-IDX2)
               WHEN    2
                   ADD     1               TO  SBT-TAIIN (SBT-IDX2)
               WHEN    OTHER
                   ADD     1               TO  SBT-NOBE  (SBT-IDX2)
      *            前日と病床種別の異なる病棟へ移った患者
                   IF      TOUKEI04-MAE-BTUNUM NOT =   SPACE
                   AND     TOUKEI04-MAE-BTUNUM NOT =   TOUKEI04-BTUNUM
                       MOVE    TOUKEI04-MAE-BTUNUM TO  WRK-BTUNUM
                       PERFORM 830-SBT-GET-SEC
                       IF      SBT-IDX         NOT =   SBT-IDX2
                           ADD     1       TO  SBT-TENNYU   (SBT-IDX2)
                           ADD     1       TO  SBT-TENSYUTU (SBT-IDX)
                       END-IF
                   END-IF
           END-EVALUATE
           .
       310-TOUKEI-NEXT.
      *
           PERFORM 900-TOUKEI04-READ-SEC
           .
       310-TOUKEI-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    基準日２４時現在在院患者数算出処理
      *    （患者入院履歴から基準日に在院し、基準日に退院していない
      *      患者を病床種別ごとに数える。同日に病棟を移った患者は
      *      移った後の病棟で数える。テスト患者は除く）
      *****************************************************************
       400-ZAIIN-SEC               SECTION.
      *
           INITIALIZE                  WRK-ZAI-CNT (1)
                                       WRK-ZAI-CNT (2)
                                       WRK-ZAI-CNT (3)
                                       WRK-ZAI-CNT (4)
                                       WRK-ZAI-CNT (5)
           MOVE    ZERO                TO  WRK-ZAI-PTID
           MOVE    SPACE               TO  WRK-ZAI-TENNYUYMD
           MOVE    ZERO                TO  WRK-ZAI-SBT
      *
           INITIALIZE                  PTNYUINRRK-REC
           MOVE    SPA-HOSPNUM         TO  PTNYUINRRK-HOSPNUM
           MOVE    WRK-KIJUNYMD        TO  PTNYUINRRK-TENNYUYMD
                                           PTNYUINRRK-TENSTUYMD
           MOVE    PTNYUINRRK-REC      TO  MCPDATA-REC
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "key40"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 410-ZAIIN-1KEN-SEC
                       UNTIL   FLG-FETCH       =   1
           END-IF
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "key40"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
      *    最終患者分
           IF      WRK-ZAI-PTID        NOT =   ZERO
               ADD     1                   TO  WRK-ZAI-CNT (WRK-ZAI-SBT)
           END-IF
           .
       400-ZAIIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    基準日在院患者数算出処理（１件）
      *****************************************************************
       410-ZAIIN-1KEN-SEC          SECTION.
      *
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "key40"             TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  410-ZAIIN-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  PTNYUINRRK-REC
      *
           IF      PTNYUINRRK-TAIINYMD =   WRK-KIJUNYMD
               GO  TO  410-ZAIIN-1KEN-EXT
           END-IF
      *
      *    同一患者の２行目以降は転入日の新しい行を採用する
           IF      PTNYUINRRK-PTID     =   WRK-ZAI-PTID
               IF      PTNYUINRRK-TENNYUYMD    >=  WRK-ZAI-TENNYUYMD
                   MOVE    PTNYUINRRK-TENNYUYMD
                                           TO  WRK-ZAI-TENNYUYMD
                   MOVE    PTNYUINRRK-BTUNUM   TO  WRK-BTUNUM
                   PERFORM 830-SBT-GET-SEC
                   MOVE    SBT-IDX             TO  WRK-ZAI-SBT
               END-IF
               GO  TO  410-ZAIIN-1KEN-EXT
           END-IF
      *
      *    テスト患者は除く
           INITIALIZE                  PTINF-REC
           MOVE    PTNYUINRRK-HOSPNUM  TO  PTINF-HOSPNUM
           MOVE    PTNYUINRRK-PTID     TO  PTINF-PTID
           PERFORM 900-PTINF-READ-SEC
           IF      FLG-PTINF           =   ZERO
           AND     PTINF-TSTPTNUMKBN   =   "1"
               GO  TO  410-ZAIIN-1KEN-EXT
           END-IF
      *
      *    前患者分を計上
           IF      WRK-ZAI-PTID        NOT =   ZERO
               ADD     1                   TO  WRK-ZAI-CNT (WRK-ZAI-SBT)
           END-IF
           MOVE    PTNYUINRRK-PTID     TO  WRK-ZAI-PTID
           MOVE    PTNYUINRRK-TENNYUYMD
                                       TO  WRK-ZAI-TENNYUYMD
           MOVE    PTNYUINRRK-BTUNUM   TO  WRK-BTUNUM
           PERFORM 830-SBT-GET-SEC
           MOVE    SBT-IDX             TO  WRK-ZAI-SBT
           .
       410-ZAIIN-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者票・電子報告用ファイル編集処理
      *****************************************************************
       500-HENSYU-SEC              SECTION.
      *
      *    病床種別ごとの届出病床数・実病床数
           PERFORM VARYING BTU-IDX FROM 1 BY 1
                   UNTIL   BTU-IDX         >   99
               IF      BTU-SBT (BTU-IDX)   =   ZERO
                   MOVE    1                   TO  SBT-IDX
               ELSE
                   MOVE    BTU-SBT (BTU-IDX)   TO  SBT-IDX
               END-IF
               ADD     BTU-BEDCNT (BTU-IDX)
                                       TO  SBT-BEDCNT (SBT-IDX)
               ADD     BTU-TODOKEBED (BTU-IDX)
                                       TO  SBT-TODOKEBED (SBT-IDX)
           END-PERFORM
      *
           OPEN    OUTPUT              HKKCSV-FILE
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-HKKLST-WRITE-SEC
           MOVE    "＜入院＞"          TO  WRK-LINE
           PERFORM 900-HKKLST-WRITE-SEC
           STRING  "病床種別　　前月末在院"
                                       DELIMITED   BY  SIZE
                   "　在院患者延数　新入院"
                                       DELIMITED   BY  SIZE
                   "　他病床から　　退院"
                                       DELIMITED   BY  SIZE
                   "　他病床へ　月末在院"
                                       DELIMITED   BY  SIZE
                   "　届出病床　病床マスタ"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-HKKLST-WRITE-SEC
      *
           PERFORM VARYING SBT-IDX FROM 1 BY 1
                   UNTIL   SBT-IDX         >   5
               MOVE    SBT-TBL (SBT-IDX)   TO  WRK-GYO
               MOVE    CONST-SBTMEI (SBT-IDX)
                                       TO  WRK-GYO-MEI
               PERFORM 510-GYO-SEC
               PERFORM 520-CSV-SEC
               ADD     SBT-NOBE (SBT-IDX)      TO  GKI-NOBE
               ADD     SBT-NYUIN (SBT-IDX)     TO  GKI-NYUIN
               ADD     SBT-TENNYU (SBT-IDX)    TO  GKI-TENNYU
               ADD     SBT-TAIIN (SBT-IDX)     TO  GKI-TAIIN
               ADD     SBT-TENSYUTU (SBT-IDX)  TO  GKI-TENSYUTU
               ADD     SBT-ZENZAI (SBT-IDX)    TO  GKI-ZENZAI
               ADD     SBT-MATUZAI (SBT-IDX)   TO  GKI-MATUZAI
               ADD     SBT-BEDCNT (SBT-IDX)    TO  GKI-BEDCNT
               ADD     SBT-TODOKEBED (SBT-IDX) TO  GKI-TODOKEBED
           END-PERFORM
           MOVE    SBT-GOKEI           TO  WRK-GYO
           MOVE    "計"                TO  WRK-GYO-MEI
           PERFORM 510-GYO-SEC
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-HKKLST-WRITE-SEC
           MOVE    "＜外来＞"          TO  WRK-LINE
           PERFORM 900-HKKLST-WRITE-SEC
           MOVE    GAI-NOBE            TO  WRK-ED-NOBE
           STRING  "外来患者延数　　　　"
                                       DELIMITED   BY  SIZE
                   WRK-ED-NOBE         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-HKKLST-WRITE-SEC
      *
      *    外来（区分２）
           MOVE    1                   TO  WRK-PTR
           STRING  "2,"                DELIMITED   BY  SIZE
                   WRK-SRYYM           DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
                                       WITH    POINTER WRK-PTR
           END-STRING
           MOVE    GAI-NOBE            TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           PERFORM 900-HKKCSV-WRITE-SEC
      *
           CLOSE   HKKCSV-FILE
      *
      *    患者数の整合性確認
      *    （前月末在院＋新入院＋他病床から－退院－他病床へ
      *      ＝月末在院となること）
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-HKKLST-WRITE-SEC
           MOVE    "＜確認事項＞"      TO  WRK-LINE
           PERFORM 900-HKKLST-WRITE-SEC
           PERFORM VARYING SBT-IDX FROM 1 BY 1
                   UNTIL   SBT-IDX         >   5
               PERFORM 540-SEIGOU-SEC
           END-PERFORM
      *
      *    病床数の突合（届出病床数と病床マスタ）
           PERFORM VARYING BTU-IDX FROM 1 BY 1
                   UNTIL   BTU-IDX         >   99
               PERFORM 550-BED-CHK-SEC
           END-PERFORM
      *
           IF      CNT-SEIGOU          =   ZERO
           AND     CNT-FUICCHI         =   ZERO
           AND     CNT-MITOROKU        =   ZERO
               MOVE    "　なし"            TO  WRK-LINE
               PERFORM 900-HKKLST-WRITE-SEC
           END-IF
           .
       500-HENSYU-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者票明細行編集処理
      *****************************************************************
       510-GYO-SEC                 SECTION.
      *
           MOVE    WRK-GYO-ZENZAI      TO  WRK-ED-CNT1
           MOVE    WRK-GYO-NOBE        TO  WRK-ED-NOBE
           MOVE    WRK-GYO-NYUIN       TO  WRK-ED-CNT2
           MOVE    WRK-GYO-TENNYU      TO  WRK-ED-CNT3
           MOVE    WRK-GYO-TAIIN       TO  WRK-ED-CNT4
           MOVE    WRK-GYO-TENSYUTU    TO  WRK-ED-CNT5
           MOVE    WRK-GYO-MATUZAI     TO  WRK-ED-CNT6
           MOVE    WRK-GYO-TODOKEBED   TO  WRK-ED-CNT7
           MOVE    WRK-GYO-BEDCNT      TO  WRK-ED-CNT8
           STRING  WRK-GYO-MEI         DELIMITED   BY  SIZE
                   "    "              DELIMITED   BY  SIZE
                   WRK-ED-CNT1         DELIMITED   BY  SIZE
                   "     "             DELIMITED   BY  SIZE
                   WRK-ED-NOBE         DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-CNT2         DELIMITED   BY  SIZE
                   "      "            DELIMITED   BY  SIZE
                   WRK-ED-CNT3         DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-CNT4         DELIMITED   BY  SIZE
                   "    "              DELIMITED   BY  SIZE
                   WRK-ED-CNT5         DELIMITED   BY  SIZE
                   "    "              DELIMITED   BY  SIZE
                   WRK-ED-CNT6         DELIMITED   BY  SIZE
                   "    "              DELIMITED   BY  SIZE
                   WRK-ED-CNT7         DELIMITED   BY  SIZE
                   "      "            DELIMITED   BY  SIZE
                   WRK-ED-CNT8         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-HKKLST-WRITE-SEC
           .
       510-GYO-EXT.
           EXIT.
      *
      *****************************************************************
      *    電子報告用ファイル編集処理（入院・病床種別ごと）
      *    （区分１：区分,報告年月,病床種別,前月末在院患者数,
      *      在院患者延数,新入院患者数,他の病床から移された患者数,
      *      退院患者数,他の病床へ移された患者数,月末在院患者数,
      *      届出病床数
      *      区分２：区分,報告年月,外来患者延数）
      *****************************************************************
       520-CSV-SEC                 SECTION.
      *
           MOVE    1                   TO  WRK-PTR
           STRING  "1,"                DELIMITED   BY  SIZE
                   WRK-SRYYM           DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   SBT-IDX             DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
                                       WITH    POINTER WRK-PTR
           END-STRING
           MOVE    WRK-GYO-ZENZAI      TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           MOVE    WRK-GYO-NOBE        TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           MOVE    WRK-GYO-NYUIN       TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           MOVE    WRK-GYO-TENNYU      TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           MOVE    WRK-GYO-TAIIN       TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           MOVE    WRK-GYO-TENSYUTU    TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           MOVE    WRK-GYO-MATUZAI     TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           MOVE    WRK-GYO-TODOKEBED   TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           PERFORM 900-HKKCSV-WRITE-SEC
           .
       520-CSV-EXT.
           EXIT.
      *
      *****************************************************************
      *    電子報告用ファイル項目追加処理（数値を左詰めで追加）
      *****************************************************************
       530-CSV-ADD-SEC             SECTION.
      *
           MOVE    WRK-NUM             TO  WRK-NUM-ED
           MOVE    ZERO                TO  WRK-NUM-SP
           INSPECT WRK-NUM-ED      TALLYING    WRK-NUM-SP
                                   FOR LEADING SPACE
           STRING  ","                 DELIMITED   BY  SIZE
                   WRK-NUM-ED (WRK-NUM-SP + 1:)
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
                                       WITH    POINTER WRK-PTR
           END-STRING
           .
       530-CSV-ADD-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者数整合性確認処理（病床種別ごと）
      *****************************************************************
       540-SEIGOU-SEC              SECTION.
      *
           COMPUTE WRK-KEISAN  =   SBT-ZENZAI (SBT-IDX)
                               +   SBT-NYUIN (SBT-IDX)
                               +   SBT-TENNYU (SBT-IDX)
                               -   SBT-TAIIN (SBT-IDX)
                               -   SBT-TENSYUTU (SBT-IDX)
           IF      WRK-KEISAN          =   SBT-MATUZAI (SBT-IDX)
               GO  TO  540-SEIGOU-EXT
           END-IF
      *
           ADD     1                   TO  CNT-SEIGOU
           MOVE    WRK-KEISAN          TO  WRK-ED-KEISAN
           MOVE    SBT-MATUZAI (SBT-IDX)
                                       TO  WRK-ED-CNT6
           STRING  "【患者数不整合】"  DELIMITED   BY  SIZE
                   CONST-SBTMEI (SBT-IDX)
                                       DELIMITED   BY  SPACE
                   "　増減からの月末在院："
                                       DELIMITED   BY  SIZE
                   WRK-ED-KEISAN       DELIMITED   BY  SIZE
                   "　入院履歴の月末在院："
                                       DELIMITED   BY  SIZE
                   WRK-ED-CNT6         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-HKKLST-WRITE-SEC
           .
       540-SEIGOU-EXT.
           EXIT.
      *
      *****************************************************************
      *    病床数突合処理（病棟ごと）
      *****************************************************************
       550-BED-CHK-SEC             SECTION.
      *
           IF      BTU-BEDCNT (BTU-IDX)    =   ZERO
           AND     BTU-TODOKEBED (BTU-IDX) =   ZERO
           AND     BTU-SBT (BTU-IDX)       =   ZERO
               GO  TO  550-BED-CHK-EXT
           END-IF
           MOVE    BTU-IDX             TO  WRK-BTUNUM-N
      *
           IF      BTU-SBT (BTU-IDX)   =   ZERO
               ADD     1                   TO  CNT-MITOROKU
               STRING  "【病床種別未登録】"
                                           DELIMITED   BY  SIZE
                       "病棟："            DELIMITED   BY  SIZE
                       WRK-BTUNUM-N        DELIMITED   BY  SIZE
                       "　（一般病床として集計）"
                                           DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-HKKLST-WRITE-SEC
               MOVE    1                   TO  SBT-IDX
           ELSE
               MOVE    BTU-SBT (BTU-IDX)   TO  SBT-IDX
           END-IF
      *
           IF      BTU-BEDCNT (BTU-IDX)    =   BTU-TODOKEBED (BTU-IDX)
               GO  TO  550-BED-CHK-EXT
           END-IF
           ADD     1                   TO  CNT-FUICCHI
           MOVE    BTU-TODOKEBED (BTU-IDX) TO  WRK-ED-CNT1
           MOVE    BTU-BEDCNT (BTU-IDX)    TO  WRK-ED-CNT2
           STRING  "【病床数不一致】"  DELIMITED   BY  SIZE
                   "病棟："            DELIMITED   BY  SIZE
                   WRK-BTUNUM-N        DELIMITED   BY  SIZE
                   "（"                DELIMITED   BY  SIZE
                   CONST-SBTMEI (SBT-IDX)
                                       DELIMITED   BY  SPACE
                   "）　届出病床数："  DELIMITED   BY  SIZE
                   WRK-ED-CNT1         DELIMITED   BY  SIZE
                   "　病床マスタ："    DELIMITED   BY  SIZE
                   WRK-ED-CNT2         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-HKKLST-WRITE-SEC
           .
       550-BED-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    病棟別病床種別取込処理
      *    （ＣＳＶ：病棟番号,病床種別,届出病床数）
      *****************************************************************
       600-HKB-TORIKOMI-SEC        SECTION.
      *
           MOVE    WRK-PARA-INFILE     TO  HKBINPARA
           OPEN    INPUT               HKBIN-FILE
           IF      STS-HKBIN       NOT =   "00"
               DISPLAY "ORCBBYOHOKOKU HKBIN OPEN ERR " STS-HKBIN
               MOVE    "病床種別ファイルがありません"
                                       TO  WRK-LINE
               PERFORM 900-HKKLST-WRITE-SEC
               GO  TO  600-HKB-TORIKOMI-EXT
           END-IF
      *
           PERFORM 900-HKBIN-READ-SEC
           PERFORM 610-HKB-1KEN-SEC
                   UNTIL   FLG-HKBIN       =   1
      *
           CLOSE   HKBIN-FILE
           .
       600-HKB-TORIKOMI-EXT.
           EXIT.
      *
      *****************************************************************
      *    病棟別病床種別取込処理（１件）
      *****************************************************************
       610-HKB-1KEN-SEC            SECTION.
      *
           INITIALIZE                  WRK-CSV
           UNSTRING    HKBIN-REC       DELIMITED   BY  ","
                                       INTO    WRK-CSV-BTUNUM
                                               WRK-CSV-BTUSBT
                                               WRK-CSV-TODOKEBED
           END-UNSTRING
      *
      *    病棟番号の１桁入力は前ゼロを補う
           IF      WRK-CSV-BTUNUM (1:1)    IS  NUMERIC
           AND     WRK-CSV-BTUNUM (2:1)    =   SPACE
               MOVE    WRK-CSV-BTUNUM (1:1)    TO  WRK-CSV-BTUNUM (2:1)
               MOVE    "0"                     TO  WRK-CSV-BTUNUM (1:1)
           END-IF
      *    見出し行等、病棟番号が数字でない行は読み飛ばす
           IF      WRK-CSV-BTUNUM      IS  NOT NUMERIC
           OR      WRK-CSV-BTUNUM      =   "00"
               GO  TO  610-HKB-NEXT
           END-IF
      *
           MOVE    ZERO                TO  WRK-NUM-SP
           INSPECT WRK-CSV-TODOKEBED   TALLYING    WRK-NUM-SP
                                   FOR CHARACTERS  BEFORE  SPACE
           IF      WRK-NUM-SP          =   ZERO
               MOVE    ZERO                TO  WRK-TODOKEBED
           ELSE
               IF      WRK-CSV-TODOKEBED (1:WRK-NUM-SP)    IS  NUMERIC
                   MOVE    WRK-CSV-TODOKEBED (1:WRK-NUM-SP)
                                           TO  WRK-TODOKEBED
               ELSE
                   MOVE    1                   TO  FLG-MITOROKU
               END-IF
           END-IF
           IF      WRK-CSV-BTUSBT      <   "1"
           OR      WRK-CSV-BTUSBT      >   "5"
               MOVE    1                   TO  FLG-MITOROKU
           END-IF
           IF      FLG-MITOROKU        =   1
               MOVE    ZERO                TO  FLG-MITOROKU
               ADD     1                   TO  CNT-ERR
               STRING  "　　【取込エラー】"
                                           DELIMITED   BY  SIZE
                       HKBIN-REC           DELIMITED   BY  "  "
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-HKKLST-WRITE-SEC
               GO  TO  610-HKB-NEXT
           END-IF
      *
           INITIALIZE                  HOKOKUBTU-REC
           MOVE    SPA-HOSPNUM         TO  HKB-HOSPNUM
           MOVE    WRK-CSV-BTUNUM      TO  HKB-BTUNUM
           MOVE    WRK-CSV-BTUSBT      TO  HKB-BTUSBT
           MOVE    WRK-TODOKEBED       TO  HKB-TODOKEBED
           MOVE    SMCNDATE-YMD        TO  HKB-UPYMD
           MOVE    SMCNDATE-HMS        TO  HKB-UPHMS
      *
           MOVE    HOKOKUBTU-REC       TO  MCPDATA-REC
           MOVE    "tbl_hokokubtu"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    HOKOKUBTU-REC       TO  MCPDATA-REC
           MOVE    "tbl_hokokubtu"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               ADD     1                   TO  CNT-TORIKOMI
               MOVE    WRK-TODOKEBED       TO  WRK-ED-CNT1
               MOVE    WRK-CSV-BTUSBT      TO  SBT-IDX
               STRING  "病棟："            DELIMITED   BY  SIZE
                       HKB-BTUNUM          DELIMITED   BY  SIZE
                       "　病床種別："      DELIMITED   BY  SIZE
                       CONST-SBTMEI (SBT-IDX)
                                           DELIMITED   BY  SPACE
                       "　届出病床数："    DELIMITED   BY  SIZE
                       WRK-ED-CNT1         DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-HKKLST-WRITE-SEC
           ELSE
               ADD     1                   TO  CNT-ERR
               DISPLAY "ORCBBYOHOKOKU HKB INSERT ERR RC=" MCP-RC
           END-IF
           .
       610-HKB-NEXT.
      *
           PERFORM 900-HKBIN-READ-SEC
           .
       610-HKB-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    月末日算出処理（ＷＲＫ−ＹＭＤの年月の末日を日に設定）
      *****************************************************************
       800-GETUMATU-SEC            SECTION.
      *
           EVALUATE    WRK-YMD-MM
               WHEN    01
               WHEN    03
               WHEN    05
               WHEN    07
               WHEN    08
               WHEN    10
               WHEN    12
                   MOVE    31              TO  WRK-YMD-DD
               WHEN    02
      *            うるう年判定
                   DIVIDE  WRK-YMD-YY      BY  4
                           GIVING  WRK-SYO
                           REMAINDER       WRK-AMARI
                   IF      WRK-AMARI       =   ZERO
                       MOVE    29              TO  WRK-YMD-DD
                   ELSE
                       MOVE    28              TO  WRK-YMD-DD
                   END-IF
               WHEN    OTHER
                   MOVE    30              TO  WRK-YMD-DD
           END-EVALUATE
           .
       800-GETUMATU-EXT.
           EXIT.
      *
      *****************************************************************
      *    前月算出処理（ＷＲＫ−ＳＲＹＹＭを前月にする）
      *****************************************************************
       810-ZENGETU-SEC             SECTION.
      *
           MOVE    WRK-SRYYM           TO  WRK-YMD (1:6)
           IF      WRK-YMD-MM          =   1
               SUBTRACT    1               FROM    WRK-YMD-YY
               MOVE        12              TO      WRK-YMD-MM
           ELSE
               SUBTRACT    1               FROM    WRK-YMD-MM
           END-IF
           MOVE    WRK-YMD (1:6)       TO  WRK-SRYYM
           .
       810-ZENGETU-EXT.
           EXIT.
      *
      *****************************************************************
      *    病棟添字取得処理（病棟番号が数字でなければゼロ）
      *****************************************************************
       820-BTU-IDX-SEC             SECTION.
      *
           MOVE    ZERO                TO  BTU-IDX
           IF      WRK-BTUNUM          IS  NUMERIC
               MOVE    WRK-BTUNUM          TO  WRK-BTUNUM-N
               MOVE    WRK-BTUNUM-N        TO  BTU-IDX
           END-IF
           .
       820-BTU-IDX-EXT.
           EXIT.
      *
      *****************************************************************
      *    病床種別取得処理（未登録の病棟は一般）
      *****************************************************************
       830-SBT-GET-SEC             SECTION.
      *
           MOVE    1                   TO  SBT-IDX
           PERFORM 820-BTU-IDX-SEC
           IF      BTU-IDX             >   ZERO
               IF      BTU-SBT (BTU-IDX)   >   ZERO
                   MOVE    BTU-SBT (BTU-IDX)   TO  SBT-IDX
               END-IF
           END-IF
           .
       830-SBT-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者マスタ読込処理
      *****************************************************************
       900-PTINF-READ-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-PTINF
           MOVE    PTINF-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_ptinf"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTINF-REC
                   MOVE    ZERO                TO  FLG-PTINF
               END-IF
           END-IF
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-PTINF-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    日次統計データ読込処理
      *****************************************************************
       900-TOUKEI04-READ-SEC       SECTION.
      *
           MOVE    ZERO                TO  FLG-TOUKEI04
           READ    TOUKEI04-FILE
               AT  END
                   MOVE    1               TO  FLG-TOUKEI04
               NOT AT  END
                   ADD     1               TO  CNT-IN
           END-READ
           .
       900-TOUKEI04-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    病棟別病床種別ファイル読込処理
      *****************************************************************
       900-HKBIN-READ-SEC          SECTION.
      *
           MOVE    ZERO                TO  FLG-HKBIN
           READ    HKBIN-FILE
               AT  END
                   MOVE    1               TO  FLG-HKBIN
               NOT AT  END
                   ADD     1               TO  CNT-IN
           END-READ
           .
       900-HKBIN-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    病院報告（患者票）出力処理
      *****************************************************************
       900-HKKLST-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  HKKLST-REC
           WRITE   HKKLST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-HKKLST-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    電子報告用ファイル出力処理
      *****************************************************************
       900-HKKCSV-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  HKKCSV-REC
           WRITE   HKKCSV-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-HKKCSV-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       900-TERM-SEC                SECTION.
      *
           IF      WRK-PARA-SYORIKBN   =   "1"
               MOVE    CNT-FUICCHI         TO  WRK-ED-CNT1
               MOVE    CNT-MITOROKU        TO  WRK-ED-CNT2
               MOVE    CNT-SEIGOU          TO  WRK-ED-CNT3
               STRING  "病床数不一致病棟数："
                                           DELIMITED   BY  SIZE
                       WRK-ED-CNT1         DELIMITED   BY  SIZE
                       "　種別未登録病棟数："
                                           DELIMITED   BY  SIZE
                       WRK-ED-CNT2         DELIMITED   BY  SIZE
                       "　患者数不整合："  DELIMITED   BY  SIZE
                       WRK-ED-CNT3         DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
           ELSE
               MOVE    CNT-TORIKOMI        TO  WRK-ED-CNT1
               MOVE    CNT-ERR             TO  WRK-ED-CNT2
               STRING  "取込件数："        DELIMITED   BY  SIZE
                       WRK-ED-CNT1         DELIMITED   BY  SIZE
                       "　エラー件数："    DELIMITED   BY  SIZE
                       WRK-ED-CNT2         DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
           END-IF
           PERFORM 900-HKKLST-WRITE-SEC
      *
           CLOSE   HKKLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           IF      WRK-PARA-SYORIKBN   =   "1"
               MOVE    CNT-NYUIN           TO  JOB-UPDCNT
           ELSE
               MOVE    CNT-TORIKOMI        TO  JOB-UPDCNT
           END-IF
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "IN       CNT     :" CNT-IN
           DISPLAY "NYUIN    CNT     :" CNT-NYUIN
           DISPLAY "GAIRAI   CNT     :" CNT-GAIRAI
           DISPLAY "FUICCHI  CNT     :" CNT-FUICCHI
           DISPLAY "MITOROKU CNT     :" CNT-MITOROKU
           DISPLAY "SEIGOU   CNT     :" CNT-SEIGOU
           DISPLAY "TORIKOMI CNT     :" CNT-TORIKOMI
           DISPLAY "ERR      CNT     :" CNT-ERR
           DISPLAY "*** ORCBBYOHOKOKU END ***"
           .
       900-TERM-EXT.
           EXIT.
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
