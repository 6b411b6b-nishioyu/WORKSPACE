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
       PROGRAM-ID.             ORCBGENMEN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 月次統計
      *  コンポーネント名  : 保険者別一部負担金減免額集計表
      *                      （一部負担金減免実績テーブル（会計確定
      *                        時に一部負担金減免サブ（ＯＲＣＳＧＥＮ
      *                        ＭＥＮ）が記録）から、診療月の減免
      *                        実績を保険者番号・減免区分ごとに集計
      *                        し、実人数・件数（診療日数）・減免前
      *                        一部負担金・減免額・減免後一部負担金
      *                        を保険者計・総合計とともに出力する）
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
      *    減免額集計表
           SELECT  GENMENLST-FILE  ASSIGN  GENMENLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-GENMENLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  GENMENLST-FILE.
       01  GENMENLST-REC           PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-GENMENLST                   PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-RRK                         PIC 9(01).
           03  FLG-SYSKANRI                    PIC 9(01).
           03  FLG-PT                          PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(06).
           03  CNT-OUT                         PIC 9(06).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(04).
           03  IDY                             PIC 9(04).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        診療年月（省略時は前月）
               05  WRK-PARA-SRYYM              PIC X(06).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
           03  WRK-YM                          PIC 9(06).
           03  WRK-YM-R                        REDEFINES   WRK-YM.
               05  WRK-YY                      PIC 9(04).
               05  WRK-MM                      PIC 9(02).
           03  WRK-HOSPNAME                    PIC X(120).
           03  WRK-KBNNAME                     PIC X(10).
           03  WRK-OLD-HKNJANUM                PIC X(08).
           03  WRK-LINE                        PIC X(200).
           03  WRK-ED-NIN                      PIC ZZ,ZZ9.
           03  WRK-ED-KEN                      PIC ZZ,ZZ9.
           03  WRK-ED-KIN1                     PIC ZZZ,ZZZ,ZZ9.
           03  WRK-ED-KIN2                     PIC ZZZ,ZZZ,ZZ9.
           03  WRK-ED-KIN3                     PIC ZZZ,ZZZ,ZZ9.
      *
      *    保険者計・総合計
           03  WRK-SUM-AREA.
               05  WRK-SUM-NIN                 PIC 9(06).
               05  WRK-SUM-KEN                 PIC 9(06).
               05  WRK-SUM-FTNMAE              PIC 9(10).
               05  WRK-SUM-GENMENGAKU          PIC 9(10).
               05  WRK-SUM-FTNGAKU             PIC 9(10).
           03  WRK-TOTAL-AREA.
               05  WRK-TOTAL-NIN               PIC 9(06).
               05  WRK-TOTAL-KEN               PIC 9(06).
               05  WRK-TOTAL-FTNMAE            PIC 9(10).
               05  WRK-TOTAL-GENMENGAKU        PIC 9(10).
               05  WRK-TOTAL-FTNGAKU           PIC 9(10).
      *
           03  GENMENLSTPARA                   PIC X(256).
      *
      *    保険者・減免区分別集計テーブル（保険者番号・減免区分順）
       01  HKN-AREA.
           03  HKN-MAX                         PIC 9(04).
           03  HKN-TBL                         OCCURS  500.
               05  HKN-KEY.
                   07  HKN-HKNJANUM            PIC X(08).
                   07  HKN-GENMENKBN           PIC X(01).
               05  HKN-NIN                     PIC 9(06).
               05  HKN-KEN                     PIC 9(06).
               05  HKN-FTNMAE                  PIC 9(10).
               05  HKN-GENMENGAKU              PIC 9(10).
               05  HKN-FTNGAKU                 PIC 9(10).
      *
      *    実人数判定用テーブル（保険者番号・減免区分・患者）
       01  PT-AREA.
           03  PT-MAX                          PIC 9(05).
           03  PT-TBL                          OCCURS  5000.
               05  PT-HKNJANUM                 PIC X(08).
               05  PT-GENMENKBN                PIC X(01).
               05  PT-PTID                     PIC 9(10).
      *
       01  WRK-IDZ                             PIC 9(05).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    一部負担金減免実績テーブル
      *    （ＯＲＣＳＧＥＮＭＥＮと同一レイアウト）
       01  GENMENRRK-REC.
           03  GNR-HOSPNUM         PIC 9(02).
           03  GNR-PTID            PIC 9(10).
           03  GNR-SRYYMD          PIC X(08).
           03  GNR-HKNID           PIC 9(10).
           03  GNR-HKNJANUM        PIC X(08).
           03  GNR-GENMENKBN       PIC X(01).
           03  GNR-RIYUKBN         PIC X(01).
           03  GNR-WARIAI          PIC 9(03).
           03  GNR-SYOMEINUM       PIC X(20).
           03  GNR-FTNMAE          PIC 9(07).
           03  GNR-GENMENGAKU      PIC 9(07).
           03  GNR-FTNGAKU         PIC 9(07).
           03  GNR-UPYMD           PIC X(08).
           03  GNR-UPHMS           PIC X(06).
      *
      *    医療機関情報（基本）
           COPY    "CPSK1001.INC".
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
           PERFORM 300-LIST-SEC
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
           DISPLAY "*** ORCBGENMEN START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       HKN-AREA
                                       PT-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SRYYM
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               GENMENLSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "保険者別減免額集計表"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBGENMEN"    TO  JOB-PGID
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
           INITIALIZE                      SYS-1001-REC
           MOVE    "1001"              TO  SYS-1001-KANRICD
           MOVE    "*"                 TO  SYS-1001-KBNCD
           MOVE    SMCNDATE-YMD        TO  SYS-1001-STYUKYMD
                                           SYS-1001-EDYUKYMD
           MOVE    SPA-HOSPNUM         TO  SYS-1001-HOSPNUM
           MOVE    SYS-1001-REC        TO  MCPDATA-REC
           PERFORM 910-SYSKANRI-INV-SEC
           IF      FLG-SYSKANRI        =   ZERO
               MOVE    MCPDATA-REC         TO  SYS-1001-REC
               MOVE    SYS-1001-HOSPNAME   TO  WRK-HOSPNAME
           END-IF
      *
           OPEN    OUTPUT              GENMENLST-FILE
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    減免実績集計処理
      *****************************************************************
       200-SYUKEI-SEC              SECTION.
      *
           INITIALIZE                  GENMENRRK-REC
           MOVE    SPA-HOSPNUM         TO  GNR-HOSPNUM
           MOVE    WRK-PARA-SRYYM      TO  GNR-SRYYMD (1:6)
           MOVE    "%"                 TO  GNR-SRYYMD (7:1)
           MOVE    GENMENRRK-REC       TO  MCPDATA-REC
           MOVE    "tbl_genmen_rrk"    TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  200-SYUKEI-EXT
           END-IF
      *
           PERFORM 900-RRK-FETCH-SEC
           PERFORM UNTIL   FLG-RRK     =   1
               PERFORM 2001-HKN-ADD-SEC
               PERFORM 900-RRK-FETCH-SEC
           END-PERFORM
      *
           MOVE    "tbl_genmen_rrk"    TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-SYUKEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    保険者・減免区分別集計処理（１件）
      *    （集計テーブルは保険者番号・減免区分の昇順に挿入する）
      *****************************************************************
       2001-HKN-ADD-SEC            SECTION.
      *
      *    挿入位置（同一キーまたはより大きいキーの位置）を求める
           PERFORM VARYING IDX     FROM    1   BY  1
                   UNTIL   IDX         >   HKN-MAX
                   OR      HKN-HKNJANUM  (IDX) >   GNR-HKNJANUM
                   OR    ( HKN-HKNJANUM  (IDX) =   GNR-HKNJANUM
                     AND   HKN-GENMENKBN (IDX) NOT <   GNR-GENMENKBN )
               CONTINUE
           END-PERFORM
      *
           MOVE    ZERO                TO  FLG-PT
           IF      IDX             NOT >   HKN-MAX
               IF      HKN-HKNJANUM  (IDX) =   GNR-HKNJANUM
               AND     HKN-GENMENKBN (IDX) =   GNR-GENMENKBN
                   MOVE    1                   TO  FLG-PT
               END-IF
           END-IF
           IF      FLG-PT              =   ZERO
               IF      HKN-MAX             >=  500
                   DISPLAY "ORCBGENMEN HKN-TBL OVER HKNJANUM="
                           GNR-HKNJANUM
                   GO  TO  2001-HKN-ADD-EXT
               END-IF
               PERFORM VARYING IDY     FROM    HKN-MAX BY  -1
                       UNTIL   IDY         <   IDX
                   MOVE    HKN-TBL (IDY)       TO  HKN-TBL (IDY + 1)
               END-PERFORM
               ADD     1                   TO  HKN-MAX
               INITIALIZE                      HKN-TBL (IDX)
               MOVE    GNR-HKNJANUM        TO  HKN-HKNJANUM  (IDX)
               MOVE    GNR-GENMENKBN       TO  HKN-GENMENKBN (IDX)
           END-IF
      *
           ADD     1                   TO  HKN-KEN        (IDX)
           ADD     GNR-FTNMAE          TO  HKN-FTNMAE     (IDX)
           ADD     GNR-GENMENGAKU      TO  HKN-GENMENGAKU (IDX)
           ADD     GNR-FTNGAKU         TO  HKN-FTNGAKU    (IDX)
      *
      *    実人数（保険者・減免区分内で初出の患者のみ）
           MOVE    ZERO                TO  FLG-PT
           PERFORM VARYING WRK-IDZ FROM    1   BY  1
                   UNTIL   WRK-IDZ     >   PT-MAX
                   OR      FLG-PT      =   1
               IF      PT-HKNJANUM  (WRK-IDZ)  =   GNR-HKNJANUM
               AND     PT-GENMENKBN (WRK-IDZ)  =   GNR-GENMENKBN
               AND     PT-PTID      (WRK-IDZ)  =   GNR-PTID
                   MOVE    1                   TO  FLG-PT
               END-IF
           END-PERFORM
           IF      FLG-PT              =   ZERO
               ADD     1                   TO  HKN-NIN (IDX)
               IF      PT-MAX              <   5000
                   ADD     1                   TO  PT-MAX
                   MOVE    GNR-HKNJANUM    TO  PT-HKNJANUM  (PT-MAX)
                   MOVE    GNR-GENMENKBN   TO  PT-GENMENKBN (PT-MAX)
                   MOVE    GNR-PTID        TO  PT-PTID      (PT-MAX)
               END-IF
           END-IF
           .
       2001-HKN-ADD-EXT.
           EXIT.
      *
      *****************************************************************
      *    集計表出力処理
      *****************************************************************
       300-LIST-SEC                SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　保険者別"  DELIMITED   BY  SIZE
                   "一部負担金減免額集計表"
                                       DELIMITED   BY  SIZE
                   "　＊＊＊"          DELIMITED   BY  SIZE
                   "　診療年月："      DELIMITED   BY  SIZE
                   WRK-PARA-SRYYM      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-GENMENLST-WRITE-SEC
           MOVE    WRK-HOSPNAME        TO  WRK-LINE
           PERFORM 900-GENMENLST-WRITE-SEC
           PERFORM 900-GENMENLST-WRITE-SEC
           STRING  "保険者番号  減免区分"
                                       DELIMITED   BY  SIZE
                   "    実人数    件数"
                                       DELIMITED   BY  SIZE
                   "  減免前負担額      減免額"
                                       DELIMITED   BY  SIZE
                   "  減免後負担額"    DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-GENMENLST-WRITE-SEC
      *
           IF      HKN-MAX             =   ZERO
               MOVE    "該当する減免実績はありません"
                                       TO  WRK-LINE
               PERFORM 900-GENMENLST-WRITE-SEC
               GO  TO  300-LIST-EXT
           END-IF
      *
           INITIALIZE                  WRK-SUM-AREA
                                       WRK-TOTAL-AREA
           MOVE    HKN-HKNJANUM (1)    TO  WRK-OLD-HKNJANUM
           PERFORM VARYING IDX     FROM    1   BY  1
                   UNTIL   IDX         >   HKN-MAX
               IF      HKN-HKNJANUM (IDX)  NOT =   WRK-OLD-HKNJANUM
                   PERFORM 3002-HKNKEI-EDIT-SEC
                   MOVE    HKN-HKNJANUM (IDX)  TO  WRK-OLD-HKNJANUM
               END-IF
               PERFORM 3001-MEISAI-EDIT-SEC
           END-PERFORM
           PERFORM 3002-HKNKEI-EDIT-SEC
      *
      *    総合計
           MOVE    WRK-TOTAL-NIN       TO  WRK-ED-NIN
           MOVE    WRK-TOTAL-KEN       TO  WRK-ED-KEN
           MOVE    WRK-TOTAL-FTNMAE    TO  WRK-ED-KIN1
           MOVE    WRK-TOTAL-GENMENGAKU
                                       TO  WRK-ED-KIN2
           MOVE    WRK-TOTAL-FTNGAKU   TO  WRK-ED-KIN3
           STRING  "＊＊総合計＊＊        "
                                       DELIMITED   BY  SIZE
                   WRK-ED-NIN          DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-KEN          DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-KIN2         DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-KIN3         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-GENMENLST-WRITE-SEC
           .
       300-LIST-EXT.
           EXIT.
      *
      *****************************************************************
      *    明細行編集処理（保険者・減免区分）
      *****************************************************************
       3001-MEISAI-EDIT-SEC        SECTION.
      *
           EVALUATE    HKN-GENMENKBN (IDX)
               WHEN    "1"
                   MOVE    "減額"              TO  WRK-KBNNAME
               WHEN    "2"
                   MOVE    "免除"              TO  WRK-KBNNAME
               WHEN    OTHER
                   MOVE    "徴収猶予"          TO  WRK-KBNNAME
           END-EVALUATE
           MOVE    HKN-NIN        (IDX)    TO  WRK-ED-NIN
           MOVE    HKN-KEN        (IDX)    TO  WRK-ED-KEN
           MOVE    HKN-FTNMAE     (IDX)    TO  WRK-ED-KIN1
           MOVE    HKN-GENMENGAKU (IDX)    TO  WRK-ED-KIN2
           MOVE    HKN-FTNGAKU    (IDX)    TO  WRK-ED-KIN3
           STRING  HKN-HKNJANUM (IDX)  DELIMITED   BY  SIZE
                   "    "              DELIMITED   BY  SIZE
                   WRK-KBNNAME         DELIMITED   BY  SIZE
                   WRK-ED-NIN          DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-KEN          DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-KIN2         DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-KIN3         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-GENMENLST-WRITE-SEC
           ADD     1                   TO  CNT-OUT
      *
           ADD     HKN-NIN        (IDX)    TO  WRK-SUM-NIN
           ADD     HKN-KEN        (IDX)    TO  WRK-SUM-KEN
           ADD     HKN-FTNMAE     (IDX)    TO  WRK-SUM-FTNMAE
           ADD     HKN-GENMENGAKU (IDX)    TO  WRK-SUM-GENMENGAKU
           ADD     HKN-FTNGAKU    (IDX)    TO  WRK-SUM-FTNGAKU
           .
       3001-MEISAI-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    保険者計編集処理
      *    （保険者計の実人数は減免区分別の実人数の合計とする）
      *****************************************************************
       3002-HKNKEI-EDIT-SEC        SECTION.
      *
           MOVE    WRK-SUM-NIN         TO  WRK-ED-NIN
           MOVE    WRK-SUM-KEN         TO  WRK-ED-KEN
           MOVE    WRK-SUM-FTNMAE      TO  WRK-ED-KIN1
           MOVE    WRK-SUM-GENMENGAKU  TO  WRK-ED-KIN2
           MOVE    WRK-SUM-FTNGAKU     TO  WRK-ED-KIN3
           STRING  "  保険者計          "
                                       DELIMITED   BY  SIZE
                   WRK-ED-NIN          DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-KEN          DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-KIN2         DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-KIN3         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-GENMENLST-WRITE-SEC
           PERFORM 900-GENMENLST-WRITE-SEC
      *
           ADD     WRK-SUM-NIN         TO  WRK-TOTAL-NIN
           ADD     WRK-SUM-KEN         TO  WRK-TOTAL-KEN
           ADD     WRK-SUM-FTNMAE      TO  WRK-TOTAL-FTNMAE
           ADD     WRK-SUM-GENMENGAKU  TO  WRK-TOTAL-GENMENGAKU
           ADD     WRK-SUM-FTNGAKU     TO  WRK-TOTAL-FTNGAKU
           INITIALIZE                  WRK-SUM-AREA
           .
       3002-HKNKEI-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           CLOSE   GENMENLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "GENMENRRK CNT-IN  :" CNT-IN
           DISPLAY "HKNJA     CNT     :" HKN-MAX
           DISPLAY "OUTPUT    CNT     :" CNT-OUT
           DISPLAY "*** ORCBGENMEN END ***"
           .
       500-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    減免実績読込処理
      *****************************************************************
       900-RRK-FETCH-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-RRK
           MOVE    "tbl_genmen_rrk"    TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  GENMENRRK-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-RRK
           END-IF
           .
       900-RRK-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    システム管理マスタ読込
      *****************************************************************
       910-SYSKANRI-INV-SEC        SECTION.
      *
           MOVE    1                   TO  FLG-SYSKANRI
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key10"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_syskanri"      TO  MCP-TABLE
               MOVE    "key10"             TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    ZERO                TO  FLG-SYSKANRI
               END-IF
           END-IF
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key10"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       910-SYSKANRI-INV-EXT.
           EXIT.
      *
      *****************************************************************
      *    集計表行出力処理
      *****************************************************************
       900-GENMENLST-WRITE-SEC     SECTION.
      *
           MOVE    WRK-LINE            TO  GENMENLST-REC
           WRITE   GENMENLST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-GENMENLST-WRITE-EXT.
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
