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
       PROGRAM-ID.             ORCBONSHIRIYO.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 月次統計
      *  コンポーネント名  : マイナ保険証利用率集計
      *                      （対象月の受付とオンライン資格確認の
      *                        照会結果を突合し、資格確認方法別
      *                        （マイナ保険証・保険証・資格確認書
      *                        ・目視）の件数と利用率を、全体・
      *                        診療科別・時間帯別・受付担当別に
      *                        集計する。実患者数による利用率を
      *                        医療ＤＸ推進体制整備加算の利用率
      *                        要件と比較して判定し、月次結果を
      *                        利用率集計テーブルへ保存する。
      *                        受付ごとの確認方法はＣＳＶへ出力し
      *                        届出の根拠資料とする）
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
      *    利用率集計表
           SELECT  RIYO-FILE       ASSIGN  RIYOPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-RIYO.
      *
      *    受付別資格確認方法明細（ＣＳＶ）
           SELECT  RIYOCSV-FILE    ASSIGN  RIYOCSVPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-RIYOCSV.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  RIYO-FILE.
       01  RIYO-REC                PIC X(200).
      *
       FD  RIYOCSV-FILE.
       01  RIYOCSV-REC             PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-RIYO                        PIC X(02).
           03  STS-RIYOCSV                     PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-END                         PIC 9(01).
           03  FLG-UKETUKE                     PIC 9(01).
           03  FLG-ONSKAKU                     PIC 9(01).
           03  FLG-MYNARIYO                    PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(04)   COMP.
           03  KA-IDX                          PIC 9(04)   COMP.
           03  HH-IDX                          PIC 9(04)   COMP.
           03  OP-IDX                          PIC 9(04)   COMP.
           03  PT-IDX                          PIC 9(05)   COMP.
           03  HOU-IDX                         PIC 9(04)   COMP.
           03  KJN-IDX                         PIC 9(04)   COMP.
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(08).
           03  CNT-TAISYO                      PIC 9(06).
           03  CNT-PTOVER                      PIC 9(06).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        対象年月
               05  WRK-PARA-SRYYM              PIC X(06).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
      *    資格確認方法（１：マイナ保険証　２：保険証
      *                  ３：資格確認書　　４：目視）
           03  WRK-HOUHOU                      PIC 9(01).
           03  WRK-PTNUM                       PIC X(20).
           03  WRK-HMS.
               05  WRK-HMS-HH                  PIC 9(02).
               05  WRK-HMS-MM                  PIC 9(02).
               05  WRK-HMS-SS                  PIC 9(02).
      *
      *    年月計算用
           03  WRK-YM.
               05  WRK-YM-YY                   PIC 9(04).
               05  WRK-YM-MM                   PIC 9(02).
           03  WRK-SANTEIYM                    PIC X(06).
           03  WRK-SUIIYM                      PIC X(06).
      *
      *    利用率（％　小数１位）
           03  WRK-RITU                        PIC 9(03)V9(01).
           03  WRK-PT-RITU                     PIC 9(03)V9(01).
           03  WRK-ALL-RITU                    PIC 9(03)V9(01).
           03  WRK-SA-RITU                     PIC 9(03)V9(01).
           03  WRK-HIRITU                      PIC 9(03)V9(01).
      *    判定（０：要件を満たさない　１〜３：加算１〜３の要件を
      *          満たす　空白：利用率要件の適用前）
           03  WRK-HANTEI                      PIC X(01).
           03  WRK-HANTEIMEI                   PIC X(40).
      *
      *    集計行編集用
           03  WRK-ROW.
               05  WRK-ROW-NAME                PIC X(20).
               05  WRK-ROW-CNT                 PIC 9(06).
               05  WRK-ROW-HOU                 PIC 9(06)   OCCURS  4.
           03  WRK-ROW-MARK                    PIC X(10).
      *
      *    編集用
           03  WRK-LINE                        PIC X(200).
           03  WRK-ED-CNT                      PIC ZZZ,ZZ9.
           03  WRK-ED-RITU                     PIC ZZ9.9.
           03  WRK-ED-HH                       PIC 9(02).
      *
           03  RIYOPARA                        PIC X(256).
           03  RIYOCSVPARA                     PIC X(256).
      *
      *****************************************************************
      *    集計領域
      *****************************************************************
      *
      *    全体（受付件数・確認方法別件数）
       01  ALL-TBL-AREA.
           03  ALL-CNT                         PIC 9(06).
           03  ALL-HOU                         PIC 9(06)   OCCURS  4.
      *    実患者数・マイナ保険証を利用した実患者数
           03  ALL-PTCNT                       PIC 9(06).
           03  ALL-MYNAPTCNT                   PIC 9(06).
      *
      *    診療科別
       01  KA-TBL-AREA.
           03  KA-TBL-MAX                      PIC 9(04)   COMP.
           03  KA-TBL                          OCCURS  30.
               05  KA-TBL-SRYKA                PIC X(02).
               05  KA-TBL-CNT                  PIC 9(06).
               05  KA-TBL-HOU                  PIC 9(06)   OCCURS  4.
      *
      *    時間帯別（０時〜２３時）
       01  HH-TBL-AREA.
           03  HH-TBL                          OCCURS  24.
               05  HH-TBL-CNT                  PIC 9(06).
               05  HH-TBL-HOU                  PIC 9(06)   OCCURS  4.
      *
      *    受付担当別
       01  OP-TBL-AREA.
           03  OP-TBL-MAX                      PIC 9(04)   COMP.
           03  OP-TBL                          OCCURS  100.
               05  OP-TBL-OPID                 PIC X(16).
               05  OP-TBL-CNT                  PIC 9(06).
               05  OP-TBL-HOU                  PIC 9(06)   OCCURS  4.
      *
      *    実患者（マイナ保険証利用　１：あり）
       01  PT-TBL-AREA.
           03  PT-TBL-MAX                      PIC 9(05)   COMP.
           03  PT-TBL                          OCCURS  20000.
               05  PT-TBL-PTID                 PIC 9(10).
               05  PT-TBL-MYNA                 PIC X(01).
      *
       01  CONST-AREA.
           03  CONST-PT-MAX                    PIC 9(05)   VALUE  20000.
      *    資格確認書の被保険者証区分
           03  CONST-KAKUNINSYO                PIC X(02)   VALUE   "07".
      *    利用率が低い受付担当とする基準
      *    （受付件数が基準件数以上で、全体の利用率を基準ポイント
      *      以上下回る担当）
           03  CONST-OP-KENSU                  PIC 9(04)   VALUE   20.
           03  CONST-OP-SA                     PIC 9(03)V9(01)
                                                           VALUE   10.
      *    医療ＤＸ推進体制整備加算の利用率要件
      *    （算定月の３月前の利用率で判定する。適用開始年月・
      *      加算１・加算２・加算３の利用率（％））
           03  CONST-KJN-MAX                   PIC 9(04)   VALUE   3.
           03  CONST-KJN-VAL.
               05  FILLER          PIC X(12)   VALUE   "202410151005".
               05  FILLER          PIC X(12)   VALUE   "202501302010".
               05  FILLER          PIC X(12)   VALUE   "202510453015".
           03  CONST-KJN-R         REDEFINES   CONST-KJN-VAL.
               05  CONST-KJN                   OCCURS  3.
                   07  CONST-KJN-STYM          PIC X(06).
                   07  CONST-KJN-RITU          PIC 9(02)   OCCURS  3.
      *
       01  HOU-NAME-AREA.
           03  FILLER      PIC X(18)   VALUE   "マイナ保険証".
           03  FILLER      PIC X(18)   VALUE   "保険証".
           03  FILLER      PIC X(18)   VALUE   "資格確認書".
           03  FILLER      PIC X(18)   VALUE   "目視".
       01  HOU-NAME-TBL    REDEFINES   HOU-NAME-AREA.
           03  HOU-NAME            PIC X(18)   OCCURS  4.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    受付テーブル
       01  UKETUKE-REC.
           COPY    "CPUKETUKE.INC".
      *
      *    オンライン資格確認照会結果
       01  ONSKAKU-REC.
           COPY    "CPONSHI-KAKU.INC".
      *
      *    患者番号マスタ
       01  PTNUM-REC.
           COPY    "CPPTNUM.INC".
      *
      *    マイナ保険証利用率集計テーブル
       01  MYNARIYO-REC.
           03  MYR-HOSPNUM         PIC 9(02).
           03  MYR-SRYYM           PIC X(06).
      *    受付件数・確認方法別件数
           03  MYR-UKECNT          PIC 9(06).
           03  MYR-MYNACNT         PIC 9(06).
           03  MYR-HKNCNT          PIC 9(06).
           03  MYR-KAKUNINCNT      PIC 9(06).
           03  MYR-MOKUSICNT       PIC 9(06).
      *    実患者数・マイナ保険証利用実患者数・利用率（実患者数）
           03  MYR-PTCNT           PIC 9(06).
           03  MYR-MYNAPTCNT       PIC 9(06).
           03  MYR-RIYORITU        PIC 9(03)V9(01).
      *    判定対象の算定月・判定
           03  MYR-SANTEIYM        PIC X(06).
           03  MYR-HANTEI          PIC X(01).
           03  MYR-CREYMD          PIC X(08).
           03  MYR-UPYMD           PIC X(08).
           03  MYR-UPHMS           PIC X(06).
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
           DISPLAY "*** ORCBONSHIRIYO START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       ALL-TBL-AREA
                                       KA-TBL-AREA
                                       HH-TBL-AREA
                                       OP-TBL-AREA
                                       PT-TBL-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SRYYM
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               RIYOPARA
                                               RIYOCSVPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "マイナ保険証利用率集計"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBONSHIRIYO" TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           OPEN    OUTPUT              RIYO-FILE
           OPEN    OUTPUT              RIYOCSV-FILE
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "受付日,受付時刻,患者番号,"
                                       DELIMITED   BY  SIZE
                   "診療科,ドクター,受付担当,"
                                       DELIMITED   BY  SIZE
                   "資格確認方法"      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-RIYOCSV-WRITE-SEC
      *
      *    対象月の受付の検索開始
           INITIALIZE                  UKETUKE-REC
           MOVE    SPA-HOSPNUM         TO  UKE-HOSPNUM
           MOVE    WRK-PARA-SRYYM      TO  UKE-UKEYMD (1:6)
           MOVE    "%"                 TO  UKE-UKEYMD (7:1)
           MOVE    UKETUKE-REC         TO  MCPDATA-REC
           MOVE    "tbl_uketuke"       TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBONSHIRIYO UKETUKE SELECT ERR RC=" MCP-RC
               MOVE    1                   TO  FLG-END
           ELSE
               PERFORM 900-UKETUKE-FETCH-SEC
               IF      FLG-UKETUKE     NOT =   ZERO
                   MOVE    1                   TO  FLG-END
               END-IF
           END-IF
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    主　　処理（受付１件）
      *    （正常状態の受付を対象に、受付日の資格確認方法を判定し
      *      全体・診療科別・時間帯別・受付担当別に集計する）
      *****************************************************************
       200-MAIN-SEC                SECTION.
      *
           IF      UKE-JOTAI       NOT =   "0"
               GO  TO  200-MAIN-NEXT
           END-IF
      *
      *    資格確認方法の判定
           PERFORM 210-HOUHOU-HANTEI-SEC
      *
           ADD     1                   TO  CNT-TAISYO
      *
      *    全体
           ADD     1                   TO  ALL-CNT
           ADD     1                   TO  ALL-HOU (WRK-HOUHOU)
      *
      *    診療科別
           PERFORM 2001-KA-IDX-GET-SEC
           ADD     1                   TO  KA-TBL-CNT (KA-IDX)
           ADD     1           TO  KA-TBL-HOU (KA-IDX WRK-HOUHOU)
      *
      *    時間帯別（受付時刻の時）
           MOVE    UKE-UKETIME         TO  WRK-HMS
           COMPUTE HH-IDX          =   WRK-HMS-HH  +   1
           IF      HH-IDX              >=  1
           AND     HH-IDX              <=  24
               ADD     1                   TO  HH-TBL-CNT (HH-IDX)
               ADD     1           TO  HH-TBL-HOU (HH-IDX WRK-HOUHOU)
           END-IF
      *
      *    受付担当別
           PERFORM 2002-OP-IDX-GET-SEC
           ADD     1                   TO  OP-TBL-CNT (OP-IDX)
           ADD     1           TO  OP-TBL-HOU (OP-IDX WRK-HOUHOU)
      *
      *    実患者
           PERFORM 2003-PT-SET-SEC
      *
      *    受付別明細
           PERFORM 220-CSV-MEISAI-SEC
           .
       200-MAIN-NEXT.
      *
           PERFORM 900-UKETUKE-FETCH-SEC
           IF      FLG-UKETUKE     NOT =   ZERO
               MOVE    1                   TO  FLG-END
           END-IF
           .
       200-MAIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    資格確認方法判定処理
      *    （受付日に照会したオンライン資格確認の結果から判定する。
      *      マイナンバーカードによる照会が１件でもあればマイナ
      *      保険証、被保険者番号による照会のみのときは被保険者証
      *      区分で保険証か資格確認書かを判定し、照会がなければ
      *      目視確認とする）
      *****************************************************************
       210-HOUHOU-HANTEI-SEC       SECTION.
      *
           MOVE    4                   TO  WRK-HOUHOU
      *
           INITIALIZE                  ONSKAKU-REC
           MOVE    SPA-HOSPNUM         TO  ONSKAKU-HOSPNUM
           MOVE    UKE-PTID            TO  ONSKAKU-PTID
           MOVE    ONSKAKU-REC         TO  MCPDATA-REC
           MOVE    "tbl_onshi_kaku"    TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-ONSKAKU-FETCH-SEC
               PERFORM UNTIL   FLG-ONSKAKU     =   1
                   IF      ONSKAKU-KAKUNINYMD  =   UKE-UKEYMD
                       EVALUATE    TRUE
                           WHEN    ONSKAKU-SHOKAI-KBN  =   "1"
                               MOVE    1           TO  WRK-HOUHOU
                           WHEN    WRK-HOUHOU          =   1
                               CONTINUE
                           WHEN    ONSKAKU-CARD-CLASS
                                               =   CONST-KAKUNINSYO
                               MOVE    3           TO  WRK-HOUHOU
                           WHEN    WRK-HOUHOU          =   3
                               CONTINUE
                           WHEN    OTHER
                               MOVE    2           TO  WRK-HOUHOU
                       END-EVALUATE
                   END-IF
                   PERFORM 900-ONSKAKU-FETCH-SEC
               END-PERFORM
           END-IF
           MOVE    "tbl_onshi_kaku"    TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       210-HOUHOU-HANTEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    受付別明細出力処理
      *****************************************************************
       220-CSV-MEISAI-SEC          SECTION.
      *
           PERFORM 800-PTNUM-GET-SEC
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  UKE-UKEYMD          DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   UKE-UKETIME         DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-PTNUM           DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   UKE-SRYKA           DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   UKE-DRCD            DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   UKE-OPID            DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   HOU-NAME (WRK-HOUHOU)
                                       DELIMITED   BY  SPACE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-RIYOCSV-WRITE-SEC
           .
       220-CSV-MEISAI-EXT.
           EXIT.
      *
      *****************************************************************
      *    診療科添字取得処理
      *****************************************************************
       2001-KA-IDX-GET-SEC         SECTION.
      *
           MOVE    ZERO                TO  KA-IDX
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   KA-TBL-MAX
               IF      KA-TBL-SRYKA (IDX)  =   UKE-SRYKA
                   MOVE    IDX                 TO  KA-IDX
                   MOVE    KA-TBL-MAX          TO  IDX
               END-IF
           END-PERFORM
           IF      KA-IDX              =   ZERO
           AND     KA-TBL-MAX          <   30
               ADD     1                   TO  KA-TBL-MAX
               MOVE    KA-TBL-MAX          TO  KA-IDX
               MOVE    UKE-SRYKA           TO  KA-TBL-SRYKA (KA-IDX)
           END-IF
           IF      KA-IDX              =   ZERO
               MOVE    1                   TO  KA-IDX
           END-IF
           .
       2001-KA-IDX-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    受付担当添字取得処理
      *****************************************************************
       2002-OP-IDX-GET-SEC         SECTION.
      *
           MOVE    ZERO                TO  OP-IDX
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   OP-TBL-MAX
               IF      OP-TBL-OPID (IDX)   =   UKE-OPID
                   MOVE    IDX                 TO  OP-IDX
                   MOVE    OP-TBL-MAX          TO  IDX
               END-IF
           END-PERFORM
           IF      OP-IDX              =   ZERO
           AND     OP-TBL-MAX          <   100
               ADD     1                   TO  OP-TBL-MAX
               MOVE    OP-TBL-MAX          TO  OP-IDX
               MOVE    UKE-OPID            TO  OP-TBL-OPID (OP-IDX)
           END-IF
           IF      OP-IDX              =   ZERO
               MOVE    1                   TO  OP-IDX
           END-IF
           .
       2002-OP-IDX-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    実患者設定処理
      *    （月内にマイナ保険証で１回でも資格確認した患者を
      *      マイナ保険証利用者とする）
      *****************************************************************
       2003-PT-SET-SEC             SECTION.
      *
           MOVE    ZERO                TO  PT-IDX
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   PT-TBL-MAX
               IF      PT-TBL-PTID (IDX)   =   UKE-PTID
                   MOVE    IDX                 TO  PT-IDX
                   MOVE    PT-TBL-MAX          TO  IDX
               END-IF
           END-PERFORM
           IF      PT-IDX              =   ZERO
               IF      PT-TBL-MAX          <   CONST-PT-MAX
                   ADD     1                   TO  PT-TBL-MAX
                   MOVE    PT-TBL-MAX          TO  PT-IDX
                   MOVE    UKE-PTID            TO  PT-TBL-PTID (PT-IDX)
                   MOVE    SPACE               TO  PT-TBL-MYNA (PT-IDX)
               ELSE
                   ADD     1                   TO  CNT-PTOVER
                   GO  TO  2003-PT-SET-EXT
               END-IF
           END-IF
           IF      WRK-HOUHOU          =   1
               MOVE    "1"                 TO  PT-TBL-MYNA (PT-IDX)
           END-IF
           .
       2003-PT-SET-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者番号取得処理
      *****************************************************************
       800-PTNUM-GET-SEC           SECTION.
      *
           INITIALIZE                  PTNUM-REC
           MOVE    SPA-HOSPNUM         TO  PTNUM-HOSPNUM
           MOVE    UKE-PTID            TO  PTNUM-PTID
           MOVE    PTNUM-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  PTNUM-REC
           ELSE
               INITIALIZE                  PTNUM-REC
           END-IF
           MOVE    PTNUM-PTNUM         TO  WRK-PTNUM
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       800-PTNUM-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理（集計表編集）
      *****************************************************************
       300-TERM-SEC                SECTION.
      *
           MOVE    "tbl_uketuke"       TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
      *    実患者数
           MOVE    PT-TBL-MAX          TO  ALL-PTCNT
           PERFORM VARYING PT-IDX FROM 1 BY 1
                   UNTIL   PT-IDX      >   PT-TBL-MAX
               IF      PT-TBL-MYNA (PT-IDX)    =   "1"
                   ADD     1                   TO  ALL-MYNAPTCNT
               END-IF
           END-PERFORM
      *
      *    加算の利用率要件との比較
           PERFORM 310-HANTEI-SEC
      *
      *    月次結果の保存
           PERFORM 320-MYNARIYO-UPD-SEC
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　マイナ保険証利用率集計"
                                       DELIMITED   BY  SIZE
                   "　＊＊＊"          DELIMITED   BY  SIZE
                   "　対象年月："      DELIMITED   BY  SIZE
                   WRK-PARA-SRYYM      DELIMITED   BY  SIZE
                   "　作成日："        DELIMITED   BY  SIZE
                   SMCNDATE-YMD        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-RIYO-WRITE-SEC
      *
      *    利用率要件の判定
           PERFORM 330-HANTEI-EDIT-SEC
      *
      *    全体
           MOVE    "【全体】"          TO  WRK-LINE
           PERFORM 900-RIYO-WRITE-SEC
           PERFORM 3000-MIDASI-SEC
           MOVE    "合計"              TO  WRK-ROW-NAME
           MOVE    ALL-CNT             TO  WRK-ROW-CNT
           PERFORM VARYING HOU-IDX FROM 1 BY 1
                   UNTIL   HOU-IDX     >   4
               MOVE    ALL-HOU (HOU-IDX)   TO  WRK-ROW-HOU (HOU-IDX)
           END-PERFORM
           MOVE    SPACE               TO  WRK-ROW-MARK
           PERFORM 3001-ROW-EDIT-SEC
           MOVE    WRK-RITU            TO  WRK-ALL-RITU
      *
      *    診療科別
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-RIYO-WRITE-SEC
           MOVE    "【診療科別】"      TO  WRK-LINE
           PERFORM 900-RIYO-WRITE-SEC
           PERFORM 3000-MIDASI-SEC
           PERFORM VARYING KA-IDX FROM 1 BY 1
                   UNTIL   KA-IDX      >   KA-TBL-MAX
               MOVE    SPACE               TO  WRK-ROW-NAME
               STRING  "科："              DELIMITED   BY  SIZE
                       KA-TBL-SRYKA (KA-IDX)
                                           DELIMITED   BY  SIZE
                                           INTO    WRK-ROW-NAME
               END-STRING
               MOVE    KA-TBL-CNT (KA-IDX) TO  WRK-ROW-CNT
               PERFORM VARYING HOU-IDX FROM 1 BY 1
                       UNTIL   HOU-IDX     >   4
                   MOVE    KA-TBL-HOU (KA-IDX HOU-IDX)
                                       TO  WRK-ROW-HOU (HOU-IDX)
               END-PERFORM
               MOVE    SPACE               TO  WRK-ROW-MARK
               PERFORM 3001-ROW-EDIT-SEC
           END-PERFORM
      *
      *    時間帯別
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-RIYO-WRITE-SEC
           MOVE    "【時間帯別】"      TO  WRK-LINE
           PERFORM 900-RIYO-WRITE-SEC
           PERFORM 3000-MIDASI-SEC
           PERFORM VARYING HH-IDX FROM 1 BY 1
                   UNTIL   HH-IDX      >   24
               IF      HH-TBL-CNT (HH-IDX) >   ZERO
                   COMPUTE WRK-ED-HH   =   HH-IDX  -   1
                   MOVE    SPACE               TO  WRK-ROW-NAME
                   STRING  WRK-ED-HH           DELIMITED   BY  SIZE
                           "時台"              DELIMITED   BY  SIZE
                                               INTO    WRK-ROW-NAME
                   END-STRING
                   MOVE    HH-TBL-CNT (HH-IDX) TO  WRK-ROW-CNT
                   PERFORM VARYING HOU-IDX FROM 1 BY 1
                           UNTIL   HOU-IDX     >   4
                       MOVE    HH-TBL-HOU (HH-IDX HOU-IDX)
                                           TO  WRK-ROW-HOU (HOU-IDX)
                   END-PERFORM
                   MOVE    SPACE               TO  WRK-ROW-MARK
                   PERFORM 3001-ROW-EDIT-SEC
               END-IF
           END-PERFORM
      *
      *    受付担当別
           PERFORM 340-OP-EDIT-SEC
      *
      *    直近３か月の推移
           PERFORM 350-SUII-EDIT-SEC
      *
           CLOSE   RIYO-FILE
           CLOSE   RIYOCSV-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    CNT-TAISYO          TO  JOB-UPDCNT
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "UKETUKE CNT-IN :" CNT-IN
           DISPLAY "TAISYO  CNT    :" CNT-TAISYO
           DISPLAY "PTOVER  CNT    :" CNT-PTOVER
           DISPLAY "*** ORCBONSHIRIYO END ***"
           .
       300-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    利用率要件判定処理
      *    （対象月の実患者数による利用率を、対象月の３月後を算定月
      *      とする加算１〜３の利用率要件と比較する）
      *****************************************************************
       310-HANTEI-SEC              SECTION.
      *
           MOVE    ZERO                TO  WRK-PT-RITU
           IF      ALL-PTCNT           >   ZERO
               COMPUTE WRK-PT-RITU ROUNDED
                       =   ALL-MYNAPTCNT   *   100 /   ALL-PTCNT
           END-IF
      *
      *    算定月（対象月の３月後）
           MOVE    WRK-PARA-SRYYM      TO  WRK-YM
           ADD     3                   TO  WRK-YM-MM
           IF      WRK-YM-MM           >   12
               SUBTRACT    12          FROM    WRK-YM-MM
               ADD     1                   TO  WRK-YM-YY
           END-IF
           MOVE    WRK-YM              TO  WRK-SANTEIYM
      *
      *    算定月に適用される利用率要件
           MOVE    ZERO                TO  KJN-IDX
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   CONST-KJN-MAX
               IF      CONST-KJN-STYM (IDX)    <=  WRK-SANTEIYM
                   MOVE    IDX                 TO  KJN-IDX
               END-IF
           END-PERFORM
      *
           IF      KJN-IDX             =   ZERO
               MOVE    SPACE               TO  WRK-HANTEI
               MOVE    "利用率要件の適用前"
                                       TO  WRK-HANTEIMEI
               GO  TO  310-HANTEI-EXT
           END-IF
           EVALUATE    TRUE
               WHEN    WRK-PT-RITU     >=  CONST-KJN-RITU (KJN-IDX 1)
                   MOVE    "1"                 TO  WRK-HANTEI
                   MOVE    "加算１の利用率要件を満たす"
                                       TO  WRK-HANTEIMEI
               WHEN    WRK-PT-RITU     >=  CONST-KJN-RITU (KJN-IDX 2)
                   MOVE    "2"                 TO  WRK-HANTEI
                   MOVE    "加算２の利用率要件を満たす"
                                       TO  WRK-HANTEIMEI
               WHEN    WRK-PT-RITU     >=  CONST-KJN-RITU (KJN-IDX 3)
                   MOVE    "3"                 TO  WRK-HANTEI
                   MOVE    "加算３の利用率要件を満たす"
                                       TO  WRK-HANTEIMEI
               WHEN    OTHER
                   MOVE    "0"                 TO  WRK-HANTEI
                   MOVE    "利用率要件を満たさない"
                                       TO  WRK-HANTEIMEI
           END-EVALUATE
           .
       310-HANTEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    利用率集計テーブル更新処理
      *****************************************************************
       320-MYNARIYO-UPD-SEC        SECTION.
      *
           INITIALIZE                  MYNARIYO-REC
           MOVE    SPA-HOSPNUM         TO  MYR-HOSPNUM
           MOVE    WRK-PARA-SRYYM      TO  MYR-SRYYM
           PERFORM 900-MYNARIYO-READ-SEC
           IF      FLG-MYNARIYO    NOT =   ZERO
               INITIALIZE                  MYNARIYO-REC
               MOVE    SPA-HOSPNUM         TO  MYR-HOSPNUM
               MOVE    WRK-PARA-SRYYM      TO  MYR-SRYYM
               MOVE    SMCNDATE-YMD        TO  MYR-CREYMD
           END-IF
      *
           MOVE    ALL-CNT             TO  MYR-UKECNT
           MOVE    ALL-HOU (1)         TO  MYR-MYNACNT
           MOVE    ALL-HOU (2)         TO  MYR-HKNCNT
           MOVE    ALL-HOU (3)         TO  MYR-KAKUNINCNT
           MOVE    ALL-HOU (4)         TO  MYR-MOKUSICNT
           MOVE    ALL-PTCNT           TO  MYR-PTCNT
           MOVE    ALL-MYNAPTCNT       TO  MYR-MYNAPTCNT
           MOVE    WRK-PT-RITU         TO  MYR-RIYORITU
           MOVE    WRK-SANTEIYM        TO  MYR-SANTEIYM
           MOVE    WRK-HANTEI          TO  MYR-HANTEI
           MOVE    SMCNDATE-YMD        TO  MYR-UPYMD
           MOVE    SMCNDATE-HMS        TO  MYR-UPHMS
      *
           MOVE    MYNARIYO-REC        TO  MCPDATA-REC
           MOVE    "tbl_mynariyo"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           IF      FLG-MYNARIYO        =   ZERO
               MOVE    "DBUPDATE"          TO  MCP-FUNC
           ELSE
               MOVE    "DBINSERT"          TO  MCP-FUNC
           END-IF
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBONSHIRIYO MYNARIYO " MCP-FUNC
                       " ERR RC=" MCP-RC
           END-IF
           .
       320-MYNARIYO-UPD-EXT.
           EXIT.
      *
      *****************************************************************
      *    利用率要件判定編集処理
      *****************************************************************
       330-HANTEI-EDIT-SEC         SECTION.
      *
           STRING  "【医療ＤＸ推進体制整備加算"
                                       DELIMITED   BY  SIZE
                   "　利用率要件】"    DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-RIYO-WRITE-SEC
      *
           MOVE    ALL-PTCNT           TO  WRK-ED-CNT
           STRING  "　実患者数　　　　　　　："
                                       DELIMITED   BY  SIZE
                   WRK-ED-CNT          DELIMITED   BY  SIZE
                   "人"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-RIYO-WRITE-SEC
           MOVE    ALL-MYNAPTCNT       TO  WRK-ED-CNT
           STRING  "　マイナ保険証利用者数　："
                                       DELIMITED   BY  SIZE
                   WRK-ED-CNT          DELIMITED   BY  SIZE
                   "人"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-RIYO-WRITE-SEC
           MOVE    WRK-PT-RITU         TO  WRK-ED-RITU
           STRING  "　利用率（実患者数）　　："
                                       DELIMITED   BY  SIZE
                   WRK-ED-RITU         DELIMITED   BY  SIZE
                   "％"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-RIYO-WRITE-SEC
      *
           IF      KJN-IDX             >   ZERO
               STRING  "　算定月"          DELIMITED   BY  SIZE
                       WRK-SANTEIYM        DELIMITED   BY  SIZE
                       "の要件　　："      DELIMITED   BY  SIZE
                       "加算１　"          DELIMITED   BY  SIZE
                       CONST-KJN-RITU (KJN-IDX 1)
                                           DELIMITED   BY  SIZE
                       "％以上　加算２　"  DELIMITED   BY  SIZE
                       CONST-KJN-RITU (KJN-IDX 2)
                                           DELIMITED   BY  SIZE
                       "％以上　加算３　"  DELIMITED   BY  SIZE
                       CONST-KJN-RITU (KJN-IDX 3)
                                           DELIMITED   BY  SIZE
                       "％以上"            DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-RIYO-WRITE-SEC
           END-IF
           STRING  "　判定　　　　　　　　　："
                                       DELIMITED   BY  SIZE
                   WRK-HANTEIMEI       DELIMITED   BY  SPACE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-RIYO-WRITE-SEC
           IF      CNT-PTOVER          >   ZERO
               MOVE    CNT-PTOVER          TO  WRK-ED-CNT
               STRING  "　（実患者数の上限を超えた受付"
                                           DELIMITED   BY  SIZE
                       WRK-ED-CNT          DELIMITED   BY  SIZE
                       "件は実患者数に含まない）"
                                           DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-RIYO-WRITE-SEC
           END-IF
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-RIYO-WRITE-SEC
           .
       330-HANTEI-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    受付担当別編集処理
      *    （受付件数が基準件数以上で全体の利用率を基準ポイント
      *      以上下回る担当に印を付け、確認方法の内訳を傾向として
      *      別に出力する）
      *****************************************************************
       340-OP-EDIT-SEC             SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-RIYO-WRITE-SEC
           MOVE    "【受付担当別】"    TO  WRK-LINE
           PERFORM 900-RIYO-WRITE-SEC
           PERFORM 3000-MIDASI-SEC
           PERFORM VARYING OP-IDX FROM 1 BY 1
                   UNTIL   OP-IDX      >   OP-TBL-MAX
               PERFORM 3002-OP-ROW-SET-SEC
               PERFORM 3001-ROW-EDIT-SEC
           END-PERFORM
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-RIYO-WRITE-SEC
           MOVE    "【利用率が低い受付担当の傾向】"
                                       TO  WRK-LINE
           PERFORM 900-RIYO-WRITE-SEC
           MOVE    ZERO                TO  IDX
           PERFORM VARYING OP-IDX FROM 1 BY 1
                   UNTIL   OP-IDX      >   OP-TBL-MAX
               PERFORM 3002-OP-ROW-SET-SEC
               IF      WRK-ROW-MARK    NOT =   SPACE
                   ADD     1                   TO  IDX
                   PERFORM 3003-OP-KEIKO-SEC
               END-IF
           END-PERFORM
           IF      IDX                 =   ZERO
               MOVE    "　該当する受付担当はありません"
                                       TO  WRK-LINE
               PERFORM 900-RIYO-WRITE-SEC
           END-IF
           .
       340-OP-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    直近３か月の推移編集処理
      *    （利用率集計テーブルに保存した対象月までの３か月分）
      *****************************************************************
       350-SUII-EDIT-SEC           SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-RIYO-WRITE-SEC
           MOVE    "【直近３か月の推移】"
                                       TO  WRK-LINE
           PERFORM 900-RIYO-WRITE-SEC
           MOVE    "年月    受付件数 マイナ件数"
                                       TO  WRK-LINE
           MOVE    "実患者数 利用者数 利用率"
                                       TO  WRK-LINE (30:)
           MOVE    "算定月 判定"       TO  WRK-LINE (56:)
           PERFORM 900-RIYO-WRITE-SEC
      *
      *    ２か月前から
           MOVE    WRK-PARA-SRYYM      TO  WRK-YM
           IF      WRK-YM-MM           <=  2
               ADD     10                  TO  WRK-YM-MM
               SUBTRACT    1           FROM    WRK-YM-YY
           ELSE
               SUBTRACT    2           FROM    WRK-YM-MM
           END-IF
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   3
               MOVE    WRK-YM              TO  WRK-SUIIYM
               PERFORM 3004-SUII-ROW-SEC
               ADD     1                   TO  WRK-YM-MM
               IF      WRK-YM-MM           >   12
                   MOVE    1                   TO  WRK-YM-MM
                   ADD     1                   TO  WRK-YM-YY
               END-IF
           END-PERFORM
           .
       350-SUII-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    集計表見出し編集処理
      *****************************************************************
       3000-MIDASI-SEC             SECTION.
      *
           MOVE    "区分"              TO  WRK-LINE
           MOVE    "受付件数"          TO  WRK-LINE (22:)
           MOVE    "マイナ"            TO  WRK-LINE (33:)
           MOVE    "保険証"            TO  WRK-LINE (41:)
           MOVE    "確認書"            TO  WRK-LINE (49:)
           MOVE    "目視"              TO  WRK-LINE (59:)
           MOVE    "利用率"            TO  WRK-LINE (66:)
           PERFORM 900-RIYO-WRITE-SEC
           .
       3000-MIDASI-EXT.
           EXIT.
      *
      *****************************************************************
      *    集計行編集処理
      *    （利用率＝マイナ保険証件数／受付件数（件数による））
      *****************************************************************
       3001-ROW-EDIT-SEC           SECTION.
      *
           MOVE    ZERO                TO  WRK-RITU
           IF      WRK-ROW-CNT         >   ZERO
               COMPUTE WRK-RITU ROUNDED
                       =   WRK-ROW-HOU (1) *   100 /   WRK-ROW-CNT
           END-IF
      *
           MOVE    SPACE               TO  WRK-LINE
           MOVE    WRK-ROW-NAME        TO  WRK-LINE (1:20)
           MOVE    WRK-ROW-CNT         TO  WRK-ED-CNT
           MOVE    WRK-ED-CNT          TO  WRK-LINE (23:7)
           PERFORM VARYING HOU-IDX FROM 1 BY 1
                   UNTIL   HOU-IDX     >   4
               MOVE    WRK-ROW-HOU (HOU-IDX)
                                       TO  WRK-ED-CNT
               COMPUTE IDX     =   23  +   HOU-IDX *   9
               MOVE    WRK-ED-CNT          TO  WRK-LINE (IDX:7)
           END-PERFORM
           MOVE    WRK-RITU            TO  WRK-ED-RITU
           MOVE    WRK-ED-RITU         TO  WRK-LINE (67:5)
           MOVE    "％"                TO  WRK-LINE (72:)
           MOVE    WRK-ROW-MARK        TO  WRK-LINE (76:)
           PERFORM 900-RIYO-WRITE-SEC
           .
       3001-ROW-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    受付担当行設定処理
      *    （利用率が低い担当は WRK-ROW-MARK に印を設定する）
      *****************************************************************
       3002-OP-ROW-SET-SEC         SECTION.
      *
           MOVE    SPACE               TO  WRK-ROW-NAME
           IF      OP-TBL-OPID (OP-IDX)    =   SPACE
               MOVE    "（担当なし）"      TO  WRK-ROW-NAME
           ELSE
               MOVE    OP-TBL-OPID (OP-IDX)
                                       TO  WRK-ROW-NAME
           END-IF
           MOVE    OP-TBL-CNT (OP-IDX) TO  WRK-ROW-CNT
           PERFORM VARYING HOU-IDX FROM 1 BY 1
                   UNTIL   HOU-IDX     >   4
               MOVE    OP-TBL-HOU (OP-IDX HOU-IDX)
                                       TO  WRK-ROW-HOU (HOU-IDX)
           END-PERFORM
      *
           MOVE    SPACE               TO  WRK-ROW-MARK
           MOVE    ZERO                TO  WRK-RITU
                                           WRK-SA-RITU
           IF      WRK-ROW-CNT         <   CONST-OP-KENSU
               GO  TO  3002-OP-ROW-SET-EXT
           END-IF
           COMPUTE WRK-RITU ROUNDED
                   =   WRK-ROW-HOU (1) *   100 /   WRK-ROW-CNT
           IF      WRK-RITU            <   WRK-ALL-RITU
               COMPUTE WRK-SA-RITU =   WRK-ALL-RITU    -   WRK-RITU
               IF      WRK-SA-RITU         >=  CONST-OP-SA
                   MOVE    "＊低"              TO  WRK-ROW-MARK
               END-IF
           END-IF
           .
       3002-OP-ROW-SET-EXT.
           EXIT.
      *
      *****************************************************************
      *    利用率が低い受付担当の傾向編集処理
      *    （全体との差と、マイナ保険証以外の確認方法の割合）
      *****************************************************************
       3003-OP-KEIKO-SEC           SECTION.
      *
           MOVE    WRK-SA-RITU         TO  WRK-ED-RITU
           STRING  "　"                DELIMITED   BY  SIZE
                   WRK-ROW-NAME        DELIMITED   BY  "  "
                   "：全体より"        DELIMITED   BY  SIZE
                   WRK-ED-RITU         DELIMITED   BY  SIZE
                   "ポイント低い"      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-RIYO-WRITE-SEC
      *
           PERFORM VARYING HOU-IDX FROM 2 BY 1
                   UNTIL   HOU-IDX     >   4
               COMPUTE WRK-HIRITU ROUNDED
                       =   WRK-ROW-HOU (HOU-IDX)   *   100
                       /   WRK-ROW-CNT
               MOVE    WRK-HIRITU          TO  WRK-ED-RITU
               MOVE    SPACE               TO  WRK-LINE
               STRING  "　　"              DELIMITED   BY  SIZE
                       HOU-NAME (HOU-IDX)  DELIMITED   BY  SPACE
                       "の割合："          DELIMITED   BY  SIZE
                       WRK-ED-RITU         DELIMITED   BY  SIZE
                       "％"                DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-RIYO-WRITE-SEC
           END-PERFORM
           .
       3003-OP-KEIKO-EXT.
           EXIT.
      *
      *****************************************************************
      *    推移行編集処理
      *****************************************************************
       3004-SUII-ROW-SEC           SECTION.
      *
           INITIALIZE                  MYNARIYO-REC
           MOVE    SPA-HOSPNUM         TO  MYR-HOSPNUM
           MOVE    WRK-SUIIYM          TO  MYR-SRYYM
           PERFORM 900-MYNARIYO-READ-SEC
      *
           MOVE    SPACE               TO  WRK-LINE
           MOVE    WRK-SUIIYM          TO  WRK-LINE (1:6)
           IF      FLG-MYNARIYO    NOT =   ZERO
               MOVE    "（未集計）"        TO  WRK-LINE (10:)
               PERFORM 900-RIYO-WRITE-SEC
               GO  TO  3004-SUII-ROW-EXT
           END-IF
           MOVE    MYR-UKECNT          TO  WRK-ED-CNT
           MOVE    WRK-ED-CNT          TO  WRK-LINE (10:7)
           MOVE    MYR-MYNACNT         TO  WRK-ED-CNT
           MOVE    WRK-ED-CNT          TO  WRK-LINE (20:7)
           MOVE    MYR-PTCNT           TO  WRK-ED-CNT
           MOVE    WRK-ED-CNT          TO  WRK-LINE (30:7)
           MOVE    MYR-MYNAPTCNT       TO  WRK-ED-CNT
           MOVE    WRK-ED-CNT          TO  WRK-LINE (39:7)
           MOVE    MYR-RIYORITU        TO  WRK-ED-RITU
           MOVE    WRK-ED-RITU         TO  WRK-LINE (48:5)
           MOVE    "％"                TO  WRK-LINE (53:)
           MOVE    MYR-SANTEIYM        TO  WRK-LINE (56:6)
           EVALUATE    MYR-HANTEI
               WHEN    "1"
                   MOVE    "加算１"            TO  WRK-LINE (63:)
               WHEN    "2"
                   MOVE    "加算２"            TO  WRK-LINE (63:)
               WHEN    "3"
                   MOVE    "加算３"            TO  WRK-LINE (63:)
               WHEN    "0"
                   MOVE    "不可"              TO  WRK-LINE (63:)
               WHEN    OTHER
                   MOVE    "適用前"            TO  WRK-LINE (63:)
           END-EVALUATE
           PERFORM 900-RIYO-WRITE-SEC
           .
       3004-SUII-ROW-EXT.
           EXIT.
      *
      *****************************************************************
      *    受付読込処理
      *****************************************************************
       900-UKETUKE-FETCH-SEC       SECTION.
      *
           MOVE    ZERO                TO  FLG-UKETUKE
           MOVE    "tbl_uketuke"       TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  UKETUKE-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-UKETUKE
           END-IF
           .
       900-UKETUKE-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    資格確認照会結果読込処理
      *****************************************************************
       900-ONSKAKU-FETCH-SEC       SECTION.
      *
           MOVE    ZERO                TO  FLG-ONSKAKU
           MOVE    "tbl_onshi_kaku"    TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  ONSKAKU-REC
           ELSE
               MOVE    1                   TO  FLG-ONSKAKU
           END-IF
           .
       900-ONSKAKU-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    利用率集計読込処理（ＦＬＧ−ＭＹＮＡＲＩＹＯ　０：あり）
      *****************************************************************
       900-MYNARIYO-READ-SEC       SECTION.
      *
           MOVE    1                   TO  FLG-MYNARIYO
           MOVE    MYNARIYO-REC        TO  MCPDATA-REC
           MOVE    "tbl_mynariyo"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_mynariyo"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  MYNARIYO-REC
                   MOVE    ZERO                TO  FLG-MYNARIYO
               END-IF
           END-IF
           MOVE    "tbl_mynariyo"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-MYNARIYO-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    集計表行出力処理
      *****************************************************************
       900-RIYO-WRITE-SEC          SECTION.
      *
           MOVE    WRK-LINE            TO  RIYO-REC
           WRITE   RIYO-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-RIYO-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    明細ＣＳＶ行出力処理
      *****************************************************************
       900-RIYOCSV-WRITE-SEC       SECTION.
      *
           MOVE    WRK-LINE            TO  RIYOCSV-REC
           WRITE   RIYOCSV-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-RIYOCSV-WRITE-EXT.
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
