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
       PROGRAM-ID.             ORCBCHIKEN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 月次統計
      *  コンポーネント名  : 治験費用請求書作成
      *                      （治験費用振替実績（会計時に治験費用
      *                        振替サブＯＲＣＳＣＨＩＫＥＮが記録）
      *                        から、指定月の支給対象外経費を治験
      *                        課題ごとに集計し、依頼者ごとの費用
      *                        請求書、患者・診療日別の請求明細
      *                        （ＣＳＶ）、負担軽減費の支払台帳
      *                        （ＣＳＶ）を作成する。
      *                        金額は点数に１点単価（１０円）を
      *                        乗じる。負担軽減費は来院日数に課題の
      *                        負担軽減費（来院１回あたり）を乗じる）
      *  管理者            :
      *  作成日付    作業者        記述
      *  26/10/15    ORCAMO        新規作成
      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.01    ORCAMO       26/10/15  剤単位の振替実績を伝票単位
      *                                     に合算して明細出力
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *
      *    治験費用請求書
           SELECT  SEIKYU-FILE     ASSIGN  SEIKYUPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-SEIKYU.
      *
      *    治験費用請求明細（ＣＳＶ）
           SELECT  MEISAI-FILE     ASSIGN  MEISAIPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-MEISAI.
      *
      *    負担軽減費支払台帳（ＣＳＶ）
           SELECT  DAICHO-FILE     ASSIGN  DAICHOPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-DAICHO.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
      *    治験費用請求書
       FD  SEIKYU-FILE.
       01  SEIKYU-REC              PIC X(300).
      *
      *    治験費用請求明細
       FD  MEISAI-FILE.
       01  MEISAI-REC              PIC X(300).
      *
      *    負担軽減費支払台帳
       FD  DAICHO-FILE.
       01  DAICHO-REC              PIC X(300).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-SEIKYU                      PIC X(02).
           03  STS-MEISAI                      PIC X(02).
           03  STS-DAICHO                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-PTINF                       PIC 9(01).
           03  FLG-ERR                         PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX-CHK                         PIC 9(03).
           03  IDX-IRA                         PIC 9(03).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-CHIKEN                      PIC 9(06).
           03  CNT-FURI                        PIC 9(08).
           03  CNT-SEIKYU                      PIC 9(06).
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
           03  WRK-SRYYM                       PIC X(06).
           03  WRK-YMD.
               05  WRK-YMD-YY                  PIC 9(04).
               05  WRK-YMD-MM                  PIC 9(02).
               05  WRK-YMD-DD                  PIC 9(02).
      *
      *    患者ごとの来院日数（負担軽減費）
           03  WRK-PTID                        PIC 9(10).
           03  WRK-PTNAME                      PIC X(100).
           03  WRK-SRYYMD                      PIC X(08).
           03  WRK-KAISU                       PIC 9(05).
           03  WRK-KEIGENGAKU                  PIC 9(09).
      *
           03  WRK-KINGAKU                     PIC 9(10).
      *    請求明細（剤ごとの実績を診療日・伝票単位に合算）
           03  WRK-MSI.
               05  WRK-MSI-PTID                PIC 9(10).
               05  WRK-MSI-SRYYMD              PIC X(08).
               05  WRK-MSI-DENPNUM             PIC 9(07).
               05  WRK-MSI-KENSATEN            PIC 9(08).
               05  WRK-MSI-GAZOTEN             PIC 9(08).
               05  WRK-MSI-YAKUZAITEN          PIC 9(08).
               05  WRK-MSI-GOKEITEN            PIC 9(08).
      *    依頼者ごとの請求金額
           03  WRK-IRA-TEN                     PIC 9(10).
           03  WRK-IRA-KINGAKU                 PIC 9(10).
           03  WRK-IRA-KEIGEN                  PIC 9(10).
           03  WRK-IRA-GOKEI                   PIC 9(10).
      *    数値の左詰め編集
           03  WRK-NUM                         PIC 9(10).
           03  WRK-NUM-ED                      PIC Z(09)9.
           03  WRK-NUM-SP                      PIC 9(02).
      *
           03  WRK-ED-TEN                      PIC ZZZ,ZZZ,ZZ9.
           03  WRK-ED-KIN                      PIC ZZZ,ZZZ,ZZ9.
           03  WRK-ED-KAI                      PIC ZZ,ZZ9.
           03  WRK-ED-CNT1                     PIC ZZ,ZZ9.
           03  WRK-ED-CNT2                     PIC ZZ,ZZ9.
           03  WRK-PTR                         PIC 9(03).
           03  WRK-LINE                        PIC X(300).
      *
           03  SEIKYUPARA                      PIC X(256).
           03  MEISAIPARA                      PIC X(256).
           03  DAICHOPARA                      PIC X(256).
      *
      *    治験課題別集計領域
       01  CHKT-TBL-AREA.
           03  CHKT-MAX                        PIC 9(03).
           03  CHKT-TBL                        OCCURS  200.
               05  CHKT-CHIKENID               PIC X(20).
               05  CHKT-CHIKENNAME             PIC X(100).
               05  CHKT-IRAISYA                PIC X(100).
               05  CHKT-KEIGENHI               PIC 9(07).
               05  CHKT-KENSATEN               PIC 9(09).
               05  CHKT-GAZOTEN                PIC 9(09).
               05  CHKT-YAKUZAITEN             PIC 9(09).
               05  CHKT-GOKEITEN               PIC 9(09).
      *        負担軽減費（来院日数・支払額）
               05  CHKT-KAISU                  PIC 9(06).
               05  CHKT-KEIGENGAKU             PIC 9(10).
      *        請求書出力済（１：出力済）
               05  CHKT-SEIFLG                 PIC 9(01).
      *
       01  CONST-AREA.
      *    １点単価
           03  CONST-TANKA                     PIC 9(02)   VALUE   10.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    治験課題テーブル
      *    （ＯＲＣＧＣＨＩＫＥＮ・ＯＲＣＳＣＨＩＫＥＮと同一）
       01  CHIKEN-REC.
           03  CHK-HOSPNUM         PIC 9(02).
           03  CHK-CHIKENID        PIC X(20).
           03  CHK-CHIKENNAME      PIC X(100).
           03  CHK-IRAISYA         PIC X(100).
           03  CHK-STYMD           PIC X(08).
           03  CHK-EDYMD           PIC X(08).
           03  CHK-KENSAKBN        PIC X(01).
           03  CHK-GAZOKBN         PIC X(01).
           03  CHK-YAKUZAIKBN      PIC X(01).
           03  CHK-DOSYUCD         PIC X(09)   OCCURS  10.
           03  CHK-KEIGENHI        PIC 9(07).
           03  CHK-UPYMD           PIC X(08).
           03  CHK-UPHMS           PIC X(06).
      *
      *    治験費用振替実績テーブル
      *    （ＯＲＣＳＣＨＩＫＥＮと同一レイアウト）
       01  CHIKENFURI-REC.
           03  CKF-HOSPNUM         PIC 9(02).
           03  CKF-PTID            PIC 9(10).
           03  CKF-SRYYMD          PIC X(08).
           03  CKF-DENPNUM         PIC 9(07).
           03  CKF-ZAINUM          PIC 9(08).
           03  CKF-CHIKENID        PIC X(20).
           03  CKF-KENSATEN        PIC 9(08).
           03  CKF-GAZOTEN         PIC 9(08).
           03  CKF-YAKUZAITEN      PIC 9(08).
           03  CKF-GOKEITEN        PIC 9(08).
           03  CKF-UPYMD           PIC X(08).
           03  CKF-UPHMS           PIC X(06).
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
           IF      FLG-ERR             =   ZERO
      *        治験課題の読込
               PERFORM 200-CHIKEN-SEC
      *        課題ごとの明細・負担軽減費支払台帳
               PERFORM VARYING IDX-CHK FROM 1 BY 1
                       UNTIL   IDX-CHK         >   CHKT-MAX
                   PERFORM 300-FURI-SEC
               END-PERFORM
      *        依頼者ごとの請求書
               PERFORM VARYING IDX-CHK FROM 1 BY 1
                       UNTIL   IDX-CHK         >   CHKT-MAX
                   IF      CHKT-SEIFLG (IDX-CHK)   =   ZERO
                       PERFORM 400-SEIKYU-SEC
                   END-IF
               END-PERFORM
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
           DISPLAY "*** ORCBCHIKEN START ***"
      *
           INITIALIZE                  FLG-AREA
                                       IDX-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       CHKT-TBL-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SRYYM
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               SEIKYUPARA
                                               MEISAIPARA
                                               DAICHOPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "治験費用請求書作成"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBCHIKEN"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    診療年月の省略時は前月
           IF      WRK-PARA-SRYYM      IS  NOT NUMERIC
               MOVE    SMCNDATE-YMD (1:6)  TO  WRK-SRYYM
               PERFORM 810-ZENGETU-SEC
               MOVE    WRK-SRYYM           TO  WRK-PARA-SRYYM
           END-IF
      *
           OPEN    OUTPUT              SEIKYU-FILE
           OPEN    OUTPUT              MEISAI-FILE
           OPEN    OUTPUT              DAICHO-FILE
      *
           IF      WRK-PARA-SRYYM (5:2)    <   "01"
           OR      WRK-PARA-SRYYM (5:2)    >   "12"
               MOVE    1                   TO  FLG-ERR
               MOVE    "診療年月に誤りがあります"
                                       TO  WRK-LINE
               PERFORM 900-SEIKYU-WRITE-SEC
               GO  TO  100-INIT-EXT
           END-IF
      *
      *    見出し行
           MOVE    1                   TO  WRK-PTR
           STRING  "プロトコル番号,依頼者,患者番号,"
                                       DELIMITED   BY  SIZE
                   "氏名,診療日,伝票番号,検査,"
                                       DELIMITED   BY  SIZE
                   "画像診断,同種同効薬,合計点数,金額"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
                                       WITH    POINTER WRK-PTR
           END-STRING
           PERFORM 900-MEISAI-WRITE-SEC
      *
           MOVE    1                   TO  WRK-PTR
           STRING  "プロトコル番号,依頼者,患者番号,"
                                       DELIMITED   BY  SIZE
                   "氏名,来院日数,単価,支払額,"
                                       DELIMITED   BY  SIZE
                   "支払日,受領印"     DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
                                       WITH    POINTER WRK-PTR
           END-STRING
           PERFORM 900-DAICHO-WRITE-SEC
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    治験課題読込処理
      *****************************************************************
       200-CHIKEN-SEC              SECTION.
      *
           INITIALIZE                  CHIKEN-REC
           MOVE    SPA-HOSPNUM         TO  CHK-HOSPNUM
           MOVE    CHIKEN-REC          TO  MCPDATA-REC
           MOVE    "tbl_chiken"        TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  200-CHIKEN-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM 210-CHIKEN-1KEN-SEC
                   UNTIL   FLG-FETCH       =   1
      *
           MOVE    "tbl_chiken"        TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-CHIKEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    治験課題１件処理
      *****************************************************************
       210-CHIKEN-1KEN-SEC         SECTION.
      *
           MOVE    "tbl_chiken"        TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  210-CHIKEN-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  CHIKEN-REC
      *
           IF      CHKT-MAX            >=  200
               GO  TO  210-CHIKEN-1KEN-EXT
           END-IF
           ADD     1                   TO  CHKT-MAX
           ADD     1                   TO  CNT-CHIKEN
           MOVE    CHK-CHIKENID        TO  CHKT-CHIKENID   (CHKT-MAX)
           MOVE    CHK-CHIKENNAME      TO  CHKT-CHIKENNAME (CHKT-MAX)
           MOVE    CHK-IRAISYA         TO  CHKT-IRAISYA    (CHKT-MAX)
           MOVE    CHK-KEIGENHI        TO  CHKT-KEIGENHI   (CHKT-MAX)
           .
       210-CHIKEN-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    治験費用振替実績処理
      *    （課題・診療月の実績を患者・診療日順に読み、明細を出力
      *      する。患者が替わったら負担軽減費支払台帳を出力する）
      *****************************************************************
       300-FURI-SEC                SECTION.
      *
           MOVE    ZERO                TO  WRK-PTID
           MOVE    SPACE               TO  WRK-SRYYMD
           MOVE    ZERO                TO  WRK-KAISU
           INITIALIZE                  WRK-MSI
      *
           INITIALIZE                  CHIKENFURI-REC
           MOVE    SPA-HOSPNUM         TO  CKF-HOSPNUM
           MOVE    CHKT-CHIKENID (IDX-CHK)
                                       TO  CKF-CHIKENID
           MOVE    WRK-PARA-SRYYM      TO  CKF-SRYYMD (1:6)
           MOVE    CHIKENFURI-REC      TO  MCPDATA-REC
           MOVE    "tbl_chikenfuri"    TO  MCP-TABLE
           MOVE    "chikenym"          TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  300-FURI-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM 310-FURI-1KEN-SEC
                   UNTIL   FLG-FETCH       =   1
      *
           MOVE    "tbl_chikenfuri"    TO  MCP-TABLE
           MOVE    "chikenym"          TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           PERFORM 320-MEISAI-SEC
           IF      WRK-PTID        NOT =   ZERO
               PERFORM 330-DAICHO-SEC
           END-IF
           .
       300-FURI-EXT.
           EXIT.
      *
      *****************************************************************
      *    治験費用振替実績１件処理
      *****************************************************************
       310-FURI-1KEN-SEC           SECTION.
      *
           MOVE    "tbl_chikenfuri"    TO  MCP-TABLE
           MOVE    "chikenym"          TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  310-FURI-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  CHIKENFURI-REC
           ADD     1                   TO  CNT-FURI
      *
      *    診療日・伝票の替わり目
           IF      CKF-PTID        NOT =   WRK-MSI-PTID
           OR      CKF-SRYYMD      NOT =   WRK-MSI-SRYYMD
           OR      CKF-DENPNUM     NOT =   WRK-MSI-DENPNUM
               PERFORM 320-MEISAI-SEC
               MOVE    CKF-PTID            TO  WRK-MSI-PTID
               MOVE    CKF-SRYYMD          TO  WRK-MSI-SRYYMD
               MOVE    CKF-DENPNUM         TO  WRK-MSI-DENPNUM
           END-IF
      *
      *    患者の替わり目
           IF      CKF-PTID        NOT =   WRK-PTID
               IF      WRK-PTID        NOT =   ZERO
                   PERFORM 330-DAICHO-SEC
               END-IF
               MOVE    CKF-PTID            TO  WRK-PTID
               MOVE    SPACE               TO  WRK-SRYYMD
               MOVE    ZERO                TO  WRK-KAISU
               INITIALIZE                  PTINF-REC
               MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
               MOVE    CKF-PTID            TO  PTINF-PTID
               PERFORM 900-PTINF-READ-SEC
               IF      FLG-PTINF           =   ZERO
                   MOVE    PTINF-NAME          TO  WRK-PTNAME
               ELSE
                   MOVE    SPACE               TO  WRK-PTNAME
               END-IF
           END-IF
      *    来院日数（同日の複数伝票は１回）
           IF      CKF-SRYYMD      NOT =   WRK-SRYYMD
               ADD     1                   TO  WRK-KAISU
               MOVE    CKF-SRYYMD          TO  WRK-SRYYMD
           END-IF
      *
           ADD     CKF-KENSATEN        TO  CHKT-KENSATEN   (IDX-CHK)
           ADD     CKF-GAZOTEN         TO  CHKT-GAZOTEN    (IDX-CHK)
           ADD     CKF-YAKUZAITEN      TO  CHKT-YAKUZAITEN (IDX-CHK)
           ADD     CKF-GOKEITEN        TO  CHKT-GOKEITEN   (IDX-CHK)
      *
           ADD     CKF-KENSATEN        TO  WRK-MSI-KENSATEN
           ADD     CKF-GAZOTEN         TO  WRK-MSI-GAZOTEN
           ADD     CKF-YAKUZAITEN      TO  WRK-MSI-YAKUZAITEN
           ADD     CKF-GOKEITEN        TO  WRK-MSI-GOKEITEN
           .
       310-FURI-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    請求明細出力処理
      *    （振替点数のない来院は明細に出力しない）
      *****************************************************************
       320-MEISAI-SEC              SECTION.
      *
           IF      WRK-MSI-GOKEITEN    =   ZERO
               GO  TO  320-MEISAI-CLR
           END-IF
      *
           COMPUTE WRK-KINGAKU     =   WRK-MSI-GOKEITEN
                                   *   CONST-TANKA
      *
           MOVE    1                   TO  WRK-PTR
           STRING  CHKT-CHIKENID (IDX-CHK)
                                       DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   CHKT-IRAISYA (IDX-CHK)
                                       DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-MSI-PTID        DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-PTNAME          DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-MSI-SRYYMD      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
                                       WITH    POINTER WRK-PTR
           END-STRING
           MOVE    WRK-MSI-DENPNUM     TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           MOVE    WRK-MSI-KENSATEN    TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           MOVE    WRK-MSI-GAZOTEN     TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           MOVE    WRK-MSI-YAKUZAITEN  TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           MOVE    WRK-MSI-GOKEITEN    TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           MOVE    WRK-KINGAKU         TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           PERFORM 900-MEISAI-WRITE-SEC
           .
       320-MEISAI-CLR.
           MOVE    ZERO                TO  WRK-MSI-KENSATEN
                                           WRK-MSI-GAZOTEN
                                           WRK-MSI-YAKUZAITEN
                                           WRK-MSI-GOKEITEN
           .
       320-MEISAI-EXT.
           EXIT.
      *
      *****************************************************************
      *    負担軽減費支払台帳出力処理
      *    （支払日・受領印は支払時に記入する）
      *****************************************************************
       330-DAICHO-SEC              SECTION.
      *
           COMPUTE WRK-KEIGENGAKU  =   WRK-KAISU
                                   *   CHKT-KEIGENHI (IDX-CHK)
           ADD     WRK-KAISU           TO  CHKT-KAISU      (IDX-CHK)
           ADD     WRK-KEIGENGAKU      TO  CHKT-KEIGENGAKU (IDX-CHK)
      *
           MOVE    1                   TO  WRK-PTR
           STRING  CHKT-CHIKENID (IDX-CHK)
                                       DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   CHKT-IRAISYA (IDX-CHK)
                                       DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-PTID            DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-PTNAME          DELIMITED   BY  "  "
                                       INTO    WRK-LINE
                                       WITH    POINTER WRK-PTR
           END-STRING
           MOVE    WRK-KAISU           TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           MOVE    CHKT-KEIGENHI (IDX-CHK)
                                       TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           MOVE    WRK-KEIGENGAKU      TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           STRING  ",,"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
                                       WITH    POINTER WRK-PTR
           END-STRING
           PERFORM 900-DAICHO-WRITE-SEC
           .
       330-DAICHO-EXT.
           EXIT.
      *
      *****************************************************************
      *    依頼者別請求書出力処理
      *    （同じ依頼者の課題をまとめて一通の請求書とする。振替
      *      点数・負担軽減費のない依頼者は出力しない）
      *****************************************************************
       400-SEIKYU-SEC              SECTION.
      *
           MOVE    ZERO                TO  WRK-IRA-GOKEI
           PERFORM VARYING IDX-IRA FROM IDX-CHK BY 1
                   UNTIL   IDX-IRA         >   CHKT-MAX
               IF      CHKT-IRAISYA (IDX-IRA)
                                       =   CHKT-IRAISYA (IDX-CHK)
                   COMPUTE WRK-IRA-GOKEI   =   WRK-IRA-GOKEI
                                   +   CHKT-GOKEITEN   (IDX-IRA)
                                   +   CHKT-KEIGENGAKU (IDX-IRA)
               END-IF
           END-PERFORM
           IF      WRK-IRA-GOKEI       =   ZERO
               GO  TO  400-SEIKYU-EXT
           END-IF
      *
           ADD     1                   TO  CNT-SEIKYU
           MOVE    ZERO                TO  WRK-IRA-TEN
                                           WRK-IRA-KINGAKU
                                           WRK-IRA-KEIGEN
                                           WRK-IRA-GOKEI
      *
           STRING  "＊＊＊　治験費用請求書　＊＊＊"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SEIKYU-WRITE-SEC
           STRING  "請求先："          DELIMITED   BY  SIZE
                   CHKT-IRAISYA (IDX-CHK)
                                       DELIMITED   BY  "  "
                   "　御中"            DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SEIKYU-WRITE-SEC
           STRING  "対象年月："        DELIMITED   BY  SIZE
                   WRK-PARA-SRYYM (1:4)
                                       DELIMITED   BY  SIZE
                   "年"                DELIMITED   BY  SIZE
                   WRK-PARA-SRYYM (5:2)
                                       DELIMITED   BY  SIZE
                   "月診療分"          DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SEIKYU-WRITE-SEC
           PERFORM 900-SEIKYU-WRITE-SEC
      *
           PERFORM VARYING IDX-IRA FROM IDX-CHK BY 1
                   UNTIL   IDX-IRA         >   CHKT-MAX
               IF      CHKT-IRAISYA (IDX-IRA)
                                       =   CHKT-IRAISYA (IDX-CHK)
                   MOVE    1               TO  CHKT-SEIFLG (IDX-IRA)
                   IF      CHKT-GOKEITEN   (IDX-IRA)   >   ZERO
                   OR      CHKT-KEIGENGAKU (IDX-IRA)   >   ZERO
                       PERFORM 410-KADAI-SEC
                   END-IF
               END-IF
           END-PERFORM
      *
           COMPUTE WRK-IRA-GOKEI   =   WRK-IRA-KINGAKU
                                   +   WRK-IRA-KEIGEN
           MOVE    WRK-IRA-TEN         TO  WRK-ED-TEN
           MOVE    WRK-IRA-KINGAKU     TO  WRK-ED-KIN
           STRING  "支給対象外経費　計："
                                       DELIMITED   BY  SIZE
                   WRK-ED-TEN          DELIMITED   BY  SIZE
                   "点　"              DELIMITED   BY  SIZE
                   WRK-ED-KIN          DELIMITED   BY  SIZE
                   "円"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SEIKYU-WRITE-SEC
           MOVE    WRK-IRA-KEIGEN      TO  WRK-ED-KIN
           STRING  "負担軽減費　計："  DELIMITED   BY  SIZE
                   WRK-ED-KIN          DELIMITED   BY  SIZE
                   "円"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SEIKYU-WRITE-SEC
           MOVE    WRK-IRA-GOKEI       TO  WRK-ED-KIN
           STRING  "ご請求金額："      DELIMITED   BY  SIZE
                   WRK-ED-KIN          DELIMITED   BY  SIZE
                   "円"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SEIKYU-WRITE-SEC
           MOVE    ALL "-"             TO  WRK-LINE (1:60)
           PERFORM 900-SEIKYU-WRITE-SEC
           .
       400-SEIKYU-EXT.
           EXIT.
      *
      *****************************************************************
      *    請求書課題別内訳出力処理
      *****************************************************************
       410-KADAI-SEC               SECTION.
      *
           COMPUTE WRK-KINGAKU     =   CHKT-GOKEITEN (IDX-IRA)
                                   *   CONST-TANKA
           ADD     CHKT-GOKEITEN (IDX-IRA)
                                       TO  WRK-IRA-TEN
           ADD     WRK-KINGAKU         TO  WRK-IRA-KINGAKU
           ADD     CHKT-KEIGENGAKU (IDX-IRA)
                                       TO  WRK-IRA-KEIGEN
      *
           STRING  "プロトコル番号："  DELIMITED   BY  SIZE
                   CHKT-CHIKENID (IDX-IRA)
                                       DELIMITED   BY  SPACE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SEIKYU-WRITE-SEC
           STRING  "治験課題名："      DELIMITED   BY  SIZE
                   CHKT-CHIKENNAME (IDX-IRA)
                                       DELIMITED   BY  "  "
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SEIKYU-WRITE-SEC
           MOVE    CHKT-KENSATEN (IDX-IRA)
                                       TO  WRK-ED-TEN
           STRING  "　検査　　　　："  DELIMITED   BY  SIZE
                   WRK-ED-TEN          DELIMITED   BY  SIZE
                   "点"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SEIKYU-WRITE-SEC
           MOVE    CHKT-GAZOTEN (IDX-IRA)
                                       TO  WRK-ED-TEN
           STRING  "　画像診断　　："  DELIMITED   BY  SIZE
                   WRK-ED-TEN          DELIMITED   BY  SIZE
                   "点"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SEIKYU-WRITE-SEC
           MOVE    CHKT-YAKUZAITEN (IDX-IRA)
                                       TO  WRK-ED-TEN
           STRING  "　同種同効薬　："  DELIMITED   BY  SIZE
                   WRK-ED-TEN          DELIMITED   BY  SIZE
                   "点"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SEIKYU-WRITE-SEC
           MOVE    CHKT-GOKEITEN (IDX-IRA)
                                       TO  WRK-ED-TEN
           MOVE    WRK-KINGAKU         TO  WRK-ED-KIN
           STRING  "　小計　　　　："  DELIMITED   BY  SIZE
                   WRK-ED-TEN          DELIMITED   BY  SIZE
                   "点　"              DELIMITED   BY  SIZE
                   WRK-ED-KIN          DELIMITED   BY  SIZE
                   "円"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SEIKYU-WRITE-SEC
           MOVE    CHKT-KAISU (IDX-IRA)
                                       TO  WRK-ED-KAI
           MOVE    CHKT-KEIGENGAKU (IDX-IRA)
                                       TO  WRK-ED-KIN
           STRING  "　負担軽減費　："  DELIMITED   BY  SIZE
                   WRK-ED-KAI          DELIMITED   BY  SIZE
                   "回　"              DELIMITED   BY  SIZE
                   WRK-ED-KIN          DELIMITED   BY  SIZE
                   "円"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SEIKYU-WRITE-SEC
           PERFORM 900-SEIKYU-WRITE-SEC
           .
       410-KADAI-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＣＳＶ項目追加処理（数値を左詰めで追加）
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
      *    治験費用請求書出力処理
      *****************************************************************
       900-SEIKYU-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  SEIKYU-REC
           WRITE   SEIKYU-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-SEIKYU-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    治験費用請求明細出力処理
      *****************************************************************
       900-MEISAI-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  MEISAI-REC
           WRITE   MEISAI-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-MEISAI-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    負担軽減費支払台帳出力処理
      *****************************************************************
       900-DAICHO-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  DAICHO-REC
           WRITE   DAICHO-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-DAICHO-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       900-TERM-SEC                SECTION.
      *
           IF      FLG-ERR             =   ZERO
               MOVE    CNT-SEIKYU          TO  WRK-ED-CNT1
               MOVE    CNT-FURI            TO  WRK-ED-CNT2
               STRING  "請求書件数："      DELIMITED   BY  SIZE
                       WRK-ED-CNT1         DELIMITED   BY  SIZE
                       "　振替実績件数："  DELIMITED   BY  SIZE
                       WRK-ED-CNT2         DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-SEIKYU-WRITE-SEC
           END-IF
      *
           CLOSE   SEIKYU-FILE
           CLOSE   MEISAI-FILE
           CLOSE   DAICHO-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    CNT-SEIKYU          TO  JOB-UPDCNT
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "CHIKEN   CNT     :" CNT-CHIKEN
           DISPLAY "FURI     CNT     :" CNT-FURI
           DISPLAY "SEIKYU   CNT     :" CNT-SEIKYU
           DISPLAY "*** ORCBCHIKEN END ***"
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
