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
       PROGRAM-ID.             ORCBINPUTTANA.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : マスタ
      *  コンポーネント名  : 入力コード・セット使用実績棚卸し
      *                      （入力コード・定期処方セット・セット
      *                        （約束処方）ごとに、集計期間の診療
      *                        行為から直近の使用日と使用回数を求め、
      *                        期間内未使用・削除済み点数を含む・
      *                        重複定義のものを棚卸しリストへ出力
      *                        する。使用実績は構成する診療行為
      *                        コードの算定実績から求め、セットは
      *                        構成コードのうち最も使用の少ない
      *                        コードの実績とする。
      *                        処理区分　１：棚卸しリスト
      *                        ２：一括削除（棚卸しリストの種別・
      *                        キーの行を削除する。削除前の内容は
      *                        削除台帳へ保存し、定期処方セットは
      *                        中止とする）
      *                        ３：復活（削除台帳から元へ戻す））
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
      *    削除・復活対象（棚卸しリストと同一形式）
           SELECT  TAISYO-FILE     ASSIGN  TAISYOPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-TAISYO.
      *
      *    棚卸しリスト・処理結果リスト
           SELECT  TANALST-FILE    ASSIGN  TANALSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-TANALST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  TAISYO-FILE.
       01  TAISYO-REC              PIC X(200).
      *
       FD  TANALST-FILE.
       01  TANALST-REC             PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-TAISYO                      PIC X(02).
           03  STS-TANALST                     PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-END                         PIC 9(01).
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-TENSU                       PIC 9(01).
      *    走査区分（１：コード収集　２：リスト出力　３：一括削除）
           03  FLG-PASS                        PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX-SRY                         PIC 9(05).
           03  IDX-SIG                         PIC 9(05).
           03  IDX-TGT                         PIC 9(05).
           03  IDX-GRP                         PIC 9(03).
           03  IDX-MM                          PIC 9(03).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(07).
           03  CNT-ACT                         PIC 9(09).
           03  CNT-SRY                         PIC 9(05).
           03  CNT-SIG                         PIC 9(05).
           03  CNT-TGT                         PIC 9(05).
           03  CNT-GRP                         PIC 9(03).
           03  CNT-OUT                         PIC 9(06).
           03  CNT-MISIYO                      PIC 9(06).
           03  CNT-SAKUJO                      PIC 9(06).
           03  CNT-JUFUKU                      PIC 9(06).
           03  CNT-UPD                         PIC 9(06).
           03  CNT-ERR                         PIC 9(06).
           03  CNT-TDL                         PIC 9(05).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理区分（１：棚卸しリスト　２：一括削除　３：復活）
               05  WRK-PARA-MODE               PIC X(01).
      *        集計終了年月（省略時は前月）
               05  WRK-PARA-EDYM               PIC X(06).
      *        集計期間（月数。省略時は１２月）
               05  WRK-PARA-KIKAN              PIC X(02).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
           03  WRK-KIKAN                       PIC 9(02).
           03  WRK-STYM                        PIC X(06).
           03  WRK-YM                          PIC X(06).
           03  WRK-YM-R                        REDEFINES
                                               WRK-YM.
               05  WRK-YY                      PIC 9(04).
               05  WRK-MM                      PIC 9(02).
      *
      *    削除・復活対象行分解領域
           03  WRK-IN-SYUBETU                  PIC X(04).
           03  WRK-IN-KEY                      PIC X(20).
      *
      *    セット（グループ）編集領域
           03  WRK-GRP-SYUBETU                 PIC X(01).
           03  WRK-GRP-KEY                     PIC X(20).
           03  WRK-GRP-NAME                    PIC X(60).
           03  WRK-GRP-SIG                     PIC X(90).
           03  WRK-GRP-LASTYMD                 PIC X(08).
           03  WRK-GRP-KAISU                   PIC 9(07).
           03  WRK-GRP-SAKUJO                  PIC 9(01).
           03  WRK-GRP-TBL.
               05  WRK-GRP-CD                  PIC X(09)
                                               OCCURS  50.
      *
           03  WRK-SRYCD                       PIC X(09).
           03  WRK-KEY                         PIC X(20).
           03  WRK-HANTEI                      PIC X(80).
           03  WRK-PTR                         PIC 9(03).
           03  WRK-SYUBETU-NAME                PIC X(20).
           03  WRK-LINE                        PIC X(200).
           03  WRK-ED-KAISU                    PIC ZZZZZZ9.
           03  WRK-ED-KENSU                    PIC ZZZ,ZZ9.
           03  WRK-ED-KENSU2                   PIC ZZZ,ZZ9.
           03  WRK-ED-KENSU3                   PIC ZZZ,ZZ9.
      *
           03  TAISYOPARA                      PIC X(128).
           03  TANALSTPARA                     PIC X(128).
      *
      *    診療行為コード別使用実績
      *    （点数区分　０：基準日に有効　１：削除済み・有効期間外）
       01  SRY-AREA.
           03  SRY-TBL                     OCCURS  20000.
               05  SRY-SRYCD                   PIC X(09).
               05  SRY-TNSKBN                  PIC 9(01).
               05  SRY-NAME                    PIC X(40).
               05  SRY-LASTYMD                 PIC X(08).
               05  SRY-KAISU                   PIC 9(07).
      *
      *    定義内容（構成コード）別登録数（重複定義の判定）
       01  SIG-AREA.
           03  SIG-TBL                     OCCURS  10000.
               05  SIG-SYUBETU                 PIC X(01).
               05  SIG-CD-G                    PIC X(90).
               05  SIG-KENSU                   PIC 9(04).
      *
      *    削除・復活対象
       01  TGT-AREA.
           03  TGT-TBL                     OCCURS  3000.
               05  TGT-SYUBETU                 PIC X(01).
               05  TGT-KEY                     PIC X(20).
      *        状態（０：未処理　１：処理済　２：処理しない）
               05  TGT-JOTAI                   PIC 9(01).
      *
      *    定数領域
       01  CONST-AREA.
           03  CONST-SRY-MAX                   PIC 9(05)   VALUE 20000.
           03  CONST-SIG-MAX                   PIC 9(05)   VALUE 10000.
           03  CONST-TGT-MAX                   PIC 9(05)   VALUE 3000.
           03  CONST-GRP-MAX                   PIC 9(03)   VALUE 50.
      *    重複判定に使う構成コードの数
           03  CONST-SIG-CD                    PIC 9(02)   VALUE 10.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    定期処方セットテーブル
      *    （ＯＲＣＧＴＥＩＫＩＳＥＴと同一レイアウト）
       01  TEIKISET-REC.
           03  TKS-HOSPNUM             PIC 9(02).
           03  TKS-PTID                PIC 9(10).
           03  TKS-RENNUM              PIC 9(04).
           03  TKS-SRYCD               PIC X(09).
           03  TKS-YAKUZAINM           PIC X(60).
           03  TKS-YOHOCD              PIC X(09).
           03  TKS-NISSU               PIC 9(03).
           03  TKS-YOUBI               PIC 9(01).
           03  TKS-CYUSHIFLG           PIC X(01).
           03  TKS-OPID                PIC X(10).
           03  TKS-UPYMD               PIC X(08).
           03  TKS-UPHMS               PIC X(06).
      *
      *    入力コード
       01  ICD-REC.
           COPY    "CPINPUTCD.INC".
      *
      *    セット（約束処方）
       01  INPUTSET-REC.
           COPY    "CPINPUTSET.INC".
      *
      *    診療行為
       01  SRYACT-REC.
           COPY    "CPSRYACT.INC".
      *
      *    点数マスタ
           COPY    "CPTENSU.INC".
      *
      *    入力コード・セット削除台帳
      *    （種別　１：入力コード　２：定期処方セット
      *            ３：セット（約束処方））
       01  INPUTDEL-REC.
           03  TDL-HOSPNUM             PIC 9(02).
           03  TDL-SYUBETU             PIC X(01).
           03  TDL-KEY                 PIC X(20).
           03  TDL-RENNUM              PIC 9(05).
      *    削除前の内容
           03  TDL-DATA                PIC X(1000).
           03  TDL-DELYMD              PIC X(08).
           03  TDL-DELHMS              PIC X(06).
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
           IF      FLG-END             =   ZERO
               EVALUATE    WRK-PARA-MODE
                   WHEN    "1"
      *                構成コードの収集・使用実績の集計・リスト出力
                       MOVE    1                   TO  FLG-PASS
                       PERFORM 200-SCAN-SEC
                       PERFORM 120-SRYACT-SEC
                       MOVE    2                   TO  FLG-PASS
                       PERFORM 200-SCAN-SEC
                   WHEN    "2"
                       MOVE    3                   TO  FLG-PASS
                       PERFORM 200-SCAN-SEC
                   WHEN    "3"
                       PERFORM 300-FUKKATU-SEC
               END-EVALUATE
               PERFORM 400-KEKKA-SEC
           END-IF
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
           DISPLAY "*** ORCBINPUTTANA START ***"
      *
           INITIALIZE                  FLG-AREA
                                       IDX-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       SRY-AREA
                                       SIG-AREA
                                       TGT-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-MODE
                                               WRK-PARA-EDYM
                                               WRK-PARA-KIKAN
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               TAISYOPARA
                                               TANALSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "入力コード・セット棚卸し"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBINPUTTANA"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    集計終了年月の省略時は前月
           IF      WRK-PARA-EDYM       IS  NUMERIC
               MOVE    WRK-PARA-EDYM       TO  WRK-YM
           ELSE
               MOVE    SMCNDATE-YMD (1:6)  TO  WRK-YM
               PERFORM 800-ZENGETU-SEC
               MOVE    WRK-YM              TO  WRK-PARA-EDYM
           END-IF
      *    集計開始年月
           IF      WRK-PARA-KIKAN      IS  NUMERIC
           AND     WRK-PARA-KIKAN      >   "00"
               MOVE    WRK-PARA-KIKAN      TO  WRK-KIKAN
           ELSE
               MOVE    12                  TO  WRK-KIKAN
           END-IF
           PERFORM VARYING IDX-MM FROM 2 BY 1
                   UNTIL   IDX-MM          >   WRK-KIKAN
               PERFORM 800-ZENGETU-SEC
           END-PERFORM
           MOVE    WRK-YM              TO  WRK-STYM
      *
           OPEN    OUTPUT              TANALST-FILE
      *
           EVALUATE    WRK-PARA-MODE
               WHEN    "1"
                   STRING  "＊＊＊　入力コード・セット"
                                       DELIMITED   BY  SIZE
                           "棚卸しリスト　＊＊＊"
                                       DELIMITED   BY  SIZE
                           "　集計期間："
                                       DELIMITED   BY  SIZE
                           WRK-STYM            DELIMITED   BY  SIZE
                           "〜"                DELIMITED   BY  SIZE
                           WRK-PARA-EDYM       DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
                   END-STRING
                   PERFORM 900-TANALST-WRITE-SEC
                   STRING  "種別,キー,名称,最終使用日,"
                                       DELIMITED   BY  SIZE
                           "使用回数,判定"
                                       DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
                   END-STRING
                   PERFORM 900-TANALST-WRITE-SEC
               WHEN    "2"
                   STRING  "＊＊＊　入力コード・セット"
                                       DELIMITED   BY  SIZE
                           "一括削除　＊＊＊"
                                       DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
                   END-STRING
                   PERFORM 900-TANALST-WRITE-SEC
                   PERFORM 110-TAISYO-LOAD-SEC
               WHEN    "3"
                   STRING  "＊＊＊　入力コード・セット"
                                       DELIMITED   BY  SIZE
                           "復活　＊＊＊"
                                       DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
                   END-STRING
                   PERFORM 900-TANALST-WRITE-SEC
                   PERFORM 110-TAISYO-LOAD-SEC
               WHEN    OTHER
                   MOVE    "処理区分エラー"    TO  WRK-LINE
                   PERFORM 900-TANALST-WRITE-SEC
                   MOVE    1                   TO  FLG-END
           END-EVALUATE
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    削除・復活対象読込処理
      *    （棚卸しリストの先頭２項目（種別・キー）を使う。
      *      種別が１〜３でない行（見出し等）は読み飛ばす）
      *****************************************************************
       110-TAISYO-LOAD-SEC         SECTION.
      *
           OPEN    INPUT               TAISYO-FILE
           IF      STS-TAISYO      NOT =   "00"
               STRING  "削除・復活対象ファイルが"
                                       DELIMITED   BY  SIZE
                       "ありません"        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               PERFORM 900-TANALST-WRITE-SEC
               MOVE    1                   TO  FLG-END
               GO  TO  110-TAISYO-LOAD-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM UNTIL   FLG-FETCH   =   1
               READ    TAISYO-FILE
                   AT  END
                       MOVE    1           TO  FLG-FETCH
                   NOT AT  END
                       PERFORM 1101-TAISYO-SET-SEC
               END-READ
           END-PERFORM
           CLOSE   TAISYO-FILE
      *
           IF      CNT-TGT             =   ZERO
               MOVE    "削除・復活対象がありません"
                                       TO  WRK-LINE
               PERFORM 900-TANALST-WRITE-SEC
               MOVE    1                   TO  FLG-END
           END-IF
           .
       110-TAISYO-LOAD-EXT.
           EXIT.
      *
      *****************************************************************
      *    削除・復活対象設定処理（１行）
      *****************************************************************
       1101-TAISYO-SET-SEC         SECTION.
      *
           MOVE    SPACE               TO  WRK-IN-SYUBETU
                                           WRK-IN-KEY
           UNSTRING    TAISYO-REC      DELIMITED  BY  ","
                                       INTO    WRK-IN-SYUBETU
                                               WRK-IN-KEY
           END-UNSTRING
           IF      WRK-IN-SYUBETU  NOT =   "1"
           AND     WRK-IN-SYUBETU  NOT =   "2"
           AND     WRK-IN-SYUBETU  NOT =   "3"
               GO  TO  1101-TAISYO-SET-EXT
           END-IF
           IF      WRK-IN-KEY          =   SPACE
           OR      CNT-TGT         NOT <   CONST-TGT-MAX
               GO  TO  1101-TAISYO-SET-EXT
           END-IF
      *
           ADD     1                   TO  CNT-TGT
           MOVE    WRK-IN-SYUBETU      TO  TGT-SYUBETU (CNT-TGT)
           MOVE    WRK-IN-KEY          TO  TGT-KEY (CNT-TGT)
           MOVE    ZERO                TO  TGT-JOTAI (CNT-TGT)
           .
       1101-TAISYO-SET-EXT.
           EXIT.
      *
      *****************************************************************
      *    使用実績集計処理
      *    （集計期間の診療行為を月ごとに読み、収集した構成コードの
      *      直近の使用日と使用回数（算定された行数）を集計する）
      *****************************************************************
       120-SRYACT-SEC              SECTION.
      *
           MOVE    WRK-STYM            TO  WRK-YM
           PERFORM UNTIL   WRK-YM          >   WRK-PARA-EDYM
               PERFORM 1201-SRYACT-MONTH-SEC
               PERFORM 800-YOKUGETU-SEC
           END-PERFORM
           .
       120-SRYACT-EXT.
           EXIT.
      *
      *****************************************************************
      *    使用実績集計処理（１月）
      *****************************************************************
       1201-SRYACT-MONTH-SEC       SECTION.
      *
           INITIALIZE                  SRYACT-REC
           MOVE    SPA-HOSPNUM         TO  ACT-HOSPNUM
           MOVE    WRK-YM              TO  ACT-SRYYMD (1:6)
           MOVE    "%"                 TO  ACT-SRYYMD (7:1)
           MOVE    SRYACT-REC          TO  MCPDATA-REC
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-SRYACT-FETCH-SEC
               PERFORM UNTIL   FLG-FETCH   =   1
                   MOVE    ACT-SRYCD           TO  WRK-SRYCD
                   PERFORM 810-SRY-SEARCH-SEC
                   IF      IDX-SRY         NOT >   CNT-SRY
                       ADD     1               TO  SRY-KAISU (IDX-SRY)
                       IF      ACT-SRYYMD      >
                               SRY-LASTYMD (IDX-SRY)
                           MOVE    ACT-SRYYMD
                                       TO  SRY-LASTYMD (IDX-SRY)
                       END-IF
                   END-IF
                   PERFORM 900-SRYACT-FETCH-SEC
               END-PERFORM
           END-IF
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       1201-SRYACT-MONTH-EXT.
           EXIT.
      *
      *****************************************************************
      *    入力コード・セット走査処理
      *    （ＦＬＧ−ＰＡＳＳにより、構成コードの収集、棚卸しリスト
      *      の出力、一括削除を行う）
      *****************************************************************
       200-SCAN-SEC                SECTION.
      *
           PERFORM 210-INPUTCD-SEC
           PERFORM 220-TEIKISET-SEC
           PERFORM 230-INPUTSET-SEC
           .
       200-SCAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    入力コード走査処理
      *****************************************************************
       210-INPUTCD-SEC             SECTION.
      *
           INITIALIZE                  ICD-REC
           MOVE    SPA-HOSPNUM         TO  ICD-HOSPNUM
           MOVE    ICD-REC             TO  MCPDATA-REC
           MOVE    "tbl_inputcd"       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-ICD-FETCH-SEC
               PERFORM UNTIL   FLG-FETCH   =   1
                   MOVE    "1"                 TO  WRK-GRP-SYUBETU
                   MOVE    ICD-INPUTCD         TO  WRK-GRP-KEY
                   MOVE    SPACE               TO  WRK-GRP-NAME
                   MOVE    SPACE               TO  WRK-GRP-TBL
                   MOVE    1                   TO  CNT-GRP
                   MOVE    ICD-SRYCD           TO  WRK-GRP-CD (1)
                   IF      FLG-PASS            =   3
                       PERFORM 2101-INPUTCD-DEL-SEC
                   ELSE
                       PERFORM 240-GRP-HANTEI-SEC
                   END-IF
                   PERFORM 900-ICD-FETCH-SEC
               END-PERFORM
           END-IF
           MOVE    "tbl_inputcd"       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       210-INPUTCD-EXT.
           EXIT.
      *
      *****************************************************************
      *    入力コード削除処理
      *****************************************************************
       2101-INPUTCD-DEL-SEC        SECTION.
      *
           PERFORM 820-TGT-SEARCH-SEC
           IF      IDX-TGT             >   CNT-TGT
               GO  TO  2101-INPUTCD-DEL-EXT
           END-IF
      *
           MOVE    ICD-REC             TO  TDL-DATA
           PERFORM 830-TDL-INSERT-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  2101-INPUTCD-DEL-EXT
           END-IF
      *
           MOVE    ICD-REC             TO  MCPDATA-REC
           MOVE    "tbl_inputcd"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           PERFORM 840-UPD-KEKKA-SEC
           .
       2101-INPUTCD-DEL-EXT.
           EXIT.
      *
      *****************************************************************
      *    定期処方セット走査処理
      *    （患者ごとの定期処方を１セットとする。中止の行は除く）
      *****************************************************************
       220-TEIKISET-SEC            SECTION.
      *
           MOVE    ZERO                TO  CNT-GRP
           MOVE    SPACE               TO  WRK-GRP-KEY
      *
           INITIALIZE                  TEIKISET-REC
           MOVE    SPA-HOSPNUM         TO  TKS-HOSPNUM
           MOVE    TEIKISET-REC        TO  MCPDATA-REC
           MOVE    "tbl_teikiset"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-TKS-FETCH-SEC
               PERFORM UNTIL   FLG-FETCH   =   1
                   IF      TKS-CYUSHIFLG   NOT =   "1"
                       IF      FLG-PASS            =   3
                           PERFORM 2201-TEIKISET-DEL-SEC
                       ELSE
                           PERFORM 2202-TEIKISET-GRP-SEC
                       END-IF
                   END-IF
                   PERFORM 900-TKS-FETCH-SEC
               END-PERFORM
           END-IF
           MOVE    "tbl_teikiset"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      CNT-GRP             >   ZERO
               PERFORM 240-GRP-HANTEI-SEC
           END-IF
           .
       220-TEIKISET-EXT.
           EXIT.
      *
      *****************************************************************
      *    定期処方セット中止処理
      *****************************************************************
       2201-TEIKISET-DEL-SEC       SECTION.
      *
           MOVE    "2"                 TO  WRK-GRP-SYUBETU
           MOVE    TKS-PTID            TO  WRK-GRP-KEY
           PERFORM 820-TGT-SEARCH-SEC
           IF      IDX-TGT             >   CNT-TGT
               GO  TO  2201-TEIKISET-DEL-EXT
           END-IF
      *
           MOVE    TEIKISET-REC        TO  TDL-DATA
           PERFORM 830-TDL-INSERT-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  2201-TEIKISET-DEL-EXT
           END-IF
      *
           MOVE    "1"                 TO  TKS-CYUSHIFLG
           MOVE    SMCNDATE-YMD        TO  TKS-UPYMD
           MOVE    SMCNDATE-HMS        TO  TKS-UPHMS
           MOVE    TEIKISET-REC        TO  MCPDATA-REC
           MOVE    "tbl_teikiset"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           PERFORM 840-UPD-KEKKA-SEC
           .
       2201-TEIKISET-DEL-EXT.
           EXIT.
      *
      *****************************************************************
      *    定期処方セット集約処理（患者の変わり目で判定する）
      *****************************************************************
       2202-TEIKISET-GRP-SEC       SECTION.
      *
           MOVE    TKS-PTID            TO  WRK-KEY
           IF      CNT-GRP             >   ZERO
           AND     WRK-KEY         NOT =   WRK-GRP-KEY
               PERFORM 240-GRP-HANTEI-SEC
               MOVE    ZERO                TO  CNT-GRP
           END-IF
      *
           IF      CNT-GRP             =   ZERO
               MOVE    "2"                 TO  WRK-GRP-SYUBETU
               MOVE    WRK-KEY             TO  WRK-GRP-KEY
               MOVE    TKS-YAKUZAINM       TO  WRK-GRP-NAME
               MOVE    SPACE               TO  WRK-GRP-TBL
           END-IF
           IF      CNT-GRP             <   CONST-GRP-MAX
               ADD     1                   TO  CNT-GRP
               MOVE    TKS-SRYCD           TO  WRK-GRP-CD (CNT-GRP)
           END-IF
           .
       2202-TEIKISET-GRP-EXT.
           EXIT.
      *
      *****************************************************************
      *    セット（約束処方）走査処理
      *    （セットコードごとに判定する。有効期間の終了した行は除く）
      *****************************************************************
       230-INPUTSET-SEC            SECTION.
      *
           MOVE    ZERO                TO  CNT-GRP
           MOVE    SPACE               TO  WRK-GRP-KEY
      *
           INITIALIZE                  INPUTSET-REC
           MOVE    SPA-HOSPNUM         TO  SET-HOSPNUM
           MOVE    INPUTSET-REC        TO  MCPDATA-REC
           MOVE    "tbl_inputset"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-INPUTSET-FETCH-SEC
               PERFORM UNTIL   FLG-FETCH   =   1
                   IF      FLG-PASS            =   3
                       PERFORM 2301-INPUTSET-DEL-SEC
                   ELSE
                       IF      SET-YUKOEDYMD   NOT <   SMCNDATE-YMD
                           PERFORM 2302-INPUTSET-GRP-SEC
                       END-IF
                   END-IF
                   PERFORM 900-INPUTSET-FETCH-SEC
               END-PERFORM
           END-IF
           MOVE    "tbl_inputset"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      CNT-GRP             >   ZERO
               PERFORM 240-GRP-HANTEI-SEC
           END-IF
           .
       230-INPUTSET-EXT.
           EXIT.
      *
      *****************************************************************
      *    セット（約束処方）削除処理
      *    （有効期間にかかわらずセットコードの全行を削除する）
      *****************************************************************
       2301-INPUTSET-DEL-SEC       SECTION.
      *
           MOVE    "3"                 TO  WRK-GRP-SYUBETU
           MOVE    SET-SETCD           TO  WRK-GRP-KEY
           PERFORM 820-TGT-SEARCH-SEC
           IF      IDX-TGT             >   CNT-TGT
               GO  TO  2301-INPUTSET-DEL-EXT
           END-IF
      *
           MOVE    INPUTSET-REC        TO  TDL-DATA
           PERFORM 830-TDL-INSERT-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  2301-INPUTSET-DEL-EXT
           END-IF
      *
           MOVE    INPUTSET-REC        TO  MCPDATA-REC
           MOVE    "tbl_inputset"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           PERFORM 840-UPD-KEKKA-SEC
           .
       2301-INPUTSET-DEL-EXT.
           EXIT.
      *
      *****************************************************************
      *    セット（約束処方）集約処理（セットコードの変わり目で判定）
      *****************************************************************
       2302-INPUTSET-GRP-SEC       SECTION.
      *
           MOVE    SET-SETCD           TO  WRK-KEY
           IF      CNT-GRP             >   ZERO
           AND     WRK-KEY         NOT =   WRK-GRP-KEY
               PERFORM 240-GRP-HANTEI-SEC
               MOVE    ZERO                TO  CNT-GRP
           END-IF
      *
           IF      CNT-GRP             =   ZERO
               MOVE    "3"                 TO  WRK-GRP-SYUBETU
               MOVE    WRK-KEY             TO  WRK-GRP-KEY
               MOVE    SPACE               TO  WRK-GRP-NAME
               MOVE    SPACE               TO  WRK-GRP-TBL
           END-IF
           IF      CNT-GRP             <   CONST-GRP-MAX
           AND     SET-INPUTCD     NOT =   SPACE
               ADD     1                   TO  CNT-GRP
               MOVE    SET-INPUTCD         TO  WRK-GRP-CD (CNT-GRP)
           END-IF
           .
       2302-INPUTSET-GRP-EXT.
           EXIT.
      *
      *****************************************************************
      *    セット判定処理
      *    （収集時は構成コードと定義内容を登録する。リスト出力時は
      *      使用実績・削除済み点数・重複定義を判定して出力する）
      *****************************************************************
       240-GRP-HANTEI-SEC          SECTION.
      *
      *    定義内容（先頭の構成コード）
           MOVE    SPACE               TO  WRK-GRP-SIG
           MOVE    1                   TO  WRK-PTR
           PERFORM VARYING IDX-GRP FROM 1 BY 1
                   UNTIL   IDX-GRP         >   CNT-GRP
                   OR      IDX-GRP         >   CONST-SIG-CD
               STRING  WRK-GRP-CD (IDX-GRP)
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-GRP-SIG
                                       WITH    POINTER WRK-PTR
               END-STRING
           END-PERFORM
      *
           PERFORM VARYING IDX-SIG FROM 1 BY 1
                   UNTIL   IDX-SIG         >   CNT-SIG
                   OR    ( SIG-SYUBETU (IDX-SIG) =   WRK-GRP-SYUBETU
                   AND     SIG-CD-G (IDX-SIG)    =   WRK-GRP-SIG )
               CONTINUE
           END-PERFORM
      *
           IF      FLG-PASS            =   1
               PERFORM 2401-GRP-TOROKU-SEC
           ELSE
               PERFORM 2402-GRP-HANTEI-SEC
           END-IF
           .
       240-GRP-HANTEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    構成コード・定義内容登録処理
      *****************************************************************
       2401-GRP-TOROKU-SEC         SECTION.
      *
           IF      IDX-SIG         NOT >   CNT-SIG
               ADD     1                   TO  SIG-KENSU (IDX-SIG)
           ELSE
               IF      CNT-SIG             <   CONST-SIG-MAX
                   ADD     1                   TO  CNT-SIG
                   MOVE    WRK-GRP-SYUBETU     TO  SIG-SYUBETU (CNT-SIG)
                   MOVE    WRK-GRP-SIG         TO  SIG-CD-G (CNT-SIG)
                   MOVE    1                   TO  SIG-KENSU (CNT-SIG)
               END-IF
           END-IF
      *
           PERFORM VARYING IDX-GRP FROM 1 BY 1
                   UNTIL   IDX-GRP         >   CNT-GRP
               MOVE    WRK-GRP-CD (IDX-GRP)
                                       TO  WRK-SRYCD
               PERFORM 810-SRY-SEARCH-SEC
               IF      IDX-SRY             >   CNT-SRY
               AND     CNT-SRY             <   CONST-SRY-MAX
                   ADD     1                   TO  CNT-SRY
                   MOVE    CNT-SRY             TO  IDX-SRY
                   INITIALIZE                  SRY-TBL (IDX-SRY)
                   MOVE    WRK-SRYCD           TO  SRY-SRYCD (IDX-SRY)
                   PERFORM 850-TENSU-READ-SEC
                   IF      FLG-TENSU           =   ZERO
                       MOVE    TNS-NAME        TO  SRY-NAME (IDX-SRY)
                   ELSE
                       MOVE    1               TO  SRY-TNSKBN (IDX-SRY)
                   END-IF
               END-IF
           END-PERFORM
           .
       2401-GRP-TOROKU-EXT.
           EXIT.
      *
      *****************************************************************
      *    棚卸し判定・リスト出力処理
      *****************************************************************
       2402-GRP-HANTEI-SEC         SECTION.
      *
           MOVE    SPACE               TO  WRK-HANTEI
           MOVE    1                   TO  WRK-PTR
      *
      *    重複定義
           IF      IDX-SIG         NOT >   CNT-SIG
               IF      SIG-KENSU (IDX-SIG) >   1
                   ADD     1                   TO  CNT-JUFUKU
                   STRING  "重複定義／"        DELIMITED   BY  SIZE
                                       INTO    WRK-HANTEI
                                       WITH    POINTER WRK-PTR
                   END-STRING
               END-IF
           END-IF
      *
      *    使用実績（構成コードのうち最も使用の少ないコードの実績）
           MOVE    ZERO                TO  WRK-GRP-SAKUJO
           MOVE    "99999999"          TO  WRK-GRP-LASTYMD
           MOVE    9999999             TO  WRK-GRP-KAISU
           PERFORM VARYING IDX-GRP FROM 1 BY 1
                   UNTIL   IDX-GRP         >   CNT-GRP
               MOVE    WRK-GRP-CD (IDX-GRP)
                                       TO  WRK-SRYCD
               PERFORM 810-SRY-SEARCH-SEC
               IF      IDX-SRY         NOT >   CNT-SRY
                   IF      SRY-TNSKBN (IDX-SRY)    =   1
                       MOVE    1                   TO  WRK-GRP-SAKUJO
                   END-IF
                   IF      SRY-LASTYMD (IDX-SRY)   <   WRK-GRP-LASTYMD
                       MOVE    SRY-LASTYMD (IDX-SRY)
                                       TO  WRK-GRP-LASTYMD
                   END-IF
                   IF      SRY-KAISU (IDX-SRY)     <   WRK-GRP-KAISU
                       MOVE    SRY-KAISU (IDX-SRY) TO  WRK-GRP-KAISU
                   END-IF
                   IF      WRK-GRP-NAME            =   SPACE
                       MOVE    SRY-NAME (IDX-SRY)  TO  WRK-GRP-NAME
                   END-IF
               END-IF
           END-PERFORM
           IF      CNT-GRP             =   ZERO
           OR      WRK-GRP-KAISU       =   9999999
               MOVE    ZERO                TO  WRK-GRP-KAISU
           END-IF
           IF      WRK-GRP-KAISU       =   ZERO
               MOVE    SPACE               TO  WRK-GRP-LASTYMD
               ADD     1                   TO  CNT-MISIYO
               STRING  "期間内未使用／"    DELIMITED   BY  SIZE
                                       INTO    WRK-HANTEI
                                       WITH    POINTER WRK-PTR
               END-STRING
           END-IF
           IF      WRK-GRP-SAKUJO      =   1
               ADD     1                   TO  CNT-SAKUJO
               STRING  "削除済み点数あり／"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-HANTEI
                                       WITH    POINTER WRK-PTR
               END-STRING
           END-IF
      *
           IF      WRK-HANTEI          =   SPACE
               GO  TO  2402-GRP-HANTEI-EXT
           END-IF
      *
      *    末尾の区切りを除く
           SUBTRACT    3               FROM    WRK-PTR
           MOVE    SPACE               TO  WRK-HANTEI (WRK-PTR:3)
      *
           ADD     1                   TO  CNT-OUT
           MOVE    WRK-GRP-KAISU       TO  WRK-ED-KAISU
           STRING  WRK-GRP-SYUBETU     DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-GRP-KEY         DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-GRP-NAME        DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-GRP-LASTYMD     DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-KAISU        DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-HANTEI          DELIMITED   BY  SPACE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TANALST-WRITE-SEC
           .
       2402-GRP-HANTEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    復活処理
      *    （削除台帳の内容を元のテーブルへ戻し、台帳から削除する）
      *****************************************************************
       300-FUKKATU-SEC             SECTION.
      *
           PERFORM VARYING IDX-TGT FROM 1 BY 1
                   UNTIL   IDX-TGT         >   CNT-TGT
               PERFORM 3001-FUKKATU-SEC
           END-PERFORM
           .
       300-FUKKATU-EXT.
           EXIT.
      *
      *****************************************************************
      *    復活処理（１対象）
      *****************************************************************
       3001-FUKKATU-SEC            SECTION.
      *
           INITIALIZE                  INPUTDEL-REC
           MOVE    SPA-HOSPNUM         TO  TDL-HOSPNUM
           MOVE    TGT-SYUBETU (IDX-TGT)
                                       TO  TDL-SYUBETU
           MOVE    TGT-KEY (IDX-TGT)   TO  TDL-KEY
           MOVE    INPUTDEL-REC        TO  MCPDATA-REC
           MOVE    "tbl_inputdel"      TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-TDL-FETCH-SEC
               PERFORM UNTIL   FLG-FETCH   =   1
                   PERFORM 3002-FUKKATU-KOMOKU-SEC
                   PERFORM 900-TDL-FETCH-SEC
               END-PERFORM
           END-IF
           MOVE    "tbl_inputdel"      TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      TGT-JOTAI (IDX-TGT) =   ZERO
               STRING  "【復活不可】"      DELIMITED   BY  SIZE
                       TGT-SYUBETU (IDX-TGT)
                                       DELIMITED   BY  SIZE
                       ","                 DELIMITED   BY  SIZE
                       TGT-KEY (IDX-TGT)   DELIMITED   BY  SPACE
                       "　削除台帳にありません"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               PERFORM 900-TANALST-WRITE-SEC
               ADD     1                   TO  CNT-ERR
           END-IF
           .
       3001-FUKKATU-EXT.
           EXIT.
      *
      *****************************************************************
      *    復活処理（台帳１行）
      *    （入力コード・セットは再登録し、定期処方セットは中止前の
      *      内容で更新する。同一キーが再登録済みのときは戻さない）
      *****************************************************************
       3002-FUKKATU-KOMOKU-SEC     SECTION.
      *
           MOVE    1                   TO  TGT-JOTAI (IDX-TGT)
           EVALUATE    TDL-SYUBETU
               WHEN    "1"
                   MOVE    TDL-DATA            TO  ICD-REC
                   MOVE    ICD-REC             TO  MCPDATA-REC
                   MOVE    "tbl_inputcd"       TO  MCP-TABLE
                   MOVE    "DBINSERT"          TO  MCP-FUNC
               WHEN    "2"
                   MOVE    TDL-DATA            TO  TEIKISET-REC
                   MOVE    SMCNDATE-YMD        TO  TKS-UPYMD
                   MOVE    SMCNDATE-HMS        TO  TKS-UPHMS
                   MOVE    TEIKISET-REC        TO  MCPDATA-REC
                   MOVE    "tbl_teikiset"      TO  MCP-TABLE
                   MOVE    "DBUPDATE"          TO  MCP-FUNC
               WHEN    OTHER
                   MOVE    TDL-DATA            TO  INPUTSET-REC
                   MOVE    INPUTSET-REC        TO  MCPDATA-REC
                   MOVE    "tbl_inputset"      TO  MCP-TABLE
                   MOVE    "DBINSERT"          TO  MCP-FUNC
           END-EVALUATE
           MOVE    "key"               TO  MCP-PATHNAME
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               ADD     1                   TO  CNT-ERR
               STRING  "【復活不可】"      DELIMITED   BY  SIZE
                       TDL-SYUBETU         DELIMITED   BY  SIZE
                       ","                 DELIMITED   BY  SIZE
                       TDL-KEY             DELIMITED   BY  SPACE
                       "　同一キーが登録済みです"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               PERFORM 900-TANALST-WRITE-SEC
               GO  TO  3002-FUKKATU-KOMOKU-EXT
           END-IF
      *
           ADD     1                   TO  CNT-UPD
           MOVE    INPUTDEL-REC        TO  MCPDATA-REC
           MOVE    "tbl_inputdel"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       3002-FUKKATU-KOMOKU-EXT.
           EXIT.
      *
      *****************************************************************
      *    処理結果出力処理
      *****************************************************************
       400-KEKKA-SEC               SECTION.
      *
           PERFORM 900-TANALST-WRITE-SEC
           IF      WRK-PARA-MODE       =   "1"
               MOVE    CNT-MISIYO          TO  WRK-ED-KENSU
               MOVE    CNT-SAKUJO          TO  WRK-ED-KENSU2
               MOVE    CNT-JUFUKU          TO  WRK-ED-KENSU3
               STRING  "期間内未使用："    DELIMITED   BY  SIZE
                       WRK-ED-KENSU        DELIMITED   BY  SIZE
                       "　削除済み点数あり："
                                       DELIMITED   BY  SIZE
                       WRK-ED-KENSU2       DELIMITED   BY  SIZE
                       "　重複定義："      DELIMITED   BY  SIZE
                       WRK-ED-KENSU3       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               PERFORM 900-TANALST-WRITE-SEC
               MOVE    CNT-OUT             TO  WRK-ED-KENSU
               STRING  "棚卸し対象件数："  DELIMITED   BY  SIZE
                       WRK-ED-KENSU        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               PERFORM 900-TANALST-WRITE-SEC
               GO  TO  400-KEKKA-EXT
           END-IF
      *
      *    対象のうち該当行がなかったもの
           IF      WRK-PARA-MODE       =   "2"
               PERFORM VARYING IDX-TGT FROM 1 BY 1
                       UNTIL   IDX-TGT         >   CNT-TGT
                   IF      TGT-JOTAI (IDX-TGT) =   ZERO
                       ADD     1                   TO  CNT-ERR
                       STRING  "【削除不可】"
                                       DELIMITED   BY  SIZE
                               TGT-SYUBETU (IDX-TGT)
                                       DELIMITED   BY  SIZE
                               ","     DELIMITED   BY  SIZE
                               TGT-KEY (IDX-TGT)
                                       DELIMITED   BY  SPACE
                               "　該当する登録がありません"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
                       END-STRING
                       PERFORM 900-TANALST-WRITE-SEC
                   END-IF
               END-PERFORM
           END-IF
      *
           PERFORM 900-TANALST-WRITE-SEC
           MOVE    CNT-TGT             TO  WRK-ED-KENSU
           MOVE    CNT-UPD             TO  WRK-ED-KENSU2
           MOVE    CNT-ERR             TO  WRK-ED-KENSU3
           STRING  "対象："            DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "　処理行数："      DELIMITED   BY  SIZE
                   WRK-ED-KENSU2       DELIMITED   BY  SIZE
                   "　エラー："        DELIMITED   BY  SIZE
                   WRK-ED-KENSU3       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TANALST-WRITE-SEC
           .
       400-KEKKA-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           CLOSE   TANALST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    CNT-UPD             TO  JOB-UPDCNT
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "INPUT    CNT :" CNT-IN
           DISPLAY "SRYACT   CNT :" CNT-ACT
           DISPLAY "OUTPUT   CNT :" CNT-OUT
           DISPLAY "UPDATE   CNT :" CNT-UPD
           DISPLAY "ERROR    CNT :" CNT-ERR
           DISPLAY "*** ORCBINPUTTANA END ***"
           .
       500-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    前月算出処理
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
      *    翌月算出処理
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
      *    構成コード検索処理（見つからないときＩＤＸ−ＳＲＹ＞件数）
      *****************************************************************
       810-SRY-SEARCH-SEC          SECTION.
      *
           PERFORM VARYING IDX-SRY FROM 1 BY 1
                   UNTIL   IDX-SRY         >   CNT-SRY
                   OR      SRY-SRYCD (IDX-SRY) =   WRK-SRYCD
               CONTINUE
           END-PERFORM
           .
       810-SRY-SEARCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    削除対象検索処理
      *    （ＷＲＫ−ＧＲＰ−ＳＹＵＢＥＴＵ・ＷＲＫ−ＧＲＰ−ＫＥＹ
      *      で検索する。見つからないときＩＤＸ−ＴＧＴ＞件数）
      *****************************************************************
       820-TGT-SEARCH-SEC          SECTION.
      *
           PERFORM VARYING IDX-TGT FROM 1 BY 1
                   UNTIL   IDX-TGT         >   CNT-TGT
                   OR    ( TGT-SYUBETU (IDX-TGT) =   WRK-GRP-SYUBETU
                   AND     TGT-KEY (IDX-TGT)     =   WRK-GRP-KEY )
               CONTINUE
           END-PERFORM
           .
       820-TGT-SEARCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    削除台帳登録処理
      *    （ＴＤＬ−ＤＡＴＡに削除前の内容を設定して呼ぶ）
      *****************************************************************
       830-TDL-INSERT-SEC          SECTION.
      *
           ADD     1                   TO  CNT-TDL
           MOVE    SPA-HOSPNUM         TO  TDL-HOSPNUM
           MOVE    WRK-GRP-SYUBETU     TO  TDL-SYUBETU
           MOVE    WRK-GRP-KEY         TO  TDL-KEY
           MOVE    CNT-TDL             TO  TDL-RENNUM
           MOVE    SMCNDATE-YMD        TO  TDL-DELYMD
           MOVE    SMCNDATE-HMS        TO  TDL-DELHMS
           MOVE    INPUTDEL-REC        TO  MCPDATA-REC
           MOVE    "tbl_inputdel"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               ADD     1                   TO  CNT-ERR
               STRING  "【削除不可】"      DELIMITED   BY  SIZE
                       WRK-GRP-SYUBETU     DELIMITED   BY  SIZE
                       ","                 DELIMITED   BY  SIZE
                       WRK-GRP-KEY         DELIMITED   BY  SPACE
                       "　削除台帳へ登録できません"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               PERFORM 900-TANALST-WRITE-SEC
               MOVE    2                   TO  TGT-JOTAI (IDX-TGT)
           END-IF
           .
       830-TDL-INSERT-EXT.
           EXIT.
      *
      *****************************************************************
      *    削除・中止結果判定処理
      *****************************************************************
       840-UPD-KEKKA-SEC           SECTION.
      *
           IF      MCP-RC              =   ZERO
               ADD     1                   TO  CNT-UPD
               MOVE    1                   TO  TGT-JOTAI (IDX-TGT)
           ELSE
               ADD     1                   TO  CNT-ERR
               MOVE    2                   TO  TGT-JOTAI (IDX-TGT)
               STRING  "【削除不可】"      DELIMITED   BY  SIZE
                       WRK-GRP-SYUBETU     DELIMITED   BY  SIZE
                       ","                 DELIMITED   BY  SIZE
                       WRK-GRP-KEY         DELIMITED   BY  SPACE
                       "　更新エラー"      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               PERFORM 900-TANALST-WRITE-SEC
           END-IF
           .
       840-UPD-KEKKA-EXT.
           EXIT.
      *
      *****************************************************************
      *    点数マスタ読込処理（処理日時点）
      *****************************************************************
       850-TENSU-READ-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-TENSU
      *
           INITIALIZE                  TNS-TENSU-REC
           MOVE    SPA-HOSPNUM         TO  TNS-HOSPNUM
           MOVE    WRK-SRYCD           TO  TNS-SRYCD
           MOVE    SMCNDATE-YMD        TO  TNS-YUKOSTYMD
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
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  TNS-TENSU-REC
                   MOVE    ZERO                TO  FLG-TENSU
               END-IF
           END-IF
           MOVE    "tbl_tensu"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       850-TENSU-READ-EXT.
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
               ADD     1                   TO  CNT-ACT
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           .
       900-SRYACT-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    入力コード読込処理
      *****************************************************************
       900-ICD-FETCH-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-FETCH
           MOVE    "tbl_inputcd"       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  ICD-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           .
       900-ICD-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    定期処方セット読込処理
      *****************************************************************
       900-TKS-FETCH-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-FETCH
           MOVE    "tbl_teikiset"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  TEIKISET-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           .
       900-TKS-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    セット読込処理
      *****************************************************************
       900-INPUTSET-FETCH-SEC      SECTION.
      *
           MOVE    ZERO                TO  FLG-FETCH
           MOVE    "tbl_inputset"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  INPUTSET-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           .
       900-INPUTSET-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    削除台帳読込処理
      *****************************************************************
       900-TDL-FETCH-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-FETCH
           MOVE    "tbl_inputdel"      TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  INPUTDEL-REC
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           .
       900-TDL-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    リスト行出力処理
      *****************************************************************
       900-TANALST-WRITE-SEC       SECTION.
      *
           MOVE    WRK-LINE            TO  TANALST-REC
           WRITE   TANALST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-TANALST-WRITE-EXT.
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
