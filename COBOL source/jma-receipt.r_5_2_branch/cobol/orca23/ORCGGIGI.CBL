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
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ORCGGIGI.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 診療行為
      *  コンポーネント名  : 疑義照会記録（ＭＧＩＧＩ）
      *                      （院外処方箋単位（患者・診療日・伝票
      *                        番号）に保険薬局からの疑義照会の
      *                        照会日時・照会元・内容区分・照会
      *                        内容・回答医師・変更内容を記録する。
      *                        減量・中止・代替薬の変更は「反映」
      *                        で疑義照会処方変更反映サブ（ＯＲＣＳ
      *                        ＧＩＧＩ）により処方情報データへ
      *                        訂正履歴つきで反映し、以後の処方箋
      *                        印刷にも反映される。
      *                        反映済の記録は変更・削除できない）
      *  管理者            :
      *  作成日付    作業者        記述
      *  26/10/15    ORCAMO        新規作成
      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *****************************************************************
      *
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *
       DATA                        DIVISION.
      *
       WORKING-STORAGE             SECTION.
      *
      *    スパ領域
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  FLG-AREA.
           03  FLG-END             PIC 9(01).
           03  FLG-FETCH           PIC 9(01).
           03  FLG-PTINF           PIC 9(01).
           03  FLG-GIGI            PIC 9(01).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-COUNT           PIC 9(04)   COMP.
           03  WRK-RC              PIC S9(09)  BINARY.
           03  WRK-MAX-RENNUM      PIC 9(02).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    疑義照会記録テーブル
      *    （ＯＲＣＳＧＩＧＩ・ＯＲＣＢＧＩＧＩと同一レイアウト）
       01  GIGI-REC.
           03  GIG-HOSPNUM         PIC 9(02).
           03  GIG-PTID            PIC 9(10).
           03  GIG-SRYYMD          PIC X(08).
           03  GIG-DENPNUM         PIC 9(07).
           03  GIG-RENNUM          PIC 9(02).
           03  GIG-SYOKAIYMD       PIC X(08).
           03  GIG-SYOKAIHMS       PIC X(06).
           03  GIG-YAKKYOKU        PIC X(60).
           03  GIG-NAIYOKBN        PIC X(01).
           03  GIG-NAIYO           PIC X(200).
           03  GIG-KAITODRCD       PIC X(05).
           03  GIG-HENKOKBN        PIC X(01).
           03  GIG-ZAINUM          PIC 9(02).
           03  GIG-SRYCD           PIC X(09).
           03  GIG-HENKOSRYCD      PIC X(09).
           03  GIG-HENKOSURYO      PIC 9(05)V9(05).
           03  GIG-HENKONAIYO      PIC X(200).
           03  GIG-HANEIKBN        PIC X(01).
           03  GIG-HANEIYMD        PIC X(08).
           03  GIG-UPYMD           PIC X(08).
           03  GIG-UPHMS           PIC X(06).
      *
      *    患者情報
       01  PTINF-REC.
           COPY    "CPPTINF.INC".
      *
      *****************************************************************
      *    サブプロ用　領域
      *****************************************************************
      *
      *    マシン日付取得サブ
           COPY    "CPORCSMCNDATE.INC".
      *
      *    疑義照会処方変更反映サブ
           COPY    "CPORCSGIGI.INC".
      *
      *    処方箋共通パラメタ（データ反映では使用しない）
           COPY    "CPORCHC19.INC".
      *
      *    ＤＢ検索
           COPY    "MCPDATA.INC".
      *
      *****************************************************************
      *    連絡　領域
      *****************************************************************
        LINKAGE                     SECTION.
      *
           COPY    MCPAREA.
           COPY    "ORCA-SPA".
      *
           COPY    "LINKAREA".
      *
       01  SCRAREA.
           COPY    "M00.INC".
           COPY    "M01.INC".
           COPY    "M98.INC".
           COPY    "M99.INC".
           COPY    "MGIGI.INC".
      *
       PROCEDURE                   DIVISION    USING
           MCPAREA
           SPAAREA
           LINKAREA
           SCRAREA.
      *
      *****************************************************************
      *    主　　処理
      *****************************************************************
       000-PROC-SEC                SECTION.
      *
           MOVE    SPA-COMMON      TO  SPA-AREA
      *
           EVALUATE    MCP-STATUS      ALSO    MCP-EVENT
               WHEN    "LINK"          ALSO    ANY
                   PERFORM 100-INIT-SEC
      *    画面遷移
               WHEN      OTHER
                   PERFORM 200-GMNSENI
           END-EVALUATE.
      *
           MOVE    SPA-AREA        TO  SPA-COMMON
      *
           .
           EXIT    PROGRAM
           .
      *****************************************************************
      *    初期　処理
      *****************************************************************
       100-INIT-SEC                SECTION.
      *
           MOVE    SPACE               TO  MGIGI-PTID
                                           MGIGI-NAME
                                           MGIGI-SRYYMD
                                           MGIGI-DENPNUM
                                           MGIGI-MSG
           PERFORM 270-MEISAI-CLEAR-SEC
           MOVE    ZERO                TO  MGIGI-COUNT
      *
      *    患者・診療日が引き継がれたときは初期表示する
           IF      SPA-PTID            >   ZERO
               MOVE    SPA-PTID            TO  MGIGI-PTID
               MOVE    SPA-SRYYMD          TO  MGIGI-SRYYMD
           END-IF
      *
           PERFORM 290-REDISP-SEC
           .
       100-INIT-EXT.
           EXIT.
      *****************************************************************
      *    画面遷移処理
      *****************************************************************
       200-GMNSENI                 SECTION.
      *
           EVALUATE    MCP-EVENT       ALSO    MCP-WIDGET
      *        照会記録表示
               WHEN    "CLICKED"       ALSO    "B02"
                   MOVE    SPACE               TO  MGIGI-MSG
                   PERFORM 220-DISP-SEC
                   PERFORM 290-REDISP-SEC
      *        照会記録登録
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-TOUROKU-SEC
      *        照会記録削除
               WHEN    "CLICKED"       ALSO    "B04"
                   PERFORM 240-SAKUJO-SEC
      *        処方変更反映
               WHEN    "CLICKED"       ALSO    "B05"
                   PERFORM 250-HANEI-SEC
               WHEN    OTHER
                   PERFORM 210-BACK
           END-EVALUATE
      *
           .
       200-GMNSENI-EXT.
           EXIT.
      *****************************************************************
      *    照会記録表示処理
      *    （処方箋の照会記録を一覧に表示する。連番の指定があれば
      *      その内容を明細欄に表示する）
      *****************************************************************
       220-DISP-SEC                SECTION.
      *
           MOVE    ZERO                TO  MGIGI-COUNT
      *
           PERFORM 260-KEY-CHK-SEC
           IF      MGIGI-MSG       NOT =   SPACE
               GO  TO  220-DISP-EXT
           END-IF
      *
           PERFORM 830-GIGI-LIST-SEC
      *
           IF      MGIGI-RENNUM        IS  NUMERIC
           AND     MGIGI-RENNUM        >   ZERO
               PERFORM 840-GIGI-GET-SEC
               IF      FLG-GIGI            =   ZERO
                   PERFORM 280-MEISAI-SET-SEC
               ELSE
                   MOVE    "該当する照会記録がありません"
                                       TO  MGIGI-MSG
               END-IF
           END-IF
      *
           IF      MGIGI-COUNT         =   ZERO
           AND     MGIGI-MSG           =   SPACE
               MOVE    "疑義照会の記録はありません"
                                       TO  MGIGI-MSG
           END-IF
           .
       220-DISP-EXT.
           EXIT.
      *****************************************************************
      *    照会記録登録処理
      *    （連番未入力は追加、入力時はその記録を変更する）
      *****************************************************************
       230-TOUROKU-SEC             SECTION.
      *
           PERFORM 260-KEY-CHK-SEC
           IF      MGIGI-MSG       NOT =   SPACE
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           PERFORM 265-INPUT-CHK-SEC
           IF      MGIGI-MSG       NOT =   SPACE
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           PERFORM 830-GIGI-LIST-SEC
      *
           IF      MGIGI-RENNUM        IS  NUMERIC
           AND     MGIGI-RENNUM        >   ZERO
               PERFORM 840-GIGI-GET-SEC
               IF      FLG-GIGI        NOT =   ZERO
                   MOVE    "該当する照会記録がありません"
                                       TO  MGIGI-MSG
                   PERFORM 290-REDISP-SEC
                   GO  TO  230-TOUROKU-EXT
               END-IF
               IF      GIG-HANEIKBN        =   "1"
                   MOVE    "反映済のため変更できません"
                                       TO  MGIGI-MSG
                   PERFORM 290-REDISP-SEC
                   GO  TO  230-TOUROKU-EXT
               END-IF
               MOVE    "DBUPDATE"          TO  MCP-FUNC
           ELSE
               IF      WRK-MAX-RENNUM      >=  99
                   MOVE    "照会記録が上限を超えます"
                                       TO  MGIGI-MSG
                   PERFORM 290-REDISP-SEC
                   GO  TO  230-TOUROKU-EXT
               END-IF
               INITIALIZE                  GIGI-REC
               MOVE    SPA-HOSPNUM         TO  GIG-HOSPNUM
               MOVE    MGIGI-PTID          TO  GIG-PTID
               MOVE    MGIGI-SRYYMD        TO  GIG-SRYYMD
               MOVE    MGIGI-DENPNUM       TO  GIG-DENPNUM
               COMPUTE GIG-RENNUM      =   WRK-MAX-RENNUM  +   1
               MOVE    "0"                 TO  GIG-HANEIKBN
               MOVE    "DBINSERT"          TO  MCP-FUNC
           END-IF
      *
           MOVE    MGIGI-SYOKAIYMD     TO  GIG-SYOKAIYMD
           MOVE    MGIGI-SYOKAIHMS     TO  GIG-SYOKAIHMS
           MOVE    MGIGI-YAKKYOKU      TO  GIG-YAKKYOKU
           MOVE    MGIGI-NAIYOKBN      TO  GIG-NAIYOKBN
           MOVE    MGIGI-NAIYO         TO  GIG-NAIYO
           MOVE    MGIGI-KAITODRCD     TO  GIG-KAITODRCD
           MOVE    MGIGI-HENKOKBN      TO  GIG-HENKOKBN
           MOVE    MGIGI-ZAINUM        TO  GIG-ZAINUM
           MOVE    MGIGI-SRYCD         TO  GIG-SRYCD
           MOVE    MGIGI-HENKOSRYCD    TO  GIG-HENKOSRYCD
           MOVE    MGIGI-HENKOSURYO    TO  GIG-HENKOSURYO
           MOVE    MGIGI-HENKONAIYO    TO  GIG-HENKONAIYO
           MOVE    SMCNDATE-YMD        TO  GIG-UPYMD
           MOVE    SMCNDATE-HMS        TO  GIG-UPHMS
           MOVE    GIGI-REC            TO  MCPDATA-REC
           MOVE    "tbl_gigi"          TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           MOVE    SPACE               TO  MGIGI-MSG
           MOVE    GIG-RENNUM          TO  MGIGI-RENNUM
           PERFORM 220-DISP-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "登録しました"      TO  MGIGI-MSG
           ELSE
               MOVE    "登録できませんでした"
                                       TO  MGIGI-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    照会記録削除処理（未反映の記録のみ）
      *****************************************************************
       240-SAKUJO-SEC              SECTION.
      *
           PERFORM 260-KEY-CHK-SEC
           IF      MGIGI-MSG       NOT =   SPACE
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
           IF      MGIGI-RENNUM        IS  NOT NUMERIC
           OR      MGIGI-RENNUM        =   ZERO
               MOVE    "連番を入力してください"
                                       TO  MGIGI-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
           PERFORM 840-GIGI-GET-SEC
           IF      FLG-GIGI        NOT =   ZERO
               MOVE    "該当する照会記録がありません"
                                       TO  MGIGI-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
           IF      GIG-HANEIKBN        =   "1"
               MOVE    "反映済のため削除できません"
                                       TO  MGIGI-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
      *
           MOVE    GIGI-REC            TO  MCPDATA-REC
           MOVE    "tbl_gigi"          TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           PERFORM 270-MEISAI-CLEAR-SEC
           MOVE    SPACE               TO  MGIGI-MSG
           PERFORM 220-DISP-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "削除しました"      TO  MGIGI-MSG
           ELSE
               MOVE    "削除できませんでした"
                                       TO  MGIGI-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       240-SAKUJO-EXT.
           EXIT.
      *****************************************************************
      *    処方変更反映処理
      *****************************************************************
       250-HANEI-SEC               SECTION.
      *
           PERFORM 260-KEY-CHK-SEC
           IF      MGIGI-MSG       NOT =   SPACE
               PERFORM 290-REDISP-SEC
               GO  TO  250-HANEI-EXT
           END-IF
           IF      MGIGI-RENNUM        IS  NOT NUMERIC
           OR      MGIGI-RENNUM        =   ZERO
               MOVE    "連番を入力してください"
                                       TO  MGIGI-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  250-HANEI-EXT
           END-IF
      *
           INITIALIZE                  ORCSGIGIAREA
           INITIALIZE                  ORCHC19AREA
           MOVE    "2"                 TO  SGIGI-MODE
           MOVE    MGIGI-PTID          TO  SGIGI-PTID
           MOVE    MGIGI-SRYYMD        TO  SGIGI-SRYYMD
           MOVE    MGIGI-DENPNUM       TO  SGIGI-DENPNUM
           MOVE    MGIGI-RENNUM        TO  SGIGI-RENNUM
           CALL    "ORCSGIGI"          USING   MCPAREA
                                               SPA-AREA
                                               ORCSGIGIAREA
                                               ORCHC19AREA
      *
           MOVE    SPACE               TO  MGIGI-MSG
           PERFORM 220-DISP-SEC
           EVALUATE    SGIGI-RC
               WHEN    ZERO
                   MOVE    "処方変更を反映しました"
                                       TO  MGIGI-MSG
               WHEN    2
                   MOVE    "該当する照会記録がありません"
                                       TO  MGIGI-MSG
               WHEN    3
                   MOVE    "既に反映済です"    TO  MGIGI-MSG
               WHEN    4
                   MOVE    "変更なしのため反映不要です"
                                       TO  MGIGI-MSG
               WHEN    OTHER
                   MOVE    "反映できませんでした"
                                       TO  MGIGI-MSG
           END-EVALUATE
           PERFORM 290-REDISP-SEC
           .
       250-HANEI-EXT.
           EXIT.
      *****************************************************************
      *    処方箋キーチェック処理
      *    （患者番号・診療日・伝票番号）
      *****************************************************************
       260-KEY-CHK-SEC             SECTION.
      *
           MOVE    SPACE               TO  MGIGI-MSG
           IF      MGIGI-PTID          IS  NOT NUMERIC
           OR      MGIGI-PTID          =   ZERO
               MOVE    "患者番号を入力してください"
                                       TO  MGIGI-MSG
               GO  TO  260-KEY-CHK-EXT
           END-IF
           PERFORM 800-PTINF-GET-SEC
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    SPACE               TO  MGIGI-NAME
               MOVE    "患者が登録されていません"
                                       TO  MGIGI-MSG
               GO  TO  260-KEY-CHK-EXT
           END-IF
           MOVE    PTINF-NAME          TO  MGIGI-NAME
           IF      MGIGI-SRYYMD        IS  NOT NUMERIC
               MOVE    "診療日を入力してください"
                                       TO  MGIGI-MSG
               GO  TO  260-KEY-CHK-EXT
           END-IF
           IF      MGIGI-DENPNUM       IS  NOT NUMERIC
           OR      MGIGI-DENPNUM       =   ZERO
               MOVE    "伝票番号を入力してください"
                                       TO  MGIGI-MSG
               GO  TO  260-KEY-CHK-EXT
           END-IF
           .
       260-KEY-CHK-EXT.
           EXIT.
      *****************************************************************
      *    照会内容チェック処理
      *    （照会日時の省略時は現在日時とする）
      *****************************************************************
       265-INPUT-CHK-SEC           SECTION.
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           IF      MGIGI-SYOKAIYMD     IS  NOT NUMERIC
               MOVE    SMCNDATE-YMD        TO  MGIGI-SYOKAIYMD
               MOVE    SMCNDATE-HMS        TO  MGIGI-SYOKAIHMS
           END-IF
           IF      MGIGI-SYOKAIHMS     IS  NOT NUMERIC
               MOVE    ZERO                TO  MGIGI-SYOKAIHMS
           END-IF
           IF      MGIGI-SYOKAIYMD     <   MGIGI-SRYYMD
               MOVE    "照会日が診療日より前です"
                                       TO  MGIGI-MSG
               GO  TO  265-INPUT-CHK-EXT
           END-IF
           EVALUATE    MGIGI-NAIYOKBN
               WHEN    "1"
               WHEN    "2"
               WHEN    "3"
               WHEN    "4"
               WHEN    "5"
               WHEN    "9"
                   CONTINUE
               WHEN    OTHER
                   MOVE    "内容区分は１〜５・９です"
                                       TO  MGIGI-MSG
                   GO  TO  265-INPUT-CHK-EXT
           END-EVALUATE
           IF      MGIGI-KAITODRCD     =   SPACE
               MOVE    "回答医師を入力してください"
                                       TO  MGIGI-MSG
               GO  TO  265-INPUT-CHK-EXT
           END-IF
           IF      MGIGI-ZAINUM        IS  NOT NUMERIC
               MOVE    ZERO                TO  MGIGI-ZAINUM
           END-IF
           IF      MGIGI-HENKOSURYO    IS  NOT NUMERIC
               MOVE    ZERO                TO  MGIGI-HENKOSURYO
           END-IF
      *
           EVALUATE    MGIGI-HENKOKBN
               WHEN    "0"
                   CONTINUE
               WHEN    "1"
                   IF      MGIGI-HENKOSURYO    =   ZERO
                       MOVE    "減量後数量が未入力です"
                                       TO  MGIGI-MSG
                   END-IF
               WHEN    "2"
                   CONTINUE
               WHEN    "3"
                   IF      MGIGI-HENKOSRYCD    =   SPACE
                       MOVE    "代替薬を入力してください"
                                       TO  MGIGI-MSG
                   END-IF
               WHEN    OTHER
                   MOVE    "変更区分は０〜３です"
                                       TO  MGIGI-MSG
           END-EVALUATE
           IF      MGIGI-MSG       NOT =   SPACE
               GO  TO  265-INPUT-CHK-EXT
           END-IF
           IF      MGIGI-HENKOKBN  NOT =   "0"
           AND     MGIGI-SRYCD         =   SPACE
               MOVE    "変更する薬剤を入力してください"
                                       TO  MGIGI-MSG
               GO  TO  265-INPUT-CHK-EXT
           END-IF
           .
       265-INPUT-CHK-EXT.
           EXIT.
      *****************************************************************
      *    明細欄クリア処理
      *****************************************************************
       270-MEISAI-CLEAR-SEC        SECTION.
      *
           MOVE    SPACE               TO  MGIGI-RENNUM
                                           MGIGI-SYOKAIYMD
                                           MGIGI-SYOKAIHMS
                                           MGIGI-YAKKYOKU
                                           MGIGI-NAIYOKBN
                                           MGIGI-NAIYO
                                           MGIGI-KAITODRCD
                                           MGIGI-HENKOKBN
                                           MGIGI-ZAINUM
                                           MGIGI-SRYCD
                                           MGIGI-HENKOSRYCD
                                           MGIGI-HENKOSURYO
                                           MGIGI-HENKONAIYO
                                           MGIGI-HANEI
           .
       270-MEISAI-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    明細欄設定処理
      *****************************************************************
       280-MEISAI-SET-SEC          SECTION.
      *
           MOVE    GIG-RENNUM          TO  MGIGI-RENNUM
           MOVE    GIG-SYOKAIYMD       TO  MGIGI-SYOKAIYMD
           MOVE    GIG-SYOKAIHMS       TO  MGIGI-SYOKAIHMS
           MOVE    GIG-YAKKYOKU        TO  MGIGI-YAKKYOKU
           MOVE    GIG-NAIYOKBN        TO  MGIGI-NAIYOKBN
           MOVE    GIG-NAIYO           TO  MGIGI-NAIYO
           MOVE    GIG-KAITODRCD       TO  MGIGI-KAITODRCD
           MOVE    GIG-HENKOKBN        TO  MGIGI-HENKOKBN
           MOVE    GIG-ZAINUM          TO  MGIGI-ZAINUM
           MOVE    GIG-SRYCD           TO  MGIGI-SRYCD
           MOVE    GIG-HENKOSRYCD      TO  MGIGI-HENKOSRYCD
           MOVE    GIG-HENKOSURYO      TO  MGIGI-HENKOSURYO
           MOVE    GIG-HENKONAIYO      TO  MGIGI-HENKONAIYO
           IF      GIG-HANEIKBN        =   "1"
               MOVE    "反映済"            TO  MGIGI-HANEI
           ELSE
               MOVE    "未反映"            TO  MGIGI-HANEI
           END-IF
           .
       280-MEISAI-SET-EXT.
           EXIT.
      *****************************************************************
      *    患者情報取得処理
      *****************************************************************
       800-PTINF-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-PTINF
      *
           INITIALIZE                  PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    MGIGI-PTID        TO  PTINF-PTID
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
               MOVE    "tbl_ptinf"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       800-PTINF-GET-EXT.
           EXIT.
      *****************************************************************
      *    照会記録一覧取得処理
      *    （一覧を設定し、最大連番を求める）
      *****************************************************************
       830-GIGI-LIST-SEC           SECTION.
      *
           MOVE    ZERO                TO  WRK-COUNT
                                           WRK-MAX-RENNUM
      *
           INITIALIZE                  GIGI-REC
           MOVE    SPA-HOSPNUM         TO  GIG-HOSPNUM
           MOVE    MGIGI-PTID          TO  GIG-PTID
           MOVE    MGIGI-SRYYMD        TO  GIG-SRYYMD
           MOVE    MGIGI-DENPNUM       TO  GIG-DENPNUM
           MOVE    GIGI-REC            TO  MCPDATA-REC
           MOVE    "tbl_gigi"          TO  MCP-TABLE
           MOVE    "den"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    ZERO                TO  MGIGI-COUNT
               GO  TO  830-GIGI-LIST-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM 831-GIGI-FETCH-SEC
                   UNTIL   FLG-FETCH       =   1
      *
           MOVE    "tbl_gigi"          TO  MCP-TABLE
           MOVE    "den"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    WRK-COUNT           TO  MGIGI-COUNT
           .
       830-GIGI-LIST-EXT.
           EXIT.
      *****************************************************************
      *    照会記録一覧読込処理
      *****************************************************************
       831-GIGI-FETCH-SEC          SECTION.
      *
           MOVE    "tbl_gigi"          TO  MCP-TABLE
           MOVE    "den"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  831-GIGI-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  GIGI-REC
      *
           IF      GIG-RENNUM          >   WRK-MAX-RENNUM
               MOVE    GIG-RENNUM          TO  WRK-MAX-RENNUM
           END-IF
      *
           IF      WRK-COUNT           >=  20
               GO  TO  831-GIGI-FETCH-EXT
           END-IF
           ADD     1                   TO  WRK-COUNT
           MOVE    GIG-RENNUM      TO  MGIGI-TRENNUM       (WRK-COUNT)
           MOVE    GIG-SYOKAIYMD   TO  MGIGI-TSYOKAIYMD    (WRK-COUNT)
           MOVE    GIG-YAKKYOKU    TO  MGIGI-TYAKKYOKU     (WRK-COUNT)
           EVALUATE    GIG-NAIYOKBN
               WHEN    "1"
                   MOVE    "用法・用量"
                                   TO  MGIGI-TNAIYOKBN     (WRK-COUNT)
               WHEN    "2"
                   MOVE    "相互作用・重複"
                                   TO  MGIGI-TNAIYOKBN     (WRK-COUNT)
               WHEN    "3"
                   MOVE    "禁忌・アレルギー"
                                   TO  MGIGI-TNAIYOKBN     (WRK-COUNT)
               WHEN    "4"
                   MOVE    "残薬調整"
                                   TO  MGIGI-TNAIYOKBN     (WRK-COUNT)
               WHEN    "5"
                   MOVE    "規格・剤形"
                                   TO  MGIGI-TNAIYOKBN     (WRK-COUNT)
               WHEN    OTHER
                   MOVE    "その他"
                                   TO  MGIGI-TNAIYOKBN     (WRK-COUNT)
           END-EVALUATE
           EVALUATE    GIG-HENKOKBN
               WHEN    "1"
                   MOVE    "減量"
                                   TO  MGIGI-THENKOKBN     (WRK-COUNT)
               WHEN    "2"
                   MOVE    "中止"
                                   TO  MGIGI-THENKOKBN     (WRK-COUNT)
               WHEN    "3"
                   MOVE    "代替薬"
                                   TO  MGIGI-THENKOKBN     (WRK-COUNT)
               WHEN    OTHER
                   MOVE    "変更なし"
                                   TO  MGIGI-THENKOKBN     (WRK-COUNT)
           END-EVALUATE
           MOVE    GIG-SRYCD       TO  MGIGI-TSRYCD        (WRK-COUNT)
           IF      GIG-HANEIKBN        =   "1"
               MOVE    "反映済"
                                   TO  MGIGI-THANEI        (WRK-COUNT)
           ELSE
               MOVE    SPACE       TO  MGIGI-THANEI        (WRK-COUNT)
           END-IF
           .
       831-GIGI-FETCH-EXT.
           EXIT.
      *****************************************************************
      *    照会記録取得処理（画面の連番の１件）
      *****************************************************************
       840-GIGI-GET-SEC            SECTION.
      *
           MOVE    1                   TO  FLG-GIGI
      *
           INITIALIZE                  GIGI-REC
           MOVE    SPA-HOSPNUM         TO  GIG-HOSPNUM
           MOVE    MGIGI-PTID          TO  GIG-PTID
           MOVE    MGIGI-SRYYMD        TO  GIG-SRYYMD
           MOVE    MGIGI-DENPNUM       TO  GIG-DENPNUM
           MOVE    MGIGI-RENNUM        TO  GIG-RENNUM
           MOVE    GIGI-REC            TO  MCPDATA-REC
           MOVE    "tbl_gigi"          TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_gigi"          TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  GIGI-REC
                   MOVE    ZERO                TO  FLG-GIGI
               END-IF
               MOVE    "tbl_gigi"          TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       840-GIGI-GET-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MGIGI"           TO  MCP-WINDOW
           PERFORM 900-PUT-WINDOW
           MOVE    1                   TO  FLG-END
           .
       290-REDISP-EXT.
           EXIT.
      *****************************************************************
      *    戻る　処理（遷移元へ）
      *****************************************************************
       210-BACK                    SECTION.
      *
           IF      SPA-MOTOPG          =   SPACE
               MOVE    "M98"               TO  SPA-SAKIPG
           ELSE
               MOVE    SPA-MOTOPG          TO  SPA-SAKIPG
           END-IF
           MOVE    "MGIGI"           TO  SPA-MOTOPG
      *
           MOVE    "JOIN"              TO  MCP-PUTTYPE
           MOVE    SPA-SAKIPG          TO  MCP-WINDOW
      *
           PERFORM 900-PUT-WINDOW
      *
           MOVE    1                   TO  FLG-END
      *
           .
       210-BACK-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＰＵＴ　処理
      *****************************************************************
       900-PUT-WINDOW              SECTION.
      *
           MOVE    "PUTWINDOW"         TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                           MCPAREA
                                           MCPDATA-REC
                                           SPA-AREA
      *
           .
       900-PUT-WINDOW-EXT.
           EXIT.
      *
      *****************************************************************
      *    テーブルアクセス処理
      *****************************************************************
       900-ORCDBMAIN-SEC           SECTION.
      *
           CALL    "ORCDBMAIN"         USING
                                           MCPAREA
                                           MCPDATA-REC
                                           SPA-AREA
           .
       900-ORCDBMAIN-EXT.
           EXIT.
