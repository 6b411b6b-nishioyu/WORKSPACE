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
       PROGRAM-ID.                 ORCGHITSUYODO.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 入院
      *  コンポーネント名  : 重症度、医療・看護必要度評価
      *                      （ＭＨＩＴＳＵＹＯＤＯ）
      *                      （一般病棟の入院患者について、病棟・評価日
      *                        単位に重症度、医療・看護必要度のＡ・Ｂ・Ｃ
      *                        項目を登録する。Ａ・Ｃ項目は当日の会計
      *                        （診療行為）と評価項目対応コードから
      *                        候補を自動判定する。病棟の入院料と
      *                        基準該当割合を登録し、月次の割合判定は
      *                        ＯＲＣＢＨＩＴＳＵＹＯＤＯで行う。
      *                        療養病棟の医療区分・ＡＤＬ評価は
      *                        ＯＲＣＨＣＮ６８で扱う）
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
       FILE                        SECTION.
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
           03  FLG-FETCH2          PIC 9(01).
           03  FLG-HTD             PIC 9(01).
           03  FLG-HCD             PIC 9(01).
           03  FLG-ARI             PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(02).
           03  IDX2                PIC 9(02).
           03  IDXA                PIC 9(02).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-YAKUZAI         PIC 9(03).
      *
      *    一覧（病棟の入院患者）
       01  LST-AREA.
           03  LST-MAX             PIC 9(02).
           03  LST-PTID            PIC 9(10)   OCCURS  40.
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-YMD.
               05  WRK-YMD-YY      PIC 9(04).
               05  WRK-YMD-MM      PIC 9(02).
               05  WRK-YMD-DD      PIC 9(02).
           03  WRK-ZENYM           PIC X(06).
           03  WRK-SRYYM           PIC X(06).
           03  WRK-FROMYMD         PIC X(08).
           03  WRK-ASCORE          PIC 9(02).
           03  WRK-BSCORE          PIC 9(02).
           03  WRK-CSCORE          PIC 9(02).
           03  WRK-GAITOFLG        PIC X(01).
           03  WRK-CNAME           PIC X(40).
           03  WRK-TEN             PIC 9(01).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    重症度、医療・看護必要度評価テーブル
      *    （病棟・評価日・患者単位。ＯＲＣＢＨＩＴＳＵＹＯＤＯが
      *      月次の基準該当割合の算出に参照する）
       01  HITSUYODO-REC.
           03  HTD-HOSPNUM         PIC 9(02).
           03  HTD-BTUNUM          PIC X(02).
           03  HTD-HYOKAYMD        PIC X(08).
           03  HTD-PTID            PIC 9(10).
      *    Ａ項目（モニタリング及び処置等）の点数
      *    １：創傷処置　２：呼吸ケア　３：注射薬剤３種類以上
      *    ４：シリンジポンプ　５：輸血や血液製剤
      *    ６：専門的な治療・処置　７：緊急に入院を必要とする状態
           03  HTD-A-TEN           PIC 9(01)   OCCURS  7.
      *    Ｂ項目（患者の状況等）の点数（患者の状態×介助の実施）
      *    １：寝返り　２：移乗　３：口腔清潔　４：食事摂取
      *    ５：衣服の着脱　６：診療・療養上の指示が通じる
      *    ７：危険行動
           03  HTD-B-TEN           PIC 9(01)   OCCURS  7.
      *    Ｃ項目（手術等の医学的状況）の点数
           03  HTD-C-TEN           PIC 9(01).
           03  HTD-ASCORE          PIC 9(02).
           03  HTD-BSCORE          PIC 9(02).
           03  HTD-CSCORE          PIC 9(02).
      *    基準該当　１：該当
           03  HTD-GAITOFLG        PIC X(01).
      *    Ａ・Ｃ項目自動判定　１：自動判定の候補から登録
           03  HTD-JIDOFLG         PIC X(01).
           03  HTD-OPID            PIC X(16).
           03  HTD-UPYMD           PIC X(08).
           03  HTD-UPHMS           PIC X(06).
      *
      *    重症度、医療・看護必要度病棟基準テーブル
      *    （病棟の入院料と基準該当患者割合）
       01  HITSUYOKIJUN-REC.
           03  HKJ-HOSPNUM         PIC 9(02).
           03  HKJ-BTUNUM          PIC X(02).
           03  HKJ-NYUINRYONM      PIC X(40).
      *    基準該当患者割合（％）
           03  HKJ-KIJUNRITU       PIC 9(03)V9(01).
           03  HKJ-UPYMD           PIC X(08).
           03  HKJ-UPHMS           PIC X(06).
      *
      *    重症度、医療・看護必要度評価項目対応コードテーブル
      *    （診療行為コードとＡ・Ｃ項目の対応。ＯＲＣＢＨＩＴＳＵＹＯＤＯ
      *      で評価項目コード一覧を取り込む）
       01  HITSUYOCD-REC.
           03  HCD-HOSPNUM         PIC 9(02).
           03  HCD-SRYCD           PIC X(09).
      *    評価項目（"A1"〜"A7"、"C1"〜"C9"）
           03  HCD-KOUMOKU         PIC X(02).
           03  HCD-TENSU           PIC 9(01).
      *    該当日数（Ｃ項目等で実施日から該当とする日数）
           03  HCD-NISSU           PIC 9(02).
           03  HCD-UPYMD           PIC X(08).
           03  HCD-UPHMS           PIC X(06).
      *
      *    入院歴テーブル
       01  PTNYUINRRK-REC.
           COPY    "CPPTNYUINRRK.INC".
      *
      *    診療行為テーブル
       01  SRYACT-REC.
           COPY    "CPSRYACT.INC".
      *
      *****************************************************************
      *    サブプロ用　領域
      *****************************************************************
      *
      *    マシン日付取得サブ
           COPY    "CPORCSMCNDATE.INC".
      *
      *    日付変換サブ
           COPY    "CPORCSDAY.INC".
           COPY    "CPORCSLNK.INC".
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
           COPY    "MHITSUYODO.INC".
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
           INITIALIZE                  LST-AREA
           MOVE    SPACE               TO  MHITSUYODO-BTUNUM
                                           MHITSUYODO-NYUINRYONM
                                           MHITSUYODO-MSG
           MOVE    ZERO                TO  MHITSUYODO-KIJUNRITU
      *    評価日の初期値は当日
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
           MOVE    SMCNDATE-YMD        TO  MHITSUYODO-HYOKAYMD
           PERFORM 250-LST-CLEAR-SEC
           PERFORM 260-HYOKA-CLEAR-SEC
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
           MOVE    SPACE               TO  MHITSUYODO-MSG
           EVALUATE    MCP-EVENT       ALSO    MCP-WIDGET
      *        表示（病棟の入院患者一覧と病棟基準）
               WHEN    "CLICKED"       ALSO    "B02"
                   PERFORM 220-DISP-SEC
                   PERFORM 290-REDISP-SEC
      *        患者選択（登録済みは登録内容、未登録は自動判定候補）
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-SELECT-SEC
                   PERFORM 290-REDISP-SEC
      *        評価登録
               WHEN    "CLICKED"       ALSO    "B04"
                   PERFORM 240-TOUROKU-SEC
                   PERFORM 290-REDISP-SEC
      *        評価削除
               WHEN    "CLICKED"       ALSO    "B05"
                   PERFORM 245-SAKUJO-SEC
                   PERFORM 290-REDISP-SEC
      *        病棟基準登録
               WHEN    "CLICKED"       ALSO    "B06"
                   PERFORM 270-KIJUN-SEC
                   PERFORM 290-REDISP-SEC
               WHEN    OTHER
                   PERFORM 210-BACK
           END-EVALUATE
      *
           .
       200-GMNSENI-EXT.
           EXIT.
      *****************************************************************
      *    表示処理
      *****************************************************************
       220-DISP-SEC                SECTION.
      *
           IF      MHITSUYODO-BTUNUM   =   SPACE
           OR      MHITSUYODO-HYOKAYMD IS  NOT NUMERIC
               MOVE    "病棟と評価日を入力"
                                       TO  MHITSUYODO-MSG
               GO  TO  220-DISP-EXT
           END-IF
      *
           PERFORM 250-LST-CLEAR-SEC
           PERFORM 260-HYOKA-CLEAR-SEC
      *
      *    病棟基準
           PERFORM 800-KIJUN-GET-SEC
      *
      *    評価日に病棟に在院する患者
           INITIALIZE                  PTNYUINRRK-REC
           MOVE    SPA-HOSPNUM         TO  PTNYUINRRK-HOSPNUM
           MOVE    MHITSUYODO-HYOKAYMD TO  PTNYUINRRK-TENNYUYMD
                                           PTNYUINRRK-TENSTUYMD
           MOVE    PTNYUINRRK-REC      TO  MCPDATA-REC
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "key40"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH       =   1
                       OR      LST-MAX         >=  40
                   MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
                   MOVE    "key40"             TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  PTNYUINRRK-REC
                       IF      PTNYUINRRK-BTUNUM   =   MHITSUYODO-BTUNUM
                           PERFORM 225-LST-ADD-SEC
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "key40"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      LST-MAX             =   ZERO
               MOVE    "在院患者がありません"
                                       TO  MHITSUYODO-MSG
           END-IF
           .
       220-DISP-EXT.
           EXIT.
      *****************************************************************
      *    一覧追加処理（同一患者の異動歴は１行にまとめる）
      *****************************************************************
       225-LST-ADD-SEC             SECTION.
      *
           MOVE    ZERO                TO  FLG-ARI
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX             >   LST-MAX
               IF      LST-PTID (IDX)      =   PTNYUINRRK-PTID
                   MOVE    1                   TO  FLG-ARI
               END-IF
           END-PERFORM
           IF      FLG-ARI             =   1
               GO  TO  225-LST-ADD-EXT
           END-IF
      *
           ADD     1                   TO  LST-MAX
           MOVE    LST-MAX             TO  IDX
           MOVE    PTNYUINRRK-PTID     TO  LST-PTID (IDX)
           MOVE    PTNYUINRRK-PTID     TO  MHITSUYODO-LST-PTID (IDX)
      *
      *    評価済みなら点数と該当を表示する
           MOVE    PTNYUINRRK-PTID     TO  MHITSUYODO-PTID
           PERFORM 810-HYOKA-GET-SEC
           IF      FLG-HTD             =   ZERO
               MOVE    HTD-ASCORE          TO
                       MHITSUYODO-LST-ASCORE (IDX)
               MOVE    HTD-BSCORE          TO
                       MHITSUYODO-LST-BSCORE (IDX)
               MOVE    HTD-CSCORE          TO
                       MHITSUYODO-LST-CSCORE (IDX)
               IF      HTD-GAITOFLG        =   "1"
                   MOVE    "該当"
                                       TO  MHITSUYODO-LST-GAITO (IDX)
               END-IF
               MOVE    "済"
                                       TO  MHITSUYODO-LST-HYOKA (IDX)
           ELSE
               MOVE    "未"
                                       TO  MHITSUYODO-LST-HYOKA (IDX)
           END-IF
           MOVE    ZERO                TO  MHITSUYODO-PTID
           .
       225-LST-ADD-EXT.
           EXIT.
      *****************************************************************
      *    患者選択処理
      *****************************************************************
       230-SELECT-SEC              SECTION.
      *
           IF      MHITSUYODO-SELNUM   IS  NOT NUMERIC
           OR      MHITSUYODO-SELNUM   =   ZERO
           OR      MHITSUYODO-SELNUM   >   LST-MAX
               MOVE    "選択番号を入力"    TO  MHITSUYODO-MSG
               GO  TO  230-SELECT-EXT
           END-IF
      *
           PERFORM 260-HYOKA-CLEAR-SEC
           MOVE    MHITSUYODO-SELNUM   TO  IDX
           MOVE    LST-PTID (IDX)      TO  MHITSUYODO-PTID
      *
      *    登録済みの評価を表示する
           PERFORM 810-HYOKA-GET-SEC
           IF      FLG-HTD             =   ZERO
               PERFORM VARYING IDXA FROM 1 BY 1
                       UNTIL   IDXA            >   7
                   MOVE    HTD-A-TEN (IDXA)    TO  MHITSUYODO-A (IDXA)
                   MOVE    HTD-B-TEN (IDXA)    TO  MHITSUYODO-B (IDXA)
               END-PERFORM
               MOVE    HTD-C-TEN           TO  MHITSUYODO-C
               MOVE    HTD-ASCORE          TO  MHITSUYODO-ASCORE
               MOVE    HTD-BSCORE          TO  MHITSUYODO-BSCORE
               IF      HTD-GAITOFLG        =   "1"
                   MOVE    "該当"              TO  MHITSUYODO-GAITO
               ELSE
                   MOVE    "非該当"            TO  MHITSUYODO-GAITO
               END-IF
               MOVE    "登録済みの評価を表示"
                                       TO  MHITSUYODO-MSG
               GO  TO  230-SELECT-EXT
           END-IF
      *
      *    未登録はＡ・Ｃ項目を会計から自動判定して候補表示する
           PERFORM 830-JIDO-SEC
           MOVE    "Ａ・Ｃ項目は会計からの候補です"
                                       TO  MHITSUYODO-MSG
           .
       230-SELECT-EXT.
           EXIT.
      *****************************************************************
      *    評価登録処理
      *****************************************************************
       240-TOUROKU-SEC             SECTION.
      *
           IF      MHITSUYODO-PTID     IS  NOT NUMERIC
           OR      MHITSUYODO-PTID     =   ZERO
               MOVE    "患者を選択してください"
                                       TO  MHITSUYODO-MSG
               GO  TO  240-TOUROKU-EXT
           END-IF
      *
           INITIALIZE                  HITSUYODO-REC
           MOVE    ZERO                TO  FLG-ARI
           PERFORM VARYING IDXA FROM 1 BY 1
                   UNTIL   IDXA            >   7
               IF      MHITSUYODO-A (IDXA) IS  NOT NUMERIC
               OR      MHITSUYODO-B (IDXA) IS  NOT NUMERIC
                   MOVE    1                   TO  FLG-ARI
               ELSE
                   MOVE    MHITSUYODO-A (IDXA) TO  HTD-A-TEN (IDXA)
                   MOVE    MHITSUYODO-B (IDXA) TO  HTD-B-TEN (IDXA)
               END-IF
           END-PERFORM
           IF      FLG-ARI             =   1
           OR      MHITSUYODO-C        IS  NOT NUMERIC
               MOVE    "Ａ・Ｂ・Ｃ項目の点数を入力"
                                       TO  MHITSUYODO-MSG
               GO  TO  240-TOUROKU-EXT
           END-IF
           MOVE    MHITSUYODO-C        TO  HTD-C-TEN
      *
           PERFORM 840-HANTEI-SEC
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           MOVE    SPA-HOSPNUM         TO  HTD-HOSPNUM
           MOVE    MHITSUYODO-BTUNUM   TO  HTD-BTUNUM
           MOVE    MHITSUYODO-HYOKAYMD TO  HTD-HYOKAYMD
           MOVE    MHITSUYODO-PTID     TO  HTD-PTID
           MOVE    WRK-ASCORE          TO  HTD-ASCORE
           MOVE    WRK-BSCORE          TO  HTD-BSCORE
           MOVE    WRK-CSCORE          TO  HTD-CSCORE
           MOVE    WRK-GAITOFLG        TO  HTD-GAITOFLG
           IF      MHITSUYODO-JIDOMSG  NOT =   SPACE
               MOVE    "1"                 TO  HTD-JIDOFLG
           ELSE
               MOVE    "0"                 TO  HTD-JIDOFLG
           END-IF
           MOVE    SPA-OPID            TO  HTD-OPID
           MOVE    SMCNDATE-YMD        TO  HTD-UPYMD
           MOVE    SMCNDATE-HMS        TO  HTD-UPHMS
      *
      *    同一評価日は削除後に登録する（変更を兼ねる）
           MOVE    HITSUYODO-REC       TO  MCPDATA-REC
           MOVE    "tbl_hitsuyodo"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    HITSUYODO-REC       TO  MCPDATA-REC
           MOVE    "tbl_hitsuyodo"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    "評価を登録できません"
                                       TO  MHITSUYODO-MSG
               GO  TO  240-TOUROKU-EXT
           END-IF
      *
           MOVE    WRK-ASCORE          TO  MHITSUYODO-ASCORE
           MOVE    WRK-BSCORE          TO  MHITSUYODO-BSCORE
           IF      WRK-GAITOFLG        =   "1"
               MOVE    "該当"              TO  MHITSUYODO-GAITO
           ELSE
               MOVE    "非該当"            TO  MHITSUYODO-GAITO
           END-IF
           PERFORM 280-LST-REFRESH-SEC
           MOVE    "評価を登録しました"
                                       TO  MHITSUYODO-MSG
           .
       240-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    評価削除処理
      *****************************************************************
       245-SAKUJO-SEC              SECTION.
      *
           IF      MHITSUYODO-PTID     IS  NOT NUMERIC
           OR      MHITSUYODO-PTID     =   ZERO
               MOVE    "患者を選択してください"
                                       TO  MHITSUYODO-MSG
               GO  TO  245-SAKUJO-EXT
           END-IF
      *
           INITIALIZE                  HITSUYODO-REC
           MOVE    SPA-HOSPNUM         TO  HTD-HOSPNUM
           MOVE    MHITSUYODO-BTUNUM   TO  HTD-BTUNUM
           MOVE    MHITSUYODO-HYOKAYMD TO  HTD-HYOKAYMD
           MOVE    MHITSUYODO-PTID     TO  HTD-PTID
           MOVE    HITSUYODO-REC       TO  MCPDATA-REC
           MOVE    "tbl_hitsuyodo"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    "評価が未登録です"
                                       TO  MHITSUYODO-MSG
               GO  TO  245-SAKUJO-EXT
           END-IF
      *
           PERFORM 260-HYOKA-CLEAR-SEC
           PERFORM 280-LST-REFRESH-SEC
           MOVE    "評価を削除しました"
                                       TO  MHITSUYODO-MSG
           .
       245-SAKUJO-EXT.
           EXIT.
      *****************************************************************
      *    一覧クリア処理
      *****************************************************************
       250-LST-CLEAR-SEC           SECTION.
      *
           INITIALIZE                  LST-AREA
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX             >   40
               MOVE    ZERO                TO
                       MHITSUYODO-LST-PTID (IDX)
                       MHITSUYODO-LST-ASCORE (IDX)
                       MHITSUYODO-LST-BSCORE (IDX)
                       MHITSUYODO-LST-CSCORE (IDX)
               MOVE    SPACE               TO
                       MHITSUYODO-LST-GAITO (IDX)
                       MHITSUYODO-LST-HYOKA (IDX)
           END-PERFORM
           .
       250-LST-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    評価入力欄クリア処理
      *****************************************************************
       260-HYOKA-CLEAR-SEC         SECTION.
      *
           MOVE    ZERO                TO  MHITSUYODO-SELNUM
                                           MHITSUYODO-PTID
                                           MHITSUYODO-C
                                           MHITSUYODO-ASCORE
                                           MHITSUYODO-BSCORE
           MOVE    SPACE               TO  MHITSUYODO-GAITO
                                           MHITSUYODO-JIDOMSG
           PERFORM VARYING IDXA FROM 1 BY 1
                   UNTIL   IDXA            >   7
               MOVE    ZERO                TO  MHITSUYODO-A (IDXA)
                                               MHITSUYODO-B (IDXA)
           END-PERFORM
           .
       260-HYOKA-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    病棟基準登録処理
      *****************************************************************
       270-KIJUN-SEC               SECTION.
      *
           IF      MHITSUYODO-BTUNUM   =   SPACE
               MOVE    "病棟を入力"        TO  MHITSUYODO-MSG
               GO  TO  270-KIJUN-EXT
           END-IF
           IF      MHITSUYODO-KIJUNRITU    IS  NOT NUMERIC
           OR      MHITSUYODO-KIJUNRITU    =   ZERO
           OR      MHITSUYODO-KIJUNRITU    >   100
               MOVE    "基準割合を入力"    TO  MHITSUYODO-MSG
               GO  TO  270-KIJUN-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           INITIALIZE                  HITSUYOKIJUN-REC
           MOVE    SPA-HOSPNUM         TO  HKJ-HOSPNUM
           MOVE    MHITSUYODO-BTUNUM   TO  HKJ-BTUNUM
           MOVE    MHITSUYODO-NYUINRYONM
                                       TO  HKJ-NYUINRYONM
           MOVE    MHITSUYODO-KIJUNRITU
                                       TO  HKJ-KIJUNRITU
           MOVE    SMCNDATE-YMD        TO  HKJ-UPYMD
           MOVE    SMCNDATE-HMS        TO  HKJ-UPHMS
      *
           MOVE    HITSUYOKIJUN-REC    TO  MCPDATA-REC
           MOVE    "tbl_hitsuyokijun"  TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    HITSUYOKIJUN-REC    TO  MCPDATA-REC
           MOVE    "tbl_hitsuyokijun"  TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "病棟基準を登録しました"
                                       TO  MHITSUYODO-MSG
           ELSE
               MOVE    "病棟基準を登録できません"
                                       TO  MHITSUYODO-MSG
           END-IF
           .
       270-KIJUN-EXT.
           EXIT.
      *****************************************************************
      *    一覧再編集処理（選択中の患者の行）
      *****************************************************************
       280-LST-REFRESH-SEC         SECTION.
      *
           MOVE    ZERO                TO  IDX2
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX             >   LST-MAX
               IF      LST-PTID (IDX)      =   MHITSUYODO-PTID
                   MOVE    IDX                 TO  IDX2
               END-IF
           END-PERFORM
           IF      IDX2                =   ZERO
               GO  TO  280-LST-REFRESH-EXT
           END-IF
      *
           PERFORM 810-HYOKA-GET-SEC
           IF      FLG-HTD             =   ZERO
               MOVE    HTD-ASCORE          TO
                       MHITSUYODO-LST-ASCORE (IDX2)
               MOVE    HTD-BSCORE          TO
                       MHITSUYODO-LST-BSCORE (IDX2)
               MOVE    HTD-CSCORE          TO
                       MHITSUYODO-LST-CSCORE (IDX2)
               IF      HTD-GAITOFLG        =   "1"
                   MOVE    "該当"
                                       TO  MHITSUYODO-LST-GAITO (IDX2)
               ELSE
                   MOVE    SPACE               TO
                           MHITSUYODO-LST-GAITO (IDX2)
               END-IF
               MOVE    "済"
                                       TO  MHITSUYODO-LST-HYOKA (IDX2)
           ELSE
               MOVE    ZERO                TO
                       MHITSUYODO-LST-ASCORE (IDX2)
                       MHITSUYODO-LST-BSCORE (IDX2)
                       MHITSUYODO-LST-CSCORE (IDX2)
               MOVE    SPACE               TO
                       MHITSUYODO-LST-GAITO (IDX2)
               MOVE    "未"
                                       TO  MHITSUYODO-LST-HYOKA (IDX2)
           END-IF
           .
       280-LST-REFRESH-EXT.
           EXIT.
      *****************************************************************
      *    病棟基準取得処理
      *****************************************************************
       800-KIJUN-GET-SEC           SECTION.
      *
           MOVE    SPACE               TO  MHITSUYODO-NYUINRYONM
           MOVE    ZERO                TO  MHITSUYODO-KIJUNRITU
      *
           INITIALIZE                  HITSUYOKIJUN-REC
           MOVE    SPA-HOSPNUM         TO  HKJ-HOSPNUM
           MOVE    MHITSUYODO-BTUNUM   TO  HKJ-BTUNUM
           MOVE    HITSUYOKIJUN-REC    TO  MCPDATA-REC
           MOVE    "tbl_hitsuyokijun"  TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_hitsuyokijun"  TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  HITSUYOKIJUN-REC
                   MOVE    HKJ-NYUINRYONM      TO  MHITSUYODO-NYUINRYONM
                   MOVE    HKJ-KIJUNRITU       TO  MHITSUYODO-KIJUNRITU
               END-IF
           END-IF
           MOVE    "tbl_hitsuyokijun"  TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       800-KIJUN-GET-EXT.
           EXIT.
      *****************************************************************
      *    評価１件取得処理
      *    （病棟・評価日・ＭＨＩＴＳＵＹＯＤＯ−ＰＴＩＤで検索する）
      *****************************************************************
       810-HYOKA-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-HTD
      *
           INITIALIZE                  HITSUYODO-REC
           MOVE    SPA-HOSPNUM         TO  HTD-HOSPNUM
           MOVE    MHITSUYODO-BTUNUM   TO  HTD-BTUNUM
           MOVE    MHITSUYODO-HYOKAYMD TO  HTD-HYOKAYMD
           MOVE    MHITSUYODO-PTID     TO  HTD-PTID
           MOVE    HITSUYODO-REC       TO  MCPDATA-REC
           MOVE    "tbl_hitsuyodo"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_hitsuyodo"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  HITSUYODO-REC
                   MOVE    ZERO                TO  FLG-HTD
               END-IF
           END-IF
           MOVE    "tbl_hitsuyodo"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       810-HYOKA-GET-EXT.
           EXIT.
      *****************************************************************
      *    Ａ・Ｃ項目自動判定処理
      *    （評価日の会計と評価項目対応コードから判定する。Ｃ項目等
      *      該当日数のあるものは前月からの会計も参照する。注射薬剤
      *      ３種類以上は評価日の注射の薬剤数で判定する）
      *****************************************************************
       830-JIDO-SEC                SECTION.
      *
           MOVE    ZERO                TO  CNT-YAKUZAI
           MOVE    SPACE               TO  WRK-CNAME
           MOVE    MHITSUYODO-HYOKAYMD TO  WRK-YMD
           IF      WRK-YMD-MM          =   1
               SUBTRACT    1               FROM    WRK-YMD-YY
               MOVE        12              TO      WRK-YMD-MM
           ELSE
               SUBTRACT    1               FROM    WRK-YMD-MM
           END-IF
           MOVE    WRK-YMD (1:6)       TO  WRK-ZENYM
      *
           MOVE    WRK-ZENYM           TO  WRK-SRYYM
           PERFORM 835-JIDO-YM-SEC
           MOVE    MHITSUYODO-HYOKAYMD (1:6)TO
                   WRK-SRYYM
           PERFORM 835-JIDO-YM-SEC
      *
           IF      CNT-YAKUZAI         >=  3
           AND     MHITSUYODO-A (3)    =   ZERO
               MOVE    1                   TO  MHITSUYODO-A (3)
           END-IF
      *
           IF      WRK-CNAME           =   SPACE
               MOVE    "会計から判定"      TO  MHITSUYODO-JIDOMSG
           ELSE
               STRING  "会計から判定（Ｃ："
                                           DELIMITED   BY  SIZE
                       WRK-CNAME           DELIMITED   BY  "  "
                       "）"                DELIMITED   BY  SIZE
                                           INTO    MHITSUYODO-JIDOMSG
               END-STRING
           END-IF
           .
       830-JIDO-EXT.
           EXIT.
      *****************************************************************
      *    Ａ・Ｃ項目自動判定処理（年月単位）
      *****************************************************************
       835-JIDO-YM-SEC             SECTION.
      *
           INITIALIZE                  SRYACT-REC
           MOVE    SPA-HOSPNUM         TO  ACT-HOSPNUM
           MOVE    MHITSUYODO-PTID     TO  ACT-PTID
           MOVE    WRK-SRYYM           TO  ACT-SRYYMD (1:6)
           MOVE    "%"                 TO  ACT-SRYYMD (7:1)
           MOVE    SRYACT-REC          TO  MCPDATA-REC
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ptym"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH2
               PERFORM UNTIL   FLG-FETCH2      =   1
                   MOVE    "tbl_sryact"        TO  MCP-TABLE
                   MOVE    "ptym"              TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  SRYACT-REC
                       IF      ACT-SRYYMD      <=  MHITSUYODO-HYOKAYMD
                           PERFORM 836-JIDO-1KEN-SEC
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH2
                   END-IF
               END-PERFORM
           END-IF
      *
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ptym"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       835-JIDO-YM-EXT.
           EXIT.
      *****************************************************************
      *    Ａ・Ｃ項目自動判定処理（会計１件）
      *****************************************************************
       836-JIDO-1KEN-SEC           SECTION.
      *
      *    評価日の注射の薬剤（医薬品コードは６で始まる）を数える
           IF      ACT-SRYYMD          =   MHITSUYODO-HYOKAYMD
           AND     ACT-SRYKBN (1:1)    =   "3"
           AND     ACT-SRYCD (1:1)     =   "6"
               ADD     1                   TO  CNT-YAKUZAI
           END-IF
      *
           PERFORM 820-HCD-GET-SEC
           IF      FLG-HCD         NOT =   ZERO
               GO  TO  836-JIDO-1KEN-EXT
           END-IF
      *
      *    該当日数内の会計か判定する（日数０・１は評価日のみ）
           IF      ACT-SRYYMD      NOT =   MHITSUYODO-HYOKAYMD
               IF      HCD-NISSU           <=  1
                   GO  TO  836-JIDO-1KEN-EXT
               END-IF
               INITIALIZE                  STS-AREA-DAY
               MOVE    "61"                TO  LNK-DAY6-IRAI
               MOVE    MHITSUYODO-HYOKAYMD TO  LNK-DAY6-KIJUN
               MOVE    "2"                 TO  LNK-DAY6-ZOGENPTN
               COMPUTE LNK-DAY6-ZOGEN  =   1   -   HCD-NISSU
               CALL    "ORCSDAY"           USING   STS-AREA-DAY
                                                   LNK-DAY6-AREA
               MOVE    LNK-DAY6-KEISAN     TO  WRK-FROMYMD
               IF      ACT-SRYYMD          <   WRK-FROMYMD
                   GO  TO  836-JIDO-1KEN-EXT
               END-IF
           END-IF
      *
           IF      HCD-KOUMOKU (1:1)   =   "A"
           AND     HCD-KOUMOKU (2:1)   >=  "1"
           AND     HCD-KOUMOKU (2:1)   <=  "7"
               MOVE    HCD-KOUMOKU (2:1)   TO  IDXA
               IF      HCD-TENSU       >   MHITSUYODO-A (IDXA)
                   MOVE    HCD-TENSU           TO  MHITSUYODO-A (IDXA)
               END-IF
           END-IF
           IF      HCD-KOUMOKU (1:1)   =   "C"
               IF      HCD-TENSU       >   MHITSUYODO-C
                   MOVE    HCD-TENSU           TO  MHITSUYODO-C
               END-IF
               IF      WRK-CNAME           =   SPACE
                   MOVE    ACT-NAME            TO  WRK-CNAME
               END-IF
           END-IF
           .
       836-JIDO-1KEN-EXT.
           EXIT.
      *****************************************************************
      *    評価項目対応コード取得処理
      *****************************************************************
       820-HCD-GET-SEC             SECTION.
      *
           MOVE    1                   TO  FLG-HCD
      *
           INITIALIZE                  HITSUYOCD-REC
           MOVE    SPA-HOSPNUM         TO  HCD-HOSPNUM
           MOVE    ACT-SRYCD           TO  HCD-SRYCD
           MOVE    HITSUYOCD-REC       TO  MCPDATA-REC
           MOVE    "tbl_hitsuyocd"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_hitsuyocd"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  HITSUYOCD-REC
                   MOVE    ZERO                TO  FLG-HCD
               END-IF
           END-IF
           MOVE    "tbl_hitsuyocd"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       820-HCD-GET-EXT.
           EXIT.
      *****************************************************************
      *    基準該当判定処理
      *    （Ａ得点２点以上かつＢ得点３点以上、Ａ得点３点以上、
      *      Ｃ得点１点以上のいずれかを基準該当とする）
      *****************************************************************
       840-HANTEI-SEC              SECTION.
      *
           MOVE    ZERO                TO  WRK-ASCORE
                                           WRK-BSCORE
           PERFORM VARYING IDXA FROM 1 BY 1
                   UNTIL   IDXA            >   7
               ADD     HTD-A-TEN (IDXA)    TO  WRK-ASCORE
               ADD     HTD-B-TEN (IDXA)    TO  WRK-BSCORE
           END-PERFORM
           MOVE    HTD-C-TEN           TO  WRK-CSCORE
      *
           IF    ( WRK-ASCORE          >=  2
           AND     WRK-BSCORE          >=  3 )
           OR      WRK-ASCORE          >=  3
           OR      WRK-CSCORE          >=  1
               MOVE    "1"                 TO  WRK-GAITOFLG
           ELSE
               MOVE    "0"                 TO  WRK-GAITOFLG
           END-IF
           .
       840-HANTEI-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MHITSUYODO"        TO  MCP-WINDOW
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
           MOVE    "MHITSUYODO"        TO  SPA-MOTOPG
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
