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
       PROGRAM-ID.                 ORCGSAGAKUDOI.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 入院
      *  コンポーネント名  : 特別療養環境室同意書登録
      *                      （ＭＳＡＧＡＫＵＤＯＩ）
      *                      （個室差額のある病床（空床管理
      *                        （ＯＲＣＧＢＹＯＳＨＯ）の病床マスタ）に
      *                        入室する患者について、同意書の取得日・
      *                        日額・適用期間と、室料差額を計上する
      *                        自費の診療行為コードを登録する。治療上
      *                        の必要等で差額を徴収しない場合はその
      *                        理由を登録する。在室日ごとの入院会計
      *                        への計上と日次の一覧はＯＲＣＢＳＡＧＡＫＵ
      *                        で行う）
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
           03  FLG-SGD             PIC 9(01).
           03  FLG-TENSU           PIC 9(01).
           03  FLG-JUFUKU          PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(02).
      *
      *    一覧（患者の同意書履歴）
       01  LST-AREA.
           03  LST-MAX             PIC 9(02).
           03  LST-STYMD           PIC X(08)   OCCURS  20.
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-ENDYMD          PIC X(08).
           03  WRK-YMD             PIC X(08).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    特別療養環境室同意書テーブル
      *    （患者・適用開始日単位。ＯＲＣＢＳＡＧＡＫＵが室料差額の
      *      日次計上と同意書未取得・徴収なしの一覧に参照する）
       01  SAGAKUDOI-REC.
           03  SGD-HOSPNUM         PIC 9(02).
           03  SGD-PTID            PIC 9(10).
      *    適用期間（終了日が空白は継続）
           03  SGD-STYMD           PIC X(08).
           03  SGD-EDYMD           PIC X(08).
      *    同意書取得日（空白は未取得）
           03  SGD-DOIYMD          PIC X(08).
      *    日額（円）
           03  SGD-NITIGAKU        PIC 9(06).
      *    徴収区分
      *    １：徴収する　２：治療上の必要等により徴収しない
           03  SGD-CHOSYUKBN       PIC X(01).
           03  SGD-RIYU            PIC X(60).
      *    室料差額を計上する自費の診療行為コード
           03  SGD-SRYCD           PIC X(09).
           03  SGD-OPID            PIC X(16).
           03  SGD-UPYMD           PIC X(08).
           03  SGD-UPHMS           PIC X(06).
      *
      *    点数マスタ
       01  TNS-TENSU-REC.
           COPY    "CPTENSU.INC".
      *
      *****************************************************************
      *    サブプロ用　領域
      *****************************************************************
      *
      *    マシン日付取得サブ
           COPY    "CPORCSMCNDATE.INC".
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
           COPY    "MSAGAKUDOI.INC".
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
           MOVE    ZERO                TO  MSAGAKUDOI-PTID
           MOVE    SPACE               TO  MSAGAKUDOI-MSG
           PERFORM 250-LST-CLEAR-SEC
           PERFORM 260-NYURYOKU-CLEAR-SEC
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
           MOVE    SPACE               TO  MSAGAKUDOI-MSG
           EVALUATE    MCP-EVENT       ALSO    MCP-WIDGET
      *        表示（患者の同意書履歴）
               WHEN    "CLICKED"       ALSO    "B02"
                   PERFORM 260-NYURYOKU-CLEAR-SEC
                   PERFORM 220-DISP-SEC
                   PERFORM 290-REDISP-SEC
      *        選択（履歴を入力欄へ）
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-SELECT-SEC
                   PERFORM 290-REDISP-SEC
      *        登録（新規・変更）
               WHEN    "CLICKED"       ALSO    "B04"
                   PERFORM 240-TOUROKU-SEC
                   PERFORM 290-REDISP-SEC
      *        削除
               WHEN    "CLICKED"       ALSO    "B05"
                   PERFORM 245-SAKUJO-SEC
                   PERFORM 290-REDISP-SEC
      *        入力欄クリア（新規入力）
               WHEN    "CLICKED"       ALSO    "B06"
                   PERFORM 260-NYURYOKU-CLEAR-SEC
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
           PERFORM 250-LST-CLEAR-SEC
      *
           IF      MSAGAKUDOI-PTID     IS  NOT NUMERIC
           OR      MSAGAKUDOI-PTID     =   ZERO
               MOVE    "患者を入力"        TO  MSAGAKUDOI-MSG
               GO  TO  220-DISP-EXT
           END-IF
      *
           INITIALIZE                  SAGAKUDOI-REC
           MOVE    SPA-HOSPNUM         TO  SGD-HOSPNUM
           MOVE    MSAGAKUDOI-PTID     TO  SGD-PTID
           MOVE    SAGAKUDOI-REC       TO  MCPDATA-REC
           MOVE    "tbl_sagakudoi"     TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH       =   1
                       OR      LST-MAX         >=  20
                   MOVE    "tbl_sagakudoi"     TO  MCP-TABLE
                   MOVE    "ptid"              TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  SAGAKUDOI-REC
                       PERFORM 225-LST-ADD-SEC
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_sagakudoi"     TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      LST-MAX             =   ZERO
               MOVE    "同意書の登録がありません"
                                       TO  MSAGAKUDOI-MSG
           END-IF
           .
       220-DISP-EXT.
           EXIT.
      *****************************************************************
      *    一覧追加処理
      *****************************************************************
       225-LST-ADD-SEC             SECTION.
      *
           ADD     1                   TO  LST-MAX
           MOVE    LST-MAX             TO  IDX
           MOVE    SGD-STYMD           TO  LST-STYMD (IDX)
      *
           MOVE    SGD-STYMD           TO  MSAGAKUDOI-LST-STYMD (IDX)
           MOVE    SGD-EDYMD           TO  MSAGAKUDOI-LST-EDYMD (IDX)
           MOVE    SGD-NITIGAKU        TO
                   MSAGAKUDOI-LST-NITIGAKU (IDX)
           MOVE    SGD-SRYCD           TO  MSAGAKUDOI-LST-SRYCD (IDX)
           IF      SGD-DOIYMD          =   SPACE
               MOVE    "未取得"
                                       TO  MSAGAKUDOI-LST-DOIYMD (IDX)
           ELSE
               MOVE    SGD-DOIYMD
                                       TO  MSAGAKUDOI-LST-DOIYMD (IDX)
           END-IF
           IF      SGD-CHOSYUKBN       =   "2"
               MOVE    "徴収なし"
                                       TO  MSAGAKUDOI-LST-CHOSYU (IDX)
           ELSE
               MOVE    "徴収"
                                       TO  MSAGAKUDOI-LST-CHOSYU (IDX)
           END-IF
           .
       225-LST-ADD-EXT.
           EXIT.
      *****************************************************************
      *    選択処理
      *****************************************************************
       230-SELECT-SEC              SECTION.
      *
           IF      MSAGAKUDOI-SELNUM   IS  NOT NUMERIC
           OR      MSAGAKUDOI-SELNUM   =   ZERO
           OR      MSAGAKUDOI-SELNUM   >   LST-MAX
               MOVE    "選択番号を入力"    TO  MSAGAKUDOI-MSG
               GO  TO  230-SELECT-EXT
           END-IF
      *
           MOVE    MSAGAKUDOI-SELNUM   TO  IDX
           INITIALIZE                  SAGAKUDOI-REC
           MOVE    SPA-HOSPNUM         TO  SGD-HOSPNUM
           MOVE    MSAGAKUDOI-PTID     TO  SGD-PTID
           MOVE    LST-STYMD (IDX)     TO  SGD-STYMD
           PERFORM 810-SAGAKUDOI-GET-SEC
           IF      FLG-SGD         NOT =   ZERO
               MOVE    "選択した同意書がありません"
                                       TO  MSAGAKUDOI-MSG
               GO  TO  230-SELECT-EXT
           END-IF
      *
           MOVE    SGD-STYMD           TO  MSAGAKUDOI-STYMD
           MOVE    SGD-EDYMD           TO  MSAGAKUDOI-EDYMD
           MOVE    SGD-DOIYMD          TO  MSAGAKUDOI-DOIYMD
           MOVE    SGD-NITIGAKU        TO  MSAGAKUDOI-NITIGAKU
           MOVE    SGD-CHOSYUKBN       TO  MSAGAKUDOI-CHOSYUKBN
           MOVE    SGD-RIYU            TO  MSAGAKUDOI-RIYU
           MOVE    SGD-SRYCD           TO  MSAGAKUDOI-SRYCD
           .
       230-SELECT-EXT.
           EXIT.
      *****************************************************************
      *    登録処理
      *    （選択中の履歴は適用開始日を変更しても置き換える）
      *****************************************************************
       240-TOUROKU-SEC             SECTION.
      *
           PERFORM 270-CHECK-SEC
           IF      MSAGAKUDOI-MSG  NOT =   SPACE
               GO  TO  240-TOUROKU-EXT
           END-IF
      *
      *    選択中の履歴を削除してから登録する
           IF      MSAGAKUDOI-SELNUM   IS  NUMERIC
           AND     MSAGAKUDOI-SELNUM   >   ZERO
           AND     MSAGAKUDOI-SELNUM   <=  LST-MAX
               MOVE    MSAGAKUDOI-SELNUM   TO  IDX
               INITIALIZE                  SAGAKUDOI-REC
               MOVE    SPA-HOSPNUM         TO  SGD-HOSPNUM
               MOVE    MSAGAKUDOI-PTID     TO  SGD-PTID
               MOVE    LST-STYMD (IDX)     TO  SGD-STYMD
               MOVE    SAGAKUDOI-REC       TO  MCPDATA-REC
               MOVE    "tbl_sagakudoi"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBDELETE"          TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           INITIALIZE                  SAGAKUDOI-REC
           MOVE    SPA-HOSPNUM         TO  SGD-HOSPNUM
           MOVE    MSAGAKUDOI-PTID     TO  SGD-PTID
           MOVE    MSAGAKUDOI-STYMD    TO  SGD-STYMD
           MOVE    MSAGAKUDOI-EDYMD    TO  SGD-EDYMD
           MOVE    MSAGAKUDOI-DOIYMD   TO  SGD-DOIYMD
           MOVE    MSAGAKUDOI-NITIGAKU TO  SGD-NITIGAKU
           MOVE    MSAGAKUDOI-CHOSYUKBN
                                       TO  SGD-CHOSYUKBN
           MOVE    MSAGAKUDOI-RIYU     TO  SGD-RIYU
           MOVE    MSAGAKUDOI-SRYCD    TO  SGD-SRYCD
           MOVE    SPA-OPID            TO  SGD-OPID
           MOVE    SMCNDATE-YMD        TO  SGD-UPYMD
           MOVE    SMCNDATE-HMS        TO  SGD-UPHMS
           MOVE    SAGAKUDOI-REC       TO  MCPDATA-REC
           MOVE    "tbl_sagakudoi"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    "同意書を登録できません"
                                       TO  MSAGAKUDOI-MSG
               GO  TO  240-TOUROKU-EXT
           END-IF
      *
           PERFORM 220-DISP-SEC
           PERFORM 260-NYURYOKU-CLEAR-SEC
           MOVE    "登録しました"      TO  MSAGAKUDOI-MSG
           .
       240-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    削除処理
      *****************************************************************
       245-SAKUJO-SEC              SECTION.
      *
           IF      MSAGAKUDOI-SELNUM   IS  NOT NUMERIC
           OR      MSAGAKUDOI-SELNUM   =   ZERO
           OR      MSAGAKUDOI-SELNUM   >   LST-MAX
               MOVE    "選択番号を入力"    TO  MSAGAKUDOI-MSG
               GO  TO  245-SAKUJO-EXT
           END-IF
      *
           MOVE    MSAGAKUDOI-SELNUM   TO  IDX
           INITIALIZE                  SAGAKUDOI-REC
           MOVE    SPA-HOSPNUM         TO  SGD-HOSPNUM
           MOVE    MSAGAKUDOI-PTID     TO  SGD-PTID
           MOVE    LST-STYMD (IDX)     TO  SGD-STYMD
           MOVE    SAGAKUDOI-REC       TO  MCPDATA-REC
           MOVE    "tbl_sagakudoi"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    "同意書を削除できません"
                                       TO  MSAGAKUDOI-MSG
               GO  TO  245-SAKUJO-EXT
           END-IF
      *
           PERFORM 220-DISP-SEC
           PERFORM 260-NYURYOKU-CLEAR-SEC
           MOVE    "削除しました"      TO  MSAGAKUDOI-MSG
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
                   UNTIL   IDX             >   20
               MOVE    SPACE               TO
                       MSAGAKUDOI-LST-STYMD (IDX)
                       MSAGAKUDOI-LST-EDYMD (IDX)
                       MSAGAKUDOI-LST-DOIYMD (IDX)
                       MSAGAKUDOI-LST-CHOSYU (IDX)
                       MSAGAKUDOI-LST-SRYCD (IDX)
               MOVE    ZERO                TO
                       MSAGAKUDOI-LST-NITIGAKU (IDX)
           END-PERFORM
           .
       250-LST-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    入力欄クリア処理
      *****************************************************************
       260-NYURYOKU-CLEAR-SEC      SECTION.
      *
           MOVE    ZERO                TO  MSAGAKUDOI-SELNUM
                                           MSAGAKUDOI-NITIGAKU
           MOVE    SPACE               TO  MSAGAKUDOI-STYMD
                                           MSAGAKUDOI-EDYMD
                                           MSAGAKUDOI-DOIYMD
                                           MSAGAKUDOI-RIYU
                                           MSAGAKUDOI-SRYCD
           MOVE    "1"                 TO  MSAGAKUDOI-CHOSYUKBN
           .
       260-NYURYOKU-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    入力チェック処理
      *****************************************************************
       270-CHECK-SEC               SECTION.
      *
           IF      MSAGAKUDOI-PTID     IS  NOT NUMERIC
           OR      MSAGAKUDOI-PTID     =   ZERO
               MOVE    "患者を入力"        TO  MSAGAKUDOI-MSG
               GO  TO  270-CHECK-EXT
           END-IF
           IF      MSAGAKUDOI-STYMD    IS  NOT NUMERIC
               MOVE    "適用開始日を入力"  TO  MSAGAKUDOI-MSG
               GO  TO  270-CHECK-EXT
           END-IF
           IF      MSAGAKUDOI-EDYMD    NOT =   SPACE
               IF      MSAGAKUDOI-EDYMD    IS  NOT NUMERIC
               OR      MSAGAKUDOI-EDYMD    <   MSAGAKUDOI-STYMD
                   MOVE    "適用終了日に誤りがあります"
                                       TO  MSAGAKUDOI-MSG
                   GO  TO  270-CHECK-EXT
               END-IF
           END-IF
      *    同意書取得日は未取得（空白）を認める
           IF      MSAGAKUDOI-DOIYMD   NOT =   SPACE
           AND     MSAGAKUDOI-DOIYMD   IS  NOT NUMERIC
               MOVE    "同意書取得日に誤りがあります"
                                       TO  MSAGAKUDOI-MSG
               GO  TO  270-CHECK-EXT
           END-IF
           IF      MSAGAKUDOI-NITIGAKU IS  NOT NUMERIC
               MOVE    ZERO                TO  MSAGAKUDOI-NITIGAKU
           END-IF
      *
           EVALUATE    MSAGAKUDOI-CHOSYUKBN
               WHEN    "1"
                   IF      MSAGAKUDOI-NITIGAKU =   ZERO
                       MOVE    "日額を入力"
                                       TO  MSAGAKUDOI-MSG
                       GO  TO  270-CHECK-EXT
                   END-IF
                   IF      MSAGAKUDOI-SRYCD    =   SPACE
                       MOVE    "計上する自費コードを入力"
                                       TO  MSAGAKUDOI-MSG
                       GO  TO  270-CHECK-EXT
                   END-IF
                   PERFORM 820-TENSU-CHK-SEC
                   IF      FLG-TENSU       NOT =   ZERO
                       MOVE    "自費コードの登録なし"
                                       TO  MSAGAKUDOI-MSG
                       GO  TO  270-CHECK-EXT
                   END-IF
               WHEN    "2"
                   IF      MSAGAKUDOI-RIYU     =   SPACE
                       MOVE    "徴収しない理由を入力"
                                       TO  MSAGAKUDOI-MSG
                       GO  TO  270-CHECK-EXT
                   END-IF
               WHEN    OTHER
                   MOVE    "徴収区分は１か２"
                                       TO  MSAGAKUDOI-MSG
                   GO  TO  270-CHECK-EXT
           END-EVALUATE
      *
      *    他の同意書と適用期間が重ならないこと
           PERFORM 830-JUFUKU-CHK-SEC
           IF      FLG-JUFUKU          =   1
               MOVE    "他の同意書と適用期間が重複"
                                       TO  MSAGAKUDOI-MSG
           END-IF
           .
       270-CHECK-EXT.
           EXIT.
      *****************************************************************
      *    同意書取得処理
      *****************************************************************
       810-SAGAKUDOI-GET-SEC       SECTION.
      *
           MOVE    1                   TO  FLG-SGD
           MOVE    SAGAKUDOI-REC       TO  MCPDATA-REC
           MOVE    "tbl_sagakudoi"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_sagakudoi"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  SAGAKUDOI-REC
                   MOVE    ZERO                TO  FLG-SGD
               END-IF
           END-IF
           MOVE    "tbl_sagakudoi"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       810-SAGAKUDOI-GET-EXT.
           EXIT.
      *****************************************************************
      *    自費コード確認処理（適用開始日に有効か）
      *****************************************************************
       820-TENSU-CHK-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-TENSU
           INITIALIZE                  TNS-TENSU-REC
           MOVE    SPA-HOSPNUM         TO  TNS-HOSPNUM
           MOVE    MSAGAKUDOI-SRYCD    TO  TNS-SRYCD
           MOVE    MSAGAKUDOI-STYMD    TO  TNS-YUKOSTYMD
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
                   MOVE    ZERO                TO  FLG-TENSU
               END-IF
           END-IF
           MOVE    "tbl_tensu"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       820-TENSU-CHK-EXT.
           EXIT.
      *****************************************************************
      *    適用期間重複確認処理
      *    （終了日が空白のものは以後ずっと適用として扱う）
      *****************************************************************
       830-JUFUKU-CHK-SEC          SECTION.
      *
           MOVE    ZERO                TO  FLG-JUFUKU
           IF      MSAGAKUDOI-EDYMD    =   SPACE
               MOVE    "99999999"          TO  WRK-ENDYMD
           ELSE
               MOVE    MSAGAKUDOI-EDYMD    TO  WRK-ENDYMD
           END-IF
      *
           INITIALIZE                  SAGAKUDOI-REC
           MOVE    SPA-HOSPNUM         TO  SGD-HOSPNUM
           MOVE    MSAGAKUDOI-PTID     TO  SGD-PTID
           MOVE    SAGAKUDOI-REC       TO  MCPDATA-REC
           MOVE    "tbl_sagakudoi"     TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH       =   1
                   MOVE    "tbl_sagakudoi"     TO  MCP-TABLE
                   MOVE    "ptid"              TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  SAGAKUDOI-REC
                       PERFORM 835-JUFUKU-1KEN-SEC
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_sagakudoi"     TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       830-JUFUKU-CHK-EXT.
           EXIT.
      *****************************************************************
      *    適用期間重複確認処理（１件）
      *****************************************************************
       835-JUFUKU-1KEN-SEC         SECTION.
      *
      *    変更中の履歴自身は対象外
           IF      MSAGAKUDOI-SELNUM   IS  NUMERIC
           AND     MSAGAKUDOI-SELNUM   >   ZERO
           AND     MSAGAKUDOI-SELNUM   <=  LST-MAX
               MOVE    MSAGAKUDOI-SELNUM   TO  IDX
               IF      SGD-STYMD           =   LST-STYMD (IDX)
                   GO  TO  835-JUFUKU-1KEN-EXT
               END-IF
           END-IF
      *
           IF      SGD-EDYMD           =   SPACE
               MOVE    "99999999"          TO  WRK-YMD
           ELSE
               MOVE    SGD-EDYMD           TO  WRK-YMD
           END-IF
           IF      SGD-STYMD           <=  WRK-ENDYMD
           AND     MSAGAKUDOI-STYMD    <=  WRK-YMD
               MOVE    1                   TO  FLG-JUFUKU
           END-IF
           .
       835-JUFUKU-1KEN-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MSAGAKUDOI"        TO  MCP-WINDOW
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
           MOVE    "MSAGAKUDOI"        TO  SPA-MOTOPG
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
