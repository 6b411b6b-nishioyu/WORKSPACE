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
       PROGRAM-ID.                 ORCGGENMEN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 患者登録
      *  コンポーネント名  : 一部負担金減免証明書登録（ＭＧＥＮＭＥＮ）
      *                      （災害・生活困窮等により保険者が交付した
      *                        一部負担金減免証明書を、患者の保険
      *                        （保険ＩＤ）に紐づけて登録する。
      *                        減免区分・減免事由・減額割合・有効
      *                        期間・証明書番号を保持し、保険者番号
      *                        は患者保険から取得する。
      *                        窓口負担の減免は一部負担金減免サブ
      *                        （ＯＲＣＳＧＥＮＭＥＮ）が行う）
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
           03  FLG-PTHKN           PIC 9(01).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-COUNT           PIC 9(04)   COMP.
           03  WRK-RC              PIC S9(09)  BINARY.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    一部負担金減免証明書テーブル
      *    （ＯＲＣＳＧＥＮＭＥＮと同一レイアウト）
       01  GENMEN-REC.
           03  GNM-HOSPNUM         PIC 9(02).
           03  GNM-PTID            PIC 9(10).
           03  GNM-HKNID           PIC 9(10).
           03  GNM-STYMD           PIC X(08).
           03  GNM-EDYMD           PIC X(08).
           03  GNM-HKNJANUM        PIC X(08).
           03  GNM-GENMENKBN       PIC X(01).
           03  GNM-RIYUKBN         PIC X(01).
           03  GNM-WARIAI          PIC 9(03).
           03  GNM-SYOMEINUM       PIC X(20).
           03  GNM-UPYMD           PIC X(08).
           03  GNM-UPHMS           PIC X(06).
      *
      *    患者情報
       01  PTINF-REC.
           COPY    "CPPTINF.INC".
      *
      *    患者保険情報
       01  PTHKNINF-REC.
           COPY    "CPPTHKNINF.INC".
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
           COPY    "MGENMEN.INC".
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
           MOVE    SPACE               TO  MGENMEN-PTID
                                           MGENMEN-NAME
                                           MGENMEN-HKNID
                                           MGENMEN-HKNJANUM
                                           MGENMEN-STYMD
                                           MGENMEN-EDYMD
                                           MGENMEN-GENMENKBN
                                           MGENMEN-RIYUKBN
                                           MGENMEN-WARIAI
                                           MGENMEN-SYOMEINUM
                                           MGENMEN-MSG
           INITIALIZE                      MGENMEN-PTID
                                           MGENMEN-NAME
                                           MGENMEN-HKNID
                                           MGENMEN-HKNJANUM
                                           MGENMEN-STYMD
                                           MGENMEN-EDYMD
                                           MGENMEN-GENMENKBN
                                           MGENMEN-RIYUKBN
                                           MGENMEN-WARIAI
                                           MGENMEN-SYOMEINUM
                                           MGENMEN-MSG
      *    減免区分・事由の初期値は免除・災害
           MOVE    "2"                 TO  MGENMEN-GENMENKBN
           MOVE    "1"                 TO  MGENMEN-RIYUKBN
           MOVE    ZERO                TO  MGENMEN-COUNT
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
      *        証明書一覧表示
               WHEN    "CLICKED"       ALSO    "B02"
                   MOVE    SPACE               TO  MGENMEN-MSG
                   PERFORM 220-DISP-SEC
                   PERFORM 290-REDISP-SEC
      *        証明書登録
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-TOUROKU-SEC
      *        証明書削除
               WHEN    "CLICKED"       ALSO    "B04"
                   PERFORM 240-SAKUJO-SEC
               WHEN    OTHER
                   PERFORM 210-BACK
           END-EVALUATE
      *
           .
       200-GMNSENI-EXT.
           EXIT.
      *****************************************************************
      *    証明書一覧表示処理
      *    （患者の全保険分の証明書を一覧に表示する）
      *****************************************************************
       220-DISP-SEC                SECTION.
      *
           MOVE    ZERO                TO  MGENMEN-COUNT
      *
           IF      MGENMEN-PTID        IS  NOT NUMERIC
           OR      MGENMEN-PTID        =   ZERO
               MOVE    "患者番号を入力してください"
                                       TO  MGENMEN-MSG
               GO  TO  220-DISP-EXT
           END-IF
      *
           PERFORM 800-PTINF-GET-SEC
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    SPACE               TO  MGENMEN-NAME
               MOVE    "患者が登録されていません"
                                       TO  MGENMEN-MSG
               GO  TO  220-DISP-EXT
           END-IF
           MOVE    PTINF-NAME          TO  MGENMEN-NAME
      *
           PERFORM 830-GENMEN-LIST-SEC
           IF      MGENMEN-COUNT       =   ZERO
           AND     MGENMEN-MSG         =   SPACE
               MOVE    "減免証明書の登録はありません"
                                       TO  MGENMEN-MSG
           END-IF
           .
       220-DISP-EXT.
           EXIT.
      *****************************************************************
      *    証明書登録処理
      *    （同一保険・開始日は削除後に登録する（変更を兼ねる））
      *****************************************************************
       230-TOUROKU-SEC             SECTION.
      *
           PERFORM 260-KEY-CHK-SEC
           IF      MGENMEN-MSG     NOT =   SPACE
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MGENMEN-EDYMD       IS  NOT NUMERIC
               MOVE    "99999999"          TO  MGENMEN-EDYMD
           END-IF
           IF      MGENMEN-STYMD       >   MGENMEN-EDYMD
               MOVE    "有効期間に誤りがあります"
                                       TO  MGENMEN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF    ( MGENMEN-GENMENKBN NOT =   "1" )
           AND   ( MGENMEN-GENMENKBN NOT =   "2" )
           AND   ( MGENMEN-GENMENKBN NOT =   "3" )
               MOVE    "減免区分は１から３です"
                                       TO  MGENMEN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF    ( MGENMEN-RIYUKBN   NOT =   "1" )
           AND   ( MGENMEN-RIYUKBN   NOT =   "2" )
           AND   ( MGENMEN-RIYUKBN   NOT =   "9" )
               MOVE    "減免事由は１・２・９です"
                                       TO  MGENMEN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *    減額割合は減額のときのみ入力（免除・猶予は１００）
           IF      MGENMEN-GENMENKBN   =   "1"
               IF      MGENMEN-WARIAI      IS  NOT NUMERIC
               OR      MGENMEN-WARIAI      =   ZERO
               OR      MGENMEN-WARIAI      >   99
                   MOVE    "減額割合は１から９９です"
                                       TO  MGENMEN-MSG
                   PERFORM 290-REDISP-SEC
                   GO  TO  230-TOUROKU-EXT
               END-IF
           ELSE
               MOVE    100                 TO  MGENMEN-WARIAI
           END-IF
           IF      MGENMEN-SYOMEINUM   =   SPACE
               MOVE    "証明書番号を入力してください"
                                       TO  MGENMEN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           INITIALIZE                  GENMEN-REC
           MOVE    SPA-HOSPNUM         TO  GNM-HOSPNUM
           MOVE    MGENMEN-PTID        TO  GNM-PTID
           MOVE    MGENMEN-HKNID       TO  GNM-HKNID
           MOVE    MGENMEN-STYMD       TO  GNM-STYMD
           MOVE    MGENMEN-EDYMD       TO  GNM-EDYMD
           MOVE    PTHKN-HKNJANUM      TO  GNM-HKNJANUM
           MOVE    MGENMEN-GENMENKBN   TO  GNM-GENMENKBN
           MOVE    MGENMEN-RIYUKBN     TO  GNM-RIYUKBN
           MOVE    MGENMEN-WARIAI      TO  GNM-WARIAI
           MOVE    MGENMEN-SYOMEINUM   TO  GNM-SYOMEINUM
           MOVE    SMCNDATE-YMD        TO  GNM-UPYMD
           MOVE    SMCNDATE-HMS        TO  GNM-UPHMS
      *
           MOVE    GENMEN-REC          TO  MCPDATA-REC
           MOVE    "tbl_genmen"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    GENMEN-REC          TO  MCPDATA-REC
           MOVE    "tbl_genmen"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           MOVE    SPACE               TO  MGENMEN-MSG
           PERFORM 220-DISP-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "登録しました"      TO  MGENMEN-MSG
           ELSE
               MOVE    "登録できませんでした"
                                       TO  MGENMEN-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    証明書削除処理
      *****************************************************************
       240-SAKUJO-SEC              SECTION.
      *
           PERFORM 260-KEY-CHK-SEC
           IF      MGENMEN-MSG     NOT =   SPACE
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
      *
           INITIALIZE                  GENMEN-REC
           MOVE    SPA-HOSPNUM         TO  GNM-HOSPNUM
           MOVE    MGENMEN-PTID        TO  GNM-PTID
           MOVE    MGENMEN-HKNID       TO  GNM-HKNID
           MOVE    MGENMEN-STYMD       TO  GNM-STYMD
           MOVE    GENMEN-REC          TO  MCPDATA-REC
           MOVE    "tbl_genmen"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           MOVE    SPACE               TO  MGENMEN-MSG
           PERFORM 220-DISP-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "削除しました"      TO  MGENMEN-MSG
           ELSE
               MOVE    "削除できませんでした"
                                       TO  MGENMEN-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       240-SAKUJO-EXT.
           EXIT.
      *****************************************************************
      *    キー項目チェック処理
      *    （誤りがあればメッセージを設定する。保険ＩＤは患者保険
      *      の登録を確認し、保険者番号を表示する）
      *****************************************************************
       260-KEY-CHK-SEC             SECTION.
      *
           MOVE    SPACE               TO  MGENMEN-MSG
           IF      MGENMEN-PTID        IS  NOT NUMERIC
           OR      MGENMEN-PTID        =   ZERO
               MOVE    "患者番号を入力してください"
                                       TO  MGENMEN-MSG
               GO  TO  260-KEY-CHK-EXT
           END-IF
           IF      MGENMEN-HKNID       IS  NOT NUMERIC
           OR      MGENMEN-HKNID       =   ZERO
               MOVE    "保険ＩＤを入力してください"
                                       TO  MGENMEN-MSG
               GO  TO  260-KEY-CHK-EXT
           END-IF
           PERFORM 810-PTHKN-GET-SEC
           IF      FLG-PTHKN       NOT =   ZERO
               MOVE    SPACE               TO  MGENMEN-HKNJANUM
               MOVE    "患者の保険が登録されていません"
                                       TO  MGENMEN-MSG
               GO  TO  260-KEY-CHK-EXT
           END-IF
           MOVE    PTHKN-HKNJANUM      TO  MGENMEN-HKNJANUM
           IF      MGENMEN-STYMD       IS  NOT NUMERIC
               MOVE    "開始日を入力してください"
                                       TO  MGENMEN-MSG
               GO  TO  260-KEY-CHK-EXT
           END-IF
           .
       260-KEY-CHK-EXT.
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
           MOVE    MGENMEN-PTID        TO  PTINF-PTID
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
      *    患者保険情報取得処理
      *****************************************************************
       810-PTHKN-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-PTHKN
      *
           INITIALIZE                  PTHKNINF-REC
           MOVE    SPA-HOSPNUM         TO  PTHKN-HOSPNUM
           MOVE    MGENMEN-PTID        TO  PTHKN-PTID
           MOVE    MGENMEN-HKNID       TO  PTHKN-HKNID
           MOVE    PTHKNINF-REC        TO  MCPDATA-REC
           MOVE    "tbl_pthkninf"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_pthkninf"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTHKNINF-REC
                   MOVE    ZERO                TO  FLG-PTHKN
               END-IF
               MOVE    "tbl_pthkninf"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       810-PTHKN-GET-EXT.
           EXIT.
      *****************************************************************
      *    証明書一覧取得処理
      *****************************************************************
       830-GENMEN-LIST-SEC         SECTION.
      *
           MOVE    ZERO                TO  WRK-COUNT
      *
           INITIALIZE                  GENMEN-REC
           MOVE    SPA-HOSPNUM         TO  GNM-HOSPNUM
           MOVE    MGENMEN-PTID        TO  GNM-PTID
           MOVE    GENMEN-REC          TO  MCPDATA-REC
           MOVE    "tbl_genmen"        TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  830-GENMEN-LIST-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM 831-GENMEN-FETCH-SEC
                   UNTIL   FLG-FETCH       =   1
      *
           MOVE    "tbl_genmen"        TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    WRK-COUNT           TO  MGENMEN-COUNT
           .
       830-GENMEN-LIST-EXT.
           EXIT.
      *****************************************************************
      *    証明書一覧読込処理
      *****************************************************************
       831-GENMEN-FETCH-SEC        SECTION.
      *
           MOVE    "tbl_genmen"        TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  831-GENMEN-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  GENMEN-REC
      *
           IF      WRK-COUNT           >=  20
               GO  TO  831-GENMEN-FETCH-EXT
           END-IF
           ADD     1                   TO  WRK-COUNT
           MOVE    GNM-HKNID       TO  MGENMEN-THKNID      (WRK-COUNT)
           MOVE    GNM-HKNJANUM    TO  MGENMEN-THKNJANUM   (WRK-COUNT)
           MOVE    GNM-STYMD       TO  MGENMEN-TSTYMD      (WRK-COUNT)
           MOVE    GNM-EDYMD       TO  MGENMEN-TEDYMD      (WRK-COUNT)
           EVALUATE    GNM-GENMENKBN
               WHEN    "1"
                   MOVE    "減額"  TO  MGENMEN-TGENMENKBN  (WRK-COUNT)
               WHEN    "2"
                   MOVE    "免除"  TO  MGENMEN-TGENMENKBN  (WRK-COUNT)
               WHEN    OTHER
                   MOVE    "猶予"  TO  MGENMEN-TGENMENKBN  (WRK-COUNT)
           END-EVALUATE
           EVALUATE    GNM-RIYUKBN
               WHEN    "1"
                   MOVE    "災害"  TO  MGENMEN-TRIYUKBN    (WRK-COUNT)
               WHEN    "2"
                   MOVE    "困窮"  TO  MGENMEN-TRIYUKBN    (WRK-COUNT)
               WHEN    OTHER
                   MOVE    "その他"
                                   TO  MGENMEN-TRIYUKBN    (WRK-COUNT)
           END-EVALUATE
           MOVE    GNM-WARIAI      TO  MGENMEN-TWARIAI     (WRK-COUNT)
           MOVE    GNM-SYOMEINUM   TO  MGENMEN-TSYOMEINUM  (WRK-COUNT)
           .
       831-GENMEN-FETCH-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MGENMEN"           TO  MCP-WINDOW
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
           MOVE    "MGENMEN"           TO  SPA-MOTOPG
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
