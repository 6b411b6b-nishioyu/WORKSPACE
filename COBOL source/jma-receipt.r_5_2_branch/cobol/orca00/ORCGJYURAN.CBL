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
       PROGRAM-ID.                 ORCGJYURAN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 会計カード
      *  コンポーネント名  : 縦覧点検ルール保守（ＭＪＹＵＲＡＮ）
      *                      （複数月にまたがる算定回数・算定期間の
      *                        ルールを診療行為ごとに登録・削除する。
      *                        ルール区分　１：Ｎ月にＭ回まで
      *                                    ２：初回算定からＮ月以内
      *                        縦覧点検（ＯＲＣＢＪＹＵＲＡＮ）で
      *                        使用する）
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
           03  FLG-JRL             PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(02).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    縦覧点検ルールテーブル
      *    （ＯＲＣＢＪＹＵＲＡＮと同一レイアウト）
       01  JYURANRULE-REC.
           03  JRL-HOSPNUM         PIC 9(02).
           03  JRL-SRYCD           PIC X(09).
           03  JRL-NAME            PIC X(40).
      *    ルール区分（１：Ｎ月にＭ回　２：初回算定からＮ月以内）
           03  JRL-RULEKBN         PIC X(01).
      *    月数（Ｎ）
           03  JRL-TUKISU          PIC 9(02).
      *    上限回数（Ｍ）
           03  JRL-KAISU           PIC 9(03).
           03  JRL-UPYMD           PIC X(08).
           03  JRL-UPHMS           PIC X(06).
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
           COPY    "MJYURAN.INC".
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
           MOVE    SPACE               TO  MJYURAN-SRYCD
                                           MJYURAN-NAME
                                           MJYURAN-RULEKBN
                                           MJYURAN-TUKISU
                                           MJYURAN-KAISU
                                           MJYURAN-MSG
      *
           PERFORM 220-JRL-DISP-SEC
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
      *        ルール一覧の再表示
               WHEN    "CLICKED"       ALSO    "B02"
                   MOVE    SPACE               TO  MJYURAN-MSG
                   PERFORM 220-JRL-DISP-SEC
                   PERFORM 290-REDISP-SEC
      *        ルール登録
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-TOUROKU-SEC
      *        ルール削除
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
      *    縦覧点検ルール一覧表示処理
      *****************************************************************
       220-JRL-DISP-SEC            SECTION.
      *
           PERFORM 250-LST-CLEAR-SEC
      *
           INITIALIZE                  JYURANRULE-REC
           MOVE    SPA-HOSPNUM         TO  JRL-HOSPNUM
           MOVE    JYURANRULE-REC      TO  MCPDATA-REC
           MOVE    "tbl_jyuranrule"    TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-JRL
               PERFORM 221-JRL-FETCH-SEC
                       UNTIL   FLG-JRL     =   1
                       OR      IDX         >=  30
               MOVE    "tbl_jyuranrule"    TO  MCP-TABLE
               MOVE    "all"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
      *
           IF      IDX                 =   ZERO
               MOVE    "縦覧点検ルールの登録なし"
                                       TO  MJYURAN-MSG
           END-IF
           .
       220-JRL-DISP-EXT.
           EXIT.
      *****************************************************************
      *    縦覧点検ルール読込処理
      *****************************************************************
       221-JRL-FETCH-SEC           SECTION.
      *
           MOVE    "tbl_jyuranrule"    TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-JRL
               GO  TO  221-JRL-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  JYURANRULE-REC
      *
           ADD     1                   TO  IDX
           MOVE    JRL-SRYCD           TO  MJYURAN-LST-SRYCD  ( IDX )
           MOVE    JRL-NAME            TO  MJYURAN-LST-NAME   ( IDX )
           IF      JRL-RULEKBN         =   "2"
               MOVE    "初回から"          TO
                                       MJYURAN-LST-RULE   ( IDX )
           ELSE
               MOVE    "期間回数"          TO
                                       MJYURAN-LST-RULE   ( IDX )
           END-IF
           MOVE    JRL-TUKISU          TO  MJYURAN-LST-TUKISU ( IDX )
           MOVE    JRL-KAISU           TO  MJYURAN-LST-KAISU  ( IDX )
           .
       221-JRL-FETCH-EXT.
           EXIT.
      *****************************************************************
      *    縦覧点検ルール登録処理
      *****************************************************************
       230-TOUROKU-SEC             SECTION.
      *
           IF      MJYURAN-SRYCD       =   SPACE
           OR      MJYURAN-NAME        =   SPACE
               MOVE    "診療行為コード・名称を入力"
                                       TO  MJYURAN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MJYURAN-RULEKBN NOT =   "1" AND "2"
               MOVE    "ルール区分は１か２を入力"
                                       TO  MJYURAN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MJYURAN-TUKISU      IS  NOT NUMERIC
           OR      MJYURAN-TUKISU      =   ZERO
               MOVE    "月数を入力してください"
                                       TO  MJYURAN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MJYURAN-RULEKBN     =   "1"
           AND   ( MJYURAN-KAISU       IS  NOT NUMERIC
           OR      MJYURAN-KAISU       =   ZERO )
               MOVE    "上限回数を入力してください"
                                       TO  MJYURAN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           INITIALIZE                  JYURANRULE-REC
           MOVE    SPA-HOSPNUM         TO  JRL-HOSPNUM
           MOVE    MJYURAN-SRYCD       TO  JRL-SRYCD
           MOVE    MJYURAN-NAME        TO  JRL-NAME
           MOVE    MJYURAN-RULEKBN     TO  JRL-RULEKBN
           MOVE    MJYURAN-TUKISU      TO  JRL-TUKISU
           IF      MJYURAN-RULEKBN     =   "1"
               MOVE    MJYURAN-KAISU       TO  JRL-KAISU
           END-IF
           MOVE    SMCNDATE-YMD        TO  JRL-UPYMD
           MOVE    SMCNDATE-HMS        TO  JRL-UPHMS
      *
      *    同一診療行為は削除後に登録する（変更を兼ねる）
           MOVE    JYURANRULE-REC      TO  MCPDATA-REC
           MOVE    "tbl_jyuranrule"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    JYURANRULE-REC      TO  MCPDATA-REC
           MOVE    "tbl_jyuranrule"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "ルールを登録しました"
                                       TO  MJYURAN-MSG
           ELSE
               MOVE    "ルールを登録できませんでした"
                                       TO  MJYURAN-MSG
           END-IF
      *
           PERFORM 220-JRL-DISP-SEC
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    縦覧点検ルール削除処理
      *****************************************************************
       240-SAKUJO-SEC              SECTION.
      *
           IF      MJYURAN-SRYCD       =   SPACE
               MOVE    "診療行為コードを入力"
                                       TO  MJYURAN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
      *
           INITIALIZE                  JYURANRULE-REC
           MOVE    SPA-HOSPNUM         TO  JRL-HOSPNUM
           MOVE    MJYURAN-SRYCD       TO  JRL-SRYCD
           MOVE    JYURANRULE-REC      TO  MCPDATA-REC
           MOVE    "tbl_jyuranrule"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "ルールを削除しました"
                                       TO  MJYURAN-MSG
           ELSE
               MOVE    "ルールの登録がありません"
                                       TO  MJYURAN-MSG
           END-IF
      *
           PERFORM 220-JRL-DISP-SEC
           PERFORM 290-REDISP-SEC
           .
       240-SAKUJO-EXT.
           EXIT.
      *****************************************************************
      *    一覧クリア処理
      *****************************************************************
       250-LST-CLEAR-SEC           SECTION.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX >   30
               MOVE    SPACE               TO
                       MJYURAN-LST-SRYCD  ( IDX )
                       MJYURAN-LST-NAME   ( IDX )
                       MJYURAN-LST-RULE   ( IDX )
                       MJYURAN-LST-TUKISU ( IDX )
                       MJYURAN-LST-KAISU  ( IDX )
           END-PERFORM
           MOVE    ZERO                TO  IDX
           .
       250-LST-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MJYURAN"           TO  MCP-WINDOW
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
           MOVE    "MJYURAN"           TO  SPA-MOTOPG
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
