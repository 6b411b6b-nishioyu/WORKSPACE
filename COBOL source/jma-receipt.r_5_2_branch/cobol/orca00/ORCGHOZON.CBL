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
       PROGRAM-ID.                 ORCGHOZON.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : システム管理
      *  コンポーネント名  : 保存年限設定（ＭＨＯＺＯＮ）
      *                      （診療録・レセプト関係書類など書類の
      *                        種類ごとの法定保存年数をシステム管理
      *                        （管理コード９００５）へ登録・削除
      *                        する。保存年限経過患者の抽出・匿名化
      *                        （ＯＲＣＢＨＯＺＯＮ）が、種類別の
      *                        年数のうち最長の年数を最終来院日から
      *                        の保存期間として使用する）
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
           03  FLG-SYSKANRI        PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(04)   COMP.
           03  HZN-IDX             PIC 9(04)   COMP.
      *
      *    書類区分一覧（ＯＲＣＢＨＯＺＯＮの既定値と同一）
       01  CONST-HZNDEF-AREA.
           03  CONST-HZNDEF-G.
               05  FILLER      PIC X(10)   VALUE "01".
               05  FILLER      PIC X(40)   VALUE "診療録".
               05  FILLER      PIC 9(02)   VALUE 5.
               05  FILLER      PIC X(10)   VALUE "02".
               05  FILLER      PIC X(40)
                  VALUE "レセプト関係書類".
               05  FILLER      PIC 9(02)   VALUE 3.
               05  FILLER      PIC X(10)   VALUE "03".
               05  FILLER      PIC X(40)
                  VALUE "診療に関する諸記録".
               05  FILLER      PIC 9(02)   VALUE 2.
           03  CONST-HZNDEF-R      REDEFINES   CONST-HZNDEF-G.
               05  CONST-HZNDEF    OCCURS  3.
                   07  CONST-KBNCD             PIC X(10).
                   07  CONST-KBNNAME           PIC X(40).
                   07  CONST-NENSU             PIC 9(02).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    保存年限設定（院所別・書類区分別）
       01  SYS-9005-REC.
           03  SYS-9005-KANRICD    PIC X(04).
           03  SYS-9005-KBNCD      PIC X(10).
           03  SYS-9005-STYUKYMD   PIC 9(08).
           03  SYS-9005-EDYUKYMD   PIC 9(08).
           03  SYS-9005-HOSPNUM    PIC 9(02).
           03  SYS-9005-KBNNAME    PIC X(40).
      *    保存年数（最終来院日からの年数）
           03  SYS-9005-NENSU      PIC 9(02).
      *
      *****************************************************************
      *    サブプロ用　領域
      *****************************************************************
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
           COPY    "MHOZON.INC".
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
           INITIALIZE                      MHOZON-KBNCD
                                           MHOZON-KBNNAME
                                           MHOZON-NENSU
                                           MHOZON-MSG
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
      *        表示
               WHEN    "CLICKED"       ALSO    "B02"
                   MOVE    SPACE               TO  MHOZON-MSG
                   PERFORM 220-DISP-SEC
                   PERFORM 290-REDISP-SEC
      *        登録
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-TOUROKU-SEC
      *        削除
               WHEN    "CLICKED"       ALSO    "B04"
                   PERFORM 240-SAKUJYO-SEC
               WHEN    OTHER
                   PERFORM 210-BACK
           END-EVALUATE
      *
           .
       200-GMNSENI-EXT.
           EXIT.
      *****************************************************************
      *    設定表示処理
      *****************************************************************
       220-DISP-SEC                SECTION.
      *
           PERFORM 800-KBNCD-CHK-SEC
           IF      HZN-IDX             =   ZERO
               MOVE    "書類区分に誤りがあります"
                                       TO  MHOZON-MSG
               MOVE    SPACE               TO  MHOZON-KBNNAME
               GO  TO  220-DISP-EXT
           END-IF
      *
           PERFORM 900-SYSKANRI-GET-SEC
           IF      FLG-SYSKANRI        =   ZERO
               MOVE    SYS-9005-KBNNAME    TO  MHOZON-KBNNAME
               MOVE    SYS-9005-NENSU      TO  MHOZON-NENSU
           ELSE
               MOVE    CONST-KBNNAME (HZN-IDX)
                                       TO  MHOZON-KBNNAME
               MOVE    CONST-NENSU (HZN-IDX)
                                       TO  MHOZON-NENSU
               MOVE    "未設定です（年数は既定値）"
                                       TO  MHOZON-MSG
           END-IF
           .
       220-DISP-EXT.
           EXIT.
      *****************************************************************
      *    設定登録処理
      *****************************************************************
       230-TOUROKU-SEC             SECTION.
      *
           PERFORM 800-KBNCD-CHK-SEC
           IF      HZN-IDX             =   ZERO
               MOVE    "書類区分に誤りがあります"
                                       TO  MHOZON-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MHOZON-NENSU        IS  NOT NUMERIC
           OR      MHOZON-NENSU        =   ZERO
               MOVE    "保存年数を入力してください"
                                       TO  MHOZON-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *    法定年数より短い年数は登録できない
           IF      MHOZON-NENSU        <   CONST-NENSU (HZN-IDX)
               MOVE    "法定年数より短くできません"
                                       TO  MHOZON-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           PERFORM 900-SYSKANRI-GET-SEC
      *
           MOVE    SPACE               TO  SYS-9005-REC
           INITIALIZE                      SYS-9005-REC
           MOVE    "9005"              TO  SYS-9005-KANRICD
           MOVE    MHOZON-KBNCD        TO  SYS-9005-KBNCD
           MOVE    ZERO                TO  SYS-9005-STYUKYMD
           MOVE    99999999            TO  SYS-9005-EDYUKYMD
           MOVE    SPA-HOSPNUM         TO  SYS-9005-HOSPNUM
           IF      MHOZON-KBNNAME      =   SPACE
               MOVE    CONST-KBNNAME (HZN-IDX)
                                       TO  SYS-9005-KBNNAME
           ELSE
               MOVE    MHOZON-KBNNAME      TO  SYS-9005-KBNNAME
           END-IF
           MOVE    MHOZON-NENSU        TO  SYS-9005-NENSU
           MOVE    SYS-9005-REC        TO  MCPDATA-REC
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           IF      FLG-SYSKANRI        =   ZERO
               MOVE    "DBUPDATE"          TO  MCP-FUNC
           ELSE
               MOVE    "DBINSERT"          TO  MCP-FUNC
           END-IF
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "登録しました"      TO  MHOZON-MSG
           ELSE
               MOVE    "登録できませんでした"
                                       TO  MHOZON-MSG
           END-IF
      *
           MOVE    SYS-9005-KBNNAME    TO  MHOZON-KBNNAME
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    設定削除処理
      *    （削除後は既定の年数で判定される）
      *****************************************************************
       240-SAKUJYO-SEC             SECTION.
      *
           PERFORM 800-KBNCD-CHK-SEC
           IF      HZN-IDX             =   ZERO
               MOVE    "書類区分に誤りがあります"
                                       TO  MHOZON-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJYO-EXT
           END-IF
      *
           PERFORM 900-SYSKANRI-GET-SEC
           IF      FLG-SYSKANRI    NOT =   ZERO
               MOVE    "設定がありません"  TO  MHOZON-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJYO-EXT
           END-IF
      *
           MOVE    SYS-9005-REC        TO  MCPDATA-REC
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "削除しました"      TO  MHOZON-MSG
               MOVE    CONST-KBNNAME (HZN-IDX)
                                       TO  MHOZON-KBNNAME
               MOVE    CONST-NENSU (HZN-IDX)
                                       TO  MHOZON-NENSU
           ELSE
               MOVE    "削除できませんでした"
                                       TO  MHOZON-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       240-SAKUJYO-EXT.
           EXIT.
      *****************************************************************
      *    書類区分チェック処理
      *****************************************************************
       800-KBNCD-CHK-SEC           SECTION.
      *
           MOVE    ZERO                TO  HZN-IDX
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   3
               IF      CONST-KBNCD (IDX)   =   MHOZON-KBNCD
                   MOVE    IDX                 TO  HZN-IDX
                   MOVE    3                   TO  IDX
               END-IF
           END-PERFORM
           .
       800-KBNCD-CHK-EXT.
           EXIT.
      *****************************************************************
      *    保存年限設定取得処理
      *****************************************************************
       900-SYSKANRI-GET-SEC        SECTION.
      *
           MOVE    1                   TO  FLG-SYSKANRI
      *
           MOVE    SPACE               TO  SYS-9005-REC
           INITIALIZE                      SYS-9005-REC
           MOVE    "9005"              TO  SYS-9005-KANRICD
           MOVE    MHOZON-KBNCD       TO  SYS-9005-KBNCD
           MOVE    SPA-SYSYMD          TO  SYS-9005-STYUKYMD
                                           SYS-9005-EDYUKYMD
           MOVE    SPA-HOSPNUM         TO  SYS-9005-HOSPNUM
           MOVE    SYS-9005-REC        TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               MOVE    "tbl_syskanri"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               CALL    "ORCDBMAIN"         USING
                                           MCPAREA
                                           MCPDATA-REC
                                           SPA-AREA
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  SYS-9005-REC
                   MOVE    ZERO                TO  FLG-SYSKANRI
               END-IF
           END-IF
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           .
       900-SYSKANRI-GET-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MHOZON"           TO  MCP-WINDOW
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
           MOVE    "MHOZON"           TO  SPA-MOTOPG
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
