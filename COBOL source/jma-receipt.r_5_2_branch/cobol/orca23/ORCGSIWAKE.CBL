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
       PROGRAM-ID.                 ORCGSIWAKE.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 収納
      *  コンポーネント名  : 仕訳勘定科目設定（ＭＳＩＷＡＫＥ）
      *                      （財務会計向け仕訳データ作成
      *                        （ＯＲＣＢＳＩＷＡＫＥ）が使う、
      *                        仕訳区分ごとの勘定科目・補助科目を
      *                        システム管理（管理コード９００３）
      *                        へ登録・削除する）
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
           03  KMK-IDX             PIC 9(04)   COMP.
      *
      *    仕訳区分一覧（ＯＲＣＢＳＩＷＡＫＥの既定値と同一）
       01  CONST-KMKDEF-AREA.
           03  CONST-KMKDEF-G.
               05  FILLER      PIC X(10)   VALUE "01".
               05  FILLER      PIC X(40)   VALUE "現金".
               05  FILLER      PIC X(10)   VALUE "02".
               05  FILLER      PIC X(40)
                  VALUE "未収金（クレジット）".
               05  FILLER      PIC X(10)   VALUE "03".
               05  FILLER      PIC X(40)
                  VALUE "未収金（ＱＲ決済）".
               05  FILLER      PIC X(10)   VALUE "04".
               05  FILLER      PIC X(40)
                  VALUE "未収金（電子マネー）".
               05  FILLER      PIC X(10)   VALUE "05".
               05  FILLER      PIC X(40)   VALUE "その他入金".
               05  FILLER      PIC X(10)   VALUE "06".
               05  FILLER      PIC X(40)
                  VALUE "未収金（患者）".
               05  FILLER      PIC X(10)   VALUE "07".
               05  FILLER      PIC X(40)
                  VALUE "医業収益（窓口）".
               05  FILLER      PIC X(10)   VALUE "08".
               05  FILLER      PIC X(40)
                  VALUE "売掛金（保険者）".
               05  FILLER      PIC X(10)   VALUE "081".
               05  FILLER      PIC X(40)
                  VALUE "売掛金（社保）".
               05  FILLER      PIC X(10)   VALUE "082".
               05  FILLER      PIC X(40)
                  VALUE "売掛金（国保）".
               05  FILLER      PIC X(10)   VALUE "09".
               05  FILLER      PIC X(40)
                  VALUE "医業収益（保険診療）".
               05  FILLER      PIC X(10)   VALUE "10".
               05  FILLER      PIC X(40)   VALUE "査定減".
               05  FILLER      PIC X(10)   VALUE "11".
               05  FILLER      PIC X(40)   VALUE "普通預金".
               05  FILLER      PIC X(10)   VALUE "12".
               05  FILLER      PIC X(40)   VALUE "預り金".
               05  FILLER      PIC X(10)   VALUE "13".
               05  FILLER      PIC X(40)   VALUE "貸倒損失".
               05  FILLER      PIC X(10)   VALUE "14".
               05  FILLER      PIC X(40)
                  VALUE "償却債権取立益".
           03  CONST-KMKDEF-R      REDEFINES   CONST-KMKDEF-G.
               05  CONST-KMKDEF    OCCURS  16.
                   07  CONST-KBNCD             PIC X(10).
                   07  CONST-KMKNAME           PIC X(40).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    仕訳勘定科目設定（院所別・仕訳区分別）
       01  SYS-9003-REC.
           03  SYS-9003-KANRICD    PIC X(04).
           03  SYS-9003-KBNCD      PIC X(10).
           03  SYS-9003-STYUKYMD   PIC 9(08).
           03  SYS-9003-EDYUKYMD   PIC 9(08).
           03  SYS-9003-HOSPNUM    PIC 9(02).
           03  SYS-9003-KAMOKUCD   PIC X(10).
           03  SYS-9003-KAMOKUNAME PIC X(40).
           03  SYS-9003-HOJOCD     PIC X(10).
           03  SYS-9003-HOJONAME   PIC X(40).
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
           COPY    "MSIWAKE.INC".
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
           INITIALIZE                      MSIWAKE-KBNCD
                                           MSIWAKE-KBNNAME
                                           MSIWAKE-KAMOKUCD
                                           MSIWAKE-KAMOKUNAME
                                           MSIWAKE-HOJOCD
                                           MSIWAKE-HOJONAME
                                           MSIWAKE-MSG
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
                   MOVE    SPACE               TO  MSIWAKE-MSG
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
           IF      KMK-IDX             =   ZERO
               MOVE    "仕訳区分に誤りがあります"
                                       TO  MSIWAKE-MSG
               MOVE    SPACE               TO  MSIWAKE-KBNNAME
               GO  TO  220-DISP-EXT
           END-IF
           MOVE    CONST-KMKNAME (KMK-IDX)
                                       TO  MSIWAKE-KBNNAME
      *
           PERFORM 900-SYSKANRI-GET-SEC
           IF      FLG-SYSKANRI        =   ZERO
               MOVE    SYS-9003-KAMOKUCD   TO  MSIWAKE-KAMOKUCD
               MOVE    SYS-9003-KAMOKUNAME TO  MSIWAKE-KAMOKUNAME
               MOVE    SYS-9003-HOJOCD     TO  MSIWAKE-HOJOCD
               MOVE    SYS-9003-HOJONAME   TO  MSIWAKE-HOJONAME
           ELSE
               MOVE    SPACE               TO  MSIWAKE-KAMOKUCD
                                               MSIWAKE-HOJOCD
                                               MSIWAKE-HOJONAME
               MOVE    CONST-KMKNAME (KMK-IDX)
                                       TO  MSIWAKE-KAMOKUNAME
               MOVE    "未設定です（科目名は既定値）"
                                       TO  MSIWAKE-MSG
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
           IF      KMK-IDX             =   ZERO
               MOVE    "仕訳区分に誤りがあります"
                                       TO  MSIWAKE-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MSIWAKE-KAMOKUCD    =   SPACE
               MOVE    "科目コードを入力してください"
                                       TO  MSIWAKE-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MSIWAKE-HOJOCD      =   SPACE
           AND     MSIWAKE-HOJONAME NOT =  SPACE
               MOVE    "補助科目コードが未入力です"
                                       TO  MSIWAKE-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           PERFORM 900-SYSKANRI-GET-SEC
      *
           MOVE    SPACE               TO  SYS-9003-REC
           INITIALIZE                      SYS-9003-REC
           MOVE    "9003"              TO  SYS-9003-KANRICD
           MOVE    MSIWAKE-KBNCD       TO  SYS-9003-KBNCD
           MOVE    ZERO                TO  SYS-9003-STYUKYMD
           MOVE    99999999            TO  SYS-9003-EDYUKYMD
           MOVE    SPA-HOSPNUM         TO  SYS-9003-HOSPNUM
           MOVE    MSIWAKE-KAMOKUCD    TO  SYS-9003-KAMOKUCD
           IF      MSIWAKE-KAMOKUNAME  =   SPACE
               MOVE    CONST-KMKNAME (KMK-IDX)
                                       TO  SYS-9003-KAMOKUNAME
           ELSE
               MOVE    MSIWAKE-KAMOKUNAME  TO  SYS-9003-KAMOKUNAME
           END-IF
           MOVE    MSIWAKE-HOJOCD      TO  SYS-9003-HOJOCD
           MOVE    MSIWAKE-HOJONAME    TO  SYS-9003-HOJONAME
           MOVE    SYS-9003-REC        TO  MCPDATA-REC
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
               MOVE    "登録しました"      TO  MSIWAKE-MSG
           ELSE
               MOVE    "登録できませんでした"
                                       TO  MSIWAKE-MSG
           END-IF
      *
           MOVE    SYS-9003-KAMOKUNAME TO  MSIWAKE-KAMOKUNAME
           MOVE    CONST-KMKNAME (KMK-IDX)
                                       TO  MSIWAKE-KBNNAME
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    設定削除処理
      *    （削除後は既定の科目名・科目コード未設定で出力される）
      *****************************************************************
       240-SAKUJYO-SEC             SECTION.
      *
           PERFORM 800-KBNCD-CHK-SEC
           IF      KMK-IDX             =   ZERO
               MOVE    "仕訳区分に誤りがあります"
                                       TO  MSIWAKE-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJYO-EXT
           END-IF
      *
           PERFORM 900-SYSKANRI-GET-SEC
           IF      FLG-SYSKANRI    NOT =   ZERO
               MOVE    "設定がありません"  TO  MSIWAKE-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJYO-EXT
           END-IF
      *
           MOVE    SYS-9003-REC        TO  MCPDATA-REC
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "削除しました"      TO  MSIWAKE-MSG
               MOVE    SPACE               TO  MSIWAKE-KAMOKUCD
                                               MSIWAKE-KAMOKUNAME
                                               MSIWAKE-HOJOCD
                                               MSIWAKE-HOJONAME
           ELSE
               MOVE    "削除できませんでした"
                                       TO  MSIWAKE-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       240-SAKUJYO-EXT.
           EXIT.
      *****************************************************************
      *    仕訳区分チェック処理
      *****************************************************************
       800-KBNCD-CHK-SEC           SECTION.
      *
           MOVE    ZERO                TO  KMK-IDX
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   16
               IF      CONST-KBNCD (IDX)   =   MSIWAKE-KBNCD
                   MOVE    IDX                 TO  KMK-IDX
                   MOVE    16                  TO  IDX
               END-IF
           END-PERFORM
           .
       800-KBNCD-CHK-EXT.
           EXIT.
      *****************************************************************
      *    仕訳勘定科目設定取得処理
      *****************************************************************
       900-SYSKANRI-GET-SEC        SECTION.
      *
           MOVE    1                   TO  FLG-SYSKANRI
      *
           MOVE    SPACE               TO  SYS-9003-REC
           INITIALIZE                      SYS-9003-REC
           MOVE    "9003"              TO  SYS-9003-KANRICD
           MOVE    MSIWAKE-KBNCD       TO  SYS-9003-KBNCD
           MOVE    SPA-SYSYMD          TO  SYS-9003-STYUKYMD
                                           SYS-9003-EDYUKYMD
           MOVE    SPA-HOSPNUM         TO  SYS-9003-HOSPNUM
           MOVE    SYS-9003-REC        TO  MCPDATA-REC
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
                   MOVE    MCPDATA-REC         TO  SYS-9003-REC
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
           MOVE    "MSIWAKE"           TO  MCP-WINDOW
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
           MOVE    "MSIWAKE"           TO  SPA-MOTOPG
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
