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
       PROGRAM-ID.                 ORCGTOKKEN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 検査
      *  コンポーネント名  : 特定健診項目対応設定（ＭＴＯＫＫＥＮ）
      *                      （特定健診結果データ作成
      *                        （ＯＲＣＢＴＯＫＫＥＮ）が使う、
      *                        特定健診項目ごとの外注検査結果の
      *                        検査項目コード（２件まで）を
      *                        システム管理（管理コード９００４）
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
      *    特定健診項目一覧
      *    （ＯＲＣＢＴＯＫＫＥＮと同一）
       01  CONST-KMK-AREA.
           03  CONST-KMK-G.
               05  FILLER      PIC X(02)   VALUE "01".
               05  FILLER      PIC X(17)   VALUE "9N001000000000001".
               05  FILLER      PIC X(30)   VALUE "身長".
               05  FILLER      PIC X(10)   VALUE "cm".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "001000002500".
               05  FILLER      PIC X(02)   VALUE "02".
               05  FILLER      PIC X(17)   VALUE "9N006000000000001".
               05  FILLER      PIC X(30)   VALUE "体重".
               05  FILLER      PIC X(10)   VALUE "kg".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000200002500".
               05  FILLER      PIC X(02)   VALUE "03".
               05  FILLER      PIC X(17)   VALUE "9N016160100000001".
               05  FILLER      PIC X(30)   VALUE "腹囲".
               05  FILLER      PIC X(10)   VALUE "cm".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000400002500".
               05  FILLER      PIC X(02)   VALUE "04".
               05  FILLER      PIC X(17)   VALUE "9N011000000000001".
               05  FILLER      PIC X(30)   VALUE "ＢＭＩ".
               05  FILLER      PIC X(10)   VALUE "kg/m2".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000100001000".
               05  FILLER      PIC X(02)   VALUE "05".
               05  FILLER      PIC X(17)   VALUE "9A755000000000001".
               05  FILLER      PIC X(30)   VALUE "収縮期血圧".
               05  FILLER      PIC X(10)   VALUE "mmHg".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000600003000".
               05  FILLER      PIC X(02)   VALUE "06".
               05  FILLER      PIC X(17)   VALUE "9A765000000000001".
               05  FILLER      PIC X(30)   VALUE "拡張期血圧".
               05  FILLER      PIC X(10)   VALUE "mmHg".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000300001500".
               05  FILLER      PIC X(02)   VALUE "07".
               05  FILLER      PIC X(17)   VALUE "3F015000002327101".
               05  FILLER      PIC X(30)   VALUE "中性脂肪".
               05  FILLER      PIC X(10)   VALUE "mg/dl".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000100040000".
               05  FILLER      PIC X(02)   VALUE "08".
               05  FILLER      PIC X(17)   VALUE "3F070000002327101".
               05  FILLER      PIC X(30)
                  VALUE "ＨＤＬコレステロール".
               05  FILLER      PIC X(10)   VALUE "mg/dl".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000100005000".
               05  FILLER      PIC X(02)   VALUE "09".
               05  FILLER      PIC X(17)   VALUE "3F077000002327101".
               05  FILLER      PIC X(30)
                  VALUE "ＬＤＬコレステロール".
               05  FILLER      PIC X(10)   VALUE "mg/dl".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000200010000".
               05  FILLER      PIC X(02)   VALUE "10".
               05  FILLER      PIC X(17)   VALUE "3B035000002327201".
               05  FILLER      PIC X(30)
                  VALUE "ＡＳＴ（ＧＯＴ）".
               05  FILLER      PIC X(10)   VALUE "U/l".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000000010000".
               05  FILLER      PIC X(02)   VALUE "11".
               05  FILLER      PIC X(17)   VALUE "3B045000002327201".
               05  FILLER      PIC X(30)
                  VALUE "ＡＬＴ（ＧＰＴ）".
               05  FILLER      PIC X(10)   VALUE "U/l".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000000010000".
               05  FILLER      PIC X(02)   VALUE "12".
               05  FILLER      PIC X(17)   VALUE "3B090000002327101".
               05  FILLER      PIC X(30)   VALUE "γ−ＧＴ".
               05  FILLER      PIC X(10)   VALUE "U/l".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000000020000".
               05  FILLER      PIC X(02)   VALUE "13".
               05  FILLER      PIC X(17)   VALUE "3D010000001926101".
               05  FILLER      PIC X(30)   VALUE "空腹時血糖".
               05  FILLER      PIC X(10)   VALUE "mg/dl".
               05  FILLER      PIC X(01)   VALUE "2".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000200006000".
               05  FILLER      PIC X(02)   VALUE "14".
               05  FILLER      PIC X(17)   VALUE "3D046000001920402".
               05  FILLER      PIC X(30)   VALUE "ＨｂＡ１ｃ".
               05  FILLER      PIC X(10)   VALUE "%".
               05  FILLER      PIC X(01)   VALUE "2".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000030000200".
               05  FILLER      PIC X(02)   VALUE "15".
               05  FILLER      PIC X(17)   VALUE "1A020000000190111".
               05  FILLER      PIC X(30)   VALUE "尿糖".
               05  FILLER      PIC X(10)   VALUE SPACE.
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "CD".
               05  FILLER      PIC X(12)   VALUE "000000000000".
               05  FILLER      PIC X(02)   VALUE "16".
               05  FILLER      PIC X(17)   VALUE "1A010000000190111".
               05  FILLER      PIC X(30)   VALUE "尿蛋白".
               05  FILLER      PIC X(10)   VALUE SPACE.
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "CD".
               05  FILLER      PIC X(12)   VALUE "000000000000".
           03  CONST-KMK-R         REDEFINES   CONST-KMK-G.
               05  CONST-KMK       OCCURS  16.
                   07  CONST-KMK-NO            PIC X(02).
                   07  CONST-KMK-CD            PIC X(17).
                   07  CONST-KMK-NAME          PIC X(30).
                   07  CONST-KMK-TANI          PIC X(10).
                   07  CONST-KMK-HISSU         PIC X(01).
                   07  CONST-KMK-TYPE          PIC X(02).
                   07  CONST-KMK-HANI          PIC X(12).
           03  CONST-KMK-MAX                   PIC 9(03)   VALUE 16.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    健診項目対応設定（院所別・健診項目番号別）
       01  SYS-9004-REC.
           03  SYS-9004-KANRICD    PIC X(04).
           03  SYS-9004-KBNCD      PIC X(10).
           03  SYS-9004-STYUKYMD   PIC 9(08).
           03  SYS-9004-EDYUKYMD   PIC 9(08).
           03  SYS-9004-HOSPNUM    PIC 9(02).
           03  SYS-9004-LABCD1     PIC X(09).
           03  SYS-9004-LABCD2     PIC X(09).
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
           COPY    "MTOKKEN.INC".
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
           INITIALIZE                      MTOKKEN-KBNCD
                                           MTOKKEN-KBNNAME
                                           MTOKKEN-KMKCD
                                           MTOKKEN-LABCD1
                                           MTOKKEN-LABCD2
                                           MTOKKEN-MSG
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
                   MOVE    SPACE               TO  MTOKKEN-MSG
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
               MOVE    "健診項目番号に誤りがあります"
                                       TO  MTOKKEN-MSG
               MOVE    SPACE               TO  MTOKKEN-KBNNAME
                                               MTOKKEN-KMKCD
               GO  TO  220-DISP-EXT
           END-IF
           MOVE    CONST-KMK-NAME (KMK-IDX)
                                       TO  MTOKKEN-KBNNAME
           MOVE    CONST-KMK-CD (KMK-IDX)
                                       TO  MTOKKEN-KMKCD
      *
           PERFORM 900-SYSKANRI-GET-SEC
           IF      FLG-SYSKANRI        =   ZERO
               MOVE    SYS-9004-LABCD1     TO  MTOKKEN-LABCD1
               MOVE    SYS-9004-LABCD2     TO  MTOKKEN-LABCD2
           ELSE
               MOVE    SPACE               TO  MTOKKEN-LABCD1
                                               MTOKKEN-LABCD2
               MOVE    "未設定です"        TO  MTOKKEN-MSG
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
               MOVE    "健診項目番号に誤りがあります"
                                       TO  MTOKKEN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MTOKKEN-LABCD1      =   SPACE
               MOVE    "検査項目コードが未入力です"
                                       TO  MTOKKEN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MTOKKEN-LABCD1      =   MTOKKEN-LABCD2
               MOVE    "検査項目コードが重複しています"
                                       TO  MTOKKEN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           PERFORM 900-SYSKANRI-GET-SEC
      *
           MOVE    SPACE               TO  SYS-9004-REC
           INITIALIZE                      SYS-9004-REC
           MOVE    "9004"              TO  SYS-9004-KANRICD
           MOVE    MTOKKEN-KBNCD       TO  SYS-9004-KBNCD
           MOVE    ZERO                TO  SYS-9004-STYUKYMD
           MOVE    99999999            TO  SYS-9004-EDYUKYMD
           MOVE    SPA-HOSPNUM         TO  SYS-9004-HOSPNUM
           MOVE    MTOKKEN-LABCD1      TO  SYS-9004-LABCD1
           MOVE    MTOKKEN-LABCD2      TO  SYS-9004-LABCD2
           MOVE    SYS-9004-REC        TO  MCPDATA-REC
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
               MOVE    "登録しました"      TO  MTOKKEN-MSG
           ELSE
               MOVE    "登録できませんでした"
                                       TO  MTOKKEN-MSG
           END-IF
      *
           MOVE    CONST-KMK-NAME (KMK-IDX)
                                       TO  MTOKKEN-KBNNAME
           MOVE    CONST-KMK-CD (KMK-IDX)
                                       TO  MTOKKEN-KMKCD
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    設定削除処理
      *    （削除後は資格確認特定検診情報の値のみで作成される）
      *****************************************************************
       240-SAKUJYO-SEC             SECTION.
      *
           PERFORM 800-KBNCD-CHK-SEC
           IF      KMK-IDX             =   ZERO
               MOVE    "健診項目番号に誤りがあります"
                                       TO  MTOKKEN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJYO-EXT
           END-IF
      *
           PERFORM 900-SYSKANRI-GET-SEC
           IF      FLG-SYSKANRI    NOT =   ZERO
               MOVE    "設定がありません"  TO  MTOKKEN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJYO-EXT
           END-IF
      *
           MOVE    SYS-9004-REC        TO  MCPDATA-REC
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "削除しました"      TO  MTOKKEN-MSG
               MOVE    SPACE               TO  MTOKKEN-LABCD1
                                               MTOKKEN-LABCD2
           ELSE
               MOVE    "削除できませんでした"
                                       TO  MTOKKEN-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       240-SAKUJYO-EXT.
           EXIT.
      *****************************************************************
      *    健診項目番号チェック処理
      *****************************************************************
       800-KBNCD-CHK-SEC           SECTION.
      *
           MOVE    ZERO                TO  KMK-IDX
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   CONST-KMK-MAX
               IF      CONST-KMK-NO (IDX)  =   MTOKKEN-KBNCD
                   MOVE    IDX                 TO  KMK-IDX
                   MOVE    CONST-KMK-MAX       TO  IDX
               END-IF
           END-PERFORM
           .
       800-KBNCD-CHK-EXT.
           EXIT.
      *****************************************************************
      *    健診項目対応設定取得処理
      *****************************************************************
       900-SYSKANRI-GET-SEC        SECTION.
      *
           MOVE    1                   TO  FLG-SYSKANRI
      *
           MOVE    SPACE               TO  SYS-9004-REC
           INITIALIZE                      SYS-9004-REC
           MOVE    "9004"              TO  SYS-9004-KANRICD
           MOVE    MTOKKEN-KBNCD       TO  SYS-9004-KBNCD
           MOVE    SPA-SYSYMD          TO  SYS-9004-STYUKYMD
                                           SYS-9004-EDYUKYMD
           MOVE    SPA-HOSPNUM         TO  SYS-9004-HOSPNUM
           MOVE    SYS-9004-REC        TO  MCPDATA-REC
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
                   MOVE    MCPDATA-REC         TO  SYS-9004-REC
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
           MOVE    "MTOKKEN"           TO  MCP-WINDOW
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
           MOVE    "MTOKKEN"           TO  SPA-MOTOPG
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
