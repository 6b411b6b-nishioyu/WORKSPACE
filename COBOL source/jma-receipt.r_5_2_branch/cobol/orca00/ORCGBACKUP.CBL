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
       PROGRAM-ID.                 ORCGBACKUP.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : システム管理
      *  コンポーネント名  : ＤＢバックアップ設定（ＭＢＡＣＫＵＰ）
      *                      （ＤＢバックアップの保持世代数・保存先
      *                        （ローカル・外部媒体・遠隔地）・
      *                        復元検証の周期と検証用ＤＢ名を
      *                        システム管理（管理コード９００６）へ
      *                        登録・削除する。ＤＢバックアップ・
      *                        復元検証（ＯＲＣＢＢＡＣＫＵＰ）が
      *                        使用し、直近の検証日・結果を記録する）
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
      *    既定値（ＯＲＣＢＢＡＣＫＵＰの既定値と同一）
       01  CONST-AREA.
           03  CONST-SEDAI         PIC 9(02)   VALUE 7.
           03  CONST-SYUKI         PIC 9(03)   VALUE 7.
           03  CONST-KENSYODB      PIC X(30)   VALUE "orca_verify".
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    ＤＢバックアップ設定（院所別）
       01  SYS-9006-REC.
           03  SYS-9006-KANRICD    PIC X(04).
           03  SYS-9006-KBNCD      PIC X(10).
           03  SYS-9006-STYUKYMD   PIC 9(08).
           03  SYS-9006-EDYUKYMD   PIC 9(08).
           03  SYS-9006-HOSPNUM    PIC 9(02).
      *    保持世代数
           03  SYS-9006-SEDAI      PIC 9(02).
      *    保存先（ローカル・外部媒体・遠隔地（ホスト：パス））
           03  SYS-9006-HOZONDIR   PIC X(100).
           03  SYS-9006-GAIBUDIR   PIC X(100).
           03  SYS-9006-ENKAKU     PIC X(100).
      *    復元検証の周期（日数）・検証用ＤＢ名
           03  SYS-9006-SYUKI      PIC 9(03).
           03  SYS-9006-KENSYODB   PIC X(30).
      *    直近の復元検証日・結果（０：正常　９：異常）
           03  SYS-9006-LASTYMD    PIC X(08).
           03  SYS-9006-KEKKA      PIC X(01).
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
           COPY    "MBACKUP.INC".
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
           INITIALIZE                      MBACKUP-MSG
           PERFORM 220-DISP-SEC
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
                   MOVE    SPACE               TO  MBACKUP-MSG
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
           PERFORM 900-SYSKANRI-GET-SEC
           IF      FLG-SYSKANRI    NOT =   ZERO
               MOVE    CONST-SEDAI         TO  SYS-9006-SEDAI
               MOVE    CONST-SYUKI         TO  SYS-9006-SYUKI
               MOVE    CONST-KENSYODB      TO  SYS-9006-KENSYODB
               MOVE    "未設定です（既定値を表示）"
                                       TO  MBACKUP-MSG
           END-IF
           MOVE    SYS-9006-SEDAI      TO  MBACKUP-SEDAI
           MOVE    SYS-9006-HOZONDIR   TO  MBACKUP-HOZONDIR
           MOVE    SYS-9006-GAIBUDIR   TO  MBACKUP-GAIBUDIR
           MOVE    SYS-9006-ENKAKU     TO  MBACKUP-ENKAKU
           MOVE    SYS-9006-SYUKI      TO  MBACKUP-SYUKI
           MOVE    SYS-9006-KENSYODB   TO  MBACKUP-KENSYODB
           MOVE    SYS-9006-LASTYMD    TO  MBACKUP-LASTYMD
           EVALUATE    SYS-9006-KEKKA
               WHEN    "0"
                   MOVE    "正常"              TO  MBACKUP-KEKKA
               WHEN    "9"
                   MOVE    "異常"              TO  MBACKUP-KEKKA
               WHEN    OTHER
                   MOVE    "未実施"            TO  MBACKUP-KEKKA
           END-EVALUATE
           .
       220-DISP-EXT.
           EXIT.
      *****************************************************************
      *    設定登録処理
      *****************************************************************
       230-TOUROKU-SEC             SECTION.
      *
           IF      MBACKUP-SEDAI       IS  NOT NUMERIC
           OR      MBACKUP-SEDAI       =   ZERO
               MOVE    "保持世代数を入力してください"
                                       TO  MBACKUP-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MBACKUP-HOZONDIR    =   SPACE
               MOVE    "保存先を入力してください"
                                       TO  MBACKUP-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MBACKUP-SYUKI       IS  NOT NUMERIC
           OR      MBACKUP-SYUKI       =   ZERO
               MOVE    "検証周期を入力してください"
                                       TO  MBACKUP-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MBACKUP-KENSYODB    =   SPACE
               MOVE    CONST-KENSYODB      TO  MBACKUP-KENSYODB
           END-IF
      *
      *    直近の検証日・結果は引き継ぐ
           PERFORM 900-SYSKANRI-GET-SEC
           IF      FLG-SYSKANRI    NOT =   ZERO
               MOVE    SPACE               TO  SYS-9006-REC
               INITIALIZE                      SYS-9006-REC
               MOVE    "9006"              TO  SYS-9006-KANRICD
               MOVE    "01"                TO  SYS-9006-KBNCD
               MOVE    ZERO                TO  SYS-9006-STYUKYMD
               MOVE    99999999            TO  SYS-9006-EDYUKYMD
               MOVE    SPA-HOSPNUM         TO  SYS-9006-HOSPNUM
           END-IF
           MOVE    MBACKUP-SEDAI       TO  SYS-9006-SEDAI
           MOVE    MBACKUP-HOZONDIR    TO  SYS-9006-HOZONDIR
           MOVE    MBACKUP-GAIBUDIR    TO  SYS-9006-GAIBUDIR
           MOVE    MBACKUP-ENKAKU      TO  SYS-9006-ENKAKU
           MOVE    MBACKUP-SYUKI       TO  SYS-9006-SYUKI
           MOVE    MBACKUP-KENSYODB    TO  SYS-9006-KENSYODB
           MOVE    SYS-9006-REC        TO  MCPDATA-REC
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
               MOVE    "登録しました"      TO  MBACKUP-MSG
           ELSE
               MOVE    "登録できませんでした"
                                       TO  MBACKUP-MSG
           END-IF
      *
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    設定削除処理
      *    （削除後は既定値で動作し、バックアップは取得しない）
      *****************************************************************
       240-SAKUJYO-SEC             SECTION.
      *
           PERFORM 900-SYSKANRI-GET-SEC
           IF      FLG-SYSKANRI    NOT =   ZERO
               MOVE    "設定がありません"  TO  MBACKUP-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJYO-EXT
           END-IF
      *
           MOVE    SYS-9006-REC        TO  MCPDATA-REC
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               PERFORM 220-DISP-SEC
               MOVE    "削除しました"      TO  MBACKUP-MSG
           ELSE
               MOVE    "削除できませんでした"
                                       TO  MBACKUP-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       240-SAKUJYO-EXT.
           EXIT.
      *****************************************************************
      *    ＤＢバックアップ設定取得処理
      *****************************************************************
       900-SYSKANRI-GET-SEC        SECTION.
      *
           MOVE    1                   TO  FLG-SYSKANRI
      *
           MOVE    SPACE               TO  SYS-9006-REC
           INITIALIZE                      SYS-9006-REC
           MOVE    "9006"              TO  SYS-9006-KANRICD
           MOVE    "01"                TO  SYS-9006-KBNCD
           MOVE    SPA-SYSYMD          TO  SYS-9006-STYUKYMD
                                           SYS-9006-EDYUKYMD
           MOVE    SPA-HOSPNUM         TO  SYS-9006-HOSPNUM
           MOVE    SYS-9006-REC        TO  MCPDATA-REC
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
                   MOVE    MCPDATA-REC         TO  SYS-9006-REC
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
           MOVE    "MBACKUP"           TO  MCP-WINDOW
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
           MOVE    "MBACKUP"           TO  SPA-MOTOPG
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
