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
       PROGRAM-ID.                 ORCGTOUKEIDEF.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 統計ＣＳＶ出力
      *  コンポーネント名  : 統計定義登録（ＭＴＯＵＫＥＩＤＥＦ）
      *                      （抽出条件（期間・入外・診療科・保険・
      *                        診療行為コード範囲・病名）、集計軸と
      *                        出力項目、定期実行日と出力ファイル名
      *                        を名前をつけて保存する。
      *                        保存した定義はＯＲＣＢＴＯＵＫＥＩＤＥＦ
      *                        が定期実行日（または定義指定）に集計
      *                        し、ファイル保存先へＣＳＶを出力する）
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
           03  FLG-DEF             PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(03).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-COUNT           PIC 9(04)   COMP.
           03  WRK-RC              PIC S9(09)  BINARY.
           03  WRK-KOUMOKU-CNT     PIC 9(01).
           03  WRK-MOJI-CNT        PIC 9(03).
           03  WRK-YMD.
               05  WRK-YMD-YY      PIC 9(04).
               05  WRK-YMD-MM      PIC 9(02).
               05  WRK-YMD-DD      PIC 9(02).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    統計定義テーブル
      *    （ＯＲＣＢＴＯＵＫＥＩＤＥＦと同一レイアウト）
       01  TOUKEIDEF-REC.
           03  TKD-HOSPNUM         PIC 9(02).
           03  TKD-DEFID           PIC X(10).
           03  TKD-DEFNAME         PIC X(100).
      *    期間区分（１：前月　２：当月　３：期間指定）
           03  TKD-KIKANKBN        PIC X(01).
           03  TKD-STYMD           PIC X(08).
           03  TKD-EDYMD           PIC X(08).
      *    抽出条件（空白は条件なし）
      *    入外区分（１：入院　２：外来）
           03  TKD-NYUGAIKBN       PIC X(01).
           03  TKD-SRYKA           PIC X(02).
           03  TKD-HKNNUM          PIC X(03).
           03  TKD-SRYCD-ST        PIC X(09).
           03  TKD-SRYCD-ED        PIC X(09).
           03  TKD-BYOMEICD        PIC X(07).
      *    集計軸（１：診療科　２：保険番号　３：診療行為
      *            ４：診療年月　５：入外　６：医師）
           03  TKD-JIKU1           PIC X(01).
           03  TKD-JIKU2           PIC X(01).
      *    出力項目（１：延患者数　２：件数　３：回数　４：点数）
           03  TKD-KOUMOKU         PIC X(01)   OCCURS  4.
      *    定期実行（０：なし　１：毎月）・実行日（３１以上は末日）
           03  TKD-TEIKIKBN        PIC X(01).
           03  TKD-TEIKIDD         PIC 9(02).
           03  TKD-FILENAME        PIC X(100).
           03  TKD-LASTYMD         PIC X(08).
           03  TKD-UPYMD           PIC X(08).
           03  TKD-UPHMS           PIC X(06).
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
           COPY    "MTOUKEIDEF.INC".
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
           MOVE    SPACE               TO  MTOUKEIDEF-DEFID
           PERFORM 110-CLEAR-SEC
           MOVE    SPACE               TO  MTOUKEIDEF-MSG
           PERFORM 230-ICHIRAN-SEC
      *
           PERFORM 290-REDISP-SEC
           .
       100-INIT-EXT.
           EXIT.
      *****************************************************************
      *    定義項目クリア処理（初期値の設定）
      *****************************************************************
       110-CLEAR-SEC               SECTION.
      *
           MOVE    SPACE               TO  MTOUKEIDEF-DEFNAME
                                           MTOUKEIDEF-STYMD
                                           MTOUKEIDEF-EDYMD
                                           MTOUKEIDEF-NYUGAIKBN
                                           MTOUKEIDEF-SRYKA
                                           MTOUKEIDEF-HKNNUM
                                           MTOUKEIDEF-SRYCDST
                                           MTOUKEIDEF-SRYCDED
                                           MTOUKEIDEF-BYOMEICD
                                           MTOUKEIDEF-JIKU2
                                           MTOUKEIDEF-FILENAME
                                           MTOUKEIDEF-LASTYMD
      *    前月分を診療科別に延患者数・件数・点数で集計、定期実行なし
           MOVE    "1"                 TO  MTOUKEIDEF-KIKANKBN
           MOVE    "1"                 TO  MTOUKEIDEF-JIKU1
           MOVE    "1"                 TO  MTOUKEIDEF-KOUMOKU1
                                           MTOUKEIDEF-KOUMOKU2
                                           MTOUKEIDEF-KOUMOKU4
           MOVE    "0"                 TO  MTOUKEIDEF-KOUMOKU3
           MOVE    "0"                 TO  MTOUKEIDEF-TEIKIKBN
           MOVE    ZERO                TO  MTOUKEIDEF-TEIKIDD
           .
       110-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    画面遷移処理
      *****************************************************************
       200-GMNSENI                 SECTION.
      *
           EVALUATE    MCP-EVENT       ALSO    MCP-WIDGET
      *        定義表示
               WHEN    "CLICKED"       ALSO    "B02"
                   MOVE    SPACE               TO  MTOUKEIDEF-MSG
                   PERFORM 220-DISP-SEC
                   PERFORM 290-REDISP-SEC
      *        定義登録
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 240-TOUROKU-SEC
      *        定義削除
               WHEN    "CLICKED"       ALSO    "B04"
                   PERFORM 250-SAKUJO-SEC
      *        一覧から選択
               WHEN    "SELECT"        ALSO    "LIST"
                   PERFORM 260-SENTAKU-SEC
               WHEN    OTHER
                   PERFORM 210-BACK
           END-EVALUATE
      *
           .
       200-GMNSENI-EXT.
           EXIT.
      *****************************************************************
      *    定義表示処理
      *****************************************************************
       220-DISP-SEC                SECTION.
      *
           IF      MTOUKEIDEF-DEFID    =   SPACE
               MOVE    "定義コードを入力してください"
                                       TO  MTOUKEIDEF-MSG
               GO  TO  220-DISP-EXT
           END-IF
      *
           PERFORM 800-DEF-GET-SEC
           IF      FLG-DEF         NOT =   ZERO
               PERFORM 110-CLEAR-SEC
               MOVE    "定義が登録されていません"
                                       TO  MTOUKEIDEF-MSG
               GO  TO  220-DISP-EXT
           END-IF
      *
           MOVE    TKD-DEFNAME         TO  MTOUKEIDEF-DEFNAME
           MOVE    TKD-KIKANKBN        TO  MTOUKEIDEF-KIKANKBN
           MOVE    TKD-STYMD           TO  MTOUKEIDEF-STYMD
           MOVE    TKD-EDYMD           TO  MTOUKEIDEF-EDYMD
           MOVE    TKD-NYUGAIKBN       TO  MTOUKEIDEF-NYUGAIKBN
           MOVE    TKD-SRYKA           TO  MTOUKEIDEF-SRYKA
           MOVE    TKD-HKNNUM          TO  MTOUKEIDEF-HKNNUM
           MOVE    TKD-SRYCD-ST        TO  MTOUKEIDEF-SRYCDST
           MOVE    TKD-SRYCD-ED        TO  MTOUKEIDEF-SRYCDED
           MOVE    TKD-BYOMEICD        TO  MTOUKEIDEF-BYOMEICD
           MOVE    TKD-JIKU1           TO  MTOUKEIDEF-JIKU1
           MOVE    TKD-JIKU2           TO  MTOUKEIDEF-JIKU2
           MOVE    TKD-KOUMOKU (1)     TO  MTOUKEIDEF-KOUMOKU1
           MOVE    TKD-KOUMOKU (2)     TO  MTOUKEIDEF-KOUMOKU2
           MOVE    TKD-KOUMOKU (3)     TO  MTOUKEIDEF-KOUMOKU3
           MOVE    TKD-KOUMOKU (4)     TO  MTOUKEIDEF-KOUMOKU4
           MOVE    TKD-TEIKIKBN        TO  MTOUKEIDEF-TEIKIKBN
           MOVE    TKD-TEIKIDD         TO  MTOUKEIDEF-TEIKIDD
           MOVE    TKD-FILENAME        TO  MTOUKEIDEF-FILENAME
           MOVE    TKD-LASTYMD         TO  MTOUKEIDEF-LASTYMD
           .
       220-DISP-EXT.
           EXIT.
      *****************************************************************
      *    定義一覧取得処理（最大５０件）
      *****************************************************************
       230-ICHIRAN-SEC             SECTION.
      *
           MOVE    ZERO                TO  WRK-COUNT
      *
           INITIALIZE                  TOUKEIDEF-REC
           MOVE    SPA-HOSPNUM         TO  TKD-HOSPNUM
           MOVE    TOUKEIDEF-REC       TO  MCPDATA-REC
           MOVE    "tbl_toukeidef"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 231-ICHIRAN-FETCH-SEC
                       UNTIL   FLG-FETCH       =   1
           END-IF
           MOVE    "tbl_toukeidef"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    WRK-COUNT           TO  MTOUKEIDEF-COUNT
           .
       230-ICHIRAN-EXT.
           EXIT.
      *****************************************************************
      *    定義一覧読込処理
      *****************************************************************
       231-ICHIRAN-FETCH-SEC       SECTION.
      *
           MOVE    "tbl_toukeidef"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
           OR      WRK-COUNT           >=  50
               MOVE    1                   TO  FLG-FETCH
               GO  TO  231-ICHIRAN-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  TOUKEIDEF-REC
      *
           ADD     1                   TO  WRK-COUNT
           MOVE    TKD-DEFID       TO  MTOUKEIDEF-LDEFID   (WRK-COUNT)
           MOVE    TKD-DEFNAME     TO  MTOUKEIDEF-LDEFNAME (WRK-COUNT)
           MOVE    TKD-LASTYMD     TO  MTOUKEIDEF-LLASTYMD (WRK-COUNT)
           IF      TKD-TEIKIKBN        =   "1"
               MOVE    TKD-TEIKIDD TO  MTOUKEIDEF-LTEIKIDD (WRK-COUNT)
           ELSE
               MOVE    ZERO        TO  MTOUKEIDEF-LTEIKIDD (WRK-COUNT)
           END-IF
           .
       231-ICHIRAN-FETCH-EXT.
           EXIT.
      *****************************************************************
      *    定義登録処理
      *    （同一定義コードは削除後に登録する（変更を兼ねる）。
      *      前回実行日は引き継ぐ）
      *****************************************************************
       240-TOUROKU-SEC             SECTION.
      *
           PERFORM 270-INPUT-CHK-SEC
           IF      MTOUKEIDEF-MSG  NOT =   SPACE
               PERFORM 290-REDISP-SEC
               GO  TO  240-TOUROKU-EXT
           END-IF
      *
           PERFORM 800-DEF-GET-SEC
           IF      FLG-DEF             =   ZERO
               MOVE    TKD-LASTYMD         TO  MTOUKEIDEF-LASTYMD
           ELSE
               MOVE    SPACE               TO  MTOUKEIDEF-LASTYMD
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           INITIALIZE                  TOUKEIDEF-REC
           MOVE    SPA-HOSPNUM         TO  TKD-HOSPNUM
           MOVE    MTOUKEIDEF-DEFID    TO  TKD-DEFID
           MOVE    MTOUKEIDEF-DEFNAME  TO  TKD-DEFNAME
           MOVE    MTOUKEIDEF-KIKANKBN TO  TKD-KIKANKBN
           IF      TKD-KIKANKBN        =   "3"
               MOVE    MTOUKEIDEF-STYMD    TO  TKD-STYMD
               MOVE    MTOUKEIDEF-EDYMD    TO  TKD-EDYMD
           END-IF
           MOVE    MTOUKEIDEF-NYUGAIKBN
                                       TO  TKD-NYUGAIKBN
           MOVE    MTOUKEIDEF-SRYKA    TO  TKD-SRYKA
           MOVE    MTOUKEIDEF-HKNNUM   TO  TKD-HKNNUM
           MOVE    MTOUKEIDEF-SRYCDST  TO  TKD-SRYCD-ST
           MOVE    MTOUKEIDEF-SRYCDED  TO  TKD-SRYCD-ED
           MOVE    MTOUKEIDEF-BYOMEICD TO  TKD-BYOMEICD
           MOVE    MTOUKEIDEF-JIKU1    TO  TKD-JIKU1
           MOVE    MTOUKEIDEF-JIKU2    TO  TKD-JIKU2
           MOVE    MTOUKEIDEF-KOUMOKU1 TO  TKD-KOUMOKU (1)
           MOVE    MTOUKEIDEF-KOUMOKU2 TO  TKD-KOUMOKU (2)
           MOVE    MTOUKEIDEF-KOUMOKU3 TO  TKD-KOUMOKU (3)
           MOVE    MTOUKEIDEF-KOUMOKU4 TO  TKD-KOUMOKU (4)
           MOVE    MTOUKEIDEF-TEIKIKBN TO  TKD-TEIKIKBN
           IF      TKD-TEIKIKBN        =   "1"
               MOVE    MTOUKEIDEF-TEIKIDD  TO  TKD-TEIKIDD
           ELSE
               MOVE    ZERO                TO  TKD-TEIKIDD
           END-IF
           MOVE    MTOUKEIDEF-FILENAME TO  TKD-FILENAME
           MOVE    MTOUKEIDEF-LASTYMD  TO  TKD-LASTYMD
           MOVE    SMCNDATE-YMD        TO  TKD-UPYMD
           MOVE    SMCNDATE-HMS        TO  TKD-UPHMS
      *
           MOVE    TOUKEIDEF-REC       TO  MCPDATA-REC
           MOVE    "tbl_toukeidef"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    TOUKEIDEF-REC       TO  MCPDATA-REC
           MOVE    "tbl_toukeidef"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           PERFORM 230-ICHIRAN-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "登録しました"      TO  MTOUKEIDEF-MSG
           ELSE
               MOVE    "登録できませんでした"
                                       TO  MTOUKEIDEF-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       240-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    定義削除処理
      *****************************************************************
       250-SAKUJO-SEC              SECTION.
      *
           MOVE    SPACE               TO  MTOUKEIDEF-MSG
           PERFORM 220-DISP-SEC
           IF      MTOUKEIDEF-MSG  NOT =   SPACE
               PERFORM 290-REDISP-SEC
               GO  TO  250-SAKUJO-EXT
           END-IF
      *
           MOVE    TOUKEIDEF-REC       TO  MCPDATA-REC
           MOVE    "tbl_toukeidef"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           PERFORM 110-CLEAR-SEC
           PERFORM 230-ICHIRAN-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "削除しました"      TO  MTOUKEIDEF-MSG
           ELSE
               MOVE    "削除できませんでした"
                                       TO  MTOUKEIDEF-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       250-SAKUJO-EXT.
           EXIT.
      *****************************************************************
      *    一覧選択処理
      *****************************************************************
       260-SENTAKU-SEC             SECTION.
      *
           MOVE    SPACE               TO  MTOUKEIDEF-MSG
           MOVE    MTOUKEIDEF-SELNUM   TO  IDX
           IF      IDX                 >   ZERO
           AND     IDX             NOT >   MTOUKEIDEF-COUNT
               MOVE    MTOUKEIDEF-LDEFID (IDX)
                                       TO  MTOUKEIDEF-DEFID
               PERFORM 220-DISP-SEC
           END-IF
           PERFORM 290-REDISP-SEC
           .
       260-SENTAKU-EXT.
           EXIT.
      *****************************************************************
      *    入力チェック処理
      *    （誤りがあればメッセージを設定する）
      *****************************************************************
       270-INPUT-CHK-SEC           SECTION.
      *
           MOVE    SPACE               TO  MTOUKEIDEF-MSG
           IF      MTOUKEIDEF-DEFID    =   SPACE
               MOVE    "定義コードを入力してください"
                                       TO  MTOUKEIDEF-MSG
               GO  TO  270-INPUT-CHK-EXT
           END-IF
           IF      MTOUKEIDEF-DEFNAME  =   SPACE
               MOVE    "定義名を入力してください"
                                       TO  MTOUKEIDEF-MSG
               GO  TO  270-INPUT-CHK-EXT
           END-IF
      *
      *    期間
           EVALUATE    MTOUKEIDEF-KIKANKBN
               WHEN    "1"
               WHEN    "2"
                   CONTINUE
               WHEN    "3"
                   PERFORM 271-KIKAN-CHK-SEC
               WHEN    OTHER
                   MOVE    "期間区分は１から３です"
                                       TO  MTOUKEIDEF-MSG
           END-EVALUATE
           IF      MTOUKEIDEF-MSG  NOT =   SPACE
               GO  TO  270-INPUT-CHK-EXT
           END-IF
      *
      *    抽出条件
           IF    ( MTOUKEIDEF-NYUGAIKBN    NOT =   SPACE )
           AND   ( MTOUKEIDEF-NYUGAIKBN    NOT =   "1" )
           AND   ( MTOUKEIDEF-NYUGAIKBN    NOT =   "2" )
               MOVE    "入外区分は１か２です"
                                       TO  MTOUKEIDEF-MSG
               GO  TO  270-INPUT-CHK-EXT
           END-IF
           IF      MTOUKEIDEF-SRYCDED  =   SPACE
               MOVE    MTOUKEIDEF-SRYCDST  TO  MTOUKEIDEF-SRYCDED
           END-IF
           IF      MTOUKEIDEF-SRYCDST  >   MTOUKEIDEF-SRYCDED
               MOVE    "診療行為コードの範囲が誤りです"
                                       TO  MTOUKEIDEF-MSG
               GO  TO  270-INPUT-CHK-EXT
           END-IF
      *
      *    集計軸
           IF      MTOUKEIDEF-JIKU1    <   "1"
           OR      MTOUKEIDEF-JIKU1    >   "6"
               MOVE    "集計軸１は１から６です"
                                       TO  MTOUKEIDEF-MSG
               GO  TO  270-INPUT-CHK-EXT
           END-IF
           IF      MTOUKEIDEF-JIKU2    NOT =   SPACE
               IF      MTOUKEIDEF-JIKU2    <   "1"
               OR      MTOUKEIDEF-JIKU2    >   "6"
               OR      MTOUKEIDEF-JIKU2    =   MTOUKEIDEF-JIKU1
                   MOVE    "集計軸２に誤りがあります"
                                       TO  MTOUKEIDEF-MSG
                   GO  TO  270-INPUT-CHK-EXT
               END-IF
           END-IF
      *
      *    出力項目（１つ以上）
           MOVE    ZERO                TO  WRK-KOUMOKU-CNT
           IF      MTOUKEIDEF-KOUMOKU1 =   "1"
               ADD     1                   TO  WRK-KOUMOKU-CNT
           END-IF
           IF      MTOUKEIDEF-KOUMOKU2 =   "1"
               ADD     1                   TO  WRK-KOUMOKU-CNT
           END-IF
           IF      MTOUKEIDEF-KOUMOKU3 =   "1"
               ADD     1                   TO  WRK-KOUMOKU-CNT
           END-IF
           IF      MTOUKEIDEF-KOUMOKU4 =   "1"
               ADD     1                   TO  WRK-KOUMOKU-CNT
           END-IF
           IF      WRK-KOUMOKU-CNT     =   ZERO
               MOVE    "出力項目を選択してください"
                                       TO  MTOUKEIDEF-MSG
               GO  TO  270-INPUT-CHK-EXT
           END-IF
      *
      *    定期実行
           EVALUATE    MTOUKEIDEF-TEIKIKBN
               WHEN    "0"
                   CONTINUE
               WHEN    "1"
                   IF      MTOUKEIDEF-TEIKIDD  IS  NOT NUMERIC
                   OR      MTOUKEIDEF-TEIKIDD  =   ZERO
                       MOVE    "定期実行日に誤りがあります"
                                       TO  MTOUKEIDEF-MSG
                   END-IF
               WHEN    OTHER
                   MOVE    "定期実行区分は０か１です"
                                       TO  MTOUKEIDEF-MSG
           END-EVALUATE
           IF      MTOUKEIDEF-MSG  NOT =   SPACE
               GO  TO  270-INPUT-CHK-EXT
           END-IF
      *
      *    出力ファイル名（保存先のフォルダはファイル保存先とする）
           MOVE    ZERO                TO  WRK-MOJI-CNT
           INSPECT MTOUKEIDEF-FILENAME TALLYING    WRK-MOJI-CNT
                                       FOR ALL "/" "\" ":"
           IF      WRK-MOJI-CNT        >   ZERO
               MOVE    "ファイル名に／：￥は使えません"
                                       TO  MTOUKEIDEF-MSG
               GO  TO  270-INPUT-CHK-EXT
           END-IF
           .
       270-INPUT-CHK-EXT.
           EXIT.
      *****************************************************************
      *    指定期間チェック処理
      *****************************************************************
       271-KIKAN-CHK-SEC           SECTION.
      *
           MOVE    MTOUKEIDEF-STYMD    TO  WRK-YMD
           IF    ( WRK-YMD         IS  NOT NUMERIC )
           OR    ( WRK-YMD-MM      <   1 )
           OR    ( WRK-YMD-MM      >   12 )
           OR    ( WRK-YMD-DD      <   1 )
           OR    ( WRK-YMD-DD      >   31 )
               MOVE    "開始日に誤りがあります"
                                       TO  MTOUKEIDEF-MSG
               GO  TO  271-KIKAN-CHK-EXT
           END-IF
           MOVE    MTOUKEIDEF-EDYMD    TO  WRK-YMD
           IF    ( WRK-YMD         IS  NOT NUMERIC )
           OR    ( WRK-YMD-MM      <   1 )
           OR    ( WRK-YMD-MM      >   12 )
           OR    ( WRK-YMD-DD      <   1 )
           OR    ( WRK-YMD-DD      >   31 )
               MOVE    "終了日に誤りがあります"
                                       TO  MTOUKEIDEF-MSG
               GO  TO  271-KIKAN-CHK-EXT
           END-IF
           IF      MTOUKEIDEF-STYMD    >   MTOUKEIDEF-EDYMD
               MOVE    "終了日が開始日より前です"
                                       TO  MTOUKEIDEF-MSG
           END-IF
           .
       271-KIKAN-CHK-EXT.
           EXIT.
      *****************************************************************
      *    統計定義取得処理
      *****************************************************************
       800-DEF-GET-SEC             SECTION.
      *
           MOVE    1                   TO  FLG-DEF
      *
           INITIALIZE                  TOUKEIDEF-REC
           MOVE    SPA-HOSPNUM         TO  TKD-HOSPNUM
           MOVE    MTOUKEIDEF-DEFID    TO  TKD-DEFID
           MOVE    TOUKEIDEF-REC       TO  MCPDATA-REC
           MOVE    "tbl_toukeidef"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_toukeidef"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  TOUKEIDEF-REC
                   MOVE    ZERO                TO  FLG-DEF
               END-IF
               MOVE    "tbl_toukeidef"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       800-DEF-GET-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MTOUKEIDEF"        TO  MCP-WINDOW
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
           MOVE    "MTOUKEIDEF"        TO  SPA-MOTOPG
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
