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
       PROGRAM-ID.                 ORCGGAIJI.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : メニュー
      *  コンポーネント名  : 外字マップ管理
      *                      （ＭＧＡＩＪＩ）
      *                      （外字・異体字ごとに画面表示用・帳票
      *                        印字用・レセ電外部連携用の代替文字を
      *                        登録する。外字はＥＵＣの１６進コード
      *                        または文字で指定する。変換は共通サブ
      *                        ＯＲＣＳＧＡＩＪＩが各出力で行い、
      *                        マップ未登録の外字を持つ患者の一覧は
      *                        ＯＲＣＢＧＡＩＪＩが作成する）
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
           03  FLG-GAIJIMAP        PIC 9(01).
           03  FLG-ERR             PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(04)   COMP.
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-COUNT           PIC 9(04)   COMP.
           03  WRK-GAIJICD         PIC X(06).
           03  WRK-MOJI            PIC X(03).
           03  WRK-DAITAI          PIC X(20).
      *
       01  CONST-AREA.
           03  CONST-LIST-MAX      PIC 9(04)   COMP    VALUE   100.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    外字マップテーブル
      *    （ＯＲＣＳＧＡＩＪＩと同一レイアウト）
       01  GAIJIMAP-REC.
           03  GJM-HOSPNUM         PIC 9(02).
           03  GJM-GAIJICD         PIC X(06).
           03  GJM-MOJI            PIC X(03).
           03  GJM-DISP            PIC X(20).
           03  GJM-PRT             PIC X(20).
           03  GJM-REZ             PIC X(20).
           03  GJM-BIKO            PIC X(50).
           03  GJM-OPID            PIC X(16).
           03  GJM-CREYMD          PIC X(08).
           03  GJM-UPYMD           PIC X(08).
           03  GJM-UPHMS           PIC X(06).
      *
      *****************************************************************
      *    サブプロ用　領域
      *****************************************************************
      *
      *    マシン日付取得サブ
           COPY    "CPORCSMCNDATE.INC".
      *
      *    外字代替文字変換サブ
           COPY    "CPORCSGAIJI.INC".
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
           COPY    "M01N.INC".
           COPY    "M02.INC".
           COPY    "M95.INC".
           COPY    "MERR.INC".
           COPY    "MID1.INC".
           COPY    "MVER.INC".
           COPY    "M98.INC".
           COPY    "MUID.INC".
           COPY    "M99.INC".
           COPY    "MID2.INC".
           COPY    "MDAS.INC".
           COPY    "MLOG.INC".
           COPY    "MINF.INC".
           COPY    "MPRT.INC".
           COPY    "MPDEL.INC".
           COPY    "MGAIJI.INC".
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
           INITIALIZE                      MGAIJI
           MOVE    SPACE               TO  MGAIJI-MSG
      *
           PERFORM 220-GAIJILIST-SEC
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
      *        表示（一覧から選択または外字コード・文字を指定）
               WHEN    "CLICKED"       ALSO    "B02"
                   PERFORM 250-HYOUJI-SEC
      *        登録
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-TOUROKU-SEC
      *        削除
               WHEN    "CLICKED"       ALSO    "B04"
                   PERFORM 240-DELETE-SEC
               WHEN    OTHER
                   PERFORM 210-BACK
           END-EVALUATE
      *
           .
       200-GMNSENI-EXT.
           EXIT.
      *****************************************************************
      *    外字マップ一覧取得処理
      *****************************************************************
       220-GAIJILIST-SEC           SECTION.
      *
           MOVE    ZERO                TO  WRK-COUNT
      *
           INITIALIZE                  GAIJIMAP-REC
           MOVE    SPA-HOSPNUM         TO  GJM-HOSPNUM
           MOVE    GAIJIMAP-REC        TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_gaijimap"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               PERFORM 900-GAIJIMAP-FETCH-SEC
           ELSE
               MOVE    1                   TO  FLG-GAIJIMAP
           END-IF
      *
           PERFORM UNTIL   FLG-GAIJIMAP    =   1
               IF      WRK-COUNT           <   CONST-LIST-MAX
                   ADD     1                   TO  WRK-COUNT
                   MOVE    GJM-GAIJICD     TO  MGAIJI-TGAIJICD
                                                       (WRK-COUNT)
                   MOVE    GJM-MOJI        TO  MGAIJI-TMOJI
                                                       (WRK-COUNT)
                   MOVE    GJM-DISP        TO  MGAIJI-TDISP
                                                       (WRK-COUNT)
                   MOVE    GJM-PRT         TO  MGAIJI-TPRT
                                                       (WRK-COUNT)
                   MOVE    GJM-REZ         TO  MGAIJI-TREZ
                                                       (WRK-COUNT)
               END-IF
               PERFORM 900-GAIJIMAP-FETCH-SEC
           END-PERFORM
      *
           MOVE    "tbl_gaijimap"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
      *
           MOVE    WRK-COUNT           TO  MGAIJI-COUNT
           .
       220-GAIJILIST-EXT.
           EXIT.
      *****************************************************************
      *    表示処理
      *****************************************************************
       250-HYOUJI-SEC              SECTION.
      *
           IF    ( MGAIJI-SELNUM       >   ZERO )
           AND   ( MGAIJI-SELNUM   NOT >   MGAIJI-COUNT )
               MOVE    MGAIJI-TGAIJICD (MGAIJI-SELNUM)
                                       TO  MGAIJI-GAIJICD
               MOVE    ZERO                TO  MGAIJI-SELNUM
           END-IF
           PERFORM 260-CD-HENSYU-SEC
           IF      FLG-ERR         NOT =   ZERO
               PERFORM 220-GAIJILIST-SEC
               PERFORM 290-REDISP-SEC
               GO  TO  250-HYOUJI-EXT
           END-IF
      *
           PERFORM 800-GAIJIMAP-GET-SEC
           IF      FLG-GAIJIMAP        =   ZERO
               MOVE    GJM-DISP            TO  MGAIJI-DISP
               MOVE    GJM-PRT             TO  MGAIJI-PRT
               MOVE    GJM-REZ             TO  MGAIJI-REZ
               MOVE    GJM-BIKO            TO  MGAIJI-BIKO
               MOVE    SPACE               TO  MGAIJI-MSG
           ELSE
               MOVE    SPACE               TO  MGAIJI-DISP
                                               MGAIJI-PRT
                                               MGAIJI-REZ
                                               MGAIJI-BIKO
               MOVE    "未登録の外字です"  TO  MGAIJI-MSG
           END-IF
           PERFORM 220-GAIJILIST-SEC
           PERFORM 290-REDISP-SEC
           .
       250-HYOUJI-EXT.
           EXIT.
      *****************************************************************
      *    外字コード・文字編集処理
      *    （コードの指定があればコードから文字を、なければ文字から
      *      コードを求めて画面へ編集する）
      *****************************************************************
       260-CD-HENSYU-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-ERR
           INITIALIZE                  ORCSGAIJIAREA
           MOVE    SPA-HOSPNUM         TO  SGAIJI-HOSPNUM
           EVALUATE    TRUE
               WHEN    MGAIJI-GAIJICD  NOT =   SPACE
                   MOVE    "2"                 TO  SGAIJI-MODE
                   MOVE    MGAIJI-GAIJICD      TO  SGAIJI-CD
               WHEN    MGAIJI-MOJI     NOT =   SPACE
                   MOVE    "3"                 TO  SGAIJI-MODE
                   MOVE    MGAIJI-MOJI         TO  SGAIJI-MOJI
               WHEN    OTHER
                   MOVE    "外字コードを入力"  TO  MGAIJI-MSG
                   MOVE    1                   TO  FLG-ERR
                   GO  TO  260-CD-HENSYU-EXT
           END-EVALUATE
           CALL    "ORCSGAIJI"         USING
                                       ORCSGAIJIAREA
           IF      SGAIJI-RC       NOT =   ZERO
           OR      SGAIJI-MOJI         =   SPACE
               MOVE    "外字コードが不正です"
                                       TO  MGAIJI-MSG
               MOVE    1                   TO  FLG-ERR
               GO  TO  260-CD-HENSYU-EXT
           END-IF
           MOVE    SGAIJI-CD           TO  MGAIJI-GAIJICD
                                           WRK-GAIJICD
           MOVE    SGAIJI-MOJI         TO  MGAIJI-MOJI
                                           WRK-MOJI
           .
       260-CD-HENSYU-EXT.
           EXIT.
      *****************************************************************
      *    登録処理
      *****************************************************************
       230-TOUROKU-SEC             SECTION.
      *
           PERFORM 231-INPUT-CHK-SEC
           IF      FLG-ERR         NOT =   ZERO
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           PERFORM 800-GAIJIMAP-GET-SEC
           IF      FLG-GAIJIMAP        =   ZERO
               MOVE    "DBUPDATE"          TO  MCP-FUNC
           ELSE
               INITIALIZE                  GAIJIMAP-REC
               MOVE    SPA-HOSPNUM         TO  GJM-HOSPNUM
               MOVE    WRK-GAIJICD         TO  GJM-GAIJICD
               MOVE    SMCNDATE-YMD        TO  GJM-CREYMD
               MOVE    "DBINSERT"          TO  MCP-FUNC
           END-IF
           MOVE    WRK-MOJI            TO  GJM-MOJI
           MOVE    MGAIJI-DISP         TO  GJM-DISP
           MOVE    MGAIJI-PRT          TO  GJM-PRT
           MOVE    MGAIJI-REZ          TO  GJM-REZ
           MOVE    MGAIJI-BIKO         TO  GJM-BIKO
           MOVE    SPA-OPID            TO  GJM-OPID
           MOVE    SMCNDATE-YMD        TO  GJM-UPYMD
           MOVE    SMCNDATE-HMS        TO  GJM-UPHMS
           MOVE    GAIJIMAP-REC        TO  MCPDATA-REC
           MOVE    "tbl_gaijimap"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "登録しました"      TO  MGAIJI-MSG
               PERFORM 280-MAP-RELOAD-SEC
           ELSE
               MOVE    "登録できませんでした"
                                       TO  MGAIJI-MSG
           END-IF
           PERFORM 220-GAIJILIST-SEC
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    入力チェック処理
      *****************************************************************
       231-INPUT-CHK-SEC           SECTION.
      *
           PERFORM 260-CD-HENSYU-SEC
           IF      FLG-ERR         NOT =   ZERO
               GO  TO  231-INPUT-CHK-EXT
           END-IF
      *
           IF    ( MGAIJI-DISP         =   SPACE )
           AND   ( MGAIJI-PRT          =   SPACE )
           AND   ( MGAIJI-REZ          =   SPACE )
               MOVE    "代替文字を入力"    TO  MGAIJI-MSG
               MOVE    1                   TO  FLG-ERR
               GO  TO  231-INPUT-CHK-EXT
           END-IF
      *
      *    代替文字に外字を含まないこと
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   3
                   OR      FLG-ERR     =   1
               EVALUATE    IDX
                   WHEN    1
                       MOVE    MGAIJI-DISP         TO  WRK-DAITAI
                   WHEN    2
                       MOVE    MGAIJI-PRT          TO  WRK-DAITAI
                   WHEN    OTHER
                       MOVE    MGAIJI-REZ          TO  WRK-DAITAI
               END-EVALUATE
               INITIALIZE                  ORCSGAIJIAREA
               MOVE    "1"                 TO  SGAIJI-MODE
               MOVE    "3"                 TO  SGAIJI-KBN
               MOVE    SPA-HOSPNUM         TO  SGAIJI-HOSPNUM
               MOVE    WRK-DAITAI          TO  SGAIJI-INDATA
               CALL    "ORCSGAIJI"         USING
                                           ORCSGAIJIAREA
               IF      SGAIJI-RC           =   1
                   MOVE    "代替文字に外字があります"
                                       TO  MGAIJI-MSG
                   MOVE    1                   TO  FLG-ERR
               END-IF
           END-PERFORM
           .
       231-INPUT-CHK-EXT.
           EXIT.
      *****************************************************************
      *    削除処理
      *****************************************************************
       240-DELETE-SEC              SECTION.
      *
           PERFORM 260-CD-HENSYU-SEC
           IF      FLG-ERR         NOT =   ZERO
               PERFORM 290-REDISP-SEC
               GO  TO  240-DELETE-EXT
           END-IF
      *
           INITIALIZE                  GAIJIMAP-REC
           MOVE    SPA-HOSPNUM         TO  GJM-HOSPNUM
           MOVE    WRK-GAIJICD         TO  GJM-GAIJICD
           MOVE    GAIJIMAP-REC        TO  MCPDATA-REC
           MOVE    "DBDELETE"          TO  MCP-FUNC
           MOVE    "tbl_gaijimap"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "削除しました"      TO  MGAIJI-MSG
               PERFORM 280-MAP-RELOAD-SEC
           ELSE
               MOVE    "削除できませんでした"
                                       TO  MGAIJI-MSG
           END-IF
           PERFORM 220-GAIJILIST-SEC
           PERFORM 290-REDISP-SEC
           .
       240-DELETE-EXT.
           EXIT.
      *****************************************************************
      *    外字マップ再読込処理
      *    （変換サブが保持しているマップを読み直させる）
      *****************************************************************
       280-MAP-RELOAD-SEC          SECTION.
      *
           INITIALIZE                  ORCSGAIJIAREA
           MOVE    "9"                 TO  SGAIJI-MODE
           MOVE    SPA-HOSPNUM         TO  SGAIJI-HOSPNUM
           CALL    "ORCSGAIJI"         USING
                                       ORCSGAIJIAREA
           .
       280-MAP-RELOAD-EXT.
           EXIT.
      *****************************************************************
      *    外字マップ取得処理
      *****************************************************************
       800-GAIJIMAP-GET-SEC        SECTION.
      *
           INITIALIZE                  GAIJIMAP-REC
           MOVE    SPA-HOSPNUM         TO  GJM-HOSPNUM
           MOVE    WRK-GAIJICD         TO  GJM-GAIJICD
           MOVE    GAIJIMAP-REC        TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_gaijimap"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "key"               TO  MCP-PATHNAME
               PERFORM 900-GAIJIMAP-FETCH-SEC
           ELSE
               MOVE    1                   TO  FLG-GAIJIMAP
           END-IF
           MOVE    "tbl_gaijimap"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           .
       800-GAIJIMAP-GET-EXT.
           EXIT.
      *****************************************************************
      *    外字マップ１件フェッチ処理
      *****************************************************************
       900-GAIJIMAP-FETCH-SEC      SECTION.
      *
           MOVE    "tbl_gaijimap"      TO  MCP-TABLE
           MOVE    "DBFETCH"           TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
      *
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  GAIJIMAP-REC
               MOVE    ZERO                TO  FLG-GAIJIMAP
           ELSE
               INITIALIZE                      GAIJIMAP-REC
               MOVE    1                   TO  FLG-GAIJIMAP
           END-IF
      *
           .
       900-GAIJIMAP-FETCH-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MGAIJI"            TO  MCP-WINDOW
           PERFORM 900-PUT-WINDOW
           MOVE    1                   TO  FLG-END
           .
       290-REDISP-EXT.
           EXIT.
      *****************************************************************
      *    戻る　処理
      *****************************************************************
       210-BACK                    SECTION.
      *
           MOVE    SPA-MOTOPG          TO  SPA-SAKIPG
           MOVE    "MGAIJI"            TO  SPA-MOTOPG
      *
           IF      SPA-SAKIPG          =   SPACE
               MOVE    "M98"               TO  SPA-SAKIPG
           END-IF
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
