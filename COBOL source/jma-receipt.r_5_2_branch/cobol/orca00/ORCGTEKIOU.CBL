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
       PROGRAM-ID.                 ORCGTEKIOU.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 病名
      *  コンポーネント名  : 適応病名対応表保守（ＭＴＥＫＩＯＵ）
      *                      （医薬品・診療行為ごとに算定に必要な
      *                        適応病名を医療機関で登録・削除する。
      *                        重大区分１の対応は、病名漏れ点検
      *                        （ＯＲＣＢＴＥＫＩＯＵ）で適応病名が
      *                        無い場合にレセプト保留台帳へ病名待ち
      *                        として登録される）
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
           03  FLG-TKO             PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(02).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PATHNAME        PIC X(10).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    適応病名対応表
      *    （ＯＲＣＢＴＥＫＩＯＵと同一レイアウト）
       01  TEKIOU-REC.
           03  TKO-HOSPNUM         PIC 9(02).
      *    診療行為コード（医薬品・診療行為）
           03  TKO-SRYCD           PIC X(09).
      *    適応病名コード
           03  TKO-BYOMEICD        PIC X(07).
           03  TKO-BYOMEI          PIC X(60).
      *    重大区分（１：病名漏れ時に保留台帳へ登録）
           03  TKO-JUDAIKBN        PIC X(01).
           03  TKO-UPYMD           PIC X(08).
           03  TKO-UPHMS           PIC X(06).
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
           COPY    "MTEKIOU.INC".
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
           MOVE    SPACE               TO  MTEKIOU-SRYCD
                                           MTEKIOU-BYOMEICD
                                           MTEKIOU-BYOMEI
                                           MTEKIOU-JUDAIKBN
                                           MTEKIOU-MSG
      *
           PERFORM 220-TKO-DISP-SEC
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
      *        対応表の表示（診療行為コード入力時はその対応のみ）
               WHEN    "CLICKED"       ALSO    "B02"
                   MOVE    SPACE               TO  MTEKIOU-MSG
                   PERFORM 220-TKO-DISP-SEC
                   PERFORM 290-REDISP-SEC
      *        対応登録
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-TOUROKU-SEC
      *        対応削除
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
      *    適応病名対応一覧表示処理
      *****************************************************************
       220-TKO-DISP-SEC            SECTION.
      *
           PERFORM 250-LST-CLEAR-SEC
      *
           INITIALIZE                  TEKIOU-REC
           MOVE    SPA-HOSPNUM         TO  TKO-HOSPNUM
           IF      MTEKIOU-SRYCD       =   SPACE
               MOVE    "all"               TO  WRK-PATHNAME
           ELSE
               MOVE    MTEKIOU-SRYCD       TO  TKO-SRYCD
               MOVE    "srycd"             TO  WRK-PATHNAME
           END-IF
           MOVE    TEKIOU-REC          TO  MCPDATA-REC
           MOVE    "tbl_tekiou"        TO  MCP-TABLE
           MOVE    WRK-PATHNAME        TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-TKO
               PERFORM 221-TKO-FETCH-SEC
                       UNTIL   FLG-TKO     =   1
                       OR      IDX         >=  30
               MOVE    "tbl_tekiou"        TO  MCP-TABLE
               MOVE    WRK-PATHNAME        TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
      *
           IF      IDX                 =   ZERO
               MOVE    "適応病名の登録はありません"
                                       TO  MTEKIOU-MSG
           END-IF
           .
       220-TKO-DISP-EXT.
           EXIT.
      *****************************************************************
      *    適応病名対応読込処理
      *****************************************************************
       221-TKO-FETCH-SEC           SECTION.
      *
           MOVE    "tbl_tekiou"        TO  MCP-TABLE
           MOVE    WRK-PATHNAME        TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-TKO
               GO  TO  221-TKO-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  TEKIOU-REC
      *
           ADD     1                   TO  IDX
           MOVE    TKO-SRYCD           TO  MTEKIOU-LST-SRYCD    ( IDX )
           MOVE    TKO-BYOMEICD        TO  MTEKIOU-LST-BYOMEICD ( IDX )
           MOVE    TKO-BYOMEI          TO  MTEKIOU-LST-BYOMEI   ( IDX )
           IF      TKO-JUDAIKBN        =   "1"
               MOVE    "重大"              TO
                                       MTEKIOU-LST-JUDAI    ( IDX )
           END-IF
           .
       221-TKO-FETCH-EXT.
           EXIT.
      *****************************************************************
      *    適応病名対応登録処理
      *****************************************************************
       230-TOUROKU-SEC             SECTION.
      *
           IF      MTEKIOU-SRYCD       =   SPACE
           OR      MTEKIOU-BYOMEICD    =   SPACE
           OR      MTEKIOU-BYOMEI      =   SPACE
               MOVE    SPACE               TO  MTEKIOU-MSG
               STRING  "診療行為・病名コード・"
                                       DELIMITED   BY  SIZE
                       "病名を入力"    DELIMITED   BY  SIZE
                                       INTO    MTEKIOU-MSG
               END-STRING
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           INITIALIZE                  TEKIOU-REC
           MOVE    SPA-HOSPNUM         TO  TKO-HOSPNUM
           MOVE    MTEKIOU-SRYCD       TO  TKO-SRYCD
           MOVE    MTEKIOU-BYOMEICD    TO  TKO-BYOMEICD
           MOVE    MTEKIOU-BYOMEI      TO  TKO-BYOMEI
           IF      MTEKIOU-JUDAIKBN    =   "1"
               MOVE    "1"                 TO  TKO-JUDAIKBN
           ELSE
               MOVE    "0"                 TO  TKO-JUDAIKBN
           END-IF
           MOVE    SMCNDATE-YMD        TO  TKO-UPYMD
           MOVE    SMCNDATE-HMS        TO  TKO-UPHMS
      *
      *    同一対応は削除後に登録する（変更を兼ねる）
           MOVE    TEKIOU-REC          TO  MCPDATA-REC
           MOVE    "tbl_tekiou"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    TEKIOU-REC          TO  MCPDATA-REC
           MOVE    "tbl_tekiou"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "適応病名を登録しました"
                                       TO  MTEKIOU-MSG
           ELSE
               MOVE    "適応病名を登録できませんでした"
                                       TO  MTEKIOU-MSG
           END-IF
      *
           PERFORM 220-TKO-DISP-SEC
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    適応病名対応削除処理
      *****************************************************************
       240-SAKUJO-SEC              SECTION.
      *
           IF      MTEKIOU-SRYCD       =   SPACE
           OR      MTEKIOU-BYOMEICD    =   SPACE
               MOVE    "診療行為・病名コードを入力"
                                       TO  MTEKIOU-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
      *
           INITIALIZE                  TEKIOU-REC
           MOVE    SPA-HOSPNUM         TO  TKO-HOSPNUM
           MOVE    MTEKIOU-SRYCD       TO  TKO-SRYCD
           MOVE    MTEKIOU-BYOMEICD    TO  TKO-BYOMEICD
           MOVE    TEKIOU-REC          TO  MCPDATA-REC
           MOVE    "tbl_tekiou"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "適応病名を削除しました"
                                       TO  MTEKIOU-MSG
           ELSE
               MOVE    "適応病名の登録がありません"
                                       TO  MTEKIOU-MSG
           END-IF
      *
           PERFORM 220-TKO-DISP-SEC
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
                       MTEKIOU-LST-SRYCD    ( IDX )
                       MTEKIOU-LST-BYOMEICD ( IDX )
                       MTEKIOU-LST-BYOMEI   ( IDX )
                       MTEKIOU-LST-JUDAI    ( IDX )
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
           MOVE    "MTEKIOU"           TO  MCP-WINDOW
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
           MOVE    "MTEKIOU"           TO  SPA-MOTOPG
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
