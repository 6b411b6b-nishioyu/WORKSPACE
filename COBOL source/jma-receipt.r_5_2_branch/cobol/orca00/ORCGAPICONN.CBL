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
       PROGRAM-ID.                 ORCGAPICONN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : メニュー
      *  コンポーネント名  : ＡＰＩ接続元管理
      *                      （ＭＡＰＩＣＯＮＮ）
      *                      （連携システム（接続元）ごとに利用可能
      *                        なＡＰＩ種別・参照可能な患者範囲・
      *                        １時間あたりの呼出上限・利用停止を
      *                        登録する。接続元はＡＰＩ接続ユーザー
      *                        で識別し、判定はＯＲＣＳＡＰＩＫＥＮ
      *                        が各ＡＰＩの入口で行う）
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
           03  FLG-APICONN         PIC 9(01).
           03  FLG-ERR             PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(04)   COMP.
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-COUNT           PIC 9(04)   COMP.
           03  WRK-STPTID          PIC 9(10).
           03  WRK-EDPTID          PIC 9(10).
      *
       01  CONST-AREA.
           03  CONST-LIST-MAX      PIC 9(04)   COMP    VALUE   50.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    ＡＰＩ接続元設定テーブル
      *    （ＯＲＣＳＡＰＩＫＥＮと同一レイアウト）
       01  APICONN-REC.
           03  ACN-HOSPNUM         PIC 9(02).
           03  ACN-CONNID          PIC X(16).
           03  ACN-CONNNAME        PIC X(50).
           03  ACN-APIKEN-G.
               05  ACN-APIKEN      PIC X(01)   OCCURS  9.
           03  ACN-PTKBN           PIC X(01).
           03  ACN-STPTNUM         PIC X(20).
           03  ACN-EDPTNUM         PIC X(20).
           03  ACN-STPTID          PIC 9(10).
           03  ACN-EDPTID          PIC 9(10).
           03  ACN-JOGEN           PIC 9(06).
           03  ACN-TEISHI          PIC X(01).
           03  ACN-OPID            PIC X(16).
           03  ACN-CREYMD          PIC X(08).
           03  ACN-UPYMD           PIC X(08).
           03  ACN-UPHMS           PIC X(06).
      *
      *****************************************************************
      *    サブプロ用　領域
      *****************************************************************
      *
      *    マシン日付取得サブ
           COPY    "CPORCSMCNDATE.INC".
      *
      *    患者番号変換サブ
           COPY    "CPORCSPTID.INC".
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
           COPY    "MAPICONN.INC".
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
           INITIALIZE                      MAPICONN
           MOVE    SPACE               TO  MAPICONN-MSG
      *
           PERFORM 220-CONNLIST-SEC
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
      *        表示（一覧から選択または接続元を指定）
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
      *    接続元一覧取得処理
      *****************************************************************
       220-CONNLIST-SEC            SECTION.
      *
           MOVE    ZERO                TO  WRK-COUNT
      *
           INITIALIZE                  APICONN-REC
           MOVE    SPA-HOSPNUM         TO  ACN-HOSPNUM
           MOVE    APICONN-REC         TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_apiconn"       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               PERFORM 900-APICONN-FETCH-SEC
           ELSE
               MOVE    1                   TO  FLG-APICONN
           END-IF
      *
           PERFORM UNTIL   FLG-APICONN     =   1
               IF      WRK-COUNT           <   CONST-LIST-MAX
                   ADD     1                   TO  WRK-COUNT
                   MOVE    ACN-CONNID      TO  MAPICONN-TCONNID
                                                       (WRK-COUNT)
                   MOVE    ACN-CONNNAME    TO  MAPICONN-TCONNNAME
                                                       (WRK-COUNT)
                   MOVE    ACN-JOGEN       TO  MAPICONN-TJOGEN
                                                       (WRK-COUNT)
                   IF      ACN-TEISHI          =   "1"
                       MOVE    "停止"          TO  MAPICONN-TTEISHI
                                                       (WRK-COUNT)
                   ELSE
                       MOVE    SPACE           TO  MAPICONN-TTEISHI
                                                       (WRK-COUNT)
                   END-IF
               END-IF
               PERFORM 900-APICONN-FETCH-SEC
           END-PERFORM
      *
           MOVE    "tbl_apiconn"       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
      *
           MOVE    WRK-COUNT           TO  MAPICONN-COUNT
           .
       220-CONNLIST-EXT.
           EXIT.
      *****************************************************************
      *    表示処理
      *****************************************************************
       250-HYOUJI-SEC              SECTION.
      *
           IF    ( MAPICONN-SELNUM     >   ZERO )
           AND   ( MAPICONN-SELNUM NOT >   MAPICONN-COUNT )
               MOVE    MAPICONN-TCONNID (MAPICONN-SELNUM)
                                       TO  MAPICONN-CONNID
               MOVE    ZERO                TO  MAPICONN-SELNUM
           END-IF
           IF      MAPICONN-CONNID     =   SPACE
               MOVE    "接続元を入力"      TO  MAPICONN-MSG
               PERFORM 220-CONNLIST-SEC
               PERFORM 290-REDISP-SEC
               GO  TO  250-HYOUJI-EXT
           END-IF
      *
           PERFORM 800-APICONN-GET-SEC
           IF      FLG-APICONN         =   ZERO
               MOVE    ACN-CONNNAME        TO  MAPICONN-CONNNAME
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL   IDX         >   9
                   MOVE    ACN-APIKEN (IDX)    TO  MAPICONN-APIKEN (IDX)
               END-PERFORM
               MOVE    ACN-PTKBN           TO  MAPICONN-PTKBN
               MOVE    ACN-STPTNUM         TO  MAPICONN-STPTNUM
               MOVE    ACN-EDPTNUM         TO  MAPICONN-EDPTNUM
               MOVE    ACN-JOGEN           TO  MAPICONN-JOGEN
               MOVE    ACN-TEISHI          TO  MAPICONN-TEISHI
               MOVE    SPACE               TO  MAPICONN-MSG
           ELSE
      *        新規は全種別利用可・全患者・上限なしを初期値とする
               MOVE    SPACE               TO  MAPICONN-CONNNAME
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL   IDX         >   9
                   MOVE    "1"                 TO  MAPICONN-APIKEN (IDX)
               END-PERFORM
               MOVE    "0"                 TO  MAPICONN-PTKBN
               MOVE    SPACE               TO  MAPICONN-STPTNUM
                                               MAPICONN-EDPTNUM
               MOVE    ZERO                TO  MAPICONN-JOGEN
               MOVE    "0"                 TO  MAPICONN-TEISHI
               MOVE    "未登録の接続元です"
                                       TO  MAPICONN-MSG
           END-IF
           PERFORM 220-CONNLIST-SEC
           PERFORM 290-REDISP-SEC
           .
       250-HYOUJI-EXT.
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
           PERFORM 800-APICONN-GET-SEC
           IF      FLG-APICONN         =   ZERO
               MOVE    "DBUPDATE"          TO  MCP-FUNC
           ELSE
               INITIALIZE                  APICONN-REC
               MOVE    SPA-HOSPNUM         TO  ACN-HOSPNUM
               MOVE    MAPICONN-CONNID     TO  ACN-CONNID
               MOVE    SMCNDATE-YMD        TO  ACN-CREYMD
               MOVE    "DBINSERT"          TO  MCP-FUNC
           END-IF
           MOVE    MAPICONN-CONNNAME   TO  ACN-CONNNAME
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   9
               IF      MAPICONN-APIKEN (IDX)   =   "1"
                   MOVE    "1"                 TO  ACN-APIKEN (IDX)
               ELSE
                   MOVE    "0"                 TO  ACN-APIKEN (IDX)
               END-IF
           END-PERFORM
           MOVE    MAPICONN-PTKBN      TO  ACN-PTKBN
           IF      MAPICONN-PTKBN      =   "2"
               MOVE    MAPICONN-STPTNUM    TO  ACN-STPTNUM
               MOVE    MAPICONN-EDPTNUM    TO  ACN-EDPTNUM
               MOVE    WRK-STPTID          TO  ACN-STPTID
               MOVE    WRK-EDPTID          TO  ACN-EDPTID
           ELSE
               MOVE    SPACE               TO  ACN-STPTNUM
                                               ACN-EDPTNUM
               MOVE    ZERO                TO  ACN-STPTID
                                               ACN-EDPTID
           END-IF
           MOVE    MAPICONN-JOGEN      TO  ACN-JOGEN
           IF      MAPICONN-TEISHI     =   "1"
               MOVE    "1"                 TO  ACN-TEISHI
           ELSE
               MOVE    "0"                 TO  ACN-TEISHI
           END-IF
           MOVE    SPA-OPID            TO  ACN-OPID
           MOVE    SMCNDATE-YMD        TO  ACN-UPYMD
           MOVE    SMCNDATE-HMS        TO  ACN-UPHMS
           MOVE    APICONN-REC         TO  MCPDATA-REC
           MOVE    "tbl_apiconn"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "登録しました"      TO  MAPICONN-MSG
           ELSE
               MOVE    "登録できませんでした"
                                       TO  MAPICONN-MSG
           END-IF
           PERFORM 220-CONNLIST-SEC
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    入力チェック処理
      *****************************************************************
       231-INPUT-CHK-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-ERR
      *
           IF      MAPICONN-CONNID     =   SPACE
               MOVE    "接続元を入力"      TO  MAPICONN-MSG
               MOVE    1                   TO  FLG-ERR
               GO  TO  231-INPUT-CHK-EXT
           END-IF
      *
           IF    ( MAPICONN-PTKBN  NOT =   "0" AND "1" AND "2" )
               MOVE    "患者範囲区分が不正です"
                                       TO  MAPICONN-MSG
               MOVE    1                   TO  FLG-ERR
               GO  TO  231-INPUT-CHK-EXT
           END-IF
      *
           IF      MAPICONN-JOGEN  IS  NOT NUMERIC
               MOVE    "呼出上限が不正です"
                                       TO  MAPICONN-MSG
               MOVE    1                   TO  FLG-ERR
               GO  TO  231-INPUT-CHK-EXT
           END-IF
      *
           IF      MAPICONN-PTKBN  NOT =   "2"
               GO  TO  231-INPUT-CHK-EXT
           END-IF
      *
      *    患者番号範囲（開始・終了とも患者登録済みであること）
           INITIALIZE                  ORCSPTIDAREA
           MOVE    SPA-HOSPNUM         TO  SPTID-HOSPNUM
           MOVE    MAPICONN-STPTNUM    TO  SPTID-PTNUM
           CALL    "ORCSPTID"          USING
                                       ORCSPTIDAREA
                                       SPA-AREA
           IF      SPTID-RC        NOT =   ZERO
               MOVE    "開始患者番号が不正です"
                                       TO  MAPICONN-MSG
               MOVE    1                   TO  FLG-ERR
               GO  TO  231-INPUT-CHK-EXT
           END-IF
           MOVE    SPTID-PTID          TO  WRK-STPTID
      *
           INITIALIZE                  ORCSPTIDAREA
           MOVE    SPA-HOSPNUM         TO  SPTID-HOSPNUM
           MOVE    MAPICONN-EDPTNUM    TO  SPTID-PTNUM
           CALL    "ORCSPTID"          USING
                                       ORCSPTIDAREA
                                       SPA-AREA
           IF      SPTID-RC        NOT =   ZERO
               MOVE    "終了患者番号が不正です"
                                       TO  MAPICONN-MSG
               MOVE    1                   TO  FLG-ERR
               GO  TO  231-INPUT-CHK-EXT
           END-IF
           MOVE    SPTID-PTID          TO  WRK-EDPTID
      *
           IF      WRK-STPTID          >   WRK-EDPTID
               MOVE    "患者番号の範囲が不正です"
                                       TO  MAPICONN-MSG
               MOVE    1                   TO  FLG-ERR
           END-IF
           .
       231-INPUT-CHK-EXT.
           EXIT.
      *****************************************************************
      *    削除処理
      *****************************************************************
       240-DELETE-SEC              SECTION.
      *
           IF      MAPICONN-CONNID     =   SPACE
               MOVE    "接続元を入力"      TO  MAPICONN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-DELETE-EXT
           END-IF
      *
           INITIALIZE                  APICONN-REC
           MOVE    SPA-HOSPNUM         TO  ACN-HOSPNUM
           MOVE    MAPICONN-CONNID     TO  ACN-CONNID
           MOVE    APICONN-REC         TO  MCPDATA-REC
           MOVE    "DBDELETE"          TO  MCP-FUNC
           MOVE    "tbl_apiconn"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "削除しました"      TO  MAPICONN-MSG
           ELSE
               MOVE    "削除できませんでした"
                                       TO  MAPICONN-MSG
           END-IF
           PERFORM 220-CONNLIST-SEC
           PERFORM 290-REDISP-SEC
           .
       240-DELETE-EXT.
           EXIT.
      *****************************************************************
      *    接続元設定取得処理
      *****************************************************************
       800-APICONN-GET-SEC         SECTION.
      *
           INITIALIZE                  APICONN-REC
           MOVE    SPA-HOSPNUM         TO  ACN-HOSPNUM
           MOVE    MAPICONN-CONNID     TO  ACN-CONNID
           MOVE    APICONN-REC         TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_apiconn"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               PERFORM 900-APICONN-FETCH-SEC
           ELSE
               MOVE    1                   TO  FLG-APICONN
           END-IF
           MOVE    "tbl_apiconn"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           .
       800-APICONN-GET-EXT.
           EXIT.
      *****************************************************************
      *    接続元１件フェッチ処理
      *****************************************************************
       900-APICONN-FETCH-SEC       SECTION.
      *
           MOVE    "tbl_apiconn"       TO  MCP-TABLE
           MOVE    "DBFETCH"           TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
      *
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  APICONN-REC
               MOVE    ZERO                TO  FLG-APICONN
           ELSE
               INITIALIZE                      APICONN-REC
               MOVE    1                   TO  FLG-APICONN
           END-IF
      *
           .
       900-APICONN-FETCH-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MAPICONN"          TO  MCP-WINDOW
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
           MOVE    "MAPICONN"          TO  SPA-MOTOPG
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
