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
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ORCSJKFTN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 共通
      *  コンポーネント名  : 自己負担上限額管理サブ
      *                      （指定難病（公費０５４）・小児慢性特定
      *                        疾病（公費０５２）の患者について、
      *                        上限額登録（保守はＯＲＣＧＪＫＫＡＮ
      *                        ＲＩ）から診療日時点の月額上限を求め、
      *                        上限管理票テーブルの当月累計（他の
      *                        医療機関・薬局の手入力分を含む）を
      *                        控除した残額まで計算前の自己負担額を
      *                        丸めて返す。上限到達後は０を返す。
      *                        処理区分　１：照会（適用後負担額・
      *                        累計・上限到達フラグを返す）
      *                        ２：会計確定（照会と同じ計算を行い、
      *                        当院分を管理票へ累計する。同一診療日
      *                        は上書き）
      *                        ３：取消（同一診療日の当院分を管理票
      *                        から削除する）
      *                        上限額の登録がない患者・公費は管理
      *                        対象外として負担額をそのまま返す）
      *  管理者            :
      *  作成日付    作業者        記述
      *  26/10/15    ORCAMO        新規作成
      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *
       DATA                    DIVISION.
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  FLG-AREA.
           03  FLG-JOGEN           PIC 9(01).
           03  FLG-KANRI           PIC 9(01).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-SRYYM           PIC X(06).
           03  WRK-ZAN             PIC S9(08).
      *    同一診療日の当院分の連番（０は未登録）
           03  WRK-TOUIN-RENNUM    PIC 9(03).
           03  WRK-MAX-RENNUM      PIC 9(03).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    自己負担上限額登録テーブル
      *    （ＯＲＣＧＪＫＫＡＮＲＩ・ＯＲＣＢＪＫＫＡＮＲＩと
      *      同一レイアウト）
       01  JKJOGEN-REC.
           03  JKJ-HOSPNUM         PIC 9(02).
           03  JKJ-PTID            PIC 9(10).
      *    公費番号（０５２：小児慢性　０５４：指定難病）
           03  JKJ-KOHNUM          PIC X(03).
           03  JKJ-STYMD           PIC X(08).
           03  JKJ-EDYMD           PIC X(08).
      *    月額自己負担上限額
           03  JKJ-JOGENGAKU       PIC 9(06).
           03  JKJ-UPYMD           PIC X(08).
           03  JKJ-UPHMS           PIC X(06).
      *
      *    自己負担上限額管理票テーブル
      *    （ＯＲＣＧＪＫＫＡＮＲＩ・ＯＲＣＢＪＫＫＡＮＲＩと
      *      同一レイアウト）
       01  JKKANRI-REC.
           03  JKK-HOSPNUM         PIC 9(02).
           03  JKK-PTID            PIC 9(10).
           03  JKK-KOHNUM          PIC X(03).
           03  JKK-SRYYM           PIC X(06).
           03  JKK-RENNUM          PIC 9(03).
           03  JKK-SRYYMD          PIC X(08).
      *    記載機関区分（１：当院　２：他医療機関　３：薬局・訪看）
           03  JKK-KIKANKBN        PIC X(01).
           03  JKK-KIKANNAME       PIC X(40).
      *    医療費総額・自己負担額
           03  JKK-IRYOHI          PIC 9(08).
           03  JKK-FTNGAKU         PIC 9(06).
           03  JKK-UPYMD           PIC X(08).
           03  JKK-UPHMS           PIC X(06).
      *
           COPY    "MCPDATA.INC".
      *
      *****************************************************************
      *    サブプロ用　領域
      *****************************************************************
      *
      *    マシン日付取得サブ
           COPY    "CPORCSMCNDATE.INC".
      *
      *****************************************************************
      *    連絡　領域
      *****************************************************************
        LINKAGE                     SECTION.
      *
           COPY    "MCPAREA".
      *    スパ領域
           COPY    "COMMON-SPA".
      *
      *    自己負担上限額管理パラメタ
           COPY    "CPORCSJKFTN.INC".
      *
       PROCEDURE                   DIVISION    USING
           MCPAREA
           SPA-AREA
           ORCSJKFTNAREA
           .
      *
      *****************************************************************
      *    主　　処理
      *****************************************************************
       000-PROC-SEC                SECTION.
      *
           MOVE    ZERO                TO  SJKFTN-RC
           MOVE    ZERO                TO  SJKFTN-KANRIFLG
           MOVE    ZERO                TO  SJKFTN-JOGENFLG
           MOVE    ZERO                TO  SJKFTN-JOGENGAKU
           MOVE    ZERO                TO  SJKFTN-RUIKEI
           MOVE    SJKFTN-FTNGAKU      TO  SJKFTN-KEKKA
      *
           IF      SJKFTN-PTID         =   ZERO
           OR      SJKFTN-SRYYMD   IS  NOT NUMERIC
               MOVE    1                   TO  SJKFTN-RC
               GO  TO  000-PROC-EXT
           END-IF
           IF    ( SJKFTN-KOHNUM   NOT =   "052" )
           AND   ( SJKFTN-KOHNUM   NOT =   "054" )
               GO  TO  000-PROC-EXT
           END-IF
           MOVE    SJKFTN-SRYYMD (1:6) TO  WRK-SRYYM
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
      *    取消は上限額の登録にかかわらず当院分を削除する
           IF      SJKFTN-MODE         =   "3"
               PERFORM 200-KANRI-SUM-SEC
               IF      WRK-TOUIN-RENNUM    >   ZERO
                   PERFORM 400-TOUIN-DEL-SEC
               END-IF
               GO  TO  000-PROC-EXT
           END-IF
      *
           PERFORM 100-JOGEN-GET-SEC
           IF      FLG-JOGEN       NOT =   ZERO
               GO  TO  000-PROC-EXT
           END-IF
           MOVE    1                   TO  SJKFTN-KANRIFLG
           MOVE    JKJ-JOGENGAKU       TO  SJKFTN-JOGENGAKU
      *
      *    当月累計（同一診療日の当院分は今回の計算で置き換える）
           PERFORM 200-KANRI-SUM-SEC
      *
      *    上限額から累計を控除した残額まで負担させる
           COMPUTE WRK-ZAN         =   SJKFTN-JOGENGAKU
                                   -   SJKFTN-RUIKEI
           IF      WRK-ZAN             <   ZERO
               MOVE    ZERO                TO  WRK-ZAN
           END-IF
           IF      SJKFTN-KEKKA        >   WRK-ZAN
               MOVE    WRK-ZAN             TO  SJKFTN-KEKKA
           END-IF
           ADD     SJKFTN-KEKKA        TO  SJKFTN-RUIKEI
           IF      SJKFTN-RUIKEI   NOT <   SJKFTN-JOGENGAKU
               MOVE    1                   TO  SJKFTN-JOGENFLG
           END-IF
      *
           IF      SJKFTN-MODE         =   "2"
               PERFORM 300-TOUIN-KIROKU-SEC
           END-IF
           .
       000-PROC-EXT.
           EXIT    PROGRAM
           .
      *
      *****************************************************************
      *    上限額取得処理
      *    （診療日時点で有効な上限額を採用する）
      *****************************************************************
       100-JOGEN-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-JOGEN
      *
           INITIALIZE                  JKJOGEN-REC
           MOVE    SPA-HOSPNUM         TO  JKJ-HOSPNUM
           MOVE    SJKFTN-PTID         TO  JKJ-PTID
           MOVE    SJKFTN-KOHNUM       TO  JKJ-KOHNUM
           MOVE    JKJOGEN-REC         TO  MCPDATA-REC
           MOVE    "tbl_jkjogen"       TO  MCP-TABLE
           MOVE    "ptkoh"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  100-JOGEN-GET-EXT
           END-IF
      *
           PERFORM 110-JOGEN-FETCH-SEC
                   UNTIL   FLG-JOGEN       NOT =   1
      *
           MOVE    "tbl_jkjogen"       TO  MCP-TABLE
           MOVE    "ptkoh"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
      *    ２は該当なしで読み終えたことを示す
           IF      FLG-JOGEN           =   2
               MOVE    1                   TO  FLG-JOGEN
           END-IF
           .
       100-JOGEN-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    上限額読込処理
      *****************************************************************
       110-JOGEN-FETCH-SEC         SECTION.
      *
           MOVE    "tbl_jkjogen"       TO  MCP-TABLE
           MOVE    "ptkoh"             TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    2                   TO  FLG-JOGEN
               GO  TO  110-JOGEN-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  JKJOGEN-REC
           IF    ( JKJ-STYMD      NOT >   SJKFTN-SRYYMD )
           AND   ( JKJ-EDYMD      NOT <   SJKFTN-SRYYMD )
               MOVE    ZERO                TO  FLG-JOGEN
           END-IF
           .
       110-JOGEN-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    当月累計処理
      *    （管理票の当月分を合算する。同一診療日の当院分は
      *      除いて連番を控える）
      *****************************************************************
       200-KANRI-SUM-SEC           SECTION.
      *
           MOVE    ZERO                TO  WRK-TOUIN-RENNUM
                                           WRK-MAX-RENNUM
      *
           INITIALIZE                  JKKANRI-REC
           MOVE    SPA-HOSPNUM         TO  JKK-HOSPNUM
           MOVE    SJKFTN-PTID         TO  JKK-PTID
           MOVE    SJKFTN-KOHNUM       TO  JKK-KOHNUM
           MOVE    WRK-SRYYM           TO  JKK-SRYYM
           MOVE    JKKANRI-REC         TO  MCPDATA-REC
           MOVE    "tbl_jkkanri"       TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  200-KANRI-SUM-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-KANRI
           PERFORM 210-KANRI-FETCH-SEC
                   UNTIL   FLG-KANRI       =   1
      *
           MOVE    "tbl_jkkanri"       TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-KANRI-SUM-EXT.
           EXIT.
      *
      *****************************************************************
      *    管理票読込処理
      *****************************************************************
       210-KANRI-FETCH-SEC         SECTION.
      *
           MOVE    "tbl_jkkanri"       TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-KANRI
               GO  TO  210-KANRI-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  JKKANRI-REC
      *
           IF      JKK-RENNUM          >   WRK-MAX-RENNUM
               MOVE    JKK-RENNUM          TO  WRK-MAX-RENNUM
           END-IF
           IF      JKK-KIKANKBN        =   "1"
           AND     JKK-SRYYMD          =   SJKFTN-SRYYMD
               MOVE    JKK-RENNUM          TO  WRK-TOUIN-RENNUM
           ELSE
               ADD     JKK-FTNGAKU         TO  SJKFTN-RUIKEI
           END-IF
           .
       210-KANRI-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    当院分記録処理（会計確定）
      *    （同一診療日の当院分があれば上書きする）
      *****************************************************************
       300-TOUIN-KIROKU-SEC        SECTION.
      *
           INITIALIZE                  JKKANRI-REC
           MOVE    SPA-HOSPNUM         TO  JKK-HOSPNUM
           MOVE    SJKFTN-PTID         TO  JKK-PTID
           MOVE    SJKFTN-KOHNUM       TO  JKK-KOHNUM
           MOVE    WRK-SRYYM           TO  JKK-SRYYM
           MOVE    SJKFTN-SRYYMD       TO  JKK-SRYYMD
           MOVE    "1"                 TO  JKK-KIKANKBN
           MOVE    SPACE               TO  JKK-KIKANNAME
           MOVE    SJKFTN-IRYOHI       TO  JKK-IRYOHI
           MOVE    SJKFTN-KEKKA        TO  JKK-FTNGAKU
           MOVE    SMCNDATE-YMD        TO  JKK-UPYMD
           MOVE    SMCNDATE-HMS        TO  JKK-UPHMS
      *
           MOVE    "tbl_jkkanri"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           IF      WRK-TOUIN-RENNUM    >   ZERO
               MOVE    WRK-TOUIN-RENNUM    TO  JKK-RENNUM
               MOVE    "DBUPDATE"          TO  MCP-FUNC
           ELSE
               IF      WRK-MAX-RENNUM      >=  999
                   MOVE    2                   TO  SJKFTN-RC
                   GO  TO  300-TOUIN-KIROKU-EXT
               END-IF
               COMPUTE JKK-RENNUM      =   WRK-MAX-RENNUM  +   1
               MOVE    "DBINSERT"          TO  MCP-FUNC
           END-IF
           MOVE    JKKANRI-REC         TO  MCPDATA-REC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    2                   TO  SJKFTN-RC
           END-IF
           .
       300-TOUIN-KIROKU-EXT.
           EXIT.
      *
      *****************************************************************
      *    当院分削除処理（取消）
      *****************************************************************
       400-TOUIN-DEL-SEC           SECTION.
      *
           INITIALIZE                  JKKANRI-REC
           MOVE    SPA-HOSPNUM         TO  JKK-HOSPNUM
           MOVE    SJKFTN-PTID         TO  JKK-PTID
           MOVE    SJKFTN-KOHNUM       TO  JKK-KOHNUM
           MOVE    WRK-SRYYM           TO  JKK-SRYYM
           MOVE    WRK-TOUIN-RENNUM    TO  JKK-RENNUM
           MOVE    JKKANRI-REC         TO  MCPDATA-REC
           MOVE    "tbl_jkkanri"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    2                   TO  SJKFTN-RC
           END-IF
           .
       400-TOUIN-DEL-EXT.
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
