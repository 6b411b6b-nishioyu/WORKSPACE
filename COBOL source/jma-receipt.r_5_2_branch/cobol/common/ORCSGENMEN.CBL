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
       PROGRAM-ID.             ORCSGENMEN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 共通
      *  コンポーネント名  : 一部負担金減免サブ
      *                      （患者保険に登録された一部負担金減免
      *                        証明書（登録はＯＲＣＧＧＥＮＭＥＮ）
      *                        から診療日時点で有効な証明書を求め、
      *                        減免後の一部負担金と減免額を返す。
      *                        減免区分　１：減額（減額割合を乗じた
      *                        額を減額）　２：免除　３：徴収猶予
      *                        （免除・徴収猶予は窓口負担０）
      *                        処理区分　１：照会
      *                        ２：会計確定（照会と同じ計算を行い、
      *                        減免実績テーブルへ記録する。同一
      *                        診療日・保険は上書き）
      *                        ３：取消（同一診療日・保険の減免実績
      *                        を削除する）
      *                        減免実績はレセプト電算（ＯＲＣＲ０２
      *                        ００）と減免額集計表（ＯＲＣＢＧＥＮ
      *                        ＭＥＮ）が参照する）
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
           03  FLG-GENMEN          PIC 9(01).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    一部負担金減免証明書テーブル
      *    （ＯＲＣＧＧＥＮＭＥＮと同一レイアウト）
       01  GENMEN-REC.
           03  GNM-HOSPNUM         PIC 9(02).
           03  GNM-PTID            PIC 9(10).
           03  GNM-HKNID           PIC 9(10).
           03  GNM-STYMD           PIC X(08).
           03  GNM-EDYMD           PIC X(08).
           03  GNM-HKNJANUM        PIC X(08).
      *    減免区分（１：減額　２：免除　３：徴収猶予）
           03  GNM-GENMENKBN       PIC X(01).
      *    減免事由（１：災害　２：生活困窮　９：その他）
           03  GNM-RIYUKBN         PIC X(01).
      *    減額割合（百分率）
           03  GNM-WARIAI          PIC 9(03).
           03  GNM-SYOMEINUM       PIC X(20).
           03  GNM-UPYMD           PIC X(08).
           03  GNM-UPHMS           PIC X(06).
      *
      *    一部負担金減免実績テーブル
      *    （ＯＲＣＲ０２００・ＯＲＣＢＧＥＮＭＥＮと同一レイアウト）
       01  GENMENRRK-REC.
           03  GNR-HOSPNUM         PIC 9(02).
           03  GNR-PTID            PIC 9(10).
           03  GNR-SRYYMD          PIC X(08).
           03  GNR-HKNID           PIC 9(10).
           03  GNR-HKNJANUM        PIC X(08).
           03  GNR-GENMENKBN       PIC X(01).
           03  GNR-RIYUKBN         PIC X(01).
           03  GNR-WARIAI          PIC 9(03).
           03  GNR-SYOMEINUM       PIC X(20).
      *    減免前一部負担金・減免額・減免後一部負担金
           03  GNR-FTNMAE          PIC 9(07).
           03  GNR-GENMENGAKU      PIC 9(07).
           03  GNR-FTNGAKU         PIC 9(07).
           03  GNR-UPYMD           PIC X(08).
           03  GNR-UPHMS           PIC X(06).
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
      *    一部負担金減免パラメタ
           COPY    "CPORCSGENMEN.INC".
      *
       PROCEDURE                   DIVISION    USING
           MCPAREA
           SPA-AREA
           ORCSGENMENAREA
           .
      *
      *****************************************************************
      *    主　　処理
      *****************************************************************
       000-PROC-SEC                SECTION.
      *
           MOVE    ZERO                TO  SGENMEN-RC
           MOVE    ZERO                TO  SGENMEN-GENMENFLG
           MOVE    ZERO                TO  SGENMEN-GENMENGAKU
           MOVE    ZERO                TO  SGENMEN-WARIAI
           MOVE    SPACE               TO  SGENMEN-GENMENKBN
                                           SGENMEN-RIYUKBN
           MOVE    SGENMEN-FTNGAKU     TO  SGENMEN-KEKKA
      *
           IF      SGENMEN-PTID        =   ZERO
           OR      SGENMEN-HKNID       =   ZERO
           OR      SGENMEN-SRYYMD  IS  NOT NUMERIC
               MOVE    1                   TO  SGENMEN-RC
               GO  TO  000-PROC-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
      *    取消は証明書の登録にかかわらず実績を削除する
           IF      SGENMEN-MODE        =   "3"
               PERFORM 400-RRK-DEL-SEC
               GO  TO  000-PROC-EXT
           END-IF
      *
           PERFORM 100-SYOMEI-GET-SEC
           IF      FLG-GENMEN      NOT =   ZERO
               GO  TO  000-PROC-EXT
           END-IF
           MOVE    1                   TO  SGENMEN-GENMENFLG
           MOVE    GNM-GENMENKBN       TO  SGENMEN-GENMENKBN
           MOVE    GNM-RIYUKBN         TO  SGENMEN-RIYUKBN
      *
           PERFORM 200-GENMEN-KEISAN-SEC
      *
           IF      SGENMEN-MODE        =   "2"
           AND     SGENMEN-GENMENFLG   =   1
               PERFORM 300-RRK-KIROKU-SEC
           END-IF
           .
       000-PROC-EXT.
           EXIT    PROGRAM
           .
      *
      *****************************************************************
      *    減免証明書取得処理
      *    （診療日時点で有効な証明書を採用する）
      *****************************************************************
       100-SYOMEI-GET-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-GENMEN
      *
           INITIALIZE                  GENMEN-REC
           MOVE    SPA-HOSPNUM         TO  GNM-HOSPNUM
           MOVE    SGENMEN-PTID        TO  GNM-PTID
           MOVE    SGENMEN-HKNID       TO  GNM-HKNID
           MOVE    GENMEN-REC          TO  MCPDATA-REC
           MOVE    "tbl_genmen"        TO  MCP-TABLE
           MOVE    "pthkn"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  100-SYOMEI-GET-EXT
           END-IF
      *
           PERFORM 110-SYOMEI-FETCH-SEC
                   UNTIL   FLG-GENMEN      NOT =   1
      *
           MOVE    "tbl_genmen"        TO  MCP-TABLE
           MOVE    "pthkn"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
      *    ２は該当なしで読み終えたことを示す
           IF      FLG-GENMEN          =   2
               MOVE    1                   TO  FLG-GENMEN
           END-IF
           .
       100-SYOMEI-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    減免証明書読込処理
      *****************************************************************
       110-SYOMEI-FETCH-SEC        SECTION.
      *
           MOVE    "tbl_genmen"        TO  MCP-TABLE
           MOVE    "pthkn"             TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    2                   TO  FLG-GENMEN
               GO  TO  110-SYOMEI-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  GENMEN-REC
           IF    ( GNM-STYMD      NOT >   SGENMEN-SRYYMD )
           AND   ( GNM-EDYMD      NOT <   SGENMEN-SRYYMD )
               MOVE    ZERO                TO  FLG-GENMEN
           END-IF
           .
       110-SYOMEI-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    減免額計算処理
      *    （減額は減免前の一部負担金に減額割合を乗じ、円未満を
      *      切り捨てた額を減免額とする。免除・徴収猶予は全額）
      *****************************************************************
       200-GENMEN-KEISAN-SEC       SECTION.
      *
           EVALUATE    GNM-GENMENKBN
               WHEN    "1"
                   IF      GNM-WARIAI          >   100
                       MOVE    100                 TO  GNM-WARIAI
                   END-IF
                   MOVE    GNM-WARIAI          TO  SGENMEN-WARIAI
                   COMPUTE SGENMEN-GENMENGAKU
                                       =   SGENMEN-FTNGAKU
                                       *   GNM-WARIAI  /   100
               WHEN    "2"
               WHEN    "3"
                   MOVE    100                 TO  SGENMEN-WARIAI
                   MOVE    SGENMEN-FTNGAKU     TO  SGENMEN-GENMENGAKU
               WHEN    OTHER
                   MOVE    ZERO                TO  SGENMEN-GENMENFLG
           END-EVALUATE
      *
           COMPUTE SGENMEN-KEKKA   =   SGENMEN-FTNGAKU
                                   -   SGENMEN-GENMENGAKU
           .
       200-GENMEN-KEISAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    減免実績記録処理（会計確定）
      *    （同一診療日・保険の実績は削除後に登録する）
      *****************************************************************
       300-RRK-KIROKU-SEC          SECTION.
      *
           PERFORM 400-RRK-DEL-SEC
           MOVE    ZERO                TO  SGENMEN-RC
      *
           INITIALIZE                  GENMENRRK-REC
           MOVE    SPA-HOSPNUM         TO  GNR-HOSPNUM
           MOVE    SGENMEN-PTID        TO  GNR-PTID
           MOVE    SGENMEN-SRYYMD      TO  GNR-SRYYMD
           MOVE    SGENMEN-HKNID       TO  GNR-HKNID
           MOVE    GNM-HKNJANUM        TO  GNR-HKNJANUM
           MOVE    GNM-GENMENKBN       TO  GNR-GENMENKBN
           MOVE    GNM-RIYUKBN         TO  GNR-RIYUKBN
           MOVE    SGENMEN-WARIAI      TO  GNR-WARIAI
           MOVE    GNM-SYOMEINUM       TO  GNR-SYOMEINUM
           MOVE    SGENMEN-FTNGAKU     TO  GNR-FTNMAE
           MOVE    SGENMEN-GENMENGAKU  TO  GNR-GENMENGAKU
           MOVE    SGENMEN-KEKKA       TO  GNR-FTNGAKU
           MOVE    SMCNDATE-YMD        TO  GNR-UPYMD
           MOVE    SMCNDATE-HMS        TO  GNR-UPHMS
      *
           MOVE    GENMENRRK-REC       TO  MCPDATA-REC
           MOVE    "tbl_genmen_rrk"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    2                   TO  SGENMEN-RC
           END-IF
           .
       300-RRK-KIROKU-EXT.
           EXIT.
      *
      *****************************************************************
      *    減免実績削除処理
      *    （該当なしはエラーとしない）
      *****************************************************************
       400-RRK-DEL-SEC             SECTION.
      *
           INITIALIZE                  GENMENRRK-REC
           MOVE    SPA-HOSPNUM         TO  GNR-HOSPNUM
           MOVE    SGENMEN-PTID        TO  GNR-PTID
           MOVE    SGENMEN-SRYYMD      TO  GNR-SRYYMD
           MOVE    SGENMEN-HKNID       TO  GNR-HKNID
           MOVE    GENMENRRK-REC       TO  MCPDATA-REC
           MOVE    "tbl_genmen_rrk"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       400-RRK-DEL-EXT.
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
