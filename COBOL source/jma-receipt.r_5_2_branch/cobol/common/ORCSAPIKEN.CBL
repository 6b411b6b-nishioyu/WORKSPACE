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
       PROGRAM-ID.             ORCSAPIKEN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 共通
      *  コンポーネント名  : ＡＰＩアクセス権限判定サブ
      *                      （連携システム（接続元）ごとのＡＰＩ
      *                        利用権限・利用量を判定し、利用ログを
      *                        記録する。接続元はＡＰＩ接続ユーザー
      *                        （ＭＣＰ−ＵＳＥＲ）で識別し、設定の
      *                        保守はＯＲＣＧＡＰＩＣＯＮＮが行う。
      *                        処理区分　１：入口判定（利用停止・
      *                        ＡＰＩ種別の権限・１時間あたりの呼出
      *                        上限を判定し、処理開始時刻を控える）
      *                        ２：患者範囲判定（参照可能な患者か
      *                        を判定する）
      *                        ３：ログ記録（結果コードと処理時間を
      *                        利用ログへ記録する）
      *                        設定のない接続元は従来どおり制限なし
      *                        とし、ログのみ記録する）
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
           03  FLG-APICONN         PIC 9(01).
           03  FLG-APICOUNT        PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(02).
           03  IDX-KBN             PIC 9(01).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-TIME            PIC 9(08).
           03  WRK-TIME-R          REDEFINES   WRK-TIME.
               05  WRK-TIME-HH     PIC 9(02).
               05  WRK-TIME-MM     PIC 9(02).
               05  WRK-TIME-SS     PIC 9(02).
               05  WRK-TIME-SSS    PIC 9(02).
           03  WRK-ST-TIME         PIC 9(08).
           03  WRK-ST-TIME-R       REDEFINES   WRK-ST-TIME.
               05  WRK-ST-HH       PIC 9(02).
               05  WRK-ST-MM       PIC 9(02).
               05  WRK-ST-SS       PIC 9(02).
               05  WRK-ST-SSS      PIC 9(02).
           03  WRK-ST-MS           PIC 9(09).
           03  WRK-ED-MS           PIC 9(09).
      *
      *    ＡＰＩ種別（プログラムＩＤの先頭８桁で判定）
      *    １：Ｐｕｓｈ通知　２：Ｗｅｂ予約　３：再来受付
      *    ４：患者ポータル　５：帳票　６：患者情報　７：入院
      *    ９：その他
       01  CONST-APIKBN-AREA.
           03  FILLER              PIC X(09)   VALUE   "ORAPI0001".
           03  FILLER              PIC X(09)   VALUE   "ORAPI0332".
           03  FILLER              PIC X(09)   VALUE   "ORAPI0113".
           03  FILLER              PIC X(09)   VALUE   "ORAPI0344".
           03  FILLER              PIC X(09)   VALUE   "ORAPI0015".
           03  FILLER              PIC X(09)   VALUE   "ORAPI0126".
           03  FILLER              PIC X(09)   VALUE   "ORAPI0327".
       01  CONST-APIKBN-AREA-R     REDEFINES   CONST-APIKBN-AREA.
           03  CONST-APIKBN-TBL    OCCURS  7.
               05  CONST-APIKBN-PG     PIC X(08).
               05  CONST-APIKBN-KBN    PIC X(01).
      *
       01  CONST-AREA.
           03  CONST-APIKBN-MAX    PIC 9(02)   VALUE   7.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    ＡＰＩ接続元設定テーブル
      *    （ＯＲＣＧＡＰＩＣＯＮＮと同一レイアウト）
       01  APICONN-REC.
           03  ACN-HOSPNUM         PIC 9(02).
      *    接続元（ＡＰＩ接続ユーザー）
           03  ACN-CONNID          PIC X(16).
           03  ACN-CONNNAME        PIC X(50).
      *    利用可能なＡＰＩ種別（種別ごとに１：可）
           03  ACN-APIKEN-G.
               05  ACN-APIKEN      PIC X(01)   OCCURS  9.
      *    参照可能な患者（０：全患者　１：ポータル利用患者
      *                    ２：患者番号範囲）
           03  ACN-PTKBN           PIC X(01).
           03  ACN-STPTNUM         PIC X(20).
           03  ACN-EDPTNUM         PIC X(20).
           03  ACN-STPTID          PIC 9(10).
           03  ACN-EDPTID          PIC 9(10).
      *    １時間あたりの呼出上限（０：上限なし）
           03  ACN-JOGEN           PIC 9(06).
      *    利用停止（１：停止）
           03  ACN-TEISHI          PIC X(01).
           03  ACN-OPID            PIC X(16).
           03  ACN-CREYMD          PIC X(08).
           03  ACN-UPYMD           PIC X(08).
           03  ACN-UPHMS           PIC X(06).
      *
      *    ＡＰＩ呼出件数テーブル（接続元・時間帯別）
       01  APICOUNT-REC.
           03  ACT-HOSPNUM         PIC 9(02).
           03  ACT-CONNID          PIC X(16).
           03  ACT-YMD             PIC X(08).
           03  ACT-HH              PIC X(02).
           03  ACT-COUNT           PIC 9(06).
           03  ACT-UPHMS           PIC X(06).
      *
      *    ＡＰＩ利用ログテーブル
      *    （ＯＲＣＢＡＰＩＬＯＧと同一レイアウト）
       01  APILOG-REC.
           03  ALG-HOSPNUM         PIC 9(02).
           03  ALG-LOGYMD          PIC X(08).
      *    受付時刻（時分秒＋１／１００秒）
           03  ALG-LOGTIME         PIC X(08).
           03  ALG-CONNID          PIC X(16).
           03  ALG-PGID            PIC X(16).
           03  ALG-APIKBN          PIC X(01).
           03  ALG-RESULT          PIC X(04).
      *    結果区分（０：正常　１：エラー　２：拒否）
           03  ALG-KEKKAKBN        PIC X(01).
      *    処理時間（ミリ秒）
           03  ALG-SYORITIME       PIC 9(08).
           03  ALG-PTID            PIC 9(10).
      *
      *    患者ポータル設定テーブル
      *    （ＯＲＡＰＩ０３４Ｒ１Ｖ２と同一レイアウト）
       01  PTPORTAL-REC.
           03  PTP-HOSPNUM         PIC 9(02).
           03  PTP-PTID            PIC 9(10).
           03  PTP-KOFUKBN         PIC X(01).
           03  PTP-RIYOKBN         PIC X(01).
           03  PTP-PORTALID        PIC X(64).
           03  PTP-NINSYOKEY       PIC X(64).
           03  PTP-MISSCNT         PIC 9(02).
           03  PTP-LOCKYMD         PIC X(08).
           03  PTP-LASTYMD         PIC X(08).
           03  PTP-LASTHMS         PIC X(06).
           03  PTP-TERMID          PIC X(16).
           03  PTP-OPID            PIC X(16).
           03  PTP-CREYMD          PIC X(08).
           03  PTP-UPYMD           PIC X(08).
           03  PTP-UPHMS           PIC X(06).
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
      *    ＡＰＩアクセス権限判定パラメタ
           COPY    "CPORCSAPIKEN.INC".
      *
       PROCEDURE                   DIVISION    USING
           MCPAREA
           SPA-AREA
           ORCSAPIKENAREA
           .
      *
      *****************************************************************
      *    主　　処理
      *****************************************************************
       000-PROC-SEC                SECTION.
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           EVALUATE    SAPIKEN-MODE
               WHEN    "1"
                   PERFORM 100-IRIGUCHI-SEC
               WHEN    "2"
                   PERFORM 200-PTHANI-SEC
               WHEN    "3"
                   PERFORM 300-LOG-SEC
           END-EVALUATE
           .
       000-PROC-EXT.
           EXIT    PROGRAM
           .
      *
      *****************************************************************
      *    入口判定処理
      *****************************************************************
       100-IRIGUCHI-SEC            SECTION.
      *
           MOVE    ZERO                TO  SAPIKEN-RC
           MOVE    SMCNDATE-YMD        TO  SAPIKEN-STYMD
           ACCEPT  WRK-TIME            FROM    TIME
           MOVE    WRK-TIME            TO  SAPIKEN-STTIME
      *
      *    ＡＰＩ種別
           MOVE    "9"                 TO  SAPIKEN-APIKBN
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX             >   CONST-APIKBN-MAX
               IF      SAPIKEN-PGID (1:8)  =   CONST-APIKBN-PG (IDX)
                   MOVE    CONST-APIKBN-KBN (IDX)
                                               TO  SAPIKEN-APIKBN
               END-IF
           END-PERFORM
      *
           PERFORM 800-APICONN-GET-SEC
           IF      FLG-APICONN     NOT =   ZERO
               GO  TO  100-IRIGUCHI-EXT
           END-IF
      *
      *    利用停止・利用できないＡＰＩ種別
           MOVE    SAPIKEN-APIKBN      TO  IDX-KBN
           IF    ( ACN-TEISHI          =   "1" )
           OR    ( ACN-APIKEN (IDX-KBN)
                                   NOT =   "1" )
               MOVE    1                   TO  SAPIKEN-RC
               GO  TO  100-IRIGUCHI-EXT
           END-IF
      *
      *    １時間あたりの呼出上限（上限に達した呼出は件数に含めない）
           IF      ACN-JOGEN           =   ZERO
               GO  TO  100-IRIGUCHI-EXT
           END-IF
           PERFORM 110-COUNT-SEC
           .
       100-IRIGUCHI-EXT.
           EXIT.
      *
      *****************************************************************
      *    呼出件数判定・加算処理
      *****************************************************************
       110-COUNT-SEC               SECTION.
      *
           INITIALIZE                  APICOUNT-REC
           MOVE    SPA-HOSPNUM         TO  ACT-HOSPNUM
           MOVE    SAPIKEN-CONNID      TO  ACT-CONNID
           MOVE    SMCNDATE-YMD        TO  ACT-YMD
           MOVE    SMCNDATE-HMS (1:2)  TO  ACT-HH
           MOVE    APICOUNT-REC        TO  MCPDATA-REC
           MOVE    "tbl_apicount"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  APICOUNT-REC
               MOVE    ZERO                TO  FLG-APICOUNT
           ELSE
               MOVE    1                   TO  FLG-APICOUNT
           END-IF
           MOVE    "tbl_apicount"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF    ( FLG-APICOUNT        =   ZERO )
           AND   ( ACT-COUNT       NOT <   ACN-JOGEN )
               MOVE    2                   TO  SAPIKEN-RC
               GO  TO  110-COUNT-EXT
           END-IF
      *
           IF      FLG-APICOUNT        =   ZERO
               ADD     1                   TO  ACT-COUNT
               MOVE    SMCNDATE-HMS        TO  ACT-UPHMS
               MOVE    APICOUNT-REC        TO  MCPDATA-REC
               MOVE    "DBUPDATE"          TO  MCP-FUNC
           ELSE
               INITIALIZE                  APICOUNT-REC
               MOVE    SPA-HOSPNUM         TO  ACT-HOSPNUM
               MOVE    SAPIKEN-CONNID      TO  ACT-CONNID
               MOVE    SMCNDATE-YMD        TO  ACT-YMD
               MOVE    SMCNDATE-HMS (1:2)  TO  ACT-HH
               MOVE    1                   TO  ACT-COUNT
               MOVE    SMCNDATE-HMS        TO  ACT-UPHMS
               MOVE    APICOUNT-REC        TO  MCPDATA-REC
               MOVE    "DBINSERT"          TO  MCP-FUNC
           END-IF
           MOVE    "tbl_apicount"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           PERFORM 900-ORCDBMAIN-SEC
           .
       110-COUNT-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者範囲判定処理
      *****************************************************************
       200-PTHANI-SEC              SECTION.
      *
           MOVE    ZERO                TO  SAPIKEN-RC
      *
           PERFORM 800-APICONN-GET-SEC
           IF      FLG-APICONN     NOT =   ZERO
               GO  TO  200-PTHANI-EXT
           END-IF
      *
           EVALUATE    ACN-PTKBN
      *        ポータル利用患者のみ
               WHEN    "1"
                   INITIALIZE                  PTPORTAL-REC
                   MOVE    SPA-HOSPNUM         TO  PTP-HOSPNUM
                   MOVE    SAPIKEN-PTID        TO  PTP-PTID
                   MOVE    PTPORTAL-REC        TO  MCPDATA-REC
                   MOVE    "tbl_ptportal"      TO  MCP-TABLE
                   MOVE    "key"               TO  MCP-PATHNAME
                   MOVE    "DBSELECT"          TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    "DBFETCH"           TO  MCP-FUNC
                       PERFORM 900-ORCDBMAIN-SEC
                   END-IF
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  PTPORTAL-REC
                   ELSE
                       INITIALIZE                  PTPORTAL-REC
                   END-IF
                   MOVE    "tbl_ptportal"      TO  MCP-TABLE
                   MOVE    "key"               TO  MCP-PATHNAME
                   MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      PTP-RIYOKBN     NOT =   "1"
                       MOVE    3                   TO  SAPIKEN-RC
                   END-IF
      *        患者番号範囲
               WHEN    "2"
                   IF    ( SAPIKEN-PTID        <   ACN-STPTID )
                   OR    ( SAPIKEN-PTID        >   ACN-EDPTID )
                       MOVE    3                   TO  SAPIKEN-RC
                   END-IF
           END-EVALUATE
           .
       200-PTHANI-EXT.
           EXIT.
      *
      *****************************************************************
      *    ログ記録処理
      *****************************************************************
       300-LOG-SEC                 SECTION.
      *
      *    入口判定前に終了した呼出は記録しない
           IF      SAPIKEN-STYMD       =   SPACE
               GO  TO  300-LOG-EXT
           END-IF
      *
           ACCEPT  WRK-TIME            FROM    TIME
           MOVE    SAPIKEN-STTIME      TO  WRK-ST-TIME
           COMPUTE WRK-ST-MS       =   ( ( WRK-ST-HH * 3600
                                       +   WRK-ST-MM * 60
                                       +   WRK-ST-SS ) * 100
                                       +   WRK-ST-SSS ) * 10
           COMPUTE WRK-ED-MS       =   ( ( WRK-TIME-HH * 3600
                                       +   WRK-TIME-MM * 60
                                       +   WRK-TIME-SS ) * 100
                                       +   WRK-TIME-SSS ) * 10
      *    日付をまたいだ場合
           IF      WRK-ED-MS           <   WRK-ST-MS
               ADD     86400000            TO  WRK-ED-MS
           END-IF
      *
           INITIALIZE                  APILOG-REC
           MOVE    SPA-HOSPNUM         TO  ALG-HOSPNUM
           MOVE    SAPIKEN-STYMD       TO  ALG-LOGYMD
           MOVE    SAPIKEN-STTIME      TO  ALG-LOGTIME
           MOVE    SAPIKEN-CONNID      TO  ALG-CONNID
           MOVE    SAPIKEN-PGID        TO  ALG-PGID
           MOVE    SAPIKEN-APIKBN      TO  ALG-APIKBN
           MOVE    SAPIKEN-RESULT      TO  ALG-RESULT
           MOVE    SAPIKEN-PTID        TO  ALG-PTID
           COMPUTE ALG-SYORITIME   =   WRK-ED-MS   -   WRK-ST-MS
           EVALUATE    TRUE
               WHEN    SAPIKEN-RC      NOT =   ZERO
                   MOVE    "2"                 TO  ALG-KEKKAKBN
               WHEN    SAPIKEN-RESULT      =   SPACE
               WHEN    SAPIKEN-RESULT      =   "00"
               WHEN    SAPIKEN-RESULT      =   "0000"
                   MOVE    "0"                 TO  ALG-KEKKAKBN
               WHEN    OTHER
                   MOVE    "1"                 TO  ALG-KEKKAKBN
           END-EVALUATE
           MOVE    APILOG-REC          TO  MCPDATA-REC
           MOVE    "tbl_apilog"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       300-LOG-EXT.
           EXIT.
      *
      *****************************************************************
      *    接続元設定取得処理
      *****************************************************************
       800-APICONN-GET-SEC         SECTION.
      *
           INITIALIZE                  APICONN-REC
           MOVE    SPA-HOSPNUM         TO  ACN-HOSPNUM
           MOVE    SAPIKEN-CONNID      TO  ACN-CONNID
           MOVE    APICONN-REC         TO  MCPDATA-REC
           MOVE    "tbl_apiconn"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  APICONN-REC
               MOVE    ZERO                TO  FLG-APICONN
           ELSE
               INITIALIZE                  APICONN-REC
               MOVE    1                   TO  FLG-APICONN
           END-IF
           MOVE    "tbl_apiconn"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       800-APICONN-GET-EXT.
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
