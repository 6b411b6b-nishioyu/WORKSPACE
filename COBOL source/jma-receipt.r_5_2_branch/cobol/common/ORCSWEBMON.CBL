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
       PROGRAM-ID.             ORCSWEBMON.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 共通
      *  コンポーネント名  : Ｗｅｂ問診受付連動サブ
      *                      （受付登録時に呼び出され、Ｗｅｂ問診
      *                        取込（ＯＲＣＢＷＥＢＭＯＮ）で取り
      *                        込んだ問診結果のうち、受付日以前に
      *                        回答された未受付の問診を受付と結び
      *                        付けて当日の問診ありとする。
      *                        新患で患者番号のない問診は、仮患者
      *                        キーを指定して呼び出すことで患者ＩＤ
      *                        を紐づける。
      *                        復帰コード　０：当日の問診あり
      *                                    １：問診なし
      *                                    ２：更新エラー
      *                                    ９：パラメタエラー）
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
           03  FLG-WMS             PIC 9(01).
           03  FLG-HIT             PIC 9(01).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PATH            PIC X(10).
           03  WRK-HIT-MONNUM      PIC X(20).
           03  WRK-HIT-RAIINYMD    PIC X(08).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    Ｗｅｂ問診結果テーブル
      *    （ＯＲＣＢＷＥＢＭＯＮと同一レイアウト）
       01  WEBMONSHIN-REC.
           03  WMS-HOSPNUM         PIC 9(02).
           03  WMS-MONNUM          PIC X(20).
           03  WMS-PTID            PIC 9(10).
           03  WMS-KARIKEY         PIC X(20).
           03  WMS-KANANAME        PIC X(50).
           03  WMS-NAME            PIC X(50).
           03  WMS-BIRTHDAY        PIC X(08).
           03  WMS-SEX             PIC X(01).
           03  WMS-RAIINYMD        PIC X(08).
           03  WMS-KAITOYMD        PIC X(08).
           03  WMS-KAITOHMS        PIC X(06).
           03  WMS-SHUSO           PIC X(200).
           03  WMS-KIOUREKI        PIC X(200).
           03  WMS-FUKUYAKU        PIC X(200).
           03  WMS-ALLERGY         PIC X(200).
      *    受付連動（０：未受付　１：受付済み）
           03  WMS-UKEFLG          PIC X(01).
           03  WMS-UKEYMD          PIC X(08).
           03  WMS-UKEID           PIC 9(05).
      *    申告内容の確認（０：未確認　１：確認済み）
           03  WMS-KAKUNINFLG      PIC X(01).
           03  WMS-CREYMD          PIC X(08).
           03  WMS-UPYMD           PIC X(08).
           03  WMS-UPHMS           PIC X(06).
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
      *    Ｗｅｂ問診受付連動パラメタ
           COPY    "CPORCSWEBMON.INC".
      *
       PROCEDURE                   DIVISION    USING
           MCPAREA
           SPA-AREA
           ORCSWEBMONAREA
           .
      *
      *****************************************************************
      *    主　　処理
      *****************************************************************
       000-PROC-SEC                SECTION.
      *
           MOVE    ZERO                TO  SWEBMON-RC
           MOVE    SPACE               TO  SWEBMON-MONNUM
           INITIALIZE                  FLG-AREA
                                       WRK-AREA
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           IF      SWEBMON-PTID        =   ZERO
               MOVE    9                   TO  SWEBMON-RC
               GO  TO  000-PROC-EXT
           END-IF
           IF      SWEBMON-YMD         =   SPACE
               MOVE    SMCNDATE-YMD        TO  SWEBMON-YMD
           END-IF
      *
      *    仮患者キー指定時は未紐づけの問診から、指定なしは患者の
      *      問診から対象を探す
           IF      SWEBMON-KARIKEY     =   SPACE
               MOVE    "ptid"              TO  WRK-PATH
           ELSE
               MOVE    "karikey"           TO  WRK-PATH
           END-IF
           PERFORM 200-WMS-CHK-SEC
           IF      FLG-HIT         NOT =   1
               MOVE    1                   TO  SWEBMON-RC
               GO  TO  000-PROC-EXT
           END-IF
      *
      *    問診の受付連動（再受付は上書きする）
           INITIALIZE                  WEBMONSHIN-REC
           MOVE    SPA-HOSPNUM         TO  WMS-HOSPNUM
           MOVE    WRK-HIT-MONNUM      TO  WMS-MONNUM
           MOVE    WEBMONSHIN-REC      TO  MCPDATA-REC
           MOVE    "tbl_webmonshin"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_webmonshin"    TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  WEBMONSHIN-REC
           END-IF
           MOVE    "tbl_webmonshin"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    SWEBMON-PTID        TO  WMS-PTID
           MOVE    "1"                 TO  WMS-UKEFLG
           MOVE    SWEBMON-YMD         TO  WMS-UKEYMD
           MOVE    SWEBMON-UKEID       TO  WMS-UKEID
           MOVE    SMCNDATE-YMD        TO  WMS-UPYMD
           MOVE    SMCNDATE-HMS        TO  WMS-UPHMS
           MOVE    WEBMONSHIN-REC      TO  MCPDATA-REC
           MOVE    "tbl_webmonshin"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    2                   TO  SWEBMON-RC
               GO  TO  000-PROC-EXT
           END-IF
           MOVE    WRK-HIT-MONNUM      TO  SWEBMON-MONNUM
           .
       000-PROC-EXT.
           EXIT    PROGRAM
           .
      *
      *****************************************************************
      *    対象問診確認処理
      *    （受付日以前に回答された未受付の問診のうち来院予定日の
      *      最も新しいもの。当日受付済みの問診があればそれを対象
      *      とする）
      *****************************************************************
       200-WMS-CHK-SEC             SECTION.
      *
           MOVE    ZERO                TO  FLG-WMS
                                           FLG-HIT
      *
           INITIALIZE                  WEBMONSHIN-REC
           MOVE    SPA-HOSPNUM         TO  WMS-HOSPNUM
           IF      WRK-PATH            =   "karikey"
               MOVE    SWEBMON-KARIKEY     TO  WMS-KARIKEY
           ELSE
               MOVE    SWEBMON-PTID        TO  WMS-PTID
           END-IF
           MOVE    WEBMONSHIN-REC      TO  MCPDATA-REC
           MOVE    "tbl_webmonshin"    TO  MCP-TABLE
           MOVE    WRK-PATH            TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-WMS
               GO  TO  200-WMS-CHK-EXT
           END-IF
      *
           PERFORM 900-WMS-FETCH-SEC
           PERFORM UNTIL   FLG-WMS         =   1
      *        仮患者キーの問診は未紐づけ（または同一患者）に限る
               IF      WRK-PATH            =   "karikey"
               AND     WMS-PTID        NOT =   ZERO
               AND     WMS-PTID        NOT =   SWEBMON-PTID
                   CONTINUE
               ELSE
                   IF      WMS-UKEFLG          =   "1"
                       IF      WMS-UKEYMD          =   SWEBMON-YMD
                           MOVE    1                   TO  FLG-HIT
                           MOVE    WMS-MONNUM      TO  WRK-HIT-MONNUM
                           MOVE    HIGH-VALUE      TO
                                   WRK-HIT-RAIINYMD
                       END-IF
                   ELSE
                       IF      WMS-KAITOYMD    NOT >   SWEBMON-YMD
                       AND     WMS-RAIINYMD    NOT >   SWEBMON-YMD
                       AND     WMS-RAIINYMD        >   WRK-HIT-RAIINYMD
                           MOVE    1                   TO  FLG-HIT
                           MOVE    WMS-MONNUM      TO  WRK-HIT-MONNUM
                           MOVE    WMS-RAIINYMD    TO
                                   WRK-HIT-RAIINYMD
                       END-IF
                   END-IF
               END-IF
               PERFORM 900-WMS-FETCH-SEC
           END-PERFORM
      *
           MOVE    "tbl_webmonshin"    TO  MCP-TABLE
           MOVE    WRK-PATH            TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-WMS-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    問診読込処理
      *****************************************************************
       900-WMS-FETCH-SEC           SECTION.
      *
           MOVE    "tbl_webmonshin"    TO  MCP-TABLE
           MOVE    WRK-PATH            TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  WEBMONSHIN-REC
           ELSE
               MOVE    1                   TO  FLG-WMS
           END-IF
           .
       900-WMS-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    テーブルアクセス処理
      *****************************************************************
       900-ORCDBMAIN-SEC           SECTION.
      *
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           .
       900-ORCDBMAIN-EXT.
           EXIT.
