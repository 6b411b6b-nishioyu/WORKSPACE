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
       PROGRAM-ID.             ORCSCHIKEN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 共通
      *  コンポーネント名  : 治験費用振替サブ
      *                      （治験管理（ＯＲＣＧＣＨＩＫＥＮ）に
      *                        登録された参加患者について、診療日
      *                        時点で実施中の治験課題と支給対象外
      *                        経費の範囲（検査・画像診断・同種同効
      *                        薬）を返す。返却値は剤ごと点数計算
      *                        （ＯＲＣＳＣ９０ＴＥＮ２）へ渡し、
      *                        対象経費を依頼者負担へ振り替える
      *                        処理区分　１：照会
      *                        ２：会計確定（照会と同じ判定を行い、
      *                        剤の振替点数を治験費用振替実績テーブル
      *                        へ記録する。同一診療日・伝票・剤は
      *                        上書き）
      *                        ３：取消（同一診療日・伝票の振替実績
      *                        を削除する）
      *                        振替実績は治験費用請求書（ＯＲＣＢ
      *                        ＣＨＩＫＥＮ）が参照する）
      *  管理者            :
      *  作成日付    作業者        記述
      *  26/10/15    ORCAMO        新規作成
      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.01    ORCAMO       26/10/15  振替実績を剤単位に記録
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
           03  FLG-CHIKENPT        PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX-CD              PIC 9(04).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    治験課題テーブル
      *    （ＯＲＣＧＣＨＩＫＥＮと同一レイアウト）
       01  CHIKEN-REC.
           03  CHK-HOSPNUM         PIC 9(02).
      *    治験課題ＩＤ（プロトコル番号）
           03  CHK-CHIKENID        PIC X(20).
           03  CHK-CHIKENNAME      PIC X(100).
           03  CHK-IRAISYA         PIC X(100).
           03  CHK-STYMD           PIC X(08).
           03  CHK-EDYMD           PIC X(08).
      *    支給対象外経費（１：依頼者負担）
           03  CHK-KENSAKBN        PIC X(01).
           03  CHK-GAZOKBN         PIC X(01).
           03  CHK-YAKUZAIKBN      PIC X(01).
      *    同種同効薬（薬剤コード）
           03  CHK-DOSYUCD         PIC X(09)   OCCURS  10.
      *    負担軽減費（来院１回あたり）
           03  CHK-KEIGENHI        PIC 9(07).
           03  CHK-UPYMD           PIC X(08).
           03  CHK-UPHMS           PIC X(06).
      *
      *    治験参加患者テーブル
      *    （ＯＲＣＧＣＨＩＫＥＮと同一レイアウト）
       01  CHIKENPT-REC.
           03  CKP-HOSPNUM         PIC 9(02).
           03  CKP-CHIKENID        PIC X(20).
           03  CKP-PTID            PIC 9(10).
           03  CKP-STYMD           PIC X(08).
           03  CKP-EDYMD           PIC X(08).
           03  CKP-UPYMD           PIC X(08).
           03  CKP-UPHMS           PIC X(06).
      *
      *    治験費用振替実績テーブル
      *    （ＯＲＣＢＣＨＩＫＥＮと同一レイアウト）
       01  CHIKENFURI-REC.
           03  CKF-HOSPNUM         PIC 9(02).
           03  CKF-PTID            PIC 9(10).
           03  CKF-SRYYMD          PIC X(08).
           03  CKF-DENPNUM         PIC 9(07).
           03  CKF-ZAINUM          PIC 9(08).
           03  CKF-CHIKENID        PIC X(20).
      *    振替点数（検査・画像診断・同種同効薬・合計）
           03  CKF-KENSATEN        PIC 9(08).
           03  CKF-GAZOTEN         PIC 9(08).
           03  CKF-YAKUZAITEN      PIC 9(08).
           03  CKF-GOKEITEN        PIC 9(08).
           03  CKF-UPYMD           PIC X(08).
           03  CKF-UPHMS           PIC X(06).
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
      *    治験費用振替パラメタ
           COPY    "CPORCSCHIKEN.INC".
      *
       PROCEDURE                   DIVISION    USING
           MCPAREA
           SPA-AREA
           ORCSCHIKENAREA
           .
      *
      *****************************************************************
      *    主　　処理
      *****************************************************************
       000-PROC-SEC                SECTION.
      *
           MOVE    ZERO                TO  SCHIKEN-RC
           MOVE    ZERO                TO  SCHIKEN-CHIKENFLG
           MOVE    SPACE               TO  SCHIKEN-CHIKENID
                                           SCHIKEN-CHIKENNAME
                                           SCHIKEN-KENSAKBN
                                           SCHIKEN-GAZOKBN
                                           SCHIKEN-YAKUZAIKBN
           PERFORM VARYING IDX-CD  FROM    1   BY  1
                   UNTIL   IDX-CD          >   10
               MOVE    SPACE               TO  SCHIKEN-DOSYUCD (IDX-CD)
           END-PERFORM
      *
           IF      SCHIKEN-PTID        =   ZERO
           OR      SCHIKEN-SRYYMD  IS  NOT NUMERIC
               MOVE    1                   TO  SCHIKEN-RC
               GO  TO  000-PROC-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
      *    取消は治験参加の登録にかかわらず実績を削除する
           IF      SCHIKEN-MODE        =   "3"
               PERFORM 400-FURI-DEL-SEC
               GO  TO  000-PROC-EXT
           END-IF
      *
           PERFORM 100-CHIKENPT-GET-SEC
           IF      FLG-CHIKENPT    NOT =   ZERO
               GO  TO  000-PROC-EXT
           END-IF
      *
           PERFORM 200-CHIKEN-GET-SEC
           IF      SCHIKEN-CHIKENFLG   NOT =   1
               GO  TO  000-PROC-EXT
           END-IF
      *
           IF      SCHIKEN-MODE        =   "2"
               PERFORM 300-FURI-KIROKU-SEC
           END-IF
           .
       000-PROC-EXT.
           EXIT    PROGRAM
           .
      *
      *****************************************************************
      *    治験参加患者取得処理
      *    （診療日時点で参加期間中の課題を採用する）
      *****************************************************************
       100-CHIKENPT-GET-SEC        SECTION.
      *
           MOVE    1                   TO  FLG-CHIKENPT
      *
           INITIALIZE                  CHIKENPT-REC
           MOVE    SPA-HOSPNUM         TO  CKP-HOSPNUM
           MOVE    SCHIKEN-PTID        TO  CKP-PTID
           MOVE    CHIKENPT-REC        TO  MCPDATA-REC
           MOVE    "tbl_chikenpt"      TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  100-CHIKENPT-GET-EXT
           END-IF
      *
           PERFORM 110-CHIKENPT-FETCH-SEC
                   UNTIL   FLG-CHIKENPT    NOT =   1
      *
           MOVE    "tbl_chikenpt"      TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
      *    ２は該当なしで読み終えたことを示す
           IF      FLG-CHIKENPT        =   2
               MOVE    1                   TO  FLG-CHIKENPT
           END-IF
           .
       100-CHIKENPT-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    治験参加患者読込処理
      *    （参加終了日の空白は継続中とする）
      *****************************************************************
       110-CHIKENPT-FETCH-SEC      SECTION.
      *
           MOVE    "tbl_chikenpt"      TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    2                   TO  FLG-CHIKENPT
               GO  TO  110-CHIKENPT-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  CHIKENPT-REC
           IF      CKP-EDYMD           =   SPACE
               MOVE    "99999999"          TO  CKP-EDYMD
           END-IF
           IF    ( CKP-STYMD      NOT >   SCHIKEN-SRYYMD )
           AND   ( CKP-EDYMD      NOT <   SCHIKEN-SRYYMD )
               MOVE    ZERO                TO  FLG-CHIKENPT
           END-IF
           .
       110-CHIKENPT-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    治験課題取得処理
      *    （課題の実施期間外は対象外とする）
      *****************************************************************
       200-CHIKEN-GET-SEC          SECTION.
      *
           INITIALIZE                  CHIKEN-REC
           MOVE    SPA-HOSPNUM         TO  CHK-HOSPNUM
           MOVE    CKP-CHIKENID        TO  CHK-CHIKENID
           MOVE    CHIKEN-REC          TO  MCPDATA-REC
           MOVE    "tbl_chiken"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  CHIKEN-REC
           ELSE
               INITIALIZE                  CHIKEN-REC
           END-IF
           MOVE    "tbl_chiken"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      CHK-CHIKENID        =   SPACE
               GO  TO  200-CHIKEN-GET-EXT
           END-IF
           IF      CHK-EDYMD           =   SPACE
               MOVE    "99999999"          TO  CHK-EDYMD
           END-IF
           IF    ( CHK-STYMD          >   SCHIKEN-SRYYMD )
           OR    ( CHK-EDYMD          <   SCHIKEN-SRYYMD )
               GO  TO  200-CHIKEN-GET-EXT
           END-IF
      *
           MOVE    1                   TO  SCHIKEN-CHIKENFLG
           MOVE    CHK-CHIKENID        TO  SCHIKEN-CHIKENID
           MOVE    CHK-CHIKENNAME      TO  SCHIKEN-CHIKENNAME
           MOVE    CHK-KENSAKBN        TO  SCHIKEN-KENSAKBN
           MOVE    CHK-GAZOKBN         TO  SCHIKEN-GAZOKBN
           MOVE    CHK-YAKUZAIKBN      TO  SCHIKEN-YAKUZAIKBN
           PERFORM VARYING IDX-CD  FROM    1   BY  1
                   UNTIL   IDX-CD          >   10
               MOVE    CHK-DOSYUCD (IDX-CD)
                                       TO  SCHIKEN-DOSYUCD (IDX-CD)
           END-PERFORM
           .
       200-CHIKEN-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    治験費用振替実績記録処理（会計確定）
      *    （振替点数が０でも来院回数の算定のため記録する）
      *****************************************************************
       300-FURI-KIROKU-SEC         SECTION.
      *
           PERFORM 410-FURI-ZAI-DEL-SEC
           MOVE    ZERO                TO  SCHIKEN-RC
      *
           INITIALIZE                  CHIKENFURI-REC
           MOVE    SPA-HOSPNUM         TO  CKF-HOSPNUM
           MOVE    SCHIKEN-PTID        TO  CKF-PTID
           MOVE    SCHIKEN-SRYYMD      TO  CKF-SRYYMD
           MOVE    SCHIKEN-DENPNUM     TO  CKF-DENPNUM
           MOVE    SCHIKEN-ZAINUM      TO  CKF-ZAINUM
           MOVE    SCHIKEN-CHIKENID    TO  CKF-CHIKENID
           MOVE    SCHIKEN-KENSATEN    TO  CKF-KENSATEN
           MOVE    SCHIKEN-GAZOTEN     TO  CKF-GAZOTEN
           MOVE    SCHIKEN-YAKUZAITEN  TO  CKF-YAKUZAITEN
           COMPUTE CKF-GOKEITEN    =   CKF-KENSATEN
                                   +   CKF-GAZOTEN
                                   +   CKF-YAKUZAITEN
           MOVE    SMCNDATE-YMD        TO  CKF-UPYMD
           MOVE    SMCNDATE-HMS        TO  CKF-UPHMS
      *
           MOVE    CHIKENFURI-REC      TO  MCPDATA-REC
           MOVE    "tbl_chikenfuri"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    2                   TO  SCHIKEN-RC
           END-IF
           .
       300-FURI-KIROKU-EXT.
           EXIT.
      *
      *****************************************************************
      *    治験費用振替実績削除処理
      *    （該当なしはエラーとしない）
      *****************************************************************
       400-FURI-DEL-SEC            SECTION.
      *
           INITIALIZE                  CHIKENFURI-REC
           MOVE    SPA-HOSPNUM         TO  CKF-HOSPNUM
           MOVE    SCHIKEN-PTID        TO  CKF-PTID
           MOVE    SCHIKEN-SRYYMD      TO  CKF-SRYYMD
           MOVE    SCHIKEN-DENPNUM     TO  CKF-DENPNUM
           MOVE    CHIKENFURI-REC      TO  MCPDATA-REC
           MOVE    "tbl_chikenfuri"    TO  MCP-TABLE
           MOVE    "denpnum"           TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       400-FURI-DEL-EXT.
           EXIT.
      *
      *****************************************************************
      *    治験費用振替実績削除処理（剤単位）
      *    （該当なしはエラーとしない）
      *****************************************************************
       410-FURI-ZAI-DEL-SEC        SECTION.
      *
           INITIALIZE                  CHIKENFURI-REC
           MOVE    SPA-HOSPNUM         TO  CKF-HOSPNUM
           MOVE    SCHIKEN-PTID        TO  CKF-PTID
           MOVE    SCHIKEN-SRYYMD      TO  CKF-SRYYMD
           MOVE    SCHIKEN-DENPNUM     TO  CKF-DENPNUM
           MOVE    SCHIKEN-ZAINUM      TO  CKF-ZAINUM
           MOVE    CHIKENFURI-REC      TO  MCPDATA-REC
           MOVE    "tbl_chikenfuri"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       410-FURI-ZAI-DEL-EXT.
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
