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
       PROGRAM-ID.             ORCSSENTEI.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 共通
      *  コンポーネント名  : 長期収載品選定療養計算サブ
      *                      （後発品のある先発医薬品（点数マスタの
      *                        後発医薬品区分＝２）を患者希望で処方
      *                        した場合、後発品最高価格との価格差の
      *                        ４分の１を選定療養（特別の料金）とし、
      *                        保険給付の薬価と特別の料金を返す。
      *                        理由区分（空白：患者希望　１：医療上
      *                        の必要性　２：後発品の提供困難
      *                        ９：その他）が空白以外の場合は対象外
      *                        処理区分　１：計算
      *                        ２：会計確定（計算を行い、選定療養
      *                        ログへ記録する。同一伝票・剤は上書き
      *                        し、剤ごとの呼出しにも対応する）
      *                        ３：取消（同一伝票のログを削除する）
      *                        選定療養ログは患者説明書・月次集計
      *                        （ＯＲＣＢＳＥＮＴＥＩ）が参照する）
      *  管理者            :
      *  作成日付    作業者        記述
      *  26/10/15    ORCAMO        新規作成
      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.01    ORCAMO       26/10/15  会計確定の記録を剤単位の
      *                                     上書きに変更
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
           03  FLG-TENSU           PIC 9(01).
           03  FLG-GENERICPRICE    PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(04).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-SAGAKU          PIC S9(07)V99.
           03  WRK-SENTEI-TANKA    PIC 9(07)V9(04).
           03  WRK-ZEINUKI         PIC 9(09)V9(04).
      *
      *    定数領域
       01  CONST-AREA.
      *    選定療養の開始日
           03  CONST-SENTEI-STYMD  PIC X(08)   VALUE   "20241001".
      *    価格差に対する選定療養の割合（百分率）
           03  CONST-SENTEI-WARIAI PIC 9(03)   VALUE   25.
      *    消費税率（百分率）
           03  CONST-ZEIRITU       PIC 9(03)   VALUE   10.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    点数マスタ
           COPY    "CPTENSU.INC".
      *
      *    最低薬価マスタ
       01  GENERICPRICE-REC.
           COPY    "CPGENERICPRICE.INC".
      *
      *    長期収載品選定療養ログテーブル
      *    （ＯＲＣＢＳＥＮＴＥＩと同一レイアウト）
       01  SENTEILOG-REC.
           03  SNT-HOSPNUM         PIC 9(02).
           03  SNT-PTID            PIC 9(10).
           03  SNT-SRYYMD          PIC X(08).
           03  SNT-DENPNUM         PIC 9(07).
           03  SNT-RECIPENUM       PIC 9(03).
           03  SNT-ZAINUM          PIC 9(08).
           03  SNT-SRYCD           PIC X(09).
           03  SNT-YAKKAKJNCD      PIC X(12).
           03  SNT-NYUGAIKBN       PIC X(01).
      *    対象区分（１：選定療養　２：理由区分により対象外）
           03  SNT-TAISYOFLG       PIC 9(01).
           03  SNT-RIYUKBN         PIC X(01).
      *    先発品薬価・後発品最高価格・保険給付の薬価
           03  SNT-SENPATU         PIC 9(07)V99.
           03  SNT-KOHATU          PIC 9(07)V99.
           03  SNT-HOKENYAKKA      PIC 9(07)V99.
           03  SNT-SURYO           PIC 9(05)V9(05).
      *    特別の料金（税抜・税込）
           03  SNT-ZEINUKI         PIC 9(07).
           03  SNT-GAKU            PIC 9(07).
           03  SNT-PRINTYMD        PIC X(08).
           03  SNT-PRINTHMS        PIC X(06).
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
      *    長期収載品選定療養パラメタ
           COPY    "CPORCSSENTEI.INC".
      *
       PROCEDURE                   DIVISION    USING
           MCPAREA
           SPA-AREA
           ORCSSENTEIAREA
           .
      *
      *****************************************************************
      *    主　　処理
      *****************************************************************
       000-PROC-SEC                SECTION.
      *
           MOVE    ZERO                TO  SSENTEI-RC
           MOVE    ZERO                TO  SSENTEI-KENSU
                                           SSENTEI-GOKEI-ZEINUKI
                                           SSENTEI-GOKEI-ZEI
                                           SSENTEI-GOKEI-GAKU
      *
           IF      SSENTEI-PTID        =   ZERO
           OR      SSENTEI-SRYYMD  IS  NOT NUMERIC
               MOVE    1                   TO  SSENTEI-RC
               GO  TO  000-PROC-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
      *    取消は計算を行わずログを削除する
           IF      SSENTEI-MODE        =   "3"
               PERFORM 400-LOG-DEL-SEC
               GO  TO  000-PROC-EXT
           END-IF
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX             >   100
                   OR      SSENTEI-SRYCD (IDX) =   SPACE
               PERFORM 100-SENTEI-KEISAN-SEC
           END-PERFORM
      *
      *    消費税は伝票の合計で円未満を切り捨てる
           COMPUTE SSENTEI-GOKEI-ZEI
                                   =   SSENTEI-GOKEI-ZEINUKI
                                   *   CONST-ZEIRITU   /   100
           COMPUTE SSENTEI-GOKEI-GAKU
                                   =   SSENTEI-GOKEI-ZEINUKI
                                   +   SSENTEI-GOKEI-ZEI
      *
           IF      SSENTEI-MODE        =   "2"
               PERFORM 300-LOG-KIROKU-SEC
           END-IF
           .
       000-PROC-EXT.
           EXIT    PROGRAM
           .
      *
      *****************************************************************
      *    選定療養計算処理
      *    （価格差に割合を乗じた額を１単位あたりの選定療養とし、
      *      先発品薬価から差し引いた額を保険給付の薬価とする。
      *      特別の料金は単位あたりの額に数量を乗じ、円未満を
      *      四捨五入する）
      *****************************************************************
       100-SENTEI-KEISAN-SEC       SECTION.
      *
           MOVE    ZERO                TO  SSENTEI-TAISYOFLG (IDX)
                                           SSENTEI-SENPATU (IDX)
                                           SSENTEI-KOHATU (IDX)
                                           SSENTEI-ZEINUKI (IDX)
                                           SSENTEI-GAKU (IDX)
           MOVE    SPACE               TO  SSENTEI-YAKKAKJNCD (IDX)
           MOVE    ZERO                TO  SSENTEI-HOKENYAKKA (IDX)
      *
      *    入院・選定療養開始前は対象外
           IF      SSENTEI-NYUGAIKBN   =   "2"
           OR      SSENTEI-SRYYMD      <   CONST-SENTEI-STYMD
               GO  TO  100-SENTEI-KEISAN-EXT
           END-IF
      *
           PERFORM 110-TENSU-READ-SEC
           IF      FLG-TENSU       NOT =   ZERO
               GO  TO  100-SENTEI-KEISAN-EXT
           END-IF
           MOVE    TNS-TEN             TO  SSENTEI-HOKENYAKKA (IDX)
           IF      TNS-KOHATUKBN   NOT =   "2"
               GO  TO  100-SENTEI-KEISAN-EXT
           END-IF
           MOVE    TNS-YAKKAKJNCD      TO  SSENTEI-YAKKAKJNCD (IDX)
           MOVE    TNS-TEN             TO  SSENTEI-SENPATU (IDX)
      *
           PERFORM 120-GENERICPRICE-READ-SEC
           IF      FLG-GENERICPRICE NOT =  ZERO
               GO  TO  100-SENTEI-KEISAN-EXT
           END-IF
           MOVE    GENERICPRICE-KOHATUMAX
                                       TO  SSENTEI-KOHATU (IDX)
      *
           COMPUTE WRK-SAGAKU      =   SSENTEI-SENPATU (IDX)
                                   -   SSENTEI-KOHATU (IDX)
           IF      WRK-SAGAKU      NOT >   ZERO
               GO  TO  100-SENTEI-KEISAN-EXT
           END-IF
      *
      *    理由区分の指定があれば長期収載品として記録のみ行う
           IF      SSENTEI-RIYUKBN (IDX)   NOT =   SPACE
               MOVE    2                   TO  SSENTEI-TAISYOFLG (IDX)
               GO  TO  100-SENTEI-KEISAN-EXT
           END-IF
      *
           MOVE    1                   TO  SSENTEI-TAISYOFLG (IDX)
           COMPUTE WRK-SENTEI-TANKA
                                   =   WRK-SAGAKU
                                   *   CONST-SENTEI-WARIAI /   100
           COMPUTE SSENTEI-HOKENYAKKA (IDX)
                                   =   SSENTEI-SENPATU (IDX)
                                   -   WRK-SENTEI-TANKA
           COMPUTE WRK-ZEINUKI     =   WRK-SENTEI-TANKA
                                   *   SSENTEI-SURYO (IDX)
           COMPUTE SSENTEI-ZEINUKI (IDX)   ROUNDED
                                   =   WRK-ZEINUKI
           COMPUTE SSENTEI-GAKU (IDX)
                                   =   SSENTEI-ZEINUKI (IDX)
                                   +   SSENTEI-ZEINUKI (IDX)
                                   *   CONST-ZEIRITU   /   100
      *
           ADD     1                   TO  SSENTEI-KENSU
           ADD     SSENTEI-ZEINUKI (IDX)
                                       TO  SSENTEI-GOKEI-ZEINUKI
           .
       100-SENTEI-KEISAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    点数マスタ読込処理
      *****************************************************************
       110-TENSU-READ-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-TENSU
      *
           INITIALIZE                  TNS-TENSU-REC
           MOVE    SPA-HOSPNUM         TO  TNS-HOSPNUM
           MOVE    SSENTEI-SRYCD (IDX) TO  TNS-SRYCD
           MOVE    SSENTEI-SRYYMD      TO  TNS-YUKOSTYMD
                                           TNS-YUKOEDYMD
           MOVE    TNS-TENSU-REC       TO  MCPDATA-REC
           MOVE    "tbl_tensu"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_tensu"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  TNS-TENSU-REC
                   MOVE    ZERO                TO  FLG-TENSU
               END-IF
           END-IF
           MOVE    "tbl_tensu"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       110-TENSU-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    後発品最高価格読込処理
      *    （薬価基準コードで診療日時点の価格を求める）
      *****************************************************************
       120-GENERICPRICE-READ-SEC   SECTION.
      *
           MOVE    1                   TO  FLG-GENERICPRICE
      *
           MOVE    SPACE               TO  GENERICPRICE-REC
           INITIALIZE                      GENERICPRICE-REC
           MOVE    TNS-YAKKAKJNCD      TO  GENERICPRICE-YAKKAKJNCD
           MOVE    SSENTEI-SRYYMD      TO  GENERICPRICE-YUKOSTYMD
                                           GENERICPRICE-YUKOEDYMD
           MOVE    GENERICPRICE-REC    TO  MCPDATA-REC
           MOVE    "tbl_generic_price" TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_generic_price" TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  GENERICPRICE-REC
                   IF      GENERICPRICE-KOHATUMAX  >   ZERO
                       MOVE    ZERO                TO  FLG-GENERICPRICE
                   END-IF
               END-IF
           END-IF
           MOVE    "tbl_generic_price" TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       120-GENERICPRICE-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    選定療養ログ記録処理（会計確定）
      *    （同一伝票・剤のログは削除後に、対象・対象外とした長期
      *      収載品を登録する）
      *****************************************************************
       300-LOG-KIROKU-SEC          SECTION.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX             >   100
                   OR      SSENTEI-SRYCD (IDX) =   SPACE
               PERFORM 410-LOG-ZAI-DEL-SEC
           END-PERFORM
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX             >   100
                   OR      SSENTEI-SRYCD (IDX) =   SPACE
               IF      SSENTEI-TAISYOFLG (IDX) NOT =   ZERO
                   PERFORM 310-LOG-INSERT-SEC
               END-IF
           END-PERFORM
           .
       300-LOG-KIROKU-EXT.
           EXIT.
      *
      *****************************************************************
      *    選定療養ログ登録処理
      *****************************************************************
       310-LOG-INSERT-SEC          SECTION.
      *
           INITIALIZE                  SENTEILOG-REC
           MOVE    SPA-HOSPNUM         TO  SNT-HOSPNUM
           MOVE    SSENTEI-PTID        TO  SNT-PTID
           MOVE    SSENTEI-SRYYMD      TO  SNT-SRYYMD
           MOVE    SSENTEI-DENPNUM     TO  SNT-DENPNUM
           MOVE    SSENTEI-RECIPENUM (IDX)
                                       TO  SNT-RECIPENUM
           MOVE    SSENTEI-ZAINUM (IDX)
                                       TO  SNT-ZAINUM
           MOVE    SSENTEI-SRYCD (IDX) TO  SNT-SRYCD
           MOVE    SSENTEI-YAKKAKJNCD (IDX)
                                       TO  SNT-YAKKAKJNCD
           MOVE    SSENTEI-NYUGAIKBN   TO  SNT-NYUGAIKBN
           MOVE    SSENTEI-TAISYOFLG (IDX)
                                       TO  SNT-TAISYOFLG
           MOVE    SSENTEI-RIYUKBN (IDX)
                                       TO  SNT-RIYUKBN
           MOVE    SSENTEI-SENPATU (IDX)
                                       TO  SNT-SENPATU
           MOVE    SSENTEI-KOHATU (IDX)
                                       TO  SNT-KOHATU
           MOVE    SSENTEI-HOKENYAKKA (IDX)
                                       TO  SNT-HOKENYAKKA
           MOVE    SSENTEI-SURYO (IDX) TO  SNT-SURYO
           MOVE    SSENTEI-ZEINUKI (IDX)
                                       TO  SNT-ZEINUKI
           MOVE    SSENTEI-GAKU (IDX)  TO  SNT-GAKU
           MOVE    SMCNDATE-YMD        TO  SNT-PRINTYMD
           MOVE    SMCNDATE-HMS        TO  SNT-PRINTHMS
      *
           MOVE    SENTEILOG-REC       TO  MCPDATA-REC
           MOVE    "tbl_sentei_log"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    2                   TO  SSENTEI-RC
           END-IF
           .
       310-LOG-INSERT-EXT.
           EXIT.
      *
      *****************************************************************
      *    選定療養ログ削除処理
      *    （該当なしはエラーとしない）
      *****************************************************************
       400-LOG-DEL-SEC             SECTION.
      *
           INITIALIZE                  SENTEILOG-REC
           MOVE    SPA-HOSPNUM         TO  SNT-HOSPNUM
           MOVE    SSENTEI-PTID        TO  SNT-PTID
           MOVE    SSENTEI-SRYYMD      TO  SNT-SRYYMD
           MOVE    SSENTEI-DENPNUM     TO  SNT-DENPNUM
           MOVE    SENTEILOG-REC       TO  MCPDATA-REC
           MOVE    "tbl_sentei_log"    TO  MCP-TABLE
           MOVE    "denpnum"           TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       400-LOG-DEL-EXT.
           EXIT.
      *
      *****************************************************************
      *    選定療養ログ削除処理（剤単位）
      *    （該当なしはエラーとしない）
      *****************************************************************
       410-LOG-ZAI-DEL-SEC         SECTION.
      *
           INITIALIZE                  SENTEILOG-REC
           MOVE    SPA-HOSPNUM         TO  SNT-HOSPNUM
           MOVE    SSENTEI-PTID        TO  SNT-PTID
           MOVE    SSENTEI-SRYYMD      TO  SNT-SRYYMD
           MOVE    SSENTEI-DENPNUM     TO  SNT-DENPNUM
           MOVE    SSENTEI-ZAINUM (IDX)
                                       TO  SNT-ZAINUM
           MOVE    SENTEILOG-REC       TO  MCPDATA-REC
           MOVE    "tbl_sentei_log"    TO  MCP-TABLE
           MOVE    "zai"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       410-LOG-ZAI-DEL-EXT.
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
