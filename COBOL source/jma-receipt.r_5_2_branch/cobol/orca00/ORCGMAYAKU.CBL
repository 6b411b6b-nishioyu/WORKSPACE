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
       PROGRAM-ID.                 ORCGMAYAKU.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 薬剤
      *  コンポーネント名  : 麻薬帳簿照会・受入登録（ＭＭＡＹＡＫＵ）
      *                      （麻薬・向精神薬の品目ごとに、期間内の
      *                        受入・施用・廃棄・実在庫と残高を照会
      *                        する。受入と実在庫（棚卸数量）は本画面
      *                        で登録し、施用・廃棄は麻薬帳簿作成
      *                        （ＯＲＣＢＭＡＹＡＫＵ）が記録する）
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
           03  FLG-MYB             PIC 9(01).
           03  FLG-TENSU           PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(02).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-STYMD           PIC X(08).
           03  WRK-EDYMD           PIC X(08).
           03  WRK-ZANDAKA         PIC S9(09)V9(03).
           03  WRK-SAI             PIC S9(09)V9(03).
           03  WRK-MAXRENNUM       PIC 9(06).
           03  WRK-KBN             PIC X(01).
           03  WRK-ED-RYO          PIC -(7)9.999.
           03  WRK-MSG             PIC X(100).
      *
      *    一覧に表示した帳簿のキー（削除時に使用）
       01  LST-AREA.
           03  LST-TBL             OCCURS  50.
               05  LST-YMD         PIC X(08).
               05  LST-KBN         PIC X(01).
               05  LST-RENNUM      PIC 9(06).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    麻薬帳簿テーブル
      *    （ＯＲＣＢＭＡＹＡＫＵと同一レイアウト）
       01  MAYAKUBO-REC.
           03  MYB-HOSPNUM             PIC 9(02).
           03  MYB-SRYCD               PIC X(09).
           03  MYB-YMD                 PIC X(08).
      *    区分　１：受入　２：施用　３：廃棄　４：実在庫
           03  MYB-KBN                 PIC X(01).
           03  MYB-RENNUM              PIC 9(06).
           03  MYB-PTID                PIC 9(10).
           03  MYB-PTNUM               PIC X(20).
           03  MYB-DRCD                PIC X(05).
      *    数量（実在庫は実在庫数量）
           03  MYB-SURYO               PIC S9(07)V9(03).
      *    帳簿残高（実在庫はその時点の帳簿残高）
           03  MYB-ZANDAKA             PIC S9(09)V9(03).
           03  MYB-BIKO                PIC X(80).
           03  MYB-UPYMD               PIC X(08).
           03  MYB-UPHMS               PIC X(06).
      *
      *    点数マスタ
           COPY    "CPTENSU.INC".
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
           COPY    "MMAYAKU.INC".
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
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           MOVE    SPACE               TO  MMAYAKU-SRYCD
                                           MMAYAKU-NAME
                                           MMAYAKU-YMD
                                           MMAYAKU-BIKO
                                           MMAYAKU-ZENZAN
                                           MMAYAKU-ZANDAKA
                                           MMAYAKU-MSG
           MOVE    ZERO                TO  MMAYAKU-SURYO
                                           MMAYAKU-SELNUM
      *    照会期間の初期値は当月
           MOVE    SMCNDATE-YMD        TO  MMAYAKU-STYMD
                                           MMAYAKU-EDYMD
           MOVE    "01"                TO  MMAYAKU-STYMD (7:2)
           MOVE    "31"                TO  MMAYAKU-EDYMD (7:2)
      *
           PERFORM 250-LST-CLEAR-SEC
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
      *        帳簿照会
               WHEN    "CLICKED"       ALSO    "B02"
                   MOVE    SPACE               TO  MMAYAKU-MSG
                   PERFORM 220-CHOBO-DISP-SEC
                   PERFORM 290-REDISP-SEC
      *        受入登録
               WHEN    "CLICKED"       ALSO    "B03"
                   MOVE    "1"                 TO  WRK-KBN
                   PERFORM 230-TOUROKU-SEC
      *        実在庫登録
               WHEN    "CLICKED"       ALSO    "B04"
                   MOVE    "4"                 TO  WRK-KBN
                   PERFORM 230-TOUROKU-SEC
      *        受入・実在庫の削除（一覧の選択番号）
               WHEN    "CLICKED"       ALSO    "B05"
                   PERFORM 240-SAKUJO-SEC
               WHEN    OTHER
                   PERFORM 210-BACK
           END-EVALUATE
      *
           .
       200-GMNSENI-EXT.
           EXIT.
      *****************************************************************
      *    麻薬帳簿照会処理
      *    （残高は帳簿を先頭から計算し直して表示する）
      *****************************************************************
       220-CHOBO-DISP-SEC          SECTION.
      *
           PERFORM 250-LST-CLEAR-SEC
           MOVE    SPACE               TO  MMAYAKU-ZENZAN
                                           MMAYAKU-ZANDAKA
      *
           PERFORM 260-HINMOKU-CHK-SEC
           IF      FLG-TENSU       NOT =   ZERO
               GO  TO  220-CHOBO-DISP-EXT
           END-IF
           IF      MMAYAKU-STYMD       IS  NOT NUMERIC
           OR      MMAYAKU-EDYMD       IS  NOT NUMERIC
           OR      MMAYAKU-STYMD       >   MMAYAKU-EDYMD
               MOVE    "照会期間が正しくありません"
                                       TO  MMAYAKU-MSG
               GO  TO  220-CHOBO-DISP-EXT
           END-IF
           MOVE    MMAYAKU-STYMD       TO  WRK-STYMD
           MOVE    MMAYAKU-EDYMD       TO  WRK-EDYMD
      *
           MOVE    ZERO                TO  WRK-ED-RYO
           MOVE    WRK-ED-RYO          TO  MMAYAKU-ZENZAN
           PERFORM 270-ZANDAKA-SEC
      *
           MOVE    WRK-ZANDAKA         TO  WRK-ED-RYO
           MOVE    WRK-ED-RYO          TO  MMAYAKU-ZANDAKA
           IF      IDX                 =   ZERO
               MOVE    "期間内の帳簿記録はありません"
                                       TO  MMAYAKU-MSG
           END-IF
           .
       220-CHOBO-DISP-EXT.
           EXIT.
      *****************************************************************
      *    受入・実在庫登録処理
      *****************************************************************
       230-TOUROKU-SEC             SECTION.
      *
           PERFORM 260-HINMOKU-CHK-SEC
           IF      FLG-TENSU       NOT =   ZERO
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MMAYAKU-YMD         IS  NOT NUMERIC
               MOVE    "日付を入力してください"
                                       TO  MMAYAKU-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MMAYAKU-SURYO       IS  NOT NUMERIC
           OR    ( MMAYAKU-SURYO       =   ZERO
           AND     WRK-KBN             =   "1" )
               MOVE    "数量を入力してください"
                                       TO  MMAYAKU-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
      *    登録日までの帳簿残高と連番の最大値を求める
           MOVE    LOW-VALUE           TO  WRK-STYMD
           MOVE    MMAYAKU-YMD         TO  WRK-EDYMD
           PERFORM 250-LST-CLEAR-SEC
           PERFORM 270-ZANDAKA-SEC
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           INITIALIZE                  MAYAKUBO-REC
           MOVE    SPA-HOSPNUM         TO  MYB-HOSPNUM
           MOVE    MMAYAKU-SRYCD       TO  MYB-SRYCD
           MOVE    MMAYAKU-YMD         TO  MYB-YMD
           MOVE    WRK-KBN             TO  MYB-KBN
           COMPUTE MYB-RENNUM      =   WRK-MAXRENNUM   +   1
           MOVE    MMAYAKU-SURYO       TO  MYB-SURYO
           IF      WRK-KBN             =   "1"
               ADD     MMAYAKU-SURYO       TO  WRK-ZANDAKA
           END-IF
           MOVE    WRK-ZANDAKA         TO  MYB-ZANDAKA
           MOVE    MMAYAKU-BIKO        TO  MYB-BIKO
           MOVE    SMCNDATE-YMD        TO  MYB-UPYMD
           MOVE    SMCNDATE-HMS        TO  MYB-UPHMS
           MOVE    MAYAKUBO-REC        TO  MCPDATA-REC
           MOVE    "tbl_mayakubo"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    "帳簿に登録できませんでした"
                                       TO  MMAYAKU-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           IF      WRK-KBN             =   "1"
               MOVE    "受入を登録しました"
                                       TO  MMAYAKU-MSG
           ELSE
               COMPUTE WRK-SAI         =   MYB-SURYO   -   MYB-ZANDAKA
               IF      WRK-SAI             =   ZERO
                   MOVE    "実在庫を登録（差異なし）"
                                       TO  MMAYAKU-MSG
               ELSE
                   MOVE    WRK-SAI             TO  WRK-ED-RYO
                   STRING  "実在庫を登録　帳簿との差異："
                                       DELIMITED   BY  SIZE
                           WRK-ED-RYO          DELIMITED   BY  SIZE
                                       INTO    MMAYAKU-MSG
                   END-STRING
               END-IF
           END-IF
           MOVE    ZERO                TO  MMAYAKU-SURYO
           MOVE    SPACE               TO  MMAYAKU-BIKO
      *
           MOVE    MMAYAKU-MSG         TO  WRK-MSG
           PERFORM 220-CHOBO-DISP-SEC
           MOVE    WRK-MSG             TO  MMAYAKU-MSG
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    受入・実在庫削除処理
      *    （施用・廃棄は帳簿作成で記録するため削除できない）
      *****************************************************************
       240-SAKUJO-SEC              SECTION.
      *
           PERFORM 220-CHOBO-DISP-SEC
           IF      MMAYAKU-SELNUM      IS  NOT NUMERIC
           OR      MMAYAKU-SELNUM      =   ZERO
           OR      MMAYAKU-SELNUM      >   IDX
               MOVE    "削除する行番号を入力"
                                       TO  MMAYAKU-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
           IF      LST-KBN (MMAYAKU-SELNUM)    NOT =   "1"
           AND     LST-KBN (MMAYAKU-SELNUM)    NOT =   "4"
               MOVE    "受入・実在庫のみ削除可"
                                       TO  MMAYAKU-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
      *
           INITIALIZE                  MAYAKUBO-REC
           MOVE    SPA-HOSPNUM         TO  MYB-HOSPNUM
           MOVE    MMAYAKU-SRYCD       TO  MYB-SRYCD
           MOVE    LST-YMD    (MMAYAKU-SELNUM)  TO  MYB-YMD
           MOVE    LST-KBN    (MMAYAKU-SELNUM)  TO  MYB-KBN
           MOVE    LST-RENNUM (MMAYAKU-SELNUM)  TO  MYB-RENNUM
           MOVE    MAYAKUBO-REC        TO  MCPDATA-REC
           MOVE    "tbl_mayakubo"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 220-CHOBO-DISP-SEC
               MOVE    "帳簿から削除しました"
                                       TO  MMAYAKU-MSG
           ELSE
               MOVE    "削除できませんでした"
                                       TO  MMAYAKU-MSG
           END-IF
           MOVE    ZERO                TO  MMAYAKU-SELNUM
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
                   UNTIL   IDX >   50
               MOVE    SPACE               TO
                       MMAYAKU-LST-YMD     ( IDX )
                       MMAYAKU-LST-KBN     ( IDX )
                       MMAYAKU-LST-SURYO   ( IDX )
                       MMAYAKU-LST-ZANDAKA ( IDX )
                       MMAYAKU-LST-PTNUM   ( IDX )
                       MMAYAKU-LST-DRCD    ( IDX )
                       MMAYAKU-LST-BIKO    ( IDX )
                       LST-YMD             ( IDX )
                       LST-KBN             ( IDX )
               MOVE    ZERO                TO  LST-RENNUM ( IDX )
           END-PERFORM
           MOVE    ZERO                TO  IDX
           .
       250-LST-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    品目チェック処理
      *    （麻薬・向精神薬区分が１・５の点数マスタに限る）
      *****************************************************************
       260-HINMOKU-CHK-SEC         SECTION.
      *
           MOVE    1                   TO  FLG-TENSU
           MOVE    SPACE               TO  MMAYAKU-NAME
      *
           IF      MMAYAKU-SRYCD       =   SPACE
               MOVE    "診療行為コードを入力"
                                       TO  MMAYAKU-MSG
               GO  TO  260-HINMOKU-CHK-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           INITIALIZE                  TNS-TENSU-REC
           MOVE    SPA-HOSPNUM         TO  TNS-HOSPNUM
           MOVE    MMAYAKU-SRYCD       TO  TNS-SRYCD
           IF      MMAYAKU-YMD         IS  NUMERIC
               MOVE    MMAYAKU-YMD         TO  TNS-YUKOSTYMD
                                               TNS-YUKOEDYMD
           ELSE
               MOVE    SMCNDATE-YMD        TO  TNS-YUKOSTYMD
                                               TNS-YUKOEDYMD
           END-IF
           MOVE    TNS-TENSU-REC       TO  MCPDATA-REC
           MOVE    "tbl_tensu"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  TNS-TENSU-REC
               MOVE    TNS-NAME            TO  MMAYAKU-NAME
               IF      TNS-MAYAKUKBN       =   "1"  OR  "5"
                   MOVE    ZERO                TO  FLG-TENSU
               ELSE
                   MOVE    "麻薬・向精神薬ではありません"
                                       TO  MMAYAKU-MSG
               END-IF
           ELSE
               MOVE    "点数マスタに登録がありません"
                                       TO  MMAYAKU-MSG
           END-IF
           MOVE    "tbl_tensu"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       260-HINMOKU-CHK-EXT.
           EXIT.
      *****************************************************************
      *    帳簿残高計算処理
      *    （品目の帳簿を日付・区分順に読み、終了日までの残高と
      *      連番の最大値を求める。照会期間内は一覧に表示する）
      *****************************************************************
       270-ZANDAKA-SEC             SECTION.
      *
           MOVE    ZERO                TO  WRK-ZANDAKA
                                           WRK-MAXRENNUM
      *
           INITIALIZE                  MAYAKUBO-REC
           MOVE    SPA-HOSPNUM         TO  MYB-HOSPNUM
           MOVE    MMAYAKU-SRYCD       TO  MYB-SRYCD
           MOVE    MAYAKUBO-REC        TO  MCPDATA-REC
           MOVE    "tbl_mayakubo"      TO  MCP-TABLE
           MOVE    "cd"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-MYB
               PERFORM 271-MYB-FETCH-SEC
                       UNTIL   FLG-MYB     =   1
               MOVE    "tbl_mayakubo"      TO  MCP-TABLE
               MOVE    "cd"                TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       270-ZANDAKA-EXT.
           EXIT.
      *****************************************************************
      *    麻薬帳簿読込処理
      *****************************************************************
       271-MYB-FETCH-SEC           SECTION.
      *
           MOVE    "tbl_mayakubo"      TO  MCP-TABLE
           MOVE    "cd"                TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-MYB
               GO  TO  271-MYB-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  MAYAKUBO-REC
      *
      *    連番は日付によらず品目内の最大値とする
           IF      MYB-RENNUM          >   WRK-MAXRENNUM
               MOVE    MYB-RENNUM          TO  WRK-MAXRENNUM
           END-IF
           IF      MYB-YMD             >   WRK-EDYMD
               GO  TO  271-MYB-FETCH-EXT
           END-IF
      *
           IF      MYB-YMD             <   WRK-STYMD
               PERFORM 272-ZANDAKA-KEISAN-SEC
               MOVE    WRK-ZANDAKA         TO  WRK-ED-RYO
               MOVE    WRK-ED-RYO          TO  MMAYAKU-ZENZAN
               GO  TO  271-MYB-FETCH-EXT
           END-IF
      *
           PERFORM 272-ZANDAKA-KEISAN-SEC
           IF      IDX                 >=  50
               GO  TO  271-MYB-FETCH-EXT
           END-IF
           ADD     1                   TO  IDX
           MOVE    MYB-YMD             TO  LST-YMD    (IDX)
                                           MMAYAKU-LST-YMD (IDX)
           MOVE    MYB-KBN             TO  LST-KBN    (IDX)
           MOVE    MYB-RENNUM          TO  LST-RENNUM (IDX)
           EVALUATE    MYB-KBN
               WHEN    "1"
                   MOVE    "受入"          TO  MMAYAKU-LST-KBN (IDX)
               WHEN    "2"
                   MOVE    "施用"          TO  MMAYAKU-LST-KBN (IDX)
               WHEN    "3"
                   MOVE    "廃棄"          TO  MMAYAKU-LST-KBN (IDX)
               WHEN    OTHER
                   MOVE    "実在庫"        TO  MMAYAKU-LST-KBN (IDX)
           END-EVALUATE
           MOVE    MYB-SURYO           TO  WRK-ED-RYO
           MOVE    WRK-ED-RYO          TO  MMAYAKU-LST-SURYO   (IDX)
           MOVE    WRK-ZANDAKA         TO  WRK-ED-RYO
           MOVE    WRK-ED-RYO          TO  MMAYAKU-LST-ZANDAKA (IDX)
           MOVE    MYB-PTNUM           TO  MMAYAKU-LST-PTNUM   (IDX)
           MOVE    MYB-DRCD            TO  MMAYAKU-LST-DRCD    (IDX)
           MOVE    MYB-BIKO            TO  MMAYAKU-LST-BIKO    (IDX)
           .
       271-MYB-FETCH-EXT.
           EXIT.
      *****************************************************************
      *    残高計算処理（実在庫は残高を変えない）
      *****************************************************************
       272-ZANDAKA-KEISAN-SEC      SECTION.
      *
           EVALUATE    MYB-KBN
               WHEN    "1"
                   ADD     MYB-SURYO           TO  WRK-ZANDAKA
               WHEN    "2"
               WHEN    "3"
                   SUBTRACT    MYB-SURYO       FROM    WRK-ZANDAKA
           END-EVALUATE
           .
       272-ZANDAKA-KEISAN-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MMAYAKU"           TO  MCP-WINDOW
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
           MOVE    "MMAYAKU"           TO  SPA-MOTOPG
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
