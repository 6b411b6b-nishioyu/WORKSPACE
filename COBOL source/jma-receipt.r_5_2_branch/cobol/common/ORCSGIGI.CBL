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
       PROGRAM-ID.             ORCSGIGI.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 共通
      *  コンポーネント名  : 疑義照会処方変更反映サブ
      *                      （院外処方箋単位（患者・診療日・伝票
      *                        番号）に記録された疑義照会（登録は
      *                        ＯＲＣＧＧＩＧＩ）の処方変更を反映
      *                        する。
      *                        変更区分　１：減量　２：中止
      *                        ３：代替薬
      *                        処理区分　１：処方箋印刷反映
      *                        （反映済の変更を処方箋共通パラメタ
      *                        の処方内容へ反映する。処方箋印刷
      *                        （ＯＲＣＨＣ０２）から呼出）
      *                        ２：データ反映（指定連番の変更を
      *                        電子処方箋向け処方情報データへ反映
      *                        し、処方箋・処方情報データそれぞれ
      *                        の訂正履歴を記録して反映済とする）
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
           03  FLG-GIGI            PIC 9(01).
           03  FLG-EPRES           PIC 9(01).
           03  FLG-YAKUZAI         PIC 9(01).
           03  FLG-DEL             PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(04).
           03  IDXZ                PIC 9(03).
           03  IDXZ2               PIC 9(03).
           03  IDXG                PIC 9(03).
           03  IDXG2               PIC 9(03).
      *
      *    定数領域
       01  CONST-AREA.
      *    処方箋共通パラメタの１剤あたりの行数
           03  CONST-GYO-MAX       PIC 9(03)   VALUE   50.
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-ZAI-ST          PIC 9(03).
           03  WRK-ZAI-ED          PIC 9(03).
      *
      *    処方情報データ退避領域（反映対象）
       01  EPRESTBL-AREA.
           03  EPRESTBL-MAX        PIC 9(04).
           03  EPRESTBL-OCC        OCCURS  100.
               05  EPRESTBL-REC    PIC X(800).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    疑義照会記録テーブル
      *    （ＯＲＣＧＧＩＧＩ・ＯＲＣＢＧＩＧＩと同一レイアウト）
       01  GIGI-REC.
           03  GIG-HOSPNUM         PIC 9(02).
           03  GIG-PTID            PIC 9(10).
           03  GIG-SRYYMD          PIC X(08).
           03  GIG-DENPNUM         PIC 9(07).
           03  GIG-RENNUM          PIC 9(02).
      *    照会日時・照会元薬局
           03  GIG-SYOKAIYMD       PIC X(08).
           03  GIG-SYOKAIHMS       PIC X(06).
           03  GIG-YAKKYOKU        PIC X(60).
      *    内容区分（１：用法・用量　２：相互作用・重複投与
      *              ３：禁忌・アレルギー　４：残薬調整
      *              ５：規格・剤形　９：その他）
           03  GIG-NAIYOKBN        PIC X(01).
           03  GIG-NAIYO           PIC X(200).
      *    回答医師
           03  GIG-KAITODRCD       PIC X(05).
      *    変更区分（０：変更なし　１：減量　２：中止　３：代替薬）
           03  GIG-HENKOKBN        PIC X(01).
      *    対象剤番号（ゼロは全剤）・対象薬剤
           03  GIG-ZAINUM          PIC 9(02).
           03  GIG-SRYCD           PIC X(09).
      *    変更後薬剤（代替薬）・変更後数量
           03  GIG-HENKOSRYCD      PIC X(09).
           03  GIG-HENKOSURYO      PIC 9(05)V9(05).
           03  GIG-HENKONAIYO      PIC X(200).
      *    反映区分（０：未反映　１：反映済）
           03  GIG-HANEIKBN        PIC X(01).
           03  GIG-HANEIYMD        PIC X(08).
           03  GIG-UPYMD           PIC X(08).
           03  GIG-UPHMS           PIC X(06).
      *
      *    疑義照会訂正履歴テーブル
       01  GIGIRRK-REC.
           03  GGR-HOSPNUM         PIC 9(02).
           03  GGR-PTID            PIC 9(10).
           03  GGR-SRYYMD          PIC X(08).
           03  GGR-DENPNUM         PIC 9(07).
           03  GGR-RENNUM          PIC 9(02).
      *    訂正対象（１：処方箋　２：電子処方箋処方情報データ）
           03  GGR-TAISYOKBN       PIC X(01).
           03  GGR-RECIPENUM       PIC 9(04).
      *    訂正区分（変更区分と同じ）
           03  GGR-TEISEIKBN       PIC X(01).
      *    訂正前・訂正後の薬剤と数量
           03  GGR-MAE-SRYCD       PIC X(09).
           03  GGR-MAE-SURYO       PIC 9(05)V9(05).
           03  GGR-ATO-SRYCD       PIC X(09).
           03  GGR-ATO-SURYO       PIC 9(05)V9(05).
           03  GGR-UPYMD           PIC X(08).
           03  GGR-UPHMS           PIC X(06).
      *
      *    処方情報データ（電子処方箋管理サービス登録用）
      *    （ＯＲＣＨＣ０２ＥＰＲＥＳと同一レイアウト）
       01  EPRES-REC.
           03  EPRES-HOSPNUM       PIC 9(02).
           03  EPRES-PTID          PIC 9(10).
           03  EPRES-SRYYMD        PIC X(08).
           03  EPRES-RECIPENUM     PIC 9(04).
           03  EPRES-DENPNUM       PIC 9(07).
           03  EPRES-ZAINUM        PIC 9(02).
           03  EPRES-SRYCD         PIC X(09).
           03  EPRES-YAKKAKJNCD    PIC X(12).
           03  EPRES-GENERICNAME   PIC X(200).
           03  EPRES-GENERICKBN    PIC 9(01).
           03  EPRES-YOHOCD        PIC X(09).
           03  EPRES-YOHONAME      PIC X(200).
           03  EPRES-DRCD          PIC X(05).
           03  EPRES-SRYKA         PIC X(02).
           03  EPRES-REFILLKBN     PIC X(01).
           03  EPRES-REFILLCNT     PIC 9(02).
           03  EPRES-SENDSTATE     PIC 9(01).
           03  EPRES-PRINTYMD      PIC X(08).
           03  EPRES-PRINTHMS      PIC X(06).
           03  EPRES-TEISEIKBN     PIC X(01).
           03  EPRES-TEISEISURYO   PIC 9(05)V9(05).
           03  EPRES-TEISEIYMD     PIC X(08).
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
      *    疑義照会処方変更反映パラメタ
           COPY    "CPORCSGIGI.INC".
      *
      *    処方箋共通パラメタ
           COPY    "CPORCHC19.INC".
      *
       PROCEDURE                   DIVISION    USING
           MCPAREA
           SPA-AREA
           ORCSGIGIAREA
           ORCHC19AREA
           .
      *
      *****************************************************************
      *    主　　処理
      *****************************************************************
       000-PROC-SEC                SECTION.
      *
           MOVE    ZERO                TO  SGIGI-RC
                                           SGIGI-KENSU
      *
           IF      SGIGI-PTID          =   ZERO
           OR      SGIGI-SRYYMD    IS  NOT NUMERIC
           OR      SGIGI-DENPNUM       =   ZERO
               MOVE    1                   TO  SGIGI-RC
               GO  TO  000-PROC-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           EVALUATE    SGIGI-MODE
               WHEN    "1"
                   PERFORM 100-PRINT-HANEI-SEC
               WHEN    "2"
                   PERFORM 200-DATA-HANEI-SEC
               WHEN    OTHER
                   MOVE    1                   TO  SGIGI-RC
           END-EVALUATE
           .
       000-PROC-EXT.
           EXIT    PROGRAM
           .
      *
      *****************************************************************
      *    処方箋印刷反映処理
      *    （処方箋単位の反映済の変更を連番順に処方内容へ反映する）
      *****************************************************************
       100-PRINT-HANEI-SEC         SECTION.
      *
           INITIALIZE                  GIGI-REC
           MOVE    SPA-HOSPNUM         TO  GIG-HOSPNUM
           MOVE    SGIGI-PTID          TO  GIG-PTID
           MOVE    SGIGI-SRYYMD        TO  GIG-SRYYMD
           MOVE    SGIGI-DENPNUM       TO  GIG-DENPNUM
           MOVE    GIGI-REC            TO  MCPDATA-REC
           MOVE    "tbl_gigi"          TO  MCP-TABLE
           MOVE    "den"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-GIGI
               PERFORM UNTIL   FLG-GIGI    =   1
                   MOVE    "tbl_gigi"          TO  MCP-TABLE
                   MOVE    "den"               TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  GIGI-REC
                       IF      GIG-HANEIKBN        =   "1"
                           PERFORM 110-SYOHO-HENKO-SEC
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-GIGI
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_gigi"          TO  MCP-TABLE
           MOVE    "den"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       100-PRINT-HANEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    処方内容変更処理（１照会分）
      *    （剤番号の指定があればその剤のみ、なければ全剤の同一
      *      薬剤を変更する）
      *****************************************************************
       110-SYOHO-HENKO-SEC         SECTION.
      *
           IF    ( GIG-HENKOKBN    NOT =   "1" )
           AND   ( GIG-HENKOKBN    NOT =   "2" )
           AND   ( GIG-HENKOKBN    NOT =   "3" )
               GO  TO  110-SYOHO-HENKO-EXT
           END-IF
      *
           IF      GIG-ZAINUM          >   ZERO
               MOVE    GIG-ZAINUM          TO  WRK-ZAI-ST
                                               WRK-ZAI-ED
           ELSE
               MOVE    1                   TO  WRK-ZAI-ST
               MOVE    ORCHC19-ZAI-MAX     TO  WRK-ZAI-ED
           END-IF
      *
      *    中止で剤を詰めたときは同じ位置を再度判定する
           MOVE    WRK-ZAI-ST          TO  IDXZ
           PERFORM UNTIL   IDXZ        >   WRK-ZAI-ED
                   OR      IDXZ        >   ORCHC19-ZAI-MAX
               PERFORM 111-ZAI-HENKO-SEC
               IF      FLG-DEL             =   1
               AND     FLG-YAKUZAI         =   ZERO
                   PERFORM 113-ZAI-DEL-SEC
                   IF      WRK-ZAI-ED          >   ZERO
                       SUBTRACT    1           FROM    WRK-ZAI-ED
                   END-IF
               ELSE
                   ADD     1                   TO  IDXZ
               END-IF
           END-PERFORM
           .
       110-SYOHO-HENKO-EXT.
           EXIT.
      *
      *****************************************************************
      *    剤内変更処理
      *    （中止により剤内の薬剤（診療コード先頭６）が残らない
      *      場合は FLG-DEL を１、FLG-YAKUZAI をゼロとする）
      *****************************************************************
       111-ZAI-HENKO-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-DEL
           MOVE    1                   TO  IDXG
           PERFORM UNTIL   IDXG        >   CONST-GYO-MAX
                   OR      ORCHC19-SRYCD (IDXZ IDXG)   =   SPACE
               IF      ORCHC19-SRYCD (IDXZ IDXG)   =   GIG-SRYCD
                   EVALUATE    GIG-HENKOKBN
                       WHEN    "1"
                           MOVE    GIG-HENKOSURYO
                                       TO  ORCHC19-SRYSURYO (IDXZ IDXG)
                           ADD     1                   TO  IDXG
                       WHEN    "2"
                           PERFORM 112-GYO-DEL-SEC
                       WHEN    "3"
                           MOVE    GIG-HENKOSRYCD
                                       TO  ORCHC19-SRYCD    (IDXZ IDXG)
                           IF      GIG-HENKOSURYO      >   ZERO
                               MOVE    GIG-HENKOSURYO
                                       TO  ORCHC19-SRYSURYO (IDXZ IDXG)
                           END-IF
                           ADD     1                   TO  IDXG
                   END-EVALUATE
               ELSE
                   ADD     1                   TO  IDXG
               END-IF
           END-PERFORM
      *
           MOVE    ZERO                TO  FLG-YAKUZAI
           PERFORM VARYING IDXG    FROM    1   BY  1
                   UNTIL   IDXG        >   CONST-GYO-MAX
                   OR      ORCHC19-SRYCD (IDXZ IDXG)   =   SPACE
               IF      ORCHC19-SRYCD (IDXZ IDXG) (1:1) =   "6"
                   MOVE    1                   TO  FLG-YAKUZAI
               END-IF
           END-PERFORM
           .
       111-ZAI-HENKO-EXT.
           EXIT.
      *
      *****************************************************************
      *    行削除処理（中止薬剤の行を詰める）
      *****************************************************************
       112-GYO-DEL-SEC             SECTION.
      *
           PERFORM VARYING IDXG2   FROM    IDXG    BY  1
                   UNTIL   IDXG2       >=  CONST-GYO-MAX
               MOVE    ORCHC19-SRYCD       (IDXZ IDXG2 + 1)
                                   TO  ORCHC19-SRYCD       (IDXZ IDXG2)
               MOVE    ORCHC19-SRYSURYO    (IDXZ IDXG2 + 1)
                                   TO  ORCHC19-SRYSURYO    (IDXZ IDXG2)
               MOVE    ORCHC19-SRYKAISU    (IDXZ IDXG2 + 1)
                                   TO  ORCHC19-SRYKAISU    (IDXZ IDXG2)
               MOVE    ORCHC19-INPUTCOMENT (IDXZ IDXG2 + 1)
                                   TO  ORCHC19-INPUTCOMENT (IDXZ IDXG2)
               MOVE    ORCHC19-INPUTCHI-G  (IDXZ IDXG2 + 1)
                                   TO  ORCHC19-INPUTCHI-G  (IDXZ IDXG2)
           END-PERFORM
           MOVE    CONST-GYO-MAX       TO  IDXG2
           MOVE    SPACE       TO  ORCHC19-SRYCD       (IDXZ IDXG2)
                                   ORCHC19-INPUTCOMENT (IDXZ IDXG2)
                                   ORCHC19-INPUTCHI-G  (IDXZ IDXG2)
           MOVE    ZERO        TO  ORCHC19-SRYSURYO    (IDXZ IDXG2)
                                   ORCHC19-SRYKAISU    (IDXZ IDXG2)
      *
           MOVE    1                   TO  FLG-DEL
           .
       112-GYO-DEL-EXT.
           EXIT.
      *
      *****************************************************************
      *    剤削除処理（薬剤が残らない剤を詰める）
      *****************************************************************
       113-ZAI-DEL-SEC             SECTION.
      *
           PERFORM VARYING IDXZ2   FROM    IDXZ    BY  1
                   UNTIL   IDXZ2       >=  ORCHC19-ZAI-MAX
               MOVE    ORCHC19-ZAIKAIKEI   (IDXZ2 + 1)
                                   TO  ORCHC19-ZAIKAIKEI   (IDXZ2)
               MOVE    ORCHC19-SRYSYUKBN   (IDXZ2 + 1)
                                   TO  ORCHC19-SRYSYUKBN   (IDXZ2)
               MOVE    ORCHC19-SRYKBN      (IDXZ2 + 1)
                                   TO  ORCHC19-SRYKBN      (IDXZ2)
               MOVE    ORCHC19-ZAITENKEI   (IDXZ2 + 1)
                                   TO  ORCHC19-ZAITENKEI   (IDXZ2)
               PERFORM VARYING IDXG2   FROM    1   BY  1
                       UNTIL   IDXG2       >   CONST-GYO-MAX
                   MOVE    ORCHC19-SRYCD       (IDXZ2 + 1 IDXG2)
                                   TO  ORCHC19-SRYCD       (IDXZ2 IDXG2)
                   MOVE    ORCHC19-SRYSURYO    (IDXZ2 + 1 IDXG2)
                                   TO  ORCHC19-SRYSURYO    (IDXZ2 IDXG2)
                   MOVE    ORCHC19-SRYKAISU    (IDXZ2 + 1 IDXG2)
                                   TO  ORCHC19-SRYKAISU    (IDXZ2 IDXG2)
                   MOVE    ORCHC19-INPUTCOMENT (IDXZ2 + 1 IDXG2)
                                   TO  ORCHC19-INPUTCOMENT (IDXZ2 IDXG2)
                   MOVE    ORCHC19-INPUTCHI-G  (IDXZ2 + 1 IDXG2)
                                   TO  ORCHC19-INPUTCHI-G  (IDXZ2 IDXG2)
               END-PERFORM
           END-PERFORM
      *
           MOVE    ORCHC19-ZAI-MAX     TO  IDXZ2
           MOVE    ZERO                TO  ORCHC19-ZAIKAIKEI   (IDXZ2)
                                           ORCHC19-ZAITENKEI   (IDXZ2)
           MOVE    SPACE               TO  ORCHC19-SRYSYUKBN   (IDXZ2)
                                           ORCHC19-SRYKBN      (IDXZ2)
           PERFORM VARYING IDXG2   FROM    1   BY  1
                   UNTIL   IDXG2       >   CONST-GYO-MAX
               MOVE    SPACE       TO  ORCHC19-SRYCD       (IDXZ2 IDXG2)
                                       ORCHC19-INPUTCOMENT (IDXZ2 IDXG2)
                                       ORCHC19-INPUTCHI-G  (IDXZ2 IDXG2)
               MOVE    ZERO        TO  ORCHC19-SRYSURYO    (IDXZ2 IDXG2)
                                       ORCHC19-SRYKAISU    (IDXZ2 IDXG2)
           END-PERFORM
           SUBTRACT    1               FROM    ORCHC19-ZAI-MAX
           .
       113-ZAI-DEL-EXT.
           EXIT.
      *
      *****************************************************************
      *    データ反映処理
      *****************************************************************
       200-DATA-HANEI-SEC          SECTION.
      *
           INITIALIZE                  GIGI-REC
           MOVE    SPA-HOSPNUM         TO  GIG-HOSPNUM
           MOVE    SGIGI-PTID          TO  GIG-PTID
           MOVE    SGIGI-SRYYMD        TO  GIG-SRYYMD
           MOVE    SGIGI-DENPNUM       TO  GIG-DENPNUM
           MOVE    SGIGI-RENNUM        TO  GIG-RENNUM
           MOVE    GIGI-REC            TO  MCPDATA-REC
           MOVE    "tbl_gigi"          TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    1                   TO  FLG-GIGI
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_gigi"          TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  GIGI-REC
                   MOVE    ZERO                TO  FLG-GIGI
               END-IF
           END-IF
           MOVE    "tbl_gigi"          TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
      *    ２：照会記録なし　３：反映済　４：変更なし
           IF      FLG-GIGI        NOT =   ZERO
               MOVE    2                   TO  SGIGI-RC
               GO  TO  200-DATA-HANEI-EXT
           END-IF
           IF      GIG-HANEIKBN        =   "1"
               MOVE    3                   TO  SGIGI-RC
               GO  TO  200-DATA-HANEI-EXT
           END-IF
           IF    ( GIG-HENKOKBN    NOT =   "1" )
           AND   ( GIG-HENKOKBN    NOT =   "2" )
           AND   ( GIG-HENKOKBN    NOT =   "3" )
               MOVE    4                   TO  SGIGI-RC
               GO  TO  200-DATA-HANEI-EXT
           END-IF
      *
      *    処方箋の訂正履歴
           INITIALIZE                  GIGIRRK-REC
           MOVE    "1"                 TO  GGR-TAISYOKBN
           MOVE    ZERO                TO  GGR-RECIPENUM
           MOVE    GIG-SRYCD           TO  GGR-MAE-SRYCD
           MOVE    ZERO                TO  GGR-MAE-SURYO
           PERFORM 230-RRK-INSERT-SEC
      *
      *    処方情報データの訂正
           PERFORM 210-EPRES-GET-SEC
           PERFORM VARYING IDX     FROM    1   BY  1
                   UNTIL   IDX         >   EPRESTBL-MAX
               MOVE    EPRESTBL-REC (IDX)  TO  EPRES-REC
               PERFORM 220-EPRES-TEISEI-SEC
           END-PERFORM
      *
      *    反映済とする
           MOVE    "1"                 TO  GIG-HANEIKBN
           MOVE    SMCNDATE-YMD        TO  GIG-HANEIYMD
                                           GIG-UPYMD
           MOVE    SMCNDATE-HMS        TO  GIG-UPHMS
           MOVE    GIGI-REC            TO  MCPDATA-REC
           MOVE    "tbl_gigi"          TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    9                   TO  SGIGI-RC
           END-IF
           .
       200-DATA-HANEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    処方情報データ取得処理
      *    （処方箋の対象薬剤の行を退避する）
      *****************************************************************
       210-EPRES-GET-SEC           SECTION.
      *
           MOVE    ZERO                TO  EPRESTBL-MAX
      *
           INITIALIZE                  EPRES-REC
           MOVE    SPA-HOSPNUM         TO  EPRES-HOSPNUM
           MOVE    GIG-PTID            TO  EPRES-PTID
           MOVE    GIG-SRYYMD          TO  EPRES-SRYYMD
           MOVE    GIG-DENPNUM         TO  EPRES-DENPNUM
           MOVE    EPRES-REC           TO  MCPDATA-REC
           MOVE    "tbl_eprescription" TO  MCP-TABLE
           MOVE    "den"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-EPRES
               PERFORM UNTIL   FLG-EPRES   =   1
                   MOVE    "tbl_eprescription" TO  MCP-TABLE
                   MOVE    "den"               TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  EPRES-REC
                       IF    ( EPRES-SRYCD         =   GIG-SRYCD )
                       AND ( ( GIG-ZAINUM          =   ZERO )
                        OR   ( EPRES-ZAINUM        =   GIG-ZAINUM ) )
                       AND   ( EPRESTBL-MAX        <   100 )
                           ADD     1                   TO  EPRESTBL-MAX
                           MOVE    EPRES-REC
                                   TO  EPRESTBL-REC (EPRESTBL-MAX)
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-EPRES
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_eprescription" TO  MCP-TABLE
           MOVE    "den"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       210-EPRES-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    処方情報データ訂正処理（１行）
      *    （訂正後は未送信に戻し、連携ツールが再送信する。代替薬
      *      は銘柄名処方として一般名を消去する）
      *****************************************************************
       220-EPRES-TEISEI-SEC        SECTION.
      *
           INITIALIZE                  GIGIRRK-REC
           MOVE    "2"                 TO  GGR-TAISYOKBN
           MOVE    EPRES-RECIPENUM     TO  GGR-RECIPENUM
           MOVE    EPRES-SRYCD         TO  GGR-MAE-SRYCD
           MOVE    EPRES-TEISEISURYO   TO  GGR-MAE-SURYO
      *
           MOVE    GIG-HENKOKBN        TO  EPRES-TEISEIKBN
           EVALUATE    GIG-HENKOKBN
               WHEN    "1"
                   MOVE    GIG-HENKOSURYO      TO  EPRES-TEISEISURYO
               WHEN    "2"
                   MOVE    ZERO                TO  EPRES-TEISEISURYO
               WHEN    "3"
                   MOVE    GIG-HENKOSRYCD      TO  EPRES-SRYCD
                   MOVE    GIG-HENKOSURYO      TO  EPRES-TEISEISURYO
                   MOVE    SPACE               TO  EPRES-YAKKAKJNCD
                                                   EPRES-GENERICNAME
                   MOVE    ZERO                TO  EPRES-GENERICKBN
           END-EVALUATE
           MOVE    SMCNDATE-YMD        TO  EPRES-TEISEIYMD
           MOVE    ZERO                TO  EPRES-SENDSTATE
      *
           MOVE    EPRES-REC           TO  MCPDATA-REC
           MOVE    "tbl_eprescription" TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    9                   TO  SGIGI-RC
               GO  TO  220-EPRES-TEISEI-EXT
           END-IF
           ADD     1                   TO  SGIGI-KENSU
      *
           PERFORM 230-RRK-INSERT-SEC
           .
       220-EPRES-TEISEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    訂正履歴登録処理
      *    （訂正対象・処方情報連番・訂正前は設定済）
      *****************************************************************
       230-RRK-INSERT-SEC          SECTION.
      *
           MOVE    SPA-HOSPNUM         TO  GGR-HOSPNUM
           MOVE    GIG-PTID            TO  GGR-PTID
           MOVE    GIG-SRYYMD          TO  GGR-SRYYMD
           MOVE    GIG-DENPNUM         TO  GGR-DENPNUM
           MOVE    GIG-RENNUM          TO  GGR-RENNUM
           MOVE    GIG-HENKOKBN        TO  GGR-TEISEIKBN
           EVALUATE    GIG-HENKOKBN
               WHEN    "1"
                   MOVE    GGR-MAE-SRYCD       TO  GGR-ATO-SRYCD
                   MOVE    GIG-HENKOSURYO      TO  GGR-ATO-SURYO
               WHEN    "2"
                   MOVE    SPACE               TO  GGR-ATO-SRYCD
                   MOVE    ZERO                TO  GGR-ATO-SURYO
               WHEN    "3"
                   MOVE    GIG-HENKOSRYCD      TO  GGR-ATO-SRYCD
                   MOVE    GIG-HENKOSURYO      TO  GGR-ATO-SURYO
           END-EVALUATE
           MOVE    SMCNDATE-YMD        TO  GGR-UPYMD
           MOVE    SMCNDATE-HMS        TO  GGR-UPHMS
      *
           MOVE    GIGIRRK-REC         TO  MCPDATA-REC
           MOVE    "tbl_gigi_rrk"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    9                   TO  SGIGI-RC
           END-IF
           .
       230-RRK-INSERT-EXT.
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
