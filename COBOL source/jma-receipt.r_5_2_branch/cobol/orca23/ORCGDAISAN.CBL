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
       PROGRAM-ID.                 ORCGDAISAN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 患者登録
      *  コンポーネント名  : 第三者行為届出台帳（ＭＤＡＩＳＡＮ）
      *                      （交通事故・傷害等の第三者行為による
      *                        傷病について、患者ごとに事故日・
      *                        相手方・対象期間・保険者への「第三者
      *                        行為による傷病届」の届出日・保険者
      *                        からの求償照会日・回答日を登録する。
      *                        対象の保険組合せから保険者番号を
      *                        取得して保持する。
      *                        届出未提出警告リスト・求償照会回答
      *                        報告書はＯＲＣＢＤＡＩＳＡＮで出力）
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
           03  FLG-FETCH           PIC 9(01).
           03  FLG-PTINF           PIC 9(01).
           03  FLG-HKNCOMBI        PIC 9(01).
           03  FLG-PTHKN           PIC 9(01).
           03  FLG-DAISAN          PIC 9(01).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-COUNT           PIC 9(04)   COMP.
           03  WRK-RC              PIC S9(09)  BINARY.
           03  WRK-MAX-RENNUM      PIC 9(02).
           03  WRK-HKNJANUM        PIC X(08).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    第三者行為届出台帳テーブル
      *    （ＯＲＣＢＤＡＩＳＡＮと同一レイアウト）
       01  DAISAN-REC.
           03  DSS-HOSPNUM         PIC 9(02).
           03  DSS-PTID            PIC 9(10).
           03  DSS-RENNUM          PIC 9(02).
      *    保険組合せ（ゼロは全組合せ）・保険者番号
           03  DSS-HKNCOMBI        PIC 9(04).
           03  DSS-HKNJANUM        PIC X(08).
      *    事故区分（１：交通事故　２：傷害（暴力等）　９：その他）
           03  DSS-JIKOKBN         PIC X(01).
           03  DSS-JIKOYMD         PIC X(08).
      *    相手方氏名・相手方の損害保険会社
           03  DSS-AITENAME        PIC X(40).
           03  DSS-AITEHKN         PIC X(40).
      *    対象期間（第三者行為による傷病の診療期間）
           03  DSS-TEKSTYMD        PIC X(08).
           03  DSS-TEKEDYMD        PIC X(08).
      *    傷病届の届出日・保険者の求償照会日・照会回答日
           03  DSS-TODOKEYMD       PIC X(08).
           03  DSS-SYOKAIYMD       PIC X(08).
           03  DSS-KAITOUYMD       PIC X(08).
           03  DSS-BIKO            PIC X(80).
           03  DSS-UPYMD           PIC X(08).
           03  DSS-UPHMS           PIC X(06).
      *
      *    患者情報
       01  PTINF-REC.
           COPY    "CPPTINF.INC".
      *
      *    保険組合せ
       01  HKNCOMBI-REC.
           COPY    "CPHKNCOMBI.INC".
      *
      *    患者保険情報
       01  PTHKNINF-REC.
           COPY    "CPPTHKNINF.INC".
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
           COPY    "MDAISAN.INC".
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
           MOVE    SPACE               TO  MDAISAN-PTID
                                           MDAISAN-NAME
                                           MDAISAN-MSG
           PERFORM 270-MEISAI-CLEAR-SEC
           MOVE    ZERO                TO  MDAISAN-COUNT
      *
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
      *        台帳表示
               WHEN    "CLICKED"       ALSO    "B02"
                   MOVE    SPACE               TO  MDAISAN-MSG
                   PERFORM 220-DISP-SEC
                   PERFORM 290-REDISP-SEC
      *        台帳登録
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-TOUROKU-SEC
      *        台帳削除
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
      *    台帳表示処理
      *    （患者の台帳を一覧に表示する。連番の指定があればその
      *      内容を明細欄に表示する）
      *****************************************************************
       220-DISP-SEC                SECTION.
      *
           MOVE    ZERO                TO  MDAISAN-COUNT
      *
           IF      MDAISAN-PTID        IS  NOT NUMERIC
           OR      MDAISAN-PTID        =   ZERO
               MOVE    "患者番号を入力してください"
                                       TO  MDAISAN-MSG
               GO  TO  220-DISP-EXT
           END-IF
      *
           PERFORM 800-PTINF-GET-SEC
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    SPACE               TO  MDAISAN-NAME
               MOVE    "患者が登録されていません"
                                       TO  MDAISAN-MSG
               GO  TO  220-DISP-EXT
           END-IF
           MOVE    PTINF-NAME          TO  MDAISAN-NAME
      *
           PERFORM 830-DAISAN-LIST-SEC
      *
           IF      MDAISAN-RENNUM      IS  NUMERIC
           AND     MDAISAN-RENNUM      >   ZERO
               INITIALIZE                  DAISAN-REC
               MOVE    SPA-HOSPNUM         TO  DSS-HOSPNUM
               MOVE    MDAISAN-PTID        TO  DSS-PTID
               MOVE    MDAISAN-RENNUM      TO  DSS-RENNUM
               PERFORM 840-DAISAN-GET-SEC
               IF      FLG-DAISAN          =   ZERO
                   PERFORM 280-MEISAI-SET-SEC
               ELSE
                   MOVE    "該当する台帳がありません"
                                       TO  MDAISAN-MSG
               END-IF
           END-IF
      *
           IF      MDAISAN-COUNT       =   ZERO
           AND     MDAISAN-MSG         =   SPACE
               MOVE    "第三者行為の登録はありません"
                                       TO  MDAISAN-MSG
           END-IF
           .
       220-DISP-EXT.
           EXIT.
      *****************************************************************
      *    台帳登録処理
      *    （連番未入力は追加、入力時はその台帳を変更する）
      *****************************************************************
       230-TOUROKU-SEC             SECTION.
      *
           PERFORM 260-INPUT-CHK-SEC
           IF      MDAISAN-MSG     NOT =   SPACE
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           PERFORM 830-DAISAN-LIST-SEC
      *
           INITIALIZE                  DAISAN-REC
           MOVE    SPA-HOSPNUM         TO  DSS-HOSPNUM
           MOVE    MDAISAN-PTID        TO  DSS-PTID
           IF      MDAISAN-RENNUM      IS  NUMERIC
           AND     MDAISAN-RENNUM      >   ZERO
               MOVE    MDAISAN-RENNUM      TO  DSS-RENNUM
               PERFORM 840-DAISAN-GET-SEC
               IF      FLG-DAISAN      NOT =   ZERO
                   MOVE    "該当する台帳がありません"
                                       TO  MDAISAN-MSG
                   PERFORM 290-REDISP-SEC
                   GO  TO  230-TOUROKU-EXT
               END-IF
               MOVE    "DBUPDATE"          TO  MCP-FUNC
           ELSE
               IF      WRK-MAX-RENNUM      >=  99
                   MOVE    "台帳の件数が上限を超えます"
                                       TO  MDAISAN-MSG
                   PERFORM 290-REDISP-SEC
                   GO  TO  230-TOUROKU-EXT
               END-IF
               COMPUTE DSS-RENNUM      =   WRK-MAX-RENNUM  +   1
               MOVE    "DBINSERT"          TO  MCP-FUNC
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           MOVE    MDAISAN-HKNCOMBI    TO  DSS-HKNCOMBI
           MOVE    WRK-HKNJANUM        TO  DSS-HKNJANUM
           MOVE    MDAISAN-JIKOKBN     TO  DSS-JIKOKBN
           MOVE    MDAISAN-JIKOYMD     TO  DSS-JIKOYMD
           MOVE    MDAISAN-AITENAME    TO  DSS-AITENAME
           MOVE    MDAISAN-AITEHKN     TO  DSS-AITEHKN
           MOVE    MDAISAN-TEKSTYMD    TO  DSS-TEKSTYMD
           MOVE    MDAISAN-TEKEDYMD    TO  DSS-TEKEDYMD
           MOVE    MDAISAN-TODOKEYMD   TO  DSS-TODOKEYMD
           MOVE    MDAISAN-SYOKAIYMD   TO  DSS-SYOKAIYMD
           MOVE    MDAISAN-KAITOUYMD   TO  DSS-KAITOUYMD
           MOVE    MDAISAN-BIKO        TO  DSS-BIKO
           MOVE    SMCNDATE-YMD        TO  DSS-UPYMD
           MOVE    SMCNDATE-HMS        TO  DSS-UPHMS
           MOVE    DAISAN-REC          TO  MCPDATA-REC
           MOVE    "tbl_daisansya"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           MOVE    SPACE               TO  MDAISAN-MSG
           MOVE    DSS-RENNUM          TO  MDAISAN-RENNUM
           PERFORM 220-DISP-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "登録しました"      TO  MDAISAN-MSG
           ELSE
               MOVE    "登録できませんでした"
                                       TO  MDAISAN-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    台帳削除処理
      *****************************************************************
       240-SAKUJO-SEC              SECTION.
      *
           MOVE    SPACE               TO  MDAISAN-MSG
           IF      MDAISAN-PTID        IS  NOT NUMERIC
           OR      MDAISAN-PTID        =   ZERO
               MOVE    "患者番号を入力してください"
                                       TO  MDAISAN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
           IF      MDAISAN-RENNUM      IS  NOT NUMERIC
           OR      MDAISAN-RENNUM      =   ZERO
               MOVE    "連番を入力してください"
                                       TO  MDAISAN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
      *
           INITIALIZE                  DAISAN-REC
           MOVE    SPA-HOSPNUM         TO  DSS-HOSPNUM
           MOVE    MDAISAN-PTID        TO  DSS-PTID
           MOVE    MDAISAN-RENNUM      TO  DSS-RENNUM
           MOVE    DAISAN-REC          TO  MCPDATA-REC
           MOVE    "tbl_daisansya"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           PERFORM 270-MEISAI-CLEAR-SEC
           MOVE    SPACE               TO  MDAISAN-MSG
           PERFORM 220-DISP-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "削除しました"      TO  MDAISAN-MSG
           ELSE
               MOVE    "削除できませんでした"
                                       TO  MDAISAN-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       240-SAKUJO-EXT.
           EXIT.
      *****************************************************************
      *    入力チェック処理
      *    （誤りがあればメッセージを設定する。保険組合せの指定が
      *      あれば保険者番号を取得する）
      *****************************************************************
       260-INPUT-CHK-SEC           SECTION.
      *
           MOVE    SPACE               TO  MDAISAN-MSG
           MOVE    SPACE               TO  WRK-HKNJANUM
           IF      MDAISAN-PTID        IS  NOT NUMERIC
           OR      MDAISAN-PTID        =   ZERO
               MOVE    "患者番号を入力してください"
                                       TO  MDAISAN-MSG
               GO  TO  260-INPUT-CHK-EXT
           END-IF
           PERFORM 800-PTINF-GET-SEC
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    "患者が登録されていません"
                                       TO  MDAISAN-MSG
               GO  TO  260-INPUT-CHK-EXT
           END-IF
           IF      MDAISAN-HKNCOMBI    IS  NOT NUMERIC
               MOVE    ZERO                TO  MDAISAN-HKNCOMBI
           END-IF
           IF      MDAISAN-HKNCOMBI    >   ZERO
               PERFORM 810-HKNJANUM-GET-SEC
               IF      FLG-HKNCOMBI    NOT =   ZERO
                   MOVE    "保険組合せが未登録です"
                                       TO  MDAISAN-MSG
                   GO  TO  260-INPUT-CHK-EXT
               END-IF
           END-IF
           MOVE    WRK-HKNJANUM        TO  MDAISAN-HKNJANUM
           IF    ( MDAISAN-JIKOKBN   NOT =   "1" )
           AND   ( MDAISAN-JIKOKBN   NOT =   "2" )
           AND   ( MDAISAN-JIKOKBN   NOT =   "9" )
               MOVE    "事故区分は１・２・９です"
                                       TO  MDAISAN-MSG
               GO  TO  260-INPUT-CHK-EXT
           END-IF
           IF      MDAISAN-JIKOYMD     IS  NOT NUMERIC
               MOVE    "事故日を入力してください"
                                       TO  MDAISAN-MSG
               GO  TO  260-INPUT-CHK-EXT
           END-IF
      *    対象期間の開始日は事故日、終了日は未指定で継続中とする
           IF      MDAISAN-TEKSTYMD    IS  NOT NUMERIC
               MOVE    MDAISAN-JIKOYMD     TO  MDAISAN-TEKSTYMD
           END-IF
           IF      MDAISAN-TEKEDYMD    IS  NOT NUMERIC
               MOVE    "99999999"          TO  MDAISAN-TEKEDYMD
           END-IF
           IF      MDAISAN-TEKSTYMD    >   MDAISAN-TEKEDYMD
               MOVE    "対象期間に誤りがあります"
                                       TO  MDAISAN-MSG
               GO  TO  260-INPUT-CHK-EXT
           END-IF
      *    届出日・照会日・回答日は未入力を許す
           IF      MDAISAN-TODOKEYMD   NOT =   SPACE
           AND     MDAISAN-TODOKEYMD   IS  NOT NUMERIC
               MOVE    "届出日に誤りがあります"
                                       TO  MDAISAN-MSG
               GO  TO  260-INPUT-CHK-EXT
           END-IF
           IF      MDAISAN-SYOKAIYMD   NOT =   SPACE
           AND     MDAISAN-SYOKAIYMD   IS  NOT NUMERIC
               MOVE    "照会日に誤りがあります"
                                       TO  MDAISAN-MSG
               GO  TO  260-INPUT-CHK-EXT
           END-IF
           IF      MDAISAN-KAITOUYMD   NOT =   SPACE
           AND     MDAISAN-KAITOUYMD   IS  NOT NUMERIC
               MOVE    "回答日に誤りがあります"
                                       TO  MDAISAN-MSG
               GO  TO  260-INPUT-CHK-EXT
           END-IF
           .
       260-INPUT-CHK-EXT.
           EXIT.
      *****************************************************************
      *    明細欄クリア処理
      *****************************************************************
       270-MEISAI-CLEAR-SEC        SECTION.
      *
           MOVE    SPACE               TO  MDAISAN-RENNUM
                                           MDAISAN-HKNCOMBI
                                           MDAISAN-HKNJANUM
                                           MDAISAN-JIKOKBN
                                           MDAISAN-JIKOYMD
                                           MDAISAN-AITENAME
                                           MDAISAN-AITEHKN
                                           MDAISAN-TEKSTYMD
                                           MDAISAN-TEKEDYMD
                                           MDAISAN-TODOKEYMD
                                           MDAISAN-SYOKAIYMD
                                           MDAISAN-KAITOUYMD
                                           MDAISAN-BIKO
           .
       270-MEISAI-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    明細欄設定処理
      *****************************************************************
       280-MEISAI-SET-SEC          SECTION.
      *
           MOVE    DSS-RENNUM          TO  MDAISAN-RENNUM
           MOVE    DSS-HKNCOMBI        TO  MDAISAN-HKNCOMBI
           MOVE    DSS-HKNJANUM        TO  MDAISAN-HKNJANUM
           MOVE    DSS-JIKOKBN         TO  MDAISAN-JIKOKBN
           MOVE    DSS-JIKOYMD         TO  MDAISAN-JIKOYMD
           MOVE    DSS-AITENAME        TO  MDAISAN-AITENAME
           MOVE    DSS-AITEHKN         TO  MDAISAN-AITEHKN
           MOVE    DSS-TEKSTYMD        TO  MDAISAN-TEKSTYMD
           MOVE    DSS-TEKEDYMD        TO  MDAISAN-TEKEDYMD
           MOVE    DSS-TODOKEYMD       TO  MDAISAN-TODOKEYMD
           MOVE    DSS-SYOKAIYMD       TO  MDAISAN-SYOKAIYMD
           MOVE    DSS-KAITOUYMD       TO  MDAISAN-KAITOUYMD
           MOVE    DSS-BIKO            TO  MDAISAN-BIKO
           .
       280-MEISAI-SET-EXT.
           EXIT.
      *****************************************************************
      *    患者情報取得処理
      *****************************************************************
       800-PTINF-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-PTINF
      *
           INITIALIZE                  PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    MDAISAN-PTID        TO  PTINF-PTID
           MOVE    PTINF-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_ptinf"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTINF-REC
                   MOVE    ZERO                TO  FLG-PTINF
               END-IF
               MOVE    "tbl_ptinf"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       800-PTINF-GET-EXT.
           EXIT.
      *****************************************************************
      *    保険者番号取得処理
      *    （保険組合せの主保険から保険者番号を求める）
      *****************************************************************
       810-HKNJANUM-GET-SEC        SECTION.
      *
           MOVE    1                   TO  FLG-HKNCOMBI
      *
           INITIALIZE                  HKNCOMBI-REC
           MOVE    SPA-HOSPNUM         TO  COMB-HOSPNUM
           MOVE    MDAISAN-PTID        TO  COMB-PTID
           MOVE    MDAISAN-HKNCOMBI    TO  COMB-HKNCOMBINUM
           MOVE    HKNCOMBI-REC        TO  MCPDATA-REC
           MOVE    "tbl_hkncombi"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_hkncombi"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  HKNCOMBI-REC
                   MOVE    ZERO                TO  FLG-HKNCOMBI
               END-IF
               MOVE    "tbl_hkncombi"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           IF      FLG-HKNCOMBI    NOT =   ZERO
               GO  TO  810-HKNJANUM-GET-EXT
           END-IF
      *
           MOVE    1                   TO  FLG-PTHKN
           INITIALIZE                  PTHKNINF-REC
           MOVE    SPA-HOSPNUM         TO  PTHKN-HOSPNUM
           MOVE    MDAISAN-PTID        TO  PTHKN-PTID
           MOVE    COMB-HKNID          TO  PTHKN-HKNID
           MOVE    PTHKNINF-REC        TO  MCPDATA-REC
           MOVE    "tbl_pthkninf"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_pthkninf"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTHKNINF-REC
                   MOVE    ZERO                TO  FLG-PTHKN
               END-IF
               MOVE    "tbl_pthkninf"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           IF      FLG-PTHKN           =   ZERO
               MOVE    PTHKN-HKNJANUM      TO  WRK-HKNJANUM
           END-IF
           .
       810-HKNJANUM-GET-EXT.
           EXIT.
      *****************************************************************
      *    台帳一覧取得処理
      *    （一覧を設定し、最大連番を求める）
      *****************************************************************
       830-DAISAN-LIST-SEC         SECTION.
      *
           MOVE    ZERO                TO  WRK-COUNT
                                           WRK-MAX-RENNUM
      *
           INITIALIZE                  DAISAN-REC
           MOVE    SPA-HOSPNUM         TO  DSS-HOSPNUM
           MOVE    MDAISAN-PTID        TO  DSS-PTID
           MOVE    DAISAN-REC          TO  MCPDATA-REC
           MOVE    "tbl_daisansya"     TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    ZERO                TO  MDAISAN-COUNT
               GO  TO  830-DAISAN-LIST-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM 831-DAISAN-FETCH-SEC
                   UNTIL   FLG-FETCH       =   1
      *
           MOVE    "tbl_daisansya"     TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    WRK-COUNT           TO  MDAISAN-COUNT
           .
       830-DAISAN-LIST-EXT.
           EXIT.
      *****************************************************************
      *    台帳一覧読込処理
      *    （状態は回答済・照会中・届出済・未届出の順に判定する）
      *****************************************************************
       831-DAISAN-FETCH-SEC        SECTION.
      *
           MOVE    "tbl_daisansya"     TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  831-DAISAN-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  DAISAN-REC
      *
           IF      DSS-RENNUM          >   WRK-MAX-RENNUM
               MOVE    DSS-RENNUM          TO  WRK-MAX-RENNUM
           END-IF
      *
           IF      WRK-COUNT           >=  20
               GO  TO  831-DAISAN-FETCH-EXT
           END-IF
           ADD     1                   TO  WRK-COUNT
           MOVE    DSS-RENNUM      TO  MDAISAN-TRENNUM     (WRK-COUNT)
           MOVE    DSS-JIKOYMD     TO  MDAISAN-TJIKOYMD    (WRK-COUNT)
           EVALUATE    DSS-JIKOKBN
               WHEN    "1"
                   MOVE    "交通事故"
                                   TO  MDAISAN-TJIKOKBN    (WRK-COUNT)
               WHEN    "2"
                   MOVE    "傷害"  TO  MDAISAN-TJIKOKBN    (WRK-COUNT)
               WHEN    OTHER
                   MOVE    "その他"
                                   TO  MDAISAN-TJIKOKBN    (WRK-COUNT)
           END-EVALUATE
           MOVE    DSS-AITENAME    TO  MDAISAN-TAITENAME   (WRK-COUNT)
           MOVE    DSS-TODOKEYMD   TO  MDAISAN-TTODOKEYMD  (WRK-COUNT)
           MOVE    DSS-SYOKAIYMD   TO  MDAISAN-TSYOKAIYMD  (WRK-COUNT)
           MOVE    DSS-KAITOUYMD   TO  MDAISAN-TKAITOUYMD  (WRK-COUNT)
           EVALUATE    TRUE
               WHEN    DSS-KAITOUYMD   NOT =   SPACE
                   MOVE    "回答済"
                                   TO  MDAISAN-TJOTAI      (WRK-COUNT)
               WHEN    DSS-SYOKAIYMD   NOT =   SPACE
                   MOVE    "照会中"
                                   TO  MDAISAN-TJOTAI      (WRK-COUNT)
               WHEN    DSS-TODOKEYMD   NOT =   SPACE
                   MOVE    "届出済"
                                   TO  MDAISAN-TJOTAI      (WRK-COUNT)
               WHEN    OTHER
                   MOVE    "未届出"
                                   TO  MDAISAN-TJOTAI      (WRK-COUNT)
           END-EVALUATE
           .
       831-DAISAN-FETCH-EXT.
           EXIT.
      *****************************************************************
      *    台帳取得処理（キー設定済みの１件）
      *****************************************************************
       840-DAISAN-GET-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-DAISAN
      *
           MOVE    DAISAN-REC          TO  MCPDATA-REC
           MOVE    "tbl_daisansya"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_daisansya"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  DAISAN-REC
                   MOVE    ZERO                TO  FLG-DAISAN
               END-IF
               MOVE    "tbl_daisansya"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       840-DAISAN-GET-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MDAISAN"           TO  MCP-WINDOW
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
           MOVE    "MDAISAN"           TO  SPA-MOTOPG
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
