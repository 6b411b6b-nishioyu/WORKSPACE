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
       PROGRAM-ID.                 ORCGTAIJUSIN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 入院
      *  コンポーネント名  : 他医療機関受診（対診）依頼登録
      *                      （ＭＴＡＩＪＵＳＩＮ）
      *                      （入院中患者の他医療機関受診について、
      *                        依頼先・受診日・診療科・受診目的・他院
      *                        での算定内容と入院料の減算区分を登録し、
      *                        他院からの請求（合議精算分）の受領と
      *                        支払を記録する。受診日の入院料減算の
      *                        入院会計への反映と支払漏れ一覧は
      *                        ＯＲＣＢＴＡＩＪＵＳＩＮで行う）
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
       FILE                        SECTION.
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
           03  FLG-ZAIIN           PIC 9(01).
           03  FLG-TJS             PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(02).
      *
      *    一覧（患者の他医療機関受診履歴）
       01  LST-AREA.
           03  LST-MAX             PIC 9(02).
           03  LST-OCC             OCCURS  20.
               05  LST-JUSINYMD    PIC X(08).
               05  LST-RENNUM      PIC 9(02).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-RENNUM          PIC 9(02).
           03  WRK-JOKYO           PIC X(10).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    他医療機関受診テーブル
      *    （患者・受診日・連番単位。ＯＲＣＢＴＡＩＪＵＳＩＮが入院料
      *      減算の入院会計反映と支払漏れ一覧に参照する）
       01  TAIJUSIN-REC.
           03  TJS-HOSPNUM         PIC 9(02).
           03  TJS-PTID            PIC 9(10).
           03  TJS-JUSINYMD        PIC X(08).
           03  TJS-RENNUM          PIC 9(02).
      *    依頼先医療機関（医療機関コード・名称）と診療科
           03  TJS-IRAIHOSPCD      PIC X(10).
           03  TJS-IRAIHOSPNM      PIC X(60).
           03  TJS-SRYKANM         PIC X(20).
           03  TJS-MOKUTEKI        PIC X(100).
      *    他院での算定内容
           03  TJS-TAINSANTEI      PIC X(100).
      *    入院料の減算区分
      *    １：出来高入院料（１０％減算）
      *    ２：特定入院料等（４０％減算）
      *    ３：特定入院料等・他院で特掲診療料の算定なし（３５％減算）
           03  TJS-GENSANKBN       PIC X(01).
      *    他院からの請求（合議精算分）の受領と支払
           03  TJS-SEIKYUYMD       PIC X(08).
           03  TJS-SEIKYUGAK       PIC 9(07).
           03  TJS-SIHARAIYMD      PIC X(08).
           03  TJS-SIHARAIGAK      PIC 9(07).
           03  TJS-OPID            PIC X(16).
           03  TJS-UPYMD           PIC X(08).
           03  TJS-UPHMS           PIC X(06).
      *
      *    入院歴テーブル
       01  PTNYUINRRK-REC.
           COPY    "CPPTNYUINRRK.INC".
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
           COPY    "MTAIJUSIN.INC".
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
           MOVE    ZERO                TO  MTAIJUSIN-PTID
           MOVE    SPACE               TO  MTAIJUSIN-MSG
           PERFORM 250-LST-CLEAR-SEC
           PERFORM 260-NYURYOKU-CLEAR-SEC
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
           MOVE    SPACE               TO  MTAIJUSIN-MSG
           EVALUATE    MCP-EVENT       ALSO    MCP-WIDGET
      *        表示（患者の他医療機関受診履歴）
               WHEN    "CLICKED"       ALSO    "B02"
                   PERFORM 260-NYURYOKU-CLEAR-SEC
                   PERFORM 220-DISP-SEC
                   PERFORM 290-REDISP-SEC
      *        選択（履歴を入力欄へ）
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-SELECT-SEC
                   PERFORM 290-REDISP-SEC
      *        登録（新規・変更・請求受領・支払）
               WHEN    "CLICKED"       ALSO    "B04"
                   PERFORM 240-TOUROKU-SEC
                   PERFORM 290-REDISP-SEC
      *        削除
               WHEN    "CLICKED"       ALSO    "B05"
                   PERFORM 245-SAKUJO-SEC
                   PERFORM 290-REDISP-SEC
      *        入力欄クリア（新規入力）
               WHEN    "CLICKED"       ALSO    "B06"
                   PERFORM 260-NYURYOKU-CLEAR-SEC
                   PERFORM 290-REDISP-SEC
               WHEN    OTHER
                   PERFORM 210-BACK
           END-EVALUATE
      *
           .
       200-GMNSENI-EXT.
           EXIT.
      *****************************************************************
      *    表示処理
      *****************************************************************
       220-DISP-SEC                SECTION.
      *
           PERFORM 250-LST-CLEAR-SEC
      *
           IF      MTAIJUSIN-PTID      IS  NOT NUMERIC
           OR      MTAIJUSIN-PTID      =   ZERO
               MOVE    "患者を入力"        TO  MTAIJUSIN-MSG
               GO  TO  220-DISP-EXT
           END-IF
      *
           INITIALIZE                  TAIJUSIN-REC
           MOVE    SPA-HOSPNUM         TO  TJS-HOSPNUM
           MOVE    MTAIJUSIN-PTID      TO  TJS-PTID
           MOVE    TAIJUSIN-REC        TO  MCPDATA-REC
           MOVE    "tbl_taijusin"      TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH       =   1
                       OR      LST-MAX         >=  20
                   MOVE    "tbl_taijusin"      TO  MCP-TABLE
                   MOVE    "ptid"              TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  TAIJUSIN-REC
                       PERFORM 225-LST-ADD-SEC
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_taijusin"      TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      LST-MAX             =   ZERO
               MOVE    "他医療機関受診の登録なし"
                                       TO  MTAIJUSIN-MSG
           END-IF
           .
       220-DISP-EXT.
           EXIT.
      *****************************************************************
      *    一覧追加処理
      *****************************************************************
       225-LST-ADD-SEC             SECTION.
      *
           ADD     1                   TO  LST-MAX
           MOVE    LST-MAX             TO  IDX
           MOVE    TJS-JUSINYMD        TO  LST-JUSINYMD (IDX)
           MOVE    TJS-RENNUM          TO  LST-RENNUM (IDX)
      *
           MOVE    TJS-JUSINYMD        TO  MTAIJUSIN-LST-JUSINYMD (IDX)
           MOVE    TJS-IRAIHOSPNM      TO
                   MTAIJUSIN-LST-IRAIHOSPNM (IDX)
           MOVE    TJS-SRYKANM         TO  MTAIJUSIN-LST-SRYKANM (IDX)
           EVALUATE    TJS-GENSANKBN
               WHEN    "1"
                   MOVE    "１０％"
                                       TO  MTAIJUSIN-LST-GENSAN (IDX)
               WHEN    "2"
                   MOVE    "４０％"
                                       TO  MTAIJUSIN-LST-GENSAN (IDX)
               WHEN    "3"
                   MOVE    "３５％"
                                       TO  MTAIJUSIN-LST-GENSAN (IDX)
           END-EVALUATE
           PERFORM 820-JOKYO-SEC
           MOVE    WRK-JOKYO           TO  MTAIJUSIN-LST-JOKYO (IDX)
           .
       225-LST-ADD-EXT.
           EXIT.
      *****************************************************************
      *    選択処理
      *****************************************************************
       230-SELECT-SEC              SECTION.
      *
           IF      MTAIJUSIN-SELNUM    IS  NOT NUMERIC
           OR      MTAIJUSIN-SELNUM    =   ZERO
           OR      MTAIJUSIN-SELNUM    >   LST-MAX
               MOVE    "選択番号を入力"    TO  MTAIJUSIN-MSG
               GO  TO  230-SELECT-EXT
           END-IF
      *
           MOVE    MTAIJUSIN-SELNUM    TO  IDX
           INITIALIZE                  TAIJUSIN-REC
           MOVE    SPA-HOSPNUM         TO  TJS-HOSPNUM
           MOVE    MTAIJUSIN-PTID      TO  TJS-PTID
           MOVE    LST-JUSINYMD (IDX)  TO  TJS-JUSINYMD
           MOVE    LST-RENNUM (IDX)    TO  TJS-RENNUM
           PERFORM 810-TAIJUSIN-GET-SEC
           IF      FLG-TJS         NOT =   ZERO
               MOVE    "選択した受診がありません"
                                       TO  MTAIJUSIN-MSG
               GO  TO  230-SELECT-EXT
           END-IF
      *
           MOVE    TJS-JUSINYMD        TO  MTAIJUSIN-JUSINYMD
           MOVE    TJS-IRAIHOSPCD      TO  MTAIJUSIN-IRAIHOSPCD
           MOVE    TJS-IRAIHOSPNM      TO  MTAIJUSIN-IRAIHOSPNM
           MOVE    TJS-SRYKANM         TO  MTAIJUSIN-SRYKANM
           MOVE    TJS-MOKUTEKI        TO  MTAIJUSIN-MOKUTEKI
           MOVE    TJS-TAINSANTEI      TO  MTAIJUSIN-TAINSANTEI
           MOVE    TJS-GENSANKBN       TO  MTAIJUSIN-GENSANKBN
           MOVE    TJS-SEIKYUYMD       TO  MTAIJUSIN-SEIKYUYMD
           MOVE    TJS-SEIKYUGAK       TO  MTAIJUSIN-SEIKYUGAK
           MOVE    TJS-SIHARAIYMD      TO  MTAIJUSIN-SIHARAIYMD
           MOVE    TJS-SIHARAIGAK      TO  MTAIJUSIN-SIHARAIGAK
           .
       230-SELECT-EXT.
           EXIT.
      *****************************************************************
      *    登録処理
      *    （選択中の履歴は受診日を変更しても置き換える）
      *****************************************************************
       240-TOUROKU-SEC             SECTION.
      *
           PERFORM 270-CHECK-SEC
           IF      MTAIJUSIN-MSG   NOT =   SPACE
               GO  TO  240-TOUROKU-EXT
           END-IF
      *
      *    選択中の履歴を削除してから登録する
           IF      MTAIJUSIN-SELNUM    IS  NUMERIC
           AND     MTAIJUSIN-SELNUM    >   ZERO
           AND     MTAIJUSIN-SELNUM    <=  LST-MAX
               MOVE    MTAIJUSIN-SELNUM    TO  IDX
               INITIALIZE                  TAIJUSIN-REC
               MOVE    SPA-HOSPNUM         TO  TJS-HOSPNUM
               MOVE    MTAIJUSIN-PTID      TO  TJS-PTID
               MOVE    LST-JUSINYMD (IDX)  TO  TJS-JUSINYMD
               MOVE    LST-RENNUM (IDX)    TO  TJS-RENNUM
               MOVE    TAIJUSIN-REC        TO  MCPDATA-REC
               MOVE    "tbl_taijusin"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBDELETE"          TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
      *
      *    同日の受診は連番で区別する
           PERFORM 830-RENNUM-SEC
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           INITIALIZE                  TAIJUSIN-REC
           MOVE    SPA-HOSPNUM         TO  TJS-HOSPNUM
           MOVE    MTAIJUSIN-PTID      TO  TJS-PTID
           MOVE    MTAIJUSIN-JUSINYMD  TO  TJS-JUSINYMD
           MOVE    WRK-RENNUM          TO  TJS-RENNUM
           MOVE    MTAIJUSIN-IRAIHOSPCD
                                       TO  TJS-IRAIHOSPCD
           MOVE    MTAIJUSIN-IRAIHOSPNM
                                       TO  TJS-IRAIHOSPNM
           MOVE    MTAIJUSIN-SRYKANM   TO  TJS-SRYKANM
           MOVE    MTAIJUSIN-MOKUTEKI  TO  TJS-MOKUTEKI
           MOVE    MTAIJUSIN-TAINSANTEI
                                       TO  TJS-TAINSANTEI
           MOVE    MTAIJUSIN-GENSANKBN TO  TJS-GENSANKBN
           MOVE    MTAIJUSIN-SEIKYUYMD TO  TJS-SEIKYUYMD
           MOVE    MTAIJUSIN-SEIKYUGAK TO  TJS-SEIKYUGAK
           MOVE    MTAIJUSIN-SIHARAIYMD
                                       TO  TJS-SIHARAIYMD
           MOVE    MTAIJUSIN-SIHARAIGAK
                                       TO  TJS-SIHARAIGAK
           MOVE    SPA-OPID            TO  TJS-OPID
           MOVE    SMCNDATE-YMD        TO  TJS-UPYMD
           MOVE    SMCNDATE-HMS        TO  TJS-UPHMS
           MOVE    TAIJUSIN-REC        TO  MCPDATA-REC
           MOVE    "tbl_taijusin"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    "他医療機関受診を登録できません"
                                       TO  MTAIJUSIN-MSG
               GO  TO  240-TOUROKU-EXT
           END-IF
      *
           PERFORM 220-DISP-SEC
           PERFORM 260-NYURYOKU-CLEAR-SEC
           MOVE    "登録しました"      TO  MTAIJUSIN-MSG
           .
       240-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    削除処理
      *****************************************************************
       245-SAKUJO-SEC              SECTION.
      *
           IF      MTAIJUSIN-SELNUM    IS  NOT NUMERIC
           OR      MTAIJUSIN-SELNUM    =   ZERO
           OR      MTAIJUSIN-SELNUM    >   LST-MAX
               MOVE    "選択番号を入力"    TO  MTAIJUSIN-MSG
               GO  TO  245-SAKUJO-EXT
           END-IF
      *
           MOVE    MTAIJUSIN-SELNUM    TO  IDX
           INITIALIZE                  TAIJUSIN-REC
           MOVE    SPA-HOSPNUM         TO  TJS-HOSPNUM
           MOVE    MTAIJUSIN-PTID      TO  TJS-PTID
           MOVE    LST-JUSINYMD (IDX)  TO  TJS-JUSINYMD
           MOVE    LST-RENNUM (IDX)    TO  TJS-RENNUM
           MOVE    TAIJUSIN-REC        TO  MCPDATA-REC
           MOVE    "tbl_taijusin"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    "他医療機関受診を削除できません"
                                       TO  MTAIJUSIN-MSG
               GO  TO  245-SAKUJO-EXT
           END-IF
      *
           PERFORM 220-DISP-SEC
           PERFORM 260-NYURYOKU-CLEAR-SEC
           MOVE    "削除しました"      TO  MTAIJUSIN-MSG
           .
       245-SAKUJO-EXT.
           EXIT.
      *****************************************************************
      *    一覧クリア処理
      *****************************************************************
       250-LST-CLEAR-SEC           SECTION.
      *
           INITIALIZE                  LST-AREA
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX             >   20
               MOVE    SPACE               TO
                       MTAIJUSIN-LST-JUSINYMD (IDX)
                       MTAIJUSIN-LST-IRAIHOSPNM (IDX)
                       MTAIJUSIN-LST-SRYKANM (IDX)
                       MTAIJUSIN-LST-GENSAN (IDX)
                       MTAIJUSIN-LST-JOKYO (IDX)
           END-PERFORM
           .
       250-LST-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    入力欄クリア処理
      *****************************************************************
       260-NYURYOKU-CLEAR-SEC      SECTION.
      *
           MOVE    ZERO                TO  MTAIJUSIN-SELNUM
                                           MTAIJUSIN-SEIKYUGAK
                                           MTAIJUSIN-SIHARAIGAK
           MOVE    SPACE               TO  MTAIJUSIN-JUSINYMD
                                           MTAIJUSIN-IRAIHOSPCD
                                           MTAIJUSIN-IRAIHOSPNM
                                           MTAIJUSIN-SRYKANM
                                           MTAIJUSIN-MOKUTEKI
                                           MTAIJUSIN-TAINSANTEI
                                           MTAIJUSIN-SEIKYUYMD
                                           MTAIJUSIN-SIHARAIYMD
           MOVE    "1"                 TO  MTAIJUSIN-GENSANKBN
           .
       260-NYURYOKU-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    入力チェック処理
      *****************************************************************
       270-CHECK-SEC               SECTION.
      *
           IF      MTAIJUSIN-PTID      IS  NOT NUMERIC
           OR      MTAIJUSIN-PTID      =   ZERO
               MOVE    "患者を入力"        TO  MTAIJUSIN-MSG
               GO  TO  270-CHECK-EXT
           END-IF
           IF      MTAIJUSIN-JUSINYMD  IS  NOT NUMERIC
               MOVE    "受診日を入力"      TO  MTAIJUSIN-MSG
               GO  TO  270-CHECK-EXT
           END-IF
           IF      MTAIJUSIN-IRAIHOSPNM    =   SPACE
               MOVE    "依頼先医療機関を入力"
                                       TO  MTAIJUSIN-MSG
               GO  TO  270-CHECK-EXT
           END-IF
           IF      MTAIJUSIN-GENSANKBN NOT =   "1"
           AND     MTAIJUSIN-GENSANKBN NOT =   "2"
           AND     MTAIJUSIN-GENSANKBN NOT =   "3"
               MOVE    "減算区分は１〜３"  TO  MTAIJUSIN-MSG
               GO  TO  270-CHECK-EXT
           END-IF
      *    請求受領日・支払日は未入力を認める
           IF      MTAIJUSIN-SEIKYUYMD NOT =   SPACE
           AND     MTAIJUSIN-SEIKYUYMD IS  NOT NUMERIC
               MOVE    "請求受領日に誤りがあります"
                                       TO  MTAIJUSIN-MSG
               GO  TO  270-CHECK-EXT
           END-IF
           IF      MTAIJUSIN-SIHARAIYMD    NOT =   SPACE
               IF      MTAIJUSIN-SIHARAIYMD    IS  NOT NUMERIC
                   MOVE    "支払日に誤りがあります"
                                       TO  MTAIJUSIN-MSG
                   GO  TO  270-CHECK-EXT
               END-IF
               IF      MTAIJUSIN-SEIKYUYMD =   SPACE
                   MOVE    "請求受領日を入力"
                                       TO  MTAIJUSIN-MSG
                   GO  TO  270-CHECK-EXT
               END-IF
           END-IF
           IF      MTAIJUSIN-SEIKYUGAK     IS  NOT NUMERIC
               MOVE    ZERO                TO  MTAIJUSIN-SEIKYUGAK
           END-IF
           IF      MTAIJUSIN-SIHARAIGAK    IS  NOT NUMERIC
               MOVE    ZERO                TO  MTAIJUSIN-SIHARAIGAK
           END-IF
      *
      *    受診日に入院中であること
           PERFORM 840-ZAIIN-CHK-SEC
           IF      FLG-ZAIIN           =   ZERO
               MOVE    "受診日に入院中ではありません"
                                       TO  MTAIJUSIN-MSG
           END-IF
           .
       270-CHECK-EXT.
           EXIT.
      *****************************************************************
      *    他医療機関受診取得処理
      *****************************************************************
       810-TAIJUSIN-GET-SEC        SECTION.
      *
           MOVE    1                   TO  FLG-TJS
           MOVE    TAIJUSIN-REC        TO  MCPDATA-REC
           MOVE    "tbl_taijusin"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_taijusin"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  TAIJUSIN-REC
                   MOVE    ZERO                TO  FLG-TJS
               END-IF
           END-IF
           MOVE    "tbl_taijusin"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       810-TAIJUSIN-GET-EXT.
           EXIT.
      *****************************************************************
      *    請求・支払状況編集処理
      *****************************************************************
       820-JOKYO-SEC               SECTION.
      *
           EVALUATE    TRUE
               WHEN    TJS-SEIKYUYMD       =   SPACE
                   MOVE    "請求未着"          TO  WRK-JOKYO
               WHEN    TJS-SIHARAIYMD      =   SPACE
                   MOVE    "未払"              TO  WRK-JOKYO
               WHEN    TJS-SIHARAIGAK  NOT =   TJS-SEIKYUGAK
                   MOVE    "差額あり"          TO  WRK-JOKYO
               WHEN    OTHER
                   MOVE    "支払済"            TO  WRK-JOKYO
           END-EVALUATE
           .
       820-JOKYO-EXT.
           EXIT.
      *****************************************************************
      *    連番採番処理
      *    （同一受診日の最大連番＋１。変更時は元の連番を使う）
      *****************************************************************
       830-RENNUM-SEC              SECTION.
      *
           IF      MTAIJUSIN-SELNUM    IS  NUMERIC
           AND     MTAIJUSIN-SELNUM    >   ZERO
           AND     MTAIJUSIN-SELNUM    <=  LST-MAX
               MOVE    MTAIJUSIN-SELNUM    TO  IDX
               IF      LST-JUSINYMD (IDX)  =   MTAIJUSIN-JUSINYMD
                   MOVE    LST-RENNUM (IDX)    TO  WRK-RENNUM
                   GO  TO  830-RENNUM-EXT
               END-IF
           END-IF
      *
           MOVE    1                   TO  WRK-RENNUM
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX             >   LST-MAX
               IF      LST-JUSINYMD (IDX)  =   MTAIJUSIN-JUSINYMD
               AND     LST-RENNUM (IDX)    >=  WRK-RENNUM
                   COMPUTE WRK-RENNUM  =   LST-RENNUM (IDX)    +   1
               END-IF
           END-PERFORM
           .
       830-RENNUM-EXT.
           EXIT.
      *****************************************************************
      *    在院確認処理（受診日に入院中か）
      *****************************************************************
       840-ZAIIN-CHK-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-ZAIIN
           INITIALIZE                  PTNYUINRRK-REC
           MOVE    SPA-HOSPNUM         TO  PTNYUINRRK-HOSPNUM
           MOVE    MTAIJUSIN-PTID      TO  PTNYUINRRK-PTID
           MOVE    PTNYUINRRK-REC      TO  MCPDATA-REC
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH       =   1
                   MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
                   MOVE    "ptid"              TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  PTNYUINRRK-REC
                       IF      PTNYUINRRK-NYUINYMD
                                           <=  MTAIJUSIN-JUSINYMD
                       AND   ( PTNYUINRRK-TAIINYMD =   SPACE
                         OR    PTNYUINRRK-TAIINYMD =   ZERO
                         OR    PTNYUINRRK-TAIINYMD
                                           >=  MTAIJUSIN-JUSINYMD )
                           MOVE    1                   TO  FLG-ZAIIN
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       840-ZAIIN-CHK-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MTAIJUSIN"         TO  MCP-WINDOW
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
           MOVE    "MTAIJUSIN"         TO  SPA-MOTOPG
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
