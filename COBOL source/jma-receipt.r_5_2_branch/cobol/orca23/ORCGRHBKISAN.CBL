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
       PROGRAM-ID.                 ORCGRHBKISAN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 診療行為
      *  コンポーネント名  : リハビリ起算日登録（ＭＲＨＢＫＩＳＡＮ）
      *                      （患者の疾患別リハビリテーションごとに
      *                        起算日（発症日・手術日・急性増悪日）
      *                        と算定日数上限除外の理由を登録する。
      *                        一覧には標準的算定日数の最終日と
      *                        残日数を表示する。算定時の判定は
      *                        ＯＲＣＳＲＨＢＣＨＫ、到来予定の一覧
      *                        はＯＲＣＢＲＨＢＫＩＳＡＮで行う）
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
           03  FLG-PTNUM           PIC 9(01).
           03  FLG-PTINF           PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(02).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-RC              PIC S9(09)  BINARY.
           03  WRK-PTID            PIC 9(10).
           03  WRK-MAXRENNUM       PIC 9(03).
           03  WRK-NISSU           PIC 9(03).
           03  WRK-KISANYMD-N      PIC 9(08).
           03  WRK-ENDYMD-N        PIC 9(08).
           03  WRK-TODAY-N         PIC 9(08).
           03  WRK-ENDYMD-INTDATE  PIC S9(09).
           03  WRK-TODAY-INTDATE   PIC S9(09).
           03  WRK-ZANNISSU        PIC S9(05).
           03  WRK-ED-NISSU        PIC -(4)9.
           03  WRK-MSG             PIC X(100).
      *
      *    一覧に表示した起算日のキー（選択・削除時に使用）
       01  LST-AREA.
           03  LST-TBL             OCCURS  20.
               05  LST-RHBKBN      PIC X(01).
               05  LST-RENNUM      PIC 9(03).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    リハビリ起算日テーブル
      *    （ＯＲＣＳＲＨＢＣＨＫ・ＯＲＣＢＲＨＢＫＩＳＡＮと同一
      *      レイアウト）
       01  RHBKISAN-REC.
           03  RHB-HOSPNUM         PIC 9(02).
           03  RHB-PTID            PIC 9(10).
      *    疾患別区分　１：心大血管　２：脳血管　３：廃用症候群
      *                ４：運動器　　５：呼吸器
           03  RHB-RHBKBN          PIC X(01).
           03  RHB-RENNUM          PIC 9(03).
           03  RHB-BYOMEI          PIC X(80).
      *    起算日区分　１：発症日　２：手術日　３：急性増悪日
           03  RHB-KISANKBN        PIC X(01).
           03  RHB-KISANYMD        PIC X(08).
      *    算定日数上限除外理由区分（空白：除外なし）
           03  RHB-JYOGAIKBN       PIC X(02).
           03  RHB-JYOGAI-RIYU     PIC X(100).
      *    リハビリ終了日（空白：継続中）
           03  RHB-ENDYMD          PIC X(08).
           03  RHB-OPID            PIC X(16).
           03  RHB-CREYMD          PIC X(08).
           03  RHB-UPYMD           PIC X(08).
           03  RHB-UPHMS           PIC X(06).
      *
      *    患者番号
       01  PTNUM-REC.
           COPY    "CPPTNUM.INC".
      *
      *    患者情報
       01  PTINF-REC.
           COPY    "CPPTINF.INC".
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
           COPY    "MRHBKISAN.INC".
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
           MOVE    SPACE               TO  MRHBKISAN-PTNUM
                                           MRHBKISAN-NAME
                                           MRHBKISAN-MSG
           PERFORM 260-NYURYOKU-CLEAR-SEC
           PERFORM 250-LST-CLEAR-SEC
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
      *        起算日一覧表示
               WHEN    "CLICKED"       ALSO    "B02"
                   MOVE    SPACE               TO  MRHBKISAN-MSG
                   PERFORM 220-DISP-SEC
                   PERFORM 290-REDISP-SEC
      *        登録（選択番号ありは更新）
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-TOUROKU-SEC
      *        削除（一覧の選択番号）
               WHEN    "CLICKED"       ALSO    "B04"
                   PERFORM 240-SAKUJO-SEC
      *        選択（一覧の選択番号を入力欄へ）
               WHEN    "CLICKED"       ALSO    "B05"
                   PERFORM 245-SENTAKU-SEC
               WHEN    OTHER
                   PERFORM 210-BACK
           END-EVALUATE
      *
           .
       200-GMNSENI-EXT.
           EXIT.
      *****************************************************************
      *    起算日一覧表示処理
      *****************************************************************
       220-DISP-SEC                SECTION.
      *
           PERFORM 250-LST-CLEAR-SEC
      *
           PERFORM 800-PATIENT-GET-SEC
           IF      FLG-PTINF       NOT =   ZERO
               GO  TO  220-DISP-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
           MOVE    SMCNDATE-YMD        TO  WRK-TODAY-N
           MOVE    FUNCTION INTEGER-OF-DATE (WRK-TODAY-N)
                                       TO  WRK-TODAY-INTDATE
      *
           MOVE    ZERO                TO  WRK-MAXRENNUM
           INITIALIZE                  RHBKISAN-REC
           MOVE    SPA-HOSPNUM         TO  RHB-HOSPNUM
           MOVE    WRK-PTID            TO  RHB-PTID
           MOVE    RHBKISAN-REC        TO  MCPDATA-REC
           MOVE    "tbl_rhbkisan"      TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 221-KISAN-FETCH-SEC
                       UNTIL   FLG-FETCH   =   1
               MOVE    "tbl_rhbkisan"      TO  MCP-TABLE
               MOVE    "ptid"              TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           IF      IDX                 =   ZERO
           AND     MRHBKISAN-MSG       =   SPACE
               MOVE    "起算日の登録はありません"
                                       TO  MRHBKISAN-MSG
           END-IF
           .
       220-DISP-EXT.
           EXIT.
      *****************************************************************
      *    起算日読込処理
      *    （標準的算定日数の最終日と本日からの残日数を表示する）
      *****************************************************************
       221-KISAN-FETCH-SEC         SECTION.
      *
           MOVE    "tbl_rhbkisan"      TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  221-KISAN-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  RHBKISAN-REC
      *
           IF      RHB-RENNUM          >   WRK-MAXRENNUM
               MOVE    RHB-RENNUM          TO  WRK-MAXRENNUM
           END-IF
           IF      IDX                 >=  20
               GO  TO  221-KISAN-FETCH-EXT
           END-IF
           ADD     1                   TO  IDX
           MOVE    RHB-RHBKBN          TO  LST-RHBKBN (IDX)
           MOVE    RHB-RENNUM          TO  LST-RENNUM (IDX)
      *
           PERFORM 270-KBN-NAME-SEC
           MOVE    RHB-BYOMEI          TO  MRHBKISAN-LST-BYOMEI (IDX)
           MOVE    RHB-KISANYMD        TO  MRHBKISAN-LST-KISANYMD (IDX)
           EVALUATE    RHB-KISANKBN
               WHEN    "1"
                   MOVE    "発症"
                                   TO  MRHBKISAN-LST-KISANKBN (IDX)
               WHEN    "2"
                   MOVE    "手術"
                                   TO  MRHBKISAN-LST-KISANKBN (IDX)
               WHEN    "3"
                   MOVE    "急性増悪"
                                   TO  MRHBKISAN-LST-KISANKBN (IDX)
           END-EVALUATE
      *
      *    標準的算定日数の最終日（起算日を１日目とする）
           MOVE    RHB-KISANYMD        TO  WRK-KISANYMD-N
           COMPUTE WRK-ENDYMD-INTDATE
                       =   FUNCTION INTEGER-OF-DATE (WRK-KISANYMD-N)
                       +   WRK-NISSU   -   1
           MOVE    FUNCTION DATE-OF-INTEGER (WRK-ENDYMD-INTDATE)
                                       TO  WRK-ENDYMD-N
           MOVE    WRK-ENDYMD-N
                                   TO  MRHBKISAN-LST-HYOJUNYMD (IDX)
           COMPUTE WRK-ZANNISSU        =   WRK-ENDYMD-INTDATE
                                       -   WRK-TODAY-INTDATE
           MOVE    WRK-ZANNISSU        TO  WRK-ED-NISSU
           MOVE    WRK-ED-NISSU        TO  MRHBKISAN-LST-ZANNISSU (IDX)
           IF      RHB-JYOGAIKBN   NOT =   SPACE
               MOVE    "除外"          TO  MRHBKISAN-LST-JYOGAI (IDX)
           END-IF
           IF      RHB-ENDYMD      NOT =   SPACE
               MOVE    RHB-ENDYMD
                                   TO  MRHBKISAN-LST-ENDYMD (IDX)
           END-IF
           .
       221-KISAN-FETCH-EXT.
           EXIT.
      *****************************************************************
      *    登録処理
      *    （選択番号が０なら新規、一覧の行番号なら更新する）
      *****************************************************************
       230-TOUROKU-SEC             SECTION.
      *
           PERFORM 220-DISP-SEC
           IF      FLG-PTINF       NOT =   ZERO
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MRHBKISAN-SELNUM    IS  NOT NUMERIC
               MOVE    ZERO                TO  MRHBKISAN-SELNUM
           END-IF
           IF      MRHBKISAN-SELNUM    >   IDX
               MOVE    "選択番号に誤りがあります"
                                       TO  MRHBKISAN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           EVALUATE    TRUE
               WHEN    MRHBKISAN-RHBKBN    <   "1"
               WHEN    MRHBKISAN-RHBKBN    >   "5"
                   MOVE    "疾患別区分は１〜５で入力"
                                       TO  MRHBKISAN-MSG
               WHEN    MRHBKISAN-KISANKBN  <   "1"
               WHEN    MRHBKISAN-KISANKBN  >   "3"
                   MOVE    "起算日区分は１〜３で入力"
                                       TO  MRHBKISAN-MSG
               WHEN    MRHBKISAN-KISANYMD  IS  NOT NUMERIC
                   MOVE    "起算日を入力してください"
                                       TO  MRHBKISAN-MSG
               WHEN    MRHBKISAN-ENDYMD    NOT =   SPACE
               AND   ( MRHBKISAN-ENDYMD    IS  NOT NUMERIC
               OR      MRHBKISAN-ENDYMD    <   MRHBKISAN-KISANYMD )
                   MOVE    "終了日に誤りがあります"
                                       TO  MRHBKISAN-MSG
               WHEN    MRHBKISAN-JYOGAIKBN NOT =   SPACE
               AND     MRHBKISAN-JYOGAIRIYU    =   SPACE
                   MOVE    "除外理由を入力してください"
                                       TO  MRHBKISAN-MSG
               WHEN    OTHER
                   MOVE    SPACE               TO  MRHBKISAN-MSG
           END-EVALUATE
           IF      MRHBKISAN-MSG   NOT =   SPACE
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           INITIALIZE                  RHBKISAN-REC
           MOVE    SPA-HOSPNUM         TO  RHB-HOSPNUM
           MOVE    WRK-PTID            TO  RHB-PTID
           IF      MRHBKISAN-SELNUM    =   ZERO
               MOVE    MRHBKISAN-RHBKBN    TO  RHB-RHBKBN
               COMPUTE RHB-RENNUM      =   WRK-MAXRENNUM   +   1
               MOVE    SMCNDATE-YMD        TO  RHB-CREYMD
           ELSE
               MOVE    LST-RHBKBN (MRHBKISAN-SELNUM)
                                       TO  RHB-RHBKBN
               MOVE    LST-RENNUM (MRHBKISAN-SELNUM)
                                       TO  RHB-RENNUM
               MOVE    RHBKISAN-REC        TO  MCPDATA-REC
               MOVE    "tbl_rhbkisan"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBSELECT"          TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
               END-IF
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  RHBKISAN-REC
               END-IF
               MOVE    "tbl_rhbkisan"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
      *        疾患別区分の変更は新規登録とする
               IF      RHB-RHBKBN      NOT =   MRHBKISAN-RHBKBN
                   MOVE    "区分を変えるときは新規登録"
                                       TO  MRHBKISAN-MSG
                   PERFORM 290-REDISP-SEC
                   GO  TO  230-TOUROKU-EXT
               END-IF
           END-IF
           MOVE    MRHBKISAN-BYOMEI    TO  RHB-BYOMEI
           MOVE    MRHBKISAN-KISANKBN  TO  RHB-KISANKBN
           MOVE    MRHBKISAN-KISANYMD  TO  RHB-KISANYMD
           MOVE    MRHBKISAN-JYOGAIKBN TO  RHB-JYOGAIKBN
           MOVE    MRHBKISAN-JYOGAIRIYU
                                       TO  RHB-JYOGAI-RIYU
           MOVE    MRHBKISAN-ENDYMD    TO  RHB-ENDYMD
           MOVE    SPA-OPID            TO  RHB-OPID
           MOVE    SMCNDATE-YMD        TO  RHB-UPYMD
           MOVE    SMCNDATE-HMS        TO  RHB-UPHMS
           MOVE    RHBKISAN-REC        TO  MCPDATA-REC
           MOVE    "tbl_rhbkisan"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           IF      MRHBKISAN-SELNUM    =   ZERO
               MOVE    "DBINSERT"          TO  MCP-FUNC
           ELSE
               MOVE    "DBUPDATE"          TO  MCP-FUNC
           END-IF
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           IF      WRK-RC              =   ZERO
               MOVE    "起算日を登録しました"
                                       TO  WRK-MSG
               PERFORM 260-NYURYOKU-CLEAR-SEC
           ELSE
               MOVE    "起算日を登録できませんでした"
                                       TO  WRK-MSG
           END-IF
           MOVE    SPACE               TO  MRHBKISAN-MSG
           PERFORM 220-DISP-SEC
           MOVE    WRK-MSG             TO  MRHBKISAN-MSG
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    削除処理
      *****************************************************************
       240-SAKUJO-SEC              SECTION.
      *
           PERFORM 220-DISP-SEC
           IF      FLG-PTINF       NOT =   ZERO
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
           IF      MRHBKISAN-SELNUM    IS  NOT NUMERIC
           OR      MRHBKISAN-SELNUM    =   ZERO
           OR      MRHBKISAN-SELNUM    >   IDX
               MOVE    "削除する行番号を入力"
                                       TO  MRHBKISAN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
      *
           INITIALIZE                  RHBKISAN-REC
           MOVE    SPA-HOSPNUM         TO  RHB-HOSPNUM
           MOVE    WRK-PTID            TO  RHB-PTID
           MOVE    LST-RHBKBN (MRHBKISAN-SELNUM)
                                       TO  RHB-RHBKBN
           MOVE    LST-RENNUM (MRHBKISAN-SELNUM)
                                       TO  RHB-RENNUM
           MOVE    RHBKISAN-REC        TO  MCPDATA-REC
           MOVE    "tbl_rhbkisan"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           PERFORM 220-DISP-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "起算日を削除しました"
                                       TO  MRHBKISAN-MSG
               PERFORM 260-NYURYOKU-CLEAR-SEC
           ELSE
               MOVE    "削除できませんでした"
                                       TO  MRHBKISAN-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       240-SAKUJO-EXT.
           EXIT.
      *****************************************************************
      *    選択処理（一覧の行を入力欄へ表示する）
      *****************************************************************
       245-SENTAKU-SEC             SECTION.
      *
           PERFORM 220-DISP-SEC
           IF      FLG-PTINF       NOT =   ZERO
               PERFORM 290-REDISP-SEC
               GO  TO  245-SENTAKU-EXT
           END-IF
           IF      MRHBKISAN-SELNUM    IS  NOT NUMERIC
           OR      MRHBKISAN-SELNUM    =   ZERO
           OR      MRHBKISAN-SELNUM    >   IDX
               MOVE    "選択する行番号を入力"
                                       TO  MRHBKISAN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  245-SENTAKU-EXT
           END-IF
      *
           INITIALIZE                  RHBKISAN-REC
           MOVE    SPA-HOSPNUM         TO  RHB-HOSPNUM
           MOVE    WRK-PTID            TO  RHB-PTID
           MOVE    LST-RHBKBN (MRHBKISAN-SELNUM)
                                       TO  RHB-RHBKBN
           MOVE    LST-RENNUM (MRHBKISAN-SELNUM)
                                       TO  RHB-RENNUM
           MOVE    RHBKISAN-REC        TO  MCPDATA-REC
           MOVE    "tbl_rhbkisan"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  RHBKISAN-REC
               MOVE    RHB-RHBKBN          TO  MRHBKISAN-RHBKBN
               MOVE    RHB-BYOMEI          TO  MRHBKISAN-BYOMEI
               MOVE    RHB-KISANKBN        TO  MRHBKISAN-KISANKBN
               MOVE    RHB-KISANYMD        TO  MRHBKISAN-KISANYMD
               MOVE    RHB-JYOGAIKBN       TO  MRHBKISAN-JYOGAIKBN
               MOVE    RHB-JYOGAI-RIYU     TO  MRHBKISAN-JYOGAIRIYU
               MOVE    RHB-ENDYMD          TO  MRHBKISAN-ENDYMD
           ELSE
               MOVE    "起算日が見つかりません"
                                       TO  MRHBKISAN-MSG
           END-IF
           MOVE    "tbl_rhbkisan"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           PERFORM 290-REDISP-SEC
           .
       245-SENTAKU-EXT.
           EXIT.
      *****************************************************************
      *    一覧クリア処理
      *****************************************************************
       250-LST-CLEAR-SEC           SECTION.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX >   20
               MOVE    SPACE               TO
                       MRHBKISAN-LST-RHBKBN    (IDX)
                       MRHBKISAN-LST-BYOMEI    (IDX)
                       MRHBKISAN-LST-KISANKBN  (IDX)
                       MRHBKISAN-LST-KISANYMD  (IDX)
                       MRHBKISAN-LST-HYOJUNYMD (IDX)
                       MRHBKISAN-LST-ZANNISSU  (IDX)
                       MRHBKISAN-LST-JYOGAI    (IDX)
                       MRHBKISAN-LST-ENDYMD    (IDX)
                       LST-RHBKBN              (IDX)
               MOVE    ZERO                TO  LST-RENNUM (IDX)
           END-PERFORM
           MOVE    ZERO                TO  IDX
           .
       250-LST-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    入力欄クリア処理
      *****************************************************************
       260-NYURYOKU-CLEAR-SEC      SECTION.
      *
           MOVE    SPACE               TO  MRHBKISAN-RHBKBN
                                           MRHBKISAN-BYOMEI
                                           MRHBKISAN-KISANKBN
                                           MRHBKISAN-KISANYMD
                                           MRHBKISAN-JYOGAIKBN
                                           MRHBKISAN-JYOGAIRIYU
                                           MRHBKISAN-ENDYMD
           MOVE    ZERO                TO  MRHBKISAN-SELNUM
           .
       260-NYURYOKU-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    疾患別区分名称・標準的算定日数設定処理
      *****************************************************************
       270-KBN-NAME-SEC            SECTION.
      *
           EVALUATE    RHB-RHBKBN
               WHEN    "1"
                   MOVE  "心大血管"  TO  MRHBKISAN-LST-RHBKBN (IDX)
                   MOVE    150             TO  WRK-NISSU
               WHEN    "2"
                   MOVE  "脳血管"  TO  MRHBKISAN-LST-RHBKBN (IDX)
                   MOVE    180             TO  WRK-NISSU
               WHEN    "3"
                   MOVE  "廃用"  TO  MRHBKISAN-LST-RHBKBN (IDX)
                   MOVE    120             TO  WRK-NISSU
               WHEN    "4"
                   MOVE  "運動器"  TO  MRHBKISAN-LST-RHBKBN (IDX)
                   MOVE    150             TO  WRK-NISSU
               WHEN    OTHER
                   MOVE  "呼吸器"  TO  MRHBKISAN-LST-RHBKBN (IDX)
                   MOVE    090             TO  WRK-NISSU
           END-EVALUATE
           .
       270-KBN-NAME-EXT.
           EXIT.
      *****************************************************************
      *    患者取得処理（患者番号から患者ＩＤと氏名）
      *****************************************************************
       800-PATIENT-GET-SEC         SECTION.
      *
           MOVE    1                   TO  FLG-PTINF
           MOVE    ZERO                TO  WRK-PTID
           MOVE    SPACE               TO  MRHBKISAN-NAME
      *
           IF      MRHBKISAN-PTNUM     =   SPACE
               MOVE    "患者番号を入力してください"
                                       TO  MRHBKISAN-MSG
               GO  TO  800-PATIENT-GET-EXT
           END-IF
      *
           INITIALIZE                  PTNUM-REC
           MOVE    SPA-HOSPNUM         TO  PTNUM-HOSPNUM
           MOVE    MRHBKISAN-PTNUM     TO  PTNUM-PTNUM
           MOVE    PTNUM-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTNUM-REC
                   MOVE    PTNUM-PTID          TO  WRK-PTID
               END-IF
           END-IF
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      WRK-PTID            =   ZERO
               MOVE    "患者が登録されていません"
                                       TO  MRHBKISAN-MSG
               GO  TO  800-PATIENT-GET-EXT
           END-IF
      *
           INITIALIZE                  PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    WRK-PTID            TO  PTINF-PTID
           MOVE    PTINF-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTINF-REC
                   MOVE    PTINF-NAME          TO  MRHBKISAN-NAME
                   MOVE    ZERO                TO  FLG-PTINF
               END-IF
           END-IF
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    "患者が登録されていません"
                                       TO  MRHBKISAN-MSG
           END-IF
           .
       800-PATIENT-GET-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MRHBKISAN"         TO  MCP-WINDOW
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
           MOVE    "MRHBKISAN"         TO  SPA-MOTOPG
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
