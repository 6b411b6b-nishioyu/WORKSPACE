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
       PROGRAM-ID.                 ORCGGAIHAKU.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 入院
      *  コンポーネント名  : 外泊・外出登録
      *                      （ＭＧＡＩＨＡＫＵ）
      *                      （入院中患者の外泊・外出の開始日時・帰院
      *                        日時・理由区分・精神科の治療目的外泊か
      *                        否かと病棟からの連絡内容を登録する。
      *                        外泊日の入院会計への反映と月別の外泊
      *                        日数一覧はＯＲＣＢＧＡＩＨＡＫＵで行う）
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
           03  FLG-JUFUKU          PIC 9(01).
           03  FLG-GHK             PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(02).
      *
      *    一覧（患者の外泊・外出履歴）
       01  LST-AREA.
           03  LST-MAX             PIC 9(02).
           03  LST-OCC             OCCURS  20.
               05  LST-STYMD       PIC X(08).
               05  LST-STHM        PIC X(04).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-NISSU           PIC 9(03).
           03  WRK-YMD             PIC X(08).
           03  WRK-ENDYMD          PIC X(08).
           03  WRK-MOTO-STYMD      PIC X(08).
           03  WRK-MOTO-STHM       PIC X(04).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    外泊履歴テーブル
      *    （患者・開始日時単位。帰院日が空白の間は外泊・外出中。
      *      ＯＲＣＢＧＡＩＨＡＫＵが外泊日の入院会計反映と月別の
      *      外泊日数一覧に参照する）
       01  GAIHAKU-REC.
           03  GHK-HOSPNUM         PIC 9(02).
           03  GHK-PTID            PIC 9(10).
           03  GHK-STYMD           PIC X(08).
           03  GHK-STHM            PIC X(04).
           03  GHK-KIKANYMD        PIC X(08).
           03  GHK-KIKANHM         PIC X(04).
      *    区分　１：外泊　２：外出
           03  GHK-GAIKBN          PIC X(01).
      *    理由区分
      *    ０１：家族等の事情　０２：退院に向けた試験外泊
      *    ０３：冠婚葬祭　　　９９：その他
           03  GHK-RIYUKBN         PIC X(02).
      *    精神科治療目的外泊　１：治療目的（入院料の減額割合が異なる）
           03  GHK-SEISINFLG       PIC X(01).
      *    病棟からの連絡内容
           03  GHK-RENRAKU         PIC X(100).
           03  GHK-OPID            PIC X(16).
           03  GHK-UPYMD           PIC X(08).
           03  GHK-UPHMS           PIC X(06).
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
      *    日付変換サブ
           COPY    "CPORCSDAY.INC".
           COPY    "CPORCSLNK.INC".
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
           COPY    "MGAIHAKU.INC".
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
           MOVE    ZERO                TO  MGAIHAKU-PTID
           MOVE    SPACE               TO  MGAIHAKU-MSG
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
           MOVE    SPACE               TO  MGAIHAKU-MSG
           EVALUATE    MCP-EVENT       ALSO    MCP-WIDGET
      *        表示（患者の外泊・外出履歴）
               WHEN    "CLICKED"       ALSO    "B02"
                   PERFORM 260-NYURYOKU-CLEAR-SEC
                   PERFORM 220-DISP-SEC
                   PERFORM 290-REDISP-SEC
      *        選択（履歴を入力欄へ）
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-SELECT-SEC
                   PERFORM 290-REDISP-SEC
      *        登録（新規・変更・帰院登録）
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
           IF      MGAIHAKU-PTID       IS  NOT NUMERIC
           OR      MGAIHAKU-PTID       =   ZERO
               MOVE    "患者を入力"        TO  MGAIHAKU-MSG
               GO  TO  220-DISP-EXT
           END-IF
      *
           INITIALIZE                  GAIHAKU-REC
           MOVE    SPA-HOSPNUM         TO  GHK-HOSPNUM
           MOVE    MGAIHAKU-PTID       TO  GHK-PTID
           MOVE    GAIHAKU-REC         TO  MCPDATA-REC
           MOVE    "tbl_gaihaku"       TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH       =   1
                       OR      LST-MAX         >=  20
                   MOVE    "tbl_gaihaku"       TO  MCP-TABLE
                   MOVE    "ptid"              TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  GAIHAKU-REC
                       PERFORM 225-LST-ADD-SEC
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_gaihaku"       TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      LST-MAX             =   ZERO
               MOVE    "外泊・外出の登録がありません"
                                       TO  MGAIHAKU-MSG
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
           MOVE    GHK-STYMD           TO  LST-STYMD (IDX)
           MOVE    GHK-STHM            TO  LST-STHM (IDX)
      *
           MOVE    GHK-STYMD           TO  MGAIHAKU-LST-STYMD (IDX)
           MOVE    GHK-STHM            TO  MGAIHAKU-LST-STHM (IDX)
           MOVE    GHK-KIKANYMD        TO  MGAIHAKU-LST-KIKANYMD (IDX)
           MOVE    GHK-KIKANHM         TO  MGAIHAKU-LST-KIKANHM (IDX)
           IF      GHK-GAIKBN          =   "2"
               MOVE    "外出"
                                       TO  MGAIHAKU-LST-GAIKBN (IDX)
           ELSE
               MOVE    "外泊"
                                       TO  MGAIHAKU-LST-GAIKBN (IDX)
           END-IF
           EVALUATE    GHK-RIYUKBN
               WHEN    "01"
                   MOVE    "家族等の事情"
                                       TO  MGAIHAKU-LST-RIYU (IDX)
               WHEN    "02"
                   MOVE    "試験外泊"
                                       TO  MGAIHAKU-LST-RIYU (IDX)
               WHEN    "03"
                   MOVE    "冠婚葬祭"
                                       TO  MGAIHAKU-LST-RIYU (IDX)
               WHEN    OTHER
                   MOVE    "その他"
                                       TO  MGAIHAKU-LST-RIYU (IDX)
           END-EVALUATE
           IF      GHK-SEISINFLG       =   "1"
               MOVE    "治療"
                                       TO  MGAIHAKU-LST-SEISIN (IDX)
           END-IF
      *
      *    外泊日数（帰院日が未登録の間は外泊中と表示する）
           IF      GHK-GAIKBN          =   "1"
               IF      GHK-KIKANYMD        =   SPACE
                   MOVE    "外泊中"
                                       TO  MGAIHAKU-LST-JOKYO (IDX)
               ELSE
                   PERFORM 820-NISSU-SEC
                   MOVE    WRK-NISSU
                                       TO  MGAIHAKU-LST-NISSU (IDX)
               END-IF
           ELSE
               IF      GHK-KIKANYMD        =   SPACE
                   MOVE    "外出中"
                                       TO  MGAIHAKU-LST-JOKYO (IDX)
               END-IF
           END-IF
           .
       225-LST-ADD-EXT.
           EXIT.
      *****************************************************************
      *    選択処理
      *****************************************************************
       230-SELECT-SEC              SECTION.
      *
           IF      MGAIHAKU-SELNUM     IS  NOT NUMERIC
           OR      MGAIHAKU-SELNUM     =   ZERO
           OR      MGAIHAKU-SELNUM     >   LST-MAX
               MOVE    "選択番号を入力"    TO  MGAIHAKU-MSG
               GO  TO  230-SELECT-EXT
           END-IF
      *
           MOVE    MGAIHAKU-SELNUM     TO  IDX
           INITIALIZE                  GAIHAKU-REC
           MOVE    SPA-HOSPNUM         TO  GHK-HOSPNUM
           MOVE    MGAIHAKU-PTID       TO  GHK-PTID
           MOVE    LST-STYMD (IDX)     TO  GHK-STYMD
           MOVE    LST-STHM (IDX)      TO  GHK-STHM
           PERFORM 810-GAIHAKU-GET-SEC
           IF      FLG-GHK         NOT =   ZERO
               MOVE    "選択した外泊・外出がありません"
                                       TO  MGAIHAKU-MSG
               GO  TO  230-SELECT-EXT
           END-IF
      *
           MOVE    GHK-STYMD           TO  MGAIHAKU-STYMD
           MOVE    GHK-STHM            TO  MGAIHAKU-STHM
           MOVE    GHK-KIKANYMD        TO  MGAIHAKU-KIKANYMD
           MOVE    GHK-KIKANHM         TO  MGAIHAKU-KIKANHM
           MOVE    GHK-GAIKBN          TO  MGAIHAKU-GAIKBN
           MOVE    GHK-RIYUKBN         TO  MGAIHAKU-RIYUKBN
           MOVE    GHK-SEISINFLG       TO  MGAIHAKU-SEISINFLG
           MOVE    GHK-RENRAKU         TO  MGAIHAKU-RENRAKU
           IF      GHK-KIKANYMD        =   SPACE
               MOVE    "帰院日時を入力して登録"
                                       TO  MGAIHAKU-MSG
           END-IF
           .
       230-SELECT-EXT.
           EXIT.
      *****************************************************************
      *    登録処理
      *    （選択中の履歴は開始日時を変更しても置き換える）
      *****************************************************************
       240-TOUROKU-SEC             SECTION.
      *
           PERFORM 270-CHECK-SEC
           IF      MGAIHAKU-MSG    NOT =   SPACE
               GO  TO  240-TOUROKU-EXT
           END-IF
      *
      *    選択中の履歴を削除してから登録する
           MOVE    SPACE               TO  WRK-MOTO-STYMD
                                           WRK-MOTO-STHM
           IF      MGAIHAKU-SELNUM     IS  NUMERIC
           AND     MGAIHAKU-SELNUM     >   ZERO
           AND     MGAIHAKU-SELNUM     <=  LST-MAX
               MOVE    MGAIHAKU-SELNUM     TO  IDX
               MOVE    LST-STYMD (IDX)     TO  WRK-MOTO-STYMD
               MOVE    LST-STHM (IDX)      TO  WRK-MOTO-STHM
               INITIALIZE                  GAIHAKU-REC
               MOVE    SPA-HOSPNUM         TO  GHK-HOSPNUM
               MOVE    MGAIHAKU-PTID       TO  GHK-PTID
               MOVE    WRK-MOTO-STYMD      TO  GHK-STYMD
               MOVE    WRK-MOTO-STHM       TO  GHK-STHM
               MOVE    GAIHAKU-REC         TO  MCPDATA-REC
               MOVE    "tbl_gaihaku"       TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBDELETE"          TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           INITIALIZE                  GAIHAKU-REC
           MOVE    SPA-HOSPNUM         TO  GHK-HOSPNUM
           MOVE    MGAIHAKU-PTID       TO  GHK-PTID
           MOVE    MGAIHAKU-STYMD      TO  GHK-STYMD
           MOVE    MGAIHAKU-STHM       TO  GHK-STHM
           MOVE    MGAIHAKU-KIKANYMD   TO  GHK-KIKANYMD
           MOVE    MGAIHAKU-KIKANHM    TO  GHK-KIKANHM
           MOVE    MGAIHAKU-GAIKBN     TO  GHK-GAIKBN
           MOVE    MGAIHAKU-RIYUKBN    TO  GHK-RIYUKBN
           MOVE    MGAIHAKU-SEISINFLG  TO  GHK-SEISINFLG
           MOVE    MGAIHAKU-RENRAKU    TO  GHK-RENRAKU
           MOVE    SPA-OPID            TO  GHK-OPID
           MOVE    SMCNDATE-YMD        TO  GHK-UPYMD
           MOVE    SMCNDATE-HMS        TO  GHK-UPHMS
           MOVE    GAIHAKU-REC         TO  MCPDATA-REC
           MOVE    "tbl_gaihaku"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    "外泊・外出を登録できません"
                                       TO  MGAIHAKU-MSG
               GO  TO  240-TOUROKU-EXT
           END-IF
      *
           PERFORM 220-DISP-SEC
           PERFORM 260-NYURYOKU-CLEAR-SEC
           MOVE    "登録しました"      TO  MGAIHAKU-MSG
           .
       240-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    削除処理
      *****************************************************************
       245-SAKUJO-SEC              SECTION.
      *
           IF      MGAIHAKU-SELNUM     IS  NOT NUMERIC
           OR      MGAIHAKU-SELNUM     =   ZERO
           OR      MGAIHAKU-SELNUM     >   LST-MAX
               MOVE    "選択番号を入力"    TO  MGAIHAKU-MSG
               GO  TO  245-SAKUJO-EXT
           END-IF
      *
           MOVE    MGAIHAKU-SELNUM     TO  IDX
           INITIALIZE                  GAIHAKU-REC
           MOVE    SPA-HOSPNUM         TO  GHK-HOSPNUM
           MOVE    MGAIHAKU-PTID       TO  GHK-PTID
           MOVE    LST-STYMD (IDX)     TO  GHK-STYMD
           MOVE    LST-STHM (IDX)      TO  GHK-STHM
           MOVE    GAIHAKU-REC         TO  MCPDATA-REC
           MOVE    "tbl_gaihaku"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    "外泊・外出を削除できません"
                                       TO  MGAIHAKU-MSG
               GO  TO  245-SAKUJO-EXT
           END-IF
      *
           PERFORM 220-DISP-SEC
           PERFORM 260-NYURYOKU-CLEAR-SEC
           MOVE    "削除しました"      TO  MGAIHAKU-MSG
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
                       MGAIHAKU-LST-STYMD (IDX)
                       MGAIHAKU-LST-STHM (IDX)
                       MGAIHAKU-LST-KIKANYMD (IDX)
                       MGAIHAKU-LST-KIKANHM (IDX)
                       MGAIHAKU-LST-GAIKBN (IDX)
                       MGAIHAKU-LST-RIYU (IDX)
                       MGAIHAKU-LST-SEISIN (IDX)
                       MGAIHAKU-LST-JOKYO (IDX)
               MOVE    ZERO                TO
                       MGAIHAKU-LST-NISSU (IDX)
           END-PERFORM
           .
       250-LST-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    入力欄クリア処理
      *****************************************************************
       260-NYURYOKU-CLEAR-SEC      SECTION.
      *
           MOVE    ZERO                TO  MGAIHAKU-SELNUM
           MOVE    SPACE               TO  MGAIHAKU-STYMD
                                           MGAIHAKU-STHM
                                           MGAIHAKU-KIKANYMD
                                           MGAIHAKU-KIKANHM
                                           MGAIHAKU-RIYUKBN
                                           MGAIHAKU-SEISINFLG
                                           MGAIHAKU-RENRAKU
           MOVE    "1"                 TO  MGAIHAKU-GAIKBN
           .
       260-NYURYOKU-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    入力チェック処理
      *****************************************************************
       270-CHECK-SEC               SECTION.
      *
           IF      MGAIHAKU-PTID       IS  NOT NUMERIC
           OR      MGAIHAKU-PTID       =   ZERO
               MOVE    "患者を入力"        TO  MGAIHAKU-MSG
               GO  TO  270-CHECK-EXT
           END-IF
           IF      MGAIHAKU-GAIKBN     NOT =   "1"
           AND     MGAIHAKU-GAIKBN     NOT =   "2"
               MOVE    "区分は１（外泊）か２（外出）"
                                       TO  MGAIHAKU-MSG
               GO  TO  270-CHECK-EXT
           END-IF
           IF      MGAIHAKU-STYMD      IS  NOT NUMERIC
           OR      MGAIHAKU-STHM       IS  NOT NUMERIC
               MOVE    "開始日時を入力"    TO  MGAIHAKU-MSG
               GO  TO  270-CHECK-EXT
           END-IF
      *    帰院日時は未入力（外泊・外出中）を認める
           IF      MGAIHAKU-KIKANYMD   NOT =   SPACE
               IF      MGAIHAKU-KIKANYMD   IS  NOT NUMERIC
               OR      MGAIHAKU-KIKANHM    IS  NOT NUMERIC
                   MOVE    "帰院日時に誤りがあります"
                                       TO  MGAIHAKU-MSG
                   GO  TO  270-CHECK-EXT
               END-IF
               IF      MGAIHAKU-KIKANYMD   <   MGAIHAKU-STYMD
               OR    ( MGAIHAKU-KIKANYMD   =   MGAIHAKU-STYMD
                 AND   MGAIHAKU-KIKANHM    <   MGAIHAKU-STHM )
                   MOVE    "帰院日時が開始日時より前です"
                                       TO  MGAIHAKU-MSG
                   GO  TO  270-CHECK-EXT
               END-IF
      *        外出は当日中に帰院するもの
               IF      MGAIHAKU-GAIKBN     =   "2"
               AND     MGAIHAKU-KIKANYMD   NOT =   MGAIHAKU-STYMD
                   MOVE    "外出の帰院日は開始日と同日"
                                       TO  MGAIHAKU-MSG
                   GO  TO  270-CHECK-EXT
               END-IF
           ELSE
               MOVE    SPACE               TO  MGAIHAKU-KIKANHM
           END-IF
           IF      MGAIHAKU-RIYUKBN    NOT =   "01"
           AND     MGAIHAKU-RIYUKBN    NOT =   "02"
           AND     MGAIHAKU-RIYUKBN    NOT =   "03"
           AND     MGAIHAKU-RIYUKBN    NOT =   "99"
               MOVE    "理由区分を入力"    TO  MGAIHAKU-MSG
               GO  TO  270-CHECK-EXT
           END-IF
           IF      MGAIHAKU-SEISINFLG  NOT =   SPACE
           AND     MGAIHAKU-SEISINFLG  NOT =   "1"
               MOVE    "精神科治療目的は１か空白"
                                       TO  MGAIHAKU-MSG
               GO  TO  270-CHECK-EXT
           END-IF
           IF      MGAIHAKU-SEISINFLG  =   "1"
           AND     MGAIHAKU-GAIKBN     =   "2"
               MOVE    "外出に治療目的は指定できません"
                                       TO  MGAIHAKU-MSG
               GO  TO  270-CHECK-EXT
           END-IF
      *
      *    開始日に入院中であること
           PERFORM 830-ZAIIN-CHK-SEC
           IF      FLG-ZAIIN           =   ZERO
               MOVE    "開始日に入院中ではありません"
                                       TO  MGAIHAKU-MSG
               GO  TO  270-CHECK-EXT
           END-IF
      *
      *    他の外泊・外出と期間が重ならないこと
           PERFORM 840-JUFUKU-CHK-SEC
           IF      FLG-JUFUKU          =   1
               MOVE    "他の外泊・外出と期間が重複"
                                       TO  MGAIHAKU-MSG
           END-IF
           .
       270-CHECK-EXT.
           EXIT.
      *****************************************************************
      *    外泊履歴取得処理
      *****************************************************************
       810-GAIHAKU-GET-SEC         SECTION.
      *
           MOVE    1                   TO  FLG-GHK
           MOVE    GAIHAKU-REC         TO  MCPDATA-REC
           MOVE    "tbl_gaihaku"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_gaihaku"       TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  GAIHAKU-REC
                   MOVE    ZERO                TO  FLG-GHK
               END-IF
           END-IF
           MOVE    "tbl_gaihaku"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       810-GAIHAKU-GET-EXT.
           EXIT.
      *****************************************************************
      *    外泊日数算出処理
      *    （出発日の翌日から帰院日の前日までを外泊日とする）
      *****************************************************************
       820-NISSU-SEC               SECTION.
      *
           MOVE    ZERO                TO  WRK-NISSU
           MOVE    GHK-STYMD           TO  WRK-YMD
           PERFORM UNTIL   WRK-YMD         >=  GHK-KIKANYMD
                   OR      WRK-NISSU       >=  999
               INITIALIZE                  STS-AREA-DAY
               MOVE    "61"                TO  LNK-DAY6-IRAI
               MOVE    WRK-YMD             TO  LNK-DAY6-KIJUN
               MOVE    "2"                 TO  LNK-DAY6-ZOGENPTN
               MOVE    1                   TO  LNK-DAY6-ZOGEN
               CALL    "ORCSDAY"           USING   STS-AREA-DAY
                                                   LNK-DAY6-AREA
               MOVE    LNK-DAY6-KEISAN     TO  WRK-YMD
               IF      WRK-YMD             <   GHK-KIKANYMD
                   ADD     1                   TO  WRK-NISSU
               END-IF
           END-PERFORM
           .
       820-NISSU-EXT.
           EXIT.
      *****************************************************************
      *    在院確認処理（開始日に入院中か）
      *****************************************************************
       830-ZAIIN-CHK-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-ZAIIN
           INITIALIZE                  PTNYUINRRK-REC
           MOVE    SPA-HOSPNUM         TO  PTNYUINRRK-HOSPNUM
           MOVE    MGAIHAKU-PTID       TO  PTNYUINRRK-PTID
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
                       IF      PTNYUINRRK-NYUINYMD <=  MGAIHAKU-STYMD
                       AND   ( PTNYUINRRK-TAIINYMD =   SPACE
                         OR    PTNYUINRRK-TAIINYMD =   ZERO
                         OR    PTNYUINRRK-TAIINYMD >=  MGAIHAKU-STYMD )
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
       830-ZAIIN-CHK-EXT.
           EXIT.
      *****************************************************************
      *    期間重複確認処理
      *    （帰院日が未登録のものは以後ずっと外泊中として扱う）
      *****************************************************************
       840-JUFUKU-CHK-SEC          SECTION.
      *
           MOVE    ZERO                TO  FLG-JUFUKU
           IF      MGAIHAKU-KIKANYMD   =   SPACE
               MOVE    "99999999"          TO  WRK-ENDYMD
           ELSE
               MOVE    MGAIHAKU-KIKANYMD   TO  WRK-ENDYMD
           END-IF
      *
           INITIALIZE                  GAIHAKU-REC
           MOVE    SPA-HOSPNUM         TO  GHK-HOSPNUM
           MOVE    MGAIHAKU-PTID       TO  GHK-PTID
           MOVE    GAIHAKU-REC         TO  MCPDATA-REC
           MOVE    "tbl_gaihaku"       TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH       =   1
                   MOVE    "tbl_gaihaku"       TO  MCP-TABLE
                   MOVE    "ptid"              TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  GAIHAKU-REC
                       PERFORM 845-JUFUKU-1KEN-SEC
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_gaihaku"       TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       840-JUFUKU-CHK-EXT.
           EXIT.
      *****************************************************************
      *    期間重複確認処理（１件）
      *****************************************************************
       845-JUFUKU-1KEN-SEC         SECTION.
      *
      *    変更中の履歴自身は対象外
           IF      MGAIHAKU-SELNUM     IS  NUMERIC
           AND     MGAIHAKU-SELNUM     >   ZERO
           AND     MGAIHAKU-SELNUM     <=  LST-MAX
               MOVE    MGAIHAKU-SELNUM     TO  IDX
               IF      GHK-STYMD           =   LST-STYMD (IDX)
               AND     GHK-STHM            =   LST-STHM (IDX)
                   GO  TO  845-JUFUKU-1KEN-EXT
               END-IF
           END-IF
      *
           IF      GHK-KIKANYMD        =   SPACE
               MOVE    "99999999"          TO  WRK-YMD
           ELSE
               MOVE    GHK-KIKANYMD        TO  WRK-YMD
           END-IF
      *    帰院日と次の開始日が同日になるのは認める
           IF      GHK-STYMD           <   WRK-ENDYMD
           AND     MGAIHAKU-STYMD      <   WRK-YMD
               MOVE    1                   TO  FLG-JUFUKU
           END-IF
           .
       845-JUFUKU-1KEN-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MGAIHAKU"          TO  MCP-WINDOW
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
           MOVE    "MGAIHAKU"          TO  SPA-MOTOPG
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
