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
       PROGRAM-ID.                 ORCGDEATH.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 患者
      *  コンポーネント名  : 死亡登録（ＭＤＥＡＴＨ）
      *                      （患者の死亡日・死亡退院と未精算分の
      *                        請求先となる相続人を登録する。登録時
      *                        に死亡日より後の予約・定期請求予定・
      *                        口座振替を停止し、督促・医療費通知・
      *                        リマインドの対象から外して、停止した
      *                        業務の一覧を表示する。誤登録の取消時
      *                        は停止した業務を一括で元へ戻す。
      *                        停止・戻しはＯＲＣＳＤＥＡＴＨが行い、
      *                        一覧の印刷はＯＲＣＢＤＥＡＴＨで行う）
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
           03  FLG-PTINF           PIC 9(01).
           03  FLG-DEATH           PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(03).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PTID            PIC 9(10).
           03  WRK-DEATHYMD        PIC X(08).
           03  WRK-DEATHYMD-9      REDEFINES   WRK-DEATHYMD
                                   PIC 9(08).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    死亡登録テーブル
      *    （ＯＲＣＳＤＥＡＴＨと同一レイアウト）
       01  PTDEATH-REC.
           03  DTH-HOSPNUM         PIC 9(02).
           03  DTH-PTID            PIC 9(10).
           03  DTH-DEATHYMD        PIC X(08).
      *    死亡退院区分（１：死亡退院）
           03  DTH-TAIINKBN        PIC X(01).
      *    相続人（未精算分の請求先）
           03  DTH-SOZOKU-NAME     PIC X(50).
           03  DTH-SOZOKU-ZOKU     PIC X(20).
           03  DTH-SOZOKU-POST     PIC X(07).
           03  DTH-SOZOKU-ADRS     PIC X(200).
           03  DTH-SOZOKU-TEL      PIC X(15).
      *    状態（０：登録中　９：取消）
           03  DTH-STATE           PIC X(01).
           03  DTH-TOUROKUYMD      PIC X(08).
           03  DTH-TORIKESIYMD     PIC X(08).
           03  DTH-OPID            PIC X(16).
           03  DTH-CREYMD          PIC X(08).
           03  DTH-UPYMD           PIC X(08).
           03  DTH-UPHMS           PIC X(06).
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
      *    死亡登録による関連業務停止サブ
           COPY    "CPORCSDEATH.INC".
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
           COPY    "MDEATH.INC".
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
           MOVE    SPACE               TO  MDEATH-PTNUM
           PERFORM 800-GMN-CLEAR-SEC
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
      *        表示
               WHEN    "CLICKED"       ALSO    "B02"
                   PERFORM 220-HYOUJI-SEC
      *        死亡登録
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-TOUROKU-SEC
      *        登録取消
               WHEN    "CLICKED"       ALSO    "B04"
                   PERFORM 240-TORIKESI-SEC
               WHEN    OTHER
                   PERFORM 210-BACK
           END-EVALUATE
      *
           .
       200-GMNSENI-EXT.
           EXIT.
      *****************************************************************
      *    死亡登録表示処理
      *****************************************************************
       220-HYOUJI-SEC              SECTION.
      *
           PERFORM 800-GMN-CLEAR-SEC
      *
           PERFORM 810-PATIENT-GET-SEC
           IF      FLG-PTINF       NOT =   ZERO
               PERFORM 290-REDISP-SEC
               GO  TO  220-HYOUJI-EXT
           END-IF
      *
           PERFORM 820-PTDEATH-GET-SEC
           IF      FLG-DEATH       NOT =   ZERO
               MOVE    "死亡登録はありません"
                                       TO  MDEATH-MSG
           ELSE
               PERFORM 830-DEATH-DISP-SEC
               MOVE    "4"                 TO  SDEATH-MODE
               PERFORM 900-CALL-ORCSDEATH-SEC
               PERFORM 840-LIST-SET-SEC
           END-IF
      *
           PERFORM 290-REDISP-SEC
           .
       220-HYOUJI-EXT.
           EXIT.
      *****************************************************************
      *    死亡登録処理
      *    （登録後に関連業務を停止し、停止した業務を表示する）
      *****************************************************************
       230-TOUROKU-SEC             SECTION.
      *
           MOVE    SPACE               TO  MDEATH-MSG
           PERFORM 810-PATIENT-GET-SEC
           IF      FLG-PTINF       NOT =   ZERO
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           MOVE    MDEATH-DEATHYMD     TO  WRK-DEATHYMD
           IF      WRK-DEATHYMD-9      IS  NOT NUMERIC
           OR      WRK-DEATHYMD (5:2)  <   "01"
           OR      WRK-DEATHYMD (5:2)  >   "12"
           OR      WRK-DEATHYMD (7:2)  <   "01"
           OR      WRK-DEATHYMD (7:2)  >   "31"
               MOVE    "死亡日に誤りがあります"
                                       TO  MDEATH-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      WRK-DEATHYMD        >   SMCNDATE-YMD
               MOVE    "死亡日が未来日です"
                                       TO  MDEATH-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MDEATH-TAIINKBN NOT =   "1"
               MOVE    SPACE               TO  MDEATH-TAIINKBN
           END-IF
      *
           PERFORM 820-PTDEATH-GET-SEC
           IF      FLG-DEATH           =   ZERO
               MOVE    "死亡登録済みです"  TO  MDEATH-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           INITIALIZE                  PTDEATH-REC
           MOVE    SPA-HOSPNUM         TO  DTH-HOSPNUM
           MOVE    WRK-PTID            TO  DTH-PTID
           MOVE    WRK-DEATHYMD        TO  DTH-DEATHYMD
           MOVE    MDEATH-TAIINKBN     TO  DTH-TAIINKBN
           MOVE    MDEATH-SOZOKU-NAME  TO  DTH-SOZOKU-NAME
           MOVE    MDEATH-SOZOKU-ZOKU  TO  DTH-SOZOKU-ZOKU
           MOVE    MDEATH-SOZOKU-POST  TO  DTH-SOZOKU-POST
           MOVE    MDEATH-SOZOKU-ADRS  TO  DTH-SOZOKU-ADRS
           MOVE    MDEATH-SOZOKU-TEL   TO  DTH-SOZOKU-TEL
           MOVE    "0"                 TO  DTH-STATE
           MOVE    SMCNDATE-YMD        TO  DTH-TOUROKUYMD
           MOVE    SPACE               TO  DTH-TORIKESIYMD
           MOVE    SPA-OPID            TO  DTH-OPID
           MOVE    SMCNDATE-YMD        TO  DTH-CREYMD
                                           DTH-UPYMD
           MOVE    SMCNDATE-HMS        TO  DTH-UPHMS
      *
      *    取消済みの登録は削除後に登録する
           MOVE    PTDEATH-REC         TO  MCPDATA-REC
           MOVE    "tbl_ptdeath"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
      *
           MOVE    PTDEATH-REC         TO  MCPDATA-REC
           MOVE    "tbl_ptdeath"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC          NOT =   ZERO
               MOVE    "死亡登録ができませんでした"
                                       TO  MDEATH-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
      *    関連業務の停止
           MOVE    "2"                 TO  SDEATH-MODE
           PERFORM 900-CALL-ORCSDEATH-SEC
           PERFORM 830-DEATH-DISP-SEC
           PERFORM 840-LIST-SET-SEC
           IF      SDEATH-RC           =   9
               MOVE    "業務停止が一部失敗しました"
                                       TO  MDEATH-MSG
           ELSE
               MOVE    "関連業務を停止しました"
                                       TO  MDEATH-MSG
           END-IF
      *
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    死亡登録取消処理
      *    （停止した業務を元へ戻し、登録を取消にする）
      *****************************************************************
       240-TORIKESI-SEC            SECTION.
      *
           MOVE    SPACE               TO  MDEATH-MSG
           PERFORM 810-PATIENT-GET-SEC
           IF      FLG-PTINF       NOT =   ZERO
               PERFORM 290-REDISP-SEC
               GO  TO  240-TORIKESI-EXT
           END-IF
      *
           PERFORM 820-PTDEATH-GET-SEC
           IF      FLG-DEATH       NOT =   ZERO
               MOVE    "死亡登録はありません"
                                       TO  MDEATH-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-TORIKESI-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
      *    停止業務の戻し
           MOVE    "3"                 TO  SDEATH-MODE
           PERFORM 900-CALL-ORCSDEATH-SEC
      *
           MOVE    "9"                 TO  DTH-STATE
           MOVE    SMCNDATE-YMD        TO  DTH-TORIKESIYMD
                                           DTH-UPYMD
           MOVE    SPA-OPID            TO  DTH-OPID
           MOVE    SMCNDATE-HMS        TO  DTH-UPHMS
           MOVE    PTDEATH-REC         TO  MCPDATA-REC
           MOVE    "tbl_ptdeath"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC          NOT =   ZERO
           OR      SDEATH-RC           =   9
               MOVE    "取消が一部失敗しました"
                                       TO  MDEATH-MSG
           ELSE
               MOVE    "死亡登録を取り消しました"
                                       TO  MDEATH-MSG
           END-IF
      *
           PERFORM 830-DEATH-DISP-SEC
           PERFORM 840-LIST-SET-SEC
           PERFORM 290-REDISP-SEC
           .
       240-TORIKESI-EXT.
           EXIT.
      *****************************************************************
      *    画面項目クリア処理
      *****************************************************************
       800-GMN-CLEAR-SEC           SECTION.
      *
           MOVE    SPACE               TO  MDEATH-NAME
                                           MDEATH-DEATHYMD
                                           MDEATH-TAIINKBN
                                           MDEATH-SOZOKU-NAME
                                           MDEATH-SOZOKU-ZOKU
                                           MDEATH-SOZOKU-POST
                                           MDEATH-SOZOKU-ADRS
                                           MDEATH-SOZOKU-TEL
                                           MDEATH-STATE
                                           MDEATH-MSG
           MOVE    ZERO                TO  MDEATH-MISYU
                                           MDEATH-COUNT
           INITIALIZE                  MDEATH-LIST-AREA
           .
       800-GMN-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    患者取得処理（ＦＬＧ−ＰＴＩＮＦ　０：あり）
      *****************************************************************
       810-PATIENT-GET-SEC         SECTION.
      *
           MOVE    1                   TO  FLG-PTINF
           MOVE    ZERO                TO  WRK-PTID
           MOVE    SPACE               TO  MDEATH-NAME
      *
           IF      MDEATH-PTNUM        =   SPACE
               MOVE    "患者番号を入力してください"
                                       TO  MDEATH-MSG
               GO  TO  810-PATIENT-GET-EXT
           END-IF
      *
           INITIALIZE                  PTNUM-REC
           MOVE    SPA-HOSPNUM         TO  PTNUM-HOSPNUM
           MOVE    MDEATH-PTNUM        TO  PTNUM-PTNUM
           MOVE    PTNUM-REC           TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               MOVE    "tbl_ptnum"         TO  MCP-TABLE
               MOVE    "key2"              TO  MCP-PATHNAME
               CALL    "ORCDBMAIN"         USING
                                           MCPAREA
                                           MCPDATA-REC
                                           SPA-AREA
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTNUM-REC
                   MOVE    PTNUM-PTID          TO  WRK-PTID
               END-IF
           END-IF
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      WRK-PTID            =   ZERO
               MOVE    "患者が登録されていません"
                                       TO  MDEATH-MSG
               GO  TO  810-PATIENT-GET-EXT
           END-IF
      *
           INITIALIZE                  PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    WRK-PTID            TO  PTINF-PTID
           MOVE    PTINF-REC           TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               MOVE    "tbl_ptinf"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               CALL    "ORCDBMAIN"         USING
                                           MCPAREA
                                           MCPDATA-REC
                                           SPA-AREA
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTINF-REC
                   MOVE    PTINF-NAME          TO  MDEATH-NAME
                   MOVE    ZERO                TO  FLG-PTINF
               END-IF
           END-IF
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    "患者が登録されていません"
                                       TO  MDEATH-MSG
           END-IF
           .
       810-PATIENT-GET-EXT.
           EXIT.
      *****************************************************************
      *    死亡登録取得処理（ＦＬＧ−ＤＥＡＴＨ　０：登録中あり）
      *****************************************************************
       820-PTDEATH-GET-SEC         SECTION.
      *
           MOVE    1                   TO  FLG-DEATH
      *
           INITIALIZE                  PTDEATH-REC
           MOVE    SPA-HOSPNUM         TO  DTH-HOSPNUM
           MOVE    WRK-PTID            TO  DTH-PTID
           MOVE    PTDEATH-REC         TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_ptdeath"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               MOVE    "tbl_ptdeath"       TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               CALL    "ORCDBMAIN"         USING
                                           MCPAREA
                                           MCPDATA-REC
                                           SPA-AREA
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTDEATH-REC
                   IF      DTH-STATE           =   "0"
                       MOVE    ZERO                TO  FLG-DEATH
                   END-IF
               END-IF
           END-IF
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           MOVE    "tbl_ptdeath"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           .
       820-PTDEATH-GET-EXT.
           EXIT.
      *****************************************************************
      *    死亡登録内容表示編集処理
      *****************************************************************
       830-DEATH-DISP-SEC          SECTION.
      *
           MOVE    DTH-DEATHYMD        TO  MDEATH-DEATHYMD
           MOVE    DTH-TAIINKBN        TO  MDEATH-TAIINKBN
           MOVE    DTH-SOZOKU-NAME     TO  MDEATH-SOZOKU-NAME
           MOVE    DTH-SOZOKU-ZOKU     TO  MDEATH-SOZOKU-ZOKU
           MOVE    DTH-SOZOKU-POST     TO  MDEATH-SOZOKU-POST
           MOVE    DTH-SOZOKU-ADRS     TO  MDEATH-SOZOKU-ADRS
           MOVE    DTH-SOZOKU-TEL      TO  MDEATH-SOZOKU-TEL
           IF      DTH-STATE           =   "0"
               MOVE    "登録中"            TO  MDEATH-STATE
           ELSE
               MOVE    "取消済"            TO  MDEATH-STATE
           END-IF
           .
       830-DEATH-DISP-EXT.
           EXIT.
      *****************************************************************
      *    停止業務一覧編集処理
      *****************************************************************
       840-LIST-SET-SEC            SECTION.
      *
           INITIALIZE                  MDEATH-LIST-AREA
           MOVE    SDEATH-MISYU        TO  MDEATH-MISYU
           MOVE    SDEATH-STOP-MAX     TO  MDEATH-COUNT
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   SDEATH-STOP-MAX
               MOVE    SDEATH-GYOMUMEI (IDX)
                                       TO  MDEATH-GYOMUMEI (IDX)
               MOVE    SDEATH-NAIYO    (IDX)
                                       TO  MDEATH-NAIYO    (IDX)
               MOVE    SDEATH-KEKKA    (IDX)
                                       TO  MDEATH-KEKKA    (IDX)
           END-PERFORM
           .
       840-LIST-SET-EXT.
           EXIT.
      *****************************************************************
      *    関連業務停止サブ呼出処理
      *****************************************************************
       900-CALL-ORCSDEATH-SEC      SECTION.
      *
           MOVE    SPA-HOSPNUM         TO  SDEATH-HOSPNUM
           MOVE    WRK-PTID            TO  SDEATH-PTID
           MOVE    SPA-OPID            TO  SDEATH-OPID
           CALL    "ORCSDEATH"         USING   ORCSDEATHAREA
           .
       900-CALL-ORCSDEATH-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MDEATH"            TO  MCP-WINDOW
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
           MOVE    "MDEATH"            TO  SPA-MOTOPG
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
