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
       PROGRAM-ID.                 ORCGIRYOKEN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 公費
      *  コンポーネント名  : 医療券受領登録（ＭＩＲＹＯＫＥＮ）
      *                      （生活保護（公費０１２）の患者について
      *                        診療月ごとの医療券・調剤券の受領状況
      *                        （受領日・券番号・有効期間）を
      *                        医療券受領台帳へ登録する。
      *                        福祉事務所は診療月に有効な生活保護の
      *                        負担者番号とする。
      *                        未着医療券の依頼書はＯＲＣＢＩＲＹＯ
      *                        ＫＥＮで作成する）
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
           03  FLG-SEIHO           PIC 9(01).
           03  FLG-IRYOKEN         PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(02).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-RC              PIC S9(09)  BINARY.
           03  WRK-STYMD           PIC X(08).
           03  WRK-EDYMD           PIC X(08).
      *
      *    生活保護の公費番号
       01  CONST-AREA.
           03  CONST-SEIHO-KOHNUM  PIC X(03)   VALUE   "012".
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    医療券受領台帳テーブル
      *    （ＯＲＣＢＩＲＹＯＫＥＮが未着判定に使用する）
       01  IRYOKEN-REC.
           03  IRK-HOSPNUM         PIC 9(02).
           03  IRK-PTID            PIC 9(10).
           03  IRK-SRYYM           PIC X(06).
      *    券区分（１：医療券　２：調剤券）
           03  IRK-KENKBN          PIC X(01).
      *    福祉事務所（生活保護の負担者番号）・受給者番号
           03  IRK-FTNJANUM        PIC X(08).
           03  IRK-JKYSNUM         PIC X(07).
           03  IRK-JYURYOYMD       PIC X(08).
           03  IRK-KENNUM          PIC X(20).
           03  IRK-YUKOSTYMD       PIC X(08).
           03  IRK-YUKOEDYMD       PIC X(08).
      *    福祉事務所への送付依頼日（ＯＲＣＢＩＲＹＯＫＥＮが記録）
           03  IRK-IRAIYMD         PIC X(08).
           03  IRK-UPYMD           PIC X(08).
           03  IRK-UPHMS           PIC X(06).
      *
      *    患者情報
       01  PTINF-REC.
           COPY    "CPPTINF.INC".
      *
      *    患者公費情報
       01  PTKOHINF-REC.
           COPY    "CPPTKOHINF.INC".
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
           COPY    "MIRYOKEN.INC".
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
           MOVE    SPACE               TO  MIRYOKEN-PTID
                                           MIRYOKEN-SRYYM
                                           MIRYOKEN-KENKBN
                                           MIRYOKEN-NAME
                                           MIRYOKEN-FTNJANUM
                                           MIRYOKEN-JKYSNUM
                                           MIRYOKEN-JYURYOYMD
                                           MIRYOKEN-KENNUM
                                           MIRYOKEN-YUKOSTYMD
                                           MIRYOKEN-YUKOEDYMD
                                           MIRYOKEN-MSG
           INITIALIZE                      MIRYOKEN-PTID
                                           MIRYOKEN-SRYYM
                                           MIRYOKEN-KENKBN
                                           MIRYOKEN-NAME
                                           MIRYOKEN-FTNJANUM
                                           MIRYOKEN-JKYSNUM
                                           MIRYOKEN-JYURYOYMD
                                           MIRYOKEN-KENNUM
                                           MIRYOKEN-YUKOSTYMD
                                           MIRYOKEN-YUKOEDYMD
                                           MIRYOKEN-MSG
      *    診療月・券区分の初期値は当月・医療券
           MOVE    SPA-SYSYMD (1:6)    TO  MIRYOKEN-SRYYM
           MOVE    "1"                 TO  MIRYOKEN-KENKBN
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
      *        受領状況表示（患者別）
               WHEN    "CLICKED"       ALSO    "B02"
                   MOVE    SPACE               TO  MIRYOKEN-MSG
                   PERFORM 220-DISP-SEC
                   PERFORM 290-REDISP-SEC
      *        受領登録
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-TOUROKU-SEC
      *        受領取消
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
      *    受領状況表示処理
      *    （診療月の生活保護の負担者番号・受給者番号と、指定した
      *      券区分の受領内容、患者の受領履歴を表示する）
      *****************************************************************
       220-DISP-SEC                SECTION.
      *
           PERFORM 250-LST-CLEAR-SEC
      *
           IF      MIRYOKEN-PTID       IS  NOT NUMERIC
           OR      MIRYOKEN-PTID       =   ZERO
               MOVE    "患者番号を入力してください"
                                       TO  MIRYOKEN-MSG
               GO  TO  220-DISP-EXT
           END-IF
           IF      MIRYOKEN-SRYYM      IS  NOT NUMERIC
               MOVE    "診療月に誤りがあります"
                                       TO  MIRYOKEN-MSG
               GO  TO  220-DISP-EXT
           END-IF
      *
           PERFORM 800-PTINF-GET-SEC
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    SPACE               TO  MIRYOKEN-NAME
               MOVE    "患者が登録されていません"
                                       TO  MIRYOKEN-MSG
               GO  TO  220-DISP-EXT
           END-IF
           MOVE    PTINF-NAME          TO  MIRYOKEN-NAME
      *
           PERFORM 810-SEIHO-GET-SEC
           IF      FLG-SEIHO       NOT =   ZERO
               MOVE    SPACE               TO  MIRYOKEN-FTNJANUM
                                               MIRYOKEN-JKYSNUM
               MOVE    "生活保護の公費がありません"
                                       TO  MIRYOKEN-MSG
           ELSE
               MOVE    PTKOH-FTNJANUM      TO  MIRYOKEN-FTNJANUM
               MOVE    PTKOH-JKYSNUM       TO  MIRYOKEN-JKYSNUM
           END-IF
      *
           PERFORM 820-IRYOKEN-GET-SEC
           IF      FLG-IRYOKEN         =   ZERO
           AND     IRK-JYURYOYMD   NOT =   SPACE
               MOVE    IRK-JYURYOYMD       TO  MIRYOKEN-JYURYOYMD
               MOVE    IRK-KENNUM          TO  MIRYOKEN-KENNUM
               MOVE    IRK-YUKOSTYMD       TO  MIRYOKEN-YUKOSTYMD
               MOVE    IRK-YUKOEDYMD       TO  MIRYOKEN-YUKOEDYMD
           ELSE
               MOVE    SPACE               TO  MIRYOKEN-JYURYOYMD
                                               MIRYOKEN-KENNUM
                                               MIRYOKEN-YUKOSTYMD
                                               MIRYOKEN-YUKOEDYMD
               IF      MIRYOKEN-MSG        =   SPACE
                   MOVE    "未受領です"        TO  MIRYOKEN-MSG
               END-IF
           END-IF
      *
      *    受領履歴
           INITIALIZE                  IRYOKEN-REC
           MOVE    SPA-HOSPNUM         TO  IRK-HOSPNUM
           MOVE    MIRYOKEN-PTID       TO  IRK-PTID
           MOVE    IRYOKEN-REC         TO  MCPDATA-REC
           MOVE    "tbl_iryoken"       TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 221-RIREKI-FETCH-SEC
                       UNTIL   FLG-FETCH   =   1
               MOVE    "tbl_iryoken"       TO  MCP-TABLE
               MOVE    "ptid"              TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       220-DISP-EXT.
           EXIT.
      *****************************************************************
      *    受領履歴読込処理
      *****************************************************************
       221-RIREKI-FETCH-SEC        SECTION.
      *
           MOVE    "tbl_iryoken"       TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  221-RIREKI-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  IRYOKEN-REC
      *
           IF      IDX                 >=  12
               GO  TO  221-RIREKI-FETCH-EXT
           END-IF
           ADD     1                   TO  IDX
           MOVE    IRK-SRYYM           TO  MIRYOKEN-LST-SRYYM (IDX)
           IF      IRK-KENKBN          =   "2"
               MOVE    "調剤券"            TO  MIRYOKEN-LST-KBN (IDX)
           ELSE
               MOVE    "医療券"            TO  MIRYOKEN-LST-KBN (IDX)
           END-IF
           MOVE    IRK-FTNJANUM        TO  MIRYOKEN-LST-FTNJA (IDX)
           IF      IRK-JYURYOYMD       =   SPACE
               MOVE    "未着"
                                   TO  MIRYOKEN-LST-JYURYO (IDX)
           ELSE
               MOVE    IRK-JYURYOYMD       TO  MIRYOKEN-LST-JYURYO (IDX)
           END-IF
           MOVE    IRK-KENNUM          TO  MIRYOKEN-LST-KENNUM (IDX)
           MOVE    IRK-IRAIYMD         TO  MIRYOKEN-LST-IRAI (IDX)
           .
       221-RIREKI-FETCH-EXT.
           EXIT.
      *****************************************************************
      *    受領登録処理
      *****************************************************************
       230-TOUROKU-SEC             SECTION.
      *
           IF      MIRYOKEN-PTID       IS  NOT NUMERIC
           OR      MIRYOKEN-PTID       =   ZERO
           OR      MIRYOKEN-SRYYM      IS  NOT NUMERIC
               MOVE    "患者番号・診療月が未入力です"
                                       TO  MIRYOKEN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF    ( MIRYOKEN-KENKBN NOT =   "1" )
           AND   ( MIRYOKEN-KENKBN NOT =   "2" )
               MOVE    "券区分に誤りがあります"
                                       TO  MIRYOKEN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MIRYOKEN-JYURYOYMD  IS  NOT NUMERIC
               MOVE    "受領日に誤りがあります"
                                       TO  MIRYOKEN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MIRYOKEN-KENNUM     =   SPACE
               MOVE    "券番号を入力してください"
                                       TO  MIRYOKEN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *    有効期間は診療月にかかっていること
           IF      MIRYOKEN-YUKOSTYMD  IS  NOT NUMERIC
           OR      MIRYOKEN-YUKOEDYMD  IS  NOT NUMERIC
           OR      MIRYOKEN-YUKOSTYMD  >   MIRYOKEN-YUKOEDYMD
               MOVE    "有効期間に誤りがあります"
                                       TO  MIRYOKEN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MIRYOKEN-YUKOSTYMD (1:6)    >   MIRYOKEN-SRYYM
           OR      MIRYOKEN-YUKOEDYMD (1:6)    <   MIRYOKEN-SRYYM
               MOVE    "有効期間が診療月と合いません"
                                       TO  MIRYOKEN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           PERFORM 810-SEIHO-GET-SEC
           IF      FLG-SEIHO       NOT =   ZERO
               MOVE    "生活保護の公費がありません"
                                       TO  MIRYOKEN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    依頼日は引き継ぐ
           PERFORM 820-IRYOKEN-GET-SEC
           IF      FLG-IRYOKEN     NOT =   ZERO
               INITIALIZE                  IRYOKEN-REC
               MOVE    SPA-HOSPNUM         TO  IRK-HOSPNUM
               MOVE    MIRYOKEN-PTID       TO  IRK-PTID
               MOVE    MIRYOKEN-SRYYM      TO  IRK-SRYYM
               MOVE    MIRYOKEN-KENKBN     TO  IRK-KENKBN
           END-IF
           MOVE    PTKOH-FTNJANUM      TO  IRK-FTNJANUM
           MOVE    PTKOH-JKYSNUM       TO  IRK-JKYSNUM
           MOVE    MIRYOKEN-JYURYOYMD  TO  IRK-JYURYOYMD
           MOVE    MIRYOKEN-KENNUM     TO  IRK-KENNUM
           MOVE    MIRYOKEN-YUKOSTYMD  TO  IRK-YUKOSTYMD
           MOVE    MIRYOKEN-YUKOEDYMD  TO  IRK-YUKOEDYMD
           MOVE    SMCNDATE-YMD        TO  IRK-UPYMD
           MOVE    SMCNDATE-HMS        TO  IRK-UPHMS
           MOVE    IRYOKEN-REC         TO  MCPDATA-REC
           MOVE    "tbl_iryoken"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           IF      FLG-IRYOKEN         =   ZERO
               MOVE    "DBUPDATE"          TO  MCP-FUNC
           ELSE
               MOVE    "DBINSERT"          TO  MCP-FUNC
           END-IF
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           MOVE    SPACE               TO  MIRYOKEN-MSG
           PERFORM 220-DISP-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "受領を登録しました"
                                       TO  MIRYOKEN-MSG
           ELSE
               MOVE    "登録できませんでした"
                                       TO  MIRYOKEN-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    受領取消処理
      *    （受領内容を消去し未着に戻す。依頼日は残す）
      *****************************************************************
       240-SAKUJO-SEC              SECTION.
      *
           IF      MIRYOKEN-PTID       IS  NOT NUMERIC
           OR      MIRYOKEN-PTID       =   ZERO
           OR      MIRYOKEN-SRYYM      IS  NOT NUMERIC
               MOVE    "患者番号・診療月が未入力です"
                                       TO  MIRYOKEN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
      *
           PERFORM 820-IRYOKEN-GET-SEC
           IF      FLG-IRYOKEN     NOT =   ZERO
           OR      IRK-JYURYOYMD       =   SPACE
               MOVE    "受領の登録がありません"
                                       TO  MIRYOKEN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           MOVE    SPACE               TO  IRK-JYURYOYMD
                                           IRK-KENNUM
                                           IRK-YUKOSTYMD
                                           IRK-YUKOEDYMD
           MOVE    SMCNDATE-YMD        TO  IRK-UPYMD
           MOVE    SMCNDATE-HMS        TO  IRK-UPHMS
           MOVE    IRYOKEN-REC         TO  MCPDATA-REC
           MOVE    "tbl_iryoken"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           MOVE    SPACE               TO  MIRYOKEN-MSG
           PERFORM 220-DISP-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "受領を取り消しました"
                                       TO  MIRYOKEN-MSG
           ELSE
               MOVE    "取り消しできませんでした"
                                       TO  MIRYOKEN-MSG
           END-IF
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
                   UNTIL   IDX >   12
               MOVE    SPACE               TO
                       MIRYOKEN-LST-SRYYM (IDX)
                       MIRYOKEN-LST-KBN    ( IDX )
                       MIRYOKEN-LST-FTNJA (IDX)
                       MIRYOKEN-LST-JYURYO (IDX)
                       MIRYOKEN-LST-KENNUM (IDX)
                       MIRYOKEN-LST-IRAI (IDX)
           END-PERFORM
           MOVE    ZERO                TO  IDX
           .
       250-LST-CLEAR-EXT.
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
           MOVE    MIRYOKEN-PTID       TO  PTINF-PTID
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
      *    生活保護公費取得処理
      *    （診療月に有効な公費０１２を取得する）
      *****************************************************************
       810-SEIHO-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-SEIHO
           MOVE    MIRYOKEN-SRYYM      TO  WRK-STYMD
                                           WRK-EDYMD
           MOVE    "01"                TO  WRK-STYMD (7:2)
           MOVE    "31"                TO  WRK-EDYMD (7:2)
      *
           INITIALIZE                  PTKOHINF-REC
           MOVE    SPA-HOSPNUM         TO  PTKOH-HOSPNUM
           MOVE    MIRYOKEN-PTID       TO  PTKOH-PTID
           MOVE    CONST-SEIHO-KOHNUM  TO  PTKOH-KOHNUM
           MOVE    PTKOHINF-REC        TO  MCPDATA-REC
           MOVE    "tbl_ptkohinf"      TO  MCP-TABLE
           MOVE    "key4"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH   =   1
                   MOVE    "tbl_ptkohinf"      TO  MCP-TABLE
                   MOVE    "key4"              TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  PTKOHINF-REC
                       IF      PTKOH-TEKSTYMD      <=  WRK-EDYMD
                       AND     PTKOH-TEKEDYMD      >=  WRK-STYMD
                       AND     PTKOH-SAKJOKBN      =   SPACE
                           MOVE    ZERO                TO  FLG-SEIHO
                           MOVE    1                   TO  FLG-FETCH
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
               MOVE    "tbl_ptkohinf"      TO  MCP-TABLE
               MOVE    "key4"              TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       810-SEIHO-GET-EXT.
           EXIT.
      *****************************************************************
      *    医療券受領台帳取得処理
      *****************************************************************
       820-IRYOKEN-GET-SEC         SECTION.
      *
           MOVE    1                   TO  FLG-IRYOKEN
      *
           INITIALIZE                  IRYOKEN-REC
           MOVE    SPA-HOSPNUM         TO  IRK-HOSPNUM
           MOVE    MIRYOKEN-PTID       TO  IRK-PTID
           MOVE    MIRYOKEN-SRYYM      TO  IRK-SRYYM
           MOVE    MIRYOKEN-KENKBN     TO  IRK-KENKBN
           MOVE    IRYOKEN-REC         TO  MCPDATA-REC
           MOVE    "tbl_iryoken"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_iryoken"       TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  IRYOKEN-REC
                   MOVE    ZERO                TO  FLG-IRYOKEN
               END-IF
               MOVE    "tbl_iryoken"       TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       820-IRYOKEN-GET-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MIRYOKEN"          TO  MCP-WINDOW
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
           MOVE    "MIRYOKEN"          TO  SPA-MOTOPG
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
