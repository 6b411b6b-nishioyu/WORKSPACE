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
       PROGRAM-ID.                 ORCGJKKANRI.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 公費
      *  コンポーネント名  : 自己負担上限額管理票（ＭＪＫＫＡＮＲＩ）
      *                      （指定難病（公費０５４）・小児慢性特定
      *                        疾病（公費０５２）の患者について、
      *                        月額自己負担上限額を登録し、診療月の
      *                        上限管理票（当院分は会計確定時に自己
      *                        負担上限額管理サブ（ＯＲＣＳＪＫＦＴＮ）
      *                        が累計）を表示する。他の医療機関・
      *                        薬局が管理票へ記入した分は手入力で
      *                        登録・削除する。当院記載欄の印刷は
      *                        ＯＲＣＢＪＫＫＡＮＲＩで行う）
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
           03  FLG-KOHI            PIC 9(01).
           03  FLG-JOGEN           PIC 9(01).
           03  FLG-KANRI           PIC 9(01).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-COUNT           PIC 9(04)   COMP.
           03  WRK-RC              PIC S9(09)  BINARY.
           03  WRK-STYMD           PIC X(08).
           03  WRK-EDYMD           PIC X(08).
           03  WRK-RUIKEI          PIC S9(08).
           03  WRK-ZAN             PIC S9(08).
           03  WRK-MAX-RENNUM      PIC 9(03).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    自己負担上限額登録テーブル
      *    （ＯＲＣＳＪＫＦＴＮと同一レイアウト）
       01  JKJOGEN-REC.
           03  JKJ-HOSPNUM         PIC 9(02).
           03  JKJ-PTID            PIC 9(10).
           03  JKJ-KOHNUM          PIC X(03).
           03  JKJ-STYMD           PIC X(08).
           03  JKJ-EDYMD           PIC X(08).
           03  JKJ-JOGENGAKU       PIC 9(06).
           03  JKJ-UPYMD           PIC X(08).
           03  JKJ-UPHMS           PIC X(06).
      *
      *    自己負担上限額管理票テーブル
      *    （ＯＲＣＳＪＫＦＴＮと同一レイアウト）
       01  JKKANRI-REC.
           03  JKK-HOSPNUM         PIC 9(02).
           03  JKK-PTID            PIC 9(10).
           03  JKK-KOHNUM          PIC X(03).
           03  JKK-SRYYM           PIC X(06).
           03  JKK-RENNUM          PIC 9(03).
           03  JKK-SRYYMD          PIC X(08).
           03  JKK-KIKANKBN        PIC X(01).
           03  JKK-KIKANNAME       PIC X(40).
           03  JKK-IRYOHI          PIC 9(08).
           03  JKK-FTNGAKU         PIC 9(06).
           03  JKK-UPYMD           PIC X(08).
           03  JKK-UPHMS           PIC X(06).
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
           COPY    "MJKKANRI.INC".
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
           MOVE    SPACE               TO  MJKKANRI-PTID
                                           MJKKANRI-NAME
                                           MJKKANRI-KOHNUM
                                           MJKKANRI-SRYYM
                                           MJKKANRI-JOGENGAKU
                                           MJKKANRI-STYMD
                                           MJKKANRI-EDYMD
                                           MJKKANRI-RUIKEI
                                           MJKKANRI-ZAN
                                           MJKKANRI-RENNUM
                                           MJKKANRI-SRYYMD
                                           MJKKANRI-KIKANKBN
                                           MJKKANRI-KIKANNAME
                                           MJKKANRI-IRYOHI
                                           MJKKANRI-FTNGAKU
                                           MJKKANRI-MSG
           INITIALIZE                      MJKKANRI-PTID
                                           MJKKANRI-NAME
                                           MJKKANRI-KOHNUM
                                           MJKKANRI-SRYYM
                                           MJKKANRI-JOGENGAKU
                                           MJKKANRI-STYMD
                                           MJKKANRI-EDYMD
                                           MJKKANRI-RUIKEI
                                           MJKKANRI-ZAN
                                           MJKKANRI-RENNUM
                                           MJKKANRI-SRYYMD
                                           MJKKANRI-KIKANKBN
                                           MJKKANRI-KIKANNAME
                                           MJKKANRI-IRYOHI
                                           MJKKANRI-FTNGAKU
                                           MJKKANRI-MSG
      *    公費・診療月の初期値は指定難病・当月
           MOVE    "054"               TO  MJKKANRI-KOHNUM
           MOVE    SPA-SYSYMD (1:6)    TO  MJKKANRI-SRYYM
           MOVE    ZERO                TO  MJKKANRI-COUNT
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
      *        管理票表示
               WHEN    "CLICKED"       ALSO    "B02"
                   MOVE    SPACE               TO  MJKKANRI-MSG
                   PERFORM 220-DISP-SEC
                   PERFORM 290-REDISP-SEC
      *        他機関分登録
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-TOUROKU-SEC
      *        他機関分削除
               WHEN    "CLICKED"       ALSO    "B04"
                   PERFORM 240-SAKUJO-SEC
      *        上限額登録
               WHEN    "CLICKED"       ALSO    "B05"
                   PERFORM 250-JOGEN-TOUROKU-SEC
               WHEN    OTHER
                   PERFORM 210-BACK
           END-EVALUATE
      *
           .
       200-GMNSENI-EXT.
           EXIT.
      *****************************************************************
      *    管理票表示処理
      *    （診療月に有効な上限額と管理票の明細・累計を表示する）
      *****************************************************************
       220-DISP-SEC                SECTION.
      *
           MOVE    ZERO                TO  MJKKANRI-COUNT
           MOVE    SPACE               TO  MJKKANRI-RUIKEI
                                           MJKKANRI-ZAN
      *
           PERFORM 260-KEY-CHK-SEC
           IF      MJKKANRI-MSG    NOT =   SPACE
               GO  TO  220-DISP-EXT
           END-IF
      *
           PERFORM 800-PTINF-GET-SEC
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    SPACE               TO  MJKKANRI-NAME
               MOVE    "患者が登録されていません"
                                       TO  MJKKANRI-MSG
               GO  TO  220-DISP-EXT
           END-IF
           MOVE    PTINF-NAME          TO  MJKKANRI-NAME
      *
           PERFORM 810-KOHI-GET-SEC
           IF      FLG-KOHI        NOT =   ZERO
               MOVE    "診療月に有効な公費がありません"
                                       TO  MJKKANRI-MSG
           END-IF
      *
      *    月末時点の上限額を表示する
           PERFORM 820-JOGEN-GET-SEC
           IF      FLG-JOGEN           =   ZERO
               MOVE    JKJ-JOGENGAKU       TO  MJKKANRI-JOGENGAKU
               MOVE    JKJ-STYMD           TO  MJKKANRI-STYMD
               MOVE    JKJ-EDYMD           TO  MJKKANRI-EDYMD
           ELSE
               MOVE    SPACE               TO  MJKKANRI-JOGENGAKU
                                               MJKKANRI-STYMD
                                               MJKKANRI-EDYMD
               IF      MJKKANRI-MSG        =   SPACE
                   MOVE    "上限額が登録されていません"
                                       TO  MJKKANRI-MSG
               END-IF
           END-IF
      *
           PERFORM 830-KANRI-LIST-SEC
           MOVE    WRK-RUIKEI          TO  MJKKANRI-RUIKEI
           IF      FLG-JOGEN           =   ZERO
               COMPUTE WRK-ZAN     =   JKJ-JOGENGAKU
                                   -   WRK-RUIKEI
               IF      WRK-ZAN             <   ZERO
                   MOVE    ZERO                TO  WRK-ZAN
               END-IF
               MOVE    WRK-ZAN             TO  MJKKANRI-ZAN
               IF      WRK-ZAN             =   ZERO
               AND     MJKKANRI-MSG        =   SPACE
                   MOVE    "上限額に到達しています"
                                       TO  MJKKANRI-MSG
               END-IF
           END-IF
           .
       220-DISP-EXT.
           EXIT.
      *****************************************************************
      *    他機関分登録処理
      *    （連番未入力は追加、入力時はその明細を変更する。
      *      当院分は会計確定で累計されるため変更できない）
      *****************************************************************
       230-TOUROKU-SEC             SECTION.
      *
           PERFORM 260-KEY-CHK-SEC
           IF      MJKKANRI-MSG    NOT =   SPACE
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF    ( MJKKANRI-KIKANKBN NOT =   "2" )
           AND   ( MJKKANRI-KIKANKBN NOT =   "3" )
               MOVE    "記載機関区分は２か３です"
                                       TO  MJKKANRI-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MJKKANRI-SRYYMD     IS  NOT NUMERIC
           OR      MJKKANRI-SRYYMD (1:6)
                                   NOT =   MJKKANRI-SRYYM
               MOVE    "診療日に誤りがあります"
                                       TO  MJKKANRI-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MJKKANRI-KIKANNAME  =   SPACE
               MOVE    "機関名を入力してください"
                                       TO  MJKKANRI-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MJKKANRI-FTNGAKU    IS  NOT NUMERIC
               MOVE    "自己負担額に誤りがあります"
                                       TO  MJKKANRI-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           PERFORM 830-KANRI-LIST-SEC
      *
           INITIALIZE                  JKKANRI-REC
           MOVE    SPA-HOSPNUM         TO  JKK-HOSPNUM
           MOVE    MJKKANRI-PTID       TO  JKK-PTID
           MOVE    MJKKANRI-KOHNUM     TO  JKK-KOHNUM
           MOVE    MJKKANRI-SRYYM      TO  JKK-SRYYM
           IF      MJKKANRI-RENNUM     IS  NUMERIC
           AND     MJKKANRI-RENNUM     >   ZERO
               MOVE    MJKKANRI-RENNUM     TO  JKK-RENNUM
               PERFORM 840-KANRI-GET-SEC
               IF      FLG-KANRI       NOT =   ZERO
                   MOVE    "該当する明細がありません"
                                       TO  MJKKANRI-MSG
                   PERFORM 290-REDISP-SEC
                   GO  TO  230-TOUROKU-EXT
               END-IF
               IF      JKK-KIKANKBN        =   "1"
                   MOVE    "当院分は変更できません"
                                       TO  MJKKANRI-MSG
                   PERFORM 290-REDISP-SEC
                   GO  TO  230-TOUROKU-EXT
               END-IF
               MOVE    "DBUPDATE"          TO  MCP-FUNC
           ELSE
               IF      WRK-MAX-RENNUM      >=  999
                   MOVE    "明細の件数が上限を超えます"
                                       TO  MJKKANRI-MSG
                   PERFORM 290-REDISP-SEC
                   GO  TO  230-TOUROKU-EXT
               END-IF
               COMPUTE JKK-RENNUM      =   WRK-MAX-RENNUM  +   1
               MOVE    "DBINSERT"          TO  MCP-FUNC
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           MOVE    MJKKANRI-SRYYMD     TO  JKK-SRYYMD
           MOVE    MJKKANRI-KIKANKBN   TO  JKK-KIKANKBN
           MOVE    MJKKANRI-KIKANNAME  TO  JKK-KIKANNAME
           IF      MJKKANRI-IRYOHI     IS  NUMERIC
               MOVE    MJKKANRI-IRYOHI     TO  JKK-IRYOHI
           ELSE
               MOVE    ZERO                TO  JKK-IRYOHI
           END-IF
           MOVE    MJKKANRI-FTNGAKU    TO  JKK-FTNGAKU
           MOVE    SMCNDATE-YMD        TO  JKK-UPYMD
           MOVE    SMCNDATE-HMS        TO  JKK-UPHMS
           MOVE    JKKANRI-REC         TO  MCPDATA-REC
           MOVE    "tbl_jkkanri"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           MOVE    SPACE               TO  MJKKANRI-MSG
           PERFORM 220-DISP-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "登録しました"      TO  MJKKANRI-MSG
               MOVE    SPACE               TO  MJKKANRI-RENNUM
                                               MJKKANRI-SRYYMD
                                               MJKKANRI-KIKANNAME
                                               MJKKANRI-IRYOHI
                                               MJKKANRI-FTNGAKU
           ELSE
               MOVE    "登録できませんでした"
                                       TO  MJKKANRI-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    他機関分削除処理
      *****************************************************************
       240-SAKUJO-SEC              SECTION.
      *
           PERFORM 260-KEY-CHK-SEC
           IF      MJKKANRI-MSG    NOT =   SPACE
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
           IF      MJKKANRI-RENNUM     IS  NOT NUMERIC
           OR      MJKKANRI-RENNUM     =   ZERO
               MOVE    "連番を入力してください"
                                       TO  MJKKANRI-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
      *
           INITIALIZE                  JKKANRI-REC
           MOVE    SPA-HOSPNUM         TO  JKK-HOSPNUM
           MOVE    MJKKANRI-PTID       TO  JKK-PTID
           MOVE    MJKKANRI-KOHNUM     TO  JKK-KOHNUM
           MOVE    MJKKANRI-SRYYM      TO  JKK-SRYYM
           MOVE    MJKKANRI-RENNUM     TO  JKK-RENNUM
           PERFORM 840-KANRI-GET-SEC
           IF      FLG-KANRI       NOT =   ZERO
               MOVE    "該当する明細がありません"
                                       TO  MJKKANRI-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
           IF      JKK-KIKANKBN        =   "1"
               MOVE    "当院分は削除できません"
                                       TO  MJKKANRI-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
      *
           MOVE    JKKANRI-REC         TO  MCPDATA-REC
           MOVE    "tbl_jkkanri"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           MOVE    SPACE               TO  MJKKANRI-MSG
           PERFORM 220-DISP-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "削除しました"      TO  MJKKANRI-MSG
               MOVE    SPACE               TO  MJKKANRI-RENNUM
           ELSE
               MOVE    "削除できませんでした"
                                       TO  MJKKANRI-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       240-SAKUJO-EXT.
           EXIT.
      *****************************************************************
      *    上限額登録処理
      *    （同一開始日は削除後に登録する（変更を兼ねる））
      *****************************************************************
       250-JOGEN-TOUROKU-SEC       SECTION.
      *
           PERFORM 260-KEY-CHK-SEC
           IF      MJKKANRI-MSG    NOT =   SPACE
               PERFORM 290-REDISP-SEC
               GO  TO  250-JOGEN-TOUROKU-EXT
           END-IF
           IF      MJKKANRI-JOGENGAKU  IS  NOT NUMERIC
               MOVE    "上限額に誤りがあります"
                                       TO  MJKKANRI-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  250-JOGEN-TOUROKU-EXT
           END-IF
           IF      MJKKANRI-STYMD      IS  NOT NUMERIC
               MOVE    "開始日を入力してください"
                                       TO  MJKKANRI-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  250-JOGEN-TOUROKU-EXT
           END-IF
           IF      MJKKANRI-EDYMD      IS  NOT NUMERIC
               MOVE    "99999999"          TO  MJKKANRI-EDYMD
           END-IF
           IF      MJKKANRI-STYMD      >   MJKKANRI-EDYMD
               MOVE    "有効期間に誤りがあります"
                                       TO  MJKKANRI-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  250-JOGEN-TOUROKU-EXT
           END-IF
      *
           PERFORM 810-KOHI-GET-SEC
           IF      FLG-KOHI        NOT =   ZERO
               MOVE    "診療月に有効な公費がありません"
                                       TO  MJKKANRI-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  250-JOGEN-TOUROKU-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           INITIALIZE                  JKJOGEN-REC
           MOVE    SPA-HOSPNUM         TO  JKJ-HOSPNUM
           MOVE    MJKKANRI-PTID       TO  JKJ-PTID
           MOVE    MJKKANRI-KOHNUM     TO  JKJ-KOHNUM
           MOVE    MJKKANRI-STYMD      TO  JKJ-STYMD
           MOVE    MJKKANRI-EDYMD      TO  JKJ-EDYMD
           MOVE    MJKKANRI-JOGENGAKU  TO  JKJ-JOGENGAKU
           MOVE    SMCNDATE-YMD        TO  JKJ-UPYMD
           MOVE    SMCNDATE-HMS        TO  JKJ-UPHMS
      *
           MOVE    JKJOGEN-REC         TO  MCPDATA-REC
           MOVE    "tbl_jkjogen"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    JKJOGEN-REC         TO  MCPDATA-REC
           MOVE    "tbl_jkjogen"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           MOVE    SPACE               TO  MJKKANRI-MSG
           PERFORM 220-DISP-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "上限額を登録しました"
                                       TO  MJKKANRI-MSG
           ELSE
               MOVE    "上限額を登録できませんでした"
                                       TO  MJKKANRI-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       250-JOGEN-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    キー項目チェック処理
      *    （誤りがあればメッセージを設定する）
      *****************************************************************
       260-KEY-CHK-SEC             SECTION.
      *
           MOVE    SPACE               TO  MJKKANRI-MSG
           IF      MJKKANRI-PTID       IS  NOT NUMERIC
           OR      MJKKANRI-PTID       =   ZERO
               MOVE    "患者番号を入力してください"
                                       TO  MJKKANRI-MSG
               GO  TO  260-KEY-CHK-EXT
           END-IF
           IF    ( MJKKANRI-KOHNUM NOT =   "052" )
           AND   ( MJKKANRI-KOHNUM NOT =   "054" )
               MOVE    "公費は０５２か０５４です"
                                       TO  MJKKANRI-MSG
               GO  TO  260-KEY-CHK-EXT
           END-IF
           IF      MJKKANRI-SRYYM      IS  NOT NUMERIC
               MOVE    "診療月に誤りがあります"
                                       TO  MJKKANRI-MSG
               GO  TO  260-KEY-CHK-EXT
           END-IF
           .
       260-KEY-CHK-EXT.
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
           MOVE    MJKKANRI-PTID       TO  PTINF-PTID
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
      *    公費取得処理
      *    （診療月に有効な指定の公費（０５２・０５４）を取得する）
      *****************************************************************
       810-KOHI-GET-SEC            SECTION.
      *
           MOVE    1                   TO  FLG-KOHI
           MOVE    MJKKANRI-SRYYM      TO  WRK-STYMD
                                           WRK-EDYMD
           MOVE    "01"                TO  WRK-STYMD (7:2)
           MOVE    "31"                TO  WRK-EDYMD (7:2)
      *
           INITIALIZE                  PTKOHINF-REC
           MOVE    SPA-HOSPNUM         TO  PTKOH-HOSPNUM
           MOVE    MJKKANRI-PTID       TO  PTKOH-PTID
           MOVE    MJKKANRI-KOHNUM     TO  PTKOH-KOHNUM
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
                           MOVE    ZERO                TO  FLG-KOHI
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
       810-KOHI-GET-EXT.
           EXIT.
      *****************************************************************
      *    上限額取得処理
      *    （診療月の月末時点で有効な上限額を取得する）
      *****************************************************************
       820-JOGEN-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-JOGEN
           MOVE    MJKKANRI-SRYYM      TO  WRK-EDYMD
           MOVE    "31"                TO  WRK-EDYMD (7:2)
      *
           INITIALIZE                  JKJOGEN-REC
           MOVE    SPA-HOSPNUM         TO  JKJ-HOSPNUM
           MOVE    MJKKANRI-PTID       TO  JKJ-PTID
           MOVE    MJKKANRI-KOHNUM     TO  JKJ-KOHNUM
           MOVE    JKJOGEN-REC         TO  MCPDATA-REC
           MOVE    "tbl_jkjogen"       TO  MCP-TABLE
           MOVE    "ptkoh"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH   =   1
                   MOVE    "tbl_jkjogen"       TO  MCP-TABLE
                   MOVE    "ptkoh"             TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  JKJOGEN-REC
                       IF    ( JKJ-STYMD      NOT >   WRK-EDYMD )
                       AND   ( JKJ-EDYMD      NOT <   WRK-EDYMD )
                           MOVE    ZERO                TO  FLG-JOGEN
                           MOVE    1                   TO  FLG-FETCH
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
               MOVE    "tbl_jkjogen"       TO  MCP-TABLE
               MOVE    "ptkoh"             TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       820-JOGEN-GET-EXT.
           EXIT.
      *****************************************************************
      *    管理票一覧取得処理
      *    （明細を一覧へ設定し、累計と最大連番を求める）
      *****************************************************************
       830-KANRI-LIST-SEC          SECTION.
      *
           MOVE    ZERO                TO  WRK-COUNT
                                           WRK-RUIKEI
                                           WRK-MAX-RENNUM
      *
           INITIALIZE                  JKKANRI-REC
           MOVE    SPA-HOSPNUM         TO  JKK-HOSPNUM
           MOVE    MJKKANRI-PTID       TO  JKK-PTID
           MOVE    MJKKANRI-KOHNUM     TO  JKK-KOHNUM
           MOVE    MJKKANRI-SRYYM      TO  JKK-SRYYM
           MOVE    JKKANRI-REC         TO  MCPDATA-REC
           MOVE    "tbl_jkkanri"       TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    ZERO                TO  MJKKANRI-COUNT
               GO  TO  830-KANRI-LIST-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM 831-KANRI-FETCH-SEC
                   UNTIL   FLG-FETCH       =   1
      *
           MOVE    "tbl_jkkanri"       TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    WRK-COUNT           TO  MJKKANRI-COUNT
           .
       830-KANRI-LIST-EXT.
           EXIT.
      *****************************************************************
      *    管理票明細読込処理
      *****************************************************************
       831-KANRI-FETCH-SEC         SECTION.
      *
           MOVE    "tbl_jkkanri"       TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  831-KANRI-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  JKKANRI-REC
      *
           ADD     JKK-FTNGAKU         TO  WRK-RUIKEI
           IF      JKK-RENNUM          >   WRK-MAX-RENNUM
               MOVE    JKK-RENNUM          TO  WRK-MAX-RENNUM
           END-IF
      *
           IF      WRK-COUNT           >=  30
               GO  TO  831-KANRI-FETCH-EXT
           END-IF
           ADD     1                   TO  WRK-COUNT
           MOVE    JKK-RENNUM      TO  MJKKANRI-TRENNUM    (WRK-COUNT)
           MOVE    JKK-SRYYMD      TO  MJKKANRI-TSRYYMD    (WRK-COUNT)
           MOVE    JKK-KIKANKBN    TO  MJKKANRI-TKIKANKBN  (WRK-COUNT)
           IF      JKK-KIKANKBN        =   "1"
               MOVE    "当院"      TO  MJKKANRI-TKIKANNAME (WRK-COUNT)
           ELSE
               MOVE    JKK-KIKANNAME
                                   TO  MJKKANRI-TKIKANNAME (WRK-COUNT)
           END-IF
           MOVE    JKK-IRYOHI      TO  MJKKANRI-TIRYOHI    (WRK-COUNT)
           MOVE    JKK-FTNGAKU     TO  MJKKANRI-TFTNGAKU   (WRK-COUNT)
           MOVE    WRK-RUIKEI      TO  MJKKANRI-TRUIKEI    (WRK-COUNT)
           .
       831-KANRI-FETCH-EXT.
           EXIT.
      *****************************************************************
      *    管理票明細取得処理（キー設定済みの１件）
      *****************************************************************
       840-KANRI-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-KANRI
      *
           MOVE    JKKANRI-REC         TO  MCPDATA-REC
           MOVE    "tbl_jkkanri"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_jkkanri"       TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  JKKANRI-REC
                   MOVE    ZERO                TO  FLG-KANRI
               END-IF
               MOVE    "tbl_jkkanri"       TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       840-KANRI-GET-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MJKKANRI"          TO  MCP-WINDOW
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
           MOVE    "MJKKANRI"          TO  SPA-MOTOPG
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
