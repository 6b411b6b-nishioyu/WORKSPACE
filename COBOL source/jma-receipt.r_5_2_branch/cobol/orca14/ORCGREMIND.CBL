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
       PROGRAM-ID.                 ORCGREMIND.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 予約
      *  コンポーネント名  : 予約リマインド連絡先保守
      *                      （ＭＲＥＭＩＮＤ）
      *                      （患者ごとに予約リマインド通知の送信
      *                        区分（メール・ＳＭＳ・送信しない）と
      *                        送信先を登録・削除する。登録内容は
      *                        リマインド送信（ＯＲＣＢＲＥＭＩＮＤ）
      *                        で使用する）
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
           03  FLG-RENRAKU         PIC 9(01).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PTID            PIC 9(10).
           03  WRK-ATMARK          PIC 9(03).
           03  WRK-MAILADDR        PIC X(80).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    患者連絡先テーブル（リマインド通知の送信先）
      *    （ＯＲＣＢＲＥＭＩＮＤと同一レイアウト）
       01  PTRENRAKU-REC.
           03  RNR-HOSPNUM         PIC 9(02).
           03  RNR-PTID            PIC 9(10).
      *    送信区分　１：メール　２：ＳＭＳ　９：送信しない
           03  RNR-SOUSINKBN       PIC X(01).
           03  RNR-MAILADDR        PIC X(80).
           03  RNR-TELNUM          PIC X(15).
           03  RNR-OPID            PIC X(16).
           03  RNR-UPYMD           PIC X(08).
           03  RNR-UPHMS           PIC X(06).
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
           COPY    "MREMIND.INC".
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
           MOVE    SPACE               TO  MREMIND-PTNUM
                                           MREMIND-NAME
                                           MREMIND-HOMETEL
                                           MREMIND-SOUSINKBN
                                           MREMIND-MAILADDR
                                           MREMIND-TELNUM
                                           MREMIND-MSG
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
      *        登録
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-TOUROKU-SEC
      *        削除
               WHEN    "CLICKED"       ALSO    "B04"
                   PERFORM 240-DELETE-SEC
               WHEN    OTHER
                   PERFORM 210-BACK
           END-EVALUATE
      *
           .
       200-GMNSENI-EXT.
           EXIT.
      *****************************************************************
      *    連絡先表示処理
      *****************************************************************
       220-HYOUJI-SEC              SECTION.
      *
           MOVE    SPACE               TO  MREMIND-MSG
                                           MREMIND-SOUSINKBN
                                           MREMIND-MAILADDR
                                           MREMIND-TELNUM
      *
           PERFORM 800-PATIENT-GET-SEC
           IF      FLG-PTINF       NOT =   ZERO
               PERFORM 290-REDISP-SEC
               GO  TO  220-HYOUJI-EXT
           END-IF
      *
           PERFORM 810-RENRAKU-GET-SEC
           IF      FLG-RENRAKU         =   ZERO
               MOVE    RNR-SOUSINKBN       TO  MREMIND-SOUSINKBN
               MOVE    RNR-MAILADDR        TO  MREMIND-MAILADDR
               MOVE    RNR-TELNUM          TO  MREMIND-TELNUM
           ELSE
               MOVE    "連絡先は未登録です"
                                       TO  MREMIND-MSG
           END-IF
      *
           PERFORM 290-REDISP-SEC
           .
       220-HYOUJI-EXT.
           EXIT.
      *****************************************************************
      *    連絡先登録処理
      *****************************************************************
       230-TOUROKU-SEC             SECTION.
      *
           MOVE    SPACE               TO  MREMIND-MSG
      *
           PERFORM 800-PATIENT-GET-SEC
           IF      FLG-PTINF       NOT =   ZERO
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           EVALUATE    MREMIND-SOUSINKBN
               WHEN    "1"
                   MOVE    ZERO                TO  WRK-ATMARK
                   MOVE    MREMIND-MAILADDR    TO  WRK-MAILADDR
                   INSPECT WRK-MAILADDR        TALLYING    WRK-ATMARK
                                               FOR ALL     "@"
                   IF      WRK-ATMARK      NOT =   1
                       MOVE    "メールアドレスを確認"
                                               TO  MREMIND-MSG
                   END-IF
               WHEN    "2"
                   IF      MREMIND-TELNUM      =   SPACE
                       MOVE    "電話番号を入力してください"
                                               TO  MREMIND-MSG
                   END-IF
               WHEN    "9"
                   CONTINUE
               WHEN    OTHER
                   MOVE    "送信区分を入力してください"
                                               TO  MREMIND-MSG
           END-EVALUATE
           IF      MREMIND-MSG     NOT =   SPACE
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    既存分は削除してから登録する（上書き）
           INITIALIZE                  PTRENRAKU-REC
           MOVE    SPA-HOSPNUM         TO  RNR-HOSPNUM
           MOVE    WRK-PTID            TO  RNR-PTID
           MOVE    PTRENRAKU-REC       TO  MCPDATA-REC
           MOVE    "DBDELETE"          TO  MCP-FUNC
           MOVE    "tbl_ptrenraku"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
      *
           INITIALIZE                  PTRENRAKU-REC
           MOVE    SPA-HOSPNUM         TO  RNR-HOSPNUM
           MOVE    WRK-PTID            TO  RNR-PTID
           MOVE    MREMIND-SOUSINKBN   TO  RNR-SOUSINKBN
           MOVE    MREMIND-MAILADDR    TO  RNR-MAILADDR
           MOVE    MREMIND-TELNUM      TO  RNR-TELNUM
           MOVE    SPA-OPID            TO  RNR-OPID
           MOVE    SMCNDATE-YMD        TO  RNR-UPYMD
           MOVE    SMCNDATE-HMS        TO  RNR-UPHMS
           MOVE    PTRENRAKU-REC       TO  MCPDATA-REC
           MOVE    "DBINSERT"          TO  MCP-FUNC
           MOVE    "tbl_ptrenraku"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "登録しました"      TO  MREMIND-MSG
           ELSE
               MOVE    "登録できませんでした"
                                       TO  MREMIND-MSG
           END-IF
      *
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    連絡先削除処理
      *****************************************************************
       240-DELETE-SEC              SECTION.
      *
           MOVE    SPACE               TO  MREMIND-MSG
      *
           PERFORM 800-PATIENT-GET-SEC
           IF      FLG-PTINF       NOT =   ZERO
               PERFORM 290-REDISP-SEC
               GO  TO  240-DELETE-EXT
           END-IF
      *
           INITIALIZE                  PTRENRAKU-REC
           MOVE    SPA-HOSPNUM         TO  RNR-HOSPNUM
           MOVE    WRK-PTID            TO  RNR-PTID
           MOVE    PTRENRAKU-REC       TO  MCPDATA-REC
           MOVE    "DBDELETE"          TO  MCP-FUNC
           MOVE    "tbl_ptrenraku"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "削除しました"      TO  MREMIND-MSG
               MOVE    SPACE               TO  MREMIND-SOUSINKBN
                                               MREMIND-MAILADDR
                                               MREMIND-TELNUM
           ELSE
               MOVE    "削除できませんでした"
                                       TO  MREMIND-MSG
           END-IF
      *
           PERFORM 290-REDISP-SEC
           .
       240-DELETE-EXT.
           EXIT.
      *****************************************************************
      *    患者取得処理（患者番号から患者ＩＤと氏名・自宅電話）
      *****************************************************************
       800-PATIENT-GET-SEC         SECTION.
      *
           MOVE    1                   TO  FLG-PTINF
           MOVE    ZERO                TO  WRK-PTID
           MOVE    SPACE               TO  MREMIND-NAME
                                           MREMIND-HOMETEL
      *
           IF      MREMIND-PTNUM       =   SPACE
               MOVE    "患者番号を入力してください"
                                       TO  MREMIND-MSG
               GO  TO  800-PATIENT-GET-EXT
           END-IF
      *
           INITIALIZE                  PTNUM-REC
           MOVE    SPA-HOSPNUM         TO  PTNUM-HOSPNUM
           MOVE    MREMIND-PTNUM       TO  PTNUM-PTNUM
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
                                       TO  MREMIND-MSG
               GO  TO  800-PATIENT-GET-EXT
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
                   MOVE    PTINF-NAME          TO  MREMIND-NAME
      *            自宅電話は送信先入力時の参考として表示する
                   MOVE    PTINF-HOME-TEL1     TO  MREMIND-HOMETEL
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
                                       TO  MREMIND-MSG
           END-IF
           .
       800-PATIENT-GET-EXT.
           EXIT.
      *****************************************************************
      *    患者連絡先取得処理
      *    （ＦＬＧ−ＲＥＮＲＡＫＵ　０：登録あり）
      *****************************************************************
       810-RENRAKU-GET-SEC         SECTION.
      *
           MOVE    1                   TO  FLG-RENRAKU
      *
           INITIALIZE                  PTRENRAKU-REC
           MOVE    SPA-HOSPNUM         TO  RNR-HOSPNUM
           MOVE    WRK-PTID            TO  RNR-PTID
           MOVE    PTRENRAKU-REC       TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_ptrenraku"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               MOVE    "tbl_ptrenraku"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               CALL    "ORCDBMAIN"         USING
                                           MCPAREA
                                           MCPDATA-REC
                                           SPA-AREA
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTRENRAKU-REC
                   MOVE    ZERO                TO  FLG-RENRAKU
               END-IF
           END-IF
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           MOVE    "tbl_ptrenraku"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           .
       810-RENRAKU-GET-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MREMIND"           TO  MCP-WINDOW
           PERFORM 900-PUT-WINDOW
           MOVE    1                   TO  FLG-END
           .
       290-REDISP-EXT.
           EXIT.
      *****************************************************************
      *    戻る　処理
      *****************************************************************
       210-BACK                    SECTION.
      *
           MOVE    SPA-MOTOPG          TO  SPA-SAKIPG
           MOVE    "MREMIND"           TO  SPA-MOTOPG
      *
           IF      SPA-SAKIPG          =   SPACE
               MOVE    "M98"               TO  SPA-SAKIPG
           END-IF
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
