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
       PROGRAM-ID.                 ORCGNYUTAISIEN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 入院
      *  コンポーネント名  : 入退院支援記録登録
      *                      （ＭＮＹＵＴＡＩＳＩＥＮ）
      *                      （入院ごとに退院困難要因スクリーニング、
      *                        患者・家族との面談、カンファレンス、
      *                        退院支援計画書の作成日と支援内容を
      *                        登録し、入退院支援加算の要件の期限と
      *                        実施状況を表示する。要件の確認は
      *                        ＯＲＣＳＮＴＳＣＨＫで行い、入院料加算
      *                        算定可否チェック（ＯＲＣＳＩ０１）と
      *                        日次の期限一覧（ＯＲＣＢＮＹＵＴＡＩ）も
      *                        同じ確認を用いる）
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
           03  FLG-NTS             PIC 9(01).
           03  FLG-NYUIN           PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(02).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-YMD             PIC X(08).
           03  WRK-NYUINYMD        PIC X(08).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    入退院支援記録テーブル
      *    （入院単位。ＯＲＣＳＮＴＳＣＨＫが要件の確認に、
      *      ＯＲＣＧＴＡＩＩＮＳＵＭが退院時サマリーへの引用に
      *      参照する）
       01  NYUTAISIEN-REC.
           03  NTS-HOSPNUM         PIC 9(02).
           03  NTS-PTID            PIC 9(10).
           03  NTS-NYUINYMD        PIC X(08).
      *    退院困難要因スクリーニング実施日
           03  NTS-SCRYMD          PIC X(08).
      *    退院困難要因　０：なし　１：あり
           03  NTS-KONNANKBN       PIC X(01).
           03  NTS-KONNAN          PIC X(60).
      *    算定区分　１：入退院支援加算１　２：入退院支援加算２
      *              空白：算定しない
           03  NTS-SANTEIKBN       PIC X(01).
      *    患者・家族との面談日
           03  NTS-MENDANYMD       PIC X(08).
      *    カンファレンス実施日
           03  NTS-CONFYMD         PIC X(08).
      *    退院支援計画書作成日
           03  NTS-PLANYMD         PIC X(08).
      *    退院先・支援内容
           03  NTS-TAIINSAKI       PIC X(40).
           03  NTS-SIENNAIYO       PIC X(100).
           03  NTS-OPID            PIC X(16).
           03  NTS-UPYMD           PIC X(08).
           03  NTS-UPHMS           PIC X(06).
      *
      *    患者入院履歴
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
      *    入退院支援加算要件確認サブ
           COPY    "CPORCSNTSCHK.INC".
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
           COPY    "MNYUTAISIEN.INC".
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
           MOVE    ZERO                TO  MNYUTAISIEN-PTID
           MOVE    SPACE               TO  MNYUTAISIEN-NYUINYMD
                                           MNYUTAISIEN-MSG
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
           MOVE    SPACE               TO  MNYUTAISIEN-MSG
           EVALUATE    MCP-EVENT       ALSO    MCP-WIDGET
      *        表示（入院日の省略時は現在の入院）
               WHEN    "CLICKED"       ALSO    "B02"
                   PERFORM 220-DISP-SEC
                   PERFORM 290-REDISP-SEC
      *        登録（新規・変更）
               WHEN    "CLICKED"       ALSO    "B04"
                   PERFORM 240-TOUROKU-SEC
                   PERFORM 290-REDISP-SEC
      *        削除
               WHEN    "CLICKED"       ALSO    "B05"
                   PERFORM 245-SAKUJO-SEC
                   PERFORM 290-REDISP-SEC
      *        入力欄クリア
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
           PERFORM 260-NYURYOKU-CLEAR-SEC
      *
           IF      MNYUTAISIEN-PTID    IS  NOT NUMERIC
           OR      MNYUTAISIEN-PTID    =   ZERO
               MOVE    "患者を入力"        TO  MNYUTAISIEN-MSG
               GO  TO  220-DISP-EXT
           END-IF
      *
      *    入院日の省略時は直近の入院とする
           IF      MNYUTAISIEN-NYUINYMD    =   SPACE
               PERFORM 810-NYUIN-GET-SEC
               IF      FLG-NYUIN       NOT =   ZERO
                   MOVE    "入院履歴がありません"
                                       TO  MNYUTAISIEN-MSG
                   GO  TO  220-DISP-EXT
               END-IF
               MOVE    WRK-NYUINYMD        TO  MNYUTAISIEN-NYUINYMD
           END-IF
      *
           INITIALIZE                  NYUTAISIEN-REC
           MOVE    SPA-HOSPNUM         TO  NTS-HOSPNUM
           MOVE    MNYUTAISIEN-PTID    TO  NTS-PTID
           MOVE    MNYUTAISIEN-NYUINYMD
                                       TO  NTS-NYUINYMD
           PERFORM 800-NTS-GET-SEC
           IF      FLG-NTS             =   ZERO
               MOVE    NTS-SCRYMD          TO  MNYUTAISIEN-SCRYMD
               MOVE    NTS-KONNANKBN       TO  MNYUTAISIEN-KONNANKBN
               MOVE    NTS-KONNAN          TO  MNYUTAISIEN-KONNAN
               MOVE    NTS-SANTEIKBN       TO  MNYUTAISIEN-SANTEIKBN
               MOVE    NTS-MENDANYMD       TO  MNYUTAISIEN-MENDANYMD
               MOVE    NTS-CONFYMD         TO  MNYUTAISIEN-CONFYMD
               MOVE    NTS-PLANYMD         TO  MNYUTAISIEN-PLANYMD
               MOVE    NTS-TAIINSAKI       TO  MNYUTAISIEN-TAIINSAKI
               MOVE    NTS-SIENNAIYO       TO  MNYUTAISIEN-SIENNAIYO
           ELSE
               MOVE    "支援記録は未登録です"
                                       TO  MNYUTAISIEN-MSG
           END-IF
      *
           PERFORM 270-KIGEN-DISP-SEC
           .
       220-DISP-EXT.
           EXIT.
      *****************************************************************
      *    登録処理（同一入院は置き換える）
      *****************************************************************
       240-TOUROKU-SEC             SECTION.
      *
           PERFORM 250-CHECK-SEC
           IF      MNYUTAISIEN-MSG NOT =   SPACE
               GO  TO  240-TOUROKU-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           INITIALIZE                  NYUTAISIEN-REC
           MOVE    SPA-HOSPNUM         TO  NTS-HOSPNUM
           MOVE    MNYUTAISIEN-PTID    TO  NTS-PTID
           MOVE    MNYUTAISIEN-NYUINYMD
                                       TO  NTS-NYUINYMD
           MOVE    NYUTAISIEN-REC      TO  MCPDATA-REC
           MOVE    "tbl_nyutaisien"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    MNYUTAISIEN-SCRYMD  TO  NTS-SCRYMD
           MOVE    MNYUTAISIEN-KONNANKBN
                                       TO  NTS-KONNANKBN
           MOVE    MNYUTAISIEN-KONNAN  TO  NTS-KONNAN
           MOVE    MNYUTAISIEN-SANTEIKBN
                                       TO  NTS-SANTEIKBN
           MOVE    MNYUTAISIEN-MENDANYMD
                                       TO  NTS-MENDANYMD
           MOVE    MNYUTAISIEN-CONFYMD TO  NTS-CONFYMD
           MOVE    MNYUTAISIEN-PLANYMD TO  NTS-PLANYMD
           MOVE    MNYUTAISIEN-TAIINSAKI
                                       TO  NTS-TAIINSAKI
           MOVE    MNYUTAISIEN-SIENNAIYO
                                       TO  NTS-SIENNAIYO
           MOVE    SPA-OPID            TO  NTS-OPID
           MOVE    SMCNDATE-YMD        TO  NTS-UPYMD
           MOVE    SMCNDATE-HMS        TO  NTS-UPHMS
           MOVE    NYUTAISIEN-REC      TO  MCPDATA-REC
           MOVE    "tbl_nyutaisien"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    "支援記録を登録できません"
                                       TO  MNYUTAISIEN-MSG
               GO  TO  240-TOUROKU-EXT
           END-IF
      *
           PERFORM 270-KIGEN-DISP-SEC
           IF      SNTSCHK-RC          =   2
               MOVE    SNTSCHK-MSG         TO  MNYUTAISIEN-MSG
           ELSE
               MOVE    "登録しました"      TO  MNYUTAISIEN-MSG
           END-IF
           .
       240-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    削除処理
      *****************************************************************
       245-SAKUJO-SEC              SECTION.
      *
           IF      MNYUTAISIEN-PTID    IS  NOT NUMERIC
           OR      MNYUTAISIEN-PTID    =   ZERO
           OR      MNYUTAISIEN-NYUINYMD    IS  NOT NUMERIC
               MOVE    "患者と入院日を入力"
                                       TO  MNYUTAISIEN-MSG
               GO  TO  245-SAKUJO-EXT
           END-IF
      *
           INITIALIZE                  NYUTAISIEN-REC
           MOVE    SPA-HOSPNUM         TO  NTS-HOSPNUM
           MOVE    MNYUTAISIEN-PTID    TO  NTS-PTID
           MOVE    MNYUTAISIEN-NYUINYMD
                                       TO  NTS-NYUINYMD
           MOVE    NYUTAISIEN-REC      TO  MCPDATA-REC
           MOVE    "tbl_nyutaisien"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    "支援記録を削除できません"
                                       TO  MNYUTAISIEN-MSG
               GO  TO  245-SAKUJO-EXT
           END-IF
      *
           PERFORM 260-NYURYOKU-CLEAR-SEC
           MOVE    "削除しました"      TO  MNYUTAISIEN-MSG
           .
       245-SAKUJO-EXT.
           EXIT.
      *****************************************************************
      *    入力チェック処理
      *****************************************************************
       250-CHECK-SEC               SECTION.
      *
           IF      MNYUTAISIEN-PTID    IS  NOT NUMERIC
           OR      MNYUTAISIEN-PTID    =   ZERO
           OR      MNYUTAISIEN-NYUINYMD    IS  NOT NUMERIC
               MOVE    "患者と入院日を入力"
                                       TO  MNYUTAISIEN-MSG
               GO  TO  250-CHECK-EXT
           END-IF
      *
      *    実施日は入院日以降であること（未実施は空白）
           MOVE    MNYUTAISIEN-SCRYMD  TO  WRK-YMD
           PERFORM 255-YMD-CHK-SEC
           IF      MNYUTAISIEN-MSG NOT =   SPACE
               GO  TO  250-CHECK-EXT
           END-IF
           MOVE    MNYUTAISIEN-MENDANYMD
                                       TO  WRK-YMD
           PERFORM 255-YMD-CHK-SEC
           IF      MNYUTAISIEN-MSG NOT =   SPACE
               GO  TO  250-CHECK-EXT
           END-IF
           MOVE    MNYUTAISIEN-CONFYMD TO  WRK-YMD
           PERFORM 255-YMD-CHK-SEC
           IF      MNYUTAISIEN-MSG NOT =   SPACE
               GO  TO  250-CHECK-EXT
           END-IF
           MOVE    MNYUTAISIEN-PLANYMD TO  WRK-YMD
           PERFORM 255-YMD-CHK-SEC
           IF      MNYUTAISIEN-MSG NOT =   SPACE
               GO  TO  250-CHECK-EXT
           END-IF
      *
           IF      MNYUTAISIEN-KONNANKBN   NOT =   SPACE
           AND     MNYUTAISIEN-KONNANKBN   NOT =   "0"
           AND     MNYUTAISIEN-KONNANKBN   NOT =   "1"
               MOVE    "退院困難要因は０か１"
                                       TO  MNYUTAISIEN-MSG
               GO  TO  250-CHECK-EXT
           END-IF
           IF      MNYUTAISIEN-SANTEIKBN   NOT =   SPACE
           AND     MNYUTAISIEN-SANTEIKBN   NOT =   "1"
           AND     MNYUTAISIEN-SANTEIKBN   NOT =   "2"
               MOVE    "算定区分は１か２"
                                       TO  MNYUTAISIEN-MSG
               GO  TO  250-CHECK-EXT
           END-IF
      *
      *    退院困難要因ありの患者が加算の対象となる
           IF      MNYUTAISIEN-SANTEIKBN   NOT =   SPACE
               IF      MNYUTAISIEN-KONNANKBN   NOT =   "1"
                   MOVE    "退院困難要因なしは算定不可"
                                       TO  MNYUTAISIEN-MSG
                   GO  TO  250-CHECK-EXT
               END-IF
           END-IF
           IF      MNYUTAISIEN-KONNANKBN   =   "1"
           AND     MNYUTAISIEN-KONNAN      =   SPACE
               MOVE    "退院困難要因の内容を入力"
                                       TO  MNYUTAISIEN-MSG
           END-IF
           .
       250-CHECK-EXT.
           EXIT.
      *****************************************************************
      *    実施日チェック処理
      *****************************************************************
       255-YMD-CHK-SEC             SECTION.
      *
           IF      WRK-YMD             =   SPACE
               GO  TO  255-YMD-CHK-EXT
           END-IF
           IF      WRK-YMD             IS  NOT NUMERIC
           OR      WRK-YMD             <   MNYUTAISIEN-NYUINYMD
               MOVE    "実施日に誤りがあります"
                                       TO  MNYUTAISIEN-MSG
           END-IF
           .
       255-YMD-CHK-EXT.
           EXIT.
      *****************************************************************
      *    入力欄クリア処理
      *****************************************************************
       260-NYURYOKU-CLEAR-SEC      SECTION.
      *
           MOVE    SPACE               TO  MNYUTAISIEN-SCRYMD
                                           MNYUTAISIEN-KONNANKBN
                                           MNYUTAISIEN-KONNAN
                                           MNYUTAISIEN-SANTEIKBN
                                           MNYUTAISIEN-MENDANYMD
                                           MNYUTAISIEN-CONFYMD
                                           MNYUTAISIEN-PLANYMD
                                           MNYUTAISIEN-TAIINSAKI
                                           MNYUTAISIEN-SIENNAIYO
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX             >   4
               MOVE    SPACE               TO
                       MNYUTAISIEN-KIGEN (IDX)
                       MNYUTAISIEN-JOKYO (IDX)
           END-PERFORM
           .
       260-NYURYOKU-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    要件期限表示処理（本日時点の状況）
      *****************************************************************
       270-KIGEN-DISP-SEC          SECTION.
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           INITIALIZE                  ORCSNTSCHKAREA
           MOVE    MNYUTAISIEN-PTID    TO  SNTSCHK-PTID
           MOVE    MNYUTAISIEN-NYUINYMD
                                       TO  SNTSCHK-NYUINYMD
           MOVE    SMCNDATE-YMD        TO  SNTSCHK-KIJUNYMD
           CALL    "ORCSNTSCHK"        USING   ORCSNTSCHKAREA
                                               SPA-AREA
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX             >   4
               MOVE    SNTSCHK-KIGEN (IDX) TO
                       MNYUTAISIEN-KIGEN (IDX)
               EVALUATE    SNTSCHK-JOKYO (IDX)
                   WHEN    "0"
                       MOVE    "実施済"            TO
                               MNYUTAISIEN-JOKYO (IDX)
                   WHEN    "1"
                       MOVE    "未実施"            TO
                               MNYUTAISIEN-JOKYO (IDX)
                   WHEN    "2"
                       MOVE    "期限超過"          TO
                               MNYUTAISIEN-JOKYO (IDX)
                   WHEN    OTHER
                       MOVE    SPACE               TO
                               MNYUTAISIEN-KIGEN (IDX)
                       MOVE    "対象外"            TO
                               MNYUTAISIEN-JOKYO (IDX)
               END-EVALUATE
           END-PERFORM
           .
       270-KIGEN-DISP-EXT.
           EXIT.
      *****************************************************************
      *    入退院支援記録取得処理
      *****************************************************************
       800-NTS-GET-SEC             SECTION.
      *
           MOVE    1                   TO  FLG-NTS
           MOVE    NYUTAISIEN-REC      TO  MCPDATA-REC
           MOVE    "tbl_nyutaisien"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_nyutaisien"    TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  NYUTAISIEN-REC
                   MOVE    ZERO                TO  FLG-NTS
               END-IF
           END-IF
           MOVE    "tbl_nyutaisien"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       800-NTS-GET-EXT.
           EXIT.
      *****************************************************************
      *    直近入院日取得処理
      *****************************************************************
       810-NYUIN-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-NYUIN
           MOVE    SPACE               TO  WRK-NYUINYMD
           INITIALIZE                  PTNYUINRRK-REC
           MOVE    SPA-HOSPNUM         TO  PTNYUINRRK-HOSPNUM
           MOVE    MNYUTAISIEN-PTID    TO  PTNYUINRRK-PTID
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
                       IF      PTNYUINRRK-NYUINYMD >   WRK-NYUINYMD
                       OR      WRK-NYUINYMD        =   SPACE
                           MOVE    PTNYUINRRK-NYUINYMD
                                               TO  WRK-NYUINYMD
                           MOVE    ZERO                TO  FLG-NYUIN
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
       810-NYUIN-GET-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MNYUTAISIEN"       TO  MCP-WINDOW
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
           MOVE    "MNYUTAISIEN"       TO  SPA-MOTOPG
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
