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
       PROGRAM-ID.                 ORCGCHIKEN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : マスタ登録
      *  コンポーネント名  : 治験管理（ＭＣＨＩＫＥＮ）
      *                      （治験課題（プロトコル番号・依頼者・
      *                        実施期間・支給対象外経費の範囲・
      *                        負担軽減費）と参加患者を登録する。
      *                        支給対象外経費は検査・画像診断・
      *                        同種同効薬（薬剤コード１０件まで）
      *                        を指定し、期間中の会計では治験費用
      *                        振替サブ（ＯＲＣＳＣＨＩＫＥＮ）が
      *                        依頼者負担へ振り替える）
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
           03  FLG-CHIKEN          PIC 9(01).
           03  FLG-JUFUKU          PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX-CD              PIC 9(04).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-COUNT           PIC 9(04)   COMP.
           03  WRK-RC              PIC S9(09)  BINARY.
           03  WRK-PTID            PIC 9(10).
           03  WRK-PTEDYMD         PIC X(08).
           03  WRK-EDYMD           PIC X(08).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    治験課題テーブル
      *    （ＯＲＣＳＣＨＩＫＥＮと同一レイアウト）
       01  CHIKEN-REC.
           03  CHK-HOSPNUM         PIC 9(02).
           03  CHK-CHIKENID        PIC X(20).
           03  CHK-CHIKENNAME      PIC X(100).
           03  CHK-IRAISYA         PIC X(100).
           03  CHK-STYMD           PIC X(08).
           03  CHK-EDYMD           PIC X(08).
           03  CHK-KENSAKBN        PIC X(01).
           03  CHK-GAZOKBN         PIC X(01).
           03  CHK-YAKUZAIKBN      PIC X(01).
           03  CHK-DOSYUCD         PIC X(09)   OCCURS  10.
           03  CHK-KEIGENHI        PIC 9(07).
           03  CHK-UPYMD           PIC X(08).
           03  CHK-UPHMS           PIC X(06).
      *
      *    治験参加患者テーブル
      *    （ＯＲＣＳＣＨＩＫＥＮと同一レイアウト）
       01  CHIKENPT-REC.
           03  CKP-HOSPNUM         PIC 9(02).
           03  CKP-CHIKENID        PIC X(20).
           03  CKP-PTID            PIC 9(10).
           03  CKP-STYMD           PIC X(08).
           03  CKP-EDYMD           PIC X(08).
           03  CKP-UPYMD           PIC X(08).
           03  CKP-UPHMS           PIC X(06).
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
           COPY    "MCHIKEN.INC".
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
           MOVE    SPACE               TO  MCHIKEN-CHIKENID
           PERFORM 110-KADAI-CLEAR-SEC
           PERFORM 120-PT-CLEAR-SEC
           MOVE    SPACE               TO  MCHIKEN-MSG
           MOVE    ZERO                TO  MCHIKEN-COUNT
      *
           PERFORM 290-REDISP-SEC
           .
       100-INIT-EXT.
           EXIT.
      *****************************************************************
      *    課題項目クリア処理
      *****************************************************************
       110-KADAI-CLEAR-SEC         SECTION.
      *
           MOVE    SPACE               TO  MCHIKEN-CHIKENNAME
                                           MCHIKEN-IRAISYA
                                           MCHIKEN-STYMD
                                           MCHIKEN-EDYMD
                                           MCHIKEN-KENSAKBN
                                           MCHIKEN-GAZOKBN
                                           MCHIKEN-YAKUZAIKBN
           PERFORM VARYING IDX-CD  FROM    1   BY  1
                   UNTIL   IDX-CD          >   10
               MOVE    SPACE               TO  MCHIKEN-DOSYUCD (IDX-CD)
           END-PERFORM
           MOVE    ZERO                TO  MCHIKEN-KEIGENHI
           .
       110-KADAI-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    参加患者項目クリア処理
      *****************************************************************
       120-PT-CLEAR-SEC            SECTION.
      *
           MOVE    SPACE               TO  MCHIKEN-PTID
                                           MCHIKEN-NAME
                                           MCHIKEN-PTSTYMD
                                           MCHIKEN-PTEDYMD
           .
       120-PT-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    画面遷移処理
      *****************************************************************
       200-GMNSENI                 SECTION.
      *
           EVALUATE    MCP-EVENT       ALSO    MCP-WIDGET
      *        課題・参加患者表示
               WHEN    "CLICKED"       ALSO    "B02"
                   MOVE    SPACE               TO  MCHIKEN-MSG
                   PERFORM 220-DISP-SEC
                   PERFORM 290-REDISP-SEC
      *        課題登録
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-TOUROKU-SEC
      *        課題削除
               WHEN    "CLICKED"       ALSO    "B04"
                   PERFORM 240-SAKUJO-SEC
      *        参加患者登録
               WHEN    "CLICKED"       ALSO    "B05"
                   PERFORM 250-PT-TOUROKU-SEC
      *        参加患者削除
               WHEN    "CLICKED"       ALSO    "B06"
                   PERFORM 255-PT-SAKUJO-SEC
               WHEN    OTHER
                   PERFORM 210-BACK
           END-EVALUATE
      *
           .
       200-GMNSENI-EXT.
           EXIT.
      *****************************************************************
      *    課題・参加患者表示処理
      *****************************************************************
       220-DISP-SEC                SECTION.
      *
           MOVE    ZERO                TO  MCHIKEN-COUNT
      *
           IF      MCHIKEN-CHIKENID    =   SPACE
               MOVE    "プロトコル番号が未入力です"
                                       TO  MCHIKEN-MSG
               GO  TO  220-DISP-EXT
           END-IF
      *
           PERFORM 820-CHIKEN-GET-SEC
           IF      FLG-CHIKEN      NOT =   ZERO
               PERFORM 110-KADAI-CLEAR-SEC
               MOVE    "治験課題が登録されていません"
                                       TO  MCHIKEN-MSG
               GO  TO  220-DISP-EXT
           END-IF
      *
           MOVE    CHK-CHIKENNAME      TO  MCHIKEN-CHIKENNAME
           MOVE    CHK-IRAISYA         TO  MCHIKEN-IRAISYA
           MOVE    CHK-STYMD           TO  MCHIKEN-STYMD
           MOVE    CHK-EDYMD           TO  MCHIKEN-EDYMD
           MOVE    CHK-KENSAKBN        TO  MCHIKEN-KENSAKBN
           MOVE    CHK-GAZOKBN         TO  MCHIKEN-GAZOKBN
           MOVE    CHK-YAKUZAIKBN      TO  MCHIKEN-YAKUZAIKBN
           PERFORM VARYING IDX-CD  FROM    1   BY  1
                   UNTIL   IDX-CD          >   10
               MOVE    CHK-DOSYUCD (IDX-CD)
                                       TO  MCHIKEN-DOSYUCD (IDX-CD)
           END-PERFORM
           MOVE    CHK-KEIGENHI        TO  MCHIKEN-KEIGENHI
      *
           PERFORM 830-CHIKENPT-LIST-SEC
           IF      MCHIKEN-COUNT       =   ZERO
           AND     MCHIKEN-MSG         =   SPACE
               MOVE    "参加患者の登録はありません"
                                       TO  MCHIKEN-MSG
           END-IF
           .
       220-DISP-EXT.
           EXIT.
      *****************************************************************
      *    課題登録処理
      *    （同一プロトコル番号は削除後に登録する（変更を兼ねる））
      *****************************************************************
       230-TOUROKU-SEC             SECTION.
      *
           PERFORM 260-KADAI-CHK-SEC
           IF      MCHIKEN-MSG     NOT =   SPACE
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           INITIALIZE                  CHIKEN-REC
           MOVE    SPA-HOSPNUM         TO  CHK-HOSPNUM
           MOVE    MCHIKEN-CHIKENID    TO  CHK-CHIKENID
           MOVE    MCHIKEN-CHIKENNAME  TO  CHK-CHIKENNAME
           MOVE    MCHIKEN-IRAISYA     TO  CHK-IRAISYA
           MOVE    MCHIKEN-STYMD       TO  CHK-STYMD
           MOVE    MCHIKEN-EDYMD       TO  CHK-EDYMD
           MOVE    MCHIKEN-KENSAKBN    TO  CHK-KENSAKBN
           MOVE    MCHIKEN-GAZOKBN     TO  CHK-GAZOKBN
           MOVE    MCHIKEN-YAKUZAIKBN  TO  CHK-YAKUZAIKBN
           PERFORM VARYING IDX-CD  FROM    1   BY  1
                   UNTIL   IDX-CD          >   10
               MOVE    MCHIKEN-DOSYUCD (IDX-CD)
                                       TO  CHK-DOSYUCD (IDX-CD)
           END-PERFORM
           MOVE    MCHIKEN-KEIGENHI    TO  CHK-KEIGENHI
           MOVE    SMCNDATE-YMD        TO  CHK-UPYMD
           MOVE    SMCNDATE-HMS        TO  CHK-UPHMS
      *
           MOVE    CHIKEN-REC          TO  MCPDATA-REC
           MOVE    "tbl_chiken"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    CHIKEN-REC          TO  MCPDATA-REC
           MOVE    "tbl_chiken"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           MOVE    SPACE               TO  MCHIKEN-MSG
           PERFORM 220-DISP-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "登録しました"      TO  MCHIKEN-MSG
           ELSE
               MOVE    "登録できませんでした"
                                       TO  MCHIKEN-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    課題削除処理
      *    （参加患者が登録されている課題は削除しない）
      *****************************************************************
       240-SAKUJO-SEC              SECTION.
      *
           MOVE    SPACE               TO  MCHIKEN-MSG
           IF      MCHIKEN-CHIKENID    =   SPACE
               MOVE    "プロトコル番号が未入力です"
                                       TO  MCHIKEN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
           PERFORM 220-DISP-SEC
           IF      FLG-CHIKEN      NOT =   ZERO
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
           IF      MCHIKEN-COUNT       >   ZERO
               MOVE    "参加患者が登録されています"
                                       TO  MCHIKEN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
      *
           INITIALIZE                  CHIKEN-REC
           MOVE    SPA-HOSPNUM         TO  CHK-HOSPNUM
           MOVE    MCHIKEN-CHIKENID    TO  CHK-CHIKENID
           MOVE    CHIKEN-REC          TO  MCPDATA-REC
           MOVE    "tbl_chiken"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           PERFORM 110-KADAI-CLEAR-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "削除しました"      TO  MCHIKEN-MSG
           ELSE
               MOVE    "削除できませんでした"
                                       TO  MCHIKEN-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       240-SAKUJO-EXT.
           EXIT.
      *****************************************************************
      *    参加患者登録処理
      *    （同一課題・患者は削除後に登録する（変更を兼ねる））
      *****************************************************************
       250-PT-TOUROKU-SEC          SECTION.
      *
           PERFORM 270-PT-CHK-SEC
           IF      MCHIKEN-MSG     NOT =   SPACE
               PERFORM 290-REDISP-SEC
               GO  TO  250-PT-TOUROKU-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           INITIALIZE                  CHIKENPT-REC
           MOVE    SPA-HOSPNUM         TO  CKP-HOSPNUM
           MOVE    MCHIKEN-CHIKENID    TO  CKP-CHIKENID
           MOVE    MCHIKEN-PTID        TO  CKP-PTID
           MOVE    MCHIKEN-PTSTYMD     TO  CKP-STYMD
           MOVE    MCHIKEN-PTEDYMD     TO  CKP-EDYMD
           MOVE    SMCNDATE-YMD        TO  CKP-UPYMD
           MOVE    SMCNDATE-HMS        TO  CKP-UPHMS
      *
           MOVE    CHIKENPT-REC        TO  MCPDATA-REC
           MOVE    "tbl_chikenpt"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    CHIKENPT-REC        TO  MCPDATA-REC
           MOVE    "tbl_chikenpt"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           MOVE    SPACE               TO  MCHIKEN-MSG
           PERFORM 220-DISP-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "参加患者を登録しました"
                                       TO  MCHIKEN-MSG
           ELSE
               MOVE    "登録できませんでした"
                                       TO  MCHIKEN-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       250-PT-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    参加患者削除処理
      *****************************************************************
       255-PT-SAKUJO-SEC           SECTION.
      *
           MOVE    SPACE               TO  MCHIKEN-MSG
           IF      MCHIKEN-CHIKENID    =   SPACE
               MOVE    "プロトコル番号が未入力です"
                                       TO  MCHIKEN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  255-PT-SAKUJO-EXT
           END-IF
           IF      MCHIKEN-PTID        IS  NOT NUMERIC
           OR      MCHIKEN-PTID        =   ZERO
               MOVE    "患者番号を入力してください"
                                       TO  MCHIKEN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  255-PT-SAKUJO-EXT
           END-IF
      *
           INITIALIZE                  CHIKENPT-REC
           MOVE    SPA-HOSPNUM         TO  CKP-HOSPNUM
           MOVE    MCHIKEN-CHIKENID    TO  CKP-CHIKENID
           MOVE    MCHIKEN-PTID        TO  CKP-PTID
           MOVE    CHIKENPT-REC        TO  MCPDATA-REC
           MOVE    "tbl_chikenpt"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           PERFORM 120-PT-CLEAR-SEC
           MOVE    SPACE               TO  MCHIKEN-MSG
           PERFORM 220-DISP-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "参加患者を削除しました"
                                       TO  MCHIKEN-MSG
           ELSE
               MOVE    "削除できませんでした"
                                       TO  MCHIKEN-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       255-PT-SAKUJO-EXT.
           EXIT.
      *****************************************************************
      *    課題項目チェック処理
      *    （誤りがあればメッセージを設定する）
      *****************************************************************
       260-KADAI-CHK-SEC           SECTION.
      *
           MOVE    SPACE               TO  MCHIKEN-MSG
           IF      MCHIKEN-CHIKENID    =   SPACE
               MOVE    "プロトコル番号が未入力です"
                                       TO  MCHIKEN-MSG
               GO  TO  260-KADAI-CHK-EXT
           END-IF
           IF      MCHIKEN-CHIKENNAME  =   SPACE
               MOVE    "治験課題名を入力してください"
                                       TO  MCHIKEN-MSG
               GO  TO  260-KADAI-CHK-EXT
           END-IF
           IF      MCHIKEN-IRAISYA     =   SPACE
               MOVE    "治験依頼者を入力してください"
                                       TO  MCHIKEN-MSG
               GO  TO  260-KADAI-CHK-EXT
           END-IF
           IF      MCHIKEN-STYMD       IS  NOT NUMERIC
               MOVE    "実施開始日を入力してください"
                                       TO  MCHIKEN-MSG
               GO  TO  260-KADAI-CHK-EXT
           END-IF
           IF      MCHIKEN-EDYMD       IS  NOT NUMERIC
               MOVE    "99999999"          TO  MCHIKEN-EDYMD
           END-IF
           IF      MCHIKEN-STYMD       >   MCHIKEN-EDYMD
               MOVE    "実施期間に誤りがあります"
                                       TO  MCHIKEN-MSG
               GO  TO  260-KADAI-CHK-EXT
           END-IF
      *    支給対象外経費の範囲（空白は保険請求のまま）
           IF    ( MCHIKEN-KENSAKBN  NOT =   "1" )
               MOVE    SPACE               TO  MCHIKEN-KENSAKBN
           END-IF
           IF    ( MCHIKEN-GAZOKBN   NOT =   "1" )
               MOVE    SPACE               TO  MCHIKEN-GAZOKBN
           END-IF
           IF    ( MCHIKEN-YAKUZAIKBN NOT =  "1" )
               MOVE    SPACE               TO  MCHIKEN-YAKUZAIKBN
           END-IF
           MOVE    ZERO                TO  WRK-COUNT
           PERFORM VARYING IDX-CD  FROM    1   BY  1
                   UNTIL   IDX-CD          >   10
                   OR      MCHIKEN-MSG     NOT =   SPACE
               IF      MCHIKEN-DOSYUCD (IDX-CD)    NOT =   SPACE
                   IF      MCHIKEN-DOSYUCD (IDX-CD)  IS  NOT NUMERIC
                   OR      MCHIKEN-DOSYUCD (IDX-CD) (1:1)  NOT =   "6"
                       MOVE    "同種同効薬が誤りです"
                                       TO  MCHIKEN-MSG
                   ELSE
                       ADD     1                   TO  WRK-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF      MCHIKEN-MSG     NOT =   SPACE
               GO  TO  260-KADAI-CHK-EXT
           END-IF
           IF      MCHIKEN-YAKUZAIKBN  =   "1"
           AND     WRK-COUNT           =   ZERO
               MOVE    "同種同効薬を入力してください"
                                       TO  MCHIKEN-MSG
               GO  TO  260-KADAI-CHK-EXT
           END-IF
           IF      MCHIKEN-KEIGENHI    IS  NOT NUMERIC
               MOVE    "負担軽減費に誤りがあります"
                                       TO  MCHIKEN-MSG
               GO  TO  260-KADAI-CHK-EXT
           END-IF
           .
       260-KADAI-CHK-EXT.
           EXIT.
      *****************************************************************
      *    参加患者項目チェック処理
      *    （参加期間が他の治験課題と重なる登録は行わない）
      *****************************************************************
       270-PT-CHK-SEC              SECTION.
      *
           MOVE    SPACE               TO  MCHIKEN-MSG
           IF      MCHIKEN-CHIKENID    =   SPACE
               MOVE    "プロトコル番号が未入力です"
                                       TO  MCHIKEN-MSG
               GO  TO  270-PT-CHK-EXT
           END-IF
           PERFORM 820-CHIKEN-GET-SEC
           IF      FLG-CHIKEN      NOT =   ZERO
               MOVE    "治験課題が登録されていません"
                                       TO  MCHIKEN-MSG
               GO  TO  270-PT-CHK-EXT
           END-IF
           IF      MCHIKEN-PTID        IS  NOT NUMERIC
           OR      MCHIKEN-PTID        =   ZERO
               MOVE    "患者番号を入力してください"
                                       TO  MCHIKEN-MSG
               GO  TO  270-PT-CHK-EXT
           END-IF
           MOVE    MCHIKEN-PTID        TO  WRK-PTID
           PERFORM 800-PTINF-GET-SEC
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    SPACE               TO  MCHIKEN-NAME
               MOVE    "患者が登録されていません"
                                       TO  MCHIKEN-MSG
               GO  TO  270-PT-CHK-EXT
           END-IF
           MOVE    PTINF-NAME          TO  MCHIKEN-NAME
      *
           IF      MCHIKEN-PTSTYMD     IS  NOT NUMERIC
               MOVE    "参加開始日を入力してください"
                                       TO  MCHIKEN-MSG
               GO  TO  270-PT-CHK-EXT
           END-IF
           IF      MCHIKEN-PTEDYMD     IS  NOT NUMERIC
               MOVE    SPACE               TO  MCHIKEN-PTEDYMD
               MOVE    "99999999"          TO  WRK-PTEDYMD
           ELSE
               MOVE    MCHIKEN-PTEDYMD     TO  WRK-PTEDYMD
           END-IF
           IF      MCHIKEN-PTSTYMD     >   WRK-PTEDYMD
               MOVE    "参加期間に誤りがあります"
                                       TO  MCHIKEN-MSG
               GO  TO  270-PT-CHK-EXT
           END-IF
           MOVE    CHK-EDYMD           TO  WRK-EDYMD
           IF      WRK-EDYMD           =   SPACE
               MOVE    "99999999"          TO  WRK-EDYMD
           END-IF
           IF      MCHIKEN-PTSTYMD     <   CHK-STYMD
           OR      WRK-PTEDYMD         >   WRK-EDYMD
               MOVE    "参加期間が実施期間外です"
                                       TO  MCHIKEN-MSG
               GO  TO  270-PT-CHK-EXT
           END-IF
      *
           PERFORM 840-JUFUKU-CHK-SEC
           IF      FLG-JUFUKU          =   1
               MOVE    "他の治験課題に参加中です"
                                       TO  MCHIKEN-MSG
               GO  TO  270-PT-CHK-EXT
           END-IF
           .
       270-PT-CHK-EXT.
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
           MOVE    WRK-PTID            TO  PTINF-PTID
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
      *    治験課題取得処理
      *****************************************************************
       820-CHIKEN-GET-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-CHIKEN
      *
           INITIALIZE                  CHIKEN-REC
           MOVE    SPA-HOSPNUM         TO  CHK-HOSPNUM
           MOVE    MCHIKEN-CHIKENID    TO  CHK-CHIKENID
           MOVE    CHIKEN-REC          TO  MCPDATA-REC
           MOVE    "tbl_chiken"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_chiken"        TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  CHIKEN-REC
                   MOVE    ZERO                TO  FLG-CHIKEN
               END-IF
               MOVE    "tbl_chiken"        TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       820-CHIKEN-GET-EXT.
           EXIT.
      *****************************************************************
      *    参加患者一覧取得処理
      *****************************************************************
       830-CHIKENPT-LIST-SEC       SECTION.
      *
           MOVE    ZERO                TO  WRK-COUNT
      *
           INITIALIZE                  CHIKENPT-REC
           MOVE    SPA-HOSPNUM         TO  CKP-HOSPNUM
           MOVE    MCHIKEN-CHIKENID    TO  CKP-CHIKENID
           MOVE    CHIKENPT-REC        TO  MCPDATA-REC
           MOVE    "tbl_chikenpt"      TO  MCP-TABLE
           MOVE    "chiken"            TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  830-CHIKENPT-LIST-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM 831-CHIKENPT-FETCH-SEC
                   UNTIL   FLG-FETCH       =   1
      *
           MOVE    "tbl_chikenpt"      TO  MCP-TABLE
           MOVE    "chiken"            TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    WRK-COUNT           TO  MCHIKEN-COUNT
           .
       830-CHIKENPT-LIST-EXT.
           EXIT.
      *****************************************************************
      *    参加患者一覧読込処理
      *****************************************************************
       831-CHIKENPT-FETCH-SEC      SECTION.
      *
           MOVE    "tbl_chikenpt"      TO  MCP-TABLE
           MOVE    "chiken"            TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  831-CHIKENPT-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  CHIKENPT-REC
      *
           IF      WRK-COUNT           >=  50
               GO  TO  831-CHIKENPT-FETCH-EXT
           END-IF
           ADD     1                   TO  WRK-COUNT
           MOVE    CKP-PTID        TO  MCHIKEN-TPTID       (WRK-COUNT)
           MOVE    CKP-STYMD       TO  MCHIKEN-TSTYMD      (WRK-COUNT)
           MOVE    CKP-EDYMD       TO  MCHIKEN-TEDYMD      (WRK-COUNT)
      *    患者氏名
           MOVE    CKP-PTID            TO  WRK-PTID
           PERFORM 800-PTINF-GET-SEC
           IF      FLG-PTINF           =   ZERO
               MOVE    PTINF-NAME  TO  MCHIKEN-TNAME       (WRK-COUNT)
           ELSE
               MOVE    SPACE       TO  MCHIKEN-TNAME       (WRK-COUNT)
           END-IF
           .
       831-CHIKENPT-FETCH-EXT.
           EXIT.
      *****************************************************************
      *    他課題参加重複チェック処理
      *    （同一患者の他課題で参加期間が重なるものを探す）
      *****************************************************************
       840-JUFUKU-CHK-SEC          SECTION.
      *
           MOVE    ZERO                TO  FLG-JUFUKU
      *
           INITIALIZE                  CHIKENPT-REC
           MOVE    SPA-HOSPNUM         TO  CKP-HOSPNUM
           MOVE    MCHIKEN-PTID        TO  CKP-PTID
           MOVE    CHIKENPT-REC        TO  MCPDATA-REC
           MOVE    "tbl_chikenpt"      TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  840-JUFUKU-CHK-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM 841-JUFUKU-FETCH-SEC
                   UNTIL   FLG-FETCH       =   1
      *
           MOVE    "tbl_chikenpt"      TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       840-JUFUKU-CHK-EXT.
           EXIT.
      *****************************************************************
      *    他課題参加重複読込処理
      *****************************************************************
       841-JUFUKU-FETCH-SEC        SECTION.
      *
           MOVE    "tbl_chikenpt"      TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  841-JUFUKU-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  CHIKENPT-REC
      *
           IF      CKP-CHIKENID        =   MCHIKEN-CHIKENID
               GO  TO  841-JUFUKU-FETCH-EXT
           END-IF
           IF      CKP-EDYMD           =   SPACE
               MOVE    "99999999"          TO  CKP-EDYMD
           END-IF
           IF    ( CKP-STYMD      NOT >   WRK-PTEDYMD )
           AND   ( CKP-EDYMD      NOT <   MCHIKEN-PTSTYMD )
               MOVE    1                   TO  FLG-JUFUKU
               MOVE    1                   TO  FLG-FETCH
           END-IF
           .
       841-JUFUKU-FETCH-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MCHIKEN"           TO  MCP-WINDOW
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
           MOVE    "MCHIKEN"           TO  SPA-MOTOPG
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
