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
       PROGRAM-ID.                 ORCGEHRKYOYU.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 患者
      *  コンポーネント名  : 電子カルテ情報共有（ＭＥＨＲＫＹＯＹＵ）
      *                      （患者ごとの電子カルテ情報共有サービス
      *                        への提供同意の登録と、３文書６情報
      *                        の作成・送信状況の照会、再出力指示
      *                        を行う。ファイル作成はＯＲＣＢＥＨＲ
      *                        ＦＨＩＲで行う）
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
           03  FLG-EHD             PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(02).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PTID            PIC 9(10).
           03  WRK-SELNUM          PIC 9(02).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    電子カルテ情報共有同意テーブル
      *    同意区分（０：未取得　１：同意　２：不同意　３：撤回）
       01  EHRDOUI-REC.
           03  EHD-HOSPNUM         PIC 9(02).
           03  EHD-PTID            PIC 9(10).
           03  EHD-DOUIKBN         PIC X(01).
           03  EHD-DOUIYMD         PIC X(08).
           03  EHD-OPID            PIC X(10).
           03  EHD-UPYMD           PIC X(08).
           03  EHD-UPHMS           PIC X(06).
      *
      *    電子カルテ情報共有送信管理テーブル
      *    （ＯＲＣＢＥＨＲＦＨＩＲが作成・送信の状態を記録する）
      *    文書種別（１：６情報　２：退院時サマリー
      *              ３：診療情報提供書）
      *    状態（０：再出力指示　１：出力済　２：送信済
      *          ９：エラー）
       01  EHRSOSHIN-REC.
           03  EHS-HOSPNUM         PIC 9(02).
           03  EHS-PTID            PIC 9(10).
           03  EHS-SYUBETU         PIC X(01).
           03  EHS-TAISYOYMD       PIC X(08).
           03  EHS-REFCD           PIC X(10).
           03  EHS-FILENAME        PIC X(60).
           03  EHS-STATE           PIC X(01).
           03  EHS-ERRMSG          PIC X(100).
           03  EHS-SAKUSEIYMD      PIC X(08).
           03  EHS-SAKUSEIHMS      PIC X(06).
           03  EHS-SOSINYMD        PIC X(08).
           03  EHS-SOSINHMS        PIC X(06).
           03  EHS-UPYMD           PIC X(08).
           03  EHS-UPHMS           PIC X(06).
      *
      *    患者番号変換
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
           COPY    "MEHRKYOYU.INC".
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
           MOVE    SPACE               TO  MEHRKYOYU-PTNUM
                                           MEHRKYOYU-NAME
                                           MEHRKYOYU-DOUIKBN
                                           MEHRKYOYU-DOUIYMD
                                           MEHRKYOYU-SELNUM
                                           MEHRKYOYU-MSG
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
      *        同意・送信状況照会
               WHEN    "CLICKED"       ALSO    "B02"
                   MOVE    SPACE               TO  MEHRKYOYU-MSG
                   PERFORM 220-SHOKAI-SEC
                   PERFORM 290-REDISP-SEC
      *        同意登録
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-DOUI-SEC
      *        再出力指示
               WHEN    "CLICKED"       ALSO    "B04"
                   PERFORM 240-SAISYUTU-SEC
               WHEN    OTHER
                   PERFORM 210-BACK
           END-EVALUATE
      *
           .
       200-GMNSENI-EXT.
           EXIT.
      *****************************************************************
      *    同意・送信状況照会処理
      *****************************************************************
       220-SHOKAI-SEC              SECTION.
      *
           PERFORM 250-LST-CLEAR-SEC
           MOVE    SPACE               TO  MEHRKYOYU-NAME
                                           MEHRKYOYU-DOUIKBN
                                           MEHRKYOYU-DOUIYMD
      *
           PERFORM 900-PTNUM-INV-SEC
           IF      FLG-PTNUM       NOT =   ZERO
               MOVE    "患者番号が存在しません"
                                       TO  MEHRKYOYU-MSG
               GO  TO  220-SHOKAI-EXT
           END-IF
      *
           PERFORM 900-PTINF-INV-SEC
           IF      MCP-RC              =   ZERO
               MOVE    PTINF-NAME          TO  MEHRKYOYU-NAME
           END-IF
      *
           PERFORM 900-EHD-INV-SEC
           IF      FLG-EHD             =   ZERO
               MOVE    EHD-DOUIKBN         TO  MEHRKYOYU-DOUIKBN
               MOVE    EHD-DOUIYMD         TO  MEHRKYOYU-DOUIYMD
           ELSE
               MOVE    "0"                 TO  MEHRKYOYU-DOUIKBN
           END-IF
      *
           MOVE    ZERO                TO  IDX
           MOVE    99                  TO  WRK-SELNUM
           PERFORM 221-EHS-SELECT-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 222-EHS-FETCH-SEC
                       UNTIL   FLG-FETCH   =   1
                       OR      IDX         >=  20
               PERFORM 223-EHS-CLOSE-SEC
           END-IF
      *
           IF      IDX                 =   ZERO
               MOVE    "作成・送信の記録がありません"
                                       TO  MEHRKYOYU-MSG
           END-IF
           .
       220-SHOKAI-EXT.
           EXIT.
      *****************************************************************
      *    送信管理検索処理（患者別）
      *****************************************************************
       221-EHS-SELECT-SEC          SECTION.
      *
           INITIALIZE                  EHRSOSHIN-REC
           MOVE    SPA-HOSPNUM         TO  EHS-HOSPNUM
           MOVE    WRK-PTID            TO  EHS-PTID
           MOVE    EHRSOSHIN-REC       TO  MCPDATA-REC
           MOVE    "tbl_ehrsoshin"     TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       221-EHS-SELECT-EXT.
           EXIT.
      *****************************************************************
      *    送信管理読込処理
      *    （ＷＲＫ−ＳＥＬＮＵＭ番目の行は読込を止める）
      *****************************************************************
       222-EHS-FETCH-SEC           SECTION.
      *
           MOVE    "tbl_ehrsoshin"     TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  222-EHS-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  EHRSOSHIN-REC
           ADD     1                   TO  IDX
           IF      IDX                 =   WRK-SELNUM
               MOVE    1                   TO  FLG-FETCH
               GO  TO  222-EHS-FETCH-EXT
           END-IF
      *
           EVALUATE    EHS-SYUBETU
               WHEN    "1"
                   MOVE    "６情報"            TO
                           MEHRKYOYU-LST-SYUBETU (IDX)
               WHEN    "2"
                   MOVE    "退院時サマリー"    TO
                           MEHRKYOYU-LST-SYUBETU (IDX)
               WHEN    OTHER
                   MOVE    "診療情報提供書"    TO
                           MEHRKYOYU-LST-SYUBETU (IDX)
           END-EVALUATE
           MOVE    EHS-TAISYOYMD       TO  MEHRKYOYU-LST-YMD (IDX)
           EVALUATE    EHS-STATE
               WHEN    "0"
                   MOVE    "再出力待ち"        TO
                           MEHRKYOYU-LST-STATE (IDX)
               WHEN    "1"
                   MOVE    "出力済"            TO
                           MEHRKYOYU-LST-STATE (IDX)
               WHEN    "2"
                   MOVE    "送信済"            TO
                           MEHRKYOYU-LST-STATE (IDX)
               WHEN    OTHER
                   MOVE    "エラー"            TO
                           MEHRKYOYU-LST-STATE (IDX)
           END-EVALUATE
           MOVE    EHS-ERRMSG          TO  MEHRKYOYU-LST-ERRMSG (IDX)
           MOVE    EHS-FILENAME        TO
                   MEHRKYOYU-LST-FILENAME (IDX)
           .
       222-EHS-FETCH-EXT.
           EXIT.
      *****************************************************************
      *    送信管理カーソルクローズ処理
      *****************************************************************
       223-EHS-CLOSE-SEC           SECTION.
      *
           MOVE    "tbl_ehrsoshin"     TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       223-EHS-CLOSE-EXT.
           EXIT.
      *****************************************************************
      *    同意登録処理（変更を兼ねる）
      *****************************************************************
       230-DOUI-SEC                SECTION.
      *
           IF    ( MEHRKYOYU-DOUIKBN   NOT =   "0" AND "1" AND "2"
                                           AND "3" )
           OR      MEHRKYOYU-DOUIYMD   IS  NOT NUMERIC
               MOVE    "同意区分と同意日を入力"
                                       TO  MEHRKYOYU-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-DOUI-EXT
           END-IF
      *
           PERFORM 900-PTNUM-INV-SEC
           IF      FLG-PTNUM       NOT =   ZERO
               MOVE    "患者番号が存在しません"
                                       TO  MEHRKYOYU-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-DOUI-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           PERFORM 900-EHD-INV-SEC
           MOVE    SPA-HOSPNUM         TO  EHD-HOSPNUM
           MOVE    WRK-PTID            TO  EHD-PTID
           MOVE    MEHRKYOYU-DOUIKBN   TO  EHD-DOUIKBN
           MOVE    MEHRKYOYU-DOUIYMD   TO  EHD-DOUIYMD
           MOVE    SPA-OPID            TO  EHD-OPID
           MOVE    SMCNDATE-YMD        TO  EHD-UPYMD
           MOVE    SMCNDATE-HMS        TO  EHD-UPHMS
      *
           MOVE    EHRDOUI-REC         TO  MCPDATA-REC
           MOVE    "tbl_ehrdoui"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           IF      FLG-EHD             =   ZERO
               MOVE    "DBUPDATE"          TO  MCP-FUNC
           ELSE
               MOVE    "DBINSERT"          TO  MCP-FUNC
           END-IF
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "同意を登録しました"
                                       TO  MEHRKYOYU-MSG
           ELSE
               MOVE    "同意を登録できません"
                                       TO  MEHRKYOYU-MSG
           END-IF
      *
           PERFORM 290-REDISP-SEC
           .
       230-DOUI-EXT.
           EXIT.
      *****************************************************************
      *    再出力指示処理
      *    （選択番号の文書を再出力指示とし、次回の作成で再作成する。
      *      送信済の文書も再送のため指示できる）
      *****************************************************************
       240-SAISYUTU-SEC            SECTION.
      *
           IF      MEHRKYOYU-SELNUM    IS  NOT NUMERIC
           OR      MEHRKYOYU-SELNUM    =   ZERO
           OR      MEHRKYOYU-SELNUM    >   20
               MOVE    "再出力する番号を入力"
                                       TO  MEHRKYOYU-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAISYUTU-EXT
           END-IF
           PERFORM 900-PTNUM-INV-SEC
           IF      FLG-PTNUM       NOT =   ZERO
               MOVE    "患者番号が存在しません"
                                       TO  MEHRKYOYU-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAISYUTU-EXT
           END-IF
      *
      *    選択行まで読み進める
           MOVE    ZERO                TO  IDX
           MOVE    MEHRKYOYU-SELNUM    TO  WRK-SELNUM
           PERFORM 221-EHS-SELECT-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 222-EHS-FETCH-SEC
                       UNTIL   FLG-FETCH   =   1
               PERFORM 223-EHS-CLOSE-SEC
           END-IF
           IF      IDX             NOT =   WRK-SELNUM
               MOVE    "選択番号の記録がありません"
                                       TO  MEHRKYOYU-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAISYUTU-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           MOVE    "0"                 TO  EHS-STATE
           MOVE    SMCNDATE-YMD        TO  EHS-UPYMD
           MOVE    SMCNDATE-HMS        TO  EHS-UPHMS
           MOVE    EHRSOSHIN-REC       TO  MCPDATA-REC
           MOVE    "tbl_ehrsoshin"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "再出力を指示しました"
                                       TO  MEHRKYOYU-MSG
           ELSE
               MOVE    "再出力を指示できません"
                                       TO  MEHRKYOYU-MSG
           END-IF
      *
           PERFORM 220-SHOKAI-SEC
           PERFORM 290-REDISP-SEC
           .
       240-SAISYUTU-EXT.
           EXIT.
      *****************************************************************
      *    一覧クリア処理
      *****************************************************************
       250-LST-CLEAR-SEC           SECTION.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX >   20
               MOVE    SPACE               TO
                       MEHRKYOYU-LST-SYUBETU  ( IDX )
                       MEHRKYOYU-LST-YMD      ( IDX )
                       MEHRKYOYU-LST-STATE    ( IDX )
                       MEHRKYOYU-LST-ERRMSG   ( IDX )
                       MEHRKYOYU-LST-FILENAME ( IDX )
           END-PERFORM
           MOVE    ZERO                TO  IDX
           .
       250-LST-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MEHRKYOYU"         TO  MCP-WINDOW
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
           MOVE    "MEHRKYOYU"         TO  SPA-MOTOPG
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
      *    患者番号変換処理（画面の患者番号から患者ＩＤを得る）
      *****************************************************************
       900-PTNUM-INV-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-PTNUM
           MOVE    ZERO                TO  WRK-PTID
           IF      MEHRKYOYU-PTNUM     =   SPACE
               GO  TO  900-PTNUM-INV-EXT
           END-IF
      *
           INITIALIZE                  PTNUM-REC
           MOVE    SPA-HOSPNUM         TO  PTNUM-HOSPNUM
           MOVE    MEHRKYOYU-PTNUM     TO  PTNUM-PTNUM
           MOVE    PTNUM-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_ptnum"         TO  MCP-TABLE
               MOVE    "key2"              TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTNUM-REC
                   MOVE    PTNUM-PTID          TO  WRK-PTID
                   MOVE    ZERO                TO  FLG-PTNUM
               END-IF
           END-IF
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-PTNUM-INV-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者情報読込処理
      *****************************************************************
       900-PTINF-INV-SEC           SECTION.
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
               END-IF
           END-IF
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-PTINF-INV-EXT.
           EXIT.
      *
      *****************************************************************
      *    同意読込処理
      *****************************************************************
       900-EHD-INV-SEC             SECTION.
      *
           MOVE    1                   TO  FLG-EHD
           INITIALIZE                  EHRDOUI-REC
           MOVE    SPA-HOSPNUM         TO  EHD-HOSPNUM
           MOVE    WRK-PTID            TO  EHD-PTID
           MOVE    EHRDOUI-REC         TO  MCPDATA-REC
           MOVE    "tbl_ehrdoui"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_ehrdoui"       TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  EHRDOUI-REC
                   MOVE    ZERO                TO  FLG-EHD
               END-IF
           END-IF
           MOVE    "tbl_ehrdoui"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-EHD-INV-EXT.
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
