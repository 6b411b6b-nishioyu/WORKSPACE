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
       PROGRAM-ID.                 ORCGPTPORTAL.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 収納
      *  コンポーネント名  : 患者ポータル・電子交付設定（ＭＰＴＰＯＲＴＡＬ）
      *                      （領収書・診療明細書の交付区分（紙・
      *                        電子のみ・紙と電子）と、患者ポータル
      *                        の利用可否・ポータルＩＤ・認証キーを
      *                        登録する。認証の連続失敗による利用
      *                        停止はここで解除する。
      *                        設定は患者ポータル照会ＡＰＩ
      *                        （ＯＲＡＰＩ０３４Ｒ１Ｖ２）と電子交付
      *                        集計（ＯＲＣＢＤＥＮＳＨＩＫＯＦＵ）
      *                        が参照する）
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
           03  FLG-PORTAL          PIC 9(01).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    患者ポータル設定テーブル
      *    （ＯＲＡＰＩ０３４Ｒ１Ｖ２と同一レイアウト）
       01  PTPORTAL-REC.
           03  PTP-HOSPNUM             PIC 9(02).
           03  PTP-PTID                PIC 9(10).
      *    交付区分（０：紙　１：電子のみ　２：紙と電子）
           03  PTP-KOFUKBN             PIC X(01).
      *    ポータル利用区分（０：利用しない　１：利用する）
           03  PTP-RIYOKBN             PIC X(01).
           03  PTP-PORTALID            PIC X(64).
           03  PTP-NINSYOKEY           PIC X(64).
      *    連続認証失敗回数・利用停止日
           03  PTP-MISSCNT             PIC 9(02).
           03  PTP-LOCKYMD             PIC X(08).
      *    最終認証日時
           03  PTP-LASTYMD             PIC X(08).
           03  PTP-LASTHMS             PIC X(06).
           03  PTP-TERMID              PIC X(16).
           03  PTP-OPID                PIC X(16).
           03  PTP-CREYMD              PIC X(08).
           03  PTP-UPYMD               PIC X(08).
           03  PTP-UPHMS               PIC X(06).
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
           COPY    "MPTPORTAL.INC".
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
           MOVE    SPACE               TO  MPTPORTAL-PTID
                                           MPTPORTAL-MSG
           PERFORM 110-CLEAR-SEC
      *
           PERFORM 290-REDISP-SEC
           .
       100-INIT-EXT.
           EXIT.
      *****************************************************************
      *    設定項目クリア処理
      *****************************************************************
       110-CLEAR-SEC               SECTION.
      *
           MOVE    SPACE               TO  MPTPORTAL-PORTALID
                                           MPTPORTAL-NINSYOKEY
                                           MPTPORTAL-LOCKYMD
                                           MPTPORTAL-LASTYMD
           MOVE    "0"                 TO  MPTPORTAL-KOFUKBN
                                           MPTPORTAL-RIYOKBN
           MOVE    ZERO                TO  MPTPORTAL-MISSCNT
           .
       110-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    画面遷移処理
      *****************************************************************
       200-GMNSENI                 SECTION.
      *
           EVALUATE    MCP-EVENT       ALSO    MCP-WIDGET
      *        表示
               WHEN    "CLICKED"       ALSO    "B02"
                   MOVE    SPACE               TO  MPTPORTAL-MSG
                   PERFORM 220-PORTAL-DISP-SEC
                   PERFORM 290-REDISP-SEC
      *        登録（同一患者は上書き）
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-TOUROKU-SEC
      *        削除
               WHEN    "CLICKED"       ALSO    "B04"
                   PERFORM 240-SAKUJO-SEC
      *        利用停止解除
               WHEN    "CLICKED"       ALSO    "B05"
                   PERFORM 250-KAIJO-SEC
               WHEN    OTHER
                   PERFORM 210-BACK
           END-EVALUATE
      *
           .
       200-GMNSENI-EXT.
           EXIT.
      *****************************************************************
      *    設定表示処理
      *****************************************************************
       220-PORTAL-DISP-SEC         SECTION.
      *
           IF      MPTPORTAL-PTID      IS  NOT NUMERIC
           OR      MPTPORTAL-PTID      =   ZERO
               MOVE    "患者番号を入力してください"
                                       TO  MPTPORTAL-MSG
               GO  TO  220-PORTAL-DISP-EXT
           END-IF
      *
           PERFORM 900-PORTAL-GET-SEC
           IF      FLG-PORTAL      NOT =   ZERO
               MOVE    "設定は未登録です（紙で交付）"
                                       TO  MPTPORTAL-MSG
               PERFORM 110-CLEAR-SEC
               GO  TO  220-PORTAL-DISP-EXT
           END-IF
      *
           MOVE    PTP-KOFUKBN         TO  MPTPORTAL-KOFUKBN
           MOVE    PTP-RIYOKBN         TO  MPTPORTAL-RIYOKBN
           MOVE    PTP-PORTALID        TO  MPTPORTAL-PORTALID
           MOVE    PTP-NINSYOKEY       TO  MPTPORTAL-NINSYOKEY
           MOVE    PTP-MISSCNT         TO  MPTPORTAL-MISSCNT
           MOVE    PTP-LOCKYMD         TO  MPTPORTAL-LOCKYMD
           MOVE    PTP-LASTYMD         TO  MPTPORTAL-LASTYMD
           IF      PTP-LOCKYMD     NOT =   SPACE
               MOVE    "認証失敗により利用停止中です"
                                       TO  MPTPORTAL-MSG
           END-IF
           .
       220-PORTAL-DISP-EXT.
           EXIT.
      *****************************************************************
      *    設定登録処理（同一患者は削除後に登録する。認証の記録は
      *    引き継ぐ）
      *****************************************************************
       230-TOUROKU-SEC             SECTION.
      *
           IF      MPTPORTAL-PTID      IS  NOT NUMERIC
           OR      MPTPORTAL-PTID      =   ZERO
               MOVE    "患者番号を入力してください"
                                       TO  MPTPORTAL-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MPTPORTAL-KOFUKBN   NOT =   "0"  AND  "1"  AND  "2"
               MOVE    "交付区分が不正です"
                                       TO  MPTPORTAL-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MPTPORTAL-RIYOKBN   NOT =   "0"  AND  "1"
               MOVE    "ポータル利用区分が不正です"
                                       TO  MPTPORTAL-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *    電子交付は患者ポータルで閲覧するため利用を要する
           IF      MPTPORTAL-KOFUKBN   NOT =   "0"
           AND     MPTPORTAL-RIYOKBN       =   "0"
               MOVE    "電子交付はポータル利用が必要"
                                       TO  MPTPORTAL-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MPTPORTAL-RIYOKBN       =   "1"
               IF      MPTPORTAL-PORTALID      =   SPACE
               OR      MPTPORTAL-NINSYOKEY     =   SPACE
                   MOVE    SPACE               TO  MPTPORTAL-MSG
                   STRING  "ポータルＩＤ・認証キーを"
                                           DELIMITED   BY  SIZE
                           "入力してください"
                                           DELIMITED   BY  SIZE
                                           INTO    MPTPORTAL-MSG
                   END-STRING
                   PERFORM 290-REDISP-SEC
                   GO  TO  230-TOUROKU-EXT
               END-IF
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           PERFORM 900-PORTAL-GET-SEC
           IF      FLG-PORTAL          =   ZERO
               MOVE    PTPORTAL-REC        TO  MCPDATA-REC
               MOVE    "tbl_ptportal"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBDELETE"          TO  MCP-FUNC
               CALL    "ORCDBMAIN"         USING
                                           MCPAREA
                                           MCPDATA-REC
                                           SPA-AREA
           ELSE
               INITIALIZE                  PTPORTAL-REC
               MOVE    SPA-HOSPNUM         TO  PTP-HOSPNUM
               MOVE    MPTPORTAL-PTID      TO  PTP-PTID
               MOVE    ZERO                TO  PTP-MISSCNT
               MOVE    SMCNDATE-YMD        TO  PTP-CREYMD
           END-IF
      *
           MOVE    MPTPORTAL-KOFUKBN   TO  PTP-KOFUKBN
           MOVE    MPTPORTAL-RIYOKBN   TO  PTP-RIYOKBN
           MOVE    MPTPORTAL-PORTALID  TO  PTP-PORTALID
           MOVE    MPTPORTAL-NINSYOKEY TO  PTP-NINSYOKEY
           MOVE    SPA-TERMID          TO  PTP-TERMID
           MOVE    SPA-OPID            TO  PTP-OPID
           MOVE    SMCNDATE-YMD        TO  PTP-UPYMD
           MOVE    SMCNDATE-HMS        TO  PTP-UPHMS
      *
           MOVE    PTPORTAL-REC        TO  MCPDATA-REC
           MOVE    "tbl_ptportal"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "設定を登録しました"
                                       TO  MPTPORTAL-MSG
           ELSE
               MOVE    "設定を登録できませんでした"
                                       TO  MPTPORTAL-MSG
           END-IF
      *
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    設定削除処理（紙で交付する）
      *****************************************************************
       240-SAKUJO-SEC              SECTION.
      *
           IF      MPTPORTAL-PTID      IS  NOT NUMERIC
           OR      MPTPORTAL-PTID      =   ZERO
               MOVE    "患者番号を入力してください"
                                       TO  MPTPORTAL-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
      *
           PERFORM 900-PORTAL-GET-SEC
           IF      FLG-PORTAL      NOT =   ZERO
               MOVE    "設定は未登録です（紙で交付）"
                                       TO  MPTPORTAL-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
      *
           MOVE    PTPORTAL-REC        TO  MCPDATA-REC
           MOVE    "tbl_ptportal"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "設定を削除しました"
                                       TO  MPTPORTAL-MSG
               PERFORM 110-CLEAR-SEC
           ELSE
               MOVE    "設定を削除できませんでした"
                                       TO  MPTPORTAL-MSG
           END-IF
      *
           PERFORM 290-REDISP-SEC
           .
       240-SAKUJO-EXT.
           EXIT.
      *****************************************************************
      *    利用停止解除処理（認証失敗回数を０にする）
      *****************************************************************
       250-KAIJO-SEC               SECTION.
      *
           IF      MPTPORTAL-PTID      IS  NOT NUMERIC
           OR      MPTPORTAL-PTID      =   ZERO
               MOVE    "患者番号を入力してください"
                                       TO  MPTPORTAL-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  250-KAIJO-EXT
           END-IF
      *
           PERFORM 900-PORTAL-GET-SEC
           IF      FLG-PORTAL      NOT =   ZERO
           OR      PTP-LOCKYMD         =   SPACE
               MOVE    "利用停止中ではありません"
                                       TO  MPTPORTAL-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  250-KAIJO-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           MOVE    ZERO                TO  PTP-MISSCNT
           MOVE    SPACE               TO  PTP-LOCKYMD
           MOVE    SPA-TERMID          TO  PTP-TERMID
           MOVE    SPA-OPID            TO  PTP-OPID
           MOVE    SMCNDATE-YMD        TO  PTP-UPYMD
           MOVE    SMCNDATE-HMS        TO  PTP-UPHMS
           MOVE    PTPORTAL-REC        TO  MCPDATA-REC
           MOVE    "tbl_ptportal"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               PERFORM 220-PORTAL-DISP-SEC
               MOVE    "利用停止を解除しました"
                                       TO  MPTPORTAL-MSG
           ELSE
               MOVE    "利用停止を解除できませんでした"
                                       TO  MPTPORTAL-MSG
           END-IF
      *
           PERFORM 290-REDISP-SEC
           .
       250-KAIJO-EXT.
           EXIT.
      *****************************************************************
      *    設定１件取得処理
      *****************************************************************
       900-PORTAL-GET-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-PORTAL
      *
           INITIALIZE                  PTPORTAL-REC
           MOVE    SPA-HOSPNUM         TO  PTP-HOSPNUM
           MOVE    MPTPORTAL-PTID      TO  PTP-PTID
           MOVE    PTPORTAL-REC        TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_ptportal"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_ptportal"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               CALL    "ORCDBMAIN"         USING
                                           MCPAREA
                                           MCPDATA-REC
                                           SPA-AREA
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTPORTAL-REC
                   MOVE    ZERO                TO  FLG-PORTAL
               END-IF
               MOVE    "tbl_ptportal"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               CALL    "ORCDBMAIN"         USING
                                           MCPAREA
                                           MCPDATA-REC
                                           SPA-AREA
           END-IF
           .
       900-PORTAL-GET-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MPTPORTAL"         TO  MCP-WINDOW
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
           MOVE    "MPTPORTAL"         TO  SPA-MOTOPG
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
