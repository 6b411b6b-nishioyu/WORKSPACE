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
       PROGRAM-ID.                 ORCGHOUJIN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 収納
      *  コンポーネント名  : 法人請求管理（ＭＨＯＵＪＩＮ）
      *                      （企業健診・集団予防接種・職員の自費
      *                        診療など、法人が費用を負担する会計
      *                        の請求先法人（締日・支払期日・請求書
      *                        送付先）を登録し、患者の収納（伝票）
      *                        を法人請求へ振り替える。
      *                        振替分は法人請求書作成・入金消込
      *                        （ＯＲＣＢＨＯＵＪＩＮ）が請求書に
      *                        まとめ、法人からの入金で消し込む）
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
           03  FLG-HOUJIN          PIC 9(01).
           03  FLG-SYUNOU          PIC 9(01).
           03  FLG-FURI            PIC 9(01).
           03  FLG-KASHI           PIC 9(01).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-COUNT           PIC 9(04)   COMP.
           03  WRK-RC              PIC S9(09)  BINARY.
           03  WRK-PTID            PIC 9(10).
           03  WRK-MISYU           PIC S9(10).
           03  WRK-MISEIKYU        PIC 9(05).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    請求先法人マスタ
      *    （ＯＲＣＢＨＯＵＪＩＮと同一レイアウト）
       01  HOUJIN-REC.
           03  HJN-HOSPNUM         PIC 9(02).
           03  HJN-HOUJINCD        PIC X(10).
           03  HJN-HOUJINNAME      PIC X(100).
      *    締日（３１以上は末日）
           03  HJN-SIMEBI          PIC 9(02).
      *    支払期日（締日から何か月後の何日。日の３１以上は末日）
           03  HJN-SHRTUKI         PIC 9(01).
           03  HJN-SHRHI           PIC 9(02).
      *    請求書送付先
           03  HJN-POST            PIC X(07).
           03  HJN-ADRS            PIC X(200).
           03  HJN-TANTO           PIC X(100).
           03  HJN-TEL             PIC X(15).
           03  HJN-UPYMD           PIC X(08).
           03  HJN-UPHMS           PIC X(06).
      *
      *    法人請求振替テーブル
      *    （ＯＲＣＢＨＯＵＪＩＮ・ＯＲＣＢＫＯＵＦＵＲＩと同一）
       01  HOUJINFURI-REC.
           03  HJF-HOSPNUM         PIC 9(02).
           03  HJF-PTID            PIC 9(10).
           03  HJF-NYUGAIKBN       PIC X(01).
           03  HJF-DENPNUM         PIC 9(07).
           03  HJF-HOUJINCD        PIC X(10).
           03  HJF-SRYYMD          PIC X(08).
      *    振替額（振替時の未収額）・法人からの入金額
           03  HJF-KINGAKU         PIC S9(10).
           03  HJF-NYKMONEY        PIC S9(10).
           03  HJF-SEIKYUNUM       PIC X(20).
      *    状態（０：未請求　１：請求済　２：入金済）
           03  HJF-STATE           PIC X(01).
           03  HJF-UPYMD           PIC X(08).
           03  HJF-UPHMS           PIC X(06).
      *
      *    貸倒償却台帳テーブル
      *    （ＯＲＣＢＫＡＳＨＩＤＡＯＲＥと同一レイアウト）
       01  KASHI-REC.
           03  KASHI-HOSPNUM       PIC 9(02).
           03  KASHI-PTID          PIC 9(10).
           03  KASHI-NYUGAIKBN     PIC X(01).
           03  KASHI-DENPNUM       PIC 9(07).
           03  KASHI-SRYYMD        PIC X(08).
           03  KASHI-SYOKYAKUYMD   PIC X(08).
           03  KASHI-SYOKYAKUGAK   PIC S9(10).
           03  KASHI-SKYMONEY      PIC S9(10).
           03  KASHI-NYKMONEY      PIC S9(10).
           03  KASHI-RIYUKBN       PIC X(02).
           03  KASHI-RIYU          PIC X(80).
           03  KASHI-SYONINSHA     PIC X(40).
           03  KASHI-TORITATEGAK   PIC S9(10).
           03  KASHI-TORITATEYMD   PIC X(08).
           03  KASHI-STATE         PIC X(01).
           03  KASHI-OPID          PIC X(16).
           03  KASHI-CREYMD        PIC X(08).
           03  KASHI-UPYMD         PIC X(08).
           03  KASHI-UPHMS         PIC X(06).
      *
      *    収納
       01  SYUNOU-REC.
           COPY    "CPSYUNOU.INC".
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
           COPY    "MHOUJIN.INC".
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
           MOVE    SPACE               TO  MHOUJIN-HOUJINCD
           PERFORM 110-HOUJIN-CLEAR-SEC
           PERFORM 120-DENP-CLEAR-SEC
           MOVE    SPACE               TO  MHOUJIN-MSG
           MOVE    ZERO                TO  MHOUJIN-COUNT
      *
           PERFORM 290-REDISP-SEC
           .
       100-INIT-EXT.
           EXIT.
      *****************************************************************
      *    法人項目クリア処理
      *****************************************************************
       110-HOUJIN-CLEAR-SEC        SECTION.
      *
           MOVE    SPACE               TO  MHOUJIN-HOUJINNAME
                                           MHOUJIN-POST
                                           MHOUJIN-ADRS
                                           MHOUJIN-TANTO
                                           MHOUJIN-TEL
      *    締日・支払期日の初期値は末日締め翌月末払い
           MOVE    31                  TO  MHOUJIN-SIMEBI
           MOVE    1                   TO  MHOUJIN-SHRTUKI
           MOVE    31                  TO  MHOUJIN-SHRHI
           .
       110-HOUJIN-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    振替伝票項目クリア処理
      *****************************************************************
       120-DENP-CLEAR-SEC          SECTION.
      *
           MOVE    SPACE               TO  MHOUJIN-PTID
                                           MHOUJIN-NAME
                                           MHOUJIN-NYUGAIKBN
                                           MHOUJIN-DENPNUM
           .
       120-DENP-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    画面遷移処理
      *****************************************************************
       200-GMNSENI                 SECTION.
      *
           EVALUATE    MCP-EVENT       ALSO    MCP-WIDGET
      *        法人・振替伝票表示
               WHEN    "CLICKED"       ALSO    "B02"
                   MOVE    SPACE               TO  MHOUJIN-MSG
                   PERFORM 220-DISP-SEC
                   PERFORM 290-REDISP-SEC
      *        法人登録
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-TOUROKU-SEC
      *        法人削除
               WHEN    "CLICKED"       ALSO    "B04"
                   PERFORM 240-SAKUJO-SEC
      *        伝票振替
               WHEN    "CLICKED"       ALSO    "B05"
                   PERFORM 250-FURI-SEC
      *        伝票振替取消
               WHEN    "CLICKED"       ALSO    "B06"
                   PERFORM 255-FURI-TORIKESI-SEC
               WHEN    OTHER
                   PERFORM 210-BACK
           END-EVALUATE
      *
           .
       200-GMNSENI-EXT.
           EXIT.
      *****************************************************************
      *    法人・振替伝票表示処理
      *    （入金済み以外の振替伝票を一覧に表示する）
      *****************************************************************
       220-DISP-SEC                SECTION.
      *
           MOVE    ZERO                TO  MHOUJIN-COUNT
      *
           IF      MHOUJIN-HOUJINCD    =   SPACE
               MOVE    "法人コードを入力してください"
                                       TO  MHOUJIN-MSG
               GO  TO  220-DISP-EXT
           END-IF
      *
           PERFORM 820-HOUJIN-GET-SEC
           IF      FLG-HOUJIN      NOT =   ZERO
               PERFORM 110-HOUJIN-CLEAR-SEC
               MOVE    "法人が登録されていません"
                                       TO  MHOUJIN-MSG
               GO  TO  220-DISP-EXT
           END-IF
      *
           MOVE    HJN-HOUJINNAME      TO  MHOUJIN-HOUJINNAME
           MOVE    HJN-SIMEBI          TO  MHOUJIN-SIMEBI
           MOVE    HJN-SHRTUKI         TO  MHOUJIN-SHRTUKI
           MOVE    HJN-SHRHI           TO  MHOUJIN-SHRHI
           MOVE    HJN-POST            TO  MHOUJIN-POST
           MOVE    HJN-ADRS            TO  MHOUJIN-ADRS
           MOVE    HJN-TANTO           TO  MHOUJIN-TANTO
           MOVE    HJN-TEL             TO  MHOUJIN-TEL
      *
           PERFORM 830-FURI-LIST-SEC
           IF      MHOUJIN-COUNT       =   ZERO
           AND     MHOUJIN-MSG         =   SPACE
               MOVE    "未入金の振替伝票はありません"
                                       TO  MHOUJIN-MSG
           END-IF
           .
       220-DISP-EXT.
           EXIT.
      *****************************************************************
      *    法人登録処理
      *    （同一法人コードは削除後に登録する（変更を兼ねる））
      *****************************************************************
       230-TOUROKU-SEC             SECTION.
      *
           PERFORM 260-HOUJIN-CHK-SEC
           IF      MHOUJIN-MSG     NOT =   SPACE
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           INITIALIZE                  HOUJIN-REC
           MOVE    SPA-HOSPNUM         TO  HJN-HOSPNUM
           MOVE    MHOUJIN-HOUJINCD    TO  HJN-HOUJINCD
           MOVE    MHOUJIN-HOUJINNAME  TO  HJN-HOUJINNAME
           MOVE    MHOUJIN-SIMEBI      TO  HJN-SIMEBI
           MOVE    MHOUJIN-SHRTUKI     TO  HJN-SHRTUKI
           MOVE    MHOUJIN-SHRHI       TO  HJN-SHRHI
           MOVE    MHOUJIN-POST        TO  HJN-POST
           MOVE    MHOUJIN-ADRS        TO  HJN-ADRS
           MOVE    MHOUJIN-TANTO       TO  HJN-TANTO
           MOVE    MHOUJIN-TEL         TO  HJN-TEL
           MOVE    SMCNDATE-YMD        TO  HJN-UPYMD
           MOVE    SMCNDATE-HMS        TO  HJN-UPHMS
      *
           MOVE    HOUJIN-REC          TO  MCPDATA-REC
           MOVE    "tbl_houjin"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    HOUJIN-REC          TO  MCPDATA-REC
           MOVE    "tbl_houjin"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           MOVE    SPACE               TO  MHOUJIN-MSG
           PERFORM 220-DISP-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "登録しました"      TO  MHOUJIN-MSG
           ELSE
               MOVE    "登録できませんでした"
                                       TO  MHOUJIN-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    法人削除処理
      *    （未入金の振替伝票がある法人は削除しない）
      *****************************************************************
       240-SAKUJO-SEC              SECTION.
      *
           MOVE    SPACE               TO  MHOUJIN-MSG
           IF      MHOUJIN-HOUJINCD    =   SPACE
               MOVE    "法人コードを入力してください"
                                       TO  MHOUJIN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
           PERFORM 220-DISP-SEC
           IF      FLG-HOUJIN      NOT =   ZERO
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
           IF      MHOUJIN-COUNT       >   ZERO
               MOVE    "未入金の振替伝票があります"
                                       TO  MHOUJIN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
      *
           INITIALIZE                  HOUJIN-REC
           MOVE    SPA-HOSPNUM         TO  HJN-HOSPNUM
           MOVE    MHOUJIN-HOUJINCD    TO  HJN-HOUJINCD
           MOVE    HOUJIN-REC          TO  MCPDATA-REC
           MOVE    "tbl_houjin"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           PERFORM 110-HOUJIN-CLEAR-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "削除しました"      TO  MHOUJIN-MSG
           ELSE
               MOVE    "削除できませんでした"
                                       TO  MHOUJIN-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       240-SAKUJO-EXT.
           EXIT.
      *****************************************************************
      *    伝票振替処理
      *    （伝票の未収額を振替額として法人請求へ振り替える）
      *****************************************************************
       250-FURI-SEC                SECTION.
      *
           PERFORM 270-DENP-CHK-SEC
           IF      MHOUJIN-MSG     NOT =   SPACE
               PERFORM 290-REDISP-SEC
               GO  TO  250-FURI-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           INITIALIZE                  HOUJINFURI-REC
           MOVE    SPA-HOSPNUM         TO  HJF-HOSPNUM
           MOVE    SYU-PTID            TO  HJF-PTID
           MOVE    SYU-NYUGAIKBN       TO  HJF-NYUGAIKBN
           MOVE    SYU-DENPNUM         TO  HJF-DENPNUM
           MOVE    MHOUJIN-HOUJINCD    TO  HJF-HOUJINCD
           MOVE    SYU-SRYYMD          TO  HJF-SRYYMD
           MOVE    WRK-MISYU           TO  HJF-KINGAKU
           MOVE    ZERO                TO  HJF-NYKMONEY
           MOVE    SPACE               TO  HJF-SEIKYUNUM
           MOVE    "0"                 TO  HJF-STATE
           MOVE    SMCNDATE-YMD        TO  HJF-UPYMD
           MOVE    SMCNDATE-HMS        TO  HJF-UPHMS
      *
           MOVE    HOUJINFURI-REC      TO  MCPDATA-REC
           MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           MOVE    SPACE               TO  MHOUJIN-MSG
           PERFORM 220-DISP-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "法人請求へ振り替えました"
                                       TO  MHOUJIN-MSG
           ELSE
               MOVE    "振り替えできませんでした"
                                       TO  MHOUJIN-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       250-FURI-EXT.
           EXIT.
      *****************************************************************
      *    伝票振替取消処理
      *    （請求書作成前の振替のみ取り消せる）
      *****************************************************************
       255-FURI-TORIKESI-SEC       SECTION.
      *
           MOVE    SPACE               TO  MHOUJIN-MSG
           PERFORM 275-DENP-KEY-CHK-SEC
           IF      MHOUJIN-MSG     NOT =   SPACE
               PERFORM 290-REDISP-SEC
               GO  TO  255-FURI-TORIKESI-EXT
           END-IF
           PERFORM 840-FURI-GET-SEC
           IF      FLG-FURI        NOT =   ZERO
           OR      HJF-HOUJINCD    NOT =   MHOUJIN-HOUJINCD
               MOVE    "この法人への振替はありません"
                                       TO  MHOUJIN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  255-FURI-TORIKESI-EXT
           END-IF
           IF      HJF-STATE       NOT =   "0"
               MOVE    "請求済みのため取消できません"
                                       TO  MHOUJIN-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  255-FURI-TORIKESI-EXT
           END-IF
      *
           MOVE    HOUJINFURI-REC      TO  MCPDATA-REC
           MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           PERFORM 120-DENP-CLEAR-SEC
           MOVE    SPACE               TO  MHOUJIN-MSG
           PERFORM 220-DISP-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "振替を取り消しました"
                                       TO  MHOUJIN-MSG
           ELSE
               MOVE    "取消できませんでした"
                                       TO  MHOUJIN-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       255-FURI-TORIKESI-EXT.
           EXIT.
      *****************************************************************
      *    法人項目チェック処理
      *    （誤りがあればメッセージを設定する）
      *****************************************************************
       260-HOUJIN-CHK-SEC          SECTION.
      *
           MOVE    SPACE               TO  MHOUJIN-MSG
           IF      MHOUJIN-HOUJINCD    =   SPACE
               MOVE    "法人コードを入力してください"
                                       TO  MHOUJIN-MSG
               GO  TO  260-HOUJIN-CHK-EXT
           END-IF
           IF      MHOUJIN-HOUJINNAME  =   SPACE
               MOVE    "法人名を入力してください"
                                       TO  MHOUJIN-MSG
               GO  TO  260-HOUJIN-CHK-EXT
           END-IF
           IF      MHOUJIN-SIMEBI      IS  NOT NUMERIC
           OR      MHOUJIN-SIMEBI      =   ZERO
               MOVE    "締日に誤りがあります"
                                       TO  MHOUJIN-MSG
               GO  TO  260-HOUJIN-CHK-EXT
           END-IF
           IF      MHOUJIN-SHRTUKI     IS  NOT NUMERIC
           OR      MHOUJIN-SHRTUKI     >   3
               MOVE    "支払月は０から３か月後です"
                                       TO  MHOUJIN-MSG
               GO  TO  260-HOUJIN-CHK-EXT
           END-IF
           IF      MHOUJIN-SHRHI       IS  NOT NUMERIC
           OR      MHOUJIN-SHRHI       =   ZERO
               MOVE    "支払日に誤りがあります"
                                       TO  MHOUJIN-MSG
               GO  TO  260-HOUJIN-CHK-EXT
           END-IF
      *    当月払いは締日より後の日とする
           IF      MHOUJIN-SHRTUKI     =   ZERO
           AND     MHOUJIN-SHRHI   NOT >   MHOUJIN-SIMEBI
               MOVE    "支払期日が締日以前です"
                                       TO  MHOUJIN-MSG
               GO  TO  260-HOUJIN-CHK-EXT
           END-IF
           IF      MHOUJIN-ADRS        =   SPACE
               MOVE    "請求書送付先を入力してください"
                                       TO  MHOUJIN-MSG
               GO  TO  260-HOUJIN-CHK-EXT
           END-IF
           .
       260-HOUJIN-CHK-EXT.
           EXIT.
      *****************************************************************
      *    振替伝票チェック処理
      *    （未収のある伝票で、貸倒償却・他の法人への振替がない
      *      ものを振替対象とする）
      *****************************************************************
       270-DENP-CHK-SEC            SECTION.
      *
           MOVE    SPACE               TO  MHOUJIN-MSG
           IF      MHOUJIN-HOUJINCD    =   SPACE
               MOVE    "法人コードを入力してください"
                                       TO  MHOUJIN-MSG
               GO  TO  270-DENP-CHK-EXT
           END-IF
           PERFORM 820-HOUJIN-GET-SEC
           IF      FLG-HOUJIN      NOT =   ZERO
               MOVE    "法人が登録されていません"
                                       TO  MHOUJIN-MSG
               GO  TO  270-DENP-CHK-EXT
           END-IF
           PERFORM 275-DENP-KEY-CHK-SEC
           IF      MHOUJIN-MSG     NOT =   SPACE
               GO  TO  270-DENP-CHK-EXT
           END-IF
      *
           PERFORM 850-SYUNOU-GET-SEC
           IF      FLG-SYUNOU      NOT =   ZERO
               MOVE    "伝票がありません"  TO  MHOUJIN-MSG
               GO  TO  270-DENP-CHK-EXT
           END-IF
           COMPUTE WRK-MISYU   =   SYU-SKYMONEY    -   SYU-NYKMONEY
           IF      WRK-MISYU       NOT >   ZERO
               MOVE    "未収のない伝票です"
                                       TO  MHOUJIN-MSG
               GO  TO  270-DENP-CHK-EXT
           END-IF
           PERFORM 860-KASHI-INV-SEC
           IF      FLG-KASHI           =   ZERO
               MOVE    "貸倒償却済みの伝票です"
                                       TO  MHOUJIN-MSG
               GO  TO  270-DENP-CHK-EXT
           END-IF
           PERFORM 840-FURI-GET-SEC
           IF      FLG-FURI            =   ZERO
               MOVE    "法人請求へ振替済みの伝票です"
                                       TO  MHOUJIN-MSG
               GO  TO  270-DENP-CHK-EXT
           END-IF
           .
       270-DENP-CHK-EXT.
           EXIT.
      *****************************************************************
      *    振替伝票キー項目チェック処理
      *****************************************************************
       275-DENP-KEY-CHK-SEC        SECTION.
      *
           IF      MHOUJIN-PTID        IS  NOT NUMERIC
           OR      MHOUJIN-PTID        =   ZERO
               MOVE    "患者番号を入力してください"
                                       TO  MHOUJIN-MSG
               GO  TO  275-DENP-KEY-CHK-EXT
           END-IF
           MOVE    MHOUJIN-PTID        TO  WRK-PTID
           PERFORM 800-PTINF-GET-SEC
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    SPACE               TO  MHOUJIN-NAME
               MOVE    "患者が登録されていません"
                                       TO  MHOUJIN-MSG
               GO  TO  275-DENP-KEY-CHK-EXT
           END-IF
           MOVE    PTINF-NAME          TO  MHOUJIN-NAME
      *    入外区分の省略時は外来
           IF      MHOUJIN-NYUGAIKBN   =   SPACE
               MOVE    "2"                 TO  MHOUJIN-NYUGAIKBN
           END-IF
           IF    ( MHOUJIN-NYUGAIKBN NOT =   "1" )
           AND   ( MHOUJIN-NYUGAIKBN NOT =   "2" )
               MOVE    "入外区分は１か２です"
                                       TO  MHOUJIN-MSG
               GO  TO  275-DENP-KEY-CHK-EXT
           END-IF
           IF      MHOUJIN-DENPNUM     IS  NOT NUMERIC
           OR      MHOUJIN-DENPNUM     =   ZERO
               MOVE    "伝票番号を入力してください"
                                       TO  MHOUJIN-MSG
               GO  TO  275-DENP-KEY-CHK-EXT
           END-IF
           .
       275-DENP-KEY-CHK-EXT.
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
      *    請求先法人取得処理
      *****************************************************************
       820-HOUJIN-GET-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-HOUJIN
      *
           INITIALIZE                  HOUJIN-REC
           MOVE    SPA-HOSPNUM         TO  HJN-HOSPNUM
           MOVE    MHOUJIN-HOUJINCD    TO  HJN-HOUJINCD
           MOVE    HOUJIN-REC          TO  MCPDATA-REC
           MOVE    "tbl_houjin"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_houjin"        TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  HOUJIN-REC
                   MOVE    ZERO                TO  FLG-HOUJIN
               END-IF
               MOVE    "tbl_houjin"        TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       820-HOUJIN-GET-EXT.
           EXIT.
      *****************************************************************
      *    振替伝票一覧取得処理
      *****************************************************************
       830-FURI-LIST-SEC           SECTION.
      *
           MOVE    ZERO                TO  WRK-COUNT
      *
           INITIALIZE                  HOUJINFURI-REC
           MOVE    SPA-HOSPNUM         TO  HJF-HOSPNUM
           MOVE    MHOUJIN-HOUJINCD    TO  HJF-HOUJINCD
           MOVE    HOUJINFURI-REC      TO  MCPDATA-REC
           MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
           MOVE    "houjin"            TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  830-FURI-LIST-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM 831-FURI-FETCH-SEC
                   UNTIL   FLG-FETCH       =   1
      *
           MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
           MOVE    "houjin"            TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    WRK-COUNT           TO  MHOUJIN-COUNT
           .
       830-FURI-LIST-EXT.
           EXIT.
      *****************************************************************
      *    振替伝票一覧読込処理
      *****************************************************************
       831-FURI-FETCH-SEC          SECTION.
      *
           MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
           MOVE    "houjin"            TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  831-FURI-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  HOUJINFURI-REC
      *
           IF      HJF-STATE           =   "2"
           OR      WRK-COUNT           >=  50
               GO  TO  831-FURI-FETCH-EXT
           END-IF
           ADD     1                   TO  WRK-COUNT
           MOVE    HJF-PTID        TO  MHOUJIN-TPTID       (WRK-COUNT)
           MOVE    HJF-SRYYMD      TO  MHOUJIN-TSRYYMD     (WRK-COUNT)
           MOVE    HJF-DENPNUM     TO  MHOUJIN-TDENPNUM    (WRK-COUNT)
           MOVE    HJF-KINGAKU     TO  MHOUJIN-TKINGAKU    (WRK-COUNT)
           MOVE    HJF-SEIKYUNUM   TO  MHOUJIN-TSEIKYUNUM  (WRK-COUNT)
           IF      HJF-STATE           =   "0"
               MOVE  "未請求"  TO  MHOUJIN-TSTATE  (WRK-COUNT)
           ELSE
               MOVE  "請求済"  TO  MHOUJIN-TSTATE  (WRK-COUNT)
           END-IF
           MOVE    HJF-PTID            TO  WRK-PTID
           PERFORM 800-PTINF-GET-SEC
           IF      FLG-PTINF           =   ZERO
               MOVE    PTINF-NAME  TO  MHOUJIN-TNAME       (WRK-COUNT)
           ELSE
               MOVE    SPACE       TO  MHOUJIN-TNAME       (WRK-COUNT)
           END-IF
           .
       831-FURI-FETCH-EXT.
           EXIT.
      *****************************************************************
      *    法人請求振替取得処理
      *****************************************************************
       840-FURI-GET-SEC            SECTION.
      *
           MOVE    1                   TO  FLG-FURI
      *
           INITIALIZE                  HOUJINFURI-REC
           MOVE    SPA-HOSPNUM         TO  HJF-HOSPNUM
           MOVE    MHOUJIN-PTID        TO  HJF-PTID
           MOVE    MHOUJIN-NYUGAIKBN   TO  HJF-NYUGAIKBN
           MOVE    MHOUJIN-DENPNUM     TO  HJF-DENPNUM
           MOVE    HOUJINFURI-REC      TO  MCPDATA-REC
           MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  HOUJINFURI-REC
                   MOVE    ZERO                TO  FLG-FURI
               END-IF
               MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       840-FURI-GET-EXT.
           EXIT.
      *****************************************************************
      *    収納取得処理
      *****************************************************************
       850-SYUNOU-GET-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-SYUNOU
      *
           INITIALIZE                  SYUNOU-REC
           MOVE    SPA-HOSPNUM         TO  SYU-HOSPNUM
           MOVE    MHOUJIN-PTID        TO  SYU-PTID
           MOVE    MHOUJIN-NYUGAIKBN   TO  SYU-NYUGAIKBN
           MOVE    MHOUJIN-DENPNUM     TO  SYU-DENPNUM
           MOVE    SYUNOU-REC          TO  MCPDATA-REC
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_syunou"        TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  SYUNOU-REC
                   MOVE    ZERO                TO  FLG-SYUNOU
               END-IF
               MOVE    "tbl_syunou"        TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       850-SYUNOU-GET-EXT.
           EXIT.
      *****************************************************************
      *    貸倒償却台帳存在チェック処理
      *    （取消以外の台帳があれば償却済みとする）
      *****************************************************************
       860-KASHI-INV-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-KASHI
      *
           INITIALIZE                  KASHI-REC
           MOVE    SPA-HOSPNUM         TO  KASHI-HOSPNUM
           MOVE    SYU-PTID            TO  KASHI-PTID
           MOVE    SYU-NYUGAIKBN       TO  KASHI-NYUGAIKBN
           MOVE    SYU-DENPNUM         TO  KASHI-DENPNUM
           MOVE    KASHI-REC           TO  MCPDATA-REC
           MOVE    "tbl_kashidaore"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_kashidaore"    TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  KASHI-REC
                   IF      KASHI-STATE     NOT =   "9"
                       MOVE    ZERO                TO  FLG-KASHI
                   END-IF
               END-IF
           END-IF
           MOVE    "tbl_kashidaore"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       860-KASHI-INV-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MHOUJIN"           TO  MCP-WINDOW
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
           MOVE    "MHOUJIN"           TO  SPA-MOTOPG
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
