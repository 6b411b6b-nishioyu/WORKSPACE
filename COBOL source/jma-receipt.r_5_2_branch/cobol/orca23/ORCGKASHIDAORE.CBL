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
       PROGRAM-ID.                 ORCGKASHIDAORE.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 収納
      *  コンポーネント名  : 未収金貸倒償却登録（ＭＫＡＳＨＩ）
      *                      （督促・エイジングで回収不能と判断した
      *                        収納伝票を、承認者・償却理由を付けて
      *                        貸倒償却台帳へ登録・取消する。償却
      *                        済みの伝票は督促・エイジング・口座
      *                        振替の対象外となる。台帳の出力と
      *                        償却債権取立益の計上はＯＲＣＢＫＡＳＨ
      *                        ＩＤＡＯＲＥで行う）
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
           03  FLG-SYUNOU          PIC 9(01).
           03  FLG-KASHI           PIC 9(01).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-MISYU           PIC S9(10).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    収納テーブル
       01  SYUNOU-REC.
           COPY    "CPSYUNOU.INC".
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
      *    償却理由区分（０１：所在不明　０２：死亡・相続放棄
      *                  ０３：破産・免責　０４：消滅時効
      *                  ０５：回収費用超過　９９：その他）
           03  KASHI-RIYUKBN       PIC X(02).
           03  KASHI-RIYU          PIC X(80).
           03  KASHI-SYONINSHA     PIC X(40).
           03  KASHI-TORITATEGAK   PIC S9(10).
           03  KASHI-TORITATEYMD   PIC X(08).
      *    状態（０：償却済　１：一部取立　２：全額取立　９：取消）
           03  KASHI-STATE         PIC X(01).
           03  KASHI-OPID          PIC X(16).
           03  KASHI-CREYMD        PIC X(08).
           03  KASHI-UPYMD         PIC X(08).
           03  KASHI-UPHMS         PIC X(06).
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
           COPY    "MKASHI.INC".
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
           INITIALIZE                      MKASHI-PTID
                                           MKASHI-NYUGAIKBN
                                           MKASHI-DENPNUM
                                           MKASHI-SRYYMD
                                           MKASHI-SKYMONEY
                                           MKASHI-NYKMONEY
                                           MKASHI-MISYU
                                           MKASHI-RIYUKBN
                                           MKASHI-RIYU
                                           MKASHI-SYONINSHA
                                           MKASHI-STATE
                                           MKASHI-MSG
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
                   MOVE    SPACE               TO  MKASHI-MSG
                   PERFORM 220-DISP-SEC
                   PERFORM 290-REDISP-SEC
      *        償却登録
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-TOUROKU-SEC
      *        償却取消
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
      *    収納・償却状況表示処理
      *****************************************************************
       220-DISP-SEC                SECTION.
      *
           IF      MKASHI-PTID         IS  NOT NUMERIC
           OR      MKASHI-PTID         =   ZERO
           OR      MKASHI-DENPNUM      IS  NOT NUMERIC
               MOVE    "患者番号・伝票番号が未入力です"
                                       TO  MKASHI-MSG
               GO  TO  220-DISP-EXT
           END-IF
           IF      MKASHI-NYUGAIKBN    NOT =   "1"  AND  "2"
               MOVE    "2"                 TO  MKASHI-NYUGAIKBN
           END-IF
      *
           PERFORM 900-SYUNOU-GET-SEC
           IF      FLG-SYUNOU      NOT =   ZERO
               MOVE    "収納が存在しません"
                                       TO  MKASHI-MSG
               MOVE    SPACE               TO  MKASHI-SRYYMD
                                               MKASHI-STATE
               MOVE    ZERO                TO  MKASHI-SKYMONEY
                                               MKASHI-NYKMONEY
                                               MKASHI-MISYU
               GO  TO  220-DISP-EXT
           END-IF
      *
           COMPUTE WRK-MISYU   =   SYU-SKYMONEY    -   SYU-NYKMONEY
           MOVE    SYU-SRYYMD          TO  MKASHI-SRYYMD
           MOVE    SYU-SKYMONEY        TO  MKASHI-SKYMONEY
           MOVE    SYU-NYKMONEY        TO  MKASHI-NYKMONEY
           MOVE    WRK-MISYU           TO  MKASHI-MISYU
      *
           PERFORM 900-KASHI-GET-SEC
           IF      FLG-KASHI           =   ZERO
               MOVE    KASHI-RIYUKBN       TO  MKASHI-RIYUKBN
               MOVE    KASHI-RIYU          TO  MKASHI-RIYU
               MOVE    KASHI-SYONINSHA     TO  MKASHI-SYONINSHA
               EVALUATE    KASHI-STATE
                   WHEN    "0"
                       MOVE    "償却済"            TO  MKASHI-STATE
                   WHEN    "1"
                       MOVE    "償却済（一部取立）"
                                                   TO  MKASHI-STATE
                   WHEN    "2"
                       MOVE    "償却済（全額取立）"
                                                   TO  MKASHI-STATE
                   WHEN    OTHER
                       MOVE    "償却取消"          TO  MKASHI-STATE
               END-EVALUATE
           ELSE
               MOVE    "未償却"            TO  MKASHI-STATE
           END-IF
           .
       220-DISP-EXT.
           EXIT.
      *****************************************************************
      *    償却登録処理
      *****************************************************************
       230-TOUROKU-SEC             SECTION.
      *
           IF      MKASHI-PTID         IS  NOT NUMERIC
           OR      MKASHI-PTID         =   ZERO
           OR      MKASHI-DENPNUM      IS  NOT NUMERIC
           OR      MKASHI-SYONINSHA    =   SPACE
           OR      MKASHI-RIYUKBN      =   SPACE
               MOVE    SPACE               TO  MKASHI-MSG
               STRING  "患者番号・伝票番号・償却理由・"
                                       DELIMITED   BY  SIZE
                       "承認者を入力してください"
                                       DELIMITED   BY  SIZE
                                       INTO    MKASHI-MSG
               END-STRING
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MKASHI-RIYUKBN  NOT =   "01" AND "02" AND "03"
                                       AND "04" AND "05" AND "99"
               MOVE    "償却理由区分に誤りがあります"
                                       TO  MKASHI-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MKASHI-NYUGAIKBN    NOT =   "1"  AND  "2"
               MOVE    "2"                 TO  MKASHI-NYUGAIKBN
           END-IF
      *
           PERFORM 900-SYUNOU-GET-SEC
           IF      FLG-SYUNOU      NOT =   ZERO
               MOVE    "収納が存在しません"
                                       TO  MKASHI-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           COMPUTE WRK-MISYU   =   SYU-SKYMONEY    -   SYU-NYKMONEY
           IF      WRK-MISYU       NOT >   ZERO
               MOVE    "未収残がないため償却できません"
                                       TO  MKASHI-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           PERFORM 900-KASHI-GET-SEC
           IF      FLG-KASHI           =   ZERO
           AND     KASHI-STATE     NOT =   "9"
               MOVE    "償却済みの伝票です"
                                       TO  MKASHI-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           INITIALIZE                  KASHI-REC
           MOVE    SPA-HOSPNUM         TO  KASHI-HOSPNUM
           MOVE    SYU-PTID            TO  KASHI-PTID
           MOVE    SYU-NYUGAIKBN       TO  KASHI-NYUGAIKBN
           MOVE    SYU-DENPNUM         TO  KASHI-DENPNUM
           MOVE    SYU-SRYYMD          TO  KASHI-SRYYMD
           MOVE    SMCNDATE-YMD        TO  KASHI-SYOKYAKUYMD
           MOVE    WRK-MISYU           TO  KASHI-SYOKYAKUGAK
           MOVE    SYU-SKYMONEY        TO  KASHI-SKYMONEY
           MOVE    SYU-NYKMONEY        TO  KASHI-NYKMONEY
           MOVE    MKASHI-RIYUKBN      TO  KASHI-RIYUKBN
           MOVE    MKASHI-RIYU         TO  KASHI-RIYU
           MOVE    MKASHI-SYONINSHA    TO  KASHI-SYONINSHA
           MOVE    ZERO                TO  KASHI-TORITATEGAK
           MOVE    SPACE               TO  KASHI-TORITATEYMD
           MOVE    "0"                 TO  KASHI-STATE
           MOVE    SPA-OPID            TO  KASHI-OPID
           MOVE    SMCNDATE-YMD        TO  KASHI-CREYMD
                                           KASHI-UPYMD
           MOVE    SMCNDATE-HMS        TO  KASHI-UPHMS
      *
      *    取消済みの台帳は削除後に登録する
           MOVE    KASHI-REC           TO  MCPDATA-REC
           MOVE    "tbl_kashidaore"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
      *
           MOVE    KASHI-REC           TO  MCPDATA-REC
           MOVE    "tbl_kashidaore"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "貸倒償却を登録しました"
                                       TO  MKASHI-MSG
           ELSE
               MOVE    "貸倒償却を登録できませんでした"
                                       TO  MKASHI-MSG
           END-IF
      *
           PERFORM 220-DISP-SEC
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    償却取消処理
      *    （取立益を計上済みの伝票は取り消せない）
      *****************************************************************
       240-TORIKESI-SEC            SECTION.
      *
           IF      MKASHI-PTID         IS  NOT NUMERIC
           OR      MKASHI-PTID         =   ZERO
           OR      MKASHI-DENPNUM      IS  NOT NUMERIC
               MOVE    "患者番号・伝票番号が未入力です"
                                       TO  MKASHI-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-TORIKESI-EXT
           END-IF
           IF      MKASHI-NYUGAIKBN    NOT =   "1"  AND  "2"
               MOVE    "2"                 TO  MKASHI-NYUGAIKBN
           END-IF
      *
           PERFORM 900-SYUNOU-GET-SEC
           PERFORM 900-KASHI-GET-SEC
           IF      FLG-KASHI       NOT =   ZERO
           OR      KASHI-STATE         =   "9"
               MOVE    "償却されていない伝票です"
                                       TO  MKASHI-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-TORIKESI-EXT
           END-IF
           IF      KASHI-TORITATEGAK   >   ZERO
               MOVE
                   "取立益計上済みのため取り消せません"
                                       TO  MKASHI-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-TORIKESI-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           MOVE    "9"                 TO  KASHI-STATE
           MOVE    SPA-OPID            TO  KASHI-OPID
           MOVE    SMCNDATE-YMD        TO  KASHI-UPYMD
           MOVE    SMCNDATE-HMS        TO  KASHI-UPHMS
           MOVE    KASHI-REC           TO  MCPDATA-REC
           MOVE    "tbl_kashidaore"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "貸倒償却を取り消しました"
                                       TO  MKASHI-MSG
           ELSE
               MOVE    "貸倒償却を取り消せませんでした"
                                       TO  MKASHI-MSG
           END-IF
      *
           PERFORM 220-DISP-SEC
           PERFORM 290-REDISP-SEC
           .
       240-TORIKESI-EXT.
           EXIT.
      *****************************************************************
      *    収納１件取得処理
      *****************************************************************
       900-SYUNOU-GET-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-SYUNOU
      *
           INITIALIZE                  SYUNOU-REC
           MOVE    SPA-HOSPNUM         TO  SYU-HOSPNUM
           MOVE    MKASHI-PTID         TO  SYU-PTID
           MOVE    MKASHI-NYUGAIKBN    TO  SYU-NYUGAIKBN
           MOVE    MKASHI-DENPNUM      TO  SYU-DENPNUM
           MOVE    SYUNOU-REC          TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_syunou"        TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               CALL    "ORCDBMAIN"         USING
                                           MCPAREA
                                           MCPDATA-REC
                                           SPA-AREA
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  SYUNOU-REC
                   MOVE    ZERO                TO  FLG-SYUNOU
               END-IF
               MOVE    "tbl_syunou"        TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               CALL    "ORCDBMAIN"         USING
                                           MCPAREA
                                           MCPDATA-REC
                                           SPA-AREA
           END-IF
           .
       900-SYUNOU-GET-EXT.
           EXIT.
      *****************************************************************
      *    貸倒償却台帳１件取得処理
      *****************************************************************
       900-KASHI-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-KASHI
      *
           INITIALIZE                  KASHI-REC
           MOVE    SPA-HOSPNUM         TO  KASHI-HOSPNUM
           MOVE    MKASHI-PTID         TO  KASHI-PTID
           MOVE    MKASHI-NYUGAIKBN    TO  KASHI-NYUGAIKBN
           MOVE    MKASHI-DENPNUM      TO  KASHI-DENPNUM
           MOVE    KASHI-REC           TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_kashidaore"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_kashidaore"    TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               CALL    "ORCDBMAIN"         USING
                                           MCPAREA
                                           MCPDATA-REC
                                           SPA-AREA
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  KASHI-REC
                   MOVE    ZERO                TO  FLG-KASHI
               END-IF
               MOVE    "tbl_kashidaore"    TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               CALL    "ORCDBMAIN"         USING
                                           MCPAREA
                                           MCPDATA-REC
                                           SPA-AREA
           END-IF
           .
       900-KASHI-GET-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MKASHI"            TO  MCP-WINDOW
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
           MOVE    "MKASHI"            TO  SPA-MOTOPG
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
