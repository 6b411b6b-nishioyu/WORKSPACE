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
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ORCBKASHIDAORE.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 収納
      *  コンポーネント名  : 未収金貸倒償却・償却台帳作成
      *                      （処理区分１：償却指示ファイル（患者
      *                        番号・入外区分・伝票番号・償却理由
      *                        区分・承認者・償却理由）を取り込み、
      *                        未収残を貸倒償却台帳へ登録する。
      *                        処理区分２：期間内の償却明細と償却
      *                        債権取立益明細を台帳として出力する
      *                        （決算時の税理士提出用）。
      *                        処理区分３：償却済み伝票に償却後の
      *                        入金があれば、償却債権取立益として
      *                        取立益履歴へ計上する。
      *                        償却済みの伝票は督促（ＯＲＣＢＳ０２）
      *                        ・エイジング（ＯＲＣＢＭＩＳＹＵＡＧＥ）
      *                        ・口座振替（ＯＲＣＢＫＯＵＦＵＲＩ）の
      *                        対象外となる。個別の償却・取消は
      *                        ＯＲＣＧＫＡＳＨＩＤＡＯＲＥで行う）
      *  管理者            :
      *  作成日付    作業者        記述
      *  26/10/15    ORCAMO        新規作成
      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.01    ORCAMO       26/10/15  償却指示の患者番号・伝票番号
      *                                     を前ゼロなしでも受け付ける
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *
      *    償却指示ファイル（処理区分１）
           SELECT  SIJI-FILE       ASSIGN  SIJIPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-SIJI.
      *
      *    償却結果リスト・償却台帳
           SELECT  KASHILST-FILE   ASSIGN  KASHILSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-KASHILST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
      *    償却指示ファイル
       FD  SIJI-FILE.
       01  SIJI-REC                PIC X(300).
      *
      *    償却結果リスト・償却台帳
       FD  KASHILST-FILE.
       01  KASHILST-REC            PIC X(250).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-SIJI                        PIC X(02).
           03  STS-KASHILST                    PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-END                         PIC 9(01).
           03  FLG-SYUNOU                      PIC 9(01).
           03  FLG-KASHI                       PIC 9(01).
           03  FLG-TORI                        PIC 9(01).
           03  FLG-PTINF                       PIC 9(01).
           03  FLG-ERR                         PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(06).
           03  CNT-SYOKYAKU                    PIC 9(06).
           03  CNT-ERR                         PIC 9(06).
           03  CNT-TORITATE                    PIC 9(06).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理区分（１：償却登録　２：償却台帳出力
      *                  ３：償却債権取立益計上）
               05  WRK-PARA-SYORIKBN           PIC X(01).
      *        処理区分１：償却日　２：出力期間開始日
      *        処理区分３：取立益計上日
               05  WRK-PARA-STYMD              PIC X(08).
      *        処理区分２：出力期間終了日
               05  WRK-PARA-EDYMD              PIC X(08).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
      *    償却指示（ＣＳＶ分解後）
           03  WRK-SIJI.
               05  WRK-SIJI-PTID               PIC X(20).
               05  WRK-SIJI-NYUGAIKBN          PIC X(01).
               05  WRK-SIJI-DENPNUM            PIC X(10).
               05  WRK-SIJI-RIYUKBN            PIC X(02).
               05  WRK-SIJI-SYONINSHA          PIC X(40).
               05  WRK-SIJI-RIYU               PIC X(80).
      *
           03  WRK-PTID                        PIC 9(10).
           03  WRK-DENPNUM                     PIC 9(07).
           03  WRK-MISYU                       PIC S9(10).
           03  WRK-TORITATE                    PIC S9(10).
           03  WRK-ERRMSG                      PIC X(60).
           03  WRK-RIYUMEI                     PIC X(20).
           03  WRK-STATEMEI                    PIC X(10).
      *
      *    合計領域
           03  WRK-GOK-SYOKYAKU                PIC S9(12).
           03  WRK-GOK-TORITATE                PIC S9(12).
           03  WRK-GOK-KENSU                   PIC 9(06).
      *
      *    数値変換用
           03  WRK-NUM                         PIC 9(10).
           03  WRK-NUM-SP                      PIC 9(02).
      *
      *    編集用
           03  WRK-LINE                        PIC X(250).
           03  WRK-ED-KIN1                     PIC ZZZ,ZZZ,ZZ9-.
           03  WRK-ED-KIN2                     PIC ZZZ,ZZZ,ZZ9-.
           03  WRK-ED-KIN3                     PIC ZZZ,ZZZ,ZZ9-.
      *
           03  SIJIPARA                        PIC X(256).
           03  KASHILSTPARA                    PIC X(256).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    収納テーブル
       01  SYUNOU-REC.
           COPY    "CPSYUNOU.INC".
      *
      *    患者情報
       01  PTINF-REC.
           COPY    "CPPTINF.INC".
      *
      *    ジョブ管理マスタ
       01  JOBKANRI-REC.
           COPY    "CPJOBKANRI.INC".
      *
      *    貸倒償却台帳テーブル
      *    （ＯＲＣＧＫＡＳＨＩＤＡＯＲＥと同一レイアウト）
       01  KASHI-REC.
           03  KASHI-HOSPNUM           PIC 9(02).
           03  KASHI-PTID              PIC 9(10).
           03  KASHI-NYUGAIKBN         PIC X(01).
           03  KASHI-DENPNUM           PIC 9(07).
           03  KASHI-SRYYMD            PIC X(08).
      *    償却日・償却額（償却時点の未収残）
           03  KASHI-SYOKYAKUYMD       PIC X(08).
           03  KASHI-SYOKYAKUGAK       PIC S9(10).
      *    償却時点の請求額・入金額（取立益判定の基準）
           03  KASHI-SKYMONEY          PIC S9(10).
           03  KASHI-NYKMONEY          PIC S9(10).
      *    償却理由区分（０１：所在不明　０２：死亡・相続放棄
      *                  ０３：破産・免責　０４：消滅時効
      *                  ０５：回収費用超過　９９：その他）
           03  KASHI-RIYUKBN           PIC X(02).
           03  KASHI-RIYU              PIC X(80).
           03  KASHI-SYONINSHA         PIC X(40).
      *    償却債権取立益（累計）・最終取立日
           03  KASHI-TORITATEGAK       PIC S9(10).
           03  KASHI-TORITATEYMD       PIC X(08).
      *    状態（０：償却済　１：一部取立　２：全額取立　９：取消）
           03  KASHI-STATE             PIC X(01).
           03  KASHI-OPID              PIC X(16).
           03  KASHI-CREYMD            PIC X(08).
           03  KASHI-UPYMD             PIC X(08).
           03  KASHI-UPHMS             PIC X(06).
      *
      *    償却債権取立益履歴テーブル
      *    （取立日単位に計上額を記録する）
       01  KASHITORI-REC.
           03  KTORI-HOSPNUM           PIC 9(02).
           03  KTORI-PTID              PIC 9(10).
           03  KTORI-NYUGAIKBN         PIC X(01).
           03  KTORI-DENPNUM           PIC 9(07).
           03  KTORI-TORITATEYMD       PIC X(08).
           03  KTORI-TORITATEGAK       PIC S9(10).
           03  KTORI-NYKHOHO           PIC X(02).
           03  KTORI-CREYMD            PIC X(08).
           03  KTORI-UPYMD             PIC X(08).
           03  KTORI-UPHMS             PIC X(06).
      *
      *****************************************************************
      *    サブプロ用領域
      *****************************************************************
      *
      *    マシン日付取得サブ
           COPY    "CPORCSMCNDATE.INC".
      *
      *   ジョブ管理ＤＢ制御サブ
           COPY    "CPORCSJOBKANRI.INC".
      *
      *    ＤＢ検索
           COPY    "MCPDATA.INC".
           COPY    "MCPAREA".
      *
           COPY    "COMMON-SPA".
      *
      ****************************************************************
       LINKAGE                 SECTION.
       01  COMMAND-PARAM.
           02  FILLER      PIC X(256).
      ****************************************************************
       PROCEDURE           DIVISION
               USING
           COMMAND-PARAM.
      *
      *****************************************************************
      *    主　　処理
      *****************************************************************
       000-PROC-SEC                SECTION.
      *
           PERFORM 100-INIT-SEC
      *
           EVALUATE    WRK-PARA-SYORIKBN
      *        償却登録
               WHEN    "1"
                   PERFORM 200-SYOKYAKU-SEC
      *        償却台帳出力
               WHEN    "2"
                   PERFORM 300-DAICHO-SEC
      *        償却債権取立益計上
               WHEN    "3"
                   PERFORM 400-TORITATE-SEC
               WHEN    OTHER
                   DISPLAY "ORCBKASHIDAORE PARA SYORIKBN ERR:"
                           WRK-PARA-SYORIKBN
           END-EVALUATE
      *
           PERFORM 500-TERM-SEC
      *
           STOP    RUN
           .
      *****************************************************************
      *    初期　処理
      *****************************************************************
       100-INIT-SEC                SECTION.
      *
           DISPLAY "*** ORCBKASHIDAORE START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SYORIKBN
                                               WRK-PARA-STYMD
                                               WRK-PARA-EDYMD
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               SIJIPARA
                                               KASHILSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "未収金貸倒償却・償却台帳作成"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBKASHIDAORE"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           IF      WRK-PARA-STYMD      =   SPACE
               MOVE    SMCNDATE-YMD        TO  WRK-PARA-STYMD
           END-IF
           IF      WRK-PARA-EDYMD      =   SPACE
               MOVE    SMCNDATE-YMD        TO  WRK-PARA-EDYMD
           END-IF
      *
           OPEN    OUTPUT              KASHILST-FILE
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    償却登録処理（償却指示ファイル取込）
      *****************************************************************
       200-SYOKYAKU-SEC            SECTION.
      *
           OPEN    INPUT               SIJI-FILE
           IF      STS-SIJI        NOT =   "00"
               DISPLAY "ORCBKASHIDAORE SIJI OPEN ERR STS=" STS-SIJI
               GO  TO  200-SYOKYAKU-EXT
           END-IF
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　貸倒償却結果リスト　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　償却日："        DELIMITED   BY  SIZE
                   WRK-PARA-STYMD      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-KASHILST-WRITE-SEC
           MOVE    SPACE               TO  WRK-LINE
           STRING  "患者番号    入外  伝票番号  "
                                       DELIMITED   BY  SIZE
                   "償却額        "    DELIMITED   BY  SIZE
                   "理由区分  承認者／エラー内容"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-KASHILST-WRITE-SEC
      *
           MOVE    ZERO                TO  FLG-END
           PERFORM UNTIL   FLG-END     =   1
               READ    SIJI-FILE
                   AT  END
                       MOVE    1           TO  FLG-END
                   NOT AT  END
                       ADD     1           TO  CNT-IN
                       PERFORM 2001-SIJI-MAIN-SEC
               END-READ
           END-PERFORM
      *
           CLOSE   SIJI-FILE
      *
           MOVE    WRK-GOK-SYOKYAKU    TO  WRK-ED-KIN1
           MOVE    SPACE               TO  WRK-LINE
           STRING  "償却件数："        DELIMITED   BY  SIZE
                   CNT-SYOKYAKU        DELIMITED   BY  SIZE
                   "　償却額合計："    DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "円　エラー件数："  DELIMITED   BY  SIZE
                   CNT-ERR             DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-KASHILST-WRITE-SEC
           .
       200-SYOKYAKU-EXT.
           EXIT.
      *
      *****************************************************************
      *    償却指示１件処理
      *****************************************************************
       2001-SIJI-MAIN-SEC          SECTION.
      *
           MOVE    SPACE               TO  WRK-SIJI
                                           WRK-ERRMSG
           UNSTRING    SIJI-REC        DELIMITED  BY  ","
                                       INTO    WRK-SIJI-PTID
                                               WRK-SIJI-NYUGAIKBN
                                               WRK-SIJI-DENPNUM
                                               WRK-SIJI-RIYUKBN
                                               WRK-SIJI-SYONINSHA
                                               WRK-SIJI-RIYU
           END-UNSTRING
      *
      *    見出し行・空行は読み飛ばす
           IF      WRK-SIJI-PTID       =   SPACE
           OR      WRK-SIJI-PTID (1:12)    =   "患者番号"
               SUBTRACT    1           FROM    CNT-IN
               GO  TO  2001-SIJI-MAIN-EXT
           END-IF
      *
      *    患者番号・伝票番号を数値に変換する（前ゼロは省略可）
           MOVE    WRK-SIJI-PTID       TO  WRK-LINE
           PERFORM 520-NUM-GET-SEC
           IF      FLG-ERR         NOT =   ZERO
               MOVE    "患者番号に誤りがあります"
                                       TO  WRK-ERRMSG
               PERFORM 2003-ERR-WRITE-SEC
               GO  TO  2001-SIJI-MAIN-EXT
           END-IF
           MOVE    WRK-NUM             TO  WRK-PTID
      *
           MOVE    WRK-SIJI-DENPNUM    TO  WRK-LINE
           PERFORM 520-NUM-GET-SEC
           IF      WRK-NUM             >   9999999
               MOVE    1                   TO  FLG-ERR
           END-IF
           MOVE    WRK-NUM             TO  WRK-DENPNUM
      *
      *    入力チェック（承認者・理由区分は必須）
           EVALUATE    TRUE
               WHEN    FLG-ERR         NOT =   ZERO
                   MOVE    "伝票番号に誤りがあります"
                                       TO  WRK-ERRMSG
               WHEN    WRK-SIJI-NYUGAIKBN  NOT =   "1"  AND  "2"
                   MOVE    "入外区分に誤りがあります"
                                       TO  WRK-ERRMSG
               WHEN    WRK-SIJI-SYONINSHA  =   SPACE
                   MOVE    "承認者が未入力です"
                                       TO  WRK-ERRMSG
               WHEN    WRK-SIJI-RIYUKBN    NOT =   "01" AND "02"
                                       AND "03" AND "04" AND "05"
                                       AND "99"
                   MOVE    "償却理由区分に誤りがあります"
                                       TO  WRK-ERRMSG
           END-EVALUATE
           IF      WRK-ERRMSG      NOT =   SPACE
               PERFORM 2003-ERR-WRITE-SEC
               GO  TO  2001-SIJI-MAIN-EXT
           END-IF
      *
      *    収納の取得
           INITIALIZE                  SYUNOU-REC
           MOVE    SPA-HOSPNUM         TO  SYU-HOSPNUM
           MOVE    WRK-PTID            TO  SYU-PTID
           MOVE    WRK-SIJI-NYUGAIKBN  TO  SYU-NYUGAIKBN
           MOVE    WRK-DENPNUM         TO  SYU-DENPNUM
           PERFORM 900-SYUNOU-GET-SEC
           IF      FLG-SYUNOU      NOT =   ZERO
               MOVE    "収納が存在しません"
                                       TO  WRK-ERRMSG
               PERFORM 2003-ERR-WRITE-SEC
               GO  TO  2001-SIJI-MAIN-EXT
           END-IF
      *
           COMPUTE WRK-MISYU   =   SYU-SKYMONEY    -   SYU-NYKMONEY
           IF      WRK-MISYU       NOT >   ZERO
               MOVE    "未収残がありません"
                                       TO  WRK-ERRMSG
               PERFORM 2003-ERR-WRITE-SEC
               GO  TO  2001-SIJI-MAIN-EXT
           END-IF
      *
      *    二重償却の防止（取消済みは再償却できる）
           PERFORM 900-KASHI-GET-SEC
           IF      FLG-KASHI           =   ZERO
           AND     KASHI-STATE     NOT =   "9"
               MOVE    "償却済みです"      TO  WRK-ERRMSG
               PERFORM 2003-ERR-WRITE-SEC
               GO  TO  2001-SIJI-MAIN-EXT
           END-IF
      *
           PERFORM 2002-KASHI-INS-SEC
           .
       2001-SIJI-MAIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    貸倒償却台帳登録処理
      *****************************************************************
       2002-KASHI-INS-SEC          SECTION.
      *
           INITIALIZE                  KASHI-REC
           MOVE    SPA-HOSPNUM         TO  KASHI-HOSPNUM
           MOVE    SYU-PTID            TO  KASHI-PTID
           MOVE    SYU-NYUGAIKBN       TO  KASHI-NYUGAIKBN
           MOVE    SYU-DENPNUM         TO  KASHI-DENPNUM
           MOVE    SYU-SRYYMD          TO  KASHI-SRYYMD
           MOVE    WRK-PARA-STYMD      TO  KASHI-SYOKYAKUYMD
           MOVE    WRK-MISYU           TO  KASHI-SYOKYAKUGAK
           MOVE    SYU-SKYMONEY        TO  KASHI-SKYMONEY
           MOVE    SYU-NYKMONEY        TO  KASHI-NYKMONEY
           MOVE    WRK-SIJI-RIYUKBN    TO  KASHI-RIYUKBN
           MOVE    WRK-SIJI-RIYU       TO  KASHI-RIYU
           MOVE    WRK-SIJI-SYONINSHA  TO  KASHI-SYONINSHA
           MOVE    ZERO                TO  KASHI-TORITATEGAK
           MOVE    SPACE               TO  KASHI-TORITATEYMD
           MOVE    "0"                 TO  KASHI-STATE
           MOVE    "ORCBKASHIDAORE"    TO  KASHI-OPID
           MOVE    SMCNDATE-YMD        TO  KASHI-CREYMD
                                           KASHI-UPYMD
           MOVE    SMCNDATE-HMS        TO  KASHI-UPHMS
      *
      *    取消済みの台帳は削除後に登録する
           MOVE    KASHI-REC           TO  MCPDATA-REC
           MOVE    "tbl_kashidaore"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    KASHI-REC           TO  MCPDATA-REC
           MOVE    "tbl_kashidaore"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBKASHIDAORE KASHI INSERT ERR RC=" MCP-RC
                       " PTID=" KASHI-PTID
               MOVE    "償却台帳を登録できませんでした"
                                       TO  WRK-ERRMSG
               PERFORM 2003-ERR-WRITE-SEC
               GO  TO  2002-KASHI-INS-EXT
           END-IF
      *
           ADD     1                   TO  CNT-SYOKYAKU
           ADD     WRK-MISYU           TO  WRK-GOK-SYOKYAKU
      *
           MOVE    WRK-MISYU           TO  WRK-ED-KIN1
           MOVE    SPACE               TO  WRK-LINE
           STRING  KASHI-PTID          DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   KASHI-NYUGAIKBN     DELIMITED   BY  SIZE
                   "     "             DELIMITED   BY  SIZE
                   KASHI-DENPNUM       DELIMITED   BY  SIZE
                   "   "               DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   KASHI-RIYUKBN       DELIMITED   BY  SIZE
                   "        "          DELIMITED   BY  SIZE
                   KASHI-SYONINSHA     DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-KASHILST-WRITE-SEC
           .
       2002-KASHI-INS-EXT.
           EXIT.
      *
      *****************************************************************
      *    償却指示エラー出力処理
      *****************************************************************
       2003-ERR-WRITE-SEC          SECTION.
      *
           ADD     1                   TO  CNT-ERR
           MOVE    SPACE               TO  WRK-LINE
           STRING  WRK-SIJI-PTID (1:10)
                                       DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-SIJI-NYUGAIKBN  DELIMITED   BY  SIZE
                   "     "             DELIMITED   BY  SIZE
                   WRK-SIJI-DENPNUM (1:7)
                                       DELIMITED   BY  SIZE
                   "   "               DELIMITED   BY  SIZE
                   "【エラー】"        DELIMITED   BY  SIZE
                   WRK-ERRMSG          DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-KASHILST-WRITE-SEC
           .
       2003-ERR-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    償却台帳出力処理
      *    （償却日が期間内の償却明細と、取立日が期間内の償却債権
      *      取立益明細を出力する）
      *****************************************************************
       300-DAICHO-SEC              SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　貸倒償却台帳　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　期間："          DELIMITED   BY  SIZE
                   WRK-PARA-STYMD      DELIMITED   BY  SIZE
                   "〜"                DELIMITED   BY  SIZE
                   WRK-PARA-EDYMD      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-KASHILST-WRITE-SEC
           MOVE    "＜償却明細＞"      TO  WRK-LINE
           PERFORM 900-KASHILST-WRITE-SEC
           MOVE    SPACE               TO  WRK-LINE
           STRING  "償却日    患者番号    "
                                       DELIMITED   BY  SIZE
                   "氏名                  "
                                       DELIMITED   BY  SIZE
                   "入外 伝票番号 診療日    償却額        "
                                       DELIMITED   BY  SIZE
                   "取立益累計    償却理由            "
                                       DELIMITED   BY  SIZE
                   "承認者              状態"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-KASHILST-WRITE-SEC
      *
           INITIALIZE                  KASHI-REC
           MOVE    SPA-HOSPNUM         TO  KASHI-HOSPNUM
           MOVE    KASHI-REC           TO  MCPDATA-REC
           MOVE    "tbl_kashidaore"    TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-KASHI-FETCH-SEC
           ELSE
               MOVE    1                   TO  FLG-KASHI
           END-IF
           PERFORM UNTIL   FLG-KASHI   =   1
               IF      KASHI-SYOKYAKUYMD   >=  WRK-PARA-STYMD
               AND     KASHI-SYOKYAKUYMD   <=  WRK-PARA-EDYMD
               AND     KASHI-STATE     NOT =   "9"
                   PERFORM 3001-DAICHO-EDIT-SEC
               END-IF
               PERFORM 900-KASHI-FETCH-SEC
           END-PERFORM
           MOVE    "tbl_kashidaore"    TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    WRK-GOK-SYOKYAKU    TO  WRK-ED-KIN1
           MOVE    SPACE               TO  WRK-LINE
           STRING  "償却件数："        DELIMITED   BY  SIZE
                   WRK-GOK-KENSU       DELIMITED   BY  SIZE
                   "　償却額合計："    DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "円"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-KASHILST-WRITE-SEC
      *
      *    償却債権取立益明細
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-KASHILST-WRITE-SEC
           MOVE    "＜償却債権取立益明細＞"
                                       TO  WRK-LINE
           PERFORM 900-KASHILST-WRITE-SEC
           MOVE    SPACE               TO  WRK-LINE
           STRING  "取立日    患者番号    "
                                       DELIMITED   BY  SIZE
                   "氏名                  "
                                       DELIMITED   BY  SIZE
                   "入外 伝票番号 取立益"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-KASHILST-WRITE-SEC
      *
           MOVE    ZERO                TO  WRK-GOK-KENSU
           INITIALIZE                  KASHITORI-REC
           MOVE    SPA-HOSPNUM         TO  KTORI-HOSPNUM
           MOVE    KASHITORI-REC       TO  MCPDATA-REC
           MOVE    "tbl_kashitoritate" TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-TORI-FETCH-SEC
           ELSE
               MOVE    1                   TO  FLG-TORI
           END-IF
           PERFORM UNTIL   FLG-TORI    =   1
               IF      KTORI-TORITATEYMD   >=  WRK-PARA-STYMD
               AND     KTORI-TORITATEYMD   <=  WRK-PARA-EDYMD
                   PERFORM 3002-TORI-EDIT-SEC
               END-IF
               PERFORM 900-TORI-FETCH-SEC
           END-PERFORM
           MOVE    "tbl_kashitoritate" TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    WRK-GOK-TORITATE    TO  WRK-ED-KIN1
           MOVE    SPACE               TO  WRK-LINE
           STRING  "取立件数："        DELIMITED   BY  SIZE
                   WRK-GOK-KENSU       DELIMITED   BY  SIZE
                   "　償却債権取立益合計："
                                       DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "円"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-KASHILST-WRITE-SEC
           .
       300-DAICHO-EXT.
           EXIT.
      *
      *****************************************************************
      *    償却明細１件編集処理
      *****************************************************************
       3001-DAICHO-EDIT-SEC        SECTION.
      *
           MOVE    KASHI-PTID          TO  WRK-PTID
           PERFORM 900-PTINF-INV-SEC
      *
           EVALUATE    KASHI-RIYUKBN
               WHEN    "01"
                   MOVE    "所在不明"          TO  WRK-RIYUMEI
               WHEN    "02"
                   MOVE    "死亡・相続放棄"    TO  WRK-RIYUMEI
               WHEN    "03"
                   MOVE    "破産・免責"        TO  WRK-RIYUMEI
               WHEN    "04"
                   MOVE    "消滅時効"          TO  WRK-RIYUMEI
               WHEN    "05"
                   MOVE    "回収費用超過"      TO  WRK-RIYUMEI
               WHEN    OTHER
                   MOVE    "その他"            TO  WRK-RIYUMEI
           END-EVALUATE
           EVALUATE    KASHI-STATE
               WHEN    "1"
                   MOVE    "一部取立"          TO  WRK-STATEMEI
               WHEN    "2"
                   MOVE    "全額取立"          TO  WRK-STATEMEI
               WHEN    OTHER
                   MOVE    "償却済"            TO  WRK-STATEMEI
           END-EVALUATE
      *
           MOVE    KASHI-SYOKYAKUGAK   TO  WRK-ED-KIN1
           MOVE    KASHI-TORITATEGAK   TO  WRK-ED-KIN2
           MOVE    SPACE               TO  WRK-LINE
           STRING  KASHI-SYOKYAKUYMD   DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   KASHI-PTID          DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   PTINF-NAME (1:20)   DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   KASHI-NYUGAIKBN     DELIMITED   BY  SIZE
                   "    "              DELIMITED   BY  SIZE
                   KASHI-DENPNUM       DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   KASHI-SRYYMD        DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-KIN2         DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-RIYUMEI         DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   KASHI-SYONINSHA (1:20)
                                       DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-STATEMEI        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-KASHILST-WRITE-SEC
      *
      *    償却理由（自由記載）
           IF      KASHI-RIYU      NOT =   SPACE
               MOVE    SPACE               TO  WRK-LINE
               STRING  "          理由："  DELIMITED   BY  SIZE
                       KASHI-RIYU          DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-KASHILST-WRITE-SEC
           END-IF
      *
           ADD     1                   TO  WRK-GOK-KENSU
           ADD     KASHI-SYOKYAKUGAK   TO  WRK-GOK-SYOKYAKU
           .
       3001-DAICHO-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    償却債権取立益明細１件編集処理
      *****************************************************************
       3002-TORI-EDIT-SEC          SECTION.
      *
           MOVE    KTORI-PTID          TO  WRK-PTID
           PERFORM 900-PTINF-INV-SEC
      *
           MOVE    KTORI-TORITATEGAK   TO  WRK-ED-KIN1
           MOVE    SPACE               TO  WRK-LINE
           STRING  KTORI-TORITATEYMD   DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   KTORI-PTID          DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   PTINF-NAME (1:20)   DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   KTORI-NYUGAIKBN     DELIMITED   BY  SIZE
                   "    "              DELIMITED   BY  SIZE
                   KTORI-DENPNUM       DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-KASHILST-WRITE-SEC
      *
           ADD     1                   TO  WRK-GOK-KENSU
           ADD     KTORI-TORITATEGAK   TO  WRK-GOK-TORITATE
           .
       3002-TORI-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    償却債権取立益計上処理
      *    （償却時点の入金額を超える入金を取立益として計上する）
      *****************************************************************
       400-TORITATE-SEC            SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　償却債権取立益"
                                       DELIMITED   BY  SIZE
                   "計上リスト　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　計上日："        DELIMITED   BY  SIZE
                   WRK-PARA-STYMD      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-KASHILST-WRITE-SEC
      *
           INITIALIZE                  KASHI-REC
           MOVE    SPA-HOSPNUM         TO  KASHI-HOSPNUM
           MOVE    KASHI-REC           TO  MCPDATA-REC
           MOVE    "tbl_kashidaore"    TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-KASHI-FETCH-SEC
           ELSE
               MOVE    1                   TO  FLG-KASHI
           END-IF
           PERFORM UNTIL   FLG-KASHI   =   1
               IF      KASHI-STATE     =   "0"  OR  "1"
                   PERFORM 4001-TORITATE-CHK-SEC
               END-IF
               PERFORM 900-KASHI-FETCH-SEC
           END-PERFORM
           MOVE    "tbl_kashidaore"    TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    WRK-GOK-TORITATE    TO  WRK-ED-KIN1
           MOVE    SPACE               TO  WRK-LINE
           STRING  "計上件数："        DELIMITED   BY  SIZE
                   CNT-TORITATE        DELIMITED   BY  SIZE
                   "　償却債権取立益："
                                       DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "円"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-KASHILST-WRITE-SEC
           .
       400-TORITATE-EXT.
           EXIT.
      *
      *****************************************************************
      *    償却伝票１件の取立益判定処理
      *****************************************************************
       4001-TORITATE-CHK-SEC       SECTION.
      *
           INITIALIZE                  SYUNOU-REC
           MOVE    SPA-HOSPNUM         TO  SYU-HOSPNUM
           MOVE    KASHI-PTID          TO  SYU-PTID
           MOVE    KASHI-NYUGAIKBN     TO  SYU-NYUGAIKBN
           MOVE    KASHI-DENPNUM       TO  SYU-DENPNUM
           PERFORM 900-SYUNOU-GET-SEC
           IF      FLG-SYUNOU      NOT =   ZERO
               GO  TO  4001-TORITATE-CHK-EXT
           END-IF
      *
      *    取立益＝現在の入金額−償却時の入金額−計上済み取立益
           COMPUTE WRK-TORITATE    =   SYU-NYKMONEY
                                   -   KASHI-NYKMONEY
                                   -   KASHI-TORITATEGAK
           IF      WRK-TORITATE    NOT >   ZERO
               GO  TO  4001-TORITATE-CHK-EXT
           END-IF
      *
      *    取立益履歴の計上（同日分は加算する）
           INITIALIZE                  KASHITORI-REC
           MOVE    SPA-HOSPNUM         TO  KTORI-HOSPNUM
           MOVE    KASHI-PTID          TO  KTORI-PTID
           MOVE    KASHI-NYUGAIKBN     TO  KTORI-NYUGAIKBN
           MOVE    KASHI-DENPNUM       TO  KTORI-DENPNUM
           MOVE    WRK-PARA-STYMD      TO  KTORI-TORITATEYMD
           MOVE    KASHITORI-REC       TO  MCPDATA-REC
           MOVE    "tbl_kashitoritate" TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_kashitoritate" TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  KASHITORI-REC
               END-IF
           END-IF
           MOVE    "tbl_kashitoritate" TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           ADD     WRK-TORITATE        TO  KTORI-TORITATEGAK
           MOVE    SYU-NYKHOHO         TO  KTORI-NYKHOHO
           MOVE    SMCNDATE-YMD        TO  KTORI-UPYMD
           MOVE    SMCNDATE-HMS        TO  KTORI-UPHMS
           IF      KTORI-CREYMD        =   SPACE
               MOVE    SMCNDATE-YMD        TO  KTORI-CREYMD
           END-IF
           MOVE    KASHITORI-REC       TO  MCPDATA-REC
           MOVE    "tbl_kashitoritate" TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    KASHITORI-REC       TO  MCPDATA-REC
           MOVE    "tbl_kashitoritate" TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBKASHIDAORE KTORI INSERT ERR RC=" MCP-RC
                       " PTID=" KTORI-PTID
               GO  TO  4001-TORITATE-CHK-EXT
           END-IF
      *
      *    台帳の取立益累計・状態の更新
           ADD     WRK-TORITATE        TO  KASHI-TORITATEGAK
           MOVE    WRK-PARA-STYMD      TO  KASHI-TORITATEYMD
           IF      KASHI-TORITATEGAK   >=  KASHI-SYOKYAKUGAK
               MOVE    "2"                 TO  KASHI-STATE
           ELSE
               MOVE    "1"                 TO  KASHI-STATE
           END-IF
           MOVE    SMCNDATE-YMD        TO  KASHI-UPYMD
           MOVE    SMCNDATE-HMS        TO  KASHI-UPHMS
           MOVE    KASHI-REC           TO  MCPDATA-REC
           MOVE    "tbl_kashidaore"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBKASHIDAORE KASHI UPDATE ERR RC=" MCP-RC
                       " PTID=" KASHI-PTID
           END-IF
      *
           ADD     1                   TO  CNT-TORITATE
           ADD     WRK-TORITATE        TO  WRK-GOK-TORITATE
      *
           MOVE    WRK-TORITATE        TO  WRK-ED-KIN1
           MOVE    KASHI-TORITATEGAK   TO  WRK-ED-KIN2
           MOVE    KASHI-SYOKYAKUGAK   TO  WRK-ED-KIN3
           MOVE    SPACE               TO  WRK-LINE
           STRING  KASHI-PTID          DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   KASHI-NYUGAIKBN     DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   KASHI-DENPNUM       DELIMITED   BY  SIZE
                   "  今回取立益："    DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "　累計："          DELIMITED   BY  SIZE
                   WRK-ED-KIN2         DELIMITED   BY  SIZE
                   "　償却額："        DELIMITED   BY  SIZE
                   WRK-ED-KIN3         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-KASHILST-WRITE-SEC
           .
       4001-TORITATE-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           CLOSE   KASHILST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "SIJI     CNT-IN   :" CNT-IN
           DISPLAY "SYOKYAKU CNT      :" CNT-SYOKYAKU
           DISPLAY "ERR      CNT      :" CNT-ERR
           DISPLAY "TORITATE CNT      :" CNT-TORITATE
           DISPLAY "*** ORCBKASHIDAORE END ***"
           .
       500-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    取込項目数値変換処理
      *    （ＷＲＫ−ＬＩＮＥ先頭の数字をＷＲＫ−ＮＵＭへ）
      *****************************************************************
       520-NUM-GET-SEC             SECTION.
      *
           MOVE    ZERO                TO  FLG-ERR
                                           WRK-NUM
           MOVE    ZERO                TO  WRK-NUM-SP
           INSPECT WRK-LINE (1:20)     TALLYING    WRK-NUM-SP
                                   FOR CHARACTERS  BEFORE  SPACE
           IF      WRK-NUM-SP          =   ZERO
           OR      WRK-NUM-SP          >   10
               MOVE    1                   TO  FLG-ERR
               GO  TO  520-NUM-GET-EXT
           END-IF
           IF      WRK-LINE (1:WRK-NUM-SP)     IS  NUMERIC
               MOVE    WRK-LINE (1:WRK-NUM-SP)     TO  WRK-NUM
           ELSE
               MOVE    1                   TO  FLG-ERR
           END-IF
           .
       520-NUM-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    収納１件取得処理（キーは設定済み）
      *****************************************************************
       900-SYUNOU-GET-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-SYUNOU
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
           END-IF
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-SYUNOU-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    貸倒償却台帳１件取得処理（収納のキーで検索する）
      *****************************************************************
       900-KASHI-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-KASHI
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
                   MOVE    ZERO                TO  FLG-KASHI
               END-IF
           END-IF
           MOVE    "tbl_kashidaore"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-KASHI-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    貸倒償却台帳読込処理
      *****************************************************************
       900-KASHI-FETCH-SEC         SECTION.
      *
           MOVE    ZERO                TO  FLG-KASHI
           MOVE    "tbl_kashidaore"    TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  KASHI-REC
           ELSE
               MOVE    1                   TO  FLG-KASHI
           END-IF
           .
       900-KASHI-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    償却債権取立益履歴読込処理
      *****************************************************************
       900-TORI-FETCH-SEC          SECTION.
      *
           MOVE    ZERO                TO  FLG-TORI
           MOVE    "tbl_kashitoritate" TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  KASHITORI-REC
           ELSE
               MOVE    1                   TO  FLG-TORI
           END-IF
           .
       900-TORI-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者情報取得処理
      *****************************************************************
       900-PTINF-INV-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-PTINF
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
               ELSE
                   MOVE    1                   TO  FLG-PTINF
               END-IF
           ELSE
               MOVE    1                   TO  FLG-PTINF
           END-IF
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    SPACE               TO  PTINF-NAME
           END-IF
           .
       900-PTINF-INV-EXT.
           EXIT.
      *
      *****************************************************************
      *    償却結果リスト・償却台帳行出力処理
      *****************************************************************
       900-KASHILST-WRITE-SEC      SECTION.
      *
           MOVE    WRK-LINE            TO  KASHILST-REC
           WRITE   KASHILST-REC
           .
       900-KASHILST-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    ジョブ管理ＤＢ制御サブ呼出処理
      *****************************************************************
       900-CALL-ORCSJOB-SEC            SECTION.
      *
           MOVE    WRK-PARA-JOBID      TO  JOB-JOBID
           MOVE    WRK-PARA-SHELLID    TO  JOB-SHELLID
           CALL    "ORCSJOB"           USING
                                       ORCSJOBKANRIAREA
                                       JOBKANRI-REC
           .
       900-CALL-ORCSJOB-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＤＢオープン処理
      *****************************************************************
       100-DBOPEN-SEC                SECTION.
      *
           MOVE    LOW-VALUE           TO  MCP-TABLE
                                           MCP-PATHNAME
           MOVE    "DBOPEN"            TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    LOW-VALUE           TO  MCP-TABLE
                                           MCP-PATHNAME
           MOVE    "DBSTART"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       100-DBOPEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＤＢクローズ処理
      *****************************************************************
       900-DBDISCONNECT-SEC            SECTION.
      *
           MOVE    LOW-VALUE           TO  MCP-TABLE
                                           MCP-PATHNAME
           MOVE    "DBCOMMIT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    LOW-VALUE           TO  MCP-TABLE
                                           MCP-PATHNAME
           MOVE    "DBDISCONNECT"      TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-DBDISCONNECT-EXT.
           EXIT.
      *
      *****************************************************************
      *    テーブルアクセス処理
      *****************************************************************
       900-ORCDBMAIN-SEC               SECTION.
      *
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           .
      *
       900-ORCDBMAIN-EXT.
           EXIT.
