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
       PROGRAM-ID.             ORCBSENTEI.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 会計
      *  コンポーネント名  : 長期収載品選定療養　患者説明書・月次集計
      *                      （会計確定時に記録した選定療養ログ
      *                        （ＯＲＣＳＳＥＮＴＥＩ）から出力する。
      *                        処理区分　１：患者説明書（指定伝票の
      *                        長期収載品ごとの特別の料金と合計、
      *                        対象外とした理由を窓口で渡す形式で
      *                        出力する）
      *                        ２：月次集計（診療月の選定療養の対象
      *                        件数・伝票数・徴収額と、理由区分別の
      *                        対象外件数を入外別に出力する））
      *  管理者            :
      *  作成日付    作業者        記述
      *  26/10/15    ORCAMO        新規作成
      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *
      *    患者説明書・月次集計
           SELECT  SENTEILST-FILE  ASSIGN  SENTEILSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-SENTEILST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  SENTEILST-FILE.
       01  SENTEILST-REC           PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-SENTEILST                   PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-LOG                         PIC 9(01).
           03  FLG-PTINF                       PIC 9(01).
           03  FLG-TENSU                       PIC 9(01).
           03  FLG-SYSKANRI                    PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX-NYU                         PIC 9(01).
           03  IDX-RIYU                        PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(06).
           03  CNT-OUT                         PIC 9(06).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理区分（１：患者説明書　２：月次集計）
               05  WRK-PARA-SYORIKBN           PIC X(01).
      *        診療日（月次集計は診療年月、省略時は前月）
               05  WRK-PARA-SRYYMD             PIC X(08).
               05  WRK-PARA-PTID               PIC 9(10).
               05  WRK-PARA-DENPNUM            PIC 9(07).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
      *    伝票キー（月次集計の伝票単位の消費税計算用）
           03  WRK-KEY.
               05  WRK-KEY-PTID                PIC 9(10).
               05  WRK-KEY-SRYYMD              PIC X(08).
               05  WRK-KEY-DENPNUM             PIC 9(07).
           03  WRK-KEY-NYU                     PIC 9(01).
           03  WRK-DENP-ZEINUKI                PIC 9(08).
           03  WRK-ZEI                         PIC 9(08).
           03  WRK-GOKEI-ZEINUKI               PIC 9(08).
           03  WRK-GOKEI-ZEI                   PIC 9(08).
           03  WRK-SRYYM                       PIC X(06).
           03  WRK-SRYYM-R                     REDEFINES
                                               WRK-SRYYM.
               05  WRK-YY                      PIC 9(04).
               05  WRK-MM                      PIC 9(02).
           03  WRK-HOSPNAME                    PIC X(120).
           03  WRK-NYUNAME                     PIC X(10).
           03  WRK-RIYUNAME                    PIC X(30).
           03  WRK-LINE                        PIC X(200).
           03  WRK-ED-KIN1                     PIC ZZZ,ZZZ,ZZ9.
           03  WRK-ED-KIN2                     PIC ZZZ,ZZZ,ZZ9.
           03  WRK-ED-KIN3                     PIC ZZZ,ZZZ,ZZ9.
           03  WRK-ED-YAKKA1                   PIC ZZZ,ZZ9.99.
           03  WRK-ED-YAKKA2                   PIC ZZZ,ZZ9.99.
           03  WRK-ED-SURYO                    PIC ZZZZ9.9(05).
           03  WRK-ED-KENSU                    PIC ZZZ,ZZ9.
      *
           03  SENTEILSTPARA                   PIC X(256).
      *
      *    月次集計（入外（１：入院外　２：入院）別）
       01  SUM-AREA.
           03  SUM-NYU                     OCCURS  2.
      *        選定療養の件数・伝票数・特別の料金（税抜・税込）
               05  SUM-KENSU                   PIC 9(07).
               05  SUM-DENPSU                  PIC 9(07).
               05  SUM-ZEINUKI                 PIC 9(09).
               05  SUM-GAKU                    PIC 9(09).
      *        理由区分（１：医療上の必要性　２：後発品の提供困難
      *        ３：その他）別の対象外件数
               05  SUM-JOGAI                   PIC 9(07)
                                               OCCURS  3.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    長期収載品選定療養ログテーブル
      *    （ＯＲＣＳＳＥＮＴＥＩと同一レイアウト）
       01  SENTEILOG-REC.
           03  SNT-HOSPNUM         PIC 9(02).
           03  SNT-PTID            PIC 9(10).
           03  SNT-SRYYMD          PIC X(08).
           03  SNT-DENPNUM         PIC 9(07).
           03  SNT-RECIPENUM       PIC 9(03).
           03  SNT-ZAINUM          PIC 9(08).
           03  SNT-SRYCD           PIC X(09).
           03  SNT-YAKKAKJNCD      PIC X(12).
           03  SNT-NYUGAIKBN       PIC X(01).
      *    対象区分（１：選定療養　２：理由区分により対象外）
           03  SNT-TAISYOFLG       PIC 9(01).
           03  SNT-RIYUKBN         PIC X(01).
      *    先発品薬価・後発品最高価格・保険給付の薬価
           03  SNT-SENPATU         PIC 9(07)V99.
           03  SNT-KOHATU          PIC 9(07)V99.
           03  SNT-HOKENYAKKA      PIC 9(07)V99.
           03  SNT-SURYO           PIC 9(05)V9(05).
      *    特別の料金（税抜・税込）
           03  SNT-ZEINUKI         PIC 9(07).
           03  SNT-GAKU            PIC 9(07).
           03  SNT-PRINTYMD        PIC X(08).
           03  SNT-PRINTHMS        PIC X(06).
      *
      *    点数マスタ
           COPY    "CPTENSU.INC".
      *
      *    患者情報
       01  PTINF-REC.
           COPY    "CPPTINF.INC".
      *
      *    医療機関情報（基本）
           COPY    "CPSK1001.INC".
      *
      *    ジョブ管理マスタ
       01  JOBKANRI-REC.
           COPY    "CPJOBKANRI.INC".
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
           IF      WRK-PARA-SYORIKBN   =   "1"
               PERFORM 200-SETUMEI-SEC
           ELSE
               PERFORM 300-SYUKEI-SEC
           END-IF
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
           DISPLAY "*** ORCBSENTEI START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       SUM-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SYORIKBN
                                               WRK-PARA-SRYYMD
                                               WRK-PARA-PTID
                                               WRK-PARA-DENPNUM
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               SENTEILSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
           IF      WRK-PARA-PTID       IS  NOT NUMERIC
               MOVE    ZERO                TO  WRK-PARA-PTID
           END-IF
           IF      WRK-PARA-DENPNUM    IS  NOT NUMERIC
               MOVE    ZERO                TO  WRK-PARA-DENPNUM
           END-IF
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "長期収載品選定療養"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBSENTEI"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    月次集計の診療年月の省略時は前月
           MOVE    WRK-PARA-SRYYMD (1:6)
                                       TO  WRK-SRYYM
           IF      WRK-PARA-SYORIKBN NOT = "1"
           AND     WRK-SRYYM       IS  NOT NUMERIC
               MOVE    SMCNDATE-YMD (1:6)  TO  WRK-SRYYM
               PERFORM 800-ZENGETU-SEC
           END-IF
      *
           INITIALIZE                      SYS-1001-REC
           MOVE    "1001"              TO  SYS-1001-KANRICD
           MOVE    "*"                 TO  SYS-1001-KBNCD
           MOVE    SMCNDATE-YMD        TO  SYS-1001-STYUKYMD
                                           SYS-1001-EDYUKYMD
           MOVE    SPA-HOSPNUM         TO  SYS-1001-HOSPNUM
           MOVE    SYS-1001-REC        TO  MCPDATA-REC
           PERFORM 910-SYSKANRI-INV-SEC
           IF      FLG-SYSKANRI        =   ZERO
               MOVE    MCPDATA-REC         TO  SYS-1001-REC
               MOVE    SYS-1001-HOSPNAME   TO  WRK-HOSPNAME
           END-IF
      *
           OPEN    OUTPUT              SENTEILST-FILE
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者説明書出力処理
      *    （指定伝票の選定療養ログを剤順に読み、長期収載品ごとの
      *      特別の料金を出力する。消費税は伝票の合計で計算する）
      *****************************************************************
       200-SETUMEI-SEC             SECTION.
      *
           IF      WRK-PARA-PTID       =   ZERO
           OR      WRK-PARA-SRYYMD IS  NOT NUMERIC
               DISPLAY "PARAMETER ERROR"
               GO  TO  200-SETUMEI-EXT
           END-IF
      *
           PERFORM 800-PTINF-GET-SEC
           PERFORM 2001-SETUMEI-MIDASI-SEC
      *
           INITIALIZE                  SENTEILOG-REC
           MOVE    SPA-HOSPNUM         TO  SNT-HOSPNUM
           MOVE    WRK-PARA-PTID       TO  SNT-PTID
           MOVE    WRK-PARA-SRYYMD     TO  SNT-SRYYMD
           MOVE    WRK-PARA-DENPNUM    TO  SNT-DENPNUM
           MOVE    SENTEILOG-REC       TO  MCPDATA-REC
           MOVE    "tbl_sentei_log"    TO  MCP-TABLE
           MOVE    "denpnum"           TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "denpnum"           TO  MCP-PATHNAME
               PERFORM 900-LOG-FETCH-SEC
               PERFORM UNTIL   FLG-LOG     =   1
                   PERFORM 2002-SETUMEI-MEISAI-SEC
                   MOVE    "denpnum"           TO  MCP-PATHNAME
                   PERFORM 900-LOG-FETCH-SEC
               END-PERFORM
           END-IF
           MOVE    "tbl_sentei_log"    TO  MCP-TABLE
           MOVE    "denpnum"           TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           COMPUTE WRK-GOKEI-ZEI   =   WRK-GOKEI-ZEINUKI
                                   *   10  /   100
           MOVE    WRK-GOKEI-ZEINUKI   TO  WRK-ED-KIN1
           MOVE    WRK-GOKEI-ZEI       TO  WRK-ED-KIN2
           COMPUTE WRK-ED-KIN3     =   WRK-GOKEI-ZEINUKI
                                   +   WRK-GOKEI-ZEI
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-SENTEILST-WRITE-SEC
           STRING  "特別の料金　合計：" DELIMITED   BY  SIZE
                   WRK-ED-KIN3         DELIMITED   BY  SIZE
                   "円（うち消費税："  DELIMITED   BY  SIZE
                   WRK-ED-KIN2         DELIMITED   BY  SIZE
                   "円）"              DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SENTEILST-WRITE-SEC
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-SENTEILST-WRITE-SEC
           STRING  "　※特別の料金は保険給付の対象外の"
                                       DELIMITED   BY  SIZE
                   "ため、消費税がかかります。"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SENTEILST-WRITE-SEC
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-SENTEILST-WRITE-SEC
           MOVE    WRK-HOSPNAME        TO  WRK-LINE
           PERFORM 900-SENTEILST-WRITE-SEC
           .
       200-SETUMEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者説明書見出し編集処理
      *****************************************************************
       2001-SETUMEI-MIDASI-SEC     SECTION.
      *
           STRING  "長期収載品の処方に係る選定療養"
                                       DELIMITED   BY  SIZE
                   "（特別の料金）のご説明"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SENTEILST-WRITE-SEC
           PERFORM 900-SENTEILST-WRITE-SEC
           STRING  "患者番号："        DELIMITED   BY  SIZE
                   WRK-PARA-PTID       DELIMITED   BY  SIZE
                   "  氏名："          DELIMITED   BY  SIZE
                   PTINF-NAME (1:30)   DELIMITED   BY  "  "
                   "  様"              DELIMITED   BY  SIZE
                   "  診療日："        DELIMITED   BY  SIZE
                   WRK-PARA-SRYYMD     DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SENTEILST-WRITE-SEC
           PERFORM 900-SENTEILST-WRITE-SEC
      *
           STRING  "　後発医薬品のある先発医薬品"
                                       DELIMITED   BY  SIZE
                   "（長期収載品）を患者さまの"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SENTEILST-WRITE-SEC
           STRING  "ご希望により処方した場合、先発"
                                       DELIMITED   BY  SIZE
                   "医薬品と後発医薬品の価格差の"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SENTEILST-WRITE-SEC
           STRING  "４分の１相当の額を、特別の料金"
                                       DELIMITED   BY  SIZE
                   "としてご負担いただきます。"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SENTEILST-WRITE-SEC
           STRING  "　医療上の必要がある場合などは"
                                       DELIMITED   BY  SIZE
                   "対象となりません。"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SENTEILST-WRITE-SEC
           PERFORM 900-SENTEILST-WRITE-SEC
           .
       2001-SETUMEI-MIDASI-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者説明書明細編集処理（１件）
      *****************************************************************
       2002-SETUMEI-MEISAI-SEC     SECTION.
      *
           PERFORM 810-TENSU-GET-SEC
           MOVE    TNS-NAME            TO  WRK-LINE
           PERFORM 900-SENTEILST-WRITE-SEC
      *
           IF      SNT-TAISYOFLG   NOT =   1
               PERFORM 820-RIYUNAME-SET-SEC
               STRING  "    対象外（"      DELIMITED   BY  SIZE
                       WRK-RIYUNAME        DELIMITED   BY  "  "
                       "）"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               PERFORM 900-SENTEILST-WRITE-SEC
               GO  TO  2002-SETUMEI-MEISAI-EXT
           END-IF
      *
           MOVE    SNT-SENPATU         TO  WRK-ED-YAKKA1
           MOVE    SNT-KOHATU          TO  WRK-ED-YAKKA2
           MOVE    SNT-SURYO           TO  WRK-ED-SURYO
           MOVE    SNT-ZEINUKI         TO  WRK-ED-KIN1
           STRING  "    先発品薬価："  DELIMITED   BY  SIZE
                   WRK-ED-YAKKA1       DELIMITED   BY  SIZE
                   "  後発品最高価格：" DELIMITED   BY  SIZE
                   WRK-ED-YAKKA2       DELIMITED   BY  SIZE
                   "  数量："          DELIMITED   BY  SIZE
                   WRK-ED-SURYO        DELIMITED   BY  SIZE
                   "  特別の料金（税抜）："
                                       DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "円"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SENTEILST-WRITE-SEC
           ADD     SNT-ZEINUKI         TO  WRK-GOKEI-ZEINUKI
           ADD     1                   TO  CNT-OUT
           .
       2002-SETUMEI-MEISAI-EXT.
           EXIT.
      *
      *****************************************************************
      *    月次集計処理
      *    （診療月の選定療養ログを伝票順に読み、入外別に集計する。
      *      徴収額は伝票ごとに消費税を計算した税込額とする）
      *****************************************************************
       300-SYUKEI-SEC              SECTION.
      *
           INITIALIZE                  SENTEILOG-REC
           MOVE    SPA-HOSPNUM         TO  SNT-HOSPNUM
           MOVE    WRK-SRYYM           TO  SNT-SRYYMD
           MOVE    SENTEILOG-REC       TO  MCPDATA-REC
           MOVE    "tbl_sentei_log"    TO  MCP-TABLE
           MOVE    "sryym"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "sryym"             TO  MCP-PATHNAME
               PERFORM 900-LOG-FETCH-SEC
               PERFORM UNTIL   FLG-LOG     =   1
                   PERFORM 3001-SYUKEI-EDIT-SEC
                   MOVE    "sryym"             TO  MCP-PATHNAME
                   PERFORM 900-LOG-FETCH-SEC
               END-PERFORM
           END-IF
           MOVE    "tbl_sentei_log"    TO  MCP-TABLE
           MOVE    "sryym"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           PERFORM 3002-DENP-BREAK-SEC
      *
           PERFORM 3003-SYUKEI-WRITE-SEC
           .
       300-SYUKEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    月次集計編集処理（１件）
      *****************************************************************
       3001-SYUKEI-EDIT-SEC        SECTION.
      *
           IF      SNT-NYUGAIKBN       =   "2"
               MOVE    2                   TO  IDX-NYU
           ELSE
               MOVE    1                   TO  IDX-NYU
           END-IF
      *
           IF      SNT-TAISYOFLG   NOT =   1
               EVALUATE    SNT-RIYUKBN
                   WHEN    "1"
                       MOVE    1                   TO  IDX-RIYU
                   WHEN    "2"
                       MOVE    2                   TO  IDX-RIYU
                   WHEN    OTHER
                       MOVE    3                   TO  IDX-RIYU
               END-EVALUATE
               ADD     1           TO  SUM-JOGAI (IDX-NYU IDX-RIYU)
               GO  TO  3001-SYUKEI-EDIT-EXT
           END-IF
      *
           IF      SNT-PTID        NOT =   WRK-KEY-PTID
           OR      SNT-SRYYMD      NOT =   WRK-KEY-SRYYMD
           OR      SNT-DENPNUM     NOT =   WRK-KEY-DENPNUM
               PERFORM 3002-DENP-BREAK-SEC
               MOVE    SNT-PTID            TO  WRK-KEY-PTID
               MOVE    SNT-SRYYMD          TO  WRK-KEY-SRYYMD
               MOVE    SNT-DENPNUM         TO  WRK-KEY-DENPNUM
               MOVE    IDX-NYU             TO  WRK-KEY-NYU
               ADD     1                   TO  SUM-DENPSU (IDX-NYU)
           END-IF
      *
           ADD     1                   TO  SUM-KENSU (IDX-NYU)
           ADD     SNT-ZEINUKI         TO  SUM-ZEINUKI (IDX-NYU)
                                           WRK-DENP-ZEINUKI
           ADD     1                   TO  CNT-OUT
           .
       3001-SYUKEI-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    伝票終了処理（伝票の税込額を徴収額へ加算）
      *****************************************************************
       3002-DENP-BREAK-SEC         SECTION.
      *
           IF      WRK-KEY-NYU         =   ZERO
               GO  TO  3002-DENP-BREAK-EXT
           END-IF
      *
           COMPUTE WRK-ZEI         =   WRK-DENP-ZEINUKI
                                   *   10  /   100
           COMPUTE SUM-GAKU (WRK-KEY-NYU)
                                   =   SUM-GAKU (WRK-KEY-NYU)
                                   +   WRK-DENP-ZEINUKI
                                   +   WRK-ZEI
           MOVE    ZERO                TO  WRK-DENP-ZEINUKI
                                           WRK-KEY-NYU
           .
       3002-DENP-BREAK-EXT.
           EXIT.
      *
      *****************************************************************
      *    月次集計出力処理
      *****************************************************************
       3003-SYUKEI-WRITE-SEC       SECTION.
      *
           STRING  "＊＊＊　長期収載品選定療養"
                                       DELIMITED   BY  SIZE
                   "　月次集計　＊＊＊" DELIMITED   BY  SIZE
                   "　診療年月："      DELIMITED   BY  SIZE
                   WRK-SRYYM           DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SENTEILST-WRITE-SEC
      *
           PERFORM VARYING IDX-NYU FROM 1 BY 1
                   UNTIL   IDX-NYU         >   2
               IF      IDX-NYU             =   1
                   MOVE    "入院外"            TO  WRK-NYUNAME
               ELSE
                   MOVE    "入院"              TO  WRK-NYUNAME
               END-IF
               MOVE    SPACE               TO  WRK-LINE
               PERFORM 900-SENTEILST-WRITE-SEC
               MOVE    SUM-KENSU (IDX-NYU) TO  WRK-ED-KENSU
               MOVE    SUM-DENPSU (IDX-NYU)
                                           TO  WRK-ED-KIN1
               MOVE    SUM-GAKU (IDX-NYU)  TO  WRK-ED-KIN2
               MOVE    SUM-ZEINUKI (IDX-NYU)
                                           TO  WRK-ED-KIN3
               STRING  "【"                DELIMITED   BY  SIZE
                       WRK-NYUNAME         DELIMITED   BY  SPACE
                       "】対象件数："      DELIMITED   BY  SIZE
                       WRK-ED-KENSU        DELIMITED   BY  SIZE
                       "  伝票数："        DELIMITED   BY  SIZE
                       WRK-ED-KIN1         DELIMITED   BY  SIZE
                       "  徴収額："        DELIMITED   BY  SIZE
                       WRK-ED-KIN2         DELIMITED   BY  SIZE
                       "円（税抜："        DELIMITED   BY  SIZE
                       WRK-ED-KIN3         DELIMITED   BY  SIZE
                       "円）"              DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-SENTEILST-WRITE-SEC
               PERFORM VARYING IDX-RIYU FROM 1 BY 1
                       UNTIL   IDX-RIYU        >   3
                   EVALUATE    IDX-RIYU
                       WHEN    1
                           MOVE    "1"                 TO  SNT-RIYUKBN
                       WHEN    2
                           MOVE    "2"                 TO  SNT-RIYUKBN
                       WHEN    OTHER
                           MOVE    "9"                 TO  SNT-RIYUKBN
                   END-EVALUATE
                   PERFORM 820-RIYUNAME-SET-SEC
                   MOVE    SUM-JOGAI (IDX-NYU IDX-RIYU)
                                           TO  WRK-ED-KENSU
                   STRING  "    対象外（"      DELIMITED   BY  SIZE
                           WRK-RIYUNAME        DELIMITED   BY  "  "
                           "）："              DELIMITED   BY  SIZE
                           WRK-ED-KENSU        DELIMITED   BY  SIZE
                           "件"                DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
                   END-STRING
                   PERFORM 900-SENTEILST-WRITE-SEC
               END-PERFORM
           END-PERFORM
           .
       3003-SYUKEI-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           CLOSE   SENTEILST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "SENTEILOG CNT-IN  :" CNT-IN
           DISPLAY "OUTPUT   CNT      :" CNT-OUT
           DISPLAY "*** ORCBSENTEI END ***"
           .
       500-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者情報取得処理
      *****************************************************************
       800-PTINF-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-PTINF
      *
           INITIALIZE                  PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    WRK-PARA-PTID       TO  PTINF-PTID
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
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    SPACE               TO  PTINF-NAME
           END-IF
           .
       800-PTINF-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    前月算出処理（ＷＲＫ−ＳＲＹＹＭを１月戻す）
      *****************************************************************
       800-ZENGETU-SEC             SECTION.
      *
           IF      WRK-MM              =   01
               MOVE    12                  TO  WRK-MM
               SUBTRACT    1           FROM    WRK-YY
           ELSE
               SUBTRACT    1           FROM    WRK-MM
           END-IF
           .
       800-ZENGETU-EXT.
           EXIT.
      *
      *****************************************************************
      *    医薬品名取得処理
      *****************************************************************
       810-TENSU-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-TENSU
      *
           INITIALIZE                  TNS-TENSU-REC
           MOVE    SPA-HOSPNUM         TO  TNS-HOSPNUM
           MOVE    SNT-SRYCD           TO  TNS-SRYCD
           MOVE    SNT-SRYYMD          TO  TNS-YUKOSTYMD
                                           TNS-YUKOEDYMD
           MOVE    TNS-TENSU-REC       TO  MCPDATA-REC
           MOVE    "tbl_tensu"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_tensu"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  TNS-TENSU-REC
                   MOVE    ZERO                TO  FLG-TENSU
               END-IF
               MOVE    "tbl_tensu"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           IF      FLG-TENSU       NOT =   ZERO
               MOVE    SNT-SRYCD           TO  TNS-NAME
           END-IF
           .
       810-TENSU-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    対象外理由名称編集処理
      *****************************************************************
       820-RIYUNAME-SET-SEC        SECTION.
      *
           EVALUATE    SNT-RIYUKBN
               WHEN    "1"
                   MOVE    "医療上の必要性"    TO  WRK-RIYUNAME
               WHEN    "2"
                   MOVE    "後発品の提供困難"  TO  WRK-RIYUNAME
               WHEN    OTHER
                   MOVE    "その他"            TO  WRK-RIYUNAME
           END-EVALUATE
           .
       820-RIYUNAME-SET-EXT.
           EXIT.
      *
      *****************************************************************
      *    選定療養ログ読込処理
      *****************************************************************
       900-LOG-FETCH-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-LOG
           MOVE    "tbl_sentei_log"    TO  MCP-TABLE
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  SENTEILOG-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-LOG
           END-IF
           .
       900-LOG-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    システム管理マスタ読込
      *****************************************************************
       910-SYSKANRI-INV-SEC        SECTION.
      *
           MOVE    1                   TO  FLG-SYSKANRI
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key10"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_syskanri"      TO  MCP-TABLE
               MOVE    "key10"             TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    ZERO                TO  FLG-SYSKANRI
               END-IF
           END-IF
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key10"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       910-SYSKANRI-INV-EXT.
           EXIT.
      *
      *****************************************************************
      *    説明書・集計行出力処理
      *****************************************************************
       900-SENTEILST-WRITE-SEC     SECTION.
      *
           MOVE    WRK-LINE            TO  SENTEILST-REC
           WRITE   SENTEILST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-SENTEILST-WRITE-EXT.
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
