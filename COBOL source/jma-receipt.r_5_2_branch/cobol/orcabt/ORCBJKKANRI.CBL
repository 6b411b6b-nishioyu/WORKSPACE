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
       PROGRAM-ID.             ORCBJKKANRI.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 公費
      *  コンポーネント名  : 自己負担上限額管理票当院記載欄印刷
      *                      （指定難病・小児慢性特定疾病の上限管理票
      *                        テーブルから、診療月の当院分（会計確定
      *                        時に累計）を患者・公費ごとに、日付・
      *                        医療機関名・医療費総額・自己負担額・
      *                        月間累計額の記載欄形式で出力する。
      *                        累計額は他の医療機関・薬局の手入力分
      *                        を含めた記載順の累計とする。
      *                        患者番号の指定がなければ当月分のある
      *                        全患者を出力する）
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
      *    管理票当院記載欄
           SELECT  JKKANRILST-FILE ASSIGN  JKKANRILSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-JKKANRILST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  JKKANRILST-FILE.
       01  JKKANRILST-REC          PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-JKKANRILST                  PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-KANRI                       PIC 9(01).
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-PTINF                       PIC 9(01).
           03  FLG-JOGEN                       PIC 9(01).
           03  FLG-SYSKANRI                    PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(06).
           03  CNT-PT                          PIC 9(06).
           03  CNT-OUT                         PIC 9(06).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        診療年月（省略時は当月）
               05  WRK-PARA-SRYYM              PIC X(06).
      *        患者番号（ゼロは全患者）
               05  WRK-PARA-PTID               PIC 9(10).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
      *    改頁キー（患者・公費）
           03  WRK-KEY.
               05  WRK-KEY-PTID                PIC 9(10).
               05  WRK-KEY-KOHNUM              PIC X(03).
           03  WRK-EDYMD                       PIC X(08).
           03  WRK-RUIKEI                      PIC S9(08).
           03  WRK-HOSPNAME                    PIC X(120).
           03  WRK-KOHNAME                     PIC X(20).
           03  WRK-LINE                        PIC X(200).
           03  WRK-ED-KIN1                     PIC ZZZ,ZZZ,ZZ9.
           03  WRK-ED-KIN2                     PIC ZZZ,ZZZ,ZZ9.
           03  WRK-ED-KIN3                     PIC ZZZ,ZZZ,ZZ9.
      *
           03  JKKANRILSTPARA                  PIC X(256).
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
           PERFORM 200-KANRI-SEC
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
           DISPLAY "*** ORCBJKKANRI START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SRYYM
                                               WRK-PARA-PTID
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               JKKANRILSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
           IF      WRK-PARA-PTID       IS  NOT NUMERIC
               MOVE    ZERO                TO  WRK-PARA-PTID
           END-IF
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "自己負担上限額管理票印刷"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBJKKANRI"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           IF      WRK-PARA-SRYYM      =   SPACE
               MOVE    SMCNDATE-YMD (1:6)  TO  WRK-PARA-SRYYM
           END-IF
           MOVE    WRK-PARA-SRYYM      TO  WRK-EDYMD
           MOVE    "31"                TO  WRK-EDYMD (7:2)
      *
      *    記載欄の医療機関名
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
           OPEN    OUTPUT              JKKANRILST-FILE
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    管理票出力処理
      *    （診療月の管理票を患者・公費・連番（記載順）に読み、
      *      患者・公費ごとに見出しを出力する）
      *****************************************************************
       200-KANRI-SEC               SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　自己負担上限額管理票"
                                       DELIMITED   BY  SIZE
                   "（当院記載欄）　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　診療年月："      DELIMITED   BY  SIZE
                   WRK-PARA-SRYYM      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-JKKANRILST-WRITE-SEC
      *
           INITIALIZE                  JKKANRI-REC
           MOVE    SPA-HOSPNUM         TO  JKK-HOSPNUM
           MOVE    WRK-PARA-SRYYM      TO  JKK-SRYYM
           MOVE    JKKANRI-REC         TO  MCPDATA-REC
           MOVE    "tbl_jkkanri"       TO  MCP-TABLE
           MOVE    "sryym"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  200-KANRI-EXT
           END-IF
      *
           MOVE    LOW-VALUE           TO  WRK-KEY
           PERFORM 900-KANRI-FETCH-SEC
           PERFORM UNTIL   FLG-KANRI   =   1
               IF      WRK-PARA-PTID       =   ZERO
               OR      WRK-PARA-PTID       =   JKK-PTID
                   PERFORM 2001-KANRI-EDIT-SEC
               END-IF
               PERFORM 900-KANRI-FETCH-SEC
           END-PERFORM
      *
           MOVE    "tbl_jkkanri"       TO  MCP-TABLE
           MOVE    "sryym"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-KANRI-EXT.
           EXIT.
      *
      *****************************************************************
      *    管理票明細編集処理（１件）
      *    （累計は全機関分を積み上げ、当院分のみ記載欄に出力する）
      *****************************************************************
       2001-KANRI-EDIT-SEC         SECTION.
      *
           IF      JKK-PTID        NOT =   WRK-KEY-PTID
           OR      JKK-KOHNUM      NOT =   WRK-KEY-KOHNUM
               MOVE    JKK-PTID            TO  WRK-KEY-PTID
               MOVE    JKK-KOHNUM          TO  WRK-KEY-KOHNUM
               MOVE    ZERO                TO  WRK-RUIKEI
               PERFORM 2002-MIDASI-EDIT-SEC
           END-IF
      *
           ADD     JKK-FTNGAKU         TO  WRK-RUIKEI
           IF      JKK-KIKANKBN    NOT =   "1"
               GO  TO  2001-KANRI-EDIT-EXT
           END-IF
      *
           MOVE    JKK-IRYOHI          TO  WRK-ED-KIN1
           MOVE    JKK-FTNGAKU         TO  WRK-ED-KIN2
           MOVE    WRK-RUIKEI          TO  WRK-ED-KIN3
           MOVE    SPACE               TO  WRK-LINE
           STRING  "  "                DELIMITED   BY  SIZE
                   JKK-SRYYMD          DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-HOSPNAME (1:40) DELIMITED   BY  SIZE
                   "  医療費総額："    DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "  自己負担額："    DELIMITED   BY  SIZE
                   WRK-ED-KIN2         DELIMITED   BY  SIZE
                   "  月間累計額："    DELIMITED   BY  SIZE
                   WRK-ED-KIN3         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-JKKANRILST-WRITE-SEC
           ADD     1                   TO  CNT-OUT
           .
       2001-KANRI-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者・公費見出し編集処理
      *****************************************************************
       2002-MIDASI-EDIT-SEC        SECTION.
      *
           ADD     1                   TO  CNT-PT
      *
           PERFORM 800-PTINF-GET-SEC
           PERFORM 810-JOGEN-GET-SEC
           IF      JKK-KOHNUM          =   "052"
               MOVE    "小児慢性特定疾病"  TO  WRK-KOHNAME
           ELSE
               MOVE    "指定難病"          TO  WRK-KOHNAME
           END-IF
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-JKKANRILST-WRITE-SEC
           STRING  "患者番号："        DELIMITED   BY  SIZE
                   JKK-PTID            DELIMITED   BY  SIZE
                   "  氏名："          DELIMITED   BY  SIZE
                   PTINF-NAME (1:30)   DELIMITED   BY  "  "
                   "  公費："          DELIMITED   BY  SIZE
                   WRK-KOHNAME         DELIMITED   BY  "  "
                   "（"                DELIMITED   BY  SIZE
                   JKK-KOHNUM          DELIMITED   BY  SIZE
                   "）"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-JKKANRILST-WRITE-SEC
      *
           IF      FLG-JOGEN           =   ZERO
               MOVE    JKJ-JOGENGAKU       TO  WRK-ED-KIN1
               STRING  "月額自己負担上限額："
                                       DELIMITED   BY  SIZE
                       WRK-ED-KIN1         DELIMITED   BY  SIZE
                       "円"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
           ELSE
               MOVE    "月額自己負担上限額：未登録"
                                       TO  WRK-LINE
           END-IF
           PERFORM 900-JKKANRILST-WRITE-SEC
           .
       2002-MIDASI-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           CLOSE   JKKANRILST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "JKKANRI  CNT-IN   :" CNT-IN
           DISPLAY "PATIENT  CNT      :" CNT-PT
           DISPLAY "OUTPUT   CNT      :" CNT-OUT
           DISPLAY "*** ORCBJKKANRI END ***"
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
           MOVE    JKK-PTID            TO  PTINF-PTID
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
      *    上限額取得処理
      *    （診療月の月末時点で有効な上限額を取得する）
      *****************************************************************
       810-JOGEN-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-JOGEN
      *
           INITIALIZE                  JKJOGEN-REC
           MOVE    SPA-HOSPNUM         TO  JKJ-HOSPNUM
           MOVE    JKK-PTID            TO  JKJ-PTID
           MOVE    JKK-KOHNUM          TO  JKJ-KOHNUM
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
       810-JOGEN-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    管理票読込処理
      *****************************************************************
       900-KANRI-FETCH-SEC         SECTION.
      *
           MOVE    ZERO                TO  FLG-KANRI
           MOVE    "tbl_jkkanri"       TO  MCP-TABLE
           MOVE    "sryym"             TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  JKKANRI-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-KANRI
           END-IF
           .
       900-KANRI-FETCH-EXT.
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
      *    記載欄行出力処理
      *****************************************************************
       900-JKKANRILST-WRITE-SEC    SECTION.
      *
           MOVE    WRK-LINE            TO  JKKANRILST-REC
           WRITE   JKKANRILST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-JKKANRILST-WRITE-EXT.
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
