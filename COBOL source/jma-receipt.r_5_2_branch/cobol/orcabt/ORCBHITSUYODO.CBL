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
       PROGRAM-ID.             ORCBHITSUYODO.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 入院
      *  コンポーネント名  : 重症度、医療・看護必要度月次集計
      *                      （必要度評価画面（ＯＲＣＧＨＩＴＳＵＹＯＤＯ）
      *                        で登録した評価から、病棟基準を登録した
      *                        病棟ごとに当月と直近３月の基準該当患者
      *                        割合を算出し、入院料の基準割合を満たす
      *                        か判定する。当月の評価漏れ（在院中で
      *                        評価のない患者・日）を併せて出力する。
      *                        処理区分２ではＡ・Ｃ項目の自動判定に
      *                        用いる評価項目対応コードを取り込む）
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
      *    評価項目対応コードファイル（ＣＳＶ）
           SELECT  HCDIN-FILE      ASSIGN  HCDINPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-HCDIN.
      *
      *    月次集計リスト
           SELECT  HTDLST-FILE     ASSIGN  HTDLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-HTDLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
      *    評価項目対応コードファイル
       FD  HCDIN-FILE.
       01  HCDIN-REC               PIC X(100).
      *
      *    月次集計リスト
       FD  HTDLST-FILE.
       01  HTDLST-REC              PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-HCDIN                       PIC X(02).
           03  STS-HTDLST                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-FETCH2                      PIC 9(01).
           03  FLG-HCDIN                       PIC 9(01).
           03  FLG-HTD                         PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX-TUKI                        PIC 9(01).
           03  IDX-DD                          PIC 9(02).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(06).
           03  CNT-TORIKOMI                    PIC 9(06).
           03  CNT-ERR                         PIC 9(06).
           03  CNT-BYOTO                       PIC 9(06).
           03  CNT-MIMAN                       PIC 9(06).
           03  CNT-MOREGOKEI                   PIC 9(06).
      *    病棟ごと（１：前々月　２：前月　３：当月）
           03  CNT-TUKI-AREA                   OCCURS  3.
               05  CNT-HYOKA                   PIC 9(06).
               05  CNT-GAITO                   PIC 9(06).
           03  CNT-HYOKA3                      PIC 9(06).
           03  CNT-GAITO3                      PIC 9(06).
           03  CNT-MORE                        PIC 9(06).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理区分（１：月次集計　２：評価項目対応コード取込）
               05  WRK-PARA-SYORIKBN           PIC X(01).
      *        対象年月（省略時は前月）
               05  WRK-PARA-SRYYM              PIC X(06).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *        評価項目対応コードファイル（処理区分２）
               05  WRK-PARA-INFILE             PIC X(128).
      *
           03  WRK-YMD.
               05  WRK-YMD-YY                  PIC 9(04).
               05  WRK-YMD-MM                  PIC 9(02).
               05  WRK-YMD-DD                  PIC 9(02).
           03  WRK-SRYYM                       PIC X(06).
           03  WRK-TUKI-YM                     PIC X(06)   OCCURS  3.
           03  WRK-MATSUYMD.
               05  WRK-MATSUYM                 PIC X(06).
               05  WRK-MATSUDD                 PIC 9(02).
           03  WRK-HYOKAYMD                    PIC X(08).
           03  WRK-MAEPTID                     PIC 9(10).
      *
           03  WRK-RITU                        PIC 9(03)V9(01).
           03  WRK-RITU3                       PIC 9(03)V9(01).
           03  WRK-FUSOKU                      PIC 9(03)V9(01).
           03  WRK-ED-RITU                     PIC ZZ9.9.
           03  WRK-ED-RITU3                    PIC ZZ9.9.
           03  WRK-ED-KIJUN                    PIC ZZ9.9.
           03  WRK-ED-FUSOKU                   PIC ZZ9.9.
           03  WRK-ED-CNT1                     PIC ZZZZZ9.
           03  WRK-ED-CNT2                     PIC ZZZZZ9.
           03  WRK-HANTEI                      PIC X(40).
      *
           03  WRK-CSV.
               05  WRK-CSV-SRYCD               PIC X(09).
               05  WRK-CSV-KOUMOKU             PIC X(02).
               05  WRK-CSV-TENSU               PIC X(01).
               05  WRK-CSV-NISSU               PIC X(02).
           03  WRK-LINE                        PIC X(200).
      *
           03  HCDINPARA                       PIC X(256).
           03  HTDLSTPARA                      PIC X(256).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    重症度、医療・看護必要度評価テーブル
      *    （ＯＲＣＧＨＩＴＳＵＹＯＤＯと同一レイアウト）
       01  HITSUYODO-REC.
           03  HTD-HOSPNUM         PIC 9(02).
           03  HTD-BTUNUM          PIC X(02).
           03  HTD-HYOKAYMD        PIC X(08).
           03  HTD-PTID            PIC 9(10).
           03  HTD-A-TEN           PIC 9(01)   OCCURS  7.
           03  HTD-B-TEN           PIC 9(01)   OCCURS  7.
           03  HTD-C-TEN           PIC 9(01).
           03  HTD-ASCORE          PIC 9(02).
           03  HTD-BSCORE          PIC 9(02).
           03  HTD-CSCORE          PIC 9(02).
      *    基準該当　１：該当
           03  HTD-GAITOFLG        PIC X(01).
           03  HTD-JIDOFLG         PIC X(01).
           03  HTD-OPID            PIC X(16).
           03  HTD-UPYMD           PIC X(08).
           03  HTD-UPHMS           PIC X(06).
      *
      *    重症度、医療・看護必要度病棟基準テーブル
      *    （ＯＲＣＧＨＩＴＳＵＹＯＤＯと同一レイアウト）
       01  HITSUYOKIJUN-REC.
           03  HKJ-HOSPNUM         PIC 9(02).
           03  HKJ-BTUNUM          PIC X(02).
           03  HKJ-NYUINRYONM      PIC X(40).
      *    基準該当患者割合（％）
           03  HKJ-KIJUNRITU       PIC 9(03)V9(01).
           03  HKJ-UPYMD           PIC X(08).
           03  HKJ-UPHMS           PIC X(06).
      *
      *    重症度、医療・看護必要度評価項目対応コードテーブル
      *    （ＯＲＣＧＨＩＴＳＵＹＯＤＯと同一レイアウト）
       01  HITSUYOCD-REC.
           03  HCD-HOSPNUM         PIC 9(02).
           03  HCD-SRYCD           PIC X(09).
           03  HCD-KOUMOKU         PIC X(02).
           03  HCD-TENSU           PIC 9(01).
           03  HCD-NISSU           PIC 9(02).
           03  HCD-UPYMD           PIC X(08).
           03  HCD-UPHMS           PIC X(06).
      *
      *    入院歴テーブル
       01  PTNYUINRRK-REC.
           COPY    "CPPTNYUINRRK.INC".
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
      *    日付変換サブ
           COPY    "CPORCSDAY.INC".
           COPY    "CPORCSLNK.INC".
      *
      *    ＤＢ検索
           COPY    "MCPDATA.INC".
           COPY    "MCPAREA".
      *
      ****************************************************************
       LINKAGE                 SECTION.
       01  COMMAND-PARAM.
           02  FILLER      PIC X(512).
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
           IF      WRK-PARA-SYORIKBN   =   "2"
      *        評価項目対応コード取込
               PERFORM 300-HCD-TORIKOMI-SEC
           ELSE
      *        病棟別基準該当患者割合の月次集計
               PERFORM 200-SYUKEI-SEC
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
           DISPLAY "*** ORCBHITSUYODO START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-PARA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SYORIKBN
                                               WRK-PARA-SRYYM
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               HTDLSTPARA
                                               WRK-PARA-INFILE
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
           IF      WRK-PARA-SYORIKBN   NOT =   "2"
               MOVE    "1"                 TO  WRK-PARA-SYORIKBN
           END-IF
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "看護必要度月次集計"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBHITSUYODO"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    対象年月の省略時は前月
           IF      WRK-PARA-SRYYM      IS  NUMERIC
               MOVE    WRK-PARA-SRYYM      TO  WRK-SRYYM
           ELSE
               MOVE    SMCNDATE-YMD (1:6)  TO  WRK-SRYYM
               PERFORM 810-ZENGETU-SEC
           END-IF
      *    直近３月（１：前々月　２：前月　３：当月）
           MOVE    WRK-SRYYM           TO  WRK-TUKI-YM (3)
           PERFORM 810-ZENGETU-SEC
           MOVE    WRK-SRYYM           TO  WRK-TUKI-YM (2)
           PERFORM 810-ZENGETU-SEC
           MOVE    WRK-SRYYM           TO  WRK-TUKI-YM (1)
           MOVE    WRK-TUKI-YM (3)     TO  WRK-SRYYM
      *
           OPEN    OUTPUT              HTDLST-FILE
      *
           IF      WRK-PARA-SYORIKBN   =   "1"
               STRING  "＊＊＊　看護必要度病棟別集計"
                                           DELIMITED   BY  SIZE
                       "　＊＊＊　対象年月："
                                           DELIMITED   BY  SIZE
                       WRK-SRYYM           DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
           ELSE
               STRING  "＊＊＊　看護必要度"
                                           DELIMITED   BY  SIZE
                       "評価項目対応コード取込　＊＊＊"
                                           DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
           END-IF
           PERFORM 900-HTDLST-WRITE-SEC
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    病棟別月次集計処理
      *****************************************************************
       200-SYUKEI-SEC              SECTION.
      *
           INITIALIZE                  HITSUYOKIJUN-REC
           MOVE    SPA-HOSPNUM         TO  HKJ-HOSPNUM
           MOVE    HITSUYOKIJUN-REC    TO  MCPDATA-REC
           MOVE    "tbl_hitsuyokijun"  TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    "病棟基準が登録されていません"
                                       TO  WRK-LINE
               PERFORM 900-HTDLST-WRITE-SEC
               GO  TO  200-SYUKEI-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM 210-BYOTO-SEC
                   UNTIL   FLG-FETCH       =   1
      *
           MOVE    "tbl_hitsuyokijun"  TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-SYUKEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    病棟別月次集計処理（病棟１件）
      *****************************************************************
       210-BYOTO-SEC               SECTION.
      *
           MOVE    "tbl_hitsuyokijun"  TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  210-BYOTO-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  HITSUYOKIJUN-REC
           ADD     1                   TO  CNT-BYOTO
      *
      *    直近３月の延べ評価患者数と基準該当患者数
           MOVE    ZERO                TO  CNT-HYOKA3
                                           CNT-GAITO3
           PERFORM VARYING IDX-TUKI FROM 1 BY 1
                   UNTIL   IDX-TUKI        >   3
               PERFORM 220-TUKI-CNT-SEC
               ADD     CNT-HYOKA (IDX-TUKI)    TO  CNT-HYOKA3
               ADD     CNT-GAITO (IDX-TUKI)    TO  CNT-GAITO3
           END-PERFORM
      *
           MOVE    ZERO                TO  WRK-RITU
                                           WRK-RITU3
           IF      CNT-HYOKA (3)       >   ZERO
               COMPUTE WRK-RITU    ROUNDED
                       =   CNT-GAITO (3)   *   100 /   CNT-HYOKA (3)
           END-IF
           IF      CNT-HYOKA3          >   ZERO
               COMPUTE WRK-RITU3   ROUNDED
                       =   CNT-GAITO3      *   100 /   CNT-HYOKA3
           END-IF
      *
      *    施設基準の判定は直近３月の割合で行う
           EVALUATE    TRUE
               WHEN    CNT-HYOKA3          =   ZERO
                   MOVE    "評価なし"          TO  WRK-HANTEI
               WHEN    WRK-RITU3           >=  HKJ-KIJUNRITU
                   MOVE    "基準を満たす"      TO  WRK-HANTEI
               WHEN    OTHER
                   ADD     1                   TO  CNT-MIMAN
                   COMPUTE WRK-FUSOKU  =   HKJ-KIJUNRITU   -   WRK-RITU3
                   MOVE    WRK-FUSOKU          TO  WRK-ED-FUSOKU
                   STRING  "【基準未達】不足"
                                           DELIMITED   BY  SIZE
                           WRK-ED-FUSOKU       DELIMITED   BY  SIZE
                           "ポイント"          DELIMITED   BY  SIZE
                                           INTO    WRK-HANTEI
                   END-STRING
           END-EVALUATE
      *
           STRING  "病棟："            DELIMITED   BY  SIZE
                   HKJ-BTUNUM          DELIMITED   BY  SIZE
                   "　"                DELIMITED   BY  SIZE
                   HKJ-NYUINRYONM      DELIMITED   BY  "  "
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-HTDLST-WRITE-SEC
      *
           MOVE    CNT-HYOKA (3)       TO  WRK-ED-CNT1
           MOVE    CNT-GAITO (3)       TO  WRK-ED-CNT2
           MOVE    WRK-RITU            TO  WRK-ED-RITU
           STRING  "　当月　延べ評価："
                                       DELIMITED   BY  SIZE
                   WRK-ED-CNT1         DELIMITED   BY  SIZE
                   "　該当："          DELIMITED   BY  SIZE
                   WRK-ED-CNT2         DELIMITED   BY  SIZE
                   "　割合："          DELIMITED   BY  SIZE
                   WRK-ED-RITU         DELIMITED   BY  SIZE
                   "％"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-HTDLST-WRITE-SEC
      *
           MOVE    CNT-HYOKA3          TO  WRK-ED-CNT1
           MOVE    CNT-GAITO3          TO  WRK-ED-CNT2
           MOVE    WRK-RITU3           TO  WRK-ED-RITU3
           MOVE    HKJ-KIJUNRITU       TO  WRK-ED-KIJUN
           STRING  "　直近３月　延べ評価："
                                       DELIMITED   BY  SIZE
                   WRK-ED-CNT1         DELIMITED   BY  SIZE
                   "　該当："          DELIMITED   BY  SIZE
                   WRK-ED-CNT2         DELIMITED   BY  SIZE
                   "　割合："          DELIMITED   BY  SIZE
                   WRK-ED-RITU3        DELIMITED   BY  SIZE
                   "％　基準："        DELIMITED   BY  SIZE
                   WRK-ED-KIJUN        DELIMITED   BY  SIZE
                   "％　"              DELIMITED   BY  SIZE
                   WRK-HANTEI          DELIMITED   BY  "  "
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-HTDLST-WRITE-SEC
      *
      *    当月の評価漏れ
           PERFORM 230-MORE-SEC
           MOVE    CNT-MORE            TO  WRK-ED-CNT1
           STRING  "　当月評価漏れ："  DELIMITED   BY  SIZE
                   WRK-ED-CNT1         DELIMITED   BY  SIZE
                   "件"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-HTDLST-WRITE-SEC
           .
       210-BYOTO-EXT.
           EXIT.
      *
      *****************************************************************
      *    月別評価件数計数処理（ＩＤＸ−ＴＵＫＩの年月）
      *****************************************************************
       220-TUKI-CNT-SEC            SECTION.
      *
           MOVE    ZERO                TO  CNT-HYOKA (IDX-TUKI)
                                           CNT-GAITO (IDX-TUKI)
           INITIALIZE                  HITSUYODO-REC
           MOVE    SPA-HOSPNUM         TO  HTD-HOSPNUM
           MOVE    HKJ-BTUNUM          TO  HTD-BTUNUM
           MOVE    WRK-TUKI-YM (IDX-TUKI)
                                       TO  HTD-HYOKAYMD (1:6)
           MOVE    HITSUYODO-REC       TO  MCPDATA-REC
           MOVE    "tbl_hitsuyodo"     TO  MCP-TABLE
           MOVE    "btuym"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH2
               PERFORM UNTIL   FLG-FETCH2      =   1
                   MOVE    "tbl_hitsuyodo"     TO  MCP-TABLE
                   MOVE    "btuym"             TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  HITSUYODO-REC
                       ADD     1               TO  CNT-HYOKA (IDX-TUKI)
                       IF      HTD-GAITOFLG        =   "1"
                           ADD     1           TO  CNT-GAITO (IDX-TUKI)
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH2
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_hitsuyodo"     TO  MCP-TABLE
           MOVE    "btuym"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       220-TUKI-CNT-EXT.
           EXIT.
      *
      *****************************************************************
      *    評価漏れ抽出処理（当月の日ごとに病棟の在院患者を確認）
      *****************************************************************
       230-MORE-SEC                SECTION.
      *
           MOVE    ZERO                TO  CNT-MORE
      *
      *    月末日
           INITIALIZE                  STS-AREA-DAY
           INITIALIZE                  LNK-DAY7-AREA
           MOVE    "71"                TO  LNK-DAY7-IRAI
           MOVE    WRK-SRYYM           TO  LNK-DAY7-YM
           CALL    "ORCSDAY"           USING   STS-AREA-DAY
                                               LNK-DAY7-AREA
           MOVE    LNK-DAY7-KOYOMI     TO  WRK-MATSUYMD
      *
           PERFORM VARYING IDX-DD FROM 1 BY 1
                   UNTIL   IDX-DD          >   WRK-MATSUDD
               MOVE    WRK-SRYYM           TO  WRK-HYOKAYMD (1:6)
               MOVE    IDX-DD              TO  WRK-HYOKAYMD (7:2)
               PERFORM 235-MORE-DAY-SEC
           END-PERFORM
      *
           ADD     CNT-MORE            TO  CNT-MOREGOKEI
           .
       230-MORE-EXT.
           EXIT.
      *
      *****************************************************************
      *    評価漏れ抽出処理（１日）
      *****************************************************************
       235-MORE-DAY-SEC            SECTION.
      *
           MOVE    ZERO                TO  WRK-MAEPTID
           INITIALIZE                  PTNYUINRRK-REC
           MOVE    SPA-HOSPNUM         TO  PTNYUINRRK-HOSPNUM
           MOVE    WRK-HYOKAYMD        TO  PTNYUINRRK-TENNYUYMD
                                           PTNYUINRRK-TENSTUYMD
           MOVE    PTNYUINRRK-REC      TO  MCPDATA-REC
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "key40"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH2
               PERFORM UNTIL   FLG-FETCH2      =   1
                   MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
                   MOVE    "key40"             TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  PTNYUINRRK-REC
      *                同一患者の異動歴は１件とする
                       IF      PTNYUINRRK-BTUNUM   =   HKJ-BTUNUM
                       AND     PTNYUINRRK-PTID NOT =   WRK-MAEPTID
                           MOVE    PTNYUINRRK-PTID     TO  WRK-MAEPTID
                           PERFORM 240-HYOKA-CHK-SEC
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH2
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "key40"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       235-MORE-DAY-EXT.
           EXIT.
      *
      *****************************************************************
      *    評価有無確認処理
      *****************************************************************
       240-HYOKA-CHK-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-HTD
           INITIALIZE                  HITSUYODO-REC
           MOVE    SPA-HOSPNUM         TO  HTD-HOSPNUM
           MOVE    HKJ-BTUNUM          TO  HTD-BTUNUM
           MOVE    WRK-HYOKAYMD        TO  HTD-HYOKAYMD
           MOVE    PTNYUINRRK-PTID     TO  HTD-PTID
           MOVE    HITSUYODO-REC       TO  MCPDATA-REC
           MOVE    "tbl_hitsuyodo"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_hitsuyodo"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    ZERO                TO  FLG-HTD
               END-IF
           END-IF
           MOVE    "tbl_hitsuyodo"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      FLG-HTD         NOT =   ZERO
               ADD     1                   TO  CNT-MORE
               STRING  "　　【評価漏れ】"  DELIMITED   BY  SIZE
                       WRK-HYOKAYMD        DELIMITED   BY  SIZE
                       "　患者ＩＤ："      DELIMITED   BY  SIZE
                       PTNYUINRRK-PTID     DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-HTDLST-WRITE-SEC
           END-IF
           .
       240-HYOKA-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    評価項目対応コード取込処理
      *    （診療行為コード、評価項目、点数、該当日数のＣＳＶ）
      *****************************************************************
       300-HCD-TORIKOMI-SEC        SECTION.
      *
           MOVE    WRK-PARA-INFILE     TO  HCDINPARA
           OPEN    INPUT               HCDIN-FILE
           IF      STS-HCDIN       NOT =   "00"
               DISPLAY "ORCBHITSUYODO HCDIN OPEN ERR " STS-HCDIN
               MOVE    "対応コードファイルがありません"
                                       TO  WRK-LINE
               PERFORM 900-HTDLST-WRITE-SEC
               GO  TO  300-HCD-TORIKOMI-EXT
           END-IF
      *
           PERFORM 900-HCDIN-READ-SEC
           PERFORM 310-HCD-1KEN-SEC
                   UNTIL   FLG-HCDIN       =   1
      *
           CLOSE   HCDIN-FILE
           .
       300-HCD-TORIKOMI-EXT.
           EXIT.
      *
      *****************************************************************
      *    評価項目対応コード取込処理（１件）
      *****************************************************************
       310-HCD-1KEN-SEC            SECTION.
      *
           INITIALIZE                  WRK-CSV
           UNSTRING    HCDIN-REC       DELIMITED   BY  ","
                                       INTO    WRK-CSV-SRYCD
                                               WRK-CSV-KOUMOKU
                                               WRK-CSV-TENSU
                                               WRK-CSV-NISSU
           END-UNSTRING
      *
      *    見出し行等、診療行為コードが数字でない行は読み飛ばす
           IF      WRK-CSV-SRYCD       IS  NOT NUMERIC
               GO  TO  310-HCD-NEXT
           END-IF
           IF    ( WRK-CSV-KOUMOKU (1:1)   NOT =   "A"
           AND     WRK-CSV-KOUMOKU (1:1)   NOT =   "C" )
           OR      WRK-CSV-KOUMOKU (2:1)   IS  NOT NUMERIC
           OR      WRK-CSV-TENSU           IS  NOT NUMERIC
               ADD     1                   TO  CNT-ERR
               STRING  "　　【取込エラー】"
                                           DELIMITED   BY  SIZE
                       HCDIN-REC           DELIMITED   BY  "  "
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-HTDLST-WRITE-SEC
               GO  TO  310-HCD-NEXT
           END-IF
      *
           INITIALIZE                  HITSUYOCD-REC
           MOVE    SPA-HOSPNUM         TO  HCD-HOSPNUM
           MOVE    WRK-CSV-SRYCD       TO  HCD-SRYCD
           MOVE    WRK-CSV-KOUMOKU     TO  HCD-KOUMOKU
           MOVE    WRK-CSV-TENSU       TO  HCD-TENSU
      *    該当日数の省略時は評価日当日のみ
           IF      WRK-CSV-NISSU       IS  NUMERIC
               MOVE    WRK-CSV-NISSU       TO  HCD-NISSU
           ELSE
               IF      WRK-CSV-NISSU (1:1) IS  NUMERIC
               AND     WRK-CSV-NISSU (2:1) =   SPACE
                   MOVE    WRK-CSV-NISSU (1:1) TO  HCD-NISSU
               ELSE
                   MOVE    1                   TO  HCD-NISSU
               END-IF
           END-IF
           MOVE    SMCNDATE-YMD        TO  HCD-UPYMD
           MOVE    SMCNDATE-HMS        TO  HCD-UPHMS
      *
           MOVE    HITSUYOCD-REC       TO  MCPDATA-REC
           MOVE    "tbl_hitsuyocd"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    HITSUYOCD-REC       TO  MCPDATA-REC
           MOVE    "tbl_hitsuyocd"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               ADD     1                   TO  CNT-TORIKOMI
           ELSE
               ADD     1                   TO  CNT-ERR
               DISPLAY "ORCBHITSUYODO HCD INSERT ERR RC=" MCP-RC
           END-IF
           .
       310-HCD-NEXT.
      *
           PERFORM 900-HCDIN-READ-SEC
           .
       310-HCD-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    前月算出処理（ＷＲＫ−ＳＲＹＹＭを前月にする）
      *****************************************************************
       810-ZENGETU-SEC             SECTION.
      *
           MOVE    WRK-SRYYM           TO  WRK-YMD (1:6)
           IF      WRK-YMD-MM          =   1
               SUBTRACT    1               FROM    WRK-YMD-YY
               MOVE        12              TO      WRK-YMD-MM
           ELSE
               SUBTRACT    1               FROM    WRK-YMD-MM
           END-IF
           MOVE    WRK-YMD (1:6)       TO  WRK-SRYYM
           .
       810-ZENGETU-EXT.
           EXIT.
      *
      *****************************************************************
      *    評価項目対応コード読込処理
      *****************************************************************
       900-HCDIN-READ-SEC          SECTION.
      *
           MOVE    ZERO                TO  FLG-HCDIN
           READ    HCDIN-FILE
               AT  END
                   MOVE    1               TO  FLG-HCDIN
               NOT AT  END
                   ADD     1               TO  CNT-IN
           END-READ
           .
       900-HCDIN-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    月次集計リスト出力処理
      *****************************************************************
       900-HTDLST-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  HTDLST-REC
           WRITE   HTDLST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-HTDLST-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           IF      WRK-PARA-SYORIKBN   =   "1"
               MOVE    CNT-BYOTO           TO  WRK-ED-CNT1
               MOVE    CNT-MIMAN           TO  WRK-ED-CNT2
               STRING  "集計病棟数："      DELIMITED   BY  SIZE
                       WRK-ED-CNT1         DELIMITED   BY  SIZE
                       "　基準未達病棟数："
                                           DELIMITED   BY  SIZE
                       WRK-ED-CNT2         DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
           ELSE
               MOVE    CNT-TORIKOMI        TO  WRK-ED-CNT1
               MOVE    CNT-ERR             TO  WRK-ED-CNT2
               STRING  "取込件数："        DELIMITED   BY  SIZE
                       WRK-ED-CNT1         DELIMITED   BY  SIZE
                       "　エラー件数："    DELIMITED   BY  SIZE
                       WRK-ED-CNT2         DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
           END-IF
           PERFORM 900-HTDLST-WRITE-SEC
      *
           CLOSE   HTDLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           IF      WRK-PARA-SYORIKBN   =   "1"
               MOVE    CNT-BYOTO           TO  JOB-UPDCNT
           ELSE
               MOVE    CNT-TORIKOMI        TO  JOB-UPDCNT
           END-IF
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "BYOTO    CNT     :" CNT-BYOTO
           DISPLAY "MIMAN    CNT     :" CNT-MIMAN
           DISPLAY "MORE     CNT     :" CNT-MOREGOKEI
           DISPLAY "HCD IN   CNT     :" CNT-IN
           DISPLAY "TORIKOMI CNT     :" CNT-TORIKOMI
           DISPLAY "ERR      CNT     :" CNT-ERR
           DISPLAY "*** ORCBHITSUYODO END ***"
           .
       500-TERM-EXT.
           EXIT.
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
