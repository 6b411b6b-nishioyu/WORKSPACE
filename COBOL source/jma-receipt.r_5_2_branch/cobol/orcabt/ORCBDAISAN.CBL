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
       PROGRAM-ID.             ORCBDAISAN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 月次統計
      *  コンポーネント名  : 第三者行為届出管理リスト
      *                      （第三者行為届出台帳（ＭＤＡＩＳＡＮで
      *                        登録）をもとに次の帳票を出力する。
      *                        モード１：届出未提出警告リスト
      *                          診療年月に対象期間内の保険診療が
      *                          あり、傷病届が未提出の患者と、保険
      *                          者の求償照会に未回答の患者を出力
      *                        モード２：求償照会回答報告書
      *                          指定患者・連番の対象期間内の診療
      *                          日ごとの点数・医療費・一部負担金・
      *                          保険者負担額を月計・合計とともに
      *                          出力し、台帳に回答日を記録する）
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
      *    第三者行為届出管理リスト
           SELECT  DAISANLST-FILE  ASSIGN  DAISANLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-DAISANLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  DAISANLST-FILE.
       01  DAISANLST-REC           PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-DAISANLST                   PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-DAISAN                      PIC 9(01).
           03  FLG-SYUNOU                      PIC 9(01).
           03  FLG-SYSKANRI                    PIC 9(01).
           03  FLG-PTINF                       PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(06).
           03  CNT-MITODOKE                    PIC 9(06).
           03  CNT-MIKAITOU                    PIC 9(06).
           03  CNT-OUT                         PIC 9(06).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(04).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理モード（１：未届出警告　２：求償照会回答報告書）
               05  WRK-PARA-MODE               PIC X(01).
      *        診療年月（モード１、省略時は前月）
               05  WRK-PARA-SRYYM              PIC X(06).
      *        患者番号・連番（モード２）
               05  WRK-PARA-PTID               PIC 9(10).
               05  WRK-PARA-RENNUM             PIC 9(02).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
           03  WRK-YM                          PIC 9(06).
           03  WRK-YM-R                        REDEFINES   WRK-YM.
               05  WRK-YY                      PIC 9(04).
               05  WRK-MM                      PIC 9(02).
           03  WRK-HOSPNAME                    PIC X(120).
           03  WRK-PTNAME                      PIC X(50).
           03  WRK-KBNNAME                     PIC X(10).
           03  WRK-OLD-YM                      PIC X(06).
           03  WRK-OLD-YMD                     PIC X(08).
           03  WRK-LINE                        PIC X(200).
      *
      *    診療実績（１台帳分・１診療日分）
           03  WRK-NISSU                       PIC 9(04).
           03  WRK-SKYMONEY                    PIC 9(10).
           03  WRK-TENSU                       PIC 9(08).
           03  WRK-IRYOHI                      PIC 9(10).
           03  WRK-HKNFTN                      PIC 9(10).
      *
      *    月計・合計（モード２）
           03  WRK-SUM-AREA.
               05  WRK-SUM-NISSU               PIC 9(04).
               05  WRK-SUM-TENSU               PIC 9(08).
               05  WRK-SUM-IRYOHI              PIC 9(10).
               05  WRK-SUM-SKYMONEY            PIC 9(10).
               05  WRK-SUM-HKNFTN              PIC 9(10).
           03  WRK-TOTAL-AREA.
               05  WRK-TOTAL-NISSU             PIC 9(04).
               05  WRK-TOTAL-TENSU             PIC 9(08).
               05  WRK-TOTAL-IRYOHI            PIC 9(10).
               05  WRK-TOTAL-SKYMONEY          PIC 9(10).
               05  WRK-TOTAL-HKNFTN            PIC 9(10).
      *
           03  WRK-ED-PTID                     PIC 9(10).
           03  WRK-ED-DENPNUM                  PIC 9(07).
           03  WRK-ED-NISSU                    PIC Z,ZZ9.
           03  WRK-ED-TENSU                    PIC ZZ,ZZZ,ZZ9.
           03  WRK-ED-KIN1                     PIC ZZZ,ZZZ,ZZ9.
           03  WRK-ED-KIN2                     PIC ZZZ,ZZZ,ZZ9.
           03  WRK-ED-KIN3                     PIC ZZZ,ZZZ,ZZ9.
      *
           03  DAISANLSTPARA                   PIC X(256).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    第三者行為届出台帳テーブル
      *    （ＯＲＣＧＤＡＩＳＡＮと同一レイアウト）
       01  DAISAN-REC.
           03  DSS-HOSPNUM         PIC 9(02).
           03  DSS-PTID            PIC 9(10).
           03  DSS-RENNUM          PIC 9(02).
           03  DSS-HKNCOMBI        PIC 9(04).
           03  DSS-HKNJANUM        PIC X(08).
           03  DSS-JIKOKBN         PIC X(01).
           03  DSS-JIKOYMD         PIC X(08).
           03  DSS-AITENAME        PIC X(40).
           03  DSS-AITEHKN         PIC X(40).
           03  DSS-TEKSTYMD        PIC X(08).
           03  DSS-TEKEDYMD        PIC X(08).
           03  DSS-TODOKEYMD       PIC X(08).
           03  DSS-SYOKAIYMD       PIC X(08).
           03  DSS-KAITOUYMD       PIC X(08).
           03  DSS-BIKO            PIC X(80).
           03  DSS-UPYMD           PIC X(08).
           03  DSS-UPHMS           PIC X(06).
      *
      *    収納
       01  SYUNOU-REC.
           COPY    "CPSYUNOU.INC".
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
           IF      WRK-PARA-MODE       =   "2"
               PERFORM 300-HOUKOKU-SEC
           ELSE
               PERFORM 200-KEIKOKU-SEC
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
           DISPLAY "*** ORCBDAISAN START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-MODE
                                               WRK-PARA-SRYYM
                                               WRK-PARA-PTID
                                               WRK-PARA-RENNUM
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               DAISANLSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "第三者行為届出管理リスト"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBDAISAN"    TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    診療年月の省略時は前月分
           IF      WRK-PARA-SRYYM      IS  NOT NUMERIC
               MOVE    SMCNDATE-YMD (1:6)  TO  WRK-YM
               IF      WRK-MM              =   01
                   MOVE    12                  TO  WRK-MM
                   SUBTRACT    1           FROM    WRK-YY
               ELSE
                   SUBTRACT    1           FROM    WRK-MM
               END-IF
               MOVE    WRK-YM              TO  WRK-PARA-SRYYM
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
           OPEN    OUTPUT              DAISANLST-FILE
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    届出未提出警告リスト処理（モード１）
      *    （未届出の台帳は対象期間内・診療年月内の保険診療がある
      *      もののみ、照会未回答の台帳は診療年月に関係なく出力）
      *****************************************************************
       200-KEIKOKU-SEC             SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　第三者行為"
                                       DELIMITED   BY  SIZE
                   "届出未提出警告リスト"
                                       DELIMITED   BY  SIZE
                   "　＊＊＊"          DELIMITED   BY  SIZE
                   "　診療年月："      DELIMITED   BY  SIZE
                   WRK-PARA-SRYYM      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-DAISANLST-WRITE-SEC
           MOVE    WRK-HOSPNAME        TO  WRK-LINE
           PERFORM 900-DAISANLST-WRITE-SEC
           PERFORM 900-DAISANLST-WRITE-SEC
           STRING  "患者番号    連番 "
                                       DELIMITED   BY  SIZE
                   "事故区分  事故日   "
                                       DELIMITED   BY  SIZE
                   "状態    日数    請求額  相手方"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-DAISANLST-WRITE-SEC
      *
           INITIALIZE                  DAISAN-REC
           MOVE    SPA-HOSPNUM         TO  DSS-HOSPNUM
           MOVE    DAISAN-REC          TO  MCPDATA-REC
           MOVE    "tbl_daisansya"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-DAISAN-FETCH-SEC
               PERFORM UNTIL   FLG-DAISAN  =   1
                   PERFORM 2001-DAISAN-CHK-SEC
                   PERFORM 900-DAISAN-FETCH-SEC
               END-PERFORM
           END-IF
           MOVE    "tbl_daisansya"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      CNT-OUT             =   ZERO
               MOVE    "該当する患者はありません"
                                       TO  WRK-LINE
               PERFORM 900-DAISANLST-WRITE-SEC
           END-IF
           .
       200-KEIKOKU-EXT.
           EXIT.
      *
      *****************************************************************
      *    台帳判定処理（１件）
      *****************************************************************
       2001-DAISAN-CHK-SEC         SECTION.
      *
           EVALUATE    TRUE
      *        届出未提出
               WHEN    DSS-TODOKEYMD       =   SPACE
                   IF      DSS-TEKSTYMD (1:6)  >   WRK-PARA-SRYYM
                   OR      DSS-TEKEDYMD (1:6)  <   WRK-PARA-SRYYM
                       GO  TO  2001-DAISAN-CHK-EXT
                   END-IF
                   PERFORM 2002-SYUNOU-SYUKEI-SEC
                   IF      WRK-NISSU           =   ZERO
                       GO  TO  2001-DAISAN-CHK-EXT
                   END-IF
                   MOVE    "未届出"            TO  WRK-KBNNAME
                   ADD     1                   TO  CNT-MITODOKE
      *        保険者から求償照会があり未回答
               WHEN    DSS-SYOKAIYMD   NOT =   SPACE
               AND     DSS-KAITOUYMD       =   SPACE
                   MOVE    ZERO                TO  WRK-NISSU
                                                   WRK-SKYMONEY
                   MOVE    "照会未回答"        TO  WRK-KBNNAME
                   ADD     1                   TO  CNT-MIKAITOU
               WHEN    OTHER
                   GO  TO  2001-DAISAN-CHK-EXT
           END-EVALUATE
      *
           MOVE    DSS-PTID            TO  WRK-ED-PTID
           MOVE    WRK-NISSU           TO  WRK-ED-NISSU
           MOVE    WRK-SKYMONEY        TO  WRK-ED-KIN1
           STRING  WRK-ED-PTID         DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   DSS-RENNUM          DELIMITED   BY  SIZE
                   "   "               DELIMITED   BY  SIZE
                   DSS-JIKOKBN         DELIMITED   BY  SIZE
                   "         "         DELIMITED   BY  SIZE
                   DSS-JIKOYMD         DELIMITED   BY  SIZE
                   " "                 DELIMITED   BY  SIZE
                   WRK-KBNNAME         DELIMITED   BY  SIZE
                   WRK-ED-NISSU        DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   DSS-AITENAME        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-DAISANLST-WRITE-SEC
           ADD     1                   TO  CNT-OUT
           .
       2001-DAISAN-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    診療年月の対象期間内保険診療集計処理
      *    （保険組合せ指定の台帳はその組合せの診療のみ）
      *****************************************************************
       2002-SYUNOU-SYUKEI-SEC      SECTION.
      *
           MOVE    ZERO                TO  WRK-NISSU
                                           WRK-SKYMONEY
           MOVE    SPACE               TO  WRK-OLD-YMD
      *
           INITIALIZE                  SYUNOU-REC
           MOVE    SPA-HOSPNUM         TO  SYU-HOSPNUM
           MOVE    DSS-PTID            TO  SYU-PTID
           MOVE    WRK-PARA-SRYYM      TO  SYU-SRYYMD (1:6)
           MOVE    "%"                 TO  SYU-SRYYMD (7:1)
           MOVE    SYUNOU-REC          TO  MCPDATA-REC
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "ptym"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-SYUNOU
               PERFORM UNTIL   FLG-SYUNOU  =   1
                   MOVE    "tbl_syunou"        TO  MCP-TABLE
                   MOVE    "ptym"              TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  SYUNOU-REC
                       PERFORM 2003-SYUNOU-CHK-SEC
                   ELSE
                       MOVE    1                   TO  FLG-SYUNOU
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "ptym"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       2002-SYUNOU-SYUKEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    収納判定処理（対象期間・保険組合せ）
      *    （日数は同一診療日の複数伝票を１日とする）
      *****************************************************************
       2003-SYUNOU-CHK-SEC         SECTION.
      *
           IF      SYU-SRYYMD          <   DSS-TEKSTYMD
           OR      SYU-SRYYMD          >   DSS-TEKEDYMD
               GO  TO  2003-SYUNOU-CHK-EXT
           END-IF
           IF      DSS-HKNCOMBI        >   ZERO
           AND     SYU-HKNCOMBINUM NOT =   DSS-HKNCOMBI
               GO  TO  2003-SYUNOU-CHK-EXT
           END-IF
      *
           IF      SYU-SRYYMD      NOT =   WRK-OLD-YMD
               ADD     1                   TO  WRK-NISSU
               MOVE    SYU-SRYYMD          TO  WRK-OLD-YMD
           END-IF
           ADD     SYU-SKYMONEY        TO  WRK-SKYMONEY
           .
       2003-SYUNOU-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    求償照会回答報告書処理（モード２）
      *****************************************************************
       300-HOUKOKU-SEC             SECTION.
      *
           INITIALIZE                  DAISAN-REC
           MOVE    SPA-HOSPNUM         TO  DSS-HOSPNUM
           MOVE    WRK-PARA-PTID       TO  DSS-PTID
           MOVE    WRK-PARA-RENNUM     TO  DSS-RENNUM
           MOVE    DAISAN-REC          TO  MCPDATA-REC
           MOVE    "tbl_daisansya"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    1                   TO  FLG-DAISAN
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_daisansya"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  DAISAN-REC
                   MOVE    ZERO                TO  FLG-DAISAN
                   ADD     1                   TO  CNT-IN
               END-IF
           END-IF
           MOVE    "tbl_daisansya"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      FLG-DAISAN      NOT =   ZERO
               MOVE    "該当する台帳の登録はありません"
                                       TO  WRK-LINE
               PERFORM 900-DAISANLST-WRITE-SEC
               GO  TO  300-HOUKOKU-EXT
           END-IF
      *
           PERFORM 3001-HEAD-EDIT-SEC
      *
           INITIALIZE                  WRK-SUM-AREA
                                       WRK-TOTAL-AREA
           MOVE    SPACE               TO  WRK-OLD-YM
           INITIALIZE                  SYUNOU-REC
           MOVE    SPA-HOSPNUM         TO  SYU-HOSPNUM
           MOVE    DSS-PTID            TO  SYU-PTID
           MOVE    SYUNOU-REC          TO  MCPDATA-REC
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-SYUNOU
               PERFORM UNTIL   FLG-SYUNOU  =   1
                   MOVE    "tbl_syunou"        TO  MCP-TABLE
                   MOVE    "pt"                TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  SYUNOU-REC
                       PERFORM 3002-MEISAI-EDIT-SEC
                   ELSE
                       MOVE    1                   TO  FLG-SYUNOU
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      WRK-OLD-YM          =   SPACE
               MOVE    "対象期間内の診療はありません"
                                       TO  WRK-LINE
               PERFORM 900-DAISANLST-WRITE-SEC
           ELSE
               PERFORM 3003-GEKKEI-EDIT-SEC
      *        合計
               MOVE    WRK-TOTAL-NISSU     TO  WRK-ED-NISSU
               MOVE    WRK-TOTAL-TENSU     TO  WRK-ED-TENSU
               MOVE    WRK-TOTAL-IRYOHI    TO  WRK-ED-KIN1
               MOVE    WRK-TOTAL-SKYMONEY  TO  WRK-ED-KIN2
               MOVE    WRK-TOTAL-HKNFTN    TO  WRK-ED-KIN3
               STRING  "＊＊合計＊＊  日数"
                                       DELIMITED   BY  SIZE
                       WRK-ED-NISSU        DELIMITED   BY  SIZE
                       "          "        DELIMITED   BY  SIZE
                       WRK-ED-TENSU        DELIMITED   BY  SIZE
                       " "                 DELIMITED   BY  SIZE
                       WRK-ED-KIN1         DELIMITED   BY  SIZE
                       " "                 DELIMITED   BY  SIZE
                       WRK-ED-KIN2         DELIMITED   BY  SIZE
                       " "                 DELIMITED   BY  SIZE
                       WRK-ED-KIN3         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               PERFORM 900-DAISANLST-WRITE-SEC
           END-IF
      *
      *    照会を受けている台帳は回答日を記録する
           IF      DSS-SYOKAIYMD   NOT =   SPACE
           AND     DSS-KAITOUYMD       =   SPACE
               MOVE    SMCNDATE-YMD        TO  DSS-KAITOUYMD
                                               DSS-UPYMD
               MOVE    SMCNDATE-HMS        TO  DSS-UPHMS
               MOVE    DAISAN-REC          TO  MCPDATA-REC
               MOVE    "tbl_daisansya"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBUPDATE"          TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC          NOT =   ZERO
                   DISPLAY "ORCBDAISAN DBUPDATE ERR PTID="
                           DSS-PTID
               END-IF
           END-IF
           .
       300-HOUKOKU-EXT.
           EXIT.
      *
      *****************************************************************
      *    報告書見出し編集処理
      *****************************************************************
       3001-HEAD-EDIT-SEC          SECTION.
      *
           MOVE    SPACE               TO  WRK-PTNAME
           INITIALIZE                  PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    DSS-PTID            TO  PTINF-PTID
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
                   MOVE    PTINF-NAME          TO  WRK-PTNAME
               END-IF
           END-IF
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           EVALUATE    DSS-JIKOKBN
               WHEN    "1"
                   MOVE    "交通事故"          TO  WRK-KBNNAME
               WHEN    "2"
                   MOVE    "傷害"              TO  WRK-KBNNAME
               WHEN    OTHER
                   MOVE    "その他"            TO  WRK-KBNNAME
           END-EVALUATE
      *
           STRING  "＊＊＊　第三者行為による"
                                       DELIMITED   BY  SIZE
                   "傷病の求償照会回答報告書"
                                       DELIMITED   BY  SIZE
                   "　＊＊＊"          DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-DAISANLST-WRITE-SEC
           MOVE    WRK-HOSPNAME        TO  WRK-LINE
           PERFORM 900-DAISANLST-WRITE-SEC
           PERFORM 900-DAISANLST-WRITE-SEC
           MOVE    DSS-PTID            TO  WRK-ED-PTID
           STRING  "患者番号："        DELIMITED   BY  SIZE
                   WRK-ED-PTID         DELIMITED   BY  SIZE
                   "  氏名："          DELIMITED   BY  SIZE
                   WRK-PTNAME          DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-DAISANLST-WRITE-SEC
           STRING  "保険者番号："      DELIMITED   BY  SIZE
                   DSS-HKNJANUM        DELIMITED   BY  SIZE
                   "  照会日："        DELIMITED   BY  SIZE
                   DSS-SYOKAIYMD       DELIMITED   BY  SIZE
                   "  届出日："        DELIMITED   BY  SIZE
                   DSS-TODOKEYMD       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-DAISANLST-WRITE-SEC
           STRING  "事故区分："        DELIMITED   BY  SIZE
                   WRK-KBNNAME         DELIMITED   BY  SIZE
                   "  事故日："        DELIMITED   BY  SIZE
                   DSS-JIKOYMD         DELIMITED   BY  SIZE
                   "  相手方："        DELIMITED   BY  SIZE
                   DSS-AITENAME        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-DAISANLST-WRITE-SEC
           STRING  "相手方保険："      DELIMITED   BY  SIZE
                   DSS-AITEHKN         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-DAISANLST-WRITE-SEC
           STRING  "対象期間："        DELIMITED   BY  SIZE
                   DSS-TEKSTYMD        DELIMITED   BY  SIZE
                   "～"                DELIMITED   BY  SIZE
                   DSS-TEKEDYMD        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-DAISANLST-WRITE-SEC
           PERFORM 900-DAISANLST-WRITE-SEC
           STRING  "診療日    科 入外 伝票番号"
                                       DELIMITED   BY  SIZE
                   "        点数      医療費"
                                       DELIMITED   BY  SIZE
                   "    一部負担  保険者負担"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-DAISANLST-WRITE-SEC
           .
       3001-HEAD-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    診療明細編集処理（１伝票）
      *    （医療費は保険点数の合計の１０倍、保険者負担は医療費
      *      から一部負担金を除いた額とする）
      *****************************************************************
       3002-MEISAI-EDIT-SEC        SECTION.
      *
           IF      SYU-SRYYMD          <   DSS-TEKSTYMD
           OR      SYU-SRYYMD          >   DSS-TEKEDYMD
               GO  TO  3002-MEISAI-EDIT-EXT
           END-IF
           IF      DSS-HKNCOMBI        >   ZERO
           AND     SYU-HKNCOMBINUM NOT =   DSS-HKNCOMBI
               GO  TO  3002-MEISAI-EDIT-EXT
           END-IF
      *
           IF      WRK-OLD-YM      NOT =   SPACE
           AND     SYU-SRYYMD (1:6) NOT =  WRK-OLD-YM
               PERFORM 3003-GEKKEI-EDIT-SEC
           END-IF
           MOVE    SYU-SRYYMD (1:6)    TO  WRK-OLD-YM
      *
           MOVE    ZERO                TO  WRK-TENSU
           PERFORM VARYING IDX     FROM    1   BY  1
                   UNTIL   IDX         >   17
               ADD     SYU-HKNTEN (IDX)    TO  WRK-TENSU
           END-PERFORM
           COMPUTE WRK-IRYOHI      =   WRK-TENSU   *   10
           IF      WRK-IRYOHI          >   SYU-SKYMONEY
               COMPUTE WRK-HKNFTN  =   WRK-IRYOHI  -   SYU-SKYMONEY
           ELSE
               MOVE    ZERO                TO  WRK-HKNFTN
           END-IF
      *
           MOVE    SYU-DENPNUM         TO  WRK-ED-DENPNUM
           MOVE    WRK-TENSU           TO  WRK-ED-TENSU
           MOVE    WRK-IRYOHI          TO  WRK-ED-KIN1
           MOVE    SYU-SKYMONEY        TO  WRK-ED-KIN2
           MOVE    WRK-HKNFTN          TO  WRK-ED-KIN3
           STRING  SYU-SRYYMD          DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   SYU-SRYKA           DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   SYU-NYUGAIKBN       DELIMITED   BY  SIZE
                   "   "               DELIMITED   BY  SIZE
                   WRK-ED-DENPNUM      DELIMITED   BY  SIZE
                   " "                 DELIMITED   BY  SIZE
                   WRK-ED-TENSU        DELIMITED   BY  SIZE
                   " "                 DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   " "                 DELIMITED   BY  SIZE
                   WRK-ED-KIN2         DELIMITED   BY  SIZE
                   " "                 DELIMITED   BY  SIZE
                   WRK-ED-KIN3         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-DAISANLST-WRITE-SEC
           ADD     1                   TO  CNT-OUT
      *
           ADD     1                   TO  WRK-SUM-NISSU
           ADD     WRK-TENSU           TO  WRK-SUM-TENSU
           ADD     WRK-IRYOHI          TO  WRK-SUM-IRYOHI
           ADD     SYU-SKYMONEY        TO  WRK-SUM-SKYMONEY
           ADD     WRK-HKNFTN          TO  WRK-SUM-HKNFTN
           .
       3002-MEISAI-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    月計編集処理
      *    （月計の日数は伝票件数とする）
      *****************************************************************
       3003-GEKKEI-EDIT-SEC        SECTION.
      *
           MOVE    WRK-SUM-NISSU       TO  WRK-ED-NISSU
           MOVE    WRK-SUM-TENSU       TO  WRK-ED-TENSU
           MOVE    WRK-SUM-IRYOHI      TO  WRK-ED-KIN1
           MOVE    WRK-SUM-SKYMONEY    TO  WRK-ED-KIN2
           MOVE    WRK-SUM-HKNFTN      TO  WRK-ED-KIN3
           STRING  "  "                DELIMITED   BY  SIZE
                   WRK-OLD-YM          DELIMITED   BY  SIZE
                   "月計  件数"        DELIMITED   BY  SIZE
                   WRK-ED-NISSU        DELIMITED   BY  SIZE
                   "          "        DELIMITED   BY  SIZE
                   WRK-ED-TENSU        DELIMITED   BY  SIZE
                   " "                 DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   " "                 DELIMITED   BY  SIZE
                   WRK-ED-KIN2         DELIMITED   BY  SIZE
                   " "                 DELIMITED   BY  SIZE
                   WRK-ED-KIN3         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-DAISANLST-WRITE-SEC
           PERFORM 900-DAISANLST-WRITE-SEC
      *
           ADD     WRK-SUM-NISSU       TO  WRK-TOTAL-NISSU
           ADD     WRK-SUM-TENSU       TO  WRK-TOTAL-TENSU
           ADD     WRK-SUM-IRYOHI      TO  WRK-TOTAL-IRYOHI
           ADD     WRK-SUM-SKYMONEY    TO  WRK-TOTAL-SKYMONEY
           ADD     WRK-SUM-HKNFTN      TO  WRK-TOTAL-HKNFTN
           INITIALIZE                  WRK-SUM-AREA
           .
       3003-GEKKEI-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           CLOSE   DAISANLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "DAISAN    CNT-IN  :" CNT-IN
           DISPLAY "MITODOKE  CNT     :" CNT-MITODOKE
           DISPLAY "MIKAITOU  CNT     :" CNT-MIKAITOU
           DISPLAY "OUTPUT    CNT     :" CNT-OUT
           DISPLAY "*** ORCBDAISAN END ***"
           .
       500-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    第三者行為届出台帳読込処理
      *****************************************************************
       900-DAISAN-FETCH-SEC        SECTION.
      *
           MOVE    ZERO                TO  FLG-DAISAN
           MOVE    "tbl_daisansya"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  DAISAN-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-DAISAN
           END-IF
           .
       900-DAISAN-FETCH-EXT.
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
      *    リスト行出力処理
      *****************************************************************
       900-DAISANLST-WRITE-SEC     SECTION.
      *
           MOVE    WRK-LINE            TO  DAISANLST-REC
           WRITE   DAISANLST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-DAISANLST-WRITE-EXT.
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
