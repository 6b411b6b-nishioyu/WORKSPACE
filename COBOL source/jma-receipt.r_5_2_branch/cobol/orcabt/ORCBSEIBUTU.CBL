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
       PROGRAM-ID.             ORCBSEIBUTU.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 薬剤
      *  コンポーネント名  : 特定生物由来製品使用記録台帳
      *                      （注射の診療行為チェック・算定で記録した
      *                        特定生物由来製品使用記録（ＯＲＣＳＣ３０
      *                        ＳＥＩＢＵＴＵが記録）を検索する。
      *                        処理区分　１：ロット別投与患者一覧
      *                        （メーカーの回収・感染症報告時に、
      *                        製造番号から投与患者を抽出する）
      *                        ２：患者別使用記録
      *                        ３：保存期間満了分削除（使用日から
      *                        ２０年を経過した記録のみ削除し、削除
      *                        した記録を一覧に出力する。保存期間中の
      *                        記録は削除しない）
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
      *    ロット別投与患者一覧・患者別使用記録
           SELECT  SEIBUTULST-FILE ASSIGN  SEIBUTULSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-SEIBUTULST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  SEIBUTULST-FILE.
       01  SEIBUTULST-REC          PIC X(300).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-SEIBUTULST                  PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-END                         PIC 9(01).
           03  FLG-FETCH                       PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(08).
           03  CNT-OUT                         PIC 9(06).
           03  CNT-DEL                         PIC 9(06).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理区分（１：ロット別　２：患者別
      *                  ３：保存期間満了分削除）
               05  WRK-PARA-MODE               PIC X(01).
      *        製造番号（ロット番号）・診療行為コード（区分１）
               05  WRK-PARA-LOTNUM             PIC X(20).
               05  WRK-PARA-SRYCD              PIC X(09).
      *        患者番号（区分２）
               05  WRK-PARA-PTNUM              PIC X(20).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
           03  WRK-PATHNAME                    PIC X(08).
           03  WRK-PTID                        PIC 9(10).
           03  WRK-PTNUM                       PIC X(20).
           03  WRK-PTNAME                      PIC X(50).
           03  WRK-LINE                        PIC X(300).
           03  WRK-ED-SURYO                    PIC ZZZZ9.99999.
           03  WRK-ED-KENSU                    PIC ZZZ,ZZ9.
      *
           03  SEIBUTULSTPARA                  PIC X(256).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    特定生物由来製品使用記録テーブル
      *    （ＯＲＣＳＣ３０ＳＥＩＢＵＴＵと同一レイアウト）
       01  SEIBUTU-REC.
           03  SBT-HOSPNUM         PIC 9(02).
           03  SBT-PTID            PIC 9(10).
           03  SBT-SIYOYMD         PIC X(08).
           03  SBT-SRYCD           PIC X(09).
           03  SBT-LOTNUM          PIC X(20).
           03  SBT-NAME            PIC X(80).
           03  SBT-SURYO           PIC 9(05)V9(05).
           03  SBT-TANINAME        PIC X(24).
           03  SBT-DRCD            PIC X(05).
      *    保存期限（使用日から２０年）
           03  SBT-HOZONYMD        PIC X(08).
           03  SBT-OPID            PIC X(16).
           03  SBT-UPYMD           PIC X(08).
           03  SBT-UPHMS           PIC X(06).
      *
      *    患者番号
       01  PTNUM-REC.
           COPY    "CPPTNUM.INC".
      *
      *    患者情報
       01  PTINF-REC.
           COPY    "CPPTINF.INC".
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
           IF      FLG-END             =   ZERO
               PERFORM 200-MAIN-SEC
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
           DISPLAY "*** ORCBSEIBUTU START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-MODE
                                               WRK-PARA-LOTNUM
                                               WRK-PARA-SRYCD
                                               WRK-PARA-PTNUM
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               SEIBUTULSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "特定生物由来製品使用記録"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBSEIBUTU"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           OPEN    OUTPUT              SEIBUTULST-FILE
      *
           INITIALIZE                  SEIBUTU-REC
           MOVE    SPA-HOSPNUM         TO  SBT-HOSPNUM
           EVALUATE    WRK-PARA-MODE
               WHEN    "1"
                   IF      WRK-PARA-LOTNUM     =   SPACE
                       MOVE    "ロット番号を指定"  TO  WRK-LINE
                       GO  TO  100-INIT-ERR
                   END-IF
                   STRING  "＊＊＊　特定生物由来製品"
                                       DELIMITED   BY  SIZE
                           "　ロット別投与患者一覧"
                                       DELIMITED   BY  SIZE
                           "　＊＊＊"          DELIMITED   BY  SIZE
                           "　ロット番号："
                                       DELIMITED   BY  SIZE
                           WRK-PARA-LOTNUM     DELIMITED   BY  SPACE
                                       INTO    WRK-LINE
                   END-STRING
                   MOVE    WRK-PARA-LOTNUM     TO  SBT-LOTNUM
                   MOVE    "lot"               TO  WRK-PATHNAME
               WHEN    "2"
                   PERFORM 110-PTNUM-SEC
                   IF      WRK-PTID            =   ZERO
                       MOVE    "患者番号の登録なし"
                                               TO  WRK-LINE
                       GO  TO  100-INIT-ERR
                   END-IF
                   STRING  "＊＊＊　特定生物由来製品"
                                       DELIMITED   BY  SIZE
                           "　患者別使用記録　＊＊＊"
                                       DELIMITED   BY  SIZE
                           "　患者番号："
                                       DELIMITED   BY  SIZE
                           WRK-PARA-PTNUM      DELIMITED   BY  SPACE
                                       INTO    WRK-LINE
                   END-STRING
                   MOVE    WRK-PTID            TO  SBT-PTID
                   MOVE    "ptid"              TO  WRK-PATHNAME
               WHEN    "3"
                   STRING  "＊＊＊　特定生物由来製品"
                                       DELIMITED   BY  SIZE
                           "　保存期間満了分削除"
                                       DELIMITED   BY  SIZE
                           "　＊＊＊"          DELIMITED   BY  SIZE
                           "　処理日："        DELIMITED   BY  SIZE
                           SMCNDATE-YMD        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
                   END-STRING
                   MOVE    "all"               TO  WRK-PATHNAME
               WHEN    OTHER
                   MOVE    "処理区分エラー"    TO  WRK-LINE
                   GO  TO  100-INIT-ERR
           END-EVALUATE
           PERFORM 900-SEIBUTULST-WRITE-SEC
      *
           STRING  "使用日,患者番号,氏名,"
                                       DELIMITED   BY  SIZE
                   "診療行為コード,品名,ロット番号,"
                                       DELIMITED   BY  SIZE
                   "使用量,単位,処方医,保存期限"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SEIBUTULST-WRITE-SEC
           GO  TO  100-INIT-EXT
           .
       100-INIT-ERR.
           PERFORM 900-SEIBUTULST-WRITE-SEC
           MOVE    1                   TO  FLG-END
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者番号から患者ＩＤを求める処理
      *****************************************************************
       110-PTNUM-SEC               SECTION.
      *
           MOVE    ZERO                TO  WRK-PTID
      *
           INITIALIZE                  PTNUM-REC
           MOVE    SPA-HOSPNUM         TO  PTNUM-HOSPNUM
           MOVE    WRK-PARA-PTNUM      TO  PTNUM-PTNUM
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
               END-IF
           END-IF
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       110-PTNUM-EXT.
           EXIT.
      *
      *****************************************************************
      *    主　　処理（使用記録の検索）
      *****************************************************************
       200-MAIN-SEC                SECTION.
      *
           MOVE    SEIBUTU-REC         TO  MCPDATA-REC
           MOVE    "tbl_seibutu"       TO  MCP-TABLE
           MOVE    WRK-PATHNAME        TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  200-MAIN-END
           END-IF
      *
           PERFORM 900-SEIBUTU-FETCH-SEC
           PERFORM UNTIL   FLG-FETCH       =   1
               EVALUATE    TRUE
      *            区分１は診療行為コードの指定があれば絞り込む
                   WHEN    WRK-PARA-MODE       =   "1"
                       IF      WRK-PARA-SRYCD      =   SPACE
                       OR      WRK-PARA-SRYCD      =   SBT-SRYCD
                           PERFORM 210-MEISAI-SEC
                       END-IF
                   WHEN    WRK-PARA-MODE       =   "2"
                       PERFORM 210-MEISAI-SEC
      *            保存期限を過ぎた記録のみ削除する
                   WHEN    OTHER
                       IF      SBT-HOZONYMD    IS  NUMERIC
                       AND     SBT-HOZONYMD        <   SMCNDATE-YMD
                           PERFORM 220-SAKUJO-SEC
                       END-IF
               END-EVALUATE
               PERFORM 900-SEIBUTU-FETCH-SEC
           END-PERFORM
      *
           MOVE    "tbl_seibutu"       TO  MCP-TABLE
           MOVE    WRK-PATHNAME        TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-MAIN-END.
           IF      CNT-OUT             =   ZERO
               MOVE    "該当する使用記録はありません"
                                       TO  WRK-LINE
               PERFORM 900-SEIBUTULST-WRITE-SEC
           ELSE
               MOVE    CNT-OUT             TO  WRK-ED-KENSU
               STRING  "件数："            DELIMITED   BY  SIZE
                       WRK-ED-KENSU        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               PERFORM 900-SEIBUTULST-WRITE-SEC
           END-IF
           .
       200-MAIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    使用記録明細出力処理
      *****************************************************************
       210-MEISAI-SEC              SECTION.
      *
      *    患者番号・氏名は患者が変わったときのみ読む
           IF      SBT-PTID        NOT =   WRK-PTID
           OR      WRK-PTNUM           =   SPACE
               MOVE    SBT-PTID            TO  WRK-PTID
               PERFORM 810-PTINF-READ-SEC
           END-IF
      *
           MOVE    SBT-SURYO           TO  WRK-ED-SURYO
           STRING  SBT-SIYOYMD         DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-PTNUM           DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-PTNAME          DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   SBT-SRYCD           DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   SBT-NAME            DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   SBT-LOTNUM          DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-SURYO        DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   SBT-TANINAME        DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   SBT-DRCD            DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   SBT-HOZONYMD        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SEIBUTULST-WRITE-SEC
           ADD     1                   TO  CNT-OUT
           .
       210-MEISAI-EXT.
           EXIT.
      *
      *****************************************************************
      *    保存期間満了分削除処理（削除した記録は一覧に残す）
      *****************************************************************
       220-SAKUJO-SEC              SECTION.
      *
           PERFORM 210-MEISAI-SEC
      *
           MOVE    SEIBUTU-REC         TO  MCPDATA-REC
           MOVE    "tbl_seibutu"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               ADD     1                   TO  CNT-DEL
           END-IF
           .
       220-SAKUJO-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           CLOSE   SEIBUTULST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    CNT-DEL             TO  JOB-UPDCNT
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "SEIBUTU  CNT-IN  :" CNT-IN
           DISPLAY "LIST     CNT-OUT :" CNT-OUT
           DISPLAY "SEIBUTU  DELETE  :" CNT-DEL
           DISPLAY "*** ORCBSEIBUTU END ***"
           .
       500-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者情報読込処理
      *****************************************************************
       810-PTINF-READ-SEC          SECTION.
      *
           MOVE    SPACE               TO  WRK-PTNUM
                                           WRK-PTNAME
      *
           INITIALIZE                  PTNUM-REC
           MOVE    SPA-HOSPNUM         TO  PTNUM-HOSPNUM
           MOVE    WRK-PTID            TO  PTNUM-PTID
           MOVE    PTNUM-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_ptnum"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTNUM-REC
                   MOVE    PTNUM-PTNUM         TO  WRK-PTNUM
               END-IF
           END-IF
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
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
                   MOVE    PTINF-NAME          TO  WRK-PTNAME
               END-IF
           END-IF
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       810-PTINF-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    使用記録読込処理
      *****************************************************************
       900-SEIBUTU-FETCH-SEC       SECTION.
      *
           MOVE    ZERO                TO  FLG-FETCH
           MOVE    "tbl_seibutu"       TO  MCP-TABLE
           MOVE    WRK-PATHNAME        TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  SEIBUTU-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           .
       900-SEIBUTU-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    一覧行出力処理
      *****************************************************************
       900-SEIBUTULST-WRITE-SEC    SECTION.
      *
           MOVE    WRK-LINE            TO  SEIBUTULST-REC
           WRITE   SEIBUTULST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-SEIBUTULST-WRITE-EXT.
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
