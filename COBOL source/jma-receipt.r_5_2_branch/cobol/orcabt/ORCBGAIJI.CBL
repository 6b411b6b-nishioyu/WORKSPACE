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
       PROGRAM-ID.             ORCBGAIJI.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : システム管理
      *  コンポーネント名  : 外字マップ未登録患者一覧
      *                      （患者の氏名・住所に外字マップ（ＯＲＣＧ
      *                        ＧＡＩＪＩで登録）未登録の外字を含む
      *                        患者を一覧に出力し、末尾に未登録外字
      *                        コードごとの患者数を出力する）
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
      *    未登録外字患者一覧
           SELECT  GJLST-FILE      ASSIGN  GJLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-GJLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  GJLST-FILE.
       01  GJLST-REC               PIC X(400).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-GJLST                       PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-PTNUM                       PIC 9(01).
           03  FLG-ARI                         PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(09).
           03  CNT-OUT                         PIC 9(09).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(05).
           03  IDX-CD                          PIC 9(05).
           03  IDX-KOUMOKU                     PIC 9(01).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
           03  WRK-KOUMOKU-NAME                PIC X(08).
           03  WRK-CDLIST                      PIC X(70).
           03  WRK-CDLIST-PTR                  PIC 9(03).
           03  WRK-ED-CNT                      PIC ZZZ,ZZ9.
      *
           03  GJLSTPARA                       PIC X(256).
      *
      *    未登録外字コード別患者数（最大５００コード）
       01  CD-AREA.
           03  CD-MAX                          PIC 9(05).
           03  CD-TBL              OCCURS  500.
               05  CD-GAIJICD                  PIC X(06).
               05  CD-CNT                      PIC 9(06).
               05  CD-PTID                     PIC 9(10).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    患者マスタ
       01  PTINF-REC.
           COPY    "CPPTINF.INC".
      *
      *    患者番号マスタ
           COPY    "CPPTNUM.INC".
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
      *    外字代替文字変換サブ
           COPY    "CPORCSGAIJI.INC".
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
           PERFORM 200-PTINF-SEC
      *
           PERFORM 400-CD-LIST-SEC
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
           DISPLAY "*** ORCBGAIJI START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       CD-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               GJLSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "外字マップ未登録患者一覧"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBGAIJI"     TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    外字マップを最新の内容で読み込む
           INITIALIZE                  ORCSGAIJIAREA
           MOVE    "9"                 TO  SGAIJI-MODE
           MOVE    SPA-HOSPNUM         TO  SGAIJI-HOSPNUM
           CALL    "ORCSGAIJI"         USING
                                       ORCSGAIJIAREA
      *
           OPEN    OUTPUT              GJLST-FILE
           MOVE    "患者番号,氏名,項目,未登録外字コード"
                                       TO  GJLST-REC
           PERFORM 900-GJLST-WRITE-SEC
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者判定処理
      *****************************************************************
       200-PTINF-SEC               SECTION.
      *
           INITIALIZE                  PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    PTINF-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 2001-PTINF-1KEN-SEC
                       UNTIL   FLG-FETCH       =   1
           END-IF
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-PTINF-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者判定処理（１件）
      *****************************************************************
       2001-PTINF-1KEN-SEC         SECTION.
      *
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  2001-PTINF-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  PTINF-REC
           ADD     1                   TO  CNT-IN
      *
      *    氏名・住所の順に判定する
           MOVE    ZERO                TO  FLG-ARI
           PERFORM VARYING IDX-KOUMOKU FROM 1 BY 1
                   UNTIL   IDX-KOUMOKU >   2
               PERFORM 2002-GAIJI-CHK-SEC
           END-PERFORM
           IF      FLG-ARI             =   1
               ADD     1                   TO  CNT-OUT
           END-IF
           .
       2001-PTINF-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    未登録外字判定処理（項目ごと）
      *****************************************************************
       2002-GAIJI-CHK-SEC          SECTION.
      *
           INITIALIZE                  ORCSGAIJIAREA
           MOVE    "1"                 TO  SGAIJI-MODE
           MOVE    "1"                 TO  SGAIJI-KBN
           MOVE    SPA-HOSPNUM         TO  SGAIJI-HOSPNUM
           IF      IDX-KOUMOKU         =   1
               MOVE    "氏名"              TO  WRK-KOUMOKU-NAME
               MOVE    PTINF-NAME          TO  SGAIJI-INDATA
           ELSE
               MOVE    "住所"              TO  WRK-KOUMOKU-NAME
               MOVE    PTINF-HOME-ADRS     TO  SGAIJI-INDATA
           END-IF
           CALL    "ORCSGAIJI"         USING
                                       ORCSGAIJIAREA
           IF      SGAIJI-MITOUROKU-CNT    =   ZERO
               GO  TO  2002-GAIJI-CHK-EXT
           END-IF
      *
           IF      FLG-ARI             =   ZERO
               PERFORM 800-PTNUM-GET-SEC
               MOVE    1                   TO  FLG-ARI
           END-IF
      *
      *    未登録外字コードの編集とコード別患者数の集計
           MOVE    SPACE               TO  WRK-CDLIST
           MOVE    1                   TO  WRK-CDLIST-PTR
           PERFORM VARYING IDX-CD FROM 1 BY 1
                   UNTIL   IDX-CD      >   SGAIJI-MITOUROKU-CNT
               STRING  SGAIJI-MITOUROKU-CD (IDX-CD)
                                       DELIMITED   BY  SPACE
                       " "             DELIMITED   BY  SIZE
                                       INTO    WRK-CDLIST
                                       WITH    POINTER WRK-CDLIST-PTR
               END-STRING
               PERFORM 2003-CD-SYUKEI-SEC
           END-PERFORM
      *
           MOVE    SPACE               TO  GJLST-REC
           STRING  PTNUM-PTNUM         DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   PTINF-NAME          DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-KOUMOKU-NAME    DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-CDLIST          DELIMITED   BY  "  "
                                       INTO    GJLST-REC
           END-STRING
           PERFORM 900-GJLST-WRITE-SEC
           .
       2002-GAIJI-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    未登録外字コード別患者数集計処理
      *    （同一患者の氏名・住所に同じ外字があっても１人とする）
      *****************************************************************
       2003-CD-SYUKEI-SEC          SECTION.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   CD-MAX
                   OR      CD-GAIJICD (IDX)
                                       =   SGAIJI-MITOUROKU-CD (IDX-CD)
               CONTINUE
           END-PERFORM
           IF      IDX                 >   CD-MAX
               IF      CD-MAX              <   500
                   ADD     1                   TO  CD-MAX
                   MOVE    CD-MAX              TO  IDX
                   MOVE    SGAIJI-MITOUROKU-CD (IDX-CD)
                                               TO  CD-GAIJICD (IDX)
               ELSE
                   GO  TO  2003-CD-SYUKEI-EXT
               END-IF
           END-IF
           IF      CD-PTID (IDX)   NOT =   PTINF-PTID
               ADD     1                   TO  CD-CNT (IDX)
               MOVE    PTINF-PTID          TO  CD-PTID (IDX)
           END-IF
           .
       2003-CD-SYUKEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    未登録外字コード別患者数出力処理
      *****************************************************************
       400-CD-LIST-SEC             SECTION.
      *
           MOVE    SPACE               TO  GJLST-REC
           PERFORM 900-GJLST-WRITE-SEC
           MOVE    "未登録外字コード,患者数"
                                       TO  GJLST-REC
           PERFORM 900-GJLST-WRITE-SEC
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   CD-MAX
               MOVE    CD-CNT (IDX)        TO  WRK-ED-CNT
               MOVE    SPACE               TO  GJLST-REC
               STRING  CD-GAIJICD (IDX)    DELIMITED   BY  SPACE
                       ","                 DELIMITED   BY  SIZE
                       WRK-ED-CNT          DELIMITED   BY  SIZE
                                       INTO    GJLST-REC
               END-STRING
               PERFORM 900-GJLST-WRITE-SEC
           END-PERFORM
           .
       400-CD-LIST-EXT.
           EXIT.
      *****************************************************************
      *    終了　処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           CLOSE   GJLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "PTINF CNT :" CNT-IN
           DISPLAY "GAIJI CNT :" CNT-OUT
           DISPLAY "*** ORCBGAIJI END ***"
           .
       500-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者番号取得処理
      *****************************************************************
       800-PTNUM-GET-SEC           SECTION.
      *
           INITIALIZE                  PTNUM-REC
           MOVE    SPA-HOSPNUM         TO  PTNUM-HOSPNUM
           MOVE    PTINF-PTID          TO  PTNUM-PTID
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
           END-IF
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  PTNUM-REC
           ELSE
               INITIALIZE                  PTNUM-REC
           END-IF
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       800-PTNUM-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    一覧出力処理
      *****************************************************************
       900-GJLST-WRITE-SEC         SECTION.
      *
           WRITE   GJLST-REC
           MOVE    SPACE               TO  GJLST-REC
           .
       900-GJLST-WRITE-EXT.
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
