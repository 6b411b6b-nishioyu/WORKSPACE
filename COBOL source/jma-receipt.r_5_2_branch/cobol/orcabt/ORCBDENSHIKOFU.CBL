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
       PROGRAM-ID.             ORCBDENSHIKOFU.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 収納
      *  コンポーネント名  : 電子交付月次集計
      *                      （患者ポータル照会（ＯＲＡＰＩ０３４Ｒ１
      *                        Ｖ２）で電子交付した領収書・診療費
      *                        明細書の件数・患者数・閲覧状況を
      *                        交付年月で集計し、患者ポータル・電子
      *                        交付設定の登録状況とあわせて一覧に
      *                        出力する）
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
      *    集計リスト
           SELECT  DKLST-FILE      ASSIGN  DKLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-DKLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  DKLST-FILE.
       01  DKLST-REC               PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-DKLST                       PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-HIT                         PIC 9(01).
           03  FLG-OVER                        PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(09).
      *    帳票種別（１：領収書　２：明細書）ごと
           03  CNT-SYUBETU         OCCURS  2.
               05  CNT-KOFU                    PIC 9(09).
               05  CNT-ETURAN                  PIC 9(09).
           03  CNT-KOFU-PT                     PIC 9(09).
      *    設定状況
           03  CNT-DENSHI-ONLY                 PIC 9(09).
           03  CNT-DENSHI-KAMI                 PIC 9(09).
           03  CNT-RIYO                        PIC 9(09).
           03  CNT-LOCK                        PIC 9(09).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(05).
           03  IDX-SB                          PIC 9(01).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        集計年月（省略時は処理日の前月）
               05  WRK-PARA-SYORIYM            PIC X(06).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
           03  WRK-YMD.
               05  WRK-YMD-YY                  PIC 9(04).
               05  WRK-YMD-MM                  PIC 9(02).
               05  WRK-YMD-DD                  PIC 9(02).
           03  WRK-ED-CNT                      PIC ZZZ,ZZZ,ZZ9.
           03  WRK-ED-CNT2                     PIC ZZZ,ZZZ,ZZ9.
           03  WRK-LINE                        PIC X(200).
      *
           03  DKLSTPARA                       PIC X(256).
      *
      *    交付患者（患者数の重複除き・最大１００００人）
       01  KPT-AREA.
           03  KPT-MAX                         PIC 9(05).
           03  KPT-PTID            OCCURS  10000
                                               PIC 9(10).
      *
       01  CONST-AREA.
           03  CONST-SYUBETU-NAME-AREA.
               05  FILLER          PIC X(18)   VALUE
                                               "領収書".
               05  FILLER          PIC X(18)   VALUE
                                               "診療費明細書".
           03  CONST-SYUBETU-NAME-R    REDEFINES
                                       CONST-SYUBETU-NAME-AREA.
               05  CONST-SYUBETU-NAME
                                   OCCURS  2   PIC X(18).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    電子交付テーブル
      *    （ＯＲＡＰＩ０３４Ｒ１Ｖ２と同一レイアウト）
       01  DENSHIKOFU-REC.
           03  DK-HOSPNUM              PIC 9(02).
           03  DK-PTID                 PIC 9(10).
           03  DK-NYUGAIKBN            PIC X(01).
           03  DK-DENPNUM              PIC 9(07).
      *    帳票種別（１：領収書　２：診療費明細書）
           03  DK-SYUBETU              PIC X(01).
           03  DK-SRYYMD               PIC X(08).
      *    帳票データ（ＭＯＮＢＬＯＢ）
           03  DK-OBJECT               PIC X(36).
           03  DK-KOFUYMD              PIC X(08).
           03  DK-KOFUHMS              PIC X(06).
      *    初回閲覧日・閲覧回数
           03  DK-ETURANYMD            PIC X(08).
           03  DK-ETURANCNT            PIC 9(04).
           03  DK-UPYMD                PIC X(08).
           03  DK-UPHMS                PIC X(06).
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
           PERFORM 200-KOFU-SEC
      *
           PERFORM 300-PORTAL-SEC
      *
           PERFORM 400-LIST-SEC
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
           DISPLAY "*** ORCBDENSHIKOFU START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       KPT-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SYORIYM
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               DKLSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "電子交付月次集計"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBDENSHIKOFU"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    集計年月の省略時は前月
           IF      WRK-PARA-SYORIYM    =   SPACE
               MOVE    SMCNDATE-YMD        TO  WRK-YMD
               IF      WRK-YMD-MM          =   1
                   SUBTRACT    1               FROM    WRK-YMD-YY
                   MOVE        12              TO      WRK-YMD-MM
               ELSE
                   SUBTRACT    1               FROM    WRK-YMD-MM
               END-IF
               MOVE    WRK-YMD (1:6)       TO  WRK-PARA-SYORIYM
           END-IF
      *
           OPEN    OUTPUT              DKLST-FILE
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    電子交付集計処理（交付年月の電子交付）
      *****************************************************************
       200-KOFU-SEC                SECTION.
      *
           INITIALIZE                  DENSHIKOFU-REC
           MOVE    SPA-HOSPNUM         TO  DK-HOSPNUM
           MOVE    WRK-PARA-SYORIYM    TO  DK-KOFUYMD (1:6)
           MOVE    DENSHIKOFU-REC      TO  MCPDATA-REC
           MOVE    "tbl_denshikofu"    TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 2001-KOFU-1KEN-SEC
                       UNTIL   FLG-FETCH       =   1
           END-IF
           MOVE    "tbl_denshikofu"    TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-KOFU-EXT.
           EXIT.
      *
      *****************************************************************
      *    電子交付集計処理（１件）
      *****************************************************************
       2001-KOFU-1KEN-SEC          SECTION.
      *
           MOVE    "tbl_denshikofu"    TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  2001-KOFU-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  DENSHIKOFU-REC
           ADD     1                   TO  CNT-IN
      *
           IF      DK-KOFUYMD (1:6)    NOT =   WRK-PARA-SYORIYM
               GO  TO  2001-KOFU-1KEN-EXT
           END-IF
           IF      DK-SYUBETU          =   "1"
               MOVE    1                   TO  IDX-SB
           ELSE
               MOVE    2                   TO  IDX-SB
           END-IF
           ADD     1                   TO  CNT-KOFU (IDX-SB)
           IF      DK-ETURANYMD    NOT =   SPACE
               ADD     1                   TO  CNT-ETURAN (IDX-SB)
           END-IF
      *
      *    交付患者数
           MOVE    ZERO                TO  FLG-HIT
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   KPT-MAX
                   OR      FLG-HIT     =   1
               IF      KPT-PTID (IDX)      =   DK-PTID
                   MOVE    1                   TO  FLG-HIT
               END-IF
           END-PERFORM
           IF      FLG-HIT             =   ZERO
               ADD     1                   TO  CNT-KOFU-PT
               IF      KPT-MAX             <   10000
                   ADD     1                   TO  KPT-MAX
                   MOVE    DK-PTID             TO  KPT-PTID (KPT-MAX)
               ELSE
                   MOVE    1                   TO  FLG-OVER
               END-IF
           END-IF
           .
       2001-KOFU-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    設定状況集計処理（現在の患者ポータル・電子交付設定）
      *****************************************************************
       300-PORTAL-SEC              SECTION.
      *
           INITIALIZE                  PTPORTAL-REC
           MOVE    SPA-HOSPNUM         TO  PTP-HOSPNUM
           MOVE    PTPORTAL-REC        TO  MCPDATA-REC
           MOVE    "tbl_ptportal"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH       =   1
                   MOVE    "tbl_ptportal"      TO  MCP-TABLE
                   MOVE    "all"               TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  PTPORTAL-REC
                       EVALUATE    PTP-KOFUKBN
                           WHEN    "1"
                               ADD     1           TO  CNT-DENSHI-ONLY
                           WHEN    "2"
                               ADD     1           TO  CNT-DENSHI-KAMI
                       END-EVALUATE
                       IF      PTP-RIYOKBN         =   "1"
                           ADD     1                   TO  CNT-RIYO
                       END-IF
                       IF      PTP-LOCKYMD     NOT =   SPACE
                           ADD     1                   TO  CNT-LOCK
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_ptportal"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       300-PORTAL-EXT.
           EXIT.
      *
      *****************************************************************
      *    集計リスト出力処理
      *****************************************************************
       400-LIST-SEC                SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　電子交付月次集計　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　交付年月："      DELIMITED   BY  SIZE
                   WRK-PARA-SYORIYM    DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-DKLST-WRITE-SEC
           PERFORM 900-DKLST-WRITE-SEC
      *
           STRING  "帳票種別            "
                                       DELIMITED   BY  SIZE
                   "交付件数    閲覧済件数"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-DKLST-WRITE-SEC
           PERFORM VARYING IDX-SB FROM 1 BY 1
                   UNTIL   IDX-SB      >   2
               MOVE    CNT-KOFU (IDX-SB)   TO  WRK-ED-CNT
               MOVE    CNT-ETURAN (IDX-SB) TO  WRK-ED-CNT2
               MOVE    SPACE               TO  WRK-LINE
               STRING  CONST-SYUBETU-NAME (IDX-SB)
                                           DELIMITED   BY  SIZE
                       WRK-ED-CNT          DELIMITED   BY  SIZE
                       "   "               DELIMITED   BY  SIZE
                       WRK-ED-CNT2         DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-DKLST-WRITE-SEC
           END-PERFORM
      *
           MOVE    CNT-KOFU-PT         TO  WRK-ED-CNT
           MOVE    SPACE               TO  WRK-LINE
           STRING  "交付患者数　　　　"
                                       DELIMITED   BY  SIZE
                   WRK-ED-CNT          DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-DKLST-WRITE-SEC
           IF      FLG-OVER        NOT =   ZERO
               STRING  "　【要確認】交付患者数は"
                                           DELIMITED   BY  SIZE
                       "上限超過のため概数"
                                           DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-DKLST-WRITE-SEC
           END-IF
           PERFORM 900-DKLST-WRITE-SEC
      *
           MOVE    "＊設定状況（集計時点）"
                                       TO  WRK-LINE
           PERFORM 900-DKLST-WRITE-SEC
           MOVE    CNT-DENSHI-ONLY     TO  WRK-ED-CNT
           MOVE    SPACE               TO  WRK-LINE
           STRING  "電子のみ（紙不要）"
                                       DELIMITED   BY  SIZE
                   WRK-ED-CNT          DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-DKLST-WRITE-SEC
           MOVE    CNT-DENSHI-KAMI     TO  WRK-ED-CNT
           MOVE    SPACE               TO  WRK-LINE
           STRING  "紙と電子　　　　　"
                                       DELIMITED   BY  SIZE
                   WRK-ED-CNT          DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-DKLST-WRITE-SEC
           MOVE    CNT-RIYO            TO  WRK-ED-CNT
           MOVE    SPACE               TO  WRK-LINE
           STRING  "ポータル利用者　　"
                                       DELIMITED   BY  SIZE
                   WRK-ED-CNT          DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-DKLST-WRITE-SEC
           MOVE    CNT-LOCK            TO  WRK-ED-CNT
           MOVE    SPACE               TO  WRK-LINE
           STRING  "うち利用停止中　　"
                                       DELIMITED   BY  SIZE
                   WRK-ED-CNT          DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-DKLST-WRITE-SEC
           .
       400-LIST-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           CLOSE   DKLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "DENSHIKOFU CNT :" CNT-IN
           DISPLAY "*** ORCBDENSHIKOFU END ***"
           .
       500-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    集計リスト行出力処理
      *****************************************************************
       900-DKLST-WRITE-SEC         SECTION.
      *
           MOVE    WRK-LINE            TO  DKLST-REC
           WRITE   DKLST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-DKLST-WRITE-EXT.
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
