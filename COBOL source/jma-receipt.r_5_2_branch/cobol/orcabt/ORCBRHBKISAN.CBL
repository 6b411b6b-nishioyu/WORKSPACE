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
       PROGRAM-ID.             ORCBRHBKISAN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 診療行為
      *  コンポーネント名  : リハビリ標準的算定日数到来予定一覧
      *                      （リハビリ起算日テーブル（保守は
      *                        ＯＲＣＧＲＨＢＫＩＳＡＮ）から、
      *                        処理日から指定日数以内に標準的算定
      *                        日数の最終日を迎える患者を一覧に
      *                        出力する。終了日を過ぎた登録は対象外。
      *                        日数の指定がなければ１４日とする）
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
      *    標準的算定日数到来予定一覧
           SELECT  RHBLST-FILE     ASSIGN  RHBLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-RHBLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  RHBLST-FILE.
       01  RHBLST-REC              PIC X(300).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-RHBLST                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-END                         PIC 9(01).
           03  FLG-FETCH                       PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(08).
           03  CNT-OUT                         PIC 9(06).
      *
      *    定数領域
       01  CONST-AREA.
      *    到来予定の既定日数
           03  CONST-KIKAN                     PIC 9(03)   VALUE   014.
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        到来予定の日数（処理日から）
               05  WRK-PARA-KIKAN              PIC X(03).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
           03  WRK-KIKAN                       PIC 9(03).
           03  WRK-NISSU                       PIC 9(03).
           03  WRK-KBNNAME                     PIC X(12).
           03  WRK-KISANKBNNAME                PIC X(12).
           03  WRK-JYOGAI                      PIC X(04).
           03  WRK-KISANYMD-N                  PIC 9(08).
           03  WRK-ENDYMD-N                    PIC 9(08).
           03  WRK-TODAY-N                     PIC 9(08).
           03  WRK-ENDYMD-INTDATE              PIC S9(09).
           03  WRK-TODAY-INTDATE               PIC S9(09).
           03  WRK-ZANNISSU                    PIC S9(05).
           03  WRK-PTID                        PIC 9(10).
           03  WRK-PTNUM                       PIC X(20).
           03  WRK-PTNAME                      PIC X(50).
           03  WRK-LINE                        PIC X(300).
           03  WRK-ED-NISSU                    PIC ZZZZ9.
           03  WRK-ED-KENSU                    PIC ZZZ,ZZ9.
      *
           03  RHBLSTPARA                      PIC X(256).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    リハビリ起算日テーブル
      *    （ＯＲＣＳＲＨＢＣＨＫ・ＯＲＣＧＲＨＢＫＩＳＡＮと同一
      *      レイアウト）
       01  RHBKISAN-REC.
           03  RHB-HOSPNUM         PIC 9(02).
           03  RHB-PTID            PIC 9(10).
      *    疾患別区分　１：心大血管　２：脳血管　３：廃用症候群
      *                ４：運動器　　５：呼吸器
           03  RHB-RHBKBN          PIC X(01).
           03  RHB-RENNUM          PIC 9(03).
           03  RHB-BYOMEI          PIC X(80).
      *    起算日区分　１：発症日　２：手術日　３：急性増悪日
           03  RHB-KISANKBN        PIC X(01).
           03  RHB-KISANYMD        PIC X(08).
      *    算定日数上限除外理由区分（空白：除外なし）
           03  RHB-JYOGAIKBN       PIC X(02).
           03  RHB-JYOGAI-RIYU     PIC X(100).
      *    リハビリ終了日（空白：継続中）
           03  RHB-ENDYMD          PIC X(08).
           03  RHB-OPID            PIC X(16).
           03  RHB-CREYMD          PIC X(08).
           03  RHB-UPYMD           PIC X(08).
           03  RHB-UPHMS           PIC X(06).
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
           PERFORM 200-MAIN-SEC
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
           DISPLAY "*** ORCBRHBKISAN START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-KIKAN
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               RHBLSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
           IF      WRK-PARA-KIKAN      IS  NUMERIC
               MOVE    WRK-PARA-KIKAN      TO  WRK-KIKAN
           ELSE
               MOVE    CONST-KIKAN         TO  WRK-KIKAN
           END-IF
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "リハビリ算定日数到来予定"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBRHBKISAN"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
           MOVE    SMCNDATE-YMD        TO  WRK-TODAY-N
           MOVE    FUNCTION INTEGER-OF-DATE (WRK-TODAY-N)
                                       TO  WRK-TODAY-INTDATE
      *
           OPEN    OUTPUT              RHBLST-FILE
      *
           MOVE    WRK-KIKAN           TO  WRK-ED-NISSU
           STRING  "＊＊＊　リハビリ標準的算定日数"
                                       DELIMITED   BY  SIZE
                   "到来予定一覧　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　処理日："        DELIMITED   BY  SIZE
                   SMCNDATE-YMD        DELIMITED   BY  SIZE
                   "　日数："          DELIMITED   BY  SIZE
                   WRK-ED-NISSU        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-RHBLST-WRITE-SEC
      *
           STRING  "患者番号,氏名,疾患別区分,疾患名,"
                                       DELIMITED   BY  SIZE
                   "起算日区分,起算日,標準的算定日数,"
                                       DELIMITED   BY  SIZE
                   "最終日,残日数,上限除外"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-RHBLST-WRITE-SEC
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    主　　処理（起算日の検索）
      *****************************************************************
       200-MAIN-SEC                SECTION.
      *
           INITIALIZE                  RHBKISAN-REC
           MOVE    SPA-HOSPNUM         TO  RHB-HOSPNUM
           MOVE    RHBKISAN-REC        TO  MCPDATA-REC
           MOVE    "tbl_rhbkisan"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  200-MAIN-END
           END-IF
      *
           PERFORM 900-RHBKISAN-FETCH-SEC
           PERFORM UNTIL   FLG-FETCH       =   1
      *        終了日を過ぎた登録は対象外
               IF      RHB-ENDYMD          =   SPACE
               OR      RHB-ENDYMD          >=  SMCNDATE-YMD
                   IF      RHB-KISANYMD        IS  NUMERIC
                       PERFORM 210-HANTEI-SEC
                   END-IF
               END-IF
               PERFORM 900-RHBKISAN-FETCH-SEC
           END-PERFORM
      *
           MOVE    "tbl_rhbkisan"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-MAIN-END.
           IF      CNT-OUT             =   ZERO
               MOVE    "到来予定の患者はありません"
                                       TO  WRK-LINE
               PERFORM 900-RHBLST-WRITE-SEC
           ELSE
               MOVE    CNT-OUT             TO  WRK-ED-KENSU
               STRING  "件数："            DELIMITED   BY  SIZE
                       WRK-ED-KENSU        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               PERFORM 900-RHBLST-WRITE-SEC
           END-IF
           .
       200-MAIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    到来予定判定・明細出力処理
      *    （標準的算定日数の最終日は起算日を１日目として求める）
      *****************************************************************
       210-HANTEI-SEC              SECTION.
      *
           EVALUATE    RHB-RHBKBN
               WHEN    "1"
                   MOVE    "心大血管"          TO  WRK-KBNNAME
                   MOVE    150                 TO  WRK-NISSU
               WHEN    "2"
                   MOVE    "脳血管"            TO  WRK-KBNNAME
                   MOVE    180                 TO  WRK-NISSU
               WHEN    "3"
                   MOVE    "廃用症候群"        TO  WRK-KBNNAME
                   MOVE    120                 TO  WRK-NISSU
               WHEN    "4"
                   MOVE    "運動器"            TO  WRK-KBNNAME
                   MOVE    150                 TO  WRK-NISSU
               WHEN    OTHER
                   MOVE    "呼吸器"            TO  WRK-KBNNAME
                   MOVE    090                 TO  WRK-NISSU
           END-EVALUATE
      *
           MOVE    RHB-KISANYMD        TO  WRK-KISANYMD-N
           COMPUTE WRK-ENDYMD-INTDATE
                       =   FUNCTION INTEGER-OF-DATE (WRK-KISANYMD-N)
                       +   WRK-NISSU   -   1
           COMPUTE WRK-ZANNISSU        =   WRK-ENDYMD-INTDATE
                                       -   WRK-TODAY-INTDATE
           IF      WRK-ZANNISSU        <   ZERO
           OR      WRK-ZANNISSU        >   WRK-KIKAN
               GO  TO  210-HANTEI-EXT
           END-IF
           MOVE    FUNCTION DATE-OF-INTEGER (WRK-ENDYMD-INTDATE)
                                       TO  WRK-ENDYMD-N
      *
           EVALUATE    RHB-KISANKBN
               WHEN    "1"
                   MOVE    "発症日"            TO  WRK-KISANKBNNAME
               WHEN    "2"
                   MOVE    "手術日"            TO  WRK-KISANKBNNAME
               WHEN    "3"
                   MOVE    "急性増悪日"        TO  WRK-KISANKBNNAME
               WHEN    OTHER
                   MOVE    SPACE               TO  WRK-KISANKBNNAME
           END-EVALUATE
           IF      RHB-JYOGAIKBN       =   SPACE
               MOVE    SPACE               TO  WRK-JYOGAI
           ELSE
               MOVE    "除外"              TO  WRK-JYOGAI
           END-IF
      *
      *    患者番号・氏名は患者が変わったときのみ読む
           IF      RHB-PTID        NOT =   WRK-PTID
           OR      WRK-PTNUM           =   SPACE
               MOVE    RHB-PTID            TO  WRK-PTID
               PERFORM 810-PTINF-READ-SEC
           END-IF
      *
           MOVE    WRK-ZANNISSU        TO  WRK-ED-NISSU
           STRING  WRK-PTNUM           DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-PTNAME          DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-KBNNAME         DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   RHB-BYOMEI          DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-KISANKBNNAME    DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   RHB-KISANYMD        DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-NISSU           DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ENDYMD-N        DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-NISSU        DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-JYOGAI          DELIMITED   BY  SPACE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-RHBLST-WRITE-SEC
           ADD     1                   TO  CNT-OUT
           .
       210-HANTEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           CLOSE   RHBLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    CNT-OUT             TO  JOB-UPDCNT
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "RHBKISAN CNT-IN  :" CNT-IN
           DISPLAY "LIST     CNT-OUT :" CNT-OUT
           DISPLAY "*** ORCBRHBKISAN END ***"
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
      *    起算日読込処理
      *****************************************************************
       900-RHBKISAN-FETCH-SEC      SECTION.
      *
           MOVE    ZERO                TO  FLG-FETCH
           MOVE    "tbl_rhbkisan"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  RHBKISAN-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           .
       900-RHBKISAN-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    一覧行出力処理
      *****************************************************************
       900-RHBLST-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  RHBLST-REC
           WRITE   RHBLST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-RHBLST-WRITE-EXT.
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
