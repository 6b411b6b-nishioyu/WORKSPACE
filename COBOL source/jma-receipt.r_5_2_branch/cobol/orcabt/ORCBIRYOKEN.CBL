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
       PROGRAM-ID.             ORCBIRYOKEN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 公費
      *  コンポーネント名  : 未着医療券一覧・送付依頼書作成
      *                      （診療月に受付のある患者のうち、
      *                        生活保護（公費０１２）が有効で
      *                        医療券受領台帳（ＯＲＣＧＩＲＹＯＫＥＮ）
      *                        に医療券の受領登録がない患者を
      *                        福祉事務所（負担者番号）別に一覧化し、
      *                        事務所あてのＦＡＸ送付依頼書を作成する。
      *                        依頼した患者は台帳に依頼日を記録する。
      *                        レセプト電算処理（ＯＲＣＲ０２００）の
      *                        前に実行する）
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
      *    未着医療券一覧・送付依頼書
           SELECT  IRYOKENLST-FILE ASSIGN  IRYOKENLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-IRYOKENLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  IRYOKENLST-FILE.
       01  IRYOKENLST-REC          PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-IRYOKENLST                  PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-UKE                         PIC 9(01).
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-PTINF                       PIC 9(01).
           03  FLG-SEIHO                       PIC 9(01).
           03  FLG-IRYOKEN                     PIC 9(01).
           03  FLG-SYSKANRI                    PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(06).
           03  CNT-SEIHO                       PIC 9(06).
           03  CNT-MICHAKU                     PIC 9(06).
           03  CNT-UPD                         PIC 9(06).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(04).
           03  IDXP                            PIC 9(04).
           03  IDXF                            PIC 9(03).
           03  IDXM                            PIC 9(04).
      *
      *    生活保護の公費番号・医療券の券区分
       01  CONST-AREA.
           03  CONST-SEIHO-KOHNUM              PIC X(03)
                                               VALUE   "012".
           03  CONST-KENKBN-IRYO               PIC X(01)
                                               VALUE   "1".
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        診療年月（省略時は当月）
               05  WRK-PARA-SRYYM              PIC X(06).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
           03  WRK-STYMD                       PIC X(08).
           03  WRK-EDYMD                       PIC X(08).
           03  WRK-HOSPNAME                    PIC X(120).
           03  WRK-LINE                        PIC X(200).
           03  WRK-IRAI-EDIT                   PIC X(30).
           03  WRK-ED-KENSU                    PIC ZZZ,ZZ9.
      *
           03  IRYOKENLSTPARA                  PIC X(256).
      *
      *    当月受診患者（初回受診日つき）
       01  PT-AREA.
           03  PT-MAX                          PIC 9(04).
           03  PT-TBL              OCCURS  2000.
               05  PT-PTID                     PIC 9(10).
               05  PT-FSTYMD                   PIC X(08).
      *
      *    未着患者
       01  MIC-AREA.
           03  MIC-MAX                         PIC 9(04).
           03  MIC-TBL             OCCURS  2000.
               05  MIC-FTNJANUM                PIC X(08).
               05  MIC-PTID                    PIC 9(10).
               05  MIC-NAME                    PIC X(50).
               05  MIC-BIRTHDAY                PIC X(08).
               05  MIC-JKYSNUM                 PIC X(07).
               05  MIC-FSTYMD                  PIC X(08).
      *        前回依頼日（再依頼の判別用）
               05  MIC-IRAIYMD                 PIC X(08).
      *
      *    福祉事務所別件数
       01  FTN-AREA.
           03  FTN-MAX                         PIC 9(03).
           03  FTN-TBL             OCCURS  300.
               05  FTN-FTNJANUM                PIC X(08).
               05  FTN-KENSU                   PIC 9(05).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    医療券受領台帳テーブル
      *    （ＯＲＣＧＩＲＹＯＫＥＮと同一レイアウト）
       01  IRYOKEN-REC.
           03  IRK-HOSPNUM         PIC 9(02).
           03  IRK-PTID            PIC 9(10).
           03  IRK-SRYYM           PIC X(06).
           03  IRK-KENKBN          PIC X(01).
           03  IRK-FTNJANUM        PIC X(08).
           03  IRK-JKYSNUM         PIC X(07).
           03  IRK-JYURYOYMD       PIC X(08).
           03  IRK-KENNUM          PIC X(20).
           03  IRK-YUKOSTYMD       PIC X(08).
           03  IRK-YUKOEDYMD       PIC X(08).
           03  IRK-IRAIYMD         PIC X(08).
           03  IRK-UPYMD           PIC X(08).
           03  IRK-UPHMS           PIC X(06).
      *
      *    受付テーブル
       01  UKETUKE-REC.
           COPY    "CPUKETUKE.INC".
      *
      *    患者情報
       01  PTINF-REC.
           COPY    "CPPTINF.INC".
      *
      *    患者公費情報
       01  PTKOHINF-REC.
           COPY    "CPPTKOHINF.INC".
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
      *    当月受診患者の抽出
           PERFORM 200-UKETUKE-SEC
      *
      *    未着判定
           PERFORM VARYING IDXP FROM 1 BY 1
                   UNTIL   IDXP    >   PT-MAX
               PERFORM 300-MICHAKU-CHK-SEC
           END-PERFORM
      *
      *    福祉事務所別一覧・送付依頼書
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
           DISPLAY "*** ORCBIRYOKEN START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       PT-AREA
                                       MIC-AREA
                                       FTN-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SRYYM
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               IRYOKENLSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "未着医療券一覧作成"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBIRYOKEN"
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
           MOVE    WRK-PARA-SRYYM      TO  WRK-STYMD
                                           WRK-EDYMD
           MOVE    "01"                TO  WRK-STYMD (7:2)
           MOVE    "31"                TO  WRK-EDYMD (7:2)
      *
      *    依頼書に記載する医療機関名
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
           OPEN    OUTPUT              IRYOKENLST-FILE
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    当月受診患者抽出処理
      *    （受付テーブルから患者を重複なく抽出し、初回受診日を
      *      保持する）
      *****************************************************************
       200-UKETUKE-SEC             SECTION.
      *
           INITIALIZE                  UKETUKE-REC
           MOVE    SPA-HOSPNUM         TO  UKE-HOSPNUM
           MOVE    WRK-PARA-SRYYM      TO  UKE-UKEYMD (1:6)
           MOVE    "%"                 TO  UKE-UKEYMD (7:1)
           MOVE    UKETUKE-REC         TO  MCPDATA-REC
           MOVE    "tbl_uketuke"       TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBIRYOKEN UKETUKE SELECT ERR RC="
                       MCP-RC
               GO  TO  200-UKETUKE-EXT
           END-IF
      *
           PERFORM 900-UKETUKE-FETCH-SEC
           PERFORM UNTIL   FLG-UKE     =   1
               PERFORM 2001-PT-ADD-SEC
               PERFORM 900-UKETUKE-FETCH-SEC
           END-PERFORM
      *
           MOVE    "tbl_uketuke"       TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-UKETUKE-EXT.
           EXIT.
      *
      *****************************************************************
      *    当月受診患者追加処理
      *****************************************************************
       2001-PT-ADD-SEC             SECTION.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX >   PT-MAX
               IF      PT-PTID (IDX)       =   UKE-PTID
                   IF      UKE-UKEYMD          <   PT-FSTYMD (IDX)
                       MOVE    UKE-UKEYMD          TO  PT-FSTYMD (IDX)
                   END-IF
                   GO  TO  2001-PT-ADD-EXT
               END-IF
           END-PERFORM
      *
           IF      PT-MAX              >=  2000
               DISPLAY "ORCBIRYOKEN PT-TBL OVER PTID=" UKE-PTID
               GO  TO  2001-PT-ADD-EXT
           END-IF
           ADD     1                   TO  PT-MAX
           MOVE    UKE-PTID            TO  PT-PTID (PT-MAX)
           MOVE    UKE-UKEYMD          TO  PT-FSTYMD (PT-MAX)
           .
       2001-PT-ADD-EXT.
           EXIT.
      *
      *****************************************************************
      *    未着判定処理（患者１名）
      *    （生活保護が有効で、医療券の受領登録がない患者を
      *      未着とする）
      *****************************************************************
       300-MICHAKU-CHK-SEC         SECTION.
      *
           PERFORM 810-SEIHO-GET-SEC
           IF      FLG-SEIHO       NOT =   ZERO
               GO  TO  300-MICHAKU-CHK-EXT
           END-IF
           ADD     1                   TO  CNT-SEIHO
      *
           PERFORM 820-IRYOKEN-GET-SEC
           IF      FLG-IRYOKEN         =   ZERO
           AND     IRK-JYURYOYMD   NOT =   SPACE
               GO  TO  300-MICHAKU-CHK-EXT
           END-IF
      *
           IF      MIC-MAX             >=  2000
               DISPLAY "ORCBIRYOKEN MIC-TBL OVER PTID="
                       PT-PTID (IDXP)
               GO  TO  300-MICHAKU-CHK-EXT
           END-IF
           PERFORM 800-PTINF-GET-SEC
      *
           ADD     1                   TO  MIC-MAX
                                           CNT-MICHAKU
           MOVE    MIC-MAX             TO  IDXM
           MOVE    PTKOH-FTNJANUM      TO  MIC-FTNJANUM (IDXM)
           MOVE    PT-PTID (IDXP)      TO  MIC-PTID (IDXM)
           MOVE    PTKOH-JKYSNUM       TO  MIC-JKYSNUM (IDXM)
           MOVE    PT-FSTYMD (IDXP)    TO  MIC-FSTYMD (IDXM)
           IF      FLG-PTINF           =   ZERO
               MOVE    PTINF-NAME          TO  MIC-NAME (IDXM)
               MOVE    PTINF-BIRTHDAY      TO  MIC-BIRTHDAY (IDXM)
           END-IF
           IF      FLG-IRYOKEN         =   ZERO
               MOVE    IRK-IRAIYMD         TO  MIC-IRAIYMD (IDXM)
           END-IF
      *
           PERFORM 830-FTN-IDX-SEC
           IF      IDXF                >   ZERO
               ADD     1                   TO  FTN-KENSU (IDXF)
           END-IF
      *
      *    依頼日の記録（未登録は台帳を作成する）
           IF      FLG-IRYOKEN     NOT =   ZERO
               INITIALIZE                  IRYOKEN-REC
               MOVE    SPA-HOSPNUM         TO  IRK-HOSPNUM
               MOVE    PT-PTID (IDXP)      TO  IRK-PTID
               MOVE    WRK-PARA-SRYYM      TO  IRK-SRYYM
               MOVE    CONST-KENKBN-IRYO   TO  IRK-KENKBN
           END-IF
           MOVE    PTKOH-FTNJANUM      TO  IRK-FTNJANUM
           MOVE    PTKOH-JKYSNUM       TO  IRK-JKYSNUM
           MOVE    SMCNDATE-YMD        TO  IRK-IRAIYMD
           MOVE    SMCNDATE-YMD        TO  IRK-UPYMD
           MOVE    SMCNDATE-HMS        TO  IRK-UPHMS
           MOVE    IRYOKEN-REC         TO  MCPDATA-REC
           MOVE    "tbl_iryoken"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           IF      FLG-IRYOKEN         =   ZERO
               MOVE    "DBUPDATE"          TO  MCP-FUNC
           ELSE
               MOVE    "DBINSERT"          TO  MCP-FUNC
           END-IF
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               ADD     1                   TO  CNT-UPD
           ELSE
               DISPLAY "ORCBIRYOKEN IRYOKEN UPDATE ERR RC=" MCP-RC
                       " PTID=" IRK-PTID
           END-IF
           .
       300-MICHAKU-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    一覧出力処理
      *    （未着一覧の後に福祉事務所ごとの送付依頼書を出力する）
      *****************************************************************
       400-LIST-SEC                SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　未着医療券一覧　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　診療年月："      DELIMITED   BY  SIZE
                   WRK-PARA-SRYYM      DELIMITED   BY  SIZE
                   "　作成日："        DELIMITED   BY  SIZE
                   SMCNDATE-YMD        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IRYOKENLST-WRITE-SEC
      *
           PERFORM VARYING IDXF FROM 1 BY 1
                   UNTIL   IDXF    >   FTN-MAX
               MOVE    FTN-KENSU (IDXF)    TO  WRK-ED-KENSU
               MOVE    SPACE               TO  WRK-LINE
               STRING  "福祉事務所："      DELIMITED   BY  SIZE
                       FTN-FTNJANUM (IDXF) DELIMITED   BY  SIZE
                       "　未着："          DELIMITED   BY  SIZE
                       WRK-ED-KENSU        DELIMITED   BY  SIZE
                       "件"                DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-IRYOKENLST-WRITE-SEC
               PERFORM VARYING IDXM FROM 1 BY 1
                       UNTIL   IDXM    >   MIC-MAX
                   IF      MIC-FTNJANUM (IDXM) =   FTN-FTNJANUM (IDXF)
                       PERFORM 4001-MEISAI-EDIT-SEC
                   END-IF
               END-PERFORM
           END-PERFORM
      *
      *    福祉事務所あて送付依頼書
           PERFORM VARYING IDXF FROM 1 BY 1
                   UNTIL   IDXF    >   FTN-MAX
               PERFORM 4002-IRAISYO-EDIT-SEC
           END-PERFORM
           .
       400-LIST-EXT.
           EXIT.
      *
      *****************************************************************
      *    未着明細編集処理（患者１名）
      *****************************************************************
       4001-MEISAI-EDIT-SEC        SECTION.
      *
      *    再依頼の患者は前回依頼日を付記する
           MOVE    SPACE               TO  WRK-IRAI-EDIT
           IF      MIC-IRAIYMD (IDXM)  NOT =   SPACE
               STRING  "  前回依頼日："    DELIMITED   BY  SIZE
                       MIC-IRAIYMD (IDXM)  DELIMITED   BY  SIZE
                                           INTO    WRK-IRAI-EDIT
               END-STRING
           END-IF
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "  "                DELIMITED   BY  SIZE
                   MIC-PTID (IDXM)     DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   MIC-NAME (IDXM) (1:30)
                                       DELIMITED   BY  SIZE
                   "  生年月日："      DELIMITED   BY  SIZE
                   MIC-BIRTHDAY (IDXM) DELIMITED   BY  SIZE
                   "  受給者番号："    DELIMITED   BY  SIZE
                   MIC-JKYSNUM (IDXM)  DELIMITED   BY  SIZE
                   "  初回受診日："    DELIMITED   BY  SIZE
                   MIC-FSTYMD (IDXM)   DELIMITED   BY  SIZE
                   WRK-IRAI-EDIT       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IRYOKENLST-WRITE-SEC
           .
       4001-MEISAI-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    送付依頼書編集処理（福祉事務所１件）
      *****************************************************************
       4002-IRAISYO-EDIT-SEC       SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-IRYOKENLST-WRITE-SEC
           STRING  "＊＊＊　医療券送付依頼書　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　依頼日："        DELIMITED   BY  SIZE
                   SMCNDATE-YMD        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IRYOKENLST-WRITE-SEC
      *
           STRING  "あて先：福祉事務所（負担者番号："
                                       DELIMITED   BY  SIZE
                   FTN-FTNJANUM (IDXF) DELIMITED   BY  SIZE
                   "）　御中"          DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IRYOKENLST-WRITE-SEC
      *
           STRING  "発信元："          DELIMITED   BY  SIZE
                   WRK-HOSPNAME        DELIMITED   BY  "  "
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IRYOKENLST-WRITE-SEC
      *
           STRING  "下記の方の診療年月"
                                       DELIMITED   BY  SIZE
                   WRK-PARA-SRYYM      DELIMITED   BY  SIZE
                   "分の医療券が未着です。"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IRYOKENLST-WRITE-SEC
           STRING  "ご送付くださいますよう"
                                       DELIMITED   BY  SIZE
                   "お願いいたします。"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IRYOKENLST-WRITE-SEC
      *
           PERFORM VARYING IDXM FROM 1 BY 1
                   UNTIL   IDXM    >   MIC-MAX
               IF      MIC-FTNJANUM (IDXM) =   FTN-FTNJANUM (IDXF)
                   PERFORM 4001-MEISAI-EDIT-SEC
               END-IF
           END-PERFORM
      *
           MOVE    FTN-KENSU (IDXF)    TO  WRK-ED-KENSU
           STRING  "以上　"            DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "名"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IRYOKENLST-WRITE-SEC
           .
       4002-IRAISYO-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           CLOSE   IRYOKENLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "UKETUKE  CNT-IN   :" CNT-IN
           DISPLAY "SEIHO    CNT      :" CNT-SEIHO
           DISPLAY "MICHAKU  CNT      :" CNT-MICHAKU
           DISPLAY "UPDATE   CNT      :" CNT-UPD
           DISPLAY "*** ORCBIRYOKEN END ***"
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
           MOVE    PT-PTID (IDXP)      TO  PTINF-PTID
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
           .
       800-PTINF-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    生活保護公費取得処理
      *    （診療月に有効な公費０１２を取得する）
      *****************************************************************
       810-SEIHO-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-SEIHO
      *
           INITIALIZE                  PTKOHINF-REC
           MOVE    SPA-HOSPNUM         TO  PTKOH-HOSPNUM
           MOVE    PT-PTID (IDXP)      TO  PTKOH-PTID
           MOVE    CONST-SEIHO-KOHNUM  TO  PTKOH-KOHNUM
           MOVE    PTKOHINF-REC        TO  MCPDATA-REC
           MOVE    "tbl_ptkohinf"      TO  MCP-TABLE
           MOVE    "key4"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH   =   1
                   MOVE    "tbl_ptkohinf"      TO  MCP-TABLE
                   MOVE    "key4"              TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  PTKOHINF-REC
                       IF      PTKOH-TEKSTYMD      <=  WRK-EDYMD
                       AND     PTKOH-TEKEDYMD      >=  WRK-STYMD
                       AND     PTKOH-SAKJOKBN      =   SPACE
                           MOVE    ZERO                TO  FLG-SEIHO
                           MOVE    1                   TO  FLG-FETCH
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
               MOVE    "tbl_ptkohinf"      TO  MCP-TABLE
               MOVE    "key4"              TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       810-SEIHO-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    医療券受領台帳取得処理
      *****************************************************************
       820-IRYOKEN-GET-SEC         SECTION.
      *
           MOVE    1                   TO  FLG-IRYOKEN
      *
           INITIALIZE                  IRYOKEN-REC
           MOVE    SPA-HOSPNUM         TO  IRK-HOSPNUM
           MOVE    PT-PTID (IDXP)      TO  IRK-PTID
           MOVE    WRK-PARA-SRYYM      TO  IRK-SRYYM
           MOVE    CONST-KENKBN-IRYO   TO  IRK-KENKBN
           MOVE    IRYOKEN-REC         TO  MCPDATA-REC
           MOVE    "tbl_iryoken"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_iryoken"       TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  IRYOKEN-REC
                   MOVE    ZERO                TO  FLG-IRYOKEN
               END-IF
               MOVE    "tbl_iryoken"       TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       820-IRYOKEN-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    福祉事務所別集計位置検索処理
      *    （未登録の事務所は追加する。上限超過時は０を返す）
      *****************************************************************
       830-FTN-IDX-SEC             SECTION.
      *
           MOVE    ZERO                TO  IDXF
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX >   FTN-MAX
                   OR      IDXF    >   ZERO
               IF      FTN-FTNJANUM (IDX)  =   PTKOH-FTNJANUM
                   MOVE    IDX                 TO  IDXF
               END-IF
           END-PERFORM
           IF      IDXF                =   ZERO
               IF      FTN-MAX             >=  300
                   DISPLAY "ORCBIRYOKEN FTN-TBL OVER FTNJANUM="
                           PTKOH-FTNJANUM
                   GO  TO  830-FTN-IDX-EXT
               END-IF
               ADD     1                   TO  FTN-MAX
               MOVE    FTN-MAX             TO  IDXF
               MOVE    PTKOH-FTNJANUM      TO  FTN-FTNJANUM (IDXF)
           END-IF
           .
       830-FTN-IDX-EXT.
           EXIT.
      *
      *****************************************************************
      *    受付読込処理
      *****************************************************************
       900-UKETUKE-FETCH-SEC       SECTION.
      *
           MOVE    ZERO                TO  FLG-UKE
           MOVE    "tbl_uketuke"       TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  UKETUKE-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-UKE
           END-IF
           .
       900-UKETUKE-FETCH-EXT.
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
      *    一覧・依頼書行出力処理
      *****************************************************************
       900-IRYOKENLST-WRITE-SEC    SECTION.
      *
           MOVE    WRK-LINE            TO  IRYOKENLST-REC
           WRITE   IRYOKENLST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-IRYOKENLST-WRITE-EXT.
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
