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
       PROGRAM-ID.             ORCBYOBO.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 予防接種
      *  コンポーネント名  : 予防接種委託料請求書・実施報告書作成
      *                      （予防接種実施台帳（ＯＲＣＧＹＯＢＯ）
      *                        から対象月の定期接種を、接種日の
      *                        住所の市町村（地方公共団体コード）
      *                        ごとに振り分け、ワクチン別の件数・
      *                        委託料の請求書と接種者ごとの実施
      *                        報告書を作成する。市町村を判定でき
      *                        ない接種は末尾に一覧化する。
      *                        任意接種は自費（ＯＲＣＢＪＩＨＩ）で
      *                        集計するため対象外とする）
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
      *    委託料請求書・実施報告書
           SELECT  YOBOLST-FILE    ASSIGN  YOBOLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-YOBOLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  YOBOLST-FILE.
       01  YOBOLST-REC             PIC X(250).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-YOBOLST                     PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-YOBO                        PIC 9(01).
           03  FLG-PTINF                       PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(06).
           03  CNT-TAISYO                      PIC 9(06).
           03  CNT-FUMEI                       PIC 9(06).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(03).
           03  IDXS                            PIC 9(03).
           03  IDXV                            PIC 9(02).
      *
      *    ワクチン別委託料（税込。市町村との委託契約単価のため
      *    契約改定時はここを変更する）
       01  CONST-ITAKU-AREA.
           03  CONST-ITAKU-G.
               05  FILLER      PIC X(08)   VALUE "01008800".
               05  FILLER      PIC X(08)   VALUE "02011000".
               05  FILLER      PIC X(08)   VALUE "03006200".
               05  FILLER      PIC X(08)   VALUE "04013500".
               05  FILLER      PIC X(08)   VALUE "05008000".
               05  FILLER      PIC X(08)   VALUE "06012500".
               05  FILLER      PIC X(08)   VALUE "07011000".
               05  FILLER      PIC X(08)   VALUE "08008500".
               05  FILLER      PIC X(08)   VALUE "09007500".
               05  FILLER      PIC X(08)   VALUE "10016000".
               05  FILLER      PIC X(08)   VALUE "11004800".
               05  FILLER      PIC X(08)   VALUE "12009000".
           03  CONST-ITAKU-R       REDEFINES   CONST-ITAKU-G.
               05  CONST-ITAKU     OCCURS  12.
                   07  CONST-ITAKU-VACCD       PIC X(02).
                   07  CONST-ITAKU-TANKA       PIC 9(06).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
               05  WRK-PARA-SRYYM              PIC X(06).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
           03  WRK-PTID                        PIC 9(10).
           03  WRK-KINGAKU                     PIC S9(10).
           03  WRK-GOKEI                       PIC S9(10).
      *
      *    編集用
           03  WRK-LINE                        PIC X(250).
           03  WRK-ED-KIN1                     PIC ZZZ,ZZZ,ZZ9-.
           03  WRK-ED-KIN2                     PIC ZZZ,ZZZ,ZZ9-.
           03  WRK-ED-KENSU                    PIC ZZZ,ZZ9.
      *
           03  YOBOLSTPARA                     PIC X(256).
      *
      *    市町村別集計領域（ワクチン別件数）
       01  SITYO-AREA.
           03  SITYO-MAX                       PIC 9(03).
           03  SITYO-TBL           OCCURS  100.
               05  SITYO-LPUBCD                PIC X(06).
               05  SITYO-KENSU                 PIC 9(05).
               05  SITYO-VAC-KENSU OCCURS  12  PIC 9(05).
               05  SITYO-VAC-NAME  OCCURS  12  PIC X(40).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    予防接種実施台帳テーブル
      *    （ＯＲＣＧＹＯＢＯと同一レイアウト）
       01  YOBO-REC.
           03  YBS-HOSPNUM         PIC 9(02).
           03  YBS-PTID            PIC 9(10).
           03  YBS-RENNUM          PIC 9(06).
           03  YBS-SESSYUYMD       PIC X(08).
           03  YBS-VACCD           PIC X(02).
           03  YBS-VACNAME         PIC X(40).
           03  YBS-LOTNUM          PIC X(20).
           03  YBS-KAISU           PIC 9(02).
           03  YBS-YOSINNUM        PIC X(20).
           03  YBS-DRCD            PIC X(05).
           03  YBS-TEIKIKBN        PIC X(01).
           03  YBS-SRYCD           PIC X(09).
           03  YBS-SANTEIKBN       PIC X(01).
           03  YBS-HOME-POST       PIC X(07).
           03  YBS-LPUBCD          PIC X(06).
           03  YBS-HOME-ADRS       PIC X(100).
           03  YBS-UPYMD           PIC X(08).
           03  YBS-UPHMS           PIC X(06).
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
      *    市町村別・ワクチン別の集計
           PERFORM 200-SYUKEI-SEC
      *
      *    市町村ごとの請求書と実施報告書
           PERFORM VARYING IDXS FROM 1 BY 1
                   UNTIL   IDXS    >   SITYO-MAX
               PERFORM 300-SEIKYU-SEC
           END-PERFORM
      *
      *    市町村を判定できない接種
           IF      CNT-FUMEI           >   ZERO
               PERFORM 400-FUMEI-SEC
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
           DISPLAY "*** ORCBYOBO START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       SITYO-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SRYYM
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               YOBOLSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "予防接種委託料請求書作成"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBYOBO"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
           IF      WRK-PARA-SRYYM      =   SPACE
               MOVE    SMCNDATE-YMD (1:6)  TO  WRK-PARA-SRYYM
           END-IF
      *
           OPEN    OUTPUT              YOBOLST-FILE
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    集計処理（対象月の定期接種を市町村別・ワクチン別に数える）
      *****************************************************************
       200-SYUKEI-SEC              SECTION.
      *
           PERFORM 900-YOBO-SELECT-SEC
           PERFORM UNTIL   FLG-YOBO    =   1
               IF      YBS-SESSYUYMD (1:6) =   WRK-PARA-SRYYM
               AND     YBS-TEIKIKBN        =   "1"
                   PERFORM 2001-SITYO-ADD-SEC
               END-IF
               PERFORM 900-YOBO-FETCH-SEC
           END-PERFORM
           PERFORM 900-YOBO-CLOSE-SEC
           .
       200-SYUKEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    市町村別集計処理（接種１件）
      *****************************************************************
       2001-SITYO-ADD-SEC          SECTION.
      *
           ADD     1                   TO  CNT-TAISYO
           IF      YBS-LPUBCD          =   SPACE
               ADD     1                   TO  CNT-FUMEI
               GO  TO  2001-SITYO-ADD-EXT
           END-IF
      *
           MOVE    ZERO                TO  IDXS
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX >   SITYO-MAX
                   OR      IDXS    >   ZERO
               IF      SITYO-LPUBCD (IDX)  =   YBS-LPUBCD
                   MOVE    IDX                 TO  IDXS
               END-IF
           END-PERFORM
           IF      IDXS                =   ZERO
               IF      SITYO-MAX           >=  100
                   DISPLAY "ORCBYOBO SITYO-TBL OVER LPUBCD="
                           YBS-LPUBCD
                   GO  TO  2001-SITYO-ADD-EXT
               END-IF
               ADD     1                   TO  SITYO-MAX
               MOVE    SITYO-MAX           TO  IDXS
               MOVE    YBS-LPUBCD          TO  SITYO-LPUBCD (IDXS)
           END-IF
      *
           PERFORM 800-VAC-IDX-SEC
           ADD     1                   TO  SITYO-KENSU (IDXS)
           IF      IDXV                >   ZERO
               ADD     1               TO  SITYO-VAC-KENSU (IDXS IDXV)
               MOVE    YBS-VACNAME     TO  SITYO-VAC-NAME (IDXS IDXV)
           END-IF
           .
       2001-SITYO-ADD-EXT.
           EXIT.
      *
      *****************************************************************
      *    市町村別請求書・実施報告書作成処理
      *****************************************************************
       300-SEIKYU-SEC              SECTION.
      *
      *    委託料請求書
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　予防接種委託料請求書"
                                       DELIMITED   BY  SIZE
                   "　＊＊＊　接種月："
                                       DELIMITED   BY  SIZE
                   WRK-PARA-SRYYM      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-YOBOLST-WRITE-SEC
           MOVE    SPACE               TO  WRK-LINE
           STRING  "請求先市町村（地方公共団体"
                                       DELIMITED   BY  SIZE
                   "コード）："        DELIMITED   BY  SIZE
                   SITYO-LPUBCD (IDXS) DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-YOBOLST-WRITE-SEC
      *
           MOVE    ZERO                TO  WRK-GOKEI
           PERFORM VARYING IDXV FROM 1 BY 1
                   UNTIL   IDXV    >   12
               IF      SITYO-VAC-KENSU (IDXS IDXV) >   ZERO
                   PERFORM 3001-VAC-EDIT-SEC
               END-IF
           END-PERFORM
      *
           MOVE    SITYO-KENSU (IDXS)  TO  WRK-ED-KENSU
           MOVE    WRK-GOKEI           TO  WRK-ED-KIN1
           MOVE    SPACE               TO  WRK-LINE
           STRING  "接種件数計："      DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "件　請求額："      DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "円"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-YOBOLST-WRITE-SEC
      *
      *    実施報告書（接種者ごとの明細）
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-YOBOLST-WRITE-SEC
           STRING  "＊＊＊　予防接種実施報告書"
                                       DELIMITED   BY  SIZE
                   "　＊＊＊　市町村："
                                       DELIMITED   BY  SIZE
                   SITYO-LPUBCD (IDXS) DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-YOBOLST-WRITE-SEC
      *
           PERFORM 900-YOBO-SELECT-SEC
           PERFORM UNTIL   FLG-YOBO    =   1
               IF      YBS-SESSYUYMD (1:6) =   WRK-PARA-SRYYM
               AND     YBS-TEIKIKBN        =   "1"
               AND     YBS-LPUBCD          =   SITYO-LPUBCD (IDXS)
                   PERFORM 3002-HOKOKU-EDIT-SEC
               END-IF
               PERFORM 900-YOBO-FETCH-SEC
           END-PERFORM
           PERFORM 900-YOBO-CLOSE-SEC
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-YOBOLST-WRITE-SEC
           .
       300-SEIKYU-EXT.
           EXIT.
      *
      *****************************************************************
      *    請求書ワクチン別行編集処理
      *****************************************************************
       3001-VAC-EDIT-SEC           SECTION.
      *
           COMPUTE WRK-KINGAKU     =   SITYO-VAC-KENSU (IDXS IDXV)
                                   *   CONST-ITAKU-TANKA (IDXV)
           ADD     WRK-KINGAKU         TO  WRK-GOKEI
      *
           MOVE    SITYO-VAC-KENSU (IDXS IDXV) TO  WRK-ED-KENSU
           MOVE    CONST-ITAKU-TANKA (IDXV)    TO  WRK-ED-KIN1
           MOVE    WRK-KINGAKU                 TO  WRK-ED-KIN2
           MOVE    SPACE               TO  WRK-LINE
           STRING  "　"                DELIMITED   BY  SIZE
                   SITYO-VAC-NAME (IDXS IDXV)
                                       DELIMITED   BY  "  "
                   "　単価："          DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "円　件数："        DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "　金額："          DELIMITED   BY  SIZE
                   WRK-ED-KIN2         DELIMITED   BY  SIZE
                   "円"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-YOBOLST-WRITE-SEC
           .
       3001-VAC-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    実施報告書明細行編集処理
      *****************************************************************
       3002-HOKOKU-EDIT-SEC        SECTION.
      *
           MOVE    YBS-PTID            TO  WRK-PTID
           PERFORM 900-PTINF-INV-SEC
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  YBS-SESSYUYMD       DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   YBS-PTID            DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   PTINF-NAME          DELIMITED   BY  "  "
                   "  "                DELIMITED   BY  SIZE
                   PTINF-BIRTHDAY      DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   YBS-VACNAME         DELIMITED   BY  "  "
                   "  第"              DELIMITED   BY  SIZE
                   YBS-KAISU           DELIMITED   BY  SIZE
                   "回  ロット："      DELIMITED   BY  SIZE
                   YBS-LOTNUM          DELIMITED   BY  SPACE
                   "  予診票："        DELIMITED   BY  SIZE
                   YBS-YOSINNUM        DELIMITED   BY  SPACE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-YOBOLST-WRITE-SEC
           .
       3002-HOKOKU-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    市町村判定不能一覧処理
      *    （郵便番号から地方公共団体コードを求められなかった接種。
      *      患者住所を確認のうえ手作業で請求すること）
      *****************************************************************
       400-FUMEI-SEC               SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　市町村判定不能の"
                                       DELIMITED   BY  SIZE
                   "定期接種　＊＊＊"  DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-YOBOLST-WRITE-SEC
      *
           PERFORM 900-YOBO-SELECT-SEC
           PERFORM UNTIL   FLG-YOBO    =   1
               IF      YBS-SESSYUYMD (1:6) =   WRK-PARA-SRYYM
               AND     YBS-TEIKIKBN        =   "1"
               AND     YBS-LPUBCD          =   SPACE
                   PERFORM 3002-HOKOKU-EDIT-SEC
                   MOVE    SPACE               TO  WRK-LINE
                   STRING  "　　住所："        DELIMITED   BY  SIZE
                           YBS-HOME-POST       DELIMITED   BY  SIZE
                           "  "                DELIMITED   BY  SIZE
                           YBS-HOME-ADRS       DELIMITED   BY  "  "
                                               INTO    WRK-LINE
                   END-STRING
                   PERFORM 900-YOBOLST-WRITE-SEC
               END-IF
               PERFORM 900-YOBO-FETCH-SEC
           END-PERFORM
           PERFORM 900-YOBO-CLOSE-SEC
           .
       400-FUMEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           IF      CNT-TAISYO          =   ZERO
               MOVE    "対象月の定期接種はありません"
                                       TO  WRK-LINE
               PERFORM 900-YOBOLST-WRITE-SEC
           END-IF
      *
           CLOSE   YOBOLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "YOBO     CNT-IN   :" CNT-IN
           DISPLAY "TAISYO   CNT      :" CNT-TAISYO
           DISPLAY "FUMEI    CNT      :" CNT-FUMEI
           DISPLAY "*** ORCBYOBO END ***"
           .
       500-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    ワクチン位置検索処理（委託料表）
      *****************************************************************
       800-VAC-IDX-SEC             SECTION.
      *
           MOVE    ZERO                TO  IDXV
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX >   12
                   OR      IDXV    >   ZERO
               IF      CONST-ITAKU-VACCD (IDX) =   YBS-VACCD
                   MOVE    IDX                 TO  IDXV
               END-IF
           END-PERFORM
           .
       800-VAC-IDX-EXT.
           EXIT.
      *
      *****************************************************************
      *    予防接種実施台帳検索処理
      *****************************************************************
       900-YOBO-SELECT-SEC         SECTION.
      *
           INITIALIZE                  YOBO-REC
           MOVE    SPA-HOSPNUM         TO  YBS-HOSPNUM
           MOVE    YOBO-REC            TO  MCPDATA-REC
           MOVE    "tbl_yobosessyu"    TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-YOBO-FETCH-SEC
           ELSE
               MOVE    1                   TO  FLG-YOBO
           END-IF
           .
       900-YOBO-SELECT-EXT.
           EXIT.
      *
      *****************************************************************
      *    予防接種実施台帳読込処理
      *****************************************************************
       900-YOBO-FETCH-SEC          SECTION.
      *
           MOVE    ZERO                TO  FLG-YOBO
           MOVE    "tbl_yobosessyu"    TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  YOBO-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-YOBO
           END-IF
           .
       900-YOBO-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    予防接種実施台帳カーソルクローズ処理
      *****************************************************************
       900-YOBO-CLOSE-SEC          SECTION.
      *
           MOVE    "tbl_yobosessyu"    TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-YOBO-CLOSE-EXT.
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
      *    請求書・実施報告書行出力処理
      *****************************************************************
       900-YOBOLST-WRITE-SEC       SECTION.
      *
           MOVE    WRK-LINE            TO  YOBOLST-REC
           WRITE   YOBOLST-REC
           .
       900-YOBOLST-WRITE-EXT.
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
