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
       PROGRAM-ID.             ORCBGIGI.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 月次統計
      *  コンポーネント名  : 疑義照会月次集計表
      *                      （疑義照会記録テーブル（ＯＲＣＧＧＩＧＩ
      *                        で登録）から、照会日が指定月の記録
      *                        を内容区分ごとに集計し、照会件数・
      *                        変更区分別件数（変更なし・減量・中止
      *                        ・代替薬）・処方変更反映済件数を合計
      *                        とともに出力する）
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
      *    疑義照会月次集計表
           SELECT  GIGILST-FILE    ASSIGN  GIGILSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-GIGILST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  GIGILST-FILE.
       01  GIGILST-REC             PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-GIGILST                     PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-GIGI                        PIC 9(01).
           03  FLG-SYSKANRI                    PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(06).
           03  CNT-OUT                         PIC 9(06).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(04).
           03  IDY                             PIC 9(04).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        照会年月（省略時は前月）
               05  WRK-PARA-SRYYM              PIC X(06).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
           03  WRK-YM                          PIC 9(06).
           03  WRK-YM-R                        REDEFINES   WRK-YM.
               05  WRK-YY                      PIC 9(04).
               05  WRK-MM                      PIC 9(02).
           03  WRK-HOSPNAME                    PIC X(120).
           03  WRK-LINE                        PIC X(200).
           03  WRK-ED-KEN                      PIC ZZ,ZZ9.
           03  WRK-ED-HENKO                    PIC ZZ,ZZ9
                                               OCCURS  4.
           03  WRK-ED-HANEI                    PIC ZZ,ZZ9.
      *
           03  GIGILSTPARA                     PIC X(256).
      *
      *    内容区分別集計テーブル
      *    （１〜５は内容区分と同じ、６はその他（９）、７は合計）
       01  KBN-AREA.
           03  KBN-TBL                         OCCURS  7.
               05  KBN-NAME                    PIC X(24).
               05  KBN-KEN                     PIC 9(06).
      *        変更区分別（１：変更なし　２：減量　３：中止
      *                    ４：代替薬）
               05  KBN-HENKO                   PIC 9(06)
                                               OCCURS  4.
               05  KBN-HANEI                   PIC 9(06).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    疑義照会記録テーブル
      *    （ＯＲＣＧＧＩＧＩ・ＯＲＣＳＧＩＧＩと同一レイアウト）
       01  GIGI-REC.
           03  GIG-HOSPNUM         PIC 9(02).
           03  GIG-PTID            PIC 9(10).
           03  GIG-SRYYMD          PIC X(08).
           03  GIG-DENPNUM         PIC 9(07).
           03  GIG-RENNUM          PIC 9(02).
           03  GIG-SYOKAIYMD       PIC X(08).
           03  GIG-SYOKAIHMS       PIC X(06).
           03  GIG-YAKKYOKU        PIC X(60).
           03  GIG-NAIYOKBN        PIC X(01).
           03  GIG-NAIYO           PIC X(200).
           03  GIG-KAITODRCD       PIC X(05).
           03  GIG-HENKOKBN        PIC X(01).
           03  GIG-ZAINUM          PIC 9(02).
           03  GIG-SRYCD           PIC X(09).
           03  GIG-HENKOSRYCD      PIC X(09).
           03  GIG-HENKOSURYO      PIC 9(05)V9(05).
           03  GIG-HENKONAIYO      PIC X(200).
           03  GIG-HANEIKBN        PIC X(01).
           03  GIG-HANEIYMD        PIC X(08).
           03  GIG-UPYMD           PIC X(08).
           03  GIG-UPHMS           PIC X(06).
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
           PERFORM 200-SYUKEI-SEC
      *
           PERFORM 300-LIST-SEC
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
           DISPLAY "*** ORCBGIGI START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       KBN-AREA
                                       SPA-AREA
      *
           MOVE    "用法・用量"        TO  KBN-NAME (1)
           MOVE    "相互作用・重複"    TO  KBN-NAME (2)
           MOVE    "禁忌・アレルギー"  TO  KBN-NAME (3)
           MOVE    "残薬調整"          TO  KBN-NAME (4)
           MOVE    "規格・剤形"        TO  KBN-NAME (5)
           MOVE    "その他"            TO  KBN-NAME (6)
           MOVE    "＊＊合計＊＊"      TO  KBN-NAME (7)
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SRYYM
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               GIGILSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "疑義照会月次集計表"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBGIGI"      TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    照会年月の省略時は前月分
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
           OPEN    OUTPUT              GIGILST-FILE
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    疑義照会集計処理
      *****************************************************************
       200-SYUKEI-SEC              SECTION.
      *
           INITIALIZE                  GIGI-REC
           MOVE    SPA-HOSPNUM         TO  GIG-HOSPNUM
           MOVE    WRK-PARA-SRYYM      TO  GIG-SYOKAIYMD (1:6)
           MOVE    "%"                 TO  GIG-SYOKAIYMD (7:1)
           MOVE    GIGI-REC            TO  MCPDATA-REC
           MOVE    "tbl_gigi"          TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  200-SYUKEI-EXT
           END-IF
      *
           PERFORM 900-GIGI-FETCH-SEC
           PERFORM UNTIL   FLG-GIGI    =   1
               PERFORM 2001-KBN-ADD-SEC
               PERFORM 900-GIGI-FETCH-SEC
           END-PERFORM
      *
           MOVE    "tbl_gigi"          TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-SYUKEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    内容区分別集計処理（１件）
      *****************************************************************
       2001-KBN-ADD-SEC            SECTION.
      *
           EVALUATE    GIG-NAIYOKBN
               WHEN    "1"
               WHEN    "2"
               WHEN    "3"
               WHEN    "4"
               WHEN    "5"
                   MOVE    GIG-NAIYOKBN        TO  IDX
               WHEN    OTHER
                   MOVE    6                   TO  IDX
           END-EVALUATE
           EVALUATE    GIG-HENKOKBN
               WHEN    "1"
                   MOVE    2                   TO  IDY
               WHEN    "2"
                   MOVE    3                   TO  IDY
               WHEN    "3"
                   MOVE    4                   TO  IDY
               WHEN    OTHER
                   MOVE    1                   TO  IDY
           END-EVALUATE
      *
           ADD     1                   TO  KBN-KEN   (IDX)
                                           KBN-KEN   (7)
           ADD     1                   TO  KBN-HENKO (IDX IDY)
                                           KBN-HENKO (7 IDY)
           IF      GIG-HANEIKBN        =   "1"
               ADD     1                   TO  KBN-HANEI (IDX)
                                               KBN-HANEI (7)
           END-IF
           .
       2001-KBN-ADD-EXT.
           EXIT.
      *
      *****************************************************************
      *    集計表出力処理
      *****************************************************************
       300-LIST-SEC                SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　疑義照会"  DELIMITED   BY  SIZE
                   "月次集計表　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　照会年月："      DELIMITED   BY  SIZE
                   WRK-PARA-SRYYM      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-GIGILST-WRITE-SEC
           MOVE    WRK-HOSPNAME        TO  WRK-LINE
           PERFORM 900-GIGILST-WRITE-SEC
           PERFORM 900-GIGILST-WRITE-SEC
           STRING  "内容区分            "
                                       DELIMITED   BY  SIZE
                   "  照会件数  変更なし"
                                       DELIMITED   BY  SIZE
                   "    減量    中止  代替薬"
                                       DELIMITED   BY  SIZE
                   "  反映済"          DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-GIGILST-WRITE-SEC
      *
           PERFORM VARYING IDX     FROM    1   BY  1
                   UNTIL   IDX         >   7
               IF      IDX                 =   7
                   PERFORM 900-GIGILST-WRITE-SEC
               END-IF
               PERFORM 3001-MEISAI-EDIT-SEC
           END-PERFORM
           .
       300-LIST-EXT.
           EXIT.
      *
      *****************************************************************
      *    明細行編集処理（内容区分）
      *****************************************************************
       3001-MEISAI-EDIT-SEC        SECTION.
      *
           MOVE    KBN-KEN   (IDX)     TO  WRK-ED-KEN
           PERFORM VARYING IDY     FROM    1   BY  1
                   UNTIL   IDY         >   4
               MOVE    KBN-HENKO (IDX IDY) TO  WRK-ED-HENKO (IDY)
           END-PERFORM
           MOVE    KBN-HANEI (IDX)     TO  WRK-ED-HANEI
           STRING  KBN-NAME (IDX)      DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-KEN          DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-HENKO (1)    DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-HENKO (2)    DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-HENKO (3)    DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-HENKO (4)    DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-HANEI        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-GIGILST-WRITE-SEC
           ADD     1                   TO  CNT-OUT
           .
       3001-MEISAI-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           CLOSE   GIGILST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "GIGI      CNT-IN  :" CNT-IN
           DISPLAY "OUTPUT    CNT     :" CNT-OUT
           DISPLAY "*** ORCBGIGI END ***"
           .
       500-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    疑義照会記録読込処理
      *****************************************************************
       900-GIGI-FETCH-SEC          SECTION.
      *
           MOVE    ZERO                TO  FLG-GIGI
           MOVE    "tbl_gigi"          TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  GIGI-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-GIGI
           END-IF
           .
       900-GIGI-FETCH-EXT.
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
      *    集計表行出力処理
      *****************************************************************
       900-GIGILST-WRITE-SEC     SECTION.
      *
           MOVE    WRK-LINE            TO  GIGILST-REC
           WRITE   GIGILST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-GIGILST-WRITE-EXT.
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
