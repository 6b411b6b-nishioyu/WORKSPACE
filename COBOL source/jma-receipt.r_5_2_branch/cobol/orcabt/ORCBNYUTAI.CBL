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
       PROGRAM-ID.             ORCBNYUTAI.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 入院
      *  コンポーネント名  : 入退院支援要件期限一覧（病棟別）
      *                      （在床中の患者について入退院支援加算の
      *                        要件（スクリーニング・面談・カンファ
      *                        レンス・支援計画書作成）の期限と実施
      *                        状況をＯＲＣＳＮＴＳＣＨＫで確認し、
      *                        期限を過ぎた未実施と、処理日から指定
      *                        日数以内に期限を迎える未実施の要件を
      *                        病棟別に出力する）
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
      *    入退院支援要件期限一覧
           SELECT  NTSLST-FILE     ASSIGN  NTSLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-NTSLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
      *    入退院支援要件期限一覧
       FD  NTSLST-FILE.
       01  NTSLST-REC              PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-NTSLST                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-FETCH2                      PIC 9(01).
           03  FLG-NYUIN                       PIC 9(01).
           03  FLG-OUT                         PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-ZAISYO                      PIC 9(06).
           03  CNT-PT                          PIC 9(06).
           03  CNT-CHOKA                       PIC 9(06).
           03  CNT-MAJIKA                      PIC 9(06).
           03  CNT-MITOUROKU                   PIC 9(06).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理日（省略時は当日）
               05  WRK-PARA-YMD                PIC X(08).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *        期限間近とする日数（省略時は２日）
               05  WRK-PARA-NISSU              PIC X(02).
      *
           03  WRK-YMD                         PIC X(08).
           03  WRK-MAJIKAYMD                   PIC X(08).
           03  WRK-NISSU                       PIC 9(02).
           03  WRK-BTUNUM                      PIC X(02).
           03  WRK-NYUINYMD                    PIC X(08).
           03  WRK-JOKYOMEI                    PIC X(20).
           03  WRK-BYOSHO                      PIC X(20).
      *
           03  WRK-ED-CNT1                     PIC ZZZZZ9.
           03  WRK-ED-CNT2                     PIC ZZZZZ9.
           03  WRK-ED-CNT3                     PIC ZZZZZ9.
           03  WRK-LINE                        PIC X(200).
      *
           03  NTSLSTPARA                      PIC X(256).
      *
      *    要件名称
       01  CONST-AREA.
           03  CONST-KOMOKU-VAL.
               05  FILLER          PIC X(30)
                                   VALUE   "スクリーニング".
               05  FILLER          PIC X(30)
                                   VALUE   "患者・家族面談".
               05  FILLER          PIC X(30)
                                   VALUE   "カンファレンス".
               05  FILLER          PIC X(30)
                                   VALUE   "支援計画書作成".
           03  CONST-KOMOKU-R      REDEFINES   CONST-KOMOKU-VAL.
               05  CONST-KOMOKUMEI PIC X(30)   OCCURS  4.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    病床マスタ
      *    （ＯＲＣＧＢＹＯＳＨＯと同一レイアウト）
       01  BED-REC.
           03  BED-HOSPNUM         PIC 9(02).
           03  BED-BTUNUM          PIC X(02).
           03  BED-ROOMNUM         PIC X(04).
           03  BED-BEDNUM          PIC X(02).
           03  BED-SEXKBN          PIC X(01).
           03  BED-SAGAKU          PIC 9(06).
      *    状態　０：空床　１：在床　２：仮押さえ
           03  BED-STATE           PIC X(01).
           03  BED-PTID            PIC 9(10).
           03  BED-YOTEIYMD        PIC X(08).
           03  BED-UPYMD           PIC X(08).
           03  BED-UPHMS           PIC X(06).
      *
      *    患者入院履歴
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
      *    入退院支援加算要件確認サブ
           COPY    "CPORCSNTSCHK.INC".
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
      *    在床患者の要件確認（病棟・病室・病床順）
           PERFORM 300-BED-SEC
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
           DISPLAY "*** ORCBNYUTAI START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-PARA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-YMD
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               NTSLSTPARA
                                               WRK-PARA-NISSU
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "入退院支援要件期限一覧"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBNYUTAI"    TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    処理日の省略時は当日
           IF      WRK-PARA-YMD        IS  NUMERIC
               MOVE    WRK-PARA-YMD        TO  WRK-YMD
           ELSE
               MOVE    SMCNDATE-YMD        TO  WRK-YMD
           END-IF
      *
      *    期限間近の判定日（処理日＋指定日数）
           IF      WRK-PARA-NISSU (2:1)    =   SPACE
           AND     WRK-PARA-NISSU (1:1)    IS  NUMERIC
               MOVE    WRK-PARA-NISSU (1:1)    TO  WRK-NISSU
           ELSE
               IF      WRK-PARA-NISSU      IS  NUMERIC
                   MOVE    WRK-PARA-NISSU      TO  WRK-NISSU
               ELSE
                   MOVE    2                   TO  WRK-NISSU
               END-IF
           END-IF
           INITIALIZE                  STS-AREA-DAY
           MOVE    "61"                TO  LNK-DAY6-IRAI
           MOVE    WRK-YMD             TO  LNK-DAY6-KIJUN
           MOVE    "2"                 TO  LNK-DAY6-ZOGENPTN
           MOVE    WRK-NISSU           TO  LNK-DAY6-ZOGEN
           CALL    "ORCSDAY"           USING   STS-AREA-DAY
                                               LNK-DAY6-AREA
           MOVE    LNK-DAY6-KEISAN     TO  WRK-MAJIKAYMD
      *
           OPEN    OUTPUT              NTSLST-FILE
      *
           STRING  "＊＊＊　入退院支援期限一覧　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　処理日："        DELIMITED   BY  SIZE
                   WRK-YMD             DELIMITED   BY  SIZE
                   "　期限間近："      DELIMITED   BY  SIZE
                   WRK-MAJIKAYMD       DELIMITED   BY  SIZE
                   "まで"              DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-NTSLST-WRITE-SEC
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    在床患者確認処理
      *****************************************************************
       300-BED-SEC                 SECTION.
      *
           MOVE    SPACE               TO  WRK-BTUNUM
           INITIALIZE                  BED-REC
           MOVE    SPA-HOSPNUM         TO  BED-HOSPNUM
           MOVE    BED-REC             TO  MCPDATA-REC
           MOVE    "tbl_bed"           TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 310-BED-1KEN-SEC
                       UNTIL   FLG-FETCH       =   1
           END-IF
           MOVE    "tbl_bed"           TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       300-BED-EXT.
           EXIT.
      *
      *****************************************************************
      *    在床患者確認処理（１件）
      *****************************************************************
       310-BED-1KEN-SEC            SECTION.
      *
           MOVE    "tbl_bed"           TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  310-BED-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  BED-REC
      *
           IF      BED-STATE       NOT =   "1"
           OR      BED-PTID            =   ZERO
               GO  TO  310-BED-1KEN-EXT
           END-IF
           ADD     1                   TO  CNT-ZAISYO
      *
      *    現在の入院の入院日
           PERFORM 810-NYUIN-GET-SEC
           IF      FLG-NYUIN       NOT =   ZERO
               GO  TO  310-BED-1KEN-EXT
           END-IF
      *
           INITIALIZE                  ORCSNTSCHKAREA
           MOVE    BED-PTID            TO  SNTSCHK-PTID
           MOVE    WRK-NYUINYMD        TO  SNTSCHK-NYUINYMD
           MOVE    WRK-YMD             TO  SNTSCHK-KIJUNYMD
           CALL    "ORCSNTSCHK"        USING   ORCSNTSCHKAREA
                                               SPA-AREA
      *
           MOVE    SPACE               TO  WRK-BYOSHO
           STRING  BED-BTUNUM          DELIMITED   BY  SIZE
                   "-"                 DELIMITED   BY  SIZE
                   BED-ROOMNUM         DELIMITED   BY  SIZE
                   "-"                 DELIMITED   BY  SIZE
                   BED-BEDNUM          DELIMITED   BY  SIZE
                                       INTO    WRK-BYOSHO
           END-STRING
      *
           MOVE    ZERO                TO  FLG-OUT
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX             >   4
               PERFORM 320-KOMOKU-SEC
           END-PERFORM
           IF      FLG-OUT             =   1
               ADD     1                   TO  CNT-PT
               IF      SNTSCHK-RC          =   1
                   ADD     1                   TO  CNT-MITOUROKU
               END-IF
           END-IF
           .
       310-BED-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    要件別出力処理（期限超過・期限間近の未実施）
      *****************************************************************
       320-KOMOKU-SEC              SECTION.
      *
           EVALUATE    TRUE
               WHEN    SNTSCHK-JOKYO (IDX) =   "2"
                   MOVE    "【期限超過】"      TO  WRK-JOKYOMEI
                   ADD     1                   TO  CNT-CHOKA
               WHEN    SNTSCHK-JOKYO (IDX) =   "1"
               AND     SNTSCHK-KIGEN (IDX) <=  WRK-MAJIKAYMD
                   MOVE    "【期限間近】"      TO  WRK-JOKYOMEI
                   ADD     1                   TO  CNT-MAJIKA
               WHEN    OTHER
                   GO  TO  320-KOMOKU-EXT
           END-EVALUATE
      *
      *    病棟が変われば見出しを出力する
           IF      BED-BTUNUM      NOT =   WRK-BTUNUM
               MOVE    BED-BTUNUM          TO  WRK-BTUNUM
               STRING  "＜病棟："          DELIMITED   BY  SIZE
                       BED-BTUNUM          DELIMITED   BY  SIZE
                       "＞"                DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-NTSLST-WRITE-SEC
           END-IF
      *
           MOVE    1                   TO  FLG-OUT
           STRING  "病床："            DELIMITED   BY  SIZE
                   WRK-BYOSHO          DELIMITED   BY  SPACE
                   "　患者ID："        DELIMITED   BY  SIZE
                   BED-PTID            DELIMITED   BY  SIZE
                   "　入院日："        DELIMITED   BY  SIZE
                   WRK-NYUINYMD        DELIMITED   BY  SIZE
                   "　"                DELIMITED   BY  SIZE
                   CONST-KOMOKUMEI (IDX)
                                       DELIMITED   BY  SPACE
                   "　期限："          DELIMITED   BY  SIZE
                   SNTSCHK-KIGEN (IDX) DELIMITED   BY  SIZE
                   "　"                DELIMITED   BY  SIZE
                   WRK-JOKYOMEI        DELIMITED   BY  SPACE
                                       INTO    WRK-LINE
           END-STRING
           IF      SNTSCHK-RC          =   1
               STRING  WRK-LINE            DELIMITED   BY  "  "
                       "（支援記録未登録）"
                                           DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
           END-IF
           PERFORM 900-NTSLST-WRITE-SEC
           .
       320-KOMOKU-EXT.
           EXIT.
      *
      *****************************************************************
      *    現在の入院日取得処理
      *    （処理日に在院中の入院のうち最も新しいもの）
      *****************************************************************
       810-NYUIN-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-NYUIN
           MOVE    SPACE               TO  WRK-NYUINYMD
           INITIALIZE                  PTNYUINRRK-REC
           MOVE    SPA-HOSPNUM         TO  PTNYUINRRK-HOSPNUM
           MOVE    BED-PTID            TO  PTNYUINRRK-PTID
           MOVE    PTNYUINRRK-REC      TO  MCPDATA-REC
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH2
               PERFORM UNTIL   FLG-FETCH2      =   1
                   MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
                   MOVE    "ptid"              TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  PTNYUINRRK-REC
                       IF      PTNYUINRRK-NYUINYMD <=  WRK-YMD
                       AND   ( PTNYUINRRK-TAIINYMD =   SPACE
                         OR    PTNYUINRRK-TAIINYMD =   ZERO
                         OR    PTNYUINRRK-TAIINYMD >=  WRK-YMD )
                       AND   ( PTNYUINRRK-NYUINYMD >   WRK-NYUINYMD
                         OR    WRK-NYUINYMD        =   SPACE )
                           MOVE    PTNYUINRRK-NYUINYMD
                                               TO  WRK-NYUINYMD
                           MOVE    ZERO                TO  FLG-NYUIN
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH2
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       810-NYUIN-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    入退院支援要件期限一覧出力処理
      *****************************************************************
       900-NTSLST-WRITE-SEC        SECTION.
      *
           WRITE   NTSLST-REC          FROM    WRK-LINE
           MOVE    SPACE               TO  WRK-LINE
           .
       900-NTSLST-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           MOVE    CNT-ZAISYO          TO  WRK-ED-CNT1
           MOVE    CNT-PT              TO  WRK-ED-CNT2
           MOVE    CNT-MITOUROKU       TO  WRK-ED-CNT3
           STRING  "在床患者数："      DELIMITED   BY  SIZE
                   WRK-ED-CNT1         DELIMITED   BY  SIZE
                   "　要対応患者数："  DELIMITED   BY  SIZE
                   WRK-ED-CNT2         DELIMITED   BY  SIZE
                   "（うち支援記録未登録"
                                       DELIMITED   BY  SIZE
                   WRK-ED-CNT3         DELIMITED   BY  SIZE
                   "）"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-NTSLST-WRITE-SEC
           MOVE    CNT-CHOKA           TO  WRK-ED-CNT1
           MOVE    CNT-MAJIKA          TO  WRK-ED-CNT2
           STRING  "期限超過："        DELIMITED   BY  SIZE
                   WRK-ED-CNT1         DELIMITED   BY  SIZE
                   "　期限間近："      DELIMITED   BY  SIZE
                   WRK-ED-CNT2         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-NTSLST-WRITE-SEC
      *
           CLOSE   NTSLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    CNT-PT              TO  JOB-UPDCNT
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "ZAISYO   CNT     :" CNT-ZAISYO
           DISPLAY "PT       CNT     :" CNT-PT
           DISPLAY "CHOKA    CNT     :" CNT-CHOKA
           DISPLAY "MAJIKA   CNT     :" CNT-MAJIKA
           DISPLAY "MITOUROKU CNT    :" CNT-MITOUROKU
           DISPLAY "*** ORCBNYUTAI END ***"
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
