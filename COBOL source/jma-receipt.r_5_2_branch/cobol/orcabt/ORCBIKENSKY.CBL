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
       PROGRAM-ID.             ORCBIKENSKY.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 文書
      *  コンポーネント名  : 主治医意見書作成料請求書作成
      *                      （文書発行台帳（ＯＲＣＧＢＵＮＳＨＯ）
      *                        に登録された主治医意見書について、
      *                        処理区分１：請求月までの未請求分の
      *                        作成料を新規・継続、在宅・施設、
      *                        検査の有無から算出し、明細一覧と
      *                        介護保険者（市町村）別の請求書を
      *                        作成して請求済とする。
      *                        処理区分２：指定保険者・請求月の
      *                        請求分を入金済とする（入金消込）。
      *                        処理区分３：請求済で未入金の意見書を
      *                        市町村別に一覧化する）
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
      *    明細一覧・請求書・未入金一覧
           SELECT  IKENLST-FILE    ASSIGN  IKENLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-IKENLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  IKENLST-FILE.
       01  IKENLST-REC             PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-IKENLST                     PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-RRK                         PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(06).
           03  CNT-TAISYO                      PIC 9(06).
           03  CNT-UPD                         PIC 9(06).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(03).
           03  IDXH                            PIC 9(03).
      *
      *    作成料（税抜、改定時はここを変更する）
       01  CONST-AREA.
           03  CONST-ZAITAKU-SINKI             PIC 9(06)
                                               VALUE   5000.
           03  CONST-ZAITAKU-KEIZOKU           PIC 9(06)
                                               VALUE   4000.
           03  CONST-SISETU-SINKI              PIC 9(06)
                                               VALUE   4000.
           03  CONST-SISETU-KEIZOKU            PIC 9(06)
                                               VALUE   3000.
      *    検査料（意見書作成時の標準検査一式）
           03  CONST-KENSARYO                  PIC 9(06)
                                               VALUE   1000.
      *    消費税率（％）
           03  CONST-ZEIRITU                   PIC 9(02)
                                               VALUE   10.
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理区分（１：請求　２：入金消込　３：未入金一覧）
               05  WRK-PARA-SYORIKBN           PIC X(01).
      *        請求月（処理区分１・２）
               05  WRK-PARA-SKYYM              PIC X(06).
      *        入金日・介護保険者番号（処理区分２）
               05  WRK-PARA-NYKYMD             PIC X(08).
               05  WRK-PARA-HKNJANUM           PIC X(06).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
           03  WRK-IKENRYO                     PIC S9(08).
           03  WRK-KUBUNMEI                    PIC X(12).
           03  WRK-ZEI                         PIC S9(10).
           03  WRK-GOKEI                       PIC S9(10).
      *
      *    編集用
           03  WRK-LINE                        PIC X(200).
           03  WRK-ED-KIN1                     PIC ZZZ,ZZZ,ZZ9-.
           03  WRK-ED-KIN2                     PIC ZZZ,ZZZ,ZZ9-.
           03  WRK-ED-KIN3                     PIC ZZZ,ZZZ,ZZ9-.
           03  WRK-ED-KENSU                    PIC ZZZ,ZZ9.
      *
           03  IKENLSTPARA                     PIC X(256).
      *
      *    保険者（市町村）別集計領域
       01  HKN-AREA.
           03  HKN-MAX                         PIC 9(03).
           03  HKN-TBL             OCCURS  200.
               05  HKN-HKNJANUM                PIC X(06).
               05  HKN-ATESAKI                 PIC X(60).
               05  HKN-KENSU                   PIC 9(05).
               05  HKN-KINGAKU                 PIC S9(10).
      *        区分別件数（在宅新規・在宅継続・施設新規・
      *                    施設継続・検査あり）
               05  HKN-KBN-KENSU   OCCURS  5   PIC 9(05).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    文書発行台帳テーブル
      *    （ＯＲＣＧＢＵＮＳＨＯと同一レイアウト）
       01  BUNSHORRK-REC.
           03  BSR-HOSPNUM             PIC 9(02).
           03  BSR-PTID                PIC 9(10).
           03  BSR-RENNUM              PIC 9(06).
           03  BSR-BUNSHOCD            PIC X(04).
           03  BSR-ATESAKI             PIC X(60).
           03  BSR-HAKKOYMD            PIC X(08).
           03  BSR-DRCD                PIC X(05).
           03  BSR-SANTEIKBN           PIC X(01).
           03  BSR-SRYCD               PIC X(09).
           03  BSR-UPYMD               PIC X(08).
           03  BSR-UPHMS               PIC X(06).
           03  BSR-IKENKBN             PIC X(01).
           03  BSR-BASYOKBN            PIC X(01).
           03  BSR-KENSAFLG            PIC X(01).
           03  BSR-HKNJANUM            PIC X(06).
           03  BSR-SKYSTATE            PIC X(01).
           03  BSR-SKYYM               PIC X(06).
           03  BSR-IKENRYO             PIC S9(08).
           03  BSR-NYKYMD              PIC X(08).
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
           EVALUATE    WRK-PARA-SYORIKBN
      *        請求
               WHEN    "1"
                   PERFORM 200-SEIKYU-SEC
      *        入金消込
               WHEN    "2"
                   PERFORM 300-NYUKIN-SEC
      *        未入金一覧
               WHEN    "3"
                   PERFORM 400-MINYUKIN-SEC
               WHEN    OTHER
                   DISPLAY "ORCBIKENSKY PARA SYORIKBN ERR:"
                           WRK-PARA-SYORIKBN
           END-EVALUATE
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
           DISPLAY "*** ORCBIKENSKY START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       HKN-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SYORIKBN
                                               WRK-PARA-SKYYM
                                               WRK-PARA-NYKYMD
                                               WRK-PARA-HKNJANUM
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               IKENLSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "主治医意見書作成料請求書作成"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBIKENSKY"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           IF      WRK-PARA-SKYYM      =   SPACE
               MOVE    SMCNDATE-YMD (1:6)  TO  WRK-PARA-SKYYM
           END-IF
           IF      WRK-PARA-NYKYMD     =   SPACE
               MOVE    SMCNDATE-YMD        TO  WRK-PARA-NYKYMD
           END-IF
      *
           OPEN    OUTPUT              IKENLST-FILE
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    請求処理
      *    （請求月末までに発行した未請求の意見書を請求済とし、
      *      明細一覧と保険者別請求書を出力する）
      *****************************************************************
       200-SEIKYU-SEC              SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　主治医意見書作成料"
                                       DELIMITED   BY  SIZE
                   "請求明細一覧　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　請求月："        DELIMITED   BY  SIZE
                   WRK-PARA-SKYYM      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IKENLST-WRITE-SEC
      *
           PERFORM 900-RRK-SELECT-SEC
           PERFORM UNTIL   FLG-RRK     =   1
               IF      BSR-SANTEIKBN       =   "2"
               AND   ( BSR-SKYSTATE        =   "0"
                 OR    BSR-SKYSTATE        =   SPACE )
               AND     BSR-HAKKOYMD (1:6)  <=  WRK-PARA-SKYYM
                   PERFORM 2001-SEIKYU-MEISAI-SEC
               END-IF
               PERFORM 900-RRK-FETCH-SEC
           END-PERFORM
           PERFORM 900-RRK-CLOSE-SEC
      *
      *    保険者（市町村）別請求書
           PERFORM VARYING IDXH FROM 1 BY 1
                   UNTIL   IDXH    >   HKN-MAX
               PERFORM 2002-SEIKYUSYO-EDIT-SEC
           END-PERFORM
           .
       200-SEIKYU-EXT.
           EXIT.
      *
      *****************************************************************
      *    請求明細処理（意見書１件）
      *****************************************************************
       2001-SEIKYU-MEISAI-SEC      SECTION.
      *
           PERFORM 800-IKENRYO-SET-SEC
      *
           MOVE    "1"                 TO  BSR-SKYSTATE
           MOVE    WRK-PARA-SKYYM      TO  BSR-SKYYM
           MOVE    WRK-IKENRYO         TO  BSR-IKENRYO
           MOVE    SPACE               TO  BSR-NYKYMD
           MOVE    SMCNDATE-YMD        TO  BSR-UPYMD
           MOVE    SMCNDATE-HMS        TO  BSR-UPHMS
           PERFORM 900-RRK-UPDATE-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  2001-SEIKYU-MEISAI-EXT
           END-IF
           ADD     1                   TO  CNT-TAISYO
      *
           PERFORM 810-HKN-IDX-SEC
           IF      IDXH                >   ZERO
               ADD     1                   TO  HKN-KENSU (IDXH)
               ADD     WRK-IKENRYO         TO  HKN-KINGAKU (IDXH)
               IF      BSR-BASYOKBN        =   "1"
                   IF      BSR-IKENKBN         =   "1"
                       ADD     1           TO  HKN-KBN-KENSU (IDXH 1)
                   ELSE
                       ADD     1           TO  HKN-KBN-KENSU (IDXH 2)
                   END-IF
               ELSE
                   IF      BSR-IKENKBN         =   "1"
                       ADD     1           TO  HKN-KBN-KENSU (IDXH 3)
                   ELSE
                       ADD     1           TO  HKN-KBN-KENSU (IDXH 4)
                   END-IF
               END-IF
               IF      BSR-KENSAFLG        =   "1"
                   ADD     1               TO  HKN-KBN-KENSU (IDXH 5)
               END-IF
           END-IF
      *
           MOVE    WRK-IKENRYO         TO  WRK-ED-KIN1
           MOVE    SPACE               TO  WRK-LINE
           STRING  BSR-HKNJANUM        DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   BSR-PTID            DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   BSR-HAKKOYMD        DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-KUBUNMEI        DELIMITED   BY  SIZE
                   "  作成料："        DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "円"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IKENLST-WRITE-SEC
           .
       2001-SEIKYU-MEISAI-EXT.
           EXIT.
      *
      *****************************************************************
      *    保険者（市町村）別請求書編集処理
      *****************************************************************
       2002-SEIKYUSYO-EDIT-SEC     SECTION.
      *
      *    消費税は保険者ごとの小計に対して算出し、端数を切り捨てる
           COMPUTE WRK-ZEI         =   HKN-KINGAKU (IDXH)
                                   *   CONST-ZEIRITU   /   100
           COMPUTE WRK-GOKEI       =   HKN-KINGAKU (IDXH)
                                   +   WRK-ZEI
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-IKENLST-WRITE-SEC
           STRING  "＊＊＊　主治医意見書作成料"
                                       DELIMITED   BY  SIZE
                   "請求書　＊＊＊"    DELIMITED   BY  SIZE
                   "　請求月："        DELIMITED   BY  SIZE
                   WRK-PARA-SKYYM      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IKENLST-WRITE-SEC
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "請求先："          DELIMITED   BY  SIZE
                   HKN-ATESAKI (IDXH)  DELIMITED   BY  "  "
                   "　（保険者番号："  DELIMITED   BY  SIZE
                   HKN-HKNJANUM (IDXH) DELIMITED   BY  SIZE
                   "）"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IKENLST-WRITE-SEC
      *
           MOVE    HKN-KBN-KENSU (IDXH 1)  TO  WRK-ED-KENSU
           MOVE    CONST-ZAITAKU-SINKI     TO  WRK-ED-KIN1
           MOVE    "在宅・新規"            TO  WRK-KUBUNMEI
           PERFORM 2003-KBN-EDIT-SEC
           MOVE    HKN-KBN-KENSU (IDXH 2)  TO  WRK-ED-KENSU
           MOVE    CONST-ZAITAKU-KEIZOKU   TO  WRK-ED-KIN1
           MOVE    "在宅・継続"            TO  WRK-KUBUNMEI
           PERFORM 2003-KBN-EDIT-SEC
           MOVE    HKN-KBN-KENSU (IDXH 3)  TO  WRK-ED-KENSU
           MOVE    CONST-SISETU-SINKI      TO  WRK-ED-KIN1
           MOVE    "施設・新規"            TO  WRK-KUBUNMEI
           PERFORM 2003-KBN-EDIT-SEC
           MOVE    HKN-KBN-KENSU (IDXH 4)  TO  WRK-ED-KENSU
           MOVE    CONST-SISETU-KEIZOKU    TO  WRK-ED-KIN1
           MOVE    "施設・継続"            TO  WRK-KUBUNMEI
           PERFORM 2003-KBN-EDIT-SEC
           MOVE    HKN-KBN-KENSU (IDXH 5)  TO  WRK-ED-KENSU
           MOVE    CONST-KENSARYO          TO  WRK-ED-KIN1
           MOVE    "検査料"                TO  WRK-KUBUNMEI
           PERFORM 2003-KBN-EDIT-SEC
      *
           MOVE    HKN-KENSU (IDXH)    TO  WRK-ED-KENSU
           MOVE    HKN-KINGAKU (IDXH)  TO  WRK-ED-KIN1
           MOVE    WRK-ZEI             TO  WRK-ED-KIN2
           MOVE    WRK-GOKEI           TO  WRK-ED-KIN3
           MOVE    SPACE               TO  WRK-LINE
           STRING  "件数："            DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "　小計："          DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "　消費税："        DELIMITED   BY  SIZE
                   WRK-ED-KIN2         DELIMITED   BY  SIZE
                   "　請求額："        DELIMITED   BY  SIZE
                   WRK-ED-KIN3         DELIMITED   BY  SIZE
                   "円"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IKENLST-WRITE-SEC
           .
       2002-SEIKYUSYO-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    請求書区分別内訳行編集処理
      *****************************************************************
       2003-KBN-EDIT-SEC           SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "　"                DELIMITED   BY  SIZE
                   WRK-KUBUNMEI        DELIMITED   BY  SIZE
                   "  単価："          DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "円  件数："        DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IKENLST-WRITE-SEC
           .
       2003-KBN-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    入金消込処理
      *    （指定保険者・請求月の請求済分を入金済とする）
      *****************************************************************
       300-NYUKIN-SEC              SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　主治医意見書作成料"
                                       DELIMITED   BY  SIZE
                   "入金消込リスト　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　保険者："        DELIMITED   BY  SIZE
                   WRK-PARA-HKNJANUM   DELIMITED   BY  SIZE
                   "　請求月："        DELIMITED   BY  SIZE
                   WRK-PARA-SKYYM      DELIMITED   BY  SIZE
                   "　入金日："        DELIMITED   BY  SIZE
                   WRK-PARA-NYKYMD     DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IKENLST-WRITE-SEC
      *
           IF      WRK-PARA-HKNJANUM   =   SPACE
               MOVE    "保険者番号が指定されていません"
                                       TO  WRK-LINE
               PERFORM 900-IKENLST-WRITE-SEC
               GO  TO  300-NYUKIN-EXT
           END-IF
      *
           MOVE    ZERO                TO  WRK-GOKEI
           PERFORM 900-RRK-SELECT-SEC
           PERFORM UNTIL   FLG-RRK     =   1
               IF      BSR-SANTEIKBN       =   "2"
               AND     BSR-SKYSTATE        =   "1"
               AND     BSR-SKYYM           =   WRK-PARA-SKYYM
               AND     BSR-HKNJANUM        =   WRK-PARA-HKNJANUM
                   PERFORM 3001-NYUKIN-KESI-SEC
               END-IF
               PERFORM 900-RRK-FETCH-SEC
           END-PERFORM
           PERFORM 900-RRK-CLOSE-SEC
      *
           MOVE    CNT-UPD             TO  WRK-ED-KENSU
           MOVE    WRK-GOKEI           TO  WRK-ED-KIN1
           MOVE    SPACE               TO  WRK-LINE
           STRING  "消込件数："        DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "　作成料計（税抜）："
                                       DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "円"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IKENLST-WRITE-SEC
           .
       300-NYUKIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    入金消込処理（意見書１件）
      *****************************************************************
       3001-NYUKIN-KESI-SEC        SECTION.
      *
           MOVE    "2"                 TO  BSR-SKYSTATE
           MOVE    WRK-PARA-NYKYMD     TO  BSR-NYKYMD
           MOVE    SMCNDATE-YMD        TO  BSR-UPYMD
           MOVE    SMCNDATE-HMS        TO  BSR-UPHMS
           PERFORM 900-RRK-UPDATE-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  3001-NYUKIN-KESI-EXT
           END-IF
           ADD     1                   TO  CNT-UPD
           ADD     BSR-IKENRYO         TO  WRK-GOKEI
      *
           MOVE    BSR-IKENRYO         TO  WRK-ED-KIN1
           MOVE    SPACE               TO  WRK-LINE
           STRING  BSR-PTID            DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   BSR-HAKKOYMD        DELIMITED   BY  SIZE
                   "  作成料："        DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "円"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IKENLST-WRITE-SEC
           .
       3001-NYUKIN-KESI-EXT.
           EXIT.
      *
      *****************************************************************
      *    未入金一覧処理
      *    （請求済で入金消込されていない意見書を出力し、
      *      保険者別に件数・金額を集計する）
      *****************************************************************
       400-MINYUKIN-SEC            SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　主治医意見書作成料"
                                       DELIMITED   BY  SIZE
                   "未入金一覧　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　作成日："        DELIMITED   BY  SIZE
                   SMCNDATE-YMD        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IKENLST-WRITE-SEC
      *
           PERFORM 900-RRK-SELECT-SEC
           PERFORM UNTIL   FLG-RRK     =   1
               IF      BSR-SANTEIKBN       =   "2"
               AND     BSR-SKYSTATE        =   "1"
                   PERFORM 4001-MINYUKIN-EDIT-SEC
               END-IF
               PERFORM 900-RRK-FETCH-SEC
           END-PERFORM
           PERFORM 900-RRK-CLOSE-SEC
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-IKENLST-WRITE-SEC
           PERFORM VARYING IDXH FROM 1 BY 1
                   UNTIL   IDXH    >   HKN-MAX
               MOVE    HKN-KENSU (IDXH)    TO  WRK-ED-KENSU
               MOVE    HKN-KINGAKU (IDXH)  TO  WRK-ED-KIN1
               MOVE    SPACE               TO  WRK-LINE
               STRING  HKN-HKNJANUM (IDXH) DELIMITED   BY  SIZE
                       "  "                DELIMITED   BY  SIZE
                       HKN-ATESAKI (IDXH)  DELIMITED   BY  "  "
                       "　未入金件数："    DELIMITED   BY  SIZE
                       WRK-ED-KENSU        DELIMITED   BY  SIZE
                       "　作成料計（税抜）："
                                           DELIMITED   BY  SIZE
                       WRK-ED-KIN1         DELIMITED   BY  SIZE
                       "円"                DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-IKENLST-WRITE-SEC
           END-PERFORM
           .
       400-MINYUKIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    未入金行編集処理
      *****************************************************************
       4001-MINYUKIN-EDIT-SEC      SECTION.
      *
           ADD     1                   TO  CNT-TAISYO
           MOVE    BSR-IKENRYO         TO  WRK-IKENRYO
           PERFORM 810-HKN-IDX-SEC
           IF      IDXH                >   ZERO
               ADD     1                   TO  HKN-KENSU (IDXH)
               ADD     WRK-IKENRYO         TO  HKN-KINGAKU (IDXH)
           END-IF
      *
           MOVE    BSR-IKENRYO         TO  WRK-ED-KIN1
           MOVE    SPACE               TO  WRK-LINE
           STRING  BSR-HKNJANUM        DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   BSR-PTID            DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   BSR-HAKKOYMD        DELIMITED   BY  SIZE
                   "  請求月："        DELIMITED   BY  SIZE
                   BSR-SKYYM           DELIMITED   BY  SIZE
                   "  作成料："        DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "円"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IKENLST-WRITE-SEC
           .
       4001-MINYUKIN-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           CLOSE   IKENLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "BUNSHO   CNT-IN   :" CNT-IN
           DISPLAY "TAISYO   CNT      :" CNT-TAISYO
           DISPLAY "UPDATE   CNT      :" CNT-UPD
           DISPLAY "*** ORCBIKENSKY END ***"
           .
       500-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    作成料算出処理
      *    （在宅・施設と新規・継続の別に検査料を加える）
      *****************************************************************
       800-IKENRYO-SET-SEC         SECTION.
      *
           IF      BSR-BASYOKBN        =   "2"
               IF      BSR-IKENKBN         =   "2"
                   MOVE    CONST-SISETU-KEIZOKU    TO  WRK-IKENRYO
                   MOVE    "施設・継続"            TO  WRK-KUBUNMEI
               ELSE
                   MOVE    CONST-SISETU-SINKI      TO  WRK-IKENRYO
                   MOVE    "施設・新規"            TO  WRK-KUBUNMEI
               END-IF
           ELSE
               IF      BSR-IKENKBN         =   "2"
                   MOVE    CONST-ZAITAKU-KEIZOKU   TO  WRK-IKENRYO
                   MOVE    "在宅・継続"            TO  WRK-KUBUNMEI
               ELSE
                   MOVE    CONST-ZAITAKU-SINKI     TO  WRK-IKENRYO
                   MOVE    "在宅・新規"            TO  WRK-KUBUNMEI
               END-IF
           END-IF
      *
           IF      BSR-KENSAFLG        =   "1"
               ADD     CONST-KENSARYO      TO  WRK-IKENRYO
           END-IF
           .
       800-IKENRYO-SET-EXT.
           EXIT.
      *
      *****************************************************************
      *    保険者別集計位置検索処理
      *    （未登録の保険者は追加する。上限超過時は０を返す）
      *****************************************************************
       810-HKN-IDX-SEC             SECTION.
      *
           MOVE    ZERO                TO  IDXH
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX >   HKN-MAX
                   OR      IDXH    >   ZERO
               IF      HKN-HKNJANUM (IDX)  =   BSR-HKNJANUM
                   MOVE    IDX                 TO  IDXH
               END-IF
           END-PERFORM
           IF      IDXH                =   ZERO
               IF      HKN-MAX             >=  200
                   DISPLAY "ORCBIKENSKY HKN-TBL OVER HKNJANUM="
                           BSR-HKNJANUM
                   GO  TO  810-HKN-IDX-EXT
               END-IF
               ADD     1                   TO  HKN-MAX
               MOVE    HKN-MAX             TO  IDXH
               MOVE    BSR-HKNJANUM        TO  HKN-HKNJANUM (IDXH)
               MOVE    BSR-ATESAKI         TO  HKN-ATESAKI (IDXH)
           END-IF
           .
       810-HKN-IDX-EXT.
           EXIT.
      *
      *****************************************************************
      *    文書発行台帳検索処理
      *****************************************************************
       900-RRK-SELECT-SEC          SECTION.
      *
           INITIALIZE                  BUNSHORRK-REC
           MOVE    SPA-HOSPNUM         TO  BSR-HOSPNUM
           MOVE    BUNSHORRK-REC       TO  MCPDATA-REC
           MOVE    "tbl_bunshorrk"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-RRK-FETCH-SEC
           ELSE
               DISPLAY "ORCBIKENSKY BUNSHORRK SELECT ERR RC="
                       MCP-RC
               MOVE    1                   TO  FLG-RRK
           END-IF
           .
       900-RRK-SELECT-EXT.
           EXIT.
      *
      *****************************************************************
      *    文書発行台帳読込処理
      *****************************************************************
       900-RRK-FETCH-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-RRK
           MOVE    "tbl_bunshorrk"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  BUNSHORRK-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-RRK
           END-IF
           .
       900-RRK-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    文書発行台帳カーソルクローズ処理
      *****************************************************************
       900-RRK-CLOSE-SEC           SECTION.
      *
           MOVE    "tbl_bunshorrk"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-RRK-CLOSE-EXT.
           EXIT.
      *
      *****************************************************************
      *    文書発行台帳更新処理
      *****************************************************************
       900-RRK-UPDATE-SEC          SECTION.
      *
           MOVE    BUNSHORRK-REC       TO  MCPDATA-REC
           MOVE    "tbl_bunshorrk"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBIKENSKY BUNSHORRK UPDATE ERR RC=" MCP-RC
                       " PTID=" BSR-PTID
           END-IF
           .
       900-RRK-UPDATE-EXT.
           EXIT.
      *
      *****************************************************************
      *    明細一覧・請求書行出力処理
      *****************************************************************
       900-IKENLST-WRITE-SEC       SECTION.
      *
           MOVE    WRK-LINE            TO  IKENLST-REC
           WRITE   IKENLST-REC
           .
       900-IKENLST-WRITE-EXT.
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
