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
       PROGRAM-ID.             ORCBATONYU.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 受付・会計
      *  コンポーネント名  : 障害時紙伝票の後入力一括登録
      *                      （停電・サーバ障害の期間に紙伝票で
      *                        運用した受付・入金を、復旧後に元の
      *                        受付日時・診療日・入金日のまま登録
      *                        する。日計表・収納が実際の日付で
      *                        集計されるよう、受付は元の受付日で
      *                        作成し、入金は元の入金日で収納へ
      *                        反映する。収納が未作成（診療行為が
      *                        未入力）の行は一覧へ出力し、診療行為
      *                        入力後の再実行で反映する）
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
      *    入力：紙伝票（ＣＳＶ）
           SELECT  IN-FILE         ASSIGN  ASS-IN
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  STS-IN.
      *
      *    出力：結果一覧
           SELECT  LST-FILE        ASSIGN  ASS-LST
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  STS-LST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  IN-FILE.
       01  IN-REC                  PIC X(400).
      *
       FD  LST-FILE.
       01  LST-REC                 PIC X(400).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    ファイル指定領域
       01  ASS-AREA.
           03  ASS-IN                  PIC X(256).
           03  ASS-LST                 PIC X(256).
      *
       01  STS-AREA.
           03  STS-IN                  PIC X(02).
           03  STS-LST                 PIC X(02).
      *
      *    フラグ領域
       01  FLG-AREA.
           03  FLG-END                 PIC 9(01).
           03  FLG-EOF                 PIC 9(01).
           03  FLG-PTNUM               PIC 9(01).
           03  FLG-UKE                 PIC 9(01).
           03  FLG-SYUNOU              PIC 9(01).
           03  FLG-FETCH               PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                  PIC 9(06).
           03  CNT-UKE                 PIC 9(06).
           03  CNT-NYK                 PIC 9(06).
           03  CNT-MISYU               PIC 9(06).
           03  CNT-ERR                 PIC 9(06).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                     PIC 9(03).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
               05  WRK-PARA-JOBID      PIC 9(07).
               05  WRK-PARA-SHELLID    PIC X(08).
               05  WRK-PARA-HOSPNUM    PIC 9(02).
      *        障害期間（開始日・復旧日）
               05  WRK-PARA-STYMD      PIC X(08).
               05  WRK-PARA-EDYMD      PIC X(08).
      *        入力オペレータ
               05  WRK-PARA-OPID       PIC X(16).
      *
      *    紙伝票（ＣＳＶ１行）
           03  WRK-CSV.
               05  WRK-CSV-PTNUM       PIC X(20).
               05  WRK-CSV-UKEYMD      PIC X(08).
               05  WRK-CSV-UKETIME     PIC X(06).
               05  WRK-CSV-SRYKA       PIC X(02).
               05  WRK-CSV-DRCD        PIC X(05).
               05  WRK-CSV-SRYYMD      PIC X(08).
               05  WRK-CSV-NYKMONEY    PIC 9(09).
      *        入金方法（空白・０：現金　１：クレジット　２：ＱＲ
      *                  ３：電子マネー）
               05  WRK-CSV-NYKHOHO     PIC X(01).
               05  WRK-CSV-NYKYMD      PIC X(08).
      *
           03  WRK-PTID                PIC 9(10).
           03  WRK-UKENUM              PIC 9(05).
           03  WRK-RIYU                PIC X(60).
           03  WRK-YMD                 PIC X(08).
           03  WRK-ED-KENSU            PIC ZZZ,ZZ9.
           03  WRK-ED-MONEY            PIC ZZZ,ZZZ,ZZ9.
      *
      *    日計表再発行対象日
           03  WRK-HAKKO-MAX           PIC 9(03).
           03  WRK-HAKKO-TBL.
               05  WRK-HAKKO-YMD       PIC X(08)
                                       OCCURS  100.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    患者番号変換
       01  PTNUM-REC.
           COPY    "CPPTNUM.INC".
      *
      *    受付
       01  UKETUKE-REC.
           COPY    "CPUKETUKE.INC".
      *
      *    収納
       01  SYUNOU-REC.
           COPY    "CPSYUNOU.INC".
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
      ****************************************************************
       LINKAGE                 SECTION.
       01  COMMAND-PARAM.
           02  FILLER      PIC X(1000).
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
               PERFORM 200-ATONYU-SEC
               PERFORM 500-HAKKO-LIST-SEC
           END-IF
      *
           PERFORM 600-TERM-SEC
      *
           STOP    RUN
           .
      *****************************************************************
      *    初期　処理
      *****************************************************************
       100-INIT-SEC                SECTION.
      *
           DISPLAY "*** ORCBATONYU START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               WRK-PARA-STYMD
                                               WRK-PARA-EDYMD
                                               WRK-PARA-OPID
                                               ASS-IN
                                               ASS-LST
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "後入力一括登録"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBATONYU"    TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
           MOVE    SMCNDATE-YMD        TO  SPA-SYSYMD
      *
      *    障害期間の確認
           IF      WRK-PARA-EDYMD      =   SPACE
               MOVE    SMCNDATE-YMD        TO  WRK-PARA-EDYMD
           END-IF
           IF      WRK-PARA-STYMD      =   SPACE
           OR      WRK-PARA-STYMD      >   WRK-PARA-EDYMD
           OR      WRK-PARA-EDYMD      >   SMCNDATE-YMD
               DISPLAY "ORCBATONYU PARA ERR STYMD=" WRK-PARA-STYMD
                       " EDYMD=" WRK-PARA-EDYMD
               MOVE    1                   TO  FLG-END
               GO  TO  100-INIT-EXT
           END-IF
      *
           OPEN    INPUT               IN-FILE
           IF      STS-IN          NOT =   "00"
               DISPLAY "ORCBATONYU IN-FILE OPEN ERR STS=" STS-IN
               MOVE    1                   TO  FLG-END
               GO  TO  100-INIT-EXT
           END-IF
           OPEN    OUTPUT              LST-FILE
      *
           STRING  "＊＊＊　後入力一括登録結果"
                                       DELIMITED   BY  SIZE
                   "（障害期間："     DELIMITED   BY  SIZE
                   WRK-PARA-STYMD      DELIMITED   BY  SIZE
                   "〜"               DELIMITED   BY  SIZE
                   WRK-PARA-EDYMD      DELIMITED   BY  SIZE
                   "）"               DELIMITED   BY  SIZE
                                       INTO    LST-REC
           END-STRING
           PERFORM 900-LST-WRITE-SEC
           STRING  "患者番号,受付日,受付時刻,"
                                       DELIMITED   BY  SIZE
                   "診療日,入金日,入金額,結果"
                                       DELIMITED   BY  SIZE
                                       INTO    LST-REC
           END-STRING
           PERFORM 900-LST-WRITE-SEC
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    後入力処理
      *****************************************************************
       200-ATONYU-SEC              SECTION.
      *
           MOVE    ZERO                TO  FLG-EOF
           PERFORM UNTIL   FLG-EOF     =   1
               READ    IN-FILE
                   AT  END
                       MOVE    1               TO  FLG-EOF
                   NOT AT  END
                       ADD     1               TO  CNT-IN
                       PERFORM 2001-ATONYU-LINE-SEC
               END-READ
           END-PERFORM
           CLOSE   IN-FILE
           .
       200-ATONYU-EXT.
           EXIT.
      *
      *****************************************************************
      *    後入力処理（１行分）
      *****************************************************************
       2001-ATONYU-LINE-SEC        SECTION.
      *
           INITIALIZE                  WRK-CSV
           UNSTRING    IN-REC          DELIMITED  BY  ","
                                       INTO    WRK-CSV-PTNUM
                                               WRK-CSV-UKEYMD
                                               WRK-CSV-UKETIME
                                               WRK-CSV-SRYKA
                                               WRK-CSV-DRCD
                                               WRK-CSV-SRYYMD
                                               WRK-CSV-NYKMONEY
                                               WRK-CSV-NYKHOHO
                                               WRK-CSV-NYKYMD
           END-UNSTRING
      *    見出し行は読み飛ばす
           IF      WRK-CSV-UKEYMD  NOT NUMERIC
               GO  TO  2001-ATONYU-LINE-EXT
           END-IF
           IF      WRK-CSV-SRYYMD      =   SPACE
               MOVE    WRK-CSV-UKEYMD      TO  WRK-CSV-SRYYMD
           END-IF
           IF      WRK-CSV-NYKYMD      =   SPACE
               MOVE    WRK-CSV-SRYYMD      TO  WRK-CSV-NYKYMD
           END-IF
           IF      WRK-CSV-NYKHOHO     =   SPACE
               MOVE    "0"                 TO  WRK-CSV-NYKHOHO
           END-IF
      *
           MOVE    SPACE               TO  WRK-RIYU
           PERFORM 2002-CHECK-SEC
           IF      WRK-RIYU        NOT =   SPACE
               ADD     1                   TO  CNT-ERR
               PERFORM 2009-KEKKA-SEC
               GO  TO  2001-ATONYU-LINE-EXT
           END-IF
      *
      *    診療日の外来収納
           PERFORM 850-SYUNOU-GET-SEC
      *
      *    受付（元の受付日時で作成、登録済みなら伝票番号のみ連結）
           PERFORM 2003-UKETUKE-SEC
           IF      WRK-RIYU        NOT =   SPACE
               ADD     1                   TO  CNT-ERR
               PERFORM 2009-KEKKA-SEC
               GO  TO  2001-ATONYU-LINE-EXT
           END-IF
      *
      *    入金（元の入金日で収納へ反映）
           IF      FLG-SYUNOU          =   ZERO
               PERFORM 2004-NYUKIN-SEC
           ELSE
               ADD     1                   TO  CNT-MISYU
               STRING  "収納なし"          DELIMITED   BY  SIZE
                       "（診療行為入力後に再実行）"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-RIYU
               END-STRING
           END-IF
           IF      WRK-RIYU            =   SPACE
               MOVE    "登録"              TO  WRK-RIYU
           END-IF
           PERFORM 2009-KEKKA-SEC
      *
      *    日計表再発行対象日
           MOVE    WRK-CSV-SRYYMD      TO  WRK-YMD
           PERFORM 880-HAKKO-ADD-SEC
           IF      FLG-SYUNOU          =   ZERO
               MOVE    WRK-CSV-NYKYMD      TO  WRK-YMD
               PERFORM 880-HAKKO-ADD-SEC
           END-IF
           .
       2001-ATONYU-LINE-EXT.
           EXIT.
      *
      *****************************************************************
      *    入力内容チェック処理
      *****************************************************************
       2002-CHECK-SEC              SECTION.
      *
           MOVE    WRK-CSV-PTNUM       TO  PTNUM-PTNUM
           PERFORM 810-PTNUM-KEY2-SEC
           IF      FLG-PTNUM       NOT =   ZERO
               MOVE    "患者番号が登録されていない"
                                       TO  WRK-RIYU
               GO  TO  2002-CHECK-EXT
           END-IF
           MOVE    PTNUM-PTID          TO  WRK-PTID
      *
      *    受付日・診療日は障害期間内であること
           IF      WRK-CSV-UKEYMD      <   WRK-PARA-STYMD
           OR      WRK-CSV-UKEYMD      >   WRK-PARA-EDYMD
               MOVE    "受付日が障害期間外"
                                       TO  WRK-RIYU
               GO  TO  2002-CHECK-EXT
           END-IF
           IF      WRK-CSV-SRYYMD      <   WRK-PARA-STYMD
           OR      WRK-CSV-SRYYMD      >   WRK-PARA-EDYMD
               MOVE    "診療日が障害期間外"
                                       TO  WRK-RIYU
               GO  TO  2002-CHECK-EXT
           END-IF
      *    入金日は診療日から処理日まで
           IF      WRK-CSV-NYKYMD      <   WRK-CSV-SRYYMD
           OR      WRK-CSV-NYKYMD      >   SMCNDATE-YMD
               MOVE    "入金日の誤り"      TO  WRK-RIYU
               GO  TO  2002-CHECK-EXT
           END-IF
           IF      WRK-CSV-UKETIME NOT NUMERIC
               MOVE    "受付時刻の誤り"    TO  WRK-RIYU
               GO  TO  2002-CHECK-EXT
           END-IF
           IF      WRK-CSV-NYKHOHO     <   "0"
           OR      WRK-CSV-NYKHOHO     >   "3"
               MOVE    "入金方法の誤り"    TO  WRK-RIYU
           END-IF
           .
       2002-CHECK-EXT.
           EXIT.
      *
      *****************************************************************
      *    受付登録処理
      *    （同一患者・受付日の受付があれば伝票番号の連結のみ行う）
      *****************************************************************
       2003-UKETUKE-SEC            SECTION.
      *
           PERFORM 840-UKETUKE-GET-SEC
           IF      FLG-UKE             =   ZERO
               IF      FLG-SYUNOU          =   ZERO
               AND     UKE-DENPNUM     NOT =   SYU-DENPNUM
                   MOVE    SYU-DENPNUM         TO  UKE-DENPNUM
                   MOVE    SMCNDATE-YMD        TO  UKE-UPYMD
                   MOVE    SMCNDATE-HMS        TO  UKE-UPHMS
                   MOVE    UKETUKE-REC         TO  MCPDATA-REC
                   MOVE    "tbl_uketuke"       TO  MCP-TABLE
                   MOVE    "key"               TO  MCP-PATHNAME
                   MOVE    "DBUPDATE"          TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC          NOT =   ZERO
                       MOVE    "受付更新エラー"    TO  WRK-RIYU
                   END-IF
               END-IF
               GO  TO  2003-UKETUKE-EXT
           END-IF
      *
      *    元の受付日の受付番号採番（受付日の最大＋１）
           PERFORM 845-UKENUM-SAIBAN-SEC
      *
           INITIALIZE                  UKETUKE-REC
           MOVE    SPA-HOSPNUM         TO  UKE-HOSPNUM
           MOVE    WRK-PTID            TO  UKE-PTID
           MOVE    WRK-CSV-UKEYMD      TO  UKE-UKEYMD
           MOVE    WRK-CSV-UKETIME     TO  UKE-UKETIME
           MOVE    WRK-CSV-SRYKA       TO  UKE-SRYKA
           MOVE    WRK-CSV-DRCD        TO  UKE-DRCD
           MOVE    WRK-UKENUM          TO  UKE-UKENUM
           MOVE    "0"                 TO  UKE-JOTAI
           IF      FLG-SYUNOU          =   ZERO
               MOVE    SYU-DENPNUM         TO  UKE-DENPNUM
           END-IF
           MOVE    WRK-PARA-OPID       TO  UKE-OPID
           MOVE    SMCNDATE-YMD        TO  UKE-UPYMD
           MOVE    SMCNDATE-HMS        TO  UKE-UPHMS
           MOVE    UKETUKE-REC         TO  MCPDATA-REC
           MOVE    "tbl_uketuke"       TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    "受付登録エラー"    TO  WRK-RIYU
           ELSE
               ADD     1                   TO  CNT-UKE
           END-IF
           .
       2003-UKETUKE-EXT.
           EXIT.
      *
      *****************************************************************
      *    入金反映処理（元の入金日・入金方法で収納を更新）
      *****************************************************************
       2004-NYUKIN-SEC             SECTION.
      *
           IF      WRK-CSV-NYKMONEY    >   ZERO
               MOVE    WRK-CSV-NYKMONEY    TO  SYU-NYKMONEY
           END-IF
           MOVE    WRK-CSV-NYKYMD      TO  SYU-NYKYMD
           MOVE    WRK-CSV-NYKHOHO     TO  SYU-NYKHOHO
           MOVE    SYUNOU-REC          TO  MCPDATA-REC
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    "収納更新エラー"    TO  WRK-RIYU
               ADD     1                   TO  CNT-ERR
           ELSE
               ADD     1                   TO  CNT-NYK
           END-IF
           .
       2004-NYUKIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    結果一覧出力処理（１行分）
      *****************************************************************
       2009-KEKKA-SEC              SECTION.
      *
           MOVE    WRK-CSV-NYKMONEY    TO  WRK-ED-MONEY
           STRING  WRK-CSV-PTNUM       DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-CSV-UKEYMD      DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-CSV-UKETIME     DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-CSV-SRYYMD      DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-CSV-NYKYMD      DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-MONEY        DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-RIYU            DELIMITED   BY  "  "
                                       INTO    LST-REC
           END-STRING
           PERFORM 900-LST-WRITE-SEC
           .
       2009-KEKKA-EXT.
           EXIT.
      *
      *****************************************************************
      *    日計表再発行対象日の出力処理
      *    （障害期間の日付は日計表（訂正）で再発行する）
      *****************************************************************
       500-HAKKO-LIST-SEC          SECTION.
      *
           PERFORM 900-LST-WRITE-SEC
           MOVE    "＊＊＊　日計表再発行対象日"
                                       TO  LST-REC
           PERFORM 900-LST-WRITE-SEC
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   WRK-HAKKO-MAX
               MOVE    WRK-HAKKO-YMD (IDX) TO  LST-REC
               PERFORM 900-LST-WRITE-SEC
           END-PERFORM
      *
           MOVE    CNT-IN              TO  WRK-ED-KENSU
           STRING  "入力件数　　："     DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                                       INTO    LST-REC
           END-STRING
           PERFORM 900-LST-WRITE-SEC
           MOVE    CNT-UKE             TO  WRK-ED-KENSU
           STRING  "受付登録件数："     DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                                       INTO    LST-REC
           END-STRING
           PERFORM 900-LST-WRITE-SEC
           MOVE    CNT-NYK             TO  WRK-ED-KENSU
           STRING  "入金反映件数："     DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                                       INTO    LST-REC
           END-STRING
           PERFORM 900-LST-WRITE-SEC
           MOVE    CNT-MISYU           TO  WRK-ED-KENSU
           STRING  "収納なし件数："     DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                                       INTO    LST-REC
           END-STRING
           PERFORM 900-LST-WRITE-SEC
           MOVE    CNT-ERR             TO  WRK-ED-KENSU
           STRING  "エラー件数　："     DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                                       INTO    LST-REC
           END-STRING
           PERFORM 900-LST-WRITE-SEC
      *
           CLOSE   LST-FILE
           .
       500-HAKKO-LIST-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了　処理
      *****************************************************************
       600-TERM-SEC                SECTION.
      *
           DISPLAY "ORCBATONYU IN=" CNT-IN " UKE=" CNT-UKE
                   " NYK=" CNT-NYK " MISYU=" CNT-MISYU
                   " ERR=" CNT-ERR
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           IF      FLG-END         NOT =   ZERO
               MOVE    "後入力一括登録エラー"
                                   TO  JOB-SHELLMSG
           ELSE
               MOVE    "後入力一括登録"
                                   TO  JOB-SHELLMSG
           END-IF
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "*** ORCBATONYU END ***"
           .
       600-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者番号から患者ＩＤ取得処理
      *****************************************************************
       810-PTNUM-KEY2-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-PTNUM
           INITIALIZE                  PTNUM-REC
           MOVE    SPA-HOSPNUM         TO  PTNUM-HOSPNUM
           MOVE    WRK-CSV-PTNUM       TO  PTNUM-PTNUM
           MOVE    PTNUM-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTNUM-REC
                   MOVE    ZERO                TO  FLG-PTNUM
               END-IF
           END-IF
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       810-PTNUM-KEY2-EXT.
           EXIT.
      *
      *****************************************************************
      *    受付取得処理（患者・受付日）
      *    （ＦＬＧ−ＵＫＥ　１：受付なし）
      *****************************************************************
       840-UKETUKE-GET-SEC         SECTION.
      *
           MOVE    1                   TO  FLG-UKE
           INITIALIZE                  UKETUKE-REC
           MOVE    SPA-HOSPNUM         TO  UKE-HOSPNUM
           MOVE    WRK-PTID            TO  UKE-PTID
           MOVE    WRK-CSV-UKEYMD      TO  UKE-UKEYMD
           MOVE    UKETUKE-REC         TO  MCPDATA-REC
           MOVE    "tbl_uketuke"       TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  UKETUKE-REC
                   MOVE    ZERO                TO  FLG-UKE
               END-IF
           END-IF
           MOVE    "tbl_uketuke"       TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       840-UKETUKE-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    受付番号採番処理（元の受付日の最大＋１）
      *****************************************************************
       845-UKENUM-SAIBAN-SEC       SECTION.
      *
           MOVE    ZERO                TO  WRK-UKENUM
           INITIALIZE                  UKETUKE-REC
           MOVE    SPA-HOSPNUM         TO  UKE-HOSPNUM
           MOVE    WRK-CSV-UKEYMD      TO  UKE-UKEYMD
           MOVE    UKETUKE-REC         TO  MCPDATA-REC
           MOVE    "tbl_uketuke"       TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-UKE
               PERFORM UNTIL   FLG-UKE     =   1
                   MOVE    "tbl_uketuke"       TO  MCP-TABLE
                   MOVE    "ymd"               TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  UKETUKE-REC
                       IF      UKE-UKENUM          >   WRK-UKENUM
                           MOVE    UKE-UKENUM          TO  WRK-UKENUM
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-UKE
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_uketuke"       TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           ADD     1                   TO  WRK-UKENUM
           .
       845-UKENUM-SAIBAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    外来収納取得処理（患者・診療日）
      *    （ＦＬＧ−ＳＹＵＮＯＵ　１：収納なし）
      *****************************************************************
       850-SYUNOU-GET-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-SYUNOU
           INITIALIZE                  SYUNOU-REC
           MOVE    SPA-HOSPNUM         TO  SYU-HOSPNUM
           MOVE    WRK-PTID            TO  SYU-PTID
           MOVE    SYUNOU-REC          TO  MCPDATA-REC
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH   =   1
                   MOVE    "tbl_syunou"        TO  MCP-TABLE
                   MOVE    "pt"                TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  SYUNOU-REC
                       IF      SYU-NYUGAIKBN       =   "2"
                       AND     SYU-SRYYMD          =   WRK-CSV-SRYYMD
                           MOVE    ZERO                TO  FLG-SYUNOU
                           MOVE    1                   TO  FLG-FETCH
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       850-SYUNOU-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    日計表再発行対象日の追加処理（重複は除く）
      *****************************************************************
       880-HAKKO-ADD-SEC           SECTION.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   WRK-HAKKO-MAX
               IF      WRK-HAKKO-YMD (IDX) =   WRK-YMD
                   GO  TO  880-HAKKO-ADD-EXT
               END-IF
           END-PERFORM
           IF      WRK-HAKKO-MAX       <   100
               ADD     1                   TO  WRK-HAKKO-MAX
               MOVE    WRK-YMD             TO
                                       WRK-HAKKO-YMD (WRK-HAKKO-MAX)
           END-IF
           .
       880-HAKKO-ADD-EXT.
           EXIT.
      *
      *****************************************************************
      *    結果一覧書込処理
      *****************************************************************
       900-LST-WRITE-SEC           SECTION.
      *
           WRITE   LST-REC
           MOVE    SPACE               TO  LST-REC
           .
       900-LST-WRITE-EXT.
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
