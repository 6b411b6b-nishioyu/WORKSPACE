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
       PROGRAM-ID.             ORCBWEBMON.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 受付
      *  コンポーネント名  : Ｗｅｂ問診結果取込
      *                      （外部Ｗｅｂ問診システムで来院前に入力
      *                        された問診結果（主訴・既往歴・服薬中
      *                        の薬・アレルギー）のファイル（ＣＳＶ）
      *                        を、患者番号または仮患者キーでＷｅｂ
      *                        問診結果テーブルへ取り込む。
      *                        取込時点で既に受付済みの患者は、Ｗｅｂ
      *                        問診受付連動サブ（ＯＲＣＳＷＥＢＭＯＮ）
      *                        で当日の問診ありとする。
      *                        患者番号のない問診（新患）は取込結果
      *                        リストに出力し、受付時に確認画面
      *                        （ＭＷＥＢＭＯＮ）から紐づける）
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
      *    Ｗｅｂ問診結果ファイル（ＣＳＶ）
           SELECT  MONSHIN-FILE    ASSIGN  MONSHINPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-MONSHIN.
      *
      *    取込結果リスト
           SELECT  WEBLST-FILE     ASSIGN  WEBLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-WEBLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
      *    Ｗｅｂ問診結果ファイル
       FD  MONSHIN-FILE.
       01  MONSHIN-FREC            PIC X(1200).
      *
      *    取込結果リスト
       FD  WEBLST-FILE.
       01  WEBLST-REC              PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-MONSHIN                     PIC X(02).
           03  STS-WEBLST                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-MONSHIN                     PIC 9(01).
           03  FLG-UKE                         PIC 9(01).
           03  FLG-UPD                         PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(06).
           03  CNT-TORIKOMI                    PIC 9(06).
           03  CNT-ERR                         PIC 9(06).
           03  CNT-MIHIMO                      PIC 9(06).
           03  CNT-UKE                         PIC 9(06).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
               05  WRK-PARA-INFILE             PIC X(128).
      *
      *    問診結果ＣＳＶ分解領域
           03  WRK-CSV.
               05  WRK-CSV-MONNUM              PIC X(20).
               05  WRK-CSV-PTNUM               PIC X(20).
               05  WRK-CSV-KARIKEY             PIC X(20).
               05  WRK-CSV-KANANAME            PIC X(50).
               05  WRK-CSV-NAME                PIC X(50).
               05  WRK-CSV-BIRTHDAY            PIC X(08).
               05  WRK-CSV-SEX                 PIC X(01).
               05  WRK-CSV-RAIINYMD            PIC X(08).
               05  WRK-CSV-KAITOYMD            PIC X(08).
               05  WRK-CSV-KAITOHMS            PIC X(06).
               05  WRK-CSV-SHUSO               PIC X(200).
               05  WRK-CSV-KIOUREKI            PIC X(200).
               05  WRK-CSV-FUKUYAKU            PIC X(200).
               05  WRK-CSV-ALLERGY             PIC X(200).
      *
           03  WRK-PTID                        PIC 9(10).
           03  WRK-LINE                        PIC X(200).
      *
           03  MONSHINPARA                     PIC X(256).
           03  WEBLSTPARA                      PIC X(256).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    Ｗｅｂ問診結果テーブル
      *    （ＯＲＣＳＷＥＢＭＯＮと同一レイアウト）
       01  WEBMONSHIN-REC.
           03  WMS-HOSPNUM         PIC 9(02).
           03  WMS-MONNUM          PIC X(20).
           03  WMS-PTID            PIC 9(10).
           03  WMS-KARIKEY         PIC X(20).
           03  WMS-KANANAME        PIC X(50).
           03  WMS-NAME            PIC X(50).
           03  WMS-BIRTHDAY        PIC X(08).
           03  WMS-SEX             PIC X(01).
           03  WMS-RAIINYMD        PIC X(08).
           03  WMS-KAITOYMD        PIC X(08).
           03  WMS-KAITOHMS        PIC X(06).
           03  WMS-SHUSO           PIC X(200).
           03  WMS-KIOUREKI        PIC X(200).
           03  WMS-FUKUYAKU        PIC X(200).
           03  WMS-ALLERGY         PIC X(200).
      *    受付連動（０：未受付　１：受付済み）
           03  WMS-UKEFLG          PIC X(01).
           03  WMS-UKEYMD          PIC X(08).
           03  WMS-UKEID           PIC 9(05).
      *    申告内容の確認（０：未確認　１：確認済み）
           03  WMS-KAKUNINFLG      PIC X(01).
           03  WMS-CREYMD          PIC X(08).
           03  WMS-UPYMD           PIC X(08).
           03  WMS-UPHMS           PIC X(06).
      *
      *    受付テーブル
       01  UKETUKE-REC.
           COPY    "CPUKETUKE.INC".
      *
      *    患者番号
       01  PTNUM-REC.
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
      *   ジョブ管理ＤＢ制御サブ
           COPY    "CPORCSJOBKANRI.INC".
      *
      *    Ｗｅｂ問診受付連動サブ
           COPY    "CPORCSWEBMON.INC".
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
           PERFORM 200-TORIKOMI-SEC
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
           DISPLAY "*** ORCBWEBMON START ***"
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
                                               WRK-PARA-INFILE
                                               WEBLSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "Ｗｅｂ問診結果取込"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBWEBMON"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           OPEN    OUTPUT              WEBLST-FILE
      *
           STRING  "＊＊＊　Ｗｅｂ問診結果取込"
                                       DELIMITED   BY  SIZE
                   "　＊＊＊　処理日："
                                       DELIMITED   BY  SIZE
                   SMCNDATE-YMD        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-WEBLST-WRITE-SEC
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    問診結果取込処理
      *****************************************************************
       200-TORIKOMI-SEC            SECTION.
      *
           MOVE    WRK-PARA-INFILE     TO  MONSHINPARA
           OPEN    INPUT               MONSHIN-FILE
           IF      STS-MONSHIN     NOT =   "00"
               DISPLAY "ORCBWEBMON MONSHIN OPEN ERR " STS-MONSHIN
               MOVE    "問診結果ファイルがありません"
                                       TO  WRK-LINE
               PERFORM 900-WEBLST-WRITE-SEC
               GO  TO  200-TORIKOMI-EXT
           END-IF
      *
           PERFORM 900-MONSHIN-READ-SEC
           PERFORM 210-TORIKOMI-1KEN-SEC
                   UNTIL   FLG-MONSHIN     =   1
      *
           CLOSE   MONSHIN-FILE
           .
       200-TORIKOMI-EXT.
           EXIT.
      *
      *****************************************************************
      *    問診結果取込処理（１件）
      *****************************************************************
       210-TORIKOMI-1KEN-SEC       SECTION.
      *
           INITIALIZE                  WRK-CSV
           UNSTRING    MONSHIN-FREC    DELIMITED   BY  ","
                                       INTO    WRK-CSV-MONNUM
                                               WRK-CSV-PTNUM
                                               WRK-CSV-KARIKEY
                                               WRK-CSV-KANANAME
                                               WRK-CSV-NAME
                                               WRK-CSV-BIRTHDAY
                                               WRK-CSV-SEX
                                               WRK-CSV-RAIINYMD
                                               WRK-CSV-KAITOYMD
                                               WRK-CSV-KAITOHMS
                                               WRK-CSV-SHUSO
                                               WRK-CSV-KIOUREKI
                                               WRK-CSV-FUKUYAKU
                                               WRK-CSV-ALLERGY
           END-UNSTRING
      *
      *    見出し行等、回答日が日付でない行は読み飛ばす
           IF      WRK-CSV-KAITOYMD    IS  NOT NUMERIC
               GO  TO  210-TORIKOMI-NEXT
           END-IF
           IF      WRK-CSV-MONNUM      =   SPACE
           OR    ( WRK-CSV-PTNUM       =   SPACE
             AND   WRK-CSV-KARIKEY     =   SPACE )
               ADD     1                   TO  CNT-ERR
               STRING  "【取込エラー】問診番号："
                                           DELIMITED   BY  SIZE
                       WRK-CSV-MONNUM      DELIMITED   BY  SPACE
                       "　患者番号・仮患者キーなし"
                                           DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-WEBLST-WRITE-SEC
               GO  TO  210-TORIKOMI-NEXT
           END-IF
      *    来院予定日がなければ回答日とする
           IF      WRK-CSV-RAIINYMD    IS  NOT NUMERIC
               MOVE    WRK-CSV-KAITOYMD    TO  WRK-CSV-RAIINYMD
           END-IF
      *
      *    患者番号から患者ＩＤ（登録のない患者番号は新患扱い）
           MOVE    ZERO                TO  WRK-PTID
           IF      WRK-CSV-PTNUM   NOT =   SPACE
               PERFORM 810-PTNUM-SEC
               IF      WRK-PTID            =   ZERO
                   STRING  "【患者番号なし】問診番号："
                                           DELIMITED   BY  SIZE
                           WRK-CSV-MONNUM  DELIMITED   BY  SPACE
                           "　患者番号："  DELIMITED   BY  SIZE
                           WRK-CSV-PTNUM   DELIMITED   BY  SPACE
                                           INTO    WRK-LINE
                   END-STRING
                   PERFORM 900-WEBLST-WRITE-SEC
               END-IF
           END-IF
      *
      *    既存の問診（再送）は紐づけ・受付・確認状態を引き継ぐ
           PERFORM 820-WMS-GET-SEC
           IF      FLG-UPD             =   ZERO
               INITIALIZE                  WEBMONSHIN-REC
               MOVE    SPA-HOSPNUM         TO  WMS-HOSPNUM
               MOVE    WRK-CSV-MONNUM      TO  WMS-MONNUM
               MOVE    "0"                 TO  WMS-UKEFLG
                                               WMS-KAKUNINFLG
               MOVE    SMCNDATE-YMD        TO  WMS-CREYMD
           END-IF
           IF      WRK-PTID        NOT =   ZERO
               MOVE    WRK-PTID            TO  WMS-PTID
           END-IF
           MOVE    WRK-CSV-KARIKEY     TO  WMS-KARIKEY
           MOVE    WRK-CSV-KANANAME    TO  WMS-KANANAME
           MOVE    WRK-CSV-NAME        TO  WMS-NAME
           MOVE    WRK-CSV-BIRTHDAY    TO  WMS-BIRTHDAY
           MOVE    WRK-CSV-SEX         TO  WMS-SEX
           MOVE    WRK-CSV-RAIINYMD    TO  WMS-RAIINYMD
           MOVE    WRK-CSV-KAITOYMD    TO  WMS-KAITOYMD
           MOVE    WRK-CSV-KAITOHMS    TO  WMS-KAITOHMS
           MOVE    WRK-CSV-SHUSO       TO  WMS-SHUSO
           MOVE    WRK-CSV-KIOUREKI    TO  WMS-KIOUREKI
           MOVE    WRK-CSV-FUKUYAKU    TO  WMS-FUKUYAKU
           MOVE    WRK-CSV-ALLERGY     TO  WMS-ALLERGY
           MOVE    SMCNDATE-YMD        TO  WMS-UPYMD
           MOVE    SMCNDATE-HMS        TO  WMS-UPHMS
      *
           MOVE    WEBMONSHIN-REC      TO  MCPDATA-REC
           MOVE    "tbl_webmonshin"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           IF      FLG-UPD             =   1
               MOVE    "DBUPDATE"          TO  MCP-FUNC
           ELSE
               MOVE    "DBINSERT"          TO  MCP-FUNC
           END-IF
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               ADD     1                   TO  CNT-ERR
               STRING  "【更新エラー】問診番号："
                                           DELIMITED   BY  SIZE
                       WRK-CSV-MONNUM      DELIMITED   BY  SPACE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-WEBLST-WRITE-SEC
               GO  TO  210-TORIKOMI-NEXT
           END-IF
           ADD     1                   TO  CNT-TORIKOMI
      *
      *    患者ＩＤ未確定の問診は受付時の紐づけ待ちとして出力
           IF      WMS-PTID            =   ZERO
               ADD     1                   TO  CNT-MIHIMO
               STRING  "【紐づけ待ち】仮患者キー："
                                           DELIMITED   BY  SIZE
                       WMS-KARIKEY         DELIMITED   BY  SPACE
                       "　氏名："          DELIMITED   BY  SIZE
                       WMS-KANANAME        DELIMITED   BY  "  "
                       "　来院予定日："    DELIMITED   BY  SIZE
                       WMS-RAIINYMD        DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-WEBLST-WRITE-SEC
               GO  TO  210-TORIKOMI-NEXT
           END-IF
      *
      *    取込時点で受付済み（問診回答が受付後に届いた）なら
      *      受付と連動する
           IF      WMS-UKEFLG      NOT =   "1"
           AND     WMS-RAIINYMD        =   SMCNDATE-YMD
               PERFORM 830-UKETUKE-GET-SEC
               IF      FLG-UKE             =   ZERO
                   INITIALIZE                  ORCSWEBMONAREA
                   MOVE    WMS-PTID            TO  SWEBMON-PTID
                   MOVE    SMCNDATE-YMD        TO  SWEBMON-YMD
                   MOVE    UKE-UKEID           TO  SWEBMON-UKEID
                   CALL    "ORCSWEBMON"        USING
                                               MCPAREA
                                               SPA-AREA
                                               ORCSWEBMONAREA
                   IF      SWEBMON-RC          =   ZERO
                       ADD     1                   TO  CNT-UKE
                   END-IF
               END-IF
           END-IF
           .
       210-TORIKOMI-NEXT.
           PERFORM 900-MONSHIN-READ-SEC
           .
       210-TORIKOMI-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者番号から患者ＩＤを求める処理
      *****************************************************************
       810-PTNUM-SEC               SECTION.
      *
           MOVE    ZERO                TO  WRK-PTID
      *
           INITIALIZE                  PTNUM-REC
           MOVE    SPA-HOSPNUM         TO  PTNUM-HOSPNUM
           MOVE    WRK-CSV-PTNUM       TO  PTNUM-PTNUM
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
       810-PTNUM-EXT.
           EXIT.
      *
      *****************************************************************
      *    取込済み問診取得処理
      *    （ＦＬＧ−ＵＰＤ　１：取込済み（ＷＥＢＭＯＮＳＨＩＮ−ＲＥＣ
      *      に既存内容を返す））
      *****************************************************************
       820-WMS-GET-SEC             SECTION.
      *
           MOVE    ZERO                TO  FLG-UPD
      *
           INITIALIZE                  WEBMONSHIN-REC
           MOVE    SPA-HOSPNUM         TO  WMS-HOSPNUM
           MOVE    WRK-CSV-MONNUM      TO  WMS-MONNUM
           MOVE    WEBMONSHIN-REC      TO  MCPDATA-REC
           MOVE    "tbl_webmonshin"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_webmonshin"    TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  WEBMONSHIN-REC
                   MOVE    1                   TO  FLG-UPD
               END-IF
           END-IF
           MOVE    "tbl_webmonshin"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       820-WMS-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    当日受付取得処理
      *    （ＦＬＧ−ＵＫＥ　０：当日の受付あり）
      *****************************************************************
       830-UKETUKE-GET-SEC         SECTION.
      *
           MOVE    1                   TO  FLG-UKE
      *
           INITIALIZE                  UKETUKE-REC
           MOVE    SPA-HOSPNUM         TO  UKE-HOSPNUM
           MOVE    WMS-PTID            TO  UKE-PTID
           MOVE    SMCNDATE-YMD        TO  UKE-UKEYMD
           MOVE    UKETUKE-REC         TO  MCPDATA-REC
           MOVE    "tbl_uketuke"       TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_uketuke"       TO  MCP-TABLE
               MOVE    "ptymd"             TO  MCP-PATHNAME
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
       830-UKETUKE-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    問診結果読込処理
      *****************************************************************
       900-MONSHIN-READ-SEC        SECTION.
      *
           MOVE    ZERO                TO  FLG-MONSHIN
           READ    MONSHIN-FILE
               AT  END
                   MOVE    1               TO  FLG-MONSHIN
               NOT AT  END
                   ADD     1               TO  CNT-IN
           END-READ
           .
       900-MONSHIN-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    リスト行出力処理
      *****************************************************************
       900-WEBLST-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  WEBLST-REC
           WRITE   WEBLST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-WEBLST-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           STRING  "取込件数："        DELIMITED   BY  SIZE
                   CNT-TORIKOMI        DELIMITED   BY  SIZE
                   "　紐づけ待ち："    DELIMITED   BY  SIZE
                   CNT-MIHIMO          DELIMITED   BY  SIZE
                   "　エラー："        DELIMITED   BY  SIZE
                   CNT-ERR             DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-WEBLST-WRITE-SEC
           CLOSE   WEBLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    CNT-TORIKOMI        TO  JOB-UPDCNT
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "MONSHIN  CNT-IN  :" CNT-IN
           DISPLAY "TORIKOMI CNT     :" CNT-TORIKOMI
           DISPLAY "MIHIMO   CNT     :" CNT-MIHIMO
           DISPLAY "UKETUKE  CNT     :" CNT-UKE
           DISPLAY "ERR      CNT     :" CNT-ERR
           DISPLAY "*** ORCBWEBMON END ***"
           .
       500-TERM-EXT.
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
