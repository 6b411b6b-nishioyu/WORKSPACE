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
       PROGRAM-ID.             ORCBGAIHAKU.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 入院
      *  コンポーネント名  : 外泊日入院会計反映・外泊日数一覧
      *                      （外泊・外出登録（ＯＲＣＧＧＡＩＨＡＫＵ）の
      *                        外泊から対象月の外泊日（出発日の翌日から
      *                        帰院日の前日まで）を求め、入院会計の
      *                        入院基本料と入院料加算の算定を停止し、
      *                        外泊時の入院料（通常・精神科治療目的）
      *                        の行に算定日を振り替える。停止前の値は
      *                        外泊反映履歴に残し、再処理時は復元して
      *                        から反映し直す。外泊時の入院料の行が
      *                        ない日は一覧に出力する。
      *                        処理区分２は外泊日数一覧の出力のみ）
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
      *    外泊日数一覧
           SELECT  GHKLST-FILE     ASSIGN  GHKLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-GHKLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
      *    外泊日数一覧
       FD  GHKLST-FILE.
       01  GHKLST-REC              PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-GHKLST                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-FETCH2                      PIC 9(01).
           03  FLG-NACCT                       PIC 9(01).
           03  FLG-NSRY                        PIC 9(01).
           03  FLG-TENSU                       PIC 9(01).
           03  FLG-UPD                         PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX-DD                          PIC 9(02).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-PT                          PIC 9(06).
           03  CNT-GAIHAKU                     PIC 9(06).
           03  CNT-FUKKI                       PIC 9(06).
           03  CNT-KIHON                       PIC 9(06).
           03  CNT-KASAN                       PIC 9(06).
           03  CNT-FURIKAE                     PIC 9(06).
           03  CNT-MINYU                       PIC 9(06).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理区分（１：入院会計反映と一覧　２：一覧のみ）
               05  WRK-PARA-SYORIKBN           PIC X(01).
      *        対象年月（省略時は当月）
               05  WRK-PARA-SRYYM              PIC X(06).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *        外泊時の入院料の診療行為コード
               05  WRK-PARA-GAIHAKUCD          PIC X(09).
      *        精神科治療目的外泊時の入院料の診療行為コード
               05  WRK-PARA-SEISINCD           PIC X(09).
      *
           03  WRK-SRYYM                       PIC X(06).
           03  WRK-YMD                         PIC X(08).
           03  WRK-ENDYMD                      PIC X(08).
           03  WRK-SRYCD                       PIC X(09).
      *
      *    患者ごとの外泊状況
           03  WRK-PT-AREA.
               05  WRK-PTID                    PIC 9(10).
      *        外泊日（１：外泊　２：精神科治療目的外泊）
               05  WRK-GAI-DAY                 PIC X(01)   OCCURS  31.
      *        外泊日の入院基本料の算定内容（外泊時の入院料へ振替）
               05  WRK-KIHON-DAY               PIC 9(04)   OCCURS  31.
               05  WRK-PT-NISSU                PIC 9(03).
               05  WRK-PT-SEISIN               PIC 9(03).
               05  WRK-PT-GAISYUTU             PIC 9(03).
               05  WRK-PT-GAICHU               PIC X(01).
               05  WRK-GAI-ZAINUM              PIC 9(08).
               05  WRK-SEI-ZAINUM              PIC 9(08).
      *
           03  WRK-ED-CNT1                     PIC ZZZZZ9.
           03  WRK-ED-CNT2                     PIC ZZZZZ9.
           03  WRK-ED-CNT3                     PIC ZZZZZ9.
           03  WRK-ED-NISSU                    PIC ZZ9.
           03  WRK-ED-SEISIN                   PIC ZZ9.
           03  WRK-ED-GAISYUTU                 PIC ZZ9.
           03  WRK-ED-DD                       PIC Z9.
           03  WRK-KBNMEI                      PIC X(20).
           03  WRK-LINE                        PIC X(200).
      *
           03  GHKLSTPARA                      PIC X(256).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    外泊履歴テーブル
      *    （ＯＲＣＧＧＡＩＨＡＫＵと同一レイアウト）
       01  GAIHAKU-REC.
           03  GHK-HOSPNUM         PIC 9(02).
           03  GHK-PTID            PIC 9(10).
           03  GHK-STYMD           PIC X(08).
           03  GHK-STHM            PIC X(04).
           03  GHK-KIKANYMD        PIC X(08).
           03  GHK-KIKANHM         PIC X(04).
      *    区分　１：外泊　２：外出
           03  GHK-GAIKBN          PIC X(01).
           03  GHK-RIYUKBN         PIC X(02).
      *    精神科治療目的外泊　１：治療目的
           03  GHK-SEISINFLG       PIC X(01).
           03  GHK-RENRAKU         PIC X(100).
           03  GHK-OPID            PIC X(16).
           03  GHK-UPYMD           PIC X(08).
           03  GHK-UPHMS           PIC X(06).
      *
      *    外泊反映履歴テーブル
      *    （入院会計の外泊日を変更する前の値。再処理時に復元する）
       01  GAIHAKUHANEI-REC.
           03  GHN-HOSPNUM         PIC 9(02).
           03  GHN-SRYYM           PIC X(06).
           03  GHN-PTID            PIC 9(10).
           03  GHN-NYUGAIKBN       PIC X(01).
           03  GHN-ZAINUM          PIC 9(08).
           03  GHN-DD              PIC 9(02).
           03  GHN-MOTODAY         PIC 9(04).
           03  GHN-UPYMD           PIC X(08).
           03  GHN-UPHMS           PIC X(06).
      *
      *    入院会計
       01  NYUINACCT-REC.
           COPY    "CPNYUINACCT.INC".
      *
      *    入院診療行為
       01  NYUINACT-REC.
           COPY    "CPNYUINACT.INC".
      *
      *    点数マスタ
       01  TNS-TENSU-REC.
           COPY    "CPTENSU.INC".
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
           IF      WRK-PARA-SYORIKBN   =   "1"
      *        前回反映分の復元
               PERFORM 200-FUKKI-SEC
           END-IF
      *
      *    外泊日の集計と入院会計反映
           PERFORM 300-GAIHAKU-SEC
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
           DISPLAY "*** ORCBGAIHAKU START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-PARA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SYORIKBN
                                               WRK-PARA-SRYYM
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               GHKLSTPARA
                                               WRK-PARA-GAIHAKUCD
                                               WRK-PARA-SEISINCD
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
           IF      WRK-PARA-SYORIKBN   NOT =   "2"
               MOVE    "1"                 TO  WRK-PARA-SYORIKBN
           END-IF
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "外泊日入院会計反映"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBGAIHAKU"   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    対象年月の省略時は当月
           IF      WRK-PARA-SRYYM      IS  NUMERIC
               MOVE    WRK-PARA-SRYYM      TO  WRK-SRYYM
           ELSE
               MOVE    SMCNDATE-YMD (1:6)  TO  WRK-SRYYM
           END-IF
      *
           OPEN    OUTPUT              GHKLST-FILE
      *
           STRING  "＊＊＊　外泊日数一覧　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　対象年月："      DELIMITED   BY  SIZE
                   WRK-SRYYM           DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-GHKLST-WRITE-SEC
           IF      WRK-PARA-SYORIKBN   =   "1"
           AND     WRK-PARA-GAIHAKUCD  =   SPACE
           AND     WRK-PARA-SEISINCD   =   SPACE
               MOVE    "外泊時の入院料コードの指定なし"
                                       TO  WRK-LINE
               PERFORM 900-GHKLST-WRITE-SEC
           END-IF
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    前回反映分の復元処理
      *    （対象月の外泊反映履歴から入院会計を変更前の値へ戻す）
      *****************************************************************
       200-FUKKI-SEC               SECTION.
      *
           INITIALIZE                  GAIHAKUHANEI-REC
           MOVE    SPA-HOSPNUM         TO  GHN-HOSPNUM
           MOVE    WRK-SRYYM           TO  GHN-SRYYM
           MOVE    GAIHAKUHANEI-REC    TO  MCPDATA-REC
           MOVE    "tbl_gaihakuhanei"  TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 210-FUKKI-1KEN-SEC
                       UNTIL   FLG-FETCH       =   1
           END-IF
           MOVE    "tbl_gaihakuhanei"  TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           INITIALIZE                  GAIHAKUHANEI-REC
           MOVE    SPA-HOSPNUM         TO  GHN-HOSPNUM
           MOVE    WRK-SRYYM           TO  GHN-SRYYM
           MOVE    GAIHAKUHANEI-REC    TO  MCPDATA-REC
           MOVE    "tbl_gaihakuhanei"  TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-FUKKI-EXT.
           EXIT.
      *
      *****************************************************************
      *    前回反映分の復元処理（１件）
      *****************************************************************
       210-FUKKI-1KEN-SEC          SECTION.
      *
           MOVE    "tbl_gaihakuhanei"  TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  210-FUKKI-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  GAIHAKUHANEI-REC
      *
           INITIALIZE                  NYUINACCT-REC
           MOVE    GHN-HOSPNUM         TO  NACCT-HOSPNUM
           MOVE    GHN-NYUGAIKBN       TO  NACCT-NYUGAIKBN
           MOVE    GHN-PTID            TO  NACCT-PTID
           MOVE    GHN-SRYYM           TO  NACCT-SRYYM
           MOVE    GHN-ZAINUM          TO  NACCT-ZAINUM
           PERFORM 810-NACCT-GET-SEC
           IF      FLG-NACCT       NOT =   ZERO
               GO  TO  210-FUKKI-1KEN-EXT
           END-IF
      *
           MOVE    GHN-MOTODAY         TO  NACCT-DAY (GHN-DD)
           PERFORM 820-NACCT-UPD-SEC
           ADD     1                   TO  CNT-FUKKI
           .
       210-FUKKI-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    外泊日集計処理（患者・開始日順）
      *****************************************************************
       300-GAIHAKU-SEC             SECTION.
      *
           INITIALIZE                  WRK-PT-AREA
      *
           INITIALIZE                  GAIHAKU-REC
           MOVE    SPA-HOSPNUM         TO  GHK-HOSPNUM
           MOVE    GAIHAKU-REC         TO  MCPDATA-REC
           MOVE    "tbl_gaihaku"       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 310-GAIHAKU-1KEN-SEC
                       UNTIL   FLG-FETCH       =   1
           END-IF
           MOVE    "tbl_gaihaku"       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      WRK-PTID            NOT =   ZERO
               PERFORM 350-PT-SEC
           END-IF
           .
       300-GAIHAKU-EXT.
           EXIT.
      *
      *****************************************************************
      *    外泊日集計処理（１件）
      *****************************************************************
       310-GAIHAKU-1KEN-SEC        SECTION.
      *
           MOVE    "tbl_gaihaku"       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  310-GAIHAKU-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  GAIHAKU-REC
      *
      *    患者が変われば前の患者を出力・反映する
           IF      GHK-PTID        NOT =   WRK-PTID
               IF      WRK-PTID        NOT =   ZERO
                   PERFORM 350-PT-SEC
               END-IF
               INITIALIZE                  WRK-PT-AREA
               MOVE    GHK-PTID            TO  WRK-PTID
           END-IF
      *
      *    対象月にかからないものは除く
      *    （帰院日が未登録の外泊は処理日の前日までを外泊日とする）
           IF      GHK-KIKANYMD        =   SPACE
               MOVE    SMCNDATE-YMD        TO  WRK-ENDYMD
           ELSE
               MOVE    GHK-KIKANYMD        TO  WRK-ENDYMD
           END-IF
           IF      GHK-STYMD (1:6)     >   WRK-SRYYM
           OR      WRK-ENDYMD (1:6)    <   WRK-SRYYM
               GO  TO  310-GAIHAKU-1KEN-EXT
           END-IF
      *
           IF      GHK-GAIKBN          =   "2"
               MOVE    "外出"              TO  WRK-KBNMEI
               IF      GHK-STYMD (1:6)     =   WRK-SRYYM
                   ADD     1                   TO  WRK-PT-GAISYUTU
               END-IF
           ELSE
               IF      GHK-SEISINFLG       =   "1"
                   MOVE    "外泊（精神科治療目的）"
                                       TO  WRK-KBNMEI
               ELSE
                   MOVE    "外泊"              TO  WRK-KBNMEI
               END-IF
           END-IF
           IF      GHK-KIKANYMD        =   SPACE
               MOVE    "1"                 TO  WRK-PT-GAICHU
           END-IF
      *
           STRING  "患者ID："          DELIMITED   BY  SIZE
                   WRK-PTID            DELIMITED   BY  SIZE
                   "　"                DELIMITED   BY  SIZE
                   WRK-KBNMEI          DELIMITED   BY  SPACE
                   "　開始："          DELIMITED   BY  SIZE
                   GHK-STYMD           DELIMITED   BY  SIZE
                   " "                 DELIMITED   BY  SIZE
                   GHK-STHM            DELIMITED   BY  SIZE
                   "　帰院："          DELIMITED   BY  SIZE
                   GHK-KIKANYMD        DELIMITED   BY  SIZE
                   " "                 DELIMITED   BY  SIZE
                   GHK-KIKANHM         DELIMITED   BY  SIZE
                   "　理由区分："      DELIMITED   BY  SIZE
                   GHK-RIYUKBN         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-GHKLST-WRITE-SEC
      *
           IF      GHK-GAIKBN          =   "2"
               GO  TO  310-GAIHAKU-1KEN-EXT
           END-IF
      *
      *    出発日の翌日から帰院日の前日までを外泊日とする
           MOVE    GHK-STYMD           TO  WRK-YMD
           PERFORM 830-YOKUJITU-SEC
           IF      WRK-YMD (1:6)       <   WRK-SRYYM
               MOVE    WRK-SRYYM           TO  WRK-YMD (1:6)
               MOVE    "01"                TO  WRK-YMD (7:2)
           END-IF
           PERFORM UNTIL   WRK-YMD         >=  WRK-ENDYMD
                   OR      WRK-YMD (1:6)   NOT =   WRK-SRYYM
               MOVE    WRK-YMD (7:2)       TO  IDX-DD
               IF      WRK-GAI-DAY (IDX-DD)    =   SPACE
                   IF      GHK-SEISINFLG       =   "1"
                       MOVE    "2"             TO  WRK-GAI-DAY (IDX-DD)
                       ADD     1               TO  WRK-PT-SEISIN
                   ELSE
                       MOVE    "1"             TO  WRK-GAI-DAY (IDX-DD)
                   END-IF
                   ADD     1                   TO  WRK-PT-NISSU
               END-IF
               PERFORM 830-YOKUJITU-SEC
           END-PERFORM
           .
       310-GAIHAKU-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者別出力・入院会計反映処理
      *****************************************************************
       350-PT-SEC                  SECTION.
      *
           IF      WRK-PT-NISSU        =   ZERO
           AND     WRK-PT-GAISYUTU     =   ZERO
           AND     WRK-PT-GAICHU       =   SPACE
               GO  TO  350-PT-EXT
           END-IF
           ADD     1                   TO  CNT-PT
           ADD     WRK-PT-NISSU        TO  CNT-GAIHAKU
      *
           MOVE    WRK-PT-NISSU        TO  WRK-ED-NISSU
           MOVE    WRK-PT-SEISIN       TO  WRK-ED-SEISIN
           MOVE    WRK-PT-GAISYUTU     TO  WRK-ED-GAISYUTU
           STRING  "　（計）外泊日数："
                                       DELIMITED   BY  SIZE
                   WRK-ED-NISSU        DELIMITED   BY  SIZE
                   "（うち精神科治療目的"
                                       DELIMITED   BY  SIZE
                   WRK-ED-SEISIN       DELIMITED   BY  SIZE
                   "）　外出回数："    DELIMITED   BY  SIZE
                   WRK-ED-GAISYUTU     DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           IF      WRK-PT-GAICHU       =   "1"
               STRING  WRK-LINE            DELIMITED   BY  "  "
                       "　【外泊・外出中】"
                                           DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
           END-IF
           PERFORM 900-GHKLST-WRITE-SEC
      *
           IF      WRK-PARA-SYORIKBN   =   "1"
           AND     WRK-PT-NISSU        >   ZERO
               PERFORM 360-HANEI-SEC
           END-IF
           .
       350-PT-EXT.
           EXIT.
      *
      *****************************************************************
      *    入院会計反映処理（患者１人）
      *****************************************************************
       360-HANEI-SEC               SECTION.
      *
           INITIALIZE                  NYUINACCT-REC
           MOVE    SPA-HOSPNUM         TO  NACCT-HOSPNUM
           MOVE    WRK-PTID            TO  NACCT-PTID
           MOVE    WRK-SRYYM           TO  NACCT-SRYYM
           MOVE    NYUINACCT-REC       TO  MCPDATA-REC
           MOVE    "tbl_nyuinacct"     TO  MCP-TABLE
           MOVE    "ptym"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH2
               PERFORM 370-NACCT-1KEN-SEC
                       UNTIL   FLG-FETCH2      =   1
           END-IF
           MOVE    "tbl_nyuinacct"     TO  MCP-TABLE
           MOVE    "ptym"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
      *    外泊時の入院料へ振り替える
           PERFORM VARYING IDX-DD FROM 1 BY 1
                   UNTIL   IDX-DD          >   31
               IF      WRK-GAI-DAY (IDX-DD)    NOT =   SPACE
               AND     WRK-KIHON-DAY (IDX-DD)  >   ZERO
                   PERFORM 380-FURIKAE-SEC
               END-IF
           END-PERFORM
           .
       360-HANEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    入院会計反映処理（入院会計１件）
      *    （入院料等の行のうち、入院基本料は算定内容を退避して停止し、
      *      入院料加算は停止する）
      *****************************************************************
       370-NACCT-1KEN-SEC          SECTION.
      *
           MOVE    "tbl_nyuinacct"     TO  MCP-TABLE
           MOVE    "ptym"              TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH2
               GO  TO  370-NACCT-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  NYUINACCT-REC
      *
           PERFORM 840-NSRY-GET-SEC
           IF      FLG-NSRY        NOT =   ZERO
               GO  TO  370-NACCT-1KEN-EXT
           END-IF
      *
      *    外泊時の入院料の行
           IF      WRK-SRYCD           =   WRK-PARA-GAIHAKUCD
           AND     WRK-SRYCD       NOT =   SPACE
               MOVE    NACCT-ZAINUM        TO  WRK-GAI-ZAINUM
               GO  TO  370-NACCT-1KEN-EXT
           END-IF
           IF      WRK-SRYCD           =   WRK-PARA-SEISINCD
           AND     WRK-SRYCD       NOT =   SPACE
               MOVE    NACCT-ZAINUM        TO  WRK-SEI-ZAINUM
               GO  TO  370-NACCT-1KEN-EXT
           END-IF
      *
      *    入院料等（点数マスタのコード区分Ａ）以外は対象外
           PERFORM 850-TENSU-GET-SEC
           IF      FLG-TENSU       NOT =   ZERO
           OR      TNS-CDKBN-KBN   NOT =   "A"
               GO  TO  370-NACCT-1KEN-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-UPD
           PERFORM VARYING IDX-DD FROM 1 BY 1
                   UNTIL   IDX-DD          >   31
               IF      WRK-GAI-DAY (IDX-DD)    NOT =   SPACE
               AND     NACCT-DAY (IDX-DD)      >   ZERO
                   MOVE    NACCT-DAY (IDX-DD)  TO  GHN-MOTODAY
                   PERFORM 860-HANEI-INS-SEC
                   IF      NACCT-ZAISKBKBN     =   "1"
                       IF      WRK-KIHON-DAY (IDX-DD)  =   ZERO
                           MOVE    NACCT-DAY (IDX-DD)
                                       TO  WRK-KIHON-DAY (IDX-DD)
                       END-IF
                       ADD     1                   TO  CNT-KIHON
                   ELSE
                       ADD     1                   TO  CNT-KASAN
                   END-IF
                   MOVE    ZERO                TO  NACCT-DAY (IDX-DD)
                   MOVE    1                   TO  FLG-UPD
               END-IF
           END-PERFORM
      *
           IF      FLG-UPD             =   1
               PERFORM 820-NACCT-UPD-SEC
           END-IF
           .
       370-NACCT-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    外泊時の入院料振替処理（１日）
      *****************************************************************
       380-FURIKAE-SEC             SECTION.
      *
           IF      WRK-GAI-DAY (IDX-DD)    =   "2"
               MOVE    WRK-SEI-ZAINUM      TO  NACCT-ZAINUM
               MOVE    "精神科治療目的外泊"
                                       TO  WRK-KBNMEI
           ELSE
               MOVE    WRK-GAI-ZAINUM      TO  NACCT-ZAINUM
               MOVE    "外泊"              TO  WRK-KBNMEI
           END-IF
      *
      *    外泊時の入院料の行がない日は入力を促す
           IF      NACCT-ZAINUM        =   ZERO
               ADD     1                   TO  CNT-MINYU
               MOVE    IDX-DD              TO  WRK-ED-DD
               STRING  "　　【外泊時入院料未入力】"
                                           DELIMITED   BY  SIZE
                       WRK-ED-DD           DELIMITED   BY  SIZE
                       "日　"              DELIMITED   BY  SIZE
                       WRK-KBNMEI          DELIMITED   BY  SPACE
                       "の入院料を入力してください"
                                           DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-GHKLST-WRITE-SEC
               GO  TO  380-FURIKAE-EXT
           END-IF
      *
           MOVE    SPA-HOSPNUM         TO  NACCT-HOSPNUM
           MOVE    WRK-PTID            TO  NACCT-PTID
           MOVE    WRK-SRYYM           TO  NACCT-SRYYM
           PERFORM 810-NACCT-GET-SEC
           IF      FLG-NACCT       NOT =   ZERO
           OR      NACCT-DAY (IDX-DD)  >   ZERO
               GO  TO  380-FURIKAE-EXT
           END-IF
      *
           MOVE    ZERO                TO  GHN-MOTODAY
           PERFORM 860-HANEI-INS-SEC
           MOVE    WRK-KIHON-DAY (IDX-DD)  TO  NACCT-DAY (IDX-DD)
           PERFORM 820-NACCT-UPD-SEC
           ADD     1                   TO  CNT-FURIKAE
           .
       380-FURIKAE-EXT.
           EXIT.
      *
      *****************************************************************
      *    入院会計取得処理（キー：ＮＡＣＣＴ−ＨＯＳＰＮＵＭ〜ＺＡＩＮＵＭ）
      *****************************************************************
       810-NACCT-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-NACCT
           IF      NACCT-NYUGAIKBN     =   SPACE
               MOVE    "1"                 TO  NACCT-NYUGAIKBN
           END-IF
           MOVE    NYUINACCT-REC       TO  MCPDATA-REC
           MOVE    "tbl_nyuinacct"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_nyuinacct"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  NYUINACCT-REC
                   MOVE    ZERO                TO  FLG-NACCT
               END-IF
           END-IF
           MOVE    "tbl_nyuinacct"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       810-NACCT-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    入院会計更新処理
      *****************************************************************
       820-NACCT-UPD-SEC           SECTION.
      *
           MOVE    NYUINACCT-REC       TO  MCPDATA-REC
           MOVE    "tbl_nyuinacct"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBGAIHAKU NYUINACCT UPDATE ERR PTID="
                       NACCT-PTID " ZAINUM=" NACCT-ZAINUM
           END-IF
           .
       820-NACCT-UPD-EXT.
           EXIT.
      *
      *****************************************************************
      *    翌日算出処理（ＷＲＫ−ＹＭＤを１日進める）
      *****************************************************************
       830-YOKUJITU-SEC            SECTION.
      *
           INITIALIZE                  STS-AREA-DAY
           MOVE    "61"                TO  LNK-DAY6-IRAI
           MOVE    WRK-YMD             TO  LNK-DAY6-KIJUN
           MOVE    "2"                 TO  LNK-DAY6-ZOGENPTN
           MOVE    1                   TO  LNK-DAY6-ZOGEN
           CALL    "ORCSDAY"           USING   STS-AREA-DAY
                                               LNK-DAY6-AREA
           MOVE    LNK-DAY6-KEISAN     TO  WRK-YMD
           .
       830-YOKUJITU-EXT.
           EXIT.
      *
      *****************************************************************
      *    入院診療行為取得処理（剤の先頭の診療行為コード）
      *****************************************************************
       840-NSRY-GET-SEC            SECTION.
      *
           MOVE    1                   TO  FLG-NSRY
           MOVE    SPACE               TO  WRK-SRYCD
           INITIALIZE                  NYUINACT-REC
           MOVE    NACCT-HOSPNUM       TO  NSRY-HOSPNUM
           MOVE    NACCT-NYUGAIKBN     TO  NSRY-NYUGAIKBN
           MOVE    NACCT-PTID          TO  NSRY-PTID
           MOVE    NACCT-SRYYM         TO  NSRY-SRYYM
           MOVE    NACCT-ZAINUM        TO  NSRY-ZAINUM
           MOVE    NYUINACT-REC        TO  MCPDATA-REC
           MOVE    "tbl_nyuinact"      TO  MCP-TABLE
           MOVE    "key9"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_nyuinact"      TO  MCP-TABLE
               MOVE    "key9"              TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  NYUINACT-REC
                   MOVE    NSRY-SRYCD (1)      TO  WRK-SRYCD
                   MOVE    ZERO                TO  FLG-NSRY
               END-IF
           END-IF
           MOVE    "tbl_nyuinact"      TO  MCP-TABLE
           MOVE    "key9"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       840-NSRY-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    点数マスタ取得処理
      *****************************************************************
       850-TENSU-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-TENSU
           INITIALIZE                  TNS-TENSU-REC
           MOVE    SPA-HOSPNUM         TO  TNS-HOSPNUM
           MOVE    WRK-SRYCD           TO  TNS-SRYCD
           MOVE    WRK-SRYYM           TO  TNS-YUKOSTYMD (1:6)
           MOVE    "01"                TO  TNS-YUKOSTYMD (7:2)
           MOVE    TNS-YUKOSTYMD       TO  TNS-YUKOEDYMD
           MOVE    TNS-TENSU-REC       TO  MCPDATA-REC
           MOVE    "tbl_tensu"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_tensu"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  TNS-TENSU-REC
                   MOVE    ZERO                TO  FLG-TENSU
               END-IF
           END-IF
           MOVE    "tbl_tensu"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       850-TENSU-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    外泊反映履歴登録処理（ＧＨＮ−ＭＯＴＯＤＡＹは呼出側で設定）
      *****************************************************************
       860-HANEI-INS-SEC           SECTION.
      *
           MOVE    SPA-HOSPNUM         TO  GHN-HOSPNUM
           MOVE    NACCT-SRYYM         TO  GHN-SRYYM
           MOVE    NACCT-PTID          TO  GHN-PTID
           MOVE    NACCT-NYUGAIKBN     TO  GHN-NYUGAIKBN
           MOVE    NACCT-ZAINUM        TO  GHN-ZAINUM
           MOVE    IDX-DD              TO  GHN-DD
           MOVE    SMCNDATE-YMD        TO  GHN-UPYMD
           MOVE    SMCNDATE-HMS        TO  GHN-UPHMS
           MOVE    GAIHAKUHANEI-REC    TO  MCPDATA-REC
           MOVE    "tbl_gaihakuhanei"  TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       860-HANEI-INS-EXT.
           EXIT.
      *
      *****************************************************************
      *    外泊日数一覧出力処理
      *****************************************************************
       900-GHKLST-WRITE-SEC        SECTION.
      *
           WRITE   GHKLST-REC          FROM    WRK-LINE
           MOVE    SPACE               TO  WRK-LINE
           .
       900-GHKLST-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           MOVE    CNT-PT              TO  WRK-ED-CNT1
           MOVE    CNT-GAIHAKU         TO  WRK-ED-CNT2
           STRING  "対象患者数："      DELIMITED   BY  SIZE
                   WRK-ED-CNT1         DELIMITED   BY  SIZE
                   "　延べ外泊日数："  DELIMITED   BY  SIZE
                   WRK-ED-CNT2         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-GHKLST-WRITE-SEC
           IF      WRK-PARA-SYORIKBN   =   "1"
               MOVE    CNT-KIHON           TO  WRK-ED-CNT1
               MOVE    CNT-KASAN           TO  WRK-ED-CNT2
               MOVE    CNT-MINYU           TO  WRK-ED-CNT3
               STRING  "入院基本料停止："  DELIMITED   BY  SIZE
                       WRK-ED-CNT1         DELIMITED   BY  SIZE
                       "　入院料加算停止："
                                           DELIMITED   BY  SIZE
                       WRK-ED-CNT2         DELIMITED   BY  SIZE
                       "　外泊時入院料未入力："
                                           DELIMITED   BY  SIZE
                       WRK-ED-CNT3         DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-GHKLST-WRITE-SEC
           END-IF
      *
           CLOSE   GHKLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    CNT-PT              TO  JOB-UPDCNT
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "PT       CNT     :" CNT-PT
           DISPLAY "GAIHAKU  CNT     :" CNT-GAIHAKU
           DISPLAY "FUKKI    CNT     :" CNT-FUKKI
           DISPLAY "KIHON    CNT     :" CNT-KIHON
           DISPLAY "KASAN    CNT     :" CNT-KASAN
           DISPLAY "FURIKAE  CNT     :" CNT-FURIKAE
           DISPLAY "MINYU    CNT     :" CNT-MINYU
           DISPLAY "*** ORCBGAIHAKU END ***"
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
