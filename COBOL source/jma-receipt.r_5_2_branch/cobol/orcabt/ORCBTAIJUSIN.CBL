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
       PROGRAM-ID.             ORCBTAIJUSIN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 入院
      *  コンポーネント名  : 他医療機関受診日入院会計反映・支払漏れ一覧
      *                      （他医療機関受診依頼登録
      *                        （ＯＲＣＧＴＡＩＪＵＳＩＮ）の受診日に
      *                        ついて、入院会計の入院基本料の算定日を
      *                        減算区分に応じた他医受診時の入院料の
      *                        行へ振り替える。変更前の値は他医受診
      *                        反映履歴に残し、再処理時は復元してから
      *                        反映し直す。併せて他院からの請求（合議
      *                        精算分）の未着・未払・差額を支払漏れ
      *                        一覧として出力する。
      *                        処理区分２は一覧の出力のみ）
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
      *    他医療機関受診一覧
           SELECT  TJSLST-FILE     ASSIGN  TJSLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-TJSLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
      *    他医療機関受診一覧
       FD  TJSLST-FILE.
       01  TJSLST-REC              PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-TJSLST                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-FETCH2                      PIC 9(01).
           03  FLG-NACCT                       PIC 9(01).
           03  FLG-NSRY                        PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX-DD                          PIC 9(02).
           03  IDX-KHN                         PIC 9(02).
           03  IDX-GEN                         PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-PT                          PIC 9(06).
           03  CNT-JUSIN                       PIC 9(06).
           03  CNT-FUKKI                       PIC 9(06).
           03  CNT-GENSAN                      PIC 9(06).
           03  CNT-MINYU                       PIC 9(06).
           03  CNT-MORE                        PIC 9(06).
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
      *        他医受診時の入院料の診療行為コード（減算区分１〜３）
               05  WRK-PARA-GENSANCD           PIC X(09)   OCCURS  3.
      *
           03  WRK-SRYYM                       PIC X(06).
           03  WRK-SRYCD                       PIC X(09).
           03  WRK-KIHON-VAL                   PIC 9(04).
           03  WRK-JOKYO                       PIC X(10).
      *
      *    患者ごとの他医受診状況
           03  WRK-PT-AREA.
               05  WRK-PTID                    PIC 9(10).
      *        他医受診日の減算区分
               05  WRK-TAI-DAY                 PIC X(01)   OCCURS  31.
               05  WRK-PT-NISSU                PIC 9(03).
               05  WRK-GEN-ZAINUM              PIC 9(08)   OCCURS  3.
      *        入院基本料の行
               05  WRK-KHN-MAX                 PIC 9(02).
               05  WRK-KHN-ZAINUM              PIC 9(08)   OCCURS  10.
      *
           03  WRK-ED-CNT1                     PIC ZZZZZ9.
           03  WRK-ED-CNT2                     PIC ZZZZZ9.
           03  WRK-ED-CNT3                     PIC ZZZZZ9.
           03  WRK-ED-NISSU                    PIC ZZ9.
           03  WRK-ED-DD                       PIC Z9.
           03  WRK-ED-KINGAK1                  PIC Z,ZZZ,ZZ9.
           03  WRK-ED-KINGAK2                  PIC Z,ZZZ,ZZ9.
           03  WRK-LINE                        PIC X(200).
      *
           03  TJSLSTPARA                      PIC X(256).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    他医療機関受診テーブル
      *    （ＯＲＣＧＴＡＩＪＵＳＩＮと同一レイアウト）
       01  TAIJUSIN-REC.
           03  TJS-HOSPNUM         PIC 9(02).
           03  TJS-PTID            PIC 9(10).
           03  TJS-JUSINYMD        PIC X(08).
           03  TJS-RENNUM          PIC 9(02).
           03  TJS-IRAIHOSPCD      PIC X(10).
           03  TJS-IRAIHOSPNM      PIC X(60).
           03  TJS-SRYKANM         PIC X(20).
           03  TJS-MOKUTEKI        PIC X(100).
           03  TJS-TAINSANTEI      PIC X(100).
      *    入院料の減算区分
      *    １：出来高入院料（１０％減算）
      *    ２：特定入院料等（４０％減算）
      *    ３：特定入院料等・他院で特掲診療料の算定なし（３５％減算）
           03  TJS-GENSANKBN       PIC X(01).
           03  TJS-SEIKYUYMD       PIC X(08).
           03  TJS-SEIKYUGAK       PIC 9(07).
           03  TJS-SIHARAIYMD      PIC X(08).
           03  TJS-SIHARAIGAK      PIC 9(07).
           03  TJS-OPID            PIC X(16).
           03  TJS-UPYMD           PIC X(08).
           03  TJS-UPHMS           PIC X(06).
      *
      *    他医受診反映履歴テーブル
      *    （入院会計の他医受診日を変更する前の値。再処理時に復元する。
      *      外泊反映履歴（ＯＲＣＢＧＡＩＨＡＫＵ）と同一レイアウト）
       01  TAIJUSINHANEI-REC.
           03  TJH-HOSPNUM         PIC 9(02).
           03  TJH-SRYYM           PIC X(06).
           03  TJH-PTID            PIC 9(10).
           03  TJH-NYUGAIKBN       PIC X(01).
           03  TJH-ZAINUM          PIC 9(08).
           03  TJH-DD              PIC 9(02).
           03  TJH-MOTODAY         PIC 9(04).
           03  TJH-UPYMD           PIC X(08).
           03  TJH-UPHMS           PIC X(06).
      *
      *    入院会計
       01  NYUINACCT-REC.
           COPY    "CPNYUINACCT.INC".
      *
      *    入院診療行為
       01  NYUINACT-REC.
           COPY    "CPNYUINACT.INC".
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
      *    当月の他医受診一覧と入院会計反映
           PERFORM 300-JUSIN-SEC
      *
      *    支払漏れ一覧
           PERFORM 400-MORE-SEC
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
           DISPLAY "*** ORCBTAIJUSIN START ***"
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
                                               TJSLSTPARA
                                               WRK-PARA-GENSANCD (1)
                                               WRK-PARA-GENSANCD (2)
                                               WRK-PARA-GENSANCD (3)
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
           MOVE    "他医受診日入院会計反映"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBTAIJUSIN"  TO  JOB-PGID
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
           OPEN    OUTPUT              TJSLST-FILE
      *
           STRING  "＊＊＊　他医療機関受診一覧　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　対象年月："      DELIMITED   BY  SIZE
                   WRK-SRYYM           DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TJSLST-WRITE-SEC
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    前回反映分の復元処理
      *    （対象月の他医受診反映履歴から入院会計を変更前の値へ戻す）
      *****************************************************************
       200-FUKKI-SEC               SECTION.
      *
           INITIALIZE                  TAIJUSINHANEI-REC
           MOVE    SPA-HOSPNUM         TO  TJH-HOSPNUM
           MOVE    WRK-SRYYM           TO  TJH-SRYYM
           MOVE    TAIJUSINHANEI-REC   TO  MCPDATA-REC
           MOVE    "tbl_taijusinhanei" TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 210-FUKKI-1KEN-SEC
                       UNTIL   FLG-FETCH       =   1
           END-IF
           MOVE    "tbl_taijusinhanei" TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           INITIALIZE                  TAIJUSINHANEI-REC
           MOVE    SPA-HOSPNUM         TO  TJH-HOSPNUM
           MOVE    WRK-SRYYM           TO  TJH-SRYYM
           MOVE    TAIJUSINHANEI-REC   TO  MCPDATA-REC
           MOVE    "tbl_taijusinhanei" TO  MCP-TABLE
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
           MOVE    "tbl_taijusinhanei" TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  210-FUKKI-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  TAIJUSINHANEI-REC
      *
           INITIALIZE                  NYUINACCT-REC
           MOVE    TJH-HOSPNUM         TO  NACCT-HOSPNUM
           MOVE    TJH-NYUGAIKBN       TO  NACCT-NYUGAIKBN
           MOVE    TJH-PTID            TO  NACCT-PTID
           MOVE    TJH-SRYYM           TO  NACCT-SRYYM
           MOVE    TJH-ZAINUM          TO  NACCT-ZAINUM
           PERFORM 810-NACCT-GET-SEC
           IF      FLG-NACCT       NOT =   ZERO
               GO  TO  210-FUKKI-1KEN-EXT
           END-IF
      *
           MOVE    TJH-MOTODAY         TO  NACCT-DAY (TJH-DD)
           PERFORM 820-NACCT-UPD-SEC
           ADD     1                   TO  CNT-FUKKI
           .
       210-FUKKI-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    当月の他医受診一覧（患者・受診日順）
      *****************************************************************
       300-JUSIN-SEC               SECTION.
      *
           INITIALIZE                  WRK-PT-AREA
      *
           INITIALIZE                  TAIJUSIN-REC
           MOVE    SPA-HOSPNUM         TO  TJS-HOSPNUM
           MOVE    TAIJUSIN-REC        TO  MCPDATA-REC
           MOVE    "tbl_taijusin"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 310-JUSIN-1KEN-SEC
                       UNTIL   FLG-FETCH       =   1
           END-IF
           MOVE    "tbl_taijusin"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      WRK-PTID            NOT =   ZERO
               PERFORM 350-PT-SEC
           END-IF
           .
       300-JUSIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    当月の他医受診一覧（１件）
      *****************************************************************
       310-JUSIN-1KEN-SEC          SECTION.
      *
           MOVE    "tbl_taijusin"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  310-JUSIN-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  TAIJUSIN-REC
      *
           IF      TJS-JUSINYMD (1:6)  NOT =   WRK-SRYYM
               GO  TO  310-JUSIN-1KEN-EXT
           END-IF
      *
      *    患者が変われば前の患者を反映する
           IF      TJS-PTID        NOT =   WRK-PTID
               IF      WRK-PTID        NOT =   ZERO
                   PERFORM 350-PT-SEC
               END-IF
               INITIALIZE                  WRK-PT-AREA
               MOVE    TJS-PTID            TO  WRK-PTID
           END-IF
      *
           ADD     1                   TO  CNT-JUSIN
           MOVE    TJS-JUSINYMD (7:2)  TO  IDX-DD
           IF      WRK-TAI-DAY (IDX-DD)    =   SPACE
               MOVE    TJS-GENSANKBN       TO  WRK-TAI-DAY (IDX-DD)
               ADD     1                   TO  WRK-PT-NISSU
           END-IF
      *
           STRING  "患者ID："          DELIMITED   BY  SIZE
                   TJS-PTID            DELIMITED   BY  SIZE
                   "　受診日："        DELIMITED   BY  SIZE
                   TJS-JUSINYMD        DELIMITED   BY  SIZE
                   "　"                DELIMITED   BY  SIZE
                   TJS-IRAIHOSPNM      DELIMITED   BY  "  "
                   "　"                DELIMITED   BY  SIZE
                   TJS-SRYKANM         DELIMITED   BY  "  "
                   "　減算区分："      DELIMITED   BY  SIZE
                   TJS-GENSANKBN       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TJSLST-WRITE-SEC
           .
       310-JUSIN-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者別入院会計反映処理
      *****************************************************************
       350-PT-SEC                  SECTION.
      *
           ADD     1                   TO  CNT-PT
           IF      WRK-PARA-SYORIKBN   NOT =   "1"
               GO  TO  350-PT-EXT
           END-IF
      *
      *    入院基本料の行と他医受診時の入院料の行を調べる
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
               PERFORM 360-NACCT-1KEN-SEC
                       UNTIL   FLG-FETCH2      =   1
           END-IF
           MOVE    "tbl_nyuinacct"     TO  MCP-TABLE
           MOVE    "ptym"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           PERFORM VARYING IDX-DD FROM 1 BY 1
                   UNTIL   IDX-DD          >   31
               IF      WRK-TAI-DAY (IDX-DD)    NOT =   SPACE
                   PERFORM 370-GENSAN-SEC
               END-IF
           END-PERFORM
           .
       350-PT-EXT.
           EXIT.
      *
      *****************************************************************
      *    入院会計の行の判別処理（１件）
      *****************************************************************
       360-NACCT-1KEN-SEC          SECTION.
      *
           MOVE    "tbl_nyuinacct"     TO  MCP-TABLE
           MOVE    "ptym"              TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH2
               GO  TO  360-NACCT-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  NYUINACCT-REC
      *
           PERFORM 840-NSRY-GET-SEC
           IF      FLG-NSRY        NOT =   ZERO
               GO  TO  360-NACCT-1KEN-EXT
           END-IF
      *
      *    他医受診時の入院料の行
           PERFORM VARYING IDX-GEN FROM 1 BY 1
                   UNTIL   IDX-GEN         >   3
               IF      WRK-SRYCD
                                   =   WRK-PARA-GENSANCD (IDX-GEN)
               AND     WRK-SRYCD       NOT =   SPACE
                   MOVE    NACCT-ZAINUM
                                       TO  WRK-GEN-ZAINUM (IDX-GEN)
                   MOVE    1                   TO  FLG-NSRY
               END-IF
           END-PERFORM
           IF      FLG-NSRY            =   1
               GO  TO  360-NACCT-1KEN-EXT
           END-IF
      *
      *    入院基本料の行
           IF      NACCT-ZAISKBKBN     =   "1"
           AND     WRK-KHN-MAX         <   10
               ADD     1                   TO  WRK-KHN-MAX
               MOVE    NACCT-ZAINUM
                                   TO  WRK-KHN-ZAINUM (WRK-KHN-MAX)
           END-IF
           .
       360-NACCT-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    他医受診日の入院料減算処理（１日）
      *    （入院基本料の算定日を停止し、減算区分の入院料の行へ振り替
      *      える。振替先の行がない日は入院基本料をそのまま残す）
      *****************************************************************
       370-GENSAN-SEC              SECTION.
      *
           MOVE    WRK-TAI-DAY (IDX-DD)    TO  IDX-GEN
           IF      WRK-GEN-ZAINUM (IDX-GEN)    =   ZERO
               ADD     1                   TO  CNT-MINYU
               MOVE    IDX-DD              TO  WRK-ED-DD
               STRING  "　　【他医受診時入院料未入力】"
                                           DELIMITED   BY  SIZE
                       "患者ID："          DELIMITED   BY  SIZE
                       WRK-PTID            DELIMITED   BY  SIZE
                       "　"                DELIMITED   BY  SIZE
                       WRK-ED-DD           DELIMITED   BY  SIZE
                       "日（減算区分"      DELIMITED   BY  SIZE
                       WRK-TAI-DAY (IDX-DD)
                                           DELIMITED   BY  SIZE
                       "）"                DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-TJSLST-WRITE-SEC
               GO  TO  370-GENSAN-EXT
           END-IF
      *
      *    入院基本料の停止
           MOVE    ZERO                TO  WRK-KIHON-VAL
           PERFORM VARYING IDX-KHN FROM 1 BY 1
                   UNTIL   IDX-KHN         >   WRK-KHN-MAX
               INITIALIZE                  NYUINACCT-REC
               MOVE    SPA-HOSPNUM         TO  NACCT-HOSPNUM
               MOVE    WRK-PTID            TO  NACCT-PTID
               MOVE    WRK-SRYYM           TO  NACCT-SRYYM
               MOVE    WRK-KHN-ZAINUM (IDX-KHN)
                                           TO  NACCT-ZAINUM
               PERFORM 810-NACCT-GET-SEC
               IF      FLG-NACCT           =   ZERO
               AND     NACCT-DAY (IDX-DD)  >   ZERO
                   MOVE    NACCT-DAY (IDX-DD)  TO  TJH-MOTODAY
                   PERFORM 860-HANEI-INS-SEC
                   IF      WRK-KIHON-VAL       =   ZERO
                       MOVE    NACCT-DAY (IDX-DD)  TO  WRK-KIHON-VAL
                   END-IF
                   MOVE    ZERO                TO  NACCT-DAY (IDX-DD)
                   PERFORM 820-NACCT-UPD-SEC
               END-IF
           END-PERFORM
           IF      WRK-KIHON-VAL       =   ZERO
               GO  TO  370-GENSAN-EXT
           END-IF
      *
      *    他医受診時の入院料へ振替
           INITIALIZE                  NYUINACCT-REC
           MOVE    SPA-HOSPNUM         TO  NACCT-HOSPNUM
           MOVE    WRK-PTID            TO  NACCT-PTID
           MOVE    WRK-SRYYM           TO  NACCT-SRYYM
           MOVE    WRK-GEN-ZAINUM (IDX-GEN)
                                       TO  NACCT-ZAINUM
           PERFORM 810-NACCT-GET-SEC
           IF      FLG-NACCT       NOT =   ZERO
           OR      NACCT-DAY (IDX-DD)  >   ZERO
               GO  TO  370-GENSAN-EXT
           END-IF
           MOVE    ZERO                TO  TJH-MOTODAY
           PERFORM 860-HANEI-INS-SEC
           MOVE    WRK-KIHON-VAL       TO  NACCT-DAY (IDX-DD)
           PERFORM 820-NACCT-UPD-SEC
           ADD     1                   TO  CNT-GENSAN
           .
       370-GENSAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    支払漏れ一覧
      *    （対象月までの受診で、前月以前の受診の請求未着・未払・
      *      請求額と支払額の差額があるもの）
      *****************************************************************
       400-MORE-SEC                SECTION.
      *
           STRING  "＊＊＊　合議精算分"
                                       DELIMITED   BY  SIZE
                   "　支払漏れ一覧　＊＊＊"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TJSLST-WRITE-SEC
      *
           INITIALIZE                  TAIJUSIN-REC
           MOVE    SPA-HOSPNUM         TO  TJS-HOSPNUM
           MOVE    TAIJUSIN-REC        TO  MCPDATA-REC
           MOVE    "tbl_taijusin"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 410-MORE-1KEN-SEC
                       UNTIL   FLG-FETCH       =   1
           END-IF
           MOVE    "tbl_taijusin"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       400-MORE-EXT.
           EXIT.
      *
      *****************************************************************
      *    支払漏れ一覧（１件）
      *****************************************************************
       410-MORE-1KEN-SEC           SECTION.
      *
           MOVE    "tbl_taijusin"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  410-MORE-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  TAIJUSIN-REC
      *
           IF      TJS-JUSINYMD (1:6)  >   WRK-SRYYM
               GO  TO  410-MORE-1KEN-EXT
           END-IF
      *
           EVALUATE    TRUE
      *        請求は受診月の翌月以降に届くため当月受診分は除く
               WHEN    TJS-SEIKYUYMD       =   SPACE
                   IF      TJS-JUSINYMD (1:6)  =   WRK-SRYYM
                       GO  TO  410-MORE-1KEN-EXT
                   END-IF
                   MOVE    "【請求未着】"      TO  WRK-JOKYO
               WHEN    TJS-SIHARAIYMD      =   SPACE
                   MOVE    "【未払】"          TO  WRK-JOKYO
               WHEN    TJS-SIHARAIGAK  NOT =   TJS-SEIKYUGAK
                   MOVE    "【差額】"          TO  WRK-JOKYO
               WHEN    OTHER
                   GO  TO  410-MORE-1KEN-EXT
           END-EVALUATE
      *
           ADD     1                   TO  CNT-MORE
           MOVE    TJS-SEIKYUGAK       TO  WRK-ED-KINGAK1
           MOVE    TJS-SIHARAIGAK      TO  WRK-ED-KINGAK2
           STRING  WRK-JOKYO           DELIMITED   BY  SPACE
                   "患者ID："          DELIMITED   BY  SIZE
                   TJS-PTID            DELIMITED   BY  SIZE
                   "　受診日："        DELIMITED   BY  SIZE
                   TJS-JUSINYMD        DELIMITED   BY  SIZE
                   "　"                DELIMITED   BY  SIZE
                   TJS-IRAIHOSPNM      DELIMITED   BY  "  "
                   "　請求額："        DELIMITED   BY  SIZE
                   WRK-ED-KINGAK1      DELIMITED   BY  SIZE
                   "　支払額："        DELIMITED   BY  SIZE
                   WRK-ED-KINGAK2      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TJSLST-WRITE-SEC
           .
       410-MORE-1KEN-EXT.
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
               DISPLAY "ORCBTAIJUSIN NYUINACCT UPDATE ERR PTID="
                       NACCT-PTID " ZAINUM=" NACCT-ZAINUM
           END-IF
           .
       820-NACCT-UPD-EXT.
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
      *    他医受診反映履歴登録処理（ＴＪＨ−ＭＯＴＯＤＡＹは呼出側で設定）
      *****************************************************************
       860-HANEI-INS-SEC           SECTION.
      *
           MOVE    SPA-HOSPNUM         TO  TJH-HOSPNUM
           MOVE    NACCT-SRYYM         TO  TJH-SRYYM
           MOVE    NACCT-PTID          TO  TJH-PTID
           MOVE    NACCT-NYUGAIKBN     TO  TJH-NYUGAIKBN
           MOVE    NACCT-ZAINUM        TO  TJH-ZAINUM
           MOVE    IDX-DD              TO  TJH-DD
           MOVE    SMCNDATE-YMD        TO  TJH-UPYMD
           MOVE    SMCNDATE-HMS        TO  TJH-UPHMS
           MOVE    TAIJUSINHANEI-REC   TO  MCPDATA-REC
           MOVE    "tbl_taijusinhanei" TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       860-HANEI-INS-EXT.
           EXIT.
      *
      *****************************************************************
      *    他医療機関受診一覧出力処理
      *****************************************************************
       900-TJSLST-WRITE-SEC        SECTION.
      *
           WRITE   TJSLST-REC          FROM    WRK-LINE
           MOVE    SPACE               TO  WRK-LINE
           .
       900-TJSLST-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           MOVE    CNT-JUSIN           TO  WRK-ED-CNT1
           MOVE    CNT-MORE            TO  WRK-ED-CNT2
           STRING  "当月受診件数："    DELIMITED   BY  SIZE
                   WRK-ED-CNT1         DELIMITED   BY  SIZE
                   "　支払漏れ件数："  DELIMITED   BY  SIZE
                   WRK-ED-CNT2         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TJSLST-WRITE-SEC
           IF      WRK-PARA-SYORIKBN   =   "1"
               MOVE    CNT-GENSAN          TO  WRK-ED-CNT1
               MOVE    CNT-MINYU           TO  WRK-ED-CNT2
               STRING  "入院料減算反映："  DELIMITED   BY  SIZE
                       WRK-ED-CNT1         DELIMITED   BY  SIZE
                       "　他医受診時入院料未入力："
                                           DELIMITED   BY  SIZE
                       WRK-ED-CNT2         DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-TJSLST-WRITE-SEC
           END-IF
      *
           CLOSE   TJSLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    CNT-JUSIN           TO  JOB-UPDCNT
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "PT       CNT     :" CNT-PT
           DISPLAY "JUSIN    CNT     :" CNT-JUSIN
           DISPLAY "FUKKI    CNT     :" CNT-FUKKI
           DISPLAY "GENSAN   CNT     :" CNT-GENSAN
           DISPLAY "MINYU    CNT     :" CNT-MINYU
           DISPLAY "MORE     CNT     :" CNT-MORE
           DISPLAY "*** ORCBTAIJUSIN END ***"
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
