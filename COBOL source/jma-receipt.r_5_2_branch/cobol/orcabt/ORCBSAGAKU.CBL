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
       PROGRAM-ID.             ORCBSAGAKU.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 入院
      *  コンポーネント名  : 室料差額日次計上・差額病床在室者一覧
      *                      （病床マスタの個室差額のある病床に在床中の
      *                        患者について、特別療養環境室同意書
      *                        （ＯＲＣＧＳＡＧＡＫＵＤＯＩ）を確認し、
      *                        同意書のある徴収対象者は入院会計の
      *                        室料差額（自費コード）の行に処理日の
      *                        算定を計上する。計上前の値は室料差額
      *                        計上履歴に残し、同日の再処理時は復元
      *                        してから計上し直す。
      *                        同意書未取得・差額徴収なし・室料差額
      *                        未入力の患者を一覧に出力し、計上額の
      *                        合計を日次統計の室料差額との突合用に
      *                        出力する。処理区分２は一覧の出力のみ）
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
      *    差額病床在室者一覧
           SELECT  SGKLST-FILE     ASSIGN  SGKLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-SGKLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
      *    差額病床在室者一覧
       FD  SGKLST-FILE.
       01  SGKLST-REC              PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-SGKLST                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-FETCH2                      PIC 9(01).
           03  FLG-NACCT                       PIC 9(01).
           03  FLG-NSRY                        PIC 9(01).
           03  FLG-SGD                         PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX-DD                          PIC 9(02).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-ZAISYO                      PIC 9(06).
           03  CNT-KEIJO                       PIC 9(06).
           03  CNT-MISYUTOKU                   PIC 9(06).
           03  CNT-NASI                        PIC 9(06).
           03  CNT-MINYU                       PIC 9(06).
           03  CNT-SOI                         PIC 9(06).
           03  CNT-FUKKI                       PIC 9(06).
      *    計上額合計（日次統計の室料差額と突合する）
           03  CNT-KEIJOGAK                    PIC 9(10).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理区分（１：入院会計計上と一覧　２：一覧のみ）
               05  WRK-PARA-SYORIKBN           PIC X(01).
      *        処理日（省略時は当日）
               05  WRK-PARA-YMD                PIC X(08).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
           03  WRK-YMD                         PIC X(08).
           03  WRK-SRYYM                       PIC X(06).
           03  WRK-SRYCD                       PIC X(09).
           03  WRK-EDYMD                       PIC X(08).
      *    室料差額の行と処理日の入院基本料の算定内容
           03  WRK-SGK-ZAINUM                  PIC 9(08).
           03  WRK-KIHON-DAY                   PIC 9(04).
      *
           03  WRK-ED-CNT1                     PIC ZZZZZ9.
           03  WRK-ED-CNT2                     PIC ZZZZZ9.
           03  WRK-ED-CNT3                     PIC ZZZZZ9.
           03  WRK-ED-GAK                      PIC ZZZ,ZZ9.
           03  WRK-ED-GAK2                     PIC ZZZ,ZZ9.
           03  WRK-ED-GOKEI                    PIC Z,ZZZ,ZZZ,ZZ9.
           03  WRK-BYOSHO                      PIC X(20).
           03  WRK-LINE                        PIC X(200).
      *
           03  SGKLSTPARA                      PIC X(256).
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
      *    性別区分　１：男　２：女　空白：混合可
           03  BED-SEXKBN          PIC X(01).
      *    室料差額（円／日　０は差額なし）
           03  BED-SAGAKU          PIC 9(06).
      *    状態　０：空床　１：在床　２：仮押さえ
           03  BED-STATE           PIC X(01).
      *    在床・仮押さえ患者
           03  BED-PTID            PIC 9(10).
           03  BED-YOTEIYMD        PIC X(08).
           03  BED-UPYMD           PIC X(08).
           03  BED-UPHMS           PIC X(06).
      *
      *    特別療養環境室同意書テーブル
      *    （ＯＲＣＧＳＡＧＡＫＵＤＯＩと同一レイアウト）
       01  SAGAKUDOI-REC.
           03  SGD-HOSPNUM         PIC 9(02).
           03  SGD-PTID            PIC 9(10).
           03  SGD-STYMD           PIC X(08).
           03  SGD-EDYMD           PIC X(08).
           03  SGD-DOIYMD          PIC X(08).
           03  SGD-NITIGAKU        PIC 9(06).
      *    徴収区分
      *    １：徴収する　２：治療上の必要等により徴収しない
           03  SGD-CHOSYUKBN       PIC X(01).
           03  SGD-RIYU            PIC X(60).
           03  SGD-SRYCD           PIC X(09).
           03  SGD-OPID            PIC X(16).
           03  SGD-UPYMD           PIC X(08).
           03  SGD-UPHMS           PIC X(06).
      *
      *    室料差額計上履歴テーブル
      *    （入院会計の処理日を計上する前の値。再処理時に復元する）
       01  SAGAKUKEIJO-REC.
           03  SGK-HOSPNUM         PIC 9(02).
           03  SGK-SRYYMD          PIC X(08).
           03  SGK-PTID            PIC 9(10).
           03  SGK-BTUNUM          PIC X(02).
           03  SGK-ROOMNUM         PIC X(04).
           03  SGK-BEDNUM          PIC X(02).
           03  SGK-NITIGAKU        PIC 9(06).
           03  SGK-SRYCD           PIC X(09).
           03  SGK-NYUGAIKBN       PIC X(01).
           03  SGK-ZAINUM          PIC 9(08).
           03  SGK-MOTODAY         PIC 9(04).
           03  SGK-UPYMD           PIC X(08).
           03  SGK-UPHMS           PIC X(06).
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
      *        同日の前回計上分の復元
               PERFORM 200-FUKKI-SEC
           END-IF
      *
      *    差額病床の在床患者の確認と計上
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
           DISPLAY "*** ORCBSAGAKU START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-PARA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SYORIKBN
                                               WRK-PARA-YMD
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               SGKLSTPARA
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
           MOVE    "室料差額日次計上"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBSAGAKU"    TO  JOB-PGID
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
           MOVE    WRK-YMD (1:6)       TO  WRK-SRYYM
           MOVE    WRK-YMD (7:2)       TO  IDX-DD
      *
           OPEN    OUTPUT              SGKLST-FILE
      *
           STRING  "＊＊＊　差額病床在室者一覧　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　処理日："        DELIMITED   BY  SIZE
                   WRK-YMD             DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SGKLST-WRITE-SEC
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    前回計上分の復元処理
      *    （処理日の室料差額計上履歴から入院会計を計上前の値へ戻す）
      *****************************************************************
       200-FUKKI-SEC               SECTION.
      *
           INITIALIZE                  SAGAKUKEIJO-REC
           MOVE    SPA-HOSPNUM         TO  SGK-HOSPNUM
           MOVE    WRK-YMD             TO  SGK-SRYYMD
           MOVE    SAGAKUKEIJO-REC     TO  MCPDATA-REC
           MOVE    "tbl_sagakukeijo"   TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 210-FUKKI-1KEN-SEC
                       UNTIL   FLG-FETCH       =   1
           END-IF
           MOVE    "tbl_sagakukeijo"   TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           INITIALIZE                  SAGAKUKEIJO-REC
           MOVE    SPA-HOSPNUM         TO  SGK-HOSPNUM
           MOVE    WRK-YMD             TO  SGK-SRYYMD
           MOVE    SAGAKUKEIJO-REC     TO  MCPDATA-REC
           MOVE    "tbl_sagakukeijo"   TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-FUKKI-EXT.
           EXIT.
      *
      *****************************************************************
      *    前回計上分の復元処理（１件）
      *****************************************************************
       210-FUKKI-1KEN-SEC          SECTION.
      *
           MOVE    "tbl_sagakukeijo"   TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  210-FUKKI-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  SAGAKUKEIJO-REC
      *
           INITIALIZE                  NYUINACCT-REC
           MOVE    SGK-HOSPNUM         TO  NACCT-HOSPNUM
           MOVE    SGK-NYUGAIKBN       TO  NACCT-NYUGAIKBN
           MOVE    SGK-PTID            TO  NACCT-PTID
           MOVE    SGK-SRYYMD (1:6)    TO  NACCT-SRYYM
           MOVE    SGK-ZAINUM          TO  NACCT-ZAINUM
           PERFORM 810-NACCT-GET-SEC
           IF      FLG-NACCT       NOT =   ZERO
               GO  TO  210-FUKKI-1KEN-EXT
           END-IF
      *
           MOVE    SGK-MOTODAY         TO  NACCT-DAY (IDX-DD)
           PERFORM 820-NACCT-UPD-SEC
           ADD     1                   TO  CNT-FUKKI
           .
       210-FUKKI-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    差額病床確認処理（病棟・病室・病床順）
      *****************************************************************
       300-BED-SEC                 SECTION.
      *
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
      *    差額病床確認処理（１件）
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
      *    室料差額のある在床中の病床のみ
           IF      BED-SAGAKU          =   ZERO
           OR      BED-STATE       NOT =   "1"
           OR      BED-PTID            =   ZERO
               GO  TO  310-BED-1KEN-EXT
           END-IF
           ADD     1                   TO  CNT-ZAISYO
      *
           MOVE    SPACE               TO  WRK-BYOSHO
           STRING  BED-BTUNUM          DELIMITED   BY  SIZE
                   "-"                 DELIMITED   BY  SIZE
                   BED-ROOMNUM         DELIMITED   BY  SIZE
                   "-"                 DELIMITED   BY  SIZE
                   BED-BEDNUM          DELIMITED   BY  SIZE
                                       INTO    WRK-BYOSHO
           END-STRING
           MOVE    BED-SAGAKU          TO  WRK-ED-GAK
      *
      *    処理日に適用する同意書
           PERFORM 830-SAGAKUDOI-GET-SEC
      *
           EVALUATE    TRUE
               WHEN    FLG-SGD         NOT =   ZERO
               WHEN    SGD-DOIYMD          =   SPACE
                   ADD     1                   TO  CNT-MISYUTOKU
                   STRING  "病床："            DELIMITED   BY  SIZE
                           WRK-BYOSHO          DELIMITED   BY  SPACE
                           "　患者ID："        DELIMITED   BY  SIZE
                           BED-PTID            DELIMITED   BY  SIZE
                           "　差額："          DELIMITED   BY  SIZE
                           WRK-ED-GAK          DELIMITED   BY  SIZE
                           "円　【同意書未取得】"
                                               DELIMITED   BY  SIZE
                                               INTO    WRK-LINE
                   END-STRING
                   PERFORM 900-SGKLST-WRITE-SEC
               WHEN    SGD-CHOSYUKBN       =   "2"
                   ADD     1                   TO  CNT-NASI
                   STRING  "病床："            DELIMITED   BY  SIZE
                           WRK-BYOSHO          DELIMITED   BY  SPACE
                           "　患者ID："        DELIMITED   BY  SIZE
                           BED-PTID            DELIMITED   BY  SIZE
                           "　差額："          DELIMITED   BY  SIZE
                           WRK-ED-GAK          DELIMITED   BY  SIZE
                           "円　【差額徴収なし】"
                                               DELIMITED   BY  SIZE
                           SGD-RIYU            DELIMITED   BY  "  "
                                               INTO    WRK-LINE
                   END-STRING
                   PERFORM 900-SGKLST-WRITE-SEC
               WHEN    OTHER
                   PERFORM 350-KEIJO-SEC
           END-EVALUATE
           .
       310-BED-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    室料差額計上処理（患者１人）
      *****************************************************************
       350-KEIJO-SEC               SECTION.
      *
      *    同意書の日額と病床の差額が違う場合は注意を出す
           IF      SGD-NITIGAKU    NOT =   BED-SAGAKU
               ADD     1                   TO  CNT-SOI
               MOVE    SGD-NITIGAKU        TO  WRK-ED-GAK2
               STRING  "病床："            DELIMITED   BY  SIZE
                       WRK-BYOSHO          DELIMITED   BY  SPACE
                       "　患者ID："        DELIMITED   BY  SIZE
                       BED-PTID            DELIMITED   BY  SIZE
                       "　差額："          DELIMITED   BY  SIZE
                       WRK-ED-GAK          DELIMITED   BY  SIZE
                       "円　同意書日額："  DELIMITED   BY  SIZE
                       WRK-ED-GAK2         DELIMITED   BY  SIZE
                       "円　【日額相違】"  DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-SGKLST-WRITE-SEC
           END-IF
      *
      *    室料差額の行と処理日の入院基本料の算定内容を求める
           MOVE    ZERO                TO  WRK-SGK-ZAINUM
                                           WRK-KIHON-DAY
           INITIALIZE                  NYUINACCT-REC
           MOVE    SPA-HOSPNUM         TO  NACCT-HOSPNUM
           MOVE    BED-PTID            TO  NACCT-PTID
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
      *    室料差額の行がない患者は入力を促す
           IF      WRK-SGK-ZAINUM      =   ZERO
               ADD     1                   TO  CNT-MINYU
               STRING  "病床："            DELIMITED   BY  SIZE
                       WRK-BYOSHO          DELIMITED   BY  SPACE
                       "　患者ID："        DELIMITED   BY  SIZE
                       BED-PTID            DELIMITED   BY  SIZE
                       "　自費コード："    DELIMITED   BY  SIZE
                       SGD-SRYCD           DELIMITED   BY  SPACE
                       "　【室料差額未入力】"
                                           DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-SGKLST-WRITE-SEC
               GO  TO  350-KEIJO-EXT
           END-IF
      *
           INITIALIZE                  NYUINACCT-REC
           MOVE    SPA-HOSPNUM         TO  NACCT-HOSPNUM
           MOVE    BED-PTID            TO  NACCT-PTID
           MOVE    WRK-SRYYM           TO  NACCT-SRYYM
           MOVE    WRK-SGK-ZAINUM      TO  NACCT-ZAINUM
           PERFORM 810-NACCT-GET-SEC
           IF      FLG-NACCT       NOT =   ZERO
               GO  TO  350-KEIJO-EXT
           END-IF
      *
      *    処理日が未算定なら計上する（一覧のみの時は未計上とする）
           IF      NACCT-DAY (IDX-DD)  =   ZERO
               IF      WRK-PARA-SYORIKBN   =   "2"
                   STRING  "病床："            DELIMITED   BY  SIZE
                           WRK-BYOSHO          DELIMITED   BY  SPACE
                           "　患者ID："        DELIMITED   BY  SIZE
                           BED-PTID            DELIMITED   BY  SIZE
                           "　【室料差額未計上】"
                                               DELIMITED   BY  SIZE
                                               INTO    WRK-LINE
                   END-STRING
                   PERFORM 900-SGKLST-WRITE-SEC
                   GO  TO  350-KEIJO-EXT
               END-IF
               MOVE    ZERO                TO  SGK-MOTODAY
               PERFORM 860-KEIJO-INS-SEC
               IF      WRK-KIHON-DAY       >   ZERO
                   MOVE    WRK-KIHON-DAY       TO  NACCT-DAY (IDX-DD)
               ELSE
                   MOVE    1                   TO  NACCT-DAY (IDX-DD)
               END-IF
               PERFORM 820-NACCT-UPD-SEC
           END-IF
      *
           ADD     1                   TO  CNT-KEIJO
           ADD     SGD-NITIGAKU        TO  CNT-KEIJOGAK
           .
       350-KEIJO-EXT.
           EXIT.
      *
      *****************************************************************
      *    室料差額計上処理（入院会計１件）
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
           IF      NACCT-ZAISKBKBN     =   "1"
           AND     NACCT-DAY (IDX-DD)  >   ZERO
           AND     WRK-KIHON-DAY       =   ZERO
               MOVE    NACCT-DAY (IDX-DD)  TO  WRK-KIHON-DAY
           END-IF
      *
           IF      WRK-SGK-ZAINUM      =   ZERO
               PERFORM 840-NSRY-GET-SEC
               IF      FLG-NSRY            =   ZERO
               AND     WRK-SRYCD           =   SGD-SRYCD
                   MOVE    NACCT-ZAINUM        TO  WRK-SGK-ZAINUM
               END-IF
           END-IF
           .
       360-NACCT-1KEN-EXT.
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
               DISPLAY "ORCBSAGAKU NYUINACCT UPDATE ERR PTID="
                       NACCT-PTID " ZAINUM=" NACCT-ZAINUM
           END-IF
           .
       820-NACCT-UPD-EXT.
           EXIT.
      *
      *****************************************************************
      *    同意書取得処理（処理日が適用期間内のもの）
      *****************************************************************
       830-SAGAKUDOI-GET-SEC       SECTION.
      *
           MOVE    1                   TO  FLG-SGD
           INITIALIZE                  SAGAKUDOI-REC
           MOVE    SPA-HOSPNUM         TO  SGD-HOSPNUM
           MOVE    BED-PTID            TO  SGD-PTID
           MOVE    SAGAKUDOI-REC       TO  MCPDATA-REC
           MOVE    "tbl_sagakudoi"     TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH2
               PERFORM UNTIL   FLG-FETCH2      =   1
                   MOVE    "tbl_sagakudoi"     TO  MCP-TABLE
                   MOVE    "ptid"              TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  SAGAKUDOI-REC
                       IF      SGD-EDYMD           =   SPACE
                           MOVE    "99999999"          TO  WRK-EDYMD
                       ELSE
                           MOVE    SGD-EDYMD           TO  WRK-EDYMD
                       END-IF
                       IF      SGD-STYMD           <=  WRK-YMD
                       AND     WRK-EDYMD           >=  WRK-YMD
                           MOVE    ZERO                TO  FLG-SGD
                           MOVE    1                   TO  FLG-FETCH2
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH2
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_sagakudoi"     TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       830-SAGAKUDOI-GET-EXT.
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
      *    室料差額計上履歴登録処理（ＳＧＫ−ＭＯＴＯＤＡＹは呼出側で設定）
      *****************************************************************
       860-KEIJO-INS-SEC           SECTION.
      *
           MOVE    SPA-HOSPNUM         TO  SGK-HOSPNUM
           MOVE    WRK-YMD             TO  SGK-SRYYMD
           MOVE    NACCT-PTID          TO  SGK-PTID
           MOVE    BED-BTUNUM          TO  SGK-BTUNUM
           MOVE    BED-ROOMNUM         TO  SGK-ROOMNUM
           MOVE    BED-BEDNUM          TO  SGK-BEDNUM
           MOVE    SGD-NITIGAKU        TO  SGK-NITIGAKU
           MOVE    SGD-SRYCD           TO  SGK-SRYCD
           MOVE    NACCT-NYUGAIKBN     TO  SGK-NYUGAIKBN
           MOVE    NACCT-ZAINUM        TO  SGK-ZAINUM
           MOVE    SMCNDATE-YMD        TO  SGK-UPYMD
           MOVE    SMCNDATE-HMS        TO  SGK-UPHMS
           MOVE    SAGAKUKEIJO-REC     TO  MCPDATA-REC
           MOVE    "tbl_sagakukeijo"   TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       860-KEIJO-INS-EXT.
           EXIT.
      *
      *****************************************************************
      *    差額病床在室者一覧出力処理
      *****************************************************************
       900-SGKLST-WRITE-SEC        SECTION.
      *
           WRITE   SGKLST-REC          FROM    WRK-LINE
           MOVE    SPACE               TO  WRK-LINE
           .
       900-SGKLST-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           MOVE    CNT-ZAISYO          TO  WRK-ED-CNT1
           MOVE    CNT-KEIJO           TO  WRK-ED-CNT2
           MOVE    CNT-KEIJOGAK        TO  WRK-ED-GOKEI
           STRING  "差額病床在床数："  DELIMITED   BY  SIZE
                   WRK-ED-CNT1         DELIMITED   BY  SIZE
                   "　計上件数："      DELIMITED   BY  SIZE
                   WRK-ED-CNT2         DELIMITED   BY  SIZE
                   "　計上額合計："    DELIMITED   BY  SIZE
                   WRK-ED-GOKEI        DELIMITED   BY  SIZE
                   "円"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SGKLST-WRITE-SEC
           MOVE    "（日次統計の室料差額と突合）"
                                       TO  WRK-LINE
           PERFORM 900-SGKLST-WRITE-SEC
           MOVE    CNT-MISYUTOKU       TO  WRK-ED-CNT1
           MOVE    CNT-NASI            TO  WRK-ED-CNT2
           MOVE    CNT-MINYU           TO  WRK-ED-CNT3
           STRING  "同意書未取得："    DELIMITED   BY  SIZE
                   WRK-ED-CNT1         DELIMITED   BY  SIZE
                   "　差額徴収なし："  DELIMITED   BY  SIZE
                   WRK-ED-CNT2         DELIMITED   BY  SIZE
                   "　室料差額未入力："
                                       DELIMITED   BY  SIZE
                   WRK-ED-CNT3         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SGKLST-WRITE-SEC
      *
           CLOSE   SGKLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    CNT-KEIJO           TO  JOB-UPDCNT
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "ZAISYO   CNT     :" CNT-ZAISYO
           DISPLAY "KEIJO    CNT     :" CNT-KEIJO
           DISPLAY "KEIJOGAK         :" CNT-KEIJOGAK
           DISPLAY "MISYUTOKU CNT    :" CNT-MISYUTOKU
           DISPLAY "NASI     CNT     :" CNT-NASI
           DISPLAY "MINYU    CNT     :" CNT-MINYU
           DISPLAY "SOI      CNT     :" CNT-SOI
           DISPLAY "FUKKI    CNT     :" CNT-FUKKI
           DISPLAY "*** ORCBSAGAKU END ***"
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
