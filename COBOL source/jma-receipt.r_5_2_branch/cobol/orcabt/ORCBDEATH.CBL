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
       PROGRAM-ID.             ORCBDEATH.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 患者
      *  コンポーネント名  : 死亡登録患者の停止業務一覧
      *                      （登録日が指定期間内の死亡登録患者に
      *                        ついて、死亡登録時に停止した業務の
      *                        一覧または相続人宛ての未精算一覧を
      *                        出力する。
      *                        処理区分　１：停止業務一覧
      *                        ２：相続人宛て未精算一覧（登録中で
      *                        未精算額のある患者のみ））
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
      *    出力：一覧
           SELECT  LST-FILE        ASSIGN  ASS-LST
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  STS-LST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  LST-FILE.
       01  LST-REC                 PIC X(800).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    ファイル指定領域
       01  ASS-AREA.
           03  ASS-LST                 PIC X(256).
      *
       01  STS-AREA.
           03  STS-LST                 PIC X(02).
      *
      *    フラグ領域
       01  FLG-AREA.
           03  FLG-END                 PIC 9(01).
           03  FLG-FETCH               PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-PT                  PIC 9(06).
           03  CNT-OUT                 PIC 9(06).
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
      *        処理区分（１：停止業務一覧　２：相続人宛て未精算一覧）
               05  WRK-PARA-SYORIKBN   PIC X(01).
      *        登録日の範囲
               05  WRK-PARA-STYMD      PIC X(08).
               05  WRK-PARA-EDYMD      PIC X(08).
      *
           03  WRK-TAIIN               PIC X(08).
           03  WRK-STATE               PIC X(06).
           03  WRK-ED-KIN              PIC -(9)9.
           03  WRK-ED-KENSU            PIC ZZZ,ZZ9.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    死亡登録テーブル
      *    （ＯＲＣＳＤＥＡＴＨと同一レイアウト）
       01  PTDEATH-REC.
           03  DTH-HOSPNUM         PIC 9(02).
           03  DTH-PTID            PIC 9(10).
           03  DTH-DEATHYMD        PIC X(08).
      *    死亡退院区分（１：死亡退院）
           03  DTH-TAIINKBN        PIC X(01).
      *    相続人（未精算分の請求先）
           03  DTH-SOZOKU-NAME     PIC X(50).
           03  DTH-SOZOKU-ZOKU     PIC X(20).
           03  DTH-SOZOKU-POST     PIC X(07).
           03  DTH-SOZOKU-ADRS     PIC X(200).
           03  DTH-SOZOKU-TEL      PIC X(15).
      *    状態（０：登録中　９：取消）
           03  DTH-STATE           PIC X(01).
           03  DTH-TOUROKUYMD      PIC X(08).
           03  DTH-TORIKESIYMD     PIC X(08).
           03  DTH-OPID            PIC X(16).
           03  DTH-CREYMD          PIC X(08).
           03  DTH-UPYMD           PIC X(08).
           03  DTH-UPHMS           PIC X(06).
      *
      *    患者情報
       01  PTINF-REC.
           COPY    "CPPTINF.INC".
      *
      *    患者番号変換
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
      *    死亡登録による関連業務停止サブ
           COPY    "CPORCSDEATH.INC".
      *
      *    ＤＢ検索
           COPY    "MCPDATA.INC".
           COPY    "MCPAREA".
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
           PERFORM 200-PTDEATH-SEC
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
           DISPLAY "*** ORCBDEATH START ***"
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
                                               WRK-PARA-SYORIKBN
                                               WRK-PARA-STYMD
                                               WRK-PARA-EDYMD
                                               ASS-LST
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
           IF      WRK-PARA-SYORIKBN   NOT =   "2"
               MOVE    "1"                 TO  WRK-PARA-SYORIKBN
           END-IF
           IF      WRK-PARA-STYMD      =   SPACE
               MOVE    ZERO                TO  WRK-PARA-STYMD
           END-IF
           IF      WRK-PARA-EDYMD      =   SPACE
               MOVE    "99999999"          TO  WRK-PARA-EDYMD
           END-IF
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "死亡登録停止業務一覧"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBDEATH"     TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
           MOVE    SMCNDATE-YMD        TO  SPA-SYSYMD
      *
           OPEN    OUTPUT              LST-FILE
           IF      WRK-PARA-SYORIKBN   =   "1"
               MOVE    "＊＊＊　死亡登録停止業務一覧"
                                       TO  LST-REC
               PERFORM 900-LST-WRITE-SEC
               STRING  "患者番号,氏名,死亡日,死亡退院,"
                                       DELIMITED   BY  SIZE
                       "登録状態,業務,内容,状態"
                                       DELIMITED   BY  SIZE
                                       INTO    LST-REC
               END-STRING
           ELSE
               MOVE    "＊＊＊　相続人宛て未精算一覧"
                                       TO  LST-REC
               PERFORM 900-LST-WRITE-SEC
               STRING  "患者番号,氏名,死亡日,未精算額,"
                                       DELIMITED   BY  SIZE
                       "相続人,続柄,郵便番号,住所,電話"
                                       DELIMITED   BY  SIZE
                                       INTO    LST-REC
               END-STRING
           END-IF
           PERFORM 900-LST-WRITE-SEC
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    死亡登録読込処理
      *****************************************************************
       200-PTDEATH-SEC             SECTION.
      *
           INITIALIZE                  PTDEATH-REC
           MOVE    SPA-HOSPNUM         TO  DTH-HOSPNUM
           MOVE    PTDEATH-REC         TO  MCPDATA-REC
           MOVE    "tbl_ptdeath"       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH   =   1
                   MOVE    "tbl_ptdeath"       TO  MCP-TABLE
                   MOVE    "all"               TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  PTDEATH-REC
                       PERFORM 2001-PTDEATH-1KEN-SEC
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_ptdeath"       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-PTDEATH-EXT.
           EXIT.
      *
      *****************************************************************
      *    死亡登録１件処理
      *****************************************************************
       2001-PTDEATH-1KEN-SEC       SECTION.
      *
           IF      DTH-TOUROKUYMD      <   WRK-PARA-STYMD
           OR      DTH-TOUROKUYMD      >   WRK-PARA-EDYMD
               GO  TO  2001-PTDEATH-1KEN-EXT
           END-IF
           IF      WRK-PARA-SYORIKBN   =   "2"
           AND     DTH-STATE       NOT =   "0"
               GO  TO  2001-PTDEATH-1KEN-EXT
           END-IF
      *
      *    停止業務・未精算額の取得
           INITIALIZE                  ORCSDEATHAREA
           MOVE    "4"                 TO  SDEATH-MODE
           MOVE    SPA-HOSPNUM         TO  SDEATH-HOSPNUM
           MOVE    DTH-PTID            TO  SDEATH-PTID
           MOVE    "ORCBDEATH"         TO  SDEATH-OPID
           CALL    "ORCSDEATH"         USING   ORCSDEATHAREA
      *
           IF      WRK-PARA-SYORIKBN   =   "2"
           AND     SDEATH-MISYU    NOT >   ZERO
               GO  TO  2001-PTDEATH-1KEN-EXT
           END-IF
      *
           ADD     1                   TO  CNT-PT
           PERFORM 800-PTNUM-GET-SEC
           PERFORM 810-PTINF-GET-SEC
      *
           IF      WRK-PARA-SYORIKBN   =   "2"
               PERFORM 2003-MISYU-OUT-SEC
               GO  TO  2001-PTDEATH-1KEN-EXT
           END-IF
      *
           IF      DTH-TAIINKBN        =   "1"
               MOVE    "死亡退院"          TO  WRK-TAIIN
           ELSE
               MOVE    SPACE               TO  WRK-TAIIN
           END-IF
           IF      DTH-STATE           =   "0"
               MOVE    "登録中"            TO  WRK-STATE
           ELSE
               MOVE    "取消済"            TO  WRK-STATE
           END-IF
      *
           IF      SDEATH-STOP-MAX     =   ZERO
               MOVE    ZERO                TO  IDX
               PERFORM 2002-STOP-OUT-SEC
           ELSE
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL   IDX         >   SDEATH-STOP-MAX
                   PERFORM 2002-STOP-OUT-SEC
               END-PERFORM
           END-IF
           .
       2001-PTDEATH-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    停止業務一覧出力処理（ＩＤＸ＝０は停止業務なし）
      *****************************************************************
       2002-STOP-OUT-SEC           SECTION.
      *
           MOVE    SPACE               TO  LST-REC
           IF      IDX                 =   ZERO
               STRING  PTNUM-PTNUM         DELIMITED   BY  SPACE
                       ","                 DELIMITED   BY  SIZE
                       PTINF-NAME          DELIMITED   BY  SPACE
                       ","                 DELIMITED   BY  SIZE
                       DTH-DEATHYMD        DELIMITED   BY  SIZE
                       ","                 DELIMITED   BY  SIZE
                       WRK-TAIIN           DELIMITED   BY  SPACE
                       ","                 DELIMITED   BY  SIZE
                       WRK-STATE           DELIMITED   BY  SPACE
                       ",,停止業務なし,"   DELIMITED   BY  SIZE
                                       INTO    LST-REC
               END-STRING
           ELSE
               STRING  PTNUM-PTNUM         DELIMITED   BY  SPACE
                       ","                 DELIMITED   BY  SIZE
                       PTINF-NAME          DELIMITED   BY  SPACE
                       ","                 DELIMITED   BY  SIZE
                       DTH-DEATHYMD        DELIMITED   BY  SIZE
                       ","                 DELIMITED   BY  SIZE
                       WRK-TAIIN           DELIMITED   BY  SPACE
                       ","                 DELIMITED   BY  SIZE
                       WRK-STATE           DELIMITED   BY  SPACE
                       ","                 DELIMITED   BY  SIZE
                       SDEATH-GYOMUMEI (IDX)
                                           DELIMITED   BY  SPACE
                       ","                 DELIMITED   BY  SIZE
                       SDEATH-NAIYO (IDX)  DELIMITED   BY  "  "
                       ","                 DELIMITED   BY  SIZE
                       SDEATH-KEKKA (IDX)  DELIMITED   BY  "  "
                                       INTO    LST-REC
               END-STRING
           END-IF
           PERFORM 900-LST-WRITE-SEC
           .
       2002-STOP-OUT-EXT.
           EXIT.
      *
      *****************************************************************
      *    相続人宛て未精算一覧出力処理
      *****************************************************************
       2003-MISYU-OUT-SEC          SECTION.
      *
           MOVE    SDEATH-MISYU        TO  WRK-ED-KIN
           MOVE    SPACE               TO  LST-REC
           STRING  PTNUM-PTNUM         DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   PTINF-NAME          DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   DTH-DEATHYMD        DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-KIN          DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   DTH-SOZOKU-NAME     DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   DTH-SOZOKU-ZOKU     DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   DTH-SOZOKU-POST     DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   DTH-SOZOKU-ADRS     DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   DTH-SOZOKU-TEL      DELIMITED   BY  SPACE
                                       INTO    LST-REC
           END-STRING
           PERFORM 900-LST-WRITE-SEC
           .
       2003-MISYU-OUT-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了　処理
      *****************************************************************
       600-TERM-SEC                SECTION.
      *
           MOVE    CNT-PT              TO  WRK-ED-KENSU
           STRING  "対象患者数,"       DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                                       INTO    LST-REC
           END-STRING
           PERFORM 900-LST-WRITE-SEC
           CLOSE   LST-FILE
      *
           DISPLAY "ORCBDEATH PT=" CNT-PT " OUT=" CNT-OUT
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "死亡登録停止業務一覧"
                                   TO  JOB-SHELLMSG
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "*** ORCBDEATH END ***"
           .
       600-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者番号取得処理（患者ＩＤから）
      *****************************************************************
       800-PTNUM-GET-SEC           SECTION.
      *
           INITIALIZE                  PTNUM-REC
           MOVE    SPA-HOSPNUM         TO  PTNUM-HOSPNUM
           MOVE    DTH-PTID            TO  PTNUM-PTID
           MOVE    PTNUM-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  PTNUM-REC
           ELSE
               INITIALIZE                  PTNUM-REC
           END-IF
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       800-PTNUM-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者情報取得処理
      *****************************************************************
       810-PTINF-GET-SEC           SECTION.
      *
           INITIALIZE                  PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    DTH-PTID            TO  PTINF-PTID
           MOVE    PTINF-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  PTINF-REC
           ELSE
               INITIALIZE                  PTINF-REC
           END-IF
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       810-PTINF-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    一覧出力処理
      *****************************************************************
       900-LST-WRITE-SEC           SECTION.
      *
           WRITE   LST-REC
           MOVE    SPACE               TO  LST-REC
           ADD     1                   TO  CNT-OUT
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
