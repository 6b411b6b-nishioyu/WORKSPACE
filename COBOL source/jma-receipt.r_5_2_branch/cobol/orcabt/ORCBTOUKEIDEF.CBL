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
       PROGRAM-ID.             ORCBTOUKEIDEF.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 統計ＣＳＶ出力
      *  コンポーネント名  : 統計定義実行
      *                      （統計定義（ＯＲＣＧＴＯＵＫＥＩＤＥＦで
      *                        登録）の抽出条件で診療行為を抽出し、
      *                        集計軸ごとに延患者数・件数・回数・
      *                        点数を集計してファイル保存先へＣＳＶ
      *                        出力する。
      *                        処理区分１：定期実行日が処理日の定義
      *                        を実行する（ジョブ管理から毎日起動）。
      *                        処理区分２：指定した定義を実行する）
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
      *    統計ＣＳＶ（定義ごと）
           SELECT  TKDCSV-FILE     ASSIGN  TKDCSVPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-TKDCSV.
      *
      *    実行結果リスト
           SELECT  TKDLST-FILE     ASSIGN  TKDLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-TKDLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  TKDCSV-FILE.
       01  TKDCSV-REC              PIC X(300).
      *
       FD  TKDLST-FILE.
       01  TKDLST-REC              PIC X(300).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-TKDCSV                      PIC X(02).
           03  STS-TKDLST                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-END                         PIC 9(01).
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-DEF                         PIC 9(01).
           03  FLG-SRYACT                      PIC 9(01).
           03  FLG-HKNCOMBI                    PIC 9(01).
           03  FLG-BYOPT                       PIC 9(01).
           03  FLG-TAISYO                      PIC 9(01).
           03  FLG-OVER                        PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-DEF                         PIC 9(06).
           03  CNT-JIKKOU                      PIC 9(06).
           03  CNT-IN                          PIC 9(09).
           03  CNT-TAISYO                      PIC 9(09).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(04).
           03  IDX2                            PIC 9(04).
           03  IDX-CD                          PIC 9(02).
           03  IDX-GRP                         PIC 9(04).
           03  IDX-KM                          PIC 9(01).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理区分（１：定期実行　２：定義指定実行）
               05  WRK-PARA-SYORIKBN           PIC X(01).
               05  WRK-PARA-SYORIYMD           PIC X(08).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *        定義コード（処理区分２）
               05  WRK-PARA-DEFID              PIC X(10).
      *
           03  WRK-STYMD                       PIC X(08).
           03  WRK-EDYMD                       PIC X(08).
           03  WRK-YMD.
               05  WRK-YMD-YY                  PIC 9(04).
               05  WRK-YMD-MM                  PIC 9(02).
               05  WRK-YMD-DD                  PIC 9(02).
           03  WRK-SYORI-DD                    PIC 9(02).
           03  WRK-GETUMATU-DD                 PIC 9(02).
           03  WRK-SYO                         PIC 9(04).
           03  WRK-AMARI                       PIC 9(04).
      *
      *    抽出中の診療日・保険番号・病名該当の判定結果
           03  WRK-DAY-YMD                     PIC X(08).
           03  WRK-COMB-PTID                   PIC 9(10).
           03  WRK-COMB-NUM                    PIC 9(04).
           03  WRK-HKNNUM                      PIC X(03).
           03  WRK-BYO-PTID                    PIC 9(10).
      *
      *    集計キー
           03  WRK-KEY1                        PIC X(20).
           03  WRK-KEY2                        PIC X(20).
           03  WRK-JIKU                        PIC X(01).
           03  WRK-KEY                         PIC X(20).
      *
           03  WRK-FILENAME                    PIC X(200).
      *
      *    編集用
           03  WRK-NUM                         PIC 9(10).
           03  WRK-NUM-ED                      PIC Z(09)9.
           03  WRK-NUM-SP                      PIC 9(02).
           03  WRK-ED-CNT                      PIC ZZZ,ZZZ,ZZ9.
           03  WRK-PTR                         PIC 9(03).
           03  WRK-LINE                        PIC X(300).
      *
           03  TKDCSVPARA                      PIC X(1024).
           03  TKDLSTPARA                      PIC X(256).
      *
      *    実行対象の定義コード
       01  DEFT-AREA.
           03  DEFT-MAX                        PIC 9(03).
           03  DEFT-DEFID          OCCURS  200 PIC X(10).
      *
      *    病名該当患者（患者番号順・最大５０００人）
       01  BYOPT-AREA.
           03  BYOPT-MAX                       PIC 9(04).
           03  BYOPT-PTID          OCCURS  5000
                                               PIC 9(10).
      *
      *    集計領域（最大３０００区分）
       01  GRP-AREA.
           03  GRP-MAX                         PIC 9(04).
           03  GRP-TBL             OCCURS  3000.
               05  GRP-KEY1                    PIC X(20).
               05  GRP-KEY2                    PIC X(20).
               05  GRP-SYUKEI.
      *            延患者数・件数・回数・点数
                   07  GRP-SU      OCCURS  4   PIC 9(10).
           03  GRP-GOKEI.
               05  GRP-GOK-SU      OCCURS  4   PIC 9(10).
           03  GRP-WORK.
               05  GRP-W-KEY1                  PIC X(20).
               05  GRP-W-KEY2                  PIC X(20).
               05  GRP-W-SYUKEI                PIC X(40).
      *
      *    同一診療日の区分別患者（延患者数の重複除き）
       01  DPT-AREA.
           03  DPT-MAX                         PIC 9(04).
           03  DPT-TBL             OCCURS  3000.
               05  DPT-GRP                     PIC 9(04).
               05  DPT-PTID                    PIC 9(10).
      *
       01  CONST-AREA.
      *    集計軸名
           03  CONST-JIKU-NAME-AREA.
               05  FILLER          PIC X(12)   VALUE   "診療科".
               05  FILLER          PIC X(12)   VALUE   "保険番号".
               05  FILLER          PIC X(12)   VALUE   "診療行為".
               05  FILLER          PIC X(12)   VALUE   "診療年月".
               05  FILLER          PIC X(12)   VALUE   "入外区分".
               05  FILLER          PIC X(12)   VALUE   "医師".
           03  CONST-JIKU-NAME-R   REDEFINES   CONST-JIKU-NAME-AREA.
               05  CONST-JIKU-NAME OCCURS  6   PIC X(12).
      *    出力項目名
           03  CONST-KOUMOKU-NAME-AREA.
               05  FILLER          PIC X(12)   VALUE   "延患者数".
               05  FILLER          PIC X(12)   VALUE   "件数".
               05  FILLER          PIC X(12)   VALUE   "回数".
               05  FILLER          PIC X(12)   VALUE   "点数".
           03  CONST-KOUMOKU-NAME-R    REDEFINES
                                       CONST-KOUMOKU-NAME-AREA.
               05  CONST-KOUMOKU-NAME
                                   OCCURS  4   PIC X(12).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    統計定義テーブル
      *    （ＯＲＣＧＴＯＵＫＥＩＤＥＦと同一レイアウト）
       01  TOUKEIDEF-REC.
           03  TKD-HOSPNUM         PIC 9(02).
           03  TKD-DEFID           PIC X(10).
           03  TKD-DEFNAME         PIC X(100).
      *    期間区分（１：前月　２：当月　３：期間指定）
           03  TKD-KIKANKBN        PIC X(01).
           03  TKD-STYMD           PIC X(08).
           03  TKD-EDYMD           PIC X(08).
      *    抽出条件（空白は条件なし）
      *    入外区分（１：入院　２：外来）
           03  TKD-NYUGAIKBN       PIC X(01).
           03  TKD-SRYKA           PIC X(02).
           03  TKD-HKNNUM          PIC X(03).
           03  TKD-SRYCD-ST        PIC X(09).
           03  TKD-SRYCD-ED        PIC X(09).
           03  TKD-BYOMEICD        PIC X(07).
      *    集計軸（１：診療科　２：保険番号　３：診療行為
      *            ４：診療年月　５：入外　６：医師）
           03  TKD-JIKU1           PIC X(01).
           03  TKD-JIKU2           PIC X(01).
      *    出力項目（１：延患者数　２：件数　３：回数　４：点数）
           03  TKD-KOUMOKU         PIC X(01)   OCCURS  4.
      *    定期実行（０：なし　１：毎月）・実行日（３１以上は末日）
           03  TKD-TEIKIKBN        PIC X(01).
           03  TKD-TEIKIDD         PIC 9(02).
           03  TKD-FILENAME        PIC X(100).
           03  TKD-LASTYMD         PIC X(08).
           03  TKD-UPYMD           PIC X(08).
           03  TKD-UPHMS           PIC X(06).
      *
      *    診療行為
       01  SRYACT-REC.
           COPY    "CPSRYACT.INC".
      *
      *    保険組合せ
       01  HKNCOMBI-REC.
           COPY    "CPHKNCOMBI.INC".
      *
      *    患者病名
       01  PTBYOMEI-REC.
           COPY    "CPPTBYOMEI.INC".
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
      *    ファイルデフォルト出力先
           COPY    "CPORCSSENDTO.INC".
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
      *        定期実行
               WHEN    "1"
                   PERFORM 200-TEIKI-SEC
      *        定義指定実行
               WHEN    "2"
                   PERFORM 210-SITEI-SEC
               WHEN    OTHER
                   DISPLAY "ORCBTOUKEIDEF PARA SYORIKBN ERR:"
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
           DISPLAY "*** ORCBTOUKEIDEF START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SYORIKBN
                                               WRK-PARA-SYORIYMD
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               WRK-PARA-DEFID
                                               TKDLSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "統計定義実行"  TO  JOB-SHELLMSG
           MOVE    "ORCBTOUKEIDEF" TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           IF      WRK-PARA-SYORIYMD   =   SPACE
               MOVE    SMCNDATE-YMD        TO  WRK-PARA-SYORIYMD
           END-IF
      *
      *    処理日の日と月末日
           MOVE    WRK-PARA-SYORIYMD   TO  WRK-YMD
           MOVE    WRK-YMD-DD          TO  WRK-SYORI-DD
           PERFORM 800-GETUMATU-SEC
           MOVE    WRK-YMD-DD          TO  WRK-GETUMATU-DD
      *
           OPEN    OUTPUT              TKDLST-FILE
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　統計定義実行結果　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　処理日："        DELIMITED   BY  SIZE
                   WRK-PARA-SYORIYMD   DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TKDLST-WRITE-SEC
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    定期実行処理
      *    （定期実行日が処理日で、処理日に未実行の定義を実行する。
      *      実行日が月末日以上の定義は月末日に実行する）
      *****************************************************************
       200-TEIKI-SEC               SECTION.
      *
           MOVE    ZERO                TO  DEFT-MAX
      *
           INITIALIZE                  TOUKEIDEF-REC
           MOVE    SPA-HOSPNUM         TO  TKD-HOSPNUM
           MOVE    TOUKEIDEF-REC       TO  MCPDATA-REC
           MOVE    "tbl_toukeidef"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH       =   1
                   MOVE    "tbl_toukeidef"     TO  MCP-TABLE
                   MOVE    "all"               TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  TOUKEIDEF-REC
                       ADD     1                   TO  CNT-DEF
                       PERFORM 2001-TEIKI-CHK-SEC
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_toukeidef"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   DEFT-MAX
               MOVE    DEFT-DEFID (IDX)    TO  WRK-PARA-DEFID
               PERFORM 800-DEF-GET-SEC
               IF      FLG-DEF             =   ZERO
                   PERFORM 300-JIKKOU-SEC
               END-IF
           END-PERFORM
           .
       200-TEIKI-EXT.
           EXIT.
      *
      *****************************************************************
      *    定期実行対象判定処理
      *****************************************************************
       2001-TEIKI-CHK-SEC          SECTION.
      *
           IF      TKD-TEIKIKBN    NOT =   "1"
           OR      TKD-LASTYMD         =   WRK-PARA-SYORIYMD
               GO  TO  2001-TEIKI-CHK-EXT
           END-IF
           IF      TKD-TEIKIDD     NOT =   WRK-SYORI-DD
               IF      TKD-TEIKIDD         <   WRK-GETUMATU-DD
               OR      WRK-SYORI-DD    NOT =   WRK-GETUMATU-DD
                   GO  TO  2001-TEIKI-CHK-EXT
               END-IF
           END-IF
      *
           IF      DEFT-MAX            <   200
               ADD     1                   TO  DEFT-MAX
               MOVE    TKD-DEFID           TO  DEFT-DEFID (DEFT-MAX)
           END-IF
           .
       2001-TEIKI-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    定義指定実行処理
      *****************************************************************
       210-SITEI-SEC               SECTION.
      *
           PERFORM 800-DEF-GET-SEC
           IF      FLG-DEF         NOT =   ZERO
               MOVE    SPACE               TO  WRK-LINE
               STRING  "【要確認】定義なし"
                                           DELIMITED   BY  SIZE
                       "　定義コード："    DELIMITED   BY  SIZE
                       WRK-PARA-DEFID      DELIMITED   BY  SPACE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-TKDLST-WRITE-SEC
               GO  TO  210-SITEI-EXT
           END-IF
           ADD     1                   TO  CNT-DEF
           PERFORM 300-JIKKOU-SEC
           .
       210-SITEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    定義実行処理
      *****************************************************************
       300-JIKKOU-SEC              SECTION.
      *
           INITIALIZE                  GRP-AREA
                                       DPT-AREA
           MOVE    ZERO                TO  CNT-TAISYO
                                           FLG-OVER
           MOVE    SPACE               TO  WRK-DAY-YMD
           MOVE    ZERO                TO  WRK-COMB-PTID
                                           WRK-BYO-PTID
      *
           PERFORM 3001-KIKAN-SEC
      *
      *    病名条件の該当患者
           IF      TKD-BYOMEICD    NOT =   SPACE
               PERFORM 3002-BYOPT-SEC
           END-IF
      *
      *    期間内の診療行為の抽出・集計
           INITIALIZE                  SRYACT-REC
           MOVE    SPA-HOSPNUM         TO  ACT-HOSPNUM
           MOVE    WRK-STYMD           TO  ACT-SRYYMD
           MOVE    SRYACT-REC          TO  MCPDATA-REC
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-SRYACT-FETCH-SEC
               PERFORM UNTIL   FLG-SRYACT      =   1
                   IF      ACT-SRYYMD          >   WRK-EDYMD
                       MOVE    1                   TO  FLG-SRYACT
                   ELSE
                       IF      ACT-SRYYMD      NOT <   WRK-STYMD
                           PERFORM 3003-SRYACT-SEC
                       END-IF
                       PERFORM 900-SRYACT-FETCH-SEC
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           PERFORM 3006-SORT-SEC
           PERFORM 3007-CSV-SEC
      *
      *    前回実行日の更新
           MOVE    WRK-PARA-SYORIYMD   TO  TKD-LASTYMD
           MOVE    SMCNDATE-YMD        TO  TKD-UPYMD
           MOVE    SMCNDATE-HMS        TO  TKD-UPHMS
           MOVE    TOUKEIDEF-REC       TO  MCPDATA-REC
           MOVE    "tbl_toukeidef"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBTOUKEIDEF DEF UPDATE ERR RC=" MCP-RC
                       " DEFID=" TKD-DEFID
           END-IF
           ADD     1                   TO  CNT-JIKKOU
      *
      *    実行結果リスト
           MOVE    CNT-TAISYO          TO  WRK-ED-CNT
           MOVE    SPACE               TO  WRK-LINE
           STRING  TKD-DEFID           DELIMITED   BY  SPACE
                   "　"                DELIMITED   BY  SIZE
                   TKD-DEFNAME         DELIMITED   BY  "  "
                   "　期間："          DELIMITED   BY  SIZE
                   WRK-STYMD           DELIMITED   BY  SIZE
                   "−"                DELIMITED   BY  SIZE
                   WRK-EDYMD           DELIMITED   BY  SIZE
                   "　抽出件数："      DELIMITED   BY  SIZE
                   WRK-ED-CNT          DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TKDLST-WRITE-SEC
           MOVE    SPACE               TO  WRK-LINE
           STRING  "　出力先："        DELIMITED   BY  SIZE
                   WRK-FILENAME        DELIMITED   BY  SPACE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TKDLST-WRITE-SEC
           IF      FLG-OVER        NOT =   ZERO
               STRING  "　【要確認】集計上限超過"
                                           DELIMITED   BY  SIZE
                       "のため一部未集計"  DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-TKDLST-WRITE-SEC
           END-IF
           .
       300-JIKKOU-EXT.
           EXIT.
      *
      *****************************************************************
      *    集計期間設定処理
      *    （前月・当月は処理日の属する月を基準とする）
      *****************************************************************
       3001-KIKAN-SEC              SECTION.
      *
           EVALUATE    TKD-KIKANKBN
               WHEN    "3"
                   MOVE    TKD-STYMD           TO  WRK-STYMD
                   MOVE    TKD-EDYMD           TO  WRK-EDYMD
               WHEN    "2"
                   MOVE    WRK-PARA-SYORIYMD   TO  WRK-YMD
                   MOVE    1                   TO  WRK-YMD-DD
                   MOVE    WRK-YMD             TO  WRK-STYMD
                   PERFORM 800-GETUMATU-SEC
                   MOVE    WRK-YMD             TO  WRK-EDYMD
               WHEN    OTHER
                   MOVE    WRK-PARA-SYORIYMD   TO  WRK-YMD
                   IF      WRK-YMD-MM          =   1
                       SUBTRACT    1               FROM    WRK-YMD-YY
                       MOVE        12              TO      WRK-YMD-MM
                   ELSE
                       SUBTRACT    1               FROM    WRK-YMD-MM
                   END-IF
                   MOVE    1                   TO  WRK-YMD-DD
                   MOVE    WRK-YMD             TO  WRK-STYMD
                   PERFORM 800-GETUMATU-SEC
                   MOVE    WRK-YMD             TO  WRK-EDYMD
           END-EVALUATE
           .
       3001-KIKAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    病名該当患者取得処理
      *    （期間内に継続する病名に指定病名コードを含む患者）
      *****************************************************************
       3002-BYOPT-SEC              SECTION.
      *
           MOVE    ZERO                TO  BYOPT-MAX
      *
           INITIALIZE                  PTBYOMEI-REC
           MOVE    SPA-HOSPNUM         TO  PTBYO-HOSPNUM
           MOVE    PTBYOMEI-REC        TO  MCPDATA-REC
           MOVE    "tbl_ptbyomei"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 3012-BYOPT-1KEN-SEC
                       UNTIL   FLG-FETCH       =   1
           END-IF
           MOVE    "tbl_ptbyomei"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       3002-BYOPT-EXT.
           EXIT.
      *
      *****************************************************************
      *    病名該当患者取得処理（１件）
      *****************************************************************
       3012-BYOPT-1KEN-SEC         SECTION.
      *
           MOVE    "tbl_ptbyomei"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  3012-BYOPT-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  PTBYOMEI-REC
      *
           IF      BYOPT-MAX           >   ZERO
               IF      BYOPT-PTID (BYOPT-MAX)  =   PTBYO-PTID
                   GO  TO  3012-BYOPT-1KEN-EXT
               END-IF
           END-IF
           IF      PTBYO-SRYYMD        >   WRK-EDYMD
               GO  TO  3012-BYOPT-1KEN-EXT
           END-IF
           IF      PTBYO-TENKIKBN  NOT =   SPACE
           AND     PTBYO-TENKIKBN  NOT =   ZERO
           AND     PTBYO-TENKIYMD      <   WRK-STYMD
               GO  TO  3012-BYOPT-1KEN-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-TAISYO
           PERFORM VARYING IDX-CD FROM 1 BY 1
                   UNTIL   IDX-CD          >   21
                   OR      FLG-TAISYO      =   1
               IF      PTBYO-BYOMEICD (IDX-CD)     =   TKD-BYOMEICD
                   MOVE    1                   TO  FLG-TAISYO
               END-IF
           END-PERFORM
           IF      FLG-TAISYO          =   ZERO
               GO  TO  3012-BYOPT-1KEN-EXT
           END-IF
      *
           IF      BYOPT-MAX           <   5000
               ADD     1                   TO  BYOPT-MAX
               MOVE    PTBYO-PTID          TO  BYOPT-PTID (BYOPT-MAX)
           ELSE
               MOVE    1                   TO  FLG-OVER
           END-IF
           .
       3012-BYOPT-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    診療行為抽出・集計処理（１件）
      *****************************************************************
       3003-SRYACT-SEC             SECTION.
      *
      *    抽出条件
           IF      TKD-NYUGAIKBN   NOT =   SPACE
           AND     TKD-NYUGAIKBN   NOT =   ACT-NYUGAIKBN
               GO  TO  3003-SRYACT-EXT
           END-IF
           IF      TKD-SRYKA       NOT =   SPACE
           AND     TKD-SRYKA       NOT =   ACT-SRYKA
               GO  TO  3003-SRYACT-EXT
           END-IF
           IF      TKD-SRYCD-ST    NOT =   SPACE
               IF      ACT-SRYCD           <   TKD-SRYCD-ST
               OR      ACT-SRYCD           >   TKD-SRYCD-ED
                   GO  TO  3003-SRYACT-EXT
               END-IF
           END-IF
           IF      TKD-HKNNUM      NOT =   SPACE
           OR      TKD-JIKU1           =   "2"
           OR      TKD-JIKU2           =   "2"
               PERFORM 3013-HKNNUM-SEC
               IF      TKD-HKNNUM      NOT =   SPACE
               AND     TKD-HKNNUM      NOT =   WRK-HKNNUM
                   GO  TO  3003-SRYACT-EXT
               END-IF
           END-IF
           IF      TKD-BYOMEICD    NOT =   SPACE
               PERFORM 3014-BYOPT-CHK-SEC
               IF      FLG-BYOPT       NOT =   ZERO
                   GO  TO  3003-SRYACT-EXT
               END-IF
           END-IF
           ADD     1                   TO  CNT-TAISYO
      *
      *    集計区分
           MOVE    TKD-JIKU1           TO  WRK-JIKU
           PERFORM 3015-KEY-SET-SEC
           MOVE    WRK-KEY             TO  WRK-KEY1
           MOVE    SPACE               TO  WRK-KEY2
           IF      TKD-JIKU2       NOT =   SPACE
               MOVE    TKD-JIKU2           TO  WRK-JIKU
               PERFORM 3015-KEY-SET-SEC
               MOVE    WRK-KEY             TO  WRK-KEY2
           END-IF
      *
           MOVE    ZERO                TO  IDX-GRP
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   GRP-MAX
                   OR      IDX-GRP     >   ZERO
               IF      GRP-KEY1 (IDX)      =   WRK-KEY1
               AND     GRP-KEY2 (IDX)      =   WRK-KEY2
                   MOVE    IDX                 TO  IDX-GRP
               END-IF
           END-PERFORM
           IF      IDX-GRP             =   ZERO
               IF      GRP-MAX             >=  3000
                   MOVE    1                   TO  FLG-OVER
                   GO  TO  3003-SRYACT-EXT
               END-IF
               ADD     1                   TO  GRP-MAX
               MOVE    GRP-MAX             TO  IDX-GRP
               MOVE    WRK-KEY1            TO  GRP-KEY1 (IDX-GRP)
               MOVE    WRK-KEY2            TO  GRP-KEY2 (IDX-GRP)
           END-IF
      *
      *    延患者数（同一診療日・同一区分の患者は１人）
           IF      ACT-SRYYMD      NOT =   WRK-DAY-YMD
               MOVE    ACT-SRYYMD          TO  WRK-DAY-YMD
               MOVE    ZERO                TO  DPT-MAX
           END-IF
           MOVE    ZERO                TO  IDX2
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   DPT-MAX
                   OR      IDX2        >   ZERO
               IF      DPT-GRP (IDX)       =   IDX-GRP
               AND     DPT-PTID (IDX)      =   ACT-PTID
                   MOVE    IDX                 TO  IDX2
               END-IF
           END-PERFORM
           IF      IDX2                =   ZERO
               ADD     1                   TO  GRP-SU (IDX-GRP 1)
               IF      DPT-MAX             <   3000
                   ADD     1                   TO  DPT-MAX
                   MOVE    IDX-GRP             TO  DPT-GRP (DPT-MAX)
                   MOVE    ACT-PTID            TO  DPT-PTID (DPT-MAX)
               END-IF
           END-IF
      *
      *    件数・回数・点数
           ADD     1                   TO  GRP-SU (IDX-GRP 2)
           ADD     ACT-KAISU           TO  GRP-SU (IDX-GRP 3)
           ADD     ACT-TENSU           TO  GRP-SU (IDX-GRP 4)
           .
       3003-SRYACT-EXT.
           EXIT.
      *
      *****************************************************************
      *    保険番号取得処理
      *    （診療行為の保険組合せの主保険番号）
      *****************************************************************
       3013-HKNNUM-SEC             SECTION.
      *
           IF      ACT-PTID            =   WRK-COMB-PTID
           AND     ACT-HKNCOMBINUM     =   WRK-COMB-NUM
               GO  TO  3013-HKNNUM-EXT
           END-IF
           MOVE    ACT-PTID            TO  WRK-COMB-PTID
           MOVE    ACT-HKNCOMBINUM     TO  WRK-COMB-NUM
           MOVE    SPACE               TO  WRK-HKNNUM
      *
           INITIALIZE                  HKNCOMBI-REC
           MOVE    SPA-HOSPNUM         TO  COMB-HOSPNUM
           MOVE    ACT-PTID            TO  COMB-PTID
           MOVE    ACT-HKNCOMBINUM     TO  COMB-HKNCOMBINUM
           MOVE    HKNCOMBI-REC        TO  MCPDATA-REC
           MOVE    "tbl_hkncombi"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_hkncombi"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  HKNCOMBI-REC
                   MOVE    COMB-HKNNUM         TO  WRK-HKNNUM
               END-IF
           END-IF
           MOVE    "tbl_hkncombi"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       3013-HKNNUM-EXT.
           EXIT.
      *
      *****************************************************************
      *    病名該当患者判定処理
      *****************************************************************
       3014-BYOPT-CHK-SEC          SECTION.
      *
      *    直前と同じ患者は前回の判定結果とする
           IF      ACT-PTID            =   WRK-BYO-PTID
               GO  TO  3014-BYOPT-CHK-EXT
           END-IF
           MOVE    ACT-PTID            TO  WRK-BYO-PTID
      *
           MOVE    1                   TO  FLG-BYOPT
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   BYOPT-MAX
                   OR      FLG-BYOPT   =   ZERO
                   OR      BYOPT-PTID (IDX)    >   ACT-PTID
               IF      BYOPT-PTID (IDX)    =   ACT-PTID
                   MOVE    ZERO                TO  FLG-BYOPT
               END-IF
           END-PERFORM
           .
       3014-BYOPT-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    集計キー編集処理（ＷＲＫ−ＪＩＫＵの軸の値）
      *****************************************************************
       3015-KEY-SET-SEC            SECTION.
      *
           MOVE    SPACE               TO  WRK-KEY
           EVALUATE    WRK-JIKU
               WHEN    "1"
                   MOVE    ACT-SRYKA           TO  WRK-KEY
               WHEN    "2"
                   MOVE    WRK-HKNNUM          TO  WRK-KEY
               WHEN    "3"
                   MOVE    ACT-SRYCD           TO  WRK-KEY
               WHEN    "4"
                   MOVE    ACT-SRYYMD (1:6)    TO  WRK-KEY
               WHEN    "5"
                   MOVE    ACT-NYUGAIKBN       TO  WRK-KEY
               WHEN    "6"
                   MOVE    ACT-DRCD            TO  WRK-KEY
           END-EVALUATE
           .
       3015-KEY-SET-EXT.
           EXIT.
      *
      *****************************************************************
      *    集計区分並べ替え処理（集計キーの昇順）
      *****************************************************************
       3006-SORT-SEC               SECTION.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >=  GRP-MAX
               COMPUTE IDX-GRP =   IDX     +   1
               PERFORM VARYING IDX2 FROM IDX-GRP BY 1
                       UNTIL   IDX2        >   GRP-MAX
                   IF    ( GRP-KEY1 (IDX2)     <   GRP-KEY1 (IDX) )
                   OR    ( GRP-KEY1 (IDX2)     =   GRP-KEY1 (IDX)
                   AND     GRP-KEY2 (IDX2)     <   GRP-KEY2 (IDX) )
                       MOVE    GRP-TBL (IDX)       TO  GRP-WORK
                       MOVE    GRP-TBL (IDX2)      TO  GRP-TBL (IDX)
                       MOVE    GRP-WORK            TO  GRP-TBL (IDX2)
                   END-IF
               END-PERFORM
           END-PERFORM
           .
       3006-SORT-EXT.
           EXIT.
      *
      *****************************************************************
      *    統計ＣＳＶ出力処理
      *    （出力先はファイル保存先。ファイル名の指定がないときは
      *      定義コード＿処理日．ｃｓｖとする）
      *****************************************************************
       3007-CSV-SEC                SECTION.
      *
           MOVE    SPACE               TO  WRK-FILENAME
           IF      TKD-FILENAME        =   SPACE
               STRING  TKD-DEFID           DELIMITED   BY  SPACE
                       "_"                 DELIMITED   BY  SIZE
                       WRK-PARA-SYORIYMD   DELIMITED   BY  SIZE
                       ".csv"              DELIMITED   BY  SIZE
                                           INTO    WRK-FILENAME
               END-STRING
           ELSE
               MOVE    TKD-FILENAME        TO  WRK-FILENAME
           END-IF
           INITIALIZE                  SSENDTO-AREA
           MOVE    WRK-FILENAME        TO  SSENDTO-DIR
           CALL    "ORCSSENDTO"        USING
                                       SSENDTO-AREA
           MOVE    SSENDTO-DIR         TO  WRK-FILENAME
                                           TKDCSVPARA
      *
           OPEN    OUTPUT              TKDCSV-FILE
           IF      STS-TKDCSV      NOT =   "00"
               DISPLAY "ORCBTOUKEIDEF CSV OPEN ERR STS=" STS-TKDCSV
               MOVE    SPACE               TO  WRK-FILENAME
               GO  TO  3007-CSV-EXT
           END-IF
      *
      *    定義名・期間
           MOVE    SPACE               TO  WRK-LINE
           STRING  TKD-DEFNAME         DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-STYMD           DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-EDYMD           DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TKDCSV-WRITE-SEC
      *
      *    見出し
           MOVE    SPACE               TO  WRK-LINE
           MOVE    1                   TO  WRK-PTR
           MOVE    TKD-JIKU1           TO  IDX-KM
           STRING  CONST-JIKU-NAME (IDX-KM)
                                       DELIMITED   BY  SPACE
                                       INTO    WRK-LINE
                                       WITH    POINTER WRK-PTR
           END-STRING
           IF      TKD-JIKU2       NOT =   SPACE
               MOVE    TKD-JIKU2           TO  IDX-KM
               STRING  ","                 DELIMITED   BY  SIZE
                       CONST-JIKU-NAME (IDX-KM)
                                           DELIMITED   BY  SPACE
                                           INTO    WRK-LINE
                                           WITH    POINTER WRK-PTR
               END-STRING
           END-IF
           PERFORM VARYING IDX-KM FROM 1 BY 1
                   UNTIL   IDX-KM      >   4
               IF      TKD-KOUMOKU (IDX-KM)    =   "1"
                   STRING  ","                 DELIMITED   BY  SIZE
                           CONST-KOUMOKU-NAME (IDX-KM)
                                               DELIMITED   BY  SPACE
                                               INTO    WRK-LINE
                                               WITH    POINTER WRK-PTR
                   END-STRING
               END-IF
           END-PERFORM
           PERFORM 900-TKDCSV-WRITE-SEC
      *
      *    集計区分
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   GRP-MAX
               MOVE    SPACE               TO  WRK-LINE
               MOVE    1                   TO  WRK-PTR
               STRING  GRP-KEY1 (IDX)      DELIMITED   BY  SPACE
                                           INTO    WRK-LINE
                                           WITH    POINTER WRK-PTR
               END-STRING
               IF      TKD-JIKU2       NOT =   SPACE
                   STRING  ","                 DELIMITED   BY  SIZE
                           GRP-KEY2 (IDX)      DELIMITED   BY  SPACE
                                               INTO    WRK-LINE
                                               WITH    POINTER WRK-PTR
                   END-STRING
               END-IF
               PERFORM VARYING IDX-KM FROM 1 BY 1
                       UNTIL   IDX-KM      >   4
                   ADD     GRP-SU (IDX IDX-KM) TO  GRP-GOK-SU (IDX-KM)
                   IF      TKD-KOUMOKU (IDX-KM)    =   "1"
                       MOVE    GRP-SU (IDX IDX-KM) TO  WRK-NUM
                       PERFORM 530-CSV-ADD-SEC
                   END-IF
               END-PERFORM
               PERFORM 900-TKDCSV-WRITE-SEC
           END-PERFORM
      *
      *    合計
           MOVE    SPACE               TO  WRK-LINE
           MOVE    1                   TO  WRK-PTR
           STRING  "合計"              DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
                                       WITH    POINTER WRK-PTR
           END-STRING
           IF      TKD-JIKU2       NOT =   SPACE
               STRING  ","                 DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
                                           WITH    POINTER WRK-PTR
               END-STRING
           END-IF
           PERFORM VARYING IDX-KM FROM 1 BY 1
                   UNTIL   IDX-KM      >   4
               IF      TKD-KOUMOKU (IDX-KM)    =   "1"
                   MOVE    GRP-GOK-SU (IDX-KM) TO  WRK-NUM
                   PERFORM 530-CSV-ADD-SEC
               END-IF
           END-PERFORM
           PERFORM 900-TKDCSV-WRITE-SEC
      *
           CLOSE   TKDCSV-FILE
           .
       3007-CSV-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           CLOSE   TKDLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "DEF     CNT    :" CNT-DEF
           DISPLAY "JIKKOU  CNT    :" CNT-JIKKOU
           DISPLAY "SRYACT  CNT    :" CNT-IN
           DISPLAY "*** ORCBTOUKEIDEF END ***"
           .
       500-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＣＳＶ数値項目追加処理
      *****************************************************************
       530-CSV-ADD-SEC             SECTION.
      *
           MOVE    WRK-NUM             TO  WRK-NUM-ED
           MOVE    ZERO                TO  WRK-NUM-SP
           INSPECT WRK-NUM-ED      TALLYING    WRK-NUM-SP
                                   FOR LEADING SPACE
           STRING  ","                 DELIMITED   BY  SIZE
                   WRK-NUM-ED (WRK-NUM-SP + 1:)
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
                                       WITH    POINTER WRK-PTR
           END-STRING
           .
       530-CSV-ADD-EXT.
           EXIT.
      *
      *****************************************************************
      *    月末日算出処理（ＷＲＫ−ＹＭＤの日を月末日にする）
      *****************************************************************
       800-GETUMATU-SEC            SECTION.
      *
           EVALUATE    WRK-YMD-MM
               WHEN    01
               WHEN    03
               WHEN    05
               WHEN    07
               WHEN    08
               WHEN    10
               WHEN    12
                   MOVE    31              TO  WRK-YMD-DD
               WHEN    02
      *            うるう年判定
                   DIVIDE  WRK-YMD-YY      BY  4
                           GIVING  WRK-SYO
                           REMAINDER       WRK-AMARI
                   IF      WRK-AMARI       =   ZERO
                       MOVE    29              TO  WRK-YMD-DD
                   ELSE
                       MOVE    28              TO  WRK-YMD-DD
                   END-IF
               WHEN    OTHER
                   MOVE    30              TO  WRK-YMD-DD
           END-EVALUATE
           .
       800-GETUMATU-EXT.
           EXIT.
      *
      *****************************************************************
      *    統計定義取得処理（ＷＲＫ−ＰＡＲＡ−ＤＥＦＩＤ）
      *****************************************************************
       800-DEF-GET-SEC             SECTION.
      *
           MOVE    1                   TO  FLG-DEF
      *
           INITIALIZE                  TOUKEIDEF-REC
           MOVE    SPA-HOSPNUM         TO  TKD-HOSPNUM
           MOVE    WRK-PARA-DEFID      TO  TKD-DEFID
           MOVE    TOUKEIDEF-REC       TO  MCPDATA-REC
           MOVE    "tbl_toukeidef"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_toukeidef"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  TOUKEIDEF-REC
                   MOVE    ZERO                TO  FLG-DEF
               END-IF
               MOVE    "tbl_toukeidef"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       800-DEF-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    診療行為読込処理
      *****************************************************************
       900-SRYACT-FETCH-SEC        SECTION.
      *
           MOVE    ZERO                TO  FLG-SRYACT
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  SRYACT-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-SRYACT
           END-IF
           .
       900-SRYACT-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    実行結果リスト行出力処理
      *****************************************************************
       900-TKDLST-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  TKDLST-REC
           WRITE   TKDLST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-TKDLST-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    統計ＣＳＶ行出力処理
      *****************************************************************
       900-TKDCSV-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  TKDCSV-REC
           WRITE   TKDCSV-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-TKDCSV-WRITE-EXT.
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
