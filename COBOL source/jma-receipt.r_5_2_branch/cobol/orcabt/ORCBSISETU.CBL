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
       PROGRAM-ID.             ORCBSISETU.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 月次統計
      *  コンポーネント名  : 施設基準定例報告資料
      *                      （７月１日現在で届出中の施設基準を
      *                        施設基準届出台帳（ＯＲＣＧＳＩＳＥＴＵ
      *                        で保守）から抽出し、関連点数ごとの
      *                        前年７月〜当年６月の算定件数を一覧に
      *                        する。算定件数は診療行為の件数で数える。
      *                        年度の省略時は当年の報告分とする）
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
      *    施設基準定例報告リスト
           SELECT  SISETU-FILE     ASSIGN  SISETULSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-SISETU.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  SISETU-FILE.
       01  SISETU-LST-REC          PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-SISETU                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-END                         PIC 9(01).
           03  FLG-FETCH                       PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(08).
           03  CNT-HIT                         PIC 9(08).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(04).
           03  IDXT                            PIC 9(04).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
               05  WRK-PARA-NENDO              PIC X(04).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
           03  WRK-YM.
               05  WRK-YY                      PIC 9(04).
               05  WRK-MM                      PIC 9(02).
      *    基準日（報告年の７月１日）と集計期間
           03  WRK-KIJUN-YMD                   PIC X(08).
           03  WRK-STYM                        PIC X(06).
           03  WRK-EDYM                        PIC X(06).
      *
           03  WRK-LINE                        PIC X(200).
           03  WRK-ED-CNT                      PIC ZZZ,ZZ9.
      *
           03  SISETULSTPARA                   PIC X(256).
      *
      *    届出中の施設基準
       01  SKJ-TBL-AREA.
           03  SKJ-TBL-MAX                     PIC 9(04).
           03  SKJ-TBL                         OCCURS  200.
               05  SKJ-TBL-SKJCD               PIC X(05).
               05  SKJ-TBL-TODOKENAME          PIC X(80).
               05  SKJ-TBL-JURINUM             PIC X(20).
               05  SKJ-TBL-STYMD               PIC X(08).
      *
      *    関連点数と算定件数
       01  TEN-TBL-AREA.
           03  TEN-TBL-MAX                     PIC 9(04).
           03  TEN-TBL                         OCCURS  1000.
               05  TEN-TBL-IDX                 PIC 9(04).
               05  TEN-TBL-SRYCD               PIC X(09).
               05  TEN-TBL-KENSU               PIC 9(08).
      *
      *    定数領域
       01  CONST-AREA.
           03  CONST-SKJ-MAX       PIC 9(04)   VALUE 200.
           03  CONST-TEN-MAX       PIC 9(04)   VALUE 1000.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    施設基準届出台帳
      *    （ＯＲＣＧＳＩＳＥＴＵ・ＯＲＣＳＳＫＪＣＨＫと同一
      *      レイアウト）
       01  SISETUKJN-REC.
           03  SKJ-HOSPNUM         PIC 9(02).
           03  SKJ-SKJCD           PIC X(05).
           03  SKJ-TODOKENAME      PIC X(80).
           03  SKJ-JURINUM         PIC X(20).
           03  SKJ-STYMD           PIC X(08).
           03  SKJ-JITAIYMD        PIC X(08).
           03  SKJ-BIKO            PIC X(80).
           03  SKJ-UPYMD           PIC X(08).
           03  SKJ-UPHMS           PIC X(06).
      *
      *    施設基準関連点数テーブル
       01  SISETUKJNTEN-REC.
           03  SKT-HOSPNUM         PIC 9(02).
           03  SKT-SKJCD           PIC X(05).
           03  SKT-SRYCD           PIC X(09).
           03  SKT-UPYMD           PIC X(08).
           03  SKT-UPHMS           PIC X(06).
      *
      *    診療行為
       01  SRYACT-REC.
           COPY    "CPSRYACT.INC".
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
           PERFORM 200-MAIN-SEC    UNTIL   FLG-END =   1
      *
           PERFORM 300-TERM-SEC
      *
           STOP    RUN
           .
      *****************************************************************
      *    初期　処理
      *****************************************************************
       100-INIT-SEC                SECTION.
      *
           DISPLAY "*** ORCBSISETU START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       SPA-AREA
                                       SKJ-TBL-AREA
                                       TEN-TBL-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-NENDO
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               SISETULSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "施設基準定例報告"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBSISETU"    TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    報告年の省略時は当年分
           IF      WRK-PARA-NENDO      IS  NOT NUMERIC
               MOVE    SMCNDATE-YMD (1:4)  TO  WRK-PARA-NENDO
           END-IF
      *
      *    基準日は７月１日、集計期間は前年７月〜当年６月
           MOVE    WRK-PARA-NENDO      TO  WRK-KIJUN-YMD (1:4)
           MOVE    "0701"              TO  WRK-KIJUN-YMD (5:4)
           MOVE    WRK-PARA-NENDO      TO  WRK-YY
           MOVE    06                  TO  WRK-MM
           MOVE    WRK-YM              TO  WRK-EDYM
           SUBTRACT    1               FROM    WRK-YY
           MOVE    07                  TO  WRK-MM
           MOVE    WRK-YM              TO  WRK-STYM
      *
           OPEN    OUTPUT              SISETU-FILE
      *
      *    届出中の施設基準と関連点数の読込
           PERFORM 110-SKJ-LOAD-SEC
           IF      SKJ-TBL-MAX         =   ZERO
               MOVE    1                   TO  FLG-END
           ELSE
               PERFORM 120-SKT-LOAD-SEC
               IF      TEN-TBL-MAX         =   ZERO
                   MOVE    1                   TO  FLG-END
               END-IF
           END-IF
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    施設基準届出台帳読込処理（基準日に届出中のもの）
      *****************************************************************
       110-SKJ-LOAD-SEC            SECTION.
      *
           INITIALIZE                  SISETUKJN-REC
           MOVE    SPA-HOSPNUM         TO  SKJ-HOSPNUM
           MOVE    SISETUKJN-REC       TO  MCPDATA-REC
           MOVE    "tbl_sisetukjn"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  110-SKJ-LOAD-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM UNTIL   FLG-FETCH       =   1
               MOVE    "tbl_sisetukjn"     TO  MCP-TABLE
               MOVE    "all"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  SISETUKJN-REC
                   IF      SKJ-STYMD       NOT =   SPACE
                   AND     SKJ-STYMD           <=  WRK-KIJUN-YMD
                   AND   ( SKJ-JITAIYMD        =   SPACE
                   OR      SKJ-JITAIYMD        >   WRK-KIJUN-YMD )
                       PERFORM 1101-SKJ-ADD-SEC
                   END-IF
               ELSE
                   MOVE    1                   TO  FLG-FETCH
               END-IF
           END-PERFORM
      *
           MOVE    "tbl_sisetukjn"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       110-SKJ-LOAD-EXT.
           EXIT.
      *
      *****************************************************************
      *    届出中施設基準の追加処理
      *****************************************************************
       1101-SKJ-ADD-SEC            SECTION.
      *
           IF      SKJ-TBL-MAX         >=  CONST-SKJ-MAX
               DISPLAY "ORCBSISETU SISETUKJN TABLE OVER"
               MOVE    1                   TO  FLG-FETCH
               GO  TO  1101-SKJ-ADD-EXT
           END-IF
      *
           ADD     1                   TO  SKJ-TBL-MAX
           MOVE    SKJ-SKJCD           TO  SKJ-TBL-SKJCD (SKJ-TBL-MAX)
           MOVE    SKJ-TODOKENAME      TO
                   SKJ-TBL-TODOKENAME  (SKJ-TBL-MAX)
           MOVE    SKJ-JURINUM         TO
                   SKJ-TBL-JURINUM     (SKJ-TBL-MAX)
           MOVE    SKJ-STYMD           TO  SKJ-TBL-STYMD (SKJ-TBL-MAX)
           .
       1101-SKJ-ADD-EXT.
           EXIT.
      *
      *****************************************************************
      *    関連点数読込処理（施設基準ごと）
      *****************************************************************
       120-SKT-LOAD-SEC            SECTION.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX >   SKJ-TBL-MAX
               INITIALIZE                  SISETUKJNTEN-REC
               MOVE    SPA-HOSPNUM         TO  SKT-HOSPNUM
               MOVE    SKJ-TBL-SKJCD (IDX) TO  SKT-SKJCD
               MOVE    SISETUKJNTEN-REC    TO  MCPDATA-REC
               MOVE    "tbl_sisetukjn_ten" TO  MCP-TABLE
               MOVE    "skjcd"             TO  MCP-PATHNAME
               MOVE    "DBSELECT"          TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    ZERO                TO  FLG-FETCH
                   PERFORM 1201-SKT-FETCH-SEC
                           UNTIL   FLG-FETCH   =   1
               END-IF
               MOVE    "tbl_sisetukjn_ten" TO  MCP-TABLE
               MOVE    "skjcd"             TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-PERFORM
           .
       120-SKT-LOAD-EXT.
           EXIT.
      *
      *****************************************************************
      *    関連点数読込処理（１件）
      *****************************************************************
       1201-SKT-FETCH-SEC          SECTION.
      *
           MOVE    "tbl_sisetukjn_ten" TO  MCP-TABLE
           MOVE    "skjcd"             TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  1201-SKT-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  SISETUKJNTEN-REC
      *
           IF      TEN-TBL-MAX         >=  CONST-TEN-MAX
               DISPLAY "ORCBSISETU SISETUKJN-TEN TABLE OVER"
               MOVE    1                   TO  FLG-FETCH
               GO  TO  1201-SKT-FETCH-EXT
           END-IF
           ADD     1                   TO  TEN-TBL-MAX
           MOVE    IDX                 TO  TEN-TBL-IDX   (TEN-TBL-MAX)
           MOVE    SKT-SRYCD           TO  TEN-TBL-SRYCD (TEN-TBL-MAX)
           MOVE    ZERO                TO  TEN-TBL-KENSU (TEN-TBL-MAX)
           .
       1201-SKT-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    主　　処理（集計月１月分）
      *****************************************************************
       200-MAIN-SEC                SECTION.
      *
           INITIALIZE                  SRYACT-REC
           MOVE    SPA-HOSPNUM         TO  ACT-HOSPNUM
           MOVE    WRK-YM              TO  ACT-SRYYMD (1:6)
           MOVE    "%"                 TO  ACT-SRYYMD (7:1)
           MOVE    SRYACT-REC          TO  MCPDATA-REC
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-SRYACT-FETCH-SEC
               PERFORM UNTIL   FLG-FETCH   NOT =   ZERO
                   PERFORM 2001-KENSU-ADD-SEC
                   PERFORM 900-SRYACT-FETCH-SEC
               END-PERFORM
           END-IF
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           PERFORM 800-YOKUGETU-SEC
           IF      WRK-YM              >   WRK-EDYM
               MOVE    1                   TO  FLG-END
           END-IF
           .
       200-MAIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    算定件数加算処理
      *    （同一診療行為が複数の施設基準に関連するときは各々に加算）
      *****************************************************************
       2001-KENSU-ADD-SEC          SECTION.
      *
           PERFORM VARYING IDXT FROM 1 BY 1
                   UNTIL   IDXT >  TEN-TBL-MAX
               IF      TEN-TBL-SRYCD (IDXT)    =   ACT-SRYCD
                   ADD     1                   TO  TEN-TBL-KENSU (IDXT)
                   ADD     1                   TO  CNT-HIT
               END-IF
           END-PERFORM
           .
       2001-KENSU-ADD-EXT.
           EXIT.
      *
      *****************************************************************
      *    翌月算出処理（ＷＲＫ−ＹＭを１月進める）
      *****************************************************************
       800-YOKUGETU-SEC            SECTION.
      *
           IF      WRK-MM              =   12
               MOVE    01                  TO  WRK-MM
               ADD     1                   TO  WRK-YY
           ELSE
               ADD     1                   TO  WRK-MM
           END-IF
           .
       800-YOKUGETU-EXT.
           EXIT.
      *
      *****************************************************************
      *    診療行為読込処理
      *****************************************************************
       900-SRYACT-FETCH-SEC        SECTION.
      *
           MOVE    ZERO                TO  FLG-FETCH
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  SRYACT-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           .
       900-SRYACT-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理（定例報告リスト出力）
      *****************************************************************
       300-TERM-SEC                SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　施設基準定例報告　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　基準日："        DELIMITED   BY  SIZE
                   WRK-KIJUN-YMD       DELIMITED   BY  SIZE
                   "　集計期間："      DELIMITED   BY  SIZE
                   WRK-STYM            DELIMITED   BY  SIZE
                   "〜"                DELIMITED   BY  SIZE
                   WRK-EDYM            DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SISETU-WRITE-SEC
      *
           IF      SKJ-TBL-MAX         =   ZERO
               MOVE    "届出中の施設基準なし"
                                       TO  WRK-LINE
               PERFORM 900-SISETU-WRITE-SEC
           END-IF
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX >   SKJ-TBL-MAX
               PERFORM 3001-SKJ-EDIT-SEC
           END-PERFORM
      *
           CLOSE   SISETU-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "SISETUKJN CNT    :" SKJ-TBL-MAX
           DISPLAY "SRYACT   CNT-IN  :" CNT-IN
           DISPLAY "SANTEI   CNT-HIT :" CNT-HIT
           DISPLAY "*** ORCBSISETU END ***"
           .
       300-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    施設基準１件の編集処理
      *****************************************************************
       3001-SKJ-EDIT-SEC           SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  SKJ-TBL-SKJCD (IDX) DELIMITED   BY  SIZE
                   "　"                DELIMITED   BY  SIZE
                   SKJ-TBL-TODOKENAME (IDX)
                                       DELIMITED   BY  "  "
                   "　受理番号："      DELIMITED   BY  SIZE
                   SKJ-TBL-JURINUM (IDX)
                                       DELIMITED   BY  SPACE
                   "　算定開始日："    DELIMITED   BY  SIZE
                   SKJ-TBL-STYMD (IDX) DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SISETU-WRITE-SEC
      *
           PERFORM VARYING IDXT FROM 1 BY 1
                   UNTIL   IDXT >  TEN-TBL-MAX
               IF      TEN-TBL-IDX (IDXT)  =   IDX
                   MOVE    TEN-TBL-KENSU (IDXT)
                                           TO  WRK-ED-CNT
                   MOVE    SPACE               TO  WRK-LINE
                   STRING  "　　関連点数："
                                               DELIMITED   BY  SIZE
                           TEN-TBL-SRYCD (IDXT)
                                               DELIMITED   BY  SIZE
                           "　算定件数："
                                               DELIMITED   BY  SIZE
                           WRK-ED-CNT          DELIMITED   BY  SIZE
                           "件"                DELIMITED   BY  SIZE
                                               INTO    WRK-LINE
                   END-STRING
                   PERFORM 900-SISETU-WRITE-SEC
               END-IF
           END-PERFORM
           .
       3001-SKJ-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    リスト行出力処理
      *****************************************************************
       900-SISETU-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  SISETU-LST-REC
           WRITE   SISETU-LST-REC
           .
       900-SISETU-WRITE-EXT.
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
