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
       PROGRAM-ID.             ORCBTNSSAI.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 点数マスタ設定
      *  コンポーネント名  : 点数マスタ自院設定・配信マスタ差異
      *                      レポート
      *                      （基準日に有効な点数マスタの名称・
      *                        金額・各種区分を配信マスタ（マスタ
      *                        スキーマの点数マスタ）と比較し、差異
      *                        のある項目をＣＳＶ出力する。
      *                        自院設定台帳に記録した自院設定値・
      *                        記録時の配信値と照合して、次を判別
      *                        する。
      *                        　上書き　　：マスタ更新で自院設定
      *                        　　　　　　　が配信値に戻された
      *                        　配信停止　：配信側の変更が自院設定
      *                        　　　　　　　で反映されていない
      *                        　自院設定　：台帳どおりの自院設定
      *                        　再設定　　：台帳と異なる自院設定
      *                        　台帳未登録：台帳にない差異
      *                        処理区分　１：差異レポート
      *                        ２：差異レポート・台帳登録（差異の
      *                        ある項目の自院設定値・配信値を
      *                        台帳へ記録する））
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
      *    差異レポート（ＣＳＶ）
           SELECT  SAILST-FILE     ASSIGN  SAILSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-SAILST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  SAILST-FILE.
       01  SAILST-REC              PIC X(400).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-SAILST                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-END                         PIC 9(01).
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-HAISIN                      PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX-KMK                         PIC 9(02).
           03  IDX-LDG                         PIC 9(05).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(07).
           03  CNT-TAISYO                      PIC 9(07).
           03  CNT-JIINCD                      PIC 9(07).
           03  CNT-LDG                         PIC 9(05).
           03  CNT-UWAGAKI                     PIC 9(06).
           03  CNT-TEISI                       PIC 9(06).
           03  CNT-JIIN                        PIC 9(06).
           03  CNT-SAISETTEI                   PIC 9(06).
           03  CNT-MITOROKU                    PIC 9(06).
           03  CNT-UPD                         PIC 9(06).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理区分（１：差異レポート　２：台帳登録）
               05  WRK-PARA-MODE               PIC X(01).
      *        基準日（省略時は当日）
               05  WRK-PARA-KIJUNYMD           PIC X(08).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
           03  WRK-SRYCD                       PIC X(09).
           03  WRK-NAME                        PIC X(100).
      *    比較項目の値（自院設定・配信）
           03  WRK-VAL                         PIC X(100).
           03  WRK-KMK-TBL.
               05  WRK-KMK                     OCCURS  12.
                   07  WRK-JIIN-VAL            PIC X(100).
                   07  WRK-HAISIN-VAL          PIC X(100).
           03  WRK-KMK-NAME                    PIC X(20).
           03  WRK-HANTEI                      PIC X(20).
           03  WRK-LDG-JIIN                    PIC X(100).
           03  WRK-LDG-HAISIN                  PIC X(100).
           03  WRK-ED-SU                       PIC -(10)9.99.
           03  WRK-LINE                        PIC X(400).
           03  WRK-ED-KENSU                    PIC ZZZ,ZZ9.
           03  WRK-ED-KENSU2                   PIC ZZZ,ZZ9.
           03  WRK-ED-KENSU3                   PIC ZZZ,ZZ9.
           03  WRK-ED-KENSU4                   PIC ZZZ,ZZ9.
           03  WRK-ED-KENSU5                   PIC ZZZ,ZZ9.
      *
           03  SAILSTPARA                      PIC X(256).
      *
      *    自院設定台帳（読込済み）
       01  LDG-AREA.
           03  LDG-TBL                     OCCURS  5000.
               05  LDG-SRYCD                   PIC X(09).
               05  LDG-KOMOKU                  PIC 9(02).
               05  LDG-JIINVAL                 PIC X(100).
               05  LDG-HAISINVAL               PIC X(100).
      *
      *    定数領域
       01  CONST-AREA.
      *    比較項目数
           03  CONST-KMK-MAX                   PIC 9(02)   VALUE 12.
           03  CONST-LDG-MAX                   PIC 9(05)   VALUE 5000.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    点数マスタ
           COPY    "CPTENSU.INC".
      *
      *    点数マスタ自院設定台帳
      *    （項目番号は２２０−ＫＯＭＯＫＵ−ＧＥＴ−ＳＥＣの番号）
       01  TENSUJIIN-REC.
           03  TJI-HOSPNUM             PIC 9(02).
           03  TJI-SRYCD               PIC X(09).
           03  TJI-KOMOKU              PIC 9(02).
           03  TJI-JIINVAL             PIC X(100).
           03  TJI-HAISINVAL           PIC X(100).
           03  TJI-UPYMD               PIC X(08).
           03  TJI-UPHMS               PIC X(06).
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
           IF      FLG-END             =   ZERO
               PERFORM 200-MAIN-SEC
               PERFORM 400-KEKKA-SEC
           END-IF
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
           DISPLAY "*** ORCBTNSSAI START ***"
      *
           INITIALIZE                  FLG-AREA
                                       IDX-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       LDG-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-MODE
                                               WRK-PARA-KIJUNYMD
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               SAILSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "点数マスタ配信差異"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBTNSSAI"    TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
           IF      WRK-PARA-KIJUNYMD   IS  NOT NUMERIC
               MOVE    SMCNDATE-YMD        TO  WRK-PARA-KIJUNYMD
           END-IF
      *
           OPEN    OUTPUT              SAILST-FILE
      *
           IF      WRK-PARA-MODE   NOT =   "1"
           AND     WRK-PARA-MODE   NOT =   "2"
               MOVE    "処理区分エラー"    TO  WRK-LINE
               PERFORM 900-SAILST-WRITE-SEC
               MOVE    1                   TO  FLG-END
               GO  TO  100-INIT-EXT
           END-IF
      *
           STRING  "診療行為コード,名称,項目,"
                                       DELIMITED   BY  SIZE
                   "自院設定値,配信値,"
                                       DELIMITED   BY  SIZE
                   "台帳の自院設定値,台帳の配信値,判定"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SAILST-WRITE-SEC
      *
           PERFORM 110-LDG-LOAD-SEC
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    自院設定台帳読込処理
      *****************************************************************
       110-LDG-LOAD-SEC            SECTION.
      *
           INITIALIZE                  TENSUJIIN-REC
           MOVE    SPA-HOSPNUM         TO  TJI-HOSPNUM
           MOVE    TENSUJIIN-REC       TO  MCPDATA-REC
           MOVE    "tbl_tensu_jiin"    TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH   =   1
                   MOVE    "tbl_tensu_jiin"    TO  MCP-TABLE
                   MOVE    "all"               TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                   AND     CNT-LDG             <   CONST-LDG-MAX
                       MOVE    MCPDATA-REC         TO  TENSUJIIN-REC
                       ADD     1                   TO  CNT-LDG
                       MOVE    TJI-SRYCD       TO  LDG-SRYCD (CNT-LDG)
                       MOVE    TJI-KOMOKU      TO  LDG-KOMOKU (CNT-LDG)
                       MOVE    TJI-JIINVAL     TO  LDG-JIINVAL (CNT-LDG)
                       MOVE    TJI-HAISINVAL
                                       TO  LDG-HAISINVAL (CNT-LDG)
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_tensu_jiin"    TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       110-LDG-LOAD-EXT.
           EXIT.
      *
      *****************************************************************
      *    差異判定処理
      *    （基準日に有効な点数マスタを読み、配信マスタと比較する）
      *****************************************************************
       200-MAIN-SEC                SECTION.
      *
           INITIALIZE                  TNS-TENSU-REC
           MOVE    SPA-HOSPNUM         TO  TNS-HOSPNUM
           MOVE    TNS-TENSU-REC       TO  MCPDATA-REC
           MOVE    "tbl_tensu"         TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-TENSU-FETCH-SEC
               PERFORM UNTIL   FLG-FETCH   =   1
                   IF      TNS-YUKOSTYMD   NOT >   WRK-PARA-KIJUNYMD
                   AND     TNS-YUKOEDYMD   NOT <   WRK-PARA-KIJUNYMD
                       PERFORM 2001-HIKAKU-SEC
                   END-IF
                   PERFORM 900-TENSU-FETCH-SEC
               END-PERFORM
           END-IF
           MOVE    "tbl_tensu"         TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-MAIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    差異判定処理（１コード）
      *    （配信マスタにないコードは自院作成コードとして対象外）
      *****************************************************************
       2001-HIKAKU-SEC             SECTION.
      *
           MOVE    TNS-SRYCD           TO  WRK-SRYCD
           MOVE    TNS-NAME            TO  WRK-NAME
      *
      *    自院設定値
           PERFORM VARYING IDX-KMK FROM 1 BY 1
                   UNTIL   IDX-KMK         >   CONST-KMK-MAX
               PERFORM 220-KOMOKU-GET-SEC
               MOVE    WRK-VAL             TO  WRK-JIIN-VAL (IDX-KMK)
           END-PERFORM
      *
      *    配信値
           PERFORM 210-HAISIN-READ-SEC
           IF      FLG-HAISIN      NOT =   ZERO
               ADD     1                   TO  CNT-JIINCD
               GO  TO  2001-HIKAKU-EXT
           END-IF
           ADD     1                   TO  CNT-TAISYO
           PERFORM VARYING IDX-KMK FROM 1 BY 1
                   UNTIL   IDX-KMK         >   CONST-KMK-MAX
               PERFORM 220-KOMOKU-GET-SEC
               MOVE    WRK-VAL             TO  WRK-HAISIN-VAL (IDX-KMK)
           END-PERFORM
      *
           PERFORM VARYING IDX-KMK FROM 1 BY 1
                   UNTIL   IDX-KMK         >   CONST-KMK-MAX
               PERFORM 230-HANTEI-SEC
           END-PERFORM
           .
       2001-HIKAKU-EXT.
           EXIT.
      *
      *****************************************************************
      *    配信マスタ読込処理（基準日時点）
      *****************************************************************
       210-HAISIN-READ-SEC         SECTION.
      *
           MOVE    1                   TO  FLG-HAISIN
      *
           INITIALIZE                  TNS-TENSU-REC
           MOVE    SPA-HOSPNUM         TO  TNS-HOSPNUM
           MOVE    WRK-SRYCD           TO  TNS-SRYCD
           MOVE    WRK-PARA-KIJUNYMD   TO  TNS-YUKOSTYMD
                                           TNS-YUKOEDYMD
           MOVE    TNS-TENSU-REC       TO  MCPDATA-REC
           MOVE    "tbl_tensu_master"  TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_tensu_master"  TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  TNS-TENSU-REC
                   MOVE    ZERO                TO  FLG-HAISIN
               END-IF
           END-IF
           MOVE    "tbl_tensu_master"  TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       210-HAISIN-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    比較項目取得処理
      *    （ＩＤＸ−ＫＭＫの項目の値をＷＲＫ−ＶＡＬへ編集する）
      *****************************************************************
       220-KOMOKU-GET-SEC          SECTION.
      *
           MOVE    SPACE               TO  WRK-VAL
           EVALUATE    IDX-KMK
               WHEN    01
                   MOVE    TNS-NAME            TO  WRK-VAL
               WHEN    02
                   MOVE    TNS-FORMALNAME      TO  WRK-VAL
               WHEN    03
                   MOVE    TNS-TANINAME        TO  WRK-VAL
      *        点数・金額（自費は金額）
               WHEN    04
                   MOVE    TNS-TEN             TO  WRK-ED-SU
                   MOVE    WRK-ED-SU           TO  WRK-VAL
               WHEN    05
                   MOVE    TNS-TENSIKIBETU     TO  WRK-VAL
               WHEN    06
                   MOVE    TNS-DATAKBN         TO  WRK-VAL
               WHEN    07
                   MOVE    TNS-HOSPSRYKBN      TO  WRK-VAL
               WHEN    08
                   MOVE    TNS-NYUKHNKSNKBN    TO  WRK-VAL
               WHEN    09
                   MOVE    TNS-YKZKBN          TO  WRK-VAL
               WHEN    10
                   MOVE    TNS-MAYAKUKBN       TO  WRK-VAL
               WHEN    11
                   MOVE    TNS-KOHATUKBN       TO  WRK-VAL
               WHEN    12
                   MOVE    TNS-CHUKSNCD        TO  WRK-VAL
           END-EVALUATE
           .
       220-KOMOKU-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    比較項目名称取得処理
      *****************************************************************
       221-KOMOKU-NAME-SEC         SECTION.
      *
           EVALUATE    IDX-KMK
               WHEN    01
                   MOVE    "名称"              TO  WRK-KMK-NAME
               WHEN    02
                   MOVE    "正式名称"          TO  WRK-KMK-NAME
               WHEN    03
                   MOVE    "単位名称"          TO  WRK-KMK-NAME
               WHEN    04
                   MOVE    "点数・金額"        TO  WRK-KMK-NAME
               WHEN    05
                   MOVE    "点数識別"          TO  WRK-KMK-NAME
               WHEN    06
                   MOVE    "データ区分"        TO  WRK-KMK-NAME
               WHEN    07
                   MOVE    "病院診療所区分"    TO  WRK-KMK-NAME
               WHEN    08
                   MOVE    "入院基本料加算"    TO  WRK-KMK-NAME
               WHEN    09
                   MOVE    "薬剤区分"          TO  WRK-KMK-NAME
               WHEN    10
                   MOVE    "麻薬等区分"        TO  WRK-KMK-NAME
               WHEN    11
                   MOVE    "後発品区分"        TO  WRK-KMK-NAME
               WHEN    12
                   MOVE    "注加算コード"      TO  WRK-KMK-NAME
           END-EVALUATE
           .
       221-KOMOKU-NAME-EXT.
           EXIT.
      *
      *****************************************************************
      *    項目別差異判定処理
      *****************************************************************
       230-HANTEI-SEC              SECTION.
      *
           PERFORM VARYING IDX-LDG FROM 1 BY 1
                   UNTIL   IDX-LDG         >   CNT-LDG
                   OR    ( LDG-SRYCD (IDX-LDG)   =   WRK-SRYCD
                   AND     LDG-KOMOKU (IDX-LDG)  =   IDX-KMK )
               CONTINUE
           END-PERFORM
           IF      IDX-LDG         NOT >   CNT-LDG
               MOVE    LDG-JIINVAL (IDX-LDG)
                                       TO  WRK-LDG-JIIN
               MOVE    LDG-HAISINVAL (IDX-LDG)
                                       TO  WRK-LDG-HAISIN
           ELSE
               MOVE    SPACE               TO  WRK-LDG-JIIN
                                               WRK-LDG-HAISIN
           END-IF
      *
           MOVE    SPACE               TO  WRK-HANTEI
           IF      WRK-JIIN-VAL (IDX-KMK)  =   WRK-HAISIN-VAL (IDX-KMK)
      *        台帳の自院設定が配信値に置き換わっている
               IF      IDX-LDG         NOT >   CNT-LDG
               AND     WRK-LDG-JIIN    NOT =   WRK-JIIN-VAL (IDX-KMK)
                   MOVE    "上書き"            TO  WRK-HANTEI
                   ADD     1                   TO  CNT-UWAGAKI
               END-IF
           ELSE
               EVALUATE    TRUE
                   WHEN    IDX-LDG             >   CNT-LDG
                       MOVE    "台帳未登録"        TO  WRK-HANTEI
                       ADD     1                   TO  CNT-MITOROKU
                   WHEN    WRK-LDG-JIIN    NOT =
                           WRK-JIIN-VAL (IDX-KMK)
                       MOVE    "再設定"            TO  WRK-HANTEI
                       ADD     1                   TO  CNT-SAISETTEI
                   WHEN    WRK-LDG-HAISIN  NOT =
                           WRK-HAISIN-VAL (IDX-KMK)
                       MOVE    "配信停止"          TO  WRK-HANTEI
                       ADD     1                   TO  CNT-TEISI
                   WHEN    OTHER
                       MOVE    "自院設定"          TO  WRK-HANTEI
                       ADD     1                   TO  CNT-JIIN
               END-EVALUATE
           END-IF
      *
           IF      WRK-HANTEI          =   SPACE
               GO  TO  230-HANTEI-EXT
           END-IF
      *
           PERFORM 221-KOMOKU-NAME-SEC
           STRING  WRK-SRYCD           DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-NAME            DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-KMK-NAME        DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-JIIN-VAL (IDX-KMK)
                                       DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-HAISIN-VAL (IDX-KMK)
                                       DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-LDG-JIIN        DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-LDG-HAISIN      DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-HANTEI          DELIMITED   BY  SPACE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SAILST-WRITE-SEC
      *
      *    台帳登録（差異のある項目のみ。上書きは台帳を残す）
           IF      WRK-PARA-MODE       =   "2"
           AND     WRK-JIIN-VAL (IDX-KMK)
                                   NOT =   WRK-HAISIN-VAL (IDX-KMK)
               PERFORM 240-LDG-UPD-SEC
           END-IF
           .
       230-HANTEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    自院設定台帳更新処理
      *****************************************************************
       240-LDG-UPD-SEC             SECTION.
      *
           INITIALIZE                  TENSUJIIN-REC
           MOVE    SPA-HOSPNUM         TO  TJI-HOSPNUM
           MOVE    WRK-SRYCD           TO  TJI-SRYCD
           MOVE    IDX-KMK             TO  TJI-KOMOKU
           MOVE    WRK-JIIN-VAL (IDX-KMK)
                                       TO  TJI-JIINVAL
           MOVE    WRK-HAISIN-VAL (IDX-KMK)
                                       TO  TJI-HAISINVAL
           MOVE    SMCNDATE-YMD        TO  TJI-UPYMD
           MOVE    SMCNDATE-HMS        TO  TJI-UPHMS
           MOVE    TENSUJIIN-REC       TO  MCPDATA-REC
           MOVE    "tbl_tensu_jiin"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           IF      IDX-LDG         NOT >   CNT-LDG
               MOVE    "DBUPDATE"          TO  MCP-FUNC
           ELSE
               MOVE    "DBINSERT"          TO  MCP-FUNC
           END-IF
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               ADD     1                   TO  CNT-UPD
           ELSE
               DISPLAY "ORCBTNSSAI TENSU_JIIN UPD ERR RC=" MCP-RC
           END-IF
           .
       240-LDG-UPD-EXT.
           EXIT.
      *
      *****************************************************************
      *    処理結果出力処理
      *****************************************************************
       400-KEKKA-SEC               SECTION.
      *
           PERFORM 900-SAILST-WRITE-SEC
           MOVE    CNT-TAISYO          TO  WRK-ED-KENSU
           MOVE    CNT-JIINCD          TO  WRK-ED-KENSU2
           STRING  "比較コード数："    DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "　自院作成コード数（対象外）："
                                       DELIMITED   BY  SIZE
                   WRK-ED-KENSU2       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SAILST-WRITE-SEC
      *
           MOVE    CNT-UWAGAKI         TO  WRK-ED-KENSU
           MOVE    CNT-TEISI           TO  WRK-ED-KENSU2
           MOVE    CNT-JIIN            TO  WRK-ED-KENSU3
           MOVE    CNT-SAISETTEI       TO  WRK-ED-KENSU4
           MOVE    CNT-MITOROKU        TO  WRK-ED-KENSU5
           STRING  "上書き："          DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "　配信停止："      DELIMITED   BY  SIZE
                   WRK-ED-KENSU2       DELIMITED   BY  SIZE
                   "　自院設定："      DELIMITED   BY  SIZE
                   WRK-ED-KENSU3       DELIMITED   BY  SIZE
                   "　再設定："        DELIMITED   BY  SIZE
                   WRK-ED-KENSU4       DELIMITED   BY  SIZE
                   "　台帳未登録："    DELIMITED   BY  SIZE
                   WRK-ED-KENSU5       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SAILST-WRITE-SEC
      *
           IF      WRK-PARA-MODE       =   "2"
               MOVE    CNT-UPD             TO  WRK-ED-KENSU
               STRING  "台帳登録件数："    DELIMITED   BY  SIZE
                       WRK-ED-KENSU        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               PERFORM 900-SAILST-WRITE-SEC
           END-IF
           .
       400-KEKKA-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           CLOSE   SAILST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    CNT-UPD             TO  JOB-UPDCNT
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "TENSU    CNT :" CNT-IN
           DISPLAY "TAISYO   CNT :" CNT-TAISYO
           DISPLAY "UPDATE   CNT :" CNT-UPD
           DISPLAY "*** ORCBTNSSAI END ***"
           .
       500-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    点数マスタ読込処理
      *****************************************************************
       900-TENSU-FETCH-SEC         SECTION.
      *
           MOVE    ZERO                TO  FLG-FETCH
           MOVE    "tbl_tensu"         TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  TNS-TENSU-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           .
       900-TENSU-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    リスト行出力処理
      *****************************************************************
       900-SAILST-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  SAILST-REC
           WRITE   SAILST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-SAILST-WRITE-EXT.
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
