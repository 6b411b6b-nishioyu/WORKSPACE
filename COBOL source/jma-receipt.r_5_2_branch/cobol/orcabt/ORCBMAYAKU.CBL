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
       PROGRAM-ID.             ORCBMAYAKU.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 薬剤
      *  コンポーネント名  : 麻薬・向精神薬帳簿作成・年間受払届集計
      *                      （点数マスタの麻薬・毒薬・覚醒剤原料・
      *                        向精神薬区分が１（麻薬）・５（向精神
      *                        薬）の薬剤を対象とする。
      *                        処理区分　１：帳簿作成（対象年月の
      *                        会計から施用（患者・施用量・処方医）
      *                        を、薬剤別廃棄実績（ＯＲＣＳＣ３０
      *                        ＨＡＩＫＩが記録）から残液廃棄を麻薬
      *                        帳簿テーブルへ記録し、受入（画面
      *                        ＯＲＣＧＭＡＹＡＫＵで登録）とあわせて
      *                        残高を再計算し、帳簿を出力する）
      *                        ２：年間受払届集計（届出年の前年１０月
      *                        １日から届出年の９月３０日までの麻薬
      *                        の品目別受払を集計する）
      *                        ３：差異記録（対象年月に登録された
      *                        実在庫と帳簿残高の差異を出力する）
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
      *    麻薬帳簿・年間受払届集計表・差異リスト
           SELECT  MAYAKULST-FILE  ASSIGN  MAYAKULSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-MAYAKULST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  MAYAKULST-FILE.
       01  MAYAKULST-REC           PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-MAYAKULST                   PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-END                         PIC 9(01).
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-TENSU                       PIC 9(01).
           03  FLG-PTNUM                       PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX-MYK                         PIC 9(05).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(08).
           03  CNT-DEL                         PIC 9(06).
           03  CNT-SIYO                        PIC 9(06).
           03  CNT-HAIKI                       PIC 9(06).
           03  CNT-UPD                         PIC 9(06).
           03  CNT-OUT                         PIC 9(06).
           03  CNT-MYK                         PIC 9(05).
           03  CNT-RENNUM                      PIC 9(06).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理区分（１：帳簿作成　２：年間受払届集計
      *                  ３：差異記録）
               05  WRK-PARA-MODE               PIC X(01).
      *        対象年月（区分１・３）・届出年（区分２）
      *        （省略時は前月・当年）
               05  WRK-PARA-TAISYO             PIC X(06).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
           03  WRK-YM                          PIC X(06).
           03  WRK-YM-R                        REDEFINES
                                               WRK-YM.
               05  WRK-YY                      PIC 9(04).
               05  WRK-MM                      PIC 9(02).
      *    集計期間（区分１は対象年月の初日・末日）
           03  WRK-STYMD                       PIC X(08).
           03  WRK-EDYMD                       PIC X(08).
           03  WRK-SRYCD                       PIC X(09).
           03  WRK-YMD                         PIC X(08).
           03  WRK-SURYO                       PIC S9(07)V9(03).
           03  WRK-ZANDAKA                     PIC S9(09)V9(03).
           03  WRK-SAI                         PIC S9(09)V9(03).
           03  WRK-PTID                        PIC 9(10).
           03  WRK-PTNUM                       PIC X(20).
           03  WRK-KBNMEI                      PIC X(20).
           03  WRK-LINE                        PIC X(200).
           03  WRK-ED-RYO1                     PIC -(7)9.999.
           03  WRK-ED-RYO2                     PIC -(7)9.999.
           03  WRK-ED-RYO3                     PIC -(7)9.999.
           03  WRK-ED-RYO4                     PIC -(7)9.999.
           03  WRK-ED-RYO5                     PIC -(7)9.999.
           03  WRK-ED-KENSU                    PIC ZZZ,ZZ9.
      *
           03  MAYAKULSTPARA                   PIC X(256).
      *
      *    品目別集計領域
      *    （区分　１：麻薬　５：向精神薬　空白：対象外の薬剤）
       01  MYK-AREA.
           03  MYK-TBL                     OCCURS  5000.
               05  MYK-SRYCD                   PIC X(09).
               05  MYK-KBN                     PIC X(01).
               05  MYK-NAME                    PIC X(40).
               05  MYK-ZENZAN                  PIC S9(09)V9(03).
               05  MYK-UKEIRE                  PIC S9(09)V9(03).
               05  MYK-SIYO                    PIC S9(09)V9(03).
               05  MYK-HAIKI                   PIC S9(09)V9(03).
               05  MYK-ZANDAKA                 PIC S9(09)V9(03).
               05  MYK-SAI-KENSU               PIC 9(04).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    麻薬帳簿テーブル
      *    （ＯＲＣＧＭＡＹＡＫＵと同一レイアウト）
       01  MAYAKUBO-REC.
           03  MYB-HOSPNUM             PIC 9(02).
           03  MYB-SRYCD               PIC X(09).
           03  MYB-YMD                 PIC X(08).
      *    区分　１：受入　２：施用　３：廃棄　４：実在庫
           03  MYB-KBN                 PIC X(01).
           03  MYB-RENNUM              PIC 9(06).
           03  MYB-PTID                PIC 9(10).
           03  MYB-PTNUM               PIC X(20).
           03  MYB-DRCD                PIC X(05).
      *    数量（実在庫は実在庫数量）
           03  MYB-SURYO               PIC S9(07)V9(03).
      *    帳簿残高（実在庫はその時点の帳簿残高）
           03  MYB-ZANDAKA             PIC S9(09)V9(03).
           03  MYB-BIKO                PIC X(80).
           03  MYB-UPYMD               PIC X(08).
           03  MYB-UPHMS               PIC X(06).
      *
      *    診療行為
       01  SRYACT-REC.
           COPY    "CPSRYACT.INC".
      *
      *    薬剤別廃棄実績テーブル
      *    （ＯＲＣＳＣ３０ＨＡＩＫＩと同一レイアウト）
       01  HAIKIRRK-REC.
           03  HKI-HOSPNUM             PIC 9(02).
           03  HKI-SRYCD               PIC X(09).
           03  HKI-HAIKIYMD            PIC X(08).
           03  HKI-RENNUM              PIC 9(06).
           03  HKI-HAIKIRYO            PIC S9(05)V9(03).
           03  HKI-UPYMD               PIC X(08).
           03  HKI-UPHMS               PIC X(06).
      *
      *    患者番号
       01  PTNUM-REC.
           COPY    "CPPTNUM.INC".
      *
      *    点数マスタ
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
               EVALUATE    WRK-PARA-MODE
                   WHEN    "1"
                       PERFORM 200-KIZON-SEC
                       PERFORM 210-SRYACT-SEC
                       PERFORM 220-HAIKI-SEC
                       PERFORM 300-CHOBO-SEC
                   WHEN    "2"
                       PERFORM 200-KIZON-SEC
                       PERFORM 400-NENKAN-SEC
                   WHEN    "3"
                       PERFORM 200-KIZON-SEC
                       PERFORM 450-SAI-SEC
               END-EVALUATE
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
           DISPLAY "*** ORCBMAYAKU START ***"
      *
           INITIALIZE                  FLG-AREA
                                       IDX-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       MYK-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-MODE
                                               WRK-PARA-TAISYO
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               MAYAKULSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "麻薬帳簿作成"  TO  JOB-SHELLMSG
           MOVE    "ORCBMAYAKU"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           OPEN    OUTPUT              MAYAKULST-FILE
      *
           EVALUATE    WRK-PARA-MODE
               WHEN    "1"
               WHEN    "3"
      *            対象年月の省略時は前月
                   IF      WRK-PARA-TAISYO     IS  NUMERIC
                       MOVE    WRK-PARA-TAISYO     TO  WRK-YM
                   ELSE
                       MOVE    SMCNDATE-YMD (1:6)  TO  WRK-YM
                       PERFORM 800-ZENGETU-SEC
                   END-IF
                   MOVE    WRK-YM              TO  WRK-STYMD (1:6)
                                                   WRK-EDYMD (1:6)
                   MOVE    "01"                TO  WRK-STYMD (7:2)
                   MOVE    "31"                TO  WRK-EDYMD (7:2)
               WHEN    "2"
      *            届出年の省略時は当年
                   IF      WRK-PARA-TAISYO (1:4)
                                           IS  NUMERIC
                       MOVE    WRK-PARA-TAISYO (1:4)
                                               TO  WRK-YM (1:4)
                   ELSE
                       MOVE    SMCNDATE-YMD (1:4)  TO  WRK-YM (1:4)
                   END-IF
                   MOVE    10                  TO  WRK-MM
                   SUBTRACT    1           FROM    WRK-YY
                   MOVE    WRK-YM              TO  WRK-STYMD (1:6)
                   MOVE    "01"                TO  WRK-STYMD (7:2)
                   ADD     1                   TO  WRK-YY
                   MOVE    WRK-YY              TO  WRK-EDYMD (1:4)
                   MOVE    "0930"              TO  WRK-EDYMD (5:4)
               WHEN    OTHER
                   MOVE    "処理区分エラー"    TO  WRK-LINE
                   PERFORM 900-MAYAKULST-WRITE-SEC
                   MOVE    1                   TO  FLG-END
           END-EVALUATE
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    麻薬帳簿既存分処理
      *    （帳簿に記録済みの品目を集計対象とし、帳簿作成時は
      *      対象年月の施用・廃棄を削除して作成し直す）
      *****************************************************************
       200-KIZON-SEC               SECTION.
      *
           INITIALIZE                  MAYAKUBO-REC
           MOVE    SPA-HOSPNUM         TO  MYB-HOSPNUM
           MOVE    MAYAKUBO-REC        TO  MCPDATA-REC
           MOVE    "tbl_mayakubo"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  200-KIZON-EXT
           END-IF
      *
           PERFORM 900-MYB-FETCH-SEC
           PERFORM UNTIL   FLG-FETCH       =   1
               MOVE    MYB-SRYCD           TO  WRK-SRYCD
               MOVE    MYB-YMD             TO  WRK-YMD
               PERFORM 800-MYK-SRCH-SEC
      *        帳簿に記録済みの品目は区分によらず対象とする
               IF      MYK-KBN (IDX-MYK)   =   SPACE
                   MOVE    "1"                 TO  MYK-KBN (IDX-MYK)
               END-IF
               IF      WRK-PARA-MODE       =   "1"
               AND     MYB-YMD (1:6)       =   WRK-YM
               AND   ( MYB-KBN             =   "2"
               OR      MYB-KBN             =   "3" )
                   MOVE    MAYAKUBO-REC        TO  MCPDATA-REC
                   MOVE    "tbl_mayakubo"      TO  MCP-TABLE
                   MOVE    "key"               TO  MCP-PATHNAME
                   MOVE    "DBDELETE"          TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       ADD     1                   TO  CNT-DEL
                   END-IF
               END-IF
               IF      MYB-RENNUM          >   CNT-RENNUM
                   MOVE    MYB-RENNUM          TO  CNT-RENNUM
               END-IF
               PERFORM 900-MYB-FETCH-SEC
           END-PERFORM
      *
           MOVE    "tbl_mayakubo"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-KIZON-EXT.
           EXIT.
      *
      *****************************************************************
      *    施用記録処理（対象年月の会計を走査する）
      *****************************************************************
       210-SRYACT-SEC              SECTION.
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
           IF      MCP-RC          NOT =   ZERO
               GO  TO  210-SRYACT-EXT
           END-IF
      *
           PERFORM 900-SRYACT-FETCH-SEC
           PERFORM UNTIL   FLG-FETCH       =   1
      *        薬剤（投薬・注射）のみ対象とする
               IF      ACT-SRYKBN (1:1)    =   "2"  OR  "3"
                   PERFORM 211-SIYO-SEC
               END-IF
               PERFORM 900-SRYACT-FETCH-SEC
           END-PERFORM
      *
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ym"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       210-SRYACT-EXT.
           EXIT.
      *
      *****************************************************************
      *    施用記録作成処理
      *****************************************************************
       211-SIYO-SEC                SECTION.
      *
           MOVE    ACT-SRYCD           TO  WRK-SRYCD
           MOVE    ACT-SRYYMD          TO  WRK-YMD
           PERFORM 800-MYK-SRCH-SEC
           IF      MYK-KBN (IDX-MYK)   =   SPACE
               GO  TO  211-SIYO-EXT
           END-IF
      *
      *    施用量は数量×回数とする
           IF      ACT-KAISU           >   ZERO
               COMPUTE WRK-SURYO       =   ACT-SURYO   *   ACT-KAISU
           ELSE
               MOVE    ACT-SURYO           TO  WRK-SURYO
           END-IF
           IF      WRK-SURYO           =   ZERO
               GO  TO  211-SIYO-EXT
           END-IF
      *
           IF      ACT-PTID        NOT =   WRK-PTID
               MOVE    ACT-PTID            TO  WRK-PTID
               PERFORM 810-PTNUM-READ-SEC
           END-IF
      *
           INITIALIZE                  MAYAKUBO-REC
           MOVE    SPA-HOSPNUM         TO  MYB-HOSPNUM
           MOVE    ACT-SRYCD           TO  MYB-SRYCD
           MOVE    ACT-SRYYMD          TO  MYB-YMD
           MOVE    "2"                 TO  MYB-KBN
           MOVE    ACT-PTID            TO  MYB-PTID
           MOVE    WRK-PTNUM           TO  MYB-PTNUM
           MOVE    ACT-DRCD            TO  MYB-DRCD
           MOVE    WRK-SURYO           TO  MYB-SURYO
           PERFORM 820-MYB-INSERT-SEC
           IF      MCP-RC              =   ZERO
               ADD     1                   TO  CNT-SIYO
           END-IF
           .
       211-SIYO-EXT.
           EXIT.
      *
      *****************************************************************
      *    残液廃棄記録処理（対象品目の薬剤別廃棄実績を記録する）
      *****************************************************************
       220-HAIKI-SEC               SECTION.
      *
           PERFORM VARYING IDX-MYK FROM 1 BY 1
                   UNTIL   IDX-MYK >   CNT-MYK
               IF      MYK-KBN (IDX-MYK)   NOT =   SPACE
                   PERFORM 221-HAIKI-READ-SEC
               END-IF
           END-PERFORM
           .
       220-HAIKI-EXT.
           EXIT.
      *
      *****************************************************************
      *    品目別廃棄実績読込処理
      *****************************************************************
       221-HAIKI-READ-SEC          SECTION.
      *
           INITIALIZE                  HAIKIRRK-REC
           MOVE    SPA-HOSPNUM         TO  HKI-HOSPNUM
           MOVE    MYK-SRYCD (IDX-MYK) TO  HKI-SRYCD
           MOVE    HAIKIRRK-REC        TO  MCPDATA-REC
           MOVE    "tbl_haikirrk"      TO  MCP-TABLE
           MOVE    "cd"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  221-HAIKI-READ-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM UNTIL   FLG-FETCH       =   1
               MOVE    "tbl_haikirrk"      TO  MCP-TABLE
               MOVE    "cd"                TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  HAIKIRRK-REC
                   IF      HKI-HAIKIYMD (1:6)  =   WRK-YM
                   AND     HKI-HAIKIRYO    NOT =   ZERO
                       INITIALIZE                  MAYAKUBO-REC
                       MOVE    SPA-HOSPNUM         TO  MYB-HOSPNUM
                       MOVE    HKI-SRYCD           TO  MYB-SRYCD
                       MOVE    HKI-HAIKIYMD        TO  MYB-YMD
                       MOVE    "3"                 TO  MYB-KBN
                       MOVE    HKI-HAIKIRYO        TO  MYB-SURYO
                       MOVE    "残液廃棄"          TO  MYB-BIKO
                       PERFORM 820-MYB-INSERT-SEC
                       IF      MCP-RC              =   ZERO
                           ADD     1                   TO  CNT-HAIKI
                       END-IF
                   END-IF
               ELSE
                   MOVE    1                   TO  FLG-FETCH
               END-IF
           END-PERFORM
      *
           MOVE    "tbl_haikirrk"      TO  MCP-TABLE
           MOVE    "cd"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       221-HAIKI-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    帳簿出力処理（残高を再計算し、品目別に帳簿を出力する）
      *****************************************************************
       300-CHOBO-SEC               SECTION.
      *
           STRING  "＊＊＊　麻薬・向精神薬帳簿　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　対象年月："      DELIMITED   BY  SIZE
                   WRK-YM              DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-MAYAKULST-WRITE-SEC
      *
           PERFORM VARYING IDX-MYK FROM 1 BY 1
                   UNTIL   IDX-MYK >   CNT-MYK
               IF      MYK-KBN (IDX-MYK)   NOT =   SPACE
                   PERFORM 900-MAYAKULST-WRITE-SEC
                   PERFORM 310-HINMOKU-HEAD-SEC
                   MOVE    1                   TO  FLG-FETCH
                   PERFORM 320-ZANDAKA-SEC
                   PERFORM 330-HINMOKU-FOOT-SEC
               END-IF
           END-PERFORM
           .
       300-CHOBO-EXT.
           EXIT.
      *
      *****************************************************************
      *    品目見出し出力処理
      *****************************************************************
       310-HINMOKU-HEAD-SEC        SECTION.
      *
           IF      MYK-KBN (IDX-MYK)   =   "5"
               MOVE    "向精神薬"          TO  WRK-KBNMEI
           ELSE
               MOVE    "麻薬"              TO  WRK-KBNMEI
           END-IF
           STRING  "【"                DELIMITED   BY  SIZE
                   WRK-KBNMEI          DELIMITED   BY  SPACE
                   "】"                DELIMITED   BY  SIZE
                   MYK-SRYCD (IDX-MYK) DELIMITED   BY  SIZE
                   "　"                DELIMITED   BY  SIZE
                   MYK-NAME (IDX-MYK)  DELIMITED   BY  "  "
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-MAYAKULST-WRITE-SEC
           STRING  "日付,区分,数量,残高,患者番号,"
                                       DELIMITED   BY  SIZE
                   "処方医,備考"       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-MAYAKULST-WRITE-SEC
           .
       310-HINMOKU-HEAD-EXT.
           EXIT.
      *
      *****************************************************************
      *    残高再計算処理
      *    （品目の帳簿を日付・区分順に読み、残高を更新する。
      *      ＦＬＧ−ＦＥＴＣＨ＝１のとき集計期間内を帳簿出力する）
      *****************************************************************
       320-ZANDAKA-SEC             SECTION.
      *
           MOVE    FLG-FETCH           TO  FLG-PTNUM
           MOVE    ZERO                TO  WRK-ZANDAKA
           MOVE    ZERO                TO  MYK-ZENZAN  (IDX-MYK)
                                           MYK-UKEIRE  (IDX-MYK)
                                           MYK-SIYO    (IDX-MYK)
                                           MYK-HAIKI   (IDX-MYK)
                                           MYK-ZANDAKA (IDX-MYK)
                                           MYK-SAI-KENSU (IDX-MYK)
      *
           INITIALIZE                  MAYAKUBO-REC
           MOVE    SPA-HOSPNUM         TO  MYB-HOSPNUM
           MOVE    MYK-SRYCD (IDX-MYK) TO  MYB-SRYCD
           MOVE    MAYAKUBO-REC        TO  MCPDATA-REC
           MOVE    "tbl_mayakubo"      TO  MCP-TABLE
           MOVE    "cd"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  320-ZANDAKA-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM UNTIL   FLG-FETCH       =   1
               MOVE    "tbl_mayakubo"      TO  MCP-TABLE
               MOVE    "cd"                TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  MAYAKUBO-REC
      *            帳簿作成時は以降の月の残高も更新する
                   IF      MYB-YMD             >   WRK-EDYMD
                   AND     WRK-PARA-MODE   NOT =   "1"
                       MOVE    1                   TO  FLG-FETCH
                   ELSE
                       PERFORM 321-ZANDAKA-KEISAN-SEC
                   END-IF
               ELSE
                   MOVE    1                   TO  FLG-FETCH
               END-IF
           END-PERFORM
      *
           MOVE    "tbl_mayakubo"      TO  MCP-TABLE
           MOVE    "cd"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           .
       320-ZANDAKA-EXT.
           EXIT.
      *
      *****************************************************************
      *    残高計算処理（１件分）
      *****************************************************************
       321-ZANDAKA-KEISAN-SEC      SECTION.
      *
      *    期間区分（０：期間前　１：期間内　２：期間後）
           EVALUATE    TRUE
               WHEN    MYB-YMD             <   WRK-STYMD
                   MOVE    ZERO                TO  FLG-TENSU
               WHEN    MYB-YMD             >   WRK-EDYMD
                   MOVE    2                   TO  FLG-TENSU
               WHEN    OTHER
                   MOVE    1                   TO  FLG-TENSU
           END-EVALUATE
      *
           EVALUATE    MYB-KBN
               WHEN    "1"
                   ADD     MYB-SURYO           TO  WRK-ZANDAKA
                   IF      FLG-TENSU           =   1
                       ADD     MYB-SURYO       TO  MYK-UKEIRE (IDX-MYK)
                   END-IF
               WHEN    "2"
                   SUBTRACT    MYB-SURYO       FROM    WRK-ZANDAKA
                   IF      FLG-TENSU           =   1
                       ADD     MYB-SURYO       TO  MYK-SIYO (IDX-MYK)
                   END-IF
               WHEN    "3"
                   SUBTRACT    MYB-SURYO       FROM    WRK-ZANDAKA
                   IF      FLG-TENSU           =   1
                       ADD     MYB-SURYO       TO  MYK-HAIKI (IDX-MYK)
                   END-IF
               WHEN    "4"
                   IF      FLG-TENSU           =   1
                   AND     MYB-SURYO       NOT =   WRK-ZANDAKA
                       ADD     1           TO  MYK-SAI-KENSU (IDX-MYK)
                   END-IF
           END-EVALUATE
           IF      FLG-TENSU           =   ZERO
               MOVE    WRK-ZANDAKA         TO  MYK-ZENZAN (IDX-MYK)
           END-IF
           IF      FLG-TENSU           <   2
               MOVE    WRK-ZANDAKA         TO  MYK-ZANDAKA (IDX-MYK)
           END-IF
      *
      *    残高が変わった記録のみ更新する
           IF      WRK-PARA-MODE       =   "1"
           AND     MYB-ZANDAKA     NOT =   WRK-ZANDAKA
               MOVE    WRK-ZANDAKA         TO  MYB-ZANDAKA
               MOVE    SMCNDATE-YMD        TO  MYB-UPYMD
               MOVE    SMCNDATE-HMS        TO  MYB-UPHMS
               MOVE    MAYAKUBO-REC        TO  MCPDATA-REC
               MOVE    "tbl_mayakubo"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBUPDATE"          TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   ADD     1                   TO  CNT-UPD
               END-IF
           END-IF
      *
           IF      FLG-PTNUM           =   1
           AND     FLG-TENSU           =   1
               PERFORM 322-MEISAI-SEC
           END-IF
           .
       321-ZANDAKA-KEISAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    帳簿明細出力処理
      *****************************************************************
       322-MEISAI-SEC              SECTION.
      *
           EVALUATE    MYB-KBN
               WHEN    "1"
                   MOVE    "受入"              TO  WRK-KBNMEI
               WHEN    "2"
                   MOVE    "施用"              TO  WRK-KBNMEI
               WHEN    "3"
                   MOVE    "廃棄"              TO  WRK-KBNMEI
               WHEN    OTHER
                   MOVE    "実在庫"            TO  WRK-KBNMEI
           END-EVALUATE
           MOVE    MYB-SURYO           TO  WRK-ED-RYO1
           MOVE    WRK-ZANDAKA         TO  WRK-ED-RYO2
           STRING  MYB-YMD             DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-KBNMEI          DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-RYO1         DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-RYO2         DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   MYB-PTNUM           DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   MYB-DRCD            DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   MYB-BIKO            DELIMITED   BY  "  "
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-MAYAKULST-WRITE-SEC
           ADD     1                   TO  CNT-OUT
           .
       322-MEISAI-EXT.
           EXIT.
      *
      *****************************************************************
      *    品目集計出力処理
      *****************************************************************
       330-HINMOKU-FOOT-SEC        SECTION.
      *
           MOVE    MYK-ZENZAN  (IDX-MYK)   TO  WRK-ED-RYO1
           MOVE    MYK-UKEIRE  (IDX-MYK)   TO  WRK-ED-RYO2
           MOVE    MYK-SIYO    (IDX-MYK)   TO  WRK-ED-RYO3
           MOVE    MYK-HAIKI   (IDX-MYK)   TO  WRK-ED-RYO4
           MOVE    MYK-ZANDAKA (IDX-MYK)   TO  WRK-ED-RYO5
           STRING  "前月繰越："        DELIMITED   BY  SIZE
                   WRK-ED-RYO1         DELIMITED   BY  SIZE
                   "　受入："          DELIMITED   BY  SIZE
                   WRK-ED-RYO2         DELIMITED   BY  SIZE
                   "　施用："          DELIMITED   BY  SIZE
                   WRK-ED-RYO3         DELIMITED   BY  SIZE
                   "　廃棄："          DELIMITED   BY  SIZE
                   WRK-ED-RYO4         DELIMITED   BY  SIZE
                   "　残高："          DELIMITED   BY  SIZE
                   WRK-ED-RYO5         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-MAYAKULST-WRITE-SEC
           IF      MYK-SAI-KENSU (IDX-MYK) >   ZERO
               MOVE    MYK-SAI-KENSU (IDX-MYK) TO  WRK-ED-KENSU
               STRING  "　※帳簿残高と実在庫の差異："
                                       DELIMITED   BY  SIZE
                       WRK-ED-KENSU        DELIMITED   BY  SIZE
                       "件"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               PERFORM 900-MAYAKULST-WRITE-SEC
           END-IF
           .
       330-HINMOKU-FOOT-EXT.
           EXIT.
      *
      *****************************************************************
      *    年間受払届集計処理（麻薬のみ）
      *****************************************************************
       400-NENKAN-SEC              SECTION.
      *
           STRING  "＊＊＊　麻薬年間受払届"
                                       DELIMITED   BY  SIZE
                   "集計表　＊＊＊"    DELIMITED   BY  SIZE
                   "　期間："          DELIMITED   BY  SIZE
                   WRK-STYMD           DELIMITED   BY  SIZE
                   "〜"                DELIMITED   BY  SIZE
                   WRK-EDYMD           DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-MAYAKULST-WRITE-SEC
           STRING  "診療行為コード,品名,前年繰越,"
                                       DELIMITED   BY  SIZE
                   "受入,払出（施用）,廃棄,残高"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-MAYAKULST-WRITE-SEC
      *
           PERFORM VARYING IDX-MYK FROM 1 BY 1
                   UNTIL   IDX-MYK >   CNT-MYK
               IF      MYK-KBN (IDX-MYK)   =   "1"
                   MOVE    ZERO                TO  FLG-FETCH
                   PERFORM 320-ZANDAKA-SEC
                   PERFORM 410-NENKAN-EDIT-SEC
               END-IF
           END-PERFORM
           .
       400-NENKAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    年間受払届集計表編集処理
      *****************************************************************
       410-NENKAN-EDIT-SEC         SECTION.
      *
           MOVE    MYK-ZENZAN  (IDX-MYK)   TO  WRK-ED-RYO1
           MOVE    MYK-UKEIRE  (IDX-MYK)   TO  WRK-ED-RYO2
           MOVE    MYK-SIYO    (IDX-MYK)   TO  WRK-ED-RYO3
           MOVE    MYK-HAIKI   (IDX-MYK)   TO  WRK-ED-RYO4
           MOVE    MYK-ZANDAKA (IDX-MYK)   TO  WRK-ED-RYO5
           STRING  MYK-SRYCD (IDX-MYK) DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   MYK-NAME (IDX-MYK)  DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-RYO1         DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-RYO2         DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-RYO3         DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-RYO4         DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-RYO5         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-MAYAKULST-WRITE-SEC
           ADD     1                   TO  CNT-OUT
           .
       410-NENKAN-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    差異記録処理（対象年月の実在庫登録分）
      *****************************************************************
       450-SAI-SEC                 SECTION.
      *
           STRING  "＊＊＊　帳簿残高・実在庫"
                                       DELIMITED   BY  SIZE
                   "差異リスト　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　対象年月："      DELIMITED   BY  SIZE
                   WRK-YM              DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-MAYAKULST-WRITE-SEC
           STRING  "診療行為コード,品名,日付,"
                                       DELIMITED   BY  SIZE
                   "帳簿残高,実在庫,差異,備考"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-MAYAKULST-WRITE-SEC
      *
           PERFORM VARYING IDX-MYK FROM 1 BY 1
                   UNTIL   IDX-MYK >   CNT-MYK
               IF      MYK-KBN (IDX-MYK)   NOT =   SPACE
                   PERFORM 460-SAI-READ-SEC
               END-IF
           END-PERFORM
      *
           IF      CNT-OUT             =   ZERO
               MOVE    "差異はありません"  TO  WRK-LINE
               PERFORM 900-MAYAKULST-WRITE-SEC
           END-IF
           .
       450-SAI-EXT.
           EXIT.
      *
      *****************************************************************
      *    品目別実在庫読込処理
      *    （実在庫の帳簿残高は帳簿作成時に記録した値による）
      *****************************************************************
       460-SAI-READ-SEC            SECTION.
      *
           INITIALIZE                  MAYAKUBO-REC
           MOVE    SPA-HOSPNUM         TO  MYB-HOSPNUM
           MOVE    MYK-SRYCD (IDX-MYK) TO  MYB-SRYCD
           MOVE    MAYAKUBO-REC        TO  MCPDATA-REC
           MOVE    "tbl_mayakubo"      TO  MCP-TABLE
           MOVE    "cd"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  460-SAI-READ-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM UNTIL   FLG-FETCH       =   1
               MOVE    "tbl_mayakubo"      TO  MCP-TABLE
               MOVE    "cd"                TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  MAYAKUBO-REC
                   IF      MYB-KBN             =   "4"
                   AND     MYB-YMD (1:6)       =   WRK-YM
                   AND     MYB-SURYO       NOT =   MYB-ZANDAKA
                       PERFORM 461-SAI-EDIT-SEC
                   END-IF
               ELSE
                   MOVE    1                   TO  FLG-FETCH
               END-IF
           END-PERFORM
      *
           MOVE    "tbl_mayakubo"      TO  MCP-TABLE
           MOVE    "cd"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       460-SAI-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    差異リスト編集処理
      *****************************************************************
       461-SAI-EDIT-SEC            SECTION.
      *
           COMPUTE WRK-SAI         =   MYB-SURYO   -   MYB-ZANDAKA
           MOVE    MYB-ZANDAKA         TO  WRK-ED-RYO1
           MOVE    MYB-SURYO           TO  WRK-ED-RYO2
           MOVE    WRK-SAI             TO  WRK-ED-RYO3
           STRING  MYB-SRYCD           DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   MYK-NAME (IDX-MYK)  DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   MYB-YMD             DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-RYO1         DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-RYO2         DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-RYO3         DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   MYB-BIKO            DELIMITED   BY  "  "
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-MAYAKULST-WRITE-SEC
           ADD     1                   TO  CNT-OUT
           .
       461-SAI-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           CLOSE   MAYAKULST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           COMPUTE JOB-UPDCNT      =   CNT-SIYO    +   CNT-HAIKI
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "SRYACT   CNT-IN  :" CNT-IN
           DISPLAY "MAYAKU   DELETE  :" CNT-DEL
           DISPLAY "MAYAKU   SIYO    :" CNT-SIYO
           DISPLAY "MAYAKU   HAIKI   :" CNT-HAIKI
           DISPLAY "MAYAKU   UPDATE  :" CNT-UPD
           DISPLAY "LIST     CNT-OUT :" CNT-OUT
           DISPLAY "*** ORCBMAYAKU END ***"
           .
       500-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    前月算出処理
      *****************************************************************
       800-ZENGETU-SEC             SECTION.
      *
           IF      WRK-MM              =   01
               MOVE    12                  TO  WRK-MM
               SUBTRACT    1           FROM    WRK-YY
           ELSE
               SUBTRACT    1           FROM    WRK-MM
           END-IF
           .
       800-ZENGETU-EXT.
           EXIT.
      *
      *****************************************************************
      *    品目検索処理
      *    （未登録の薬剤は点数マスタを読み、麻薬・向精神薬区分を
      *      設定して追加する）
      *****************************************************************
       800-MYK-SRCH-SEC            SECTION.
      *
           PERFORM VARYING IDX-MYK FROM 1 BY 1
                   UNTIL   IDX-MYK >   CNT-MYK
                   OR      MYK-SRYCD (IDX-MYK) =   WRK-SRYCD
               CONTINUE
           END-PERFORM
           IF      IDX-MYK             <=  CNT-MYK
               GO  TO  800-MYK-SRCH-EXT
           END-IF
      *
           IF      CNT-MYK             >=  5000
               DISPLAY "ORCBMAYAKU MYK-TBL OVER SRYCD=" WRK-SRYCD
      *        超過分は対象外として最終行を使用する
               MOVE    5000                TO  IDX-MYK
               MOVE    SPACE               TO  MYK-KBN (IDX-MYK)
               GO  TO  800-MYK-SRCH-EXT
           END-IF
           ADD     1                   TO  CNT-MYK
           MOVE    CNT-MYK             TO  IDX-MYK
           MOVE    WRK-SRYCD           TO  MYK-SRYCD (IDX-MYK)
           MOVE    SPACE               TO  MYK-KBN   (IDX-MYK)
      *
           PERFORM 810-TENSU-READ-SEC
           IF      FLG-TENSU           =   ZERO
               MOVE    TNS-NAME            TO  MYK-NAME (IDX-MYK)
               IF      TNS-MAYAKUKBN       =   "1"  OR  "5"
                   MOVE    TNS-MAYAKUKBN       TO  MYK-KBN (IDX-MYK)
               END-IF
           END-IF
           .
       800-MYK-SRCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    点数マスタ読込処理
      *****************************************************************
       810-TENSU-READ-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-TENSU
      *
           INITIALIZE                  TNS-TENSU-REC
           MOVE    SPA-HOSPNUM         TO  TNS-HOSPNUM
           MOVE    WRK-SRYCD           TO  TNS-SRYCD
           MOVE    WRK-YMD             TO  TNS-YUKOSTYMD
                                           TNS-YUKOEDYMD
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
       810-TENSU-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者番号読込処理
      *****************************************************************
       810-PTNUM-READ-SEC          SECTION.
      *
           MOVE    SPACE               TO  WRK-PTNUM
      *
           INITIALIZE                  PTNUM-REC
           MOVE    SPA-HOSPNUM         TO  PTNUM-HOSPNUM
           MOVE    WRK-PTID            TO  PTNUM-PTID
           MOVE    PTNUM-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_ptnum"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTNUM-REC
                   MOVE    PTNUM-PTNUM         TO  WRK-PTNUM
               END-IF
           END-IF
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       810-PTNUM-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    麻薬帳簿追加処理（連番は帳簿全体で採番する）
      *****************************************************************
       820-MYB-INSERT-SEC          SECTION.
      *
           ADD     1                   TO  CNT-RENNUM
           MOVE    CNT-RENNUM          TO  MYB-RENNUM
           MOVE    SMCNDATE-YMD        TO  MYB-UPYMD
           MOVE    SMCNDATE-HMS        TO  MYB-UPHMS
           MOVE    MAYAKUBO-REC        TO  MCPDATA-REC
           MOVE    "tbl_mayakubo"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBMAYAKU INSERT ERR SRYCD=" MYB-SRYCD
                       " YMD=" MYB-YMD " RC=" MCP-RC
           END-IF
           .
       820-MYB-INSERT-EXT.
           EXIT.
      *
      *****************************************************************
      *    麻薬帳簿読込処理
      *****************************************************************
       900-MYB-FETCH-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-FETCH
           MOVE    "tbl_mayakubo"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  MAYAKUBO-REC
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           .
       900-MYB-FETCH-EXT.
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
      *    一覧行出力処理
      *****************************************************************
       900-MAYAKULST-WRITE-SEC     SECTION.
      *
           MOVE    WRK-LINE            TO  MAYAKULST-REC
           WRITE   MAYAKULST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-MAYAKULST-WRITE-EXT.
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
