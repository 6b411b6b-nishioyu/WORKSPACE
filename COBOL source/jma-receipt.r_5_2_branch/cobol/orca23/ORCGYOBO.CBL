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
       IDENTIFICATION              DIVISION.
       PROGRAM-ID.                 ORCGYOBO.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 予防接種
      *  コンポーネント名  : 予防接種実施台帳（ＭＹＯＢＯ）
      *                      （定期予防接種の接種記録（ワクチン・
      *                        ロット・接種回数・予診票番号）を
      *                        患者単位で実施台帳へ登録する。
      *                        接種日の年齢・前回接種からの間隔・
      *                        接種回数が定期接種の対象外であれば
      *                        警告し、任意接種を指定した場合は
      *                        自費コードで会計へ算定する（自費
      *                        集計はＯＲＣＢＪＩＨＩで行う）。
      *                        接種日の住所から市町村を振り分け、
      *                        委託料請求書はＯＲＣＢＹＯＢＯで
      *                        作成する）
      *  管理者            :
      *  作成日付    作業者        記述
      *  26/10/15    ORCAMO        新規作成
      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *****************************************************************
      *
       ENVIRONMENT                 DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *
       DATA                        DIVISION.
      *
       WORKING-STORAGE             SECTION.
      *
      *    スパ領域
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  FLG-AREA.
           03  FLG-END             PIC 9(01).
           03  FLG-FETCH           PIC 9(01).
           03  FLG-PTINF           PIC 9(01).
           03  FLG-ADRS            PIC 9(01).
           03  FLG-TEIKIGAI        PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(02).
           03  IDXV                PIC 9(02).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-MAXRENNUM       PIC 9(06).
      *    同一ワクチンの前回接種日・接種回数
           03  WRK-ZENKAI-YMD      PIC X(08).
           03  WRK-ZENKAI-KAISU    PIC 9(02).
      *    年齢（月齢）算出用
           03  WRK-BIRTHDAY        PIC 9(08).
           03  WRK-BIRTHDAY-R      REDEFINES   WRK-BIRTHDAY.
               05  WRK-BIRTH-YY    PIC 9(04).
               05  WRK-BIRTH-MM    PIC 9(02).
               05  WRK-BIRTH-DD    PIC 9(02).
           03  WRK-SESSYUYMD       PIC 9(08).
           03  WRK-SESSYUYMD-R     REDEFINES   WRK-SESSYUYMD.
               05  WRK-SESSYU-YY   PIC 9(04).
               05  WRK-SESSYU-MM   PIC 9(02).
               05  WRK-SESSYU-DD   PIC 9(02).
           03  WRK-GETUREI         PIC S9(05).
           03  WRK-KYOKAYMD        PIC X(08).
           03  WRK-KEIKOKU         PIC X(60).
      *
      *    定期接種ワクチン定義
      *    （コード・名称・対象月齢（下限・上限）・接種間隔（日）・
      *      接種回数上限（９：上限なし））
       01  CONST-VAC-AREA.
           03  CONST-VAC-G.
               05  FILLER      PIC X(02)   VALUE "01".
               05  FILLER      PIC X(40)   VALUE "ヒブ".
               05  FILLER      PIC X(12)   VALUE "000200600274".
               05  FILLER      PIC X(02)   VALUE "02".
               05  FILLER      PIC X(40)
                  VALUE "小児用肺炎球菌".
               05  FILLER      PIC X(12)   VALUE "000200600274".
               05  FILLER      PIC X(02)   VALUE "03".
               05  FILLER      PIC X(40)   VALUE "Ｂ型肝炎".
               05  FILLER      PIC X(12)   VALUE "000000120273".
               05  FILLER      PIC X(02)   VALUE "04".
               05  FILLER      PIC X(40)   VALUE "五種混合".
               05  FILLER      PIC X(12)   VALUE "000200900204".
               05  FILLER      PIC X(02)   VALUE "05".
               05  FILLER      PIC X(40)   VALUE "ＢＣＧ".
               05  FILLER      PIC X(12)   VALUE "000000120001".
               05  FILLER      PIC X(02)   VALUE "06".
               05  FILLER      PIC X(40)
                  VALUE "ロタウイルス".
               05  FILLER      PIC X(12)   VALUE "000100080273".
               05  FILLER      PIC X(02)   VALUE "07".
               05  FILLER      PIC X(40)
                  VALUE "麻しん風しん（ＭＲ）".
               05  FILLER      PIC X(12)   VALUE "001200900272".
               05  FILLER      PIC X(02)   VALUE "08".
               05  FILLER      PIC X(40)   VALUE "水痘".
               05  FILLER      PIC X(12)   VALUE "001200360902".
               05  FILLER      PIC X(02)   VALUE "09".
               05  FILLER      PIC X(40)   VALUE "日本脳炎".
               05  FILLER      PIC X(12)   VALUE "000601550064".
               05  FILLER      PIC X(02)   VALUE "10".
               05  FILLER      PIC X(40)
                  VALUE "ヒトパピローマウイルス".
               05  FILLER      PIC X(12)   VALUE "014402030273".
               05  FILLER      PIC X(02)   VALUE "11".
               05  FILLER      PIC X(40)
                  VALUE "高齢者インフルエンザ".
               05  FILLER      PIC X(12)   VALUE "078099991509".
               05  FILLER      PIC X(02)   VALUE "12".
               05  FILLER      PIC X(40)
                  VALUE "高齢者肺炎球菌".
               05  FILLER      PIC X(12)   VALUE "078007910001".
           03  CONST-VAC-R         REDEFINES   CONST-VAC-G.
               05  CONST-VAC       OCCURS  12.
                   07  CONST-VAC-CD            PIC X(02).
                   07  CONST-VAC-NAME          PIC X(40).
                   07  CONST-VAC-MINAGE        PIC 9(04).
                   07  CONST-VAC-MAXAGE        PIC 9(04).
                   07  CONST-VAC-KANKAKU       PIC 9(03).
                   07  CONST-VAC-MAXKAI        PIC 9(01).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    予防接種実施台帳テーブル
      *    （ＯＲＣＢＹＯＢＯが集計する）
       01  YOBO-REC.
           03  YBS-HOSPNUM         PIC 9(02).
           03  YBS-PTID            PIC 9(10).
           03  YBS-RENNUM          PIC 9(06).
           03  YBS-SESSYUYMD       PIC X(08).
           03  YBS-VACCD           PIC X(02).
           03  YBS-VACNAME         PIC X(40).
           03  YBS-LOTNUM          PIC X(20).
           03  YBS-KAISU           PIC 9(02).
           03  YBS-YOSINNUM        PIC X(20).
           03  YBS-DRCD            PIC X(05).
      *    接種区分（１：定期接種　２：任意接種）
           03  YBS-TEIKIKBN        PIC X(01).
      *    任意接種の自費コード・算定状態（１：算定済）
           03  YBS-SRYCD           PIC X(09).
           03  YBS-SANTEIKBN       PIC X(01).
      *    接種日の住所（郵便番号・地方公共団体コード）
           03  YBS-HOME-POST       PIC X(07).
           03  YBS-LPUBCD          PIC X(06).
           03  YBS-HOME-ADRS       PIC X(100).
           03  YBS-UPYMD           PIC X(08).
           03  YBS-UPHMS           PIC X(06).
      *
      *    患者情報
       01  PTINF-REC.
           COPY    "CPPTINF.INC".
      *
      *    住所マスタ
       01  ADRS-REC.
           COPY    "CPADRS.INC".
      *
      *    診療行為テーブル
       01  SRYACT-REC.
           COPY    "CPSRYACT.INC".
      *
      *****************************************************************
      *    サブプロ用　領域
      *****************************************************************
      *
      *    マシン日付取得サブ
           COPY    "CPORCSMCNDATE.INC".
      *
      *    日付変換サブ
           COPY    "CPORCSDAY.INC".
           COPY    "CPORCSLNK.INC".
      *
      *    ＤＢ検索
           COPY    "MCPDATA.INC".
      *
      *****************************************************************
      *    連絡　領域
      *****************************************************************
        LINKAGE                     SECTION.
      *
           COPY    MCPAREA.
           COPY    "ORCA-SPA".
      *
           COPY    "LINKAREA".
      *
       01  SCRAREA.
           COPY    "M00.INC".
           COPY    "M01.INC".
           COPY    "M98.INC".
           COPY    "M99.INC".
           COPY    "MYOBO.INC".
      *
       PROCEDURE                   DIVISION    USING
           MCPAREA
           SPAAREA
           LINKAREA
           SCRAREA.
      *
      *****************************************************************
      *    主　　処理
      *****************************************************************
       000-PROC-SEC                SECTION.
      *
           MOVE    SPA-COMMON      TO  SPA-AREA
      *
           EVALUATE    MCP-STATUS      ALSO    MCP-EVENT
               WHEN    "LINK"          ALSO    ANY
                   PERFORM 100-INIT-SEC
      *    画面遷移
               WHEN      OTHER
                   PERFORM 200-GMNSENI
           END-EVALUATE.
      *
           MOVE    SPA-AREA        TO  SPA-COMMON
      *
           .
           EXIT    PROGRAM
           .
      *****************************************************************
      *    初期　処理
      *****************************************************************
       100-INIT-SEC                SECTION.
      *
           MOVE    SPACE               TO  MYOBO-PTID
                                           MYOBO-SESSYUYMD
                                           MYOBO-VACCD
                                           MYOBO-VACNAME
                                           MYOBO-LOTNUM
                                           MYOBO-KAISU
                                           MYOBO-YOSINNUM
                                           MYOBO-DRCD
                                           MYOBO-NINIFLG
                                           MYOBO-SRYCD
                                           MYOBO-RENNUM
                                           MYOBO-MSG
           INITIALIZE                      MYOBO-PTID
                                           MYOBO-SESSYUYMD
                                           MYOBO-VACCD
                                           MYOBO-VACNAME
                                           MYOBO-LOTNUM
                                           MYOBO-KAISU
                                           MYOBO-YOSINNUM
                                           MYOBO-DRCD
                                           MYOBO-NINIFLG
                                           MYOBO-SRYCD
                                           MYOBO-RENNUM
                                           MYOBO-MSG
           PERFORM 250-LST-CLEAR-SEC
      *
           PERFORM 290-REDISP-SEC
           .
       100-INIT-EXT.
           EXIT.
      *****************************************************************
      *    画面遷移処理
      *****************************************************************
       200-GMNSENI                 SECTION.
      *
           EVALUATE    MCP-EVENT       ALSO    MCP-WIDGET
      *        台帳表示（患者別）
               WHEN    "CLICKED"       ALSO    "B02"
                   MOVE    SPACE               TO  MYOBO-MSG
                   PERFORM 220-DAICHO-DISP-SEC
                   PERFORM 290-REDISP-SEC
      *        接種登録
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-TOUROKU-SEC
      *        接種記録削除
               WHEN    "CLICKED"       ALSO    "B04"
                   PERFORM 240-SAKUJO-SEC
               WHEN    OTHER
                   PERFORM 210-BACK
           END-EVALUATE
      *
           .
       200-GMNSENI-EXT.
           EXIT.
      *****************************************************************
      *    台帳表示処理（患者別）
      *    （あわせて連番の最大値と、入力中のワクチンの前回接種日・
      *      接種回数を求める）
      *****************************************************************
       220-DAICHO-DISP-SEC         SECTION.
      *
           PERFORM 250-LST-CLEAR-SEC
      *
           MOVE    ZERO                TO  IDX
                                           WRK-MAXRENNUM
                                           WRK-ZENKAI-KAISU
           MOVE    SPACE               TO  WRK-ZENKAI-YMD
      *
           IF      MYOBO-PTID          IS  NOT NUMERIC
           OR      MYOBO-PTID          =   ZERO
               MOVE    "患者番号を入力してください"
                                       TO  MYOBO-MSG
               GO  TO  220-DAICHO-DISP-EXT
           END-IF
      *
           INITIALIZE                  YOBO-REC
           MOVE    SPA-HOSPNUM         TO  YBS-HOSPNUM
           MOVE    MYOBO-PTID          TO  YBS-PTID
           MOVE    YOBO-REC            TO  MCPDATA-REC
           MOVE    "tbl_yobosessyu"    TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 221-DAICHO-FETCH-SEC
                       UNTIL   FLG-FETCH   =   1
               MOVE    "tbl_yobosessyu"    TO  MCP-TABLE
               MOVE    "ptid"              TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
      *
           IF      IDX                 =   ZERO
               MOVE    "接種記録がありません"
                                       TO  MYOBO-MSG
           END-IF
           .
       220-DAICHO-DISP-EXT.
           EXIT.
      *****************************************************************
      *    台帳読込処理
      *****************************************************************
       221-DAICHO-FETCH-SEC        SECTION.
      *
           MOVE    "tbl_yobosessyu"    TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  221-DAICHO-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  YOBO-REC
      *
           IF      YBS-RENNUM          >   WRK-MAXRENNUM
               MOVE    YBS-RENNUM          TO  WRK-MAXRENNUM
           END-IF
           IF      YBS-VACCD           =   MYOBO-VACCD
           AND     YBS-SESSYUYMD       <   MYOBO-SESSYUYMD
               IF      YBS-SESSYUYMD       >   WRK-ZENKAI-YMD
               OR      WRK-ZENKAI-YMD      =   SPACE
                   MOVE    YBS-SESSYUYMD       TO  WRK-ZENKAI-YMD
               END-IF
               IF      YBS-KAISU           >   WRK-ZENKAI-KAISU
                   MOVE    YBS-KAISU           TO  WRK-ZENKAI-KAISU
               END-IF
           END-IF
           IF      IDX                 >=  20
               GO  TO  221-DAICHO-FETCH-EXT
           END-IF
           ADD     1                   TO  IDX
           MOVE    YBS-RENNUM          TO  MYOBO-LST-RENNUM ( IDX )
           MOVE    YBS-SESSYUYMD       TO  MYOBO-LST-YMD    ( IDX )
           MOVE    YBS-VACNAME         TO  MYOBO-LST-VAC    ( IDX )
           MOVE    YBS-KAISU           TO  MYOBO-LST-KAISU  ( IDX )
           MOVE    YBS-LOTNUM          TO  MYOBO-LST-LOT    ( IDX )
           IF      YBS-TEIKIKBN        =   "2"
               MOVE    "任意"              TO  MYOBO-LST-KBN  ( IDX )
           ELSE
               MOVE    "定期"              TO  MYOBO-LST-KBN  ( IDX )
           END-IF
           .
       221-DAICHO-FETCH-EXT.
           EXIT.
      *****************************************************************
      *    接種登録処理
      *    （定期接種の対象外であれば警告する。任意接種を指定した
      *      場合は自費コードで会計へ算定する）
      *****************************************************************
       230-TOUROKU-SEC             SECTION.
      *
           IF      MYOBO-PTID          IS  NOT NUMERIC
           OR      MYOBO-PTID          =   ZERO
           OR      MYOBO-SESSYUYMD     IS  NOT NUMERIC
           OR      MYOBO-VACCD         =   SPACE
               MOVE    "接種日・ワクチンが未入力です"
                                       TO  MYOBO-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MYOBO-KAISU         IS  NOT NUMERIC
           OR      MYOBO-KAISU         =   ZERO
               MOVE    "接種回数を入力してください"
                                       TO  MYOBO-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MYOBO-LOTNUM        =   SPACE
               MOVE    "ロット番号を入力してください"
                                       TO  MYOBO-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
      *    ワクチンの検索
           MOVE    ZERO                TO  IDXV
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX >   12
                   OR      IDXV    >   ZERO
               IF      CONST-VAC-CD (IDX)  =   MYOBO-VACCD
                   MOVE    IDX                 TO  IDXV
               END-IF
           END-PERFORM
           IF      IDXV                =   ZERO
               MOVE    "ワクチンコードが誤りです"
                                       TO  MYOBO-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           MOVE    CONST-VAC-NAME (IDXV)   TO  MYOBO-VACNAME
      *
           PERFORM 800-PTINF-GET-SEC
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    "患者が登録されていません"
                                       TO  MYOBO-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
      *    連番の採番と前回接種の取得
           PERFORM 220-DAICHO-DISP-SEC
      *
      *    定期接種の対象判定
           PERFORM 231-TEIKI-CHK-SEC
           IF      FLG-TEIKIGAI    NOT =   ZERO
           AND     MYOBO-NINIFLG   NOT =   "1"
               MOVE    WRK-KEIKOKU         TO  MYOBO-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MYOBO-NINIFLG       =   "1"
           AND     MYOBO-SRYCD         =   SPACE
               MOVE    "任意接種は自費コードを入力"
                                       TO  MYOBO-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           INITIALIZE                  YOBO-REC
           MOVE    SPA-HOSPNUM         TO  YBS-HOSPNUM
           MOVE    MYOBO-PTID          TO  YBS-PTID
           COMPUTE YBS-RENNUM      =   WRK-MAXRENNUM   +   1
           MOVE    MYOBO-SESSYUYMD     TO  YBS-SESSYUYMD
           MOVE    MYOBO-VACCD         TO  YBS-VACCD
           MOVE    CONST-VAC-NAME (IDXV)   TO  YBS-VACNAME
           MOVE    MYOBO-LOTNUM        TO  YBS-LOTNUM
           MOVE    MYOBO-KAISU         TO  YBS-KAISU
           MOVE    MYOBO-YOSINNUM      TO  YBS-YOSINNUM
           MOVE    MYOBO-DRCD          TO  YBS-DRCD
           MOVE    "0"                 TO  YBS-SANTEIKBN
           MOVE    SMCNDATE-YMD        TO  YBS-UPYMD
           MOVE    SMCNDATE-HMS        TO  YBS-UPHMS
      *
      *    接種日の住所から市町村（地方公共団体コード）を求める
           MOVE    PTINF-HOME-POST     TO  YBS-HOME-POST
           MOVE    PTINF-HOME-ADRS     TO  YBS-HOME-ADRS
           PERFORM 810-ADRS-GET-SEC
           IF      FLG-ADRS            =   ZERO
               MOVE    ADRS-LPUBCD         TO  YBS-LPUBCD
           ELSE
               MOVE    SPACE               TO  YBS-LPUBCD
           END-IF
      *
           IF      MYOBO-NINIFLG       =   "1"
               MOVE    "2"                 TO  YBS-TEIKIKBN
               MOVE    MYOBO-SRYCD         TO  YBS-SRYCD
               PERFORM 232-SANTEI-SEC
           ELSE
               MOVE    "1"                 TO  YBS-TEIKIKBN
               MOVE    SPACE               TO  YBS-SRYCD
           END-IF
      *
           MOVE    YOBO-REC            TO  MCPDATA-REC
           MOVE    "tbl_yobosessyu"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               IF      YBS-TEIKIKBN        =   "2"
                   IF      YBS-SANTEIKBN       =   "1"
                       MOVE    "任意接種（自費算定済）"
                                       TO  MYOBO-MSG
                   ELSE
                       MOVE    "任意接種（自費未算定）"
                                       TO  MYOBO-MSG
                   END-IF
               ELSE
                   IF      YBS-LPUBCD          =   SPACE
                       MOVE    "登録（市町村判定不可）"
                                       TO  MYOBO-MSG
                   ELSE
                       MOVE    "定期接種で登録しました"
                                       TO  MYOBO-MSG
                   END-IF
               END-IF
           ELSE
               MOVE    "接種記録を登録できませんでした"
                                       TO  MYOBO-MSG
           END-IF
      *
           PERFORM 220-DAICHO-DISP-SEC
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    定期接種対象判定処理
      *    （接種日の月齢・前回接種からの間隔・接種回数を判定する）
      *****************************************************************
       231-TEIKI-CHK-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-TEIKIGAI
           MOVE    SPACE               TO  WRK-KEIKOKU
      *
      *    月齢（誕生日の前日に満月齢に達する日数計算は行わない）
           IF      PTINF-BIRTHDAY      IS  NUMERIC
               MOVE    PTINF-BIRTHDAY      TO  WRK-BIRTHDAY
               MOVE    MYOBO-SESSYUYMD     TO  WRK-SESSYUYMD
               COMPUTE WRK-GETUREI     =
                       ( WRK-SESSYU-YY  -   WRK-BIRTH-YY ) * 12
                   +   ( WRK-SESSYU-MM  -   WRK-BIRTH-MM )
               IF      WRK-SESSYU-DD       <   WRK-BIRTH-DD
                   SUBTRACT    1           FROM    WRK-GETUREI
               END-IF
               IF      WRK-GETUREI     <   CONST-VAC-MINAGE (IDXV)
               OR      WRK-GETUREI     >   CONST-VAC-MAXAGE (IDXV)
                   MOVE    1                   TO  FLG-TEIKIGAI
                   MOVE    "定期接種の対象年齢外です"
                                       TO  WRK-KEIKOKU
                   GO  TO  231-TEIKI-CHK-EXT
               END-IF
           END-IF
      *
      *    接種回数
           IF      CONST-VAC-MAXKAI (IDXV) NOT =   9
           AND     MYOBO-KAISU     >   CONST-VAC-MAXKAI (IDXV)
               MOVE    1                   TO  FLG-TEIKIGAI
               MOVE    "定期接種の回数を超えています"
                                       TO  WRK-KEIKOKU
               GO  TO  231-TEIKI-CHK-EXT
           END-IF
      *
      *    前回接種からの間隔
           IF      WRK-ZENKAI-YMD      NOT =   SPACE
           AND     CONST-VAC-KANKAKU (IDXV)    >   ZERO
               INITIALIZE                      STS-AREA-DAY
               INITIALIZE                      LNK-DAY6-AREA
               MOVE  "61"                      TO  LNK-DAY6-IRAI
               MOVE  WRK-ZENKAI-YMD            TO  LNK-DAY6-KIJUN
               MOVE  "2"                       TO  LNK-DAY6-ZOGENPTN
               MOVE  CONST-VAC-KANKAKU (IDXV)  TO  LNK-DAY6-ZOGEN
               CALL  "ORCSDAY"                 USING   STS-AREA-DAY
                                                       LNK-DAY6-AREA
               MOVE    LNK-DAY6-KEISAN         TO  WRK-KYOKAYMD
               IF      MYOBO-SESSYUYMD     <   WRK-KYOKAYMD
                   MOVE    1                   TO  FLG-TEIKIGAI
                   MOVE    "前回接種からの間隔が不足です"
                                       TO  WRK-KEIKOKU
               END-IF
           END-IF
           .
       231-TEIKI-CHK-EXT.
           EXIT.
      *****************************************************************
      *    任意接種の自費算定処理
      *    （診療区分９６で登録し、ＯＲＣＢＪＩＨＩの自費集計の
      *      対象とする）
      *****************************************************************
       232-SANTEI-SEC              SECTION.
      *
           INITIALIZE                  SRYACT-REC
           MOVE    SPA-HOSPNUM         TO  ACT-HOSPNUM
           MOVE    MYOBO-PTID          TO  ACT-PTID
           MOVE    MYOBO-SESSYUYMD     TO  ACT-SRYYMD
           MOVE    MYOBO-SRYCD         TO  ACT-SRYCD
           MOVE    CONST-VAC-NAME (IDXV)   TO  ACT-NAME
           MOVE    1                   TO  ACT-SURYO
           MOVE    "96"                TO  ACT-SRYKBN
      *
           MOVE    SRYACT-REC          TO  MCPDATA-REC
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "1"                 TO  YBS-SANTEIKBN
           END-IF
           .
       232-SANTEI-EXT.
           EXIT.
      *****************************************************************
      *    接種記録削除処理
      *    （会計へ算定済の任意接種は会計側で取り消すこと）
      *****************************************************************
       240-SAKUJO-SEC              SECTION.
      *
           IF      MYOBO-PTID          IS  NOT NUMERIC
           OR      MYOBO-PTID          =   ZERO
           OR      MYOBO-RENNUM        IS  NOT NUMERIC
           OR      MYOBO-RENNUM        =   ZERO
               MOVE    "患者番号と削除する連番を入力"
                                       TO  MYOBO-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
      *
           INITIALIZE                  YOBO-REC
           MOVE    SPA-HOSPNUM         TO  YBS-HOSPNUM
           MOVE    MYOBO-PTID          TO  YBS-PTID
           MOVE    MYOBO-RENNUM        TO  YBS-RENNUM
           MOVE    YOBO-REC            TO  MCPDATA-REC
           MOVE    "tbl_yobosessyu"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "接種記録を削除しました"
                                       TO  MYOBO-MSG
           ELSE
               MOVE    "接種記録がありません"
                                       TO  MYOBO-MSG
           END-IF
      *
           PERFORM 220-DAICHO-DISP-SEC
           PERFORM 290-REDISP-SEC
           .
       240-SAKUJO-EXT.
           EXIT.
      *****************************************************************
      *    一覧クリア処理
      *****************************************************************
       250-LST-CLEAR-SEC           SECTION.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX >   20
               MOVE    SPACE               TO
                       MYOBO-LST-RENNUM  ( IDX )
                       MYOBO-LST-YMD     ( IDX )
                       MYOBO-LST-VAC     ( IDX )
                       MYOBO-LST-KAISU   ( IDX )
                       MYOBO-LST-LOT     ( IDX )
                       MYOBO-LST-KBN     ( IDX )
           END-PERFORM
           MOVE    ZERO                TO  IDX
           .
       250-LST-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    患者情報取得処理
      *****************************************************************
       800-PTINF-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-PTINF
      *
           INITIALIZE                  PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    MYOBO-PTID          TO  PTINF-PTID
           MOVE    PTINF-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_ptinf"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTINF-REC
                   MOVE    ZERO                TO  FLG-PTINF
               END-IF
               MOVE    "tbl_ptinf"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       800-PTINF-GET-EXT.
           EXIT.
      *****************************************************************
      *    住所マスタ検索処理（郵便番号）
      *****************************************************************
       810-ADRS-GET-SEC            SECTION.
      *
           MOVE    1                   TO  FLG-ADRS
      *
           INITIALIZE                  ADRS-REC
           MOVE    SPA-HOSPNUM         TO  ADRS-HOSPNUM
           MOVE    PTINF-HOME-POST     TO  ADRS-POST
           MOVE    ADRS-REC            TO  MCPDATA-REC
           MOVE    "tbl_adrs"          TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_adrs"          TO  MCP-TABLE
               MOVE    "key2"              TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  ADRS-REC
                   MOVE    ZERO                TO  FLG-ADRS
               ELSE
                   INITIALIZE                      ADRS-REC
               END-IF
               MOVE    "tbl_adrs"          TO  MCP-TABLE
               MOVE    "key2"              TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       810-ADRS-GET-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MYOBO"             TO  MCP-WINDOW
           PERFORM 900-PUT-WINDOW
           MOVE    1                   TO  FLG-END
           .
       290-REDISP-EXT.
           EXIT.
      *****************************************************************
      *    戻る　処理（遷移元へ）
      *****************************************************************
       210-BACK                    SECTION.
      *
           IF      SPA-MOTOPG          =   SPACE
               MOVE    "M98"               TO  SPA-SAKIPG
           ELSE
               MOVE    SPA-MOTOPG          TO  SPA-SAKIPG
           END-IF
           MOVE    "MYOBO"             TO  SPA-MOTOPG
      *
           MOVE    "JOIN"              TO  MCP-PUTTYPE
           MOVE    SPA-SAKIPG          TO  MCP-WINDOW
      *
           PERFORM 900-PUT-WINDOW
      *
           MOVE    1                   TO  FLG-END
      *
           .
       210-BACK-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＰＵＴ　処理
      *****************************************************************
       900-PUT-WINDOW              SECTION.
      *
           MOVE    "PUTWINDOW"         TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                           MCPAREA
                                           MCPDATA-REC
                                           SPA-AREA
      *
           .
       900-PUT-WINDOW-EXT.
           EXIT.
      *
      *****************************************************************
      *    テーブルアクセス処理
      *****************************************************************
       900-ORCDBMAIN-SEC           SECTION.
      *
           CALL    "ORCDBMAIN"         USING
                                           MCPAREA
                                           MCPDATA-REC
                                           SPA-AREA
           .
       900-ORCDBMAIN-EXT.
           EXIT.
