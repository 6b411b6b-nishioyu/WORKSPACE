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
       PROGRAM-ID.             ORCSGAIJI.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 共通
      *  コンポーネント名  : 外字代替文字変換サブ
      *                      （外字・異体字ごとに外字マップ
      *                        （ｔｂｌ＿ｇａｉｊｉｍａｐ）へ登録した
      *                        代替文字へ置き換える。マップの保守は
      *                        ＯＲＣＧＧＡＩＪＩが行う）
      *                      処理区分
      *                        １：文字列変換（出力区分　１：画面表示
      *                            用　２：帳票印字用　３：レセ電・外部
      *                            連携用の代替文字へ置換する。マップ
      *                            未登録の外字は従来どおり■とし、
      *                            未登録外字のコードを返す）
      *                        ２：外字コード（１６進）→文字
      *                        ３：文字→外字コード（１６進）
      *                        ９：マップ再読込
      *                      外字はＥＵＣ第１バイトがＦ５〜ＦＥの
      *                      ２バイト文字、および８Ｆで始まる３バイト
      *                      文字（補助漢字）とする。マップは医療機関
      *                      ごとに読み込んで保持し、日付が変わったとき
      *                      と処理区分９のときに読み直す
      *  返却エラーコード  : 0:正常　1:未登録外字あり
      *                      2:出力桁あふれ　3:外字コード不正
      *  管理者            :
      *  作成日付    作業者        記述
      *  26/10/15    ORCAMO        新規作成
      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *
       DATA                    DIVISION.
       WORKING-STORAGE             SECTION.
      *
      *    スパ領域（外字マップ検索用）
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  FLG-AREA.
           03  FLG-GAIJIMAP        PIC 9(01).
           03  FLG-MAP             PIC 9(01).
           03  FLG-HEX             PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(04)   COMP.
           03  IDX-IN              PIC 9(04)   COMP.
           03  IDX-OUT             PIC 9(04)   COMP.
           03  IDX-MAP             PIC 9(04)   COMP.
           03  IDX-HEX             PIC 9(04)   COMP.
           03  IDX-CD              PIC 9(04)   COMP.
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-HOSPNUM         PIC 9(02).
           03  WRK-KBN             PIC 9(01).
           03  WRK-INLEN           PIC 9(04)   COMP.
           03  WRK-MOJI            PIC X(03).
           03  WRK-MOJILEN         PIC 9(01).
           03  WRK-DAITAI          PIC X(20).
           03  WRK-DAITAILEN       PIC 9(02)   COMP.
           03  WRK-GAIJICD         PIC X(06).
           03  WRK-CDLEN           PIC 9(01).
           03  WRK-HEX-HI          PIC 9(02).
           03  WRK-HEX-LO          PIC 9(02).
      *    １バイトの値を数値として扱うための領域
           03  WRK-BIN             PIC 9(04)   BINARY.
           03  WRK-BIN-X           REDEFINES   WRK-BIN
                                   PIC X(02).
      *
       01  CONST-AREA.
           03  CONST-HEX           PIC X(16)
                                   VALUE   "0123456789ABCDEF".
           03  CONST-MAP-MAX       PIC 9(04)   COMP    VALUE   500.
           03  CONST-OUT-MAX       PIC 9(04)   COMP    VALUE   1000.
           03  CONST-MITOUROKU-MAX PIC 9(04)   COMP    VALUE   10.
           03  CONST-MITOUROKU     PIC X(02)   VALUE   "■".
      *
      *    外字マップ保持領域
       01  MAP-AREA.
           03  MAP-HOSPNUM         PIC 9(02).
           03  MAP-LOADYMD         PIC X(08).
           03  MAP-MAX             PIC 9(04)   COMP.
           03  MAP-TBL             OCCURS  500.
               05  MAP-MOJI        PIC X(03).
               05  MAP-MOJILEN     PIC 9(01).
               05  MAP-DAITAI      PIC X(20)   OCCURS  3.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    外字マップテーブル
      *    （ＯＲＣＧＧＡＩＪＩと同一レイアウト）
       01  GAIJIMAP-REC.
           03  GJM-HOSPNUM         PIC 9(02).
      *    外字コード（ＥＵＣの１６進表記、４桁または６桁）
           03  GJM-GAIJICD         PIC X(06).
           03  GJM-MOJI            PIC X(03).
      *    代替文字（画面表示用・帳票印字用・レセ電外部連携用）
           03  GJM-DISP            PIC X(20).
           03  GJM-PRT             PIC X(20).
           03  GJM-REZ             PIC X(20).
           03  GJM-BIKO            PIC X(50).
           03  GJM-OPID            PIC X(16).
           03  GJM-CREYMD          PIC X(08).
           03  GJM-UPYMD           PIC X(08).
           03  GJM-UPHMS           PIC X(06).
      *
      *****************************************************************
      *    サブプロ用領域
      *****************************************************************
      *
      *    マシン日付取得サブ
           COPY    "CPORCSMCNDATE.INC".
      *
      *    ＤＢ検索
           COPY    "MCPDATA.INC".
           COPY    "MCPAREA".
      *
      *****************************************************************
      *    連絡領域
      *****************************************************************
        LINKAGE                     SECTION.
      *
           COPY    "CPORCSGAIJI.INC".
      *
       PROCEDURE                   DIVISION    USING
                                               ORCSGAIJIAREA.
      *
      *****************************************************************
      *    主処理
      *****************************************************************
       000-PROC-SEC                SECTION.
      *
           INITIALIZE                  FLG-AREA
                                       WRK-AREA
           MOVE    ZERO                TO  SGAIJI-RC
      *
           PERFORM 100-INIT-SEC
      *
           EVALUATE    SGAIJI-MODE
               WHEN    "1"
                   PERFORM 200-HENKAN-SEC
               WHEN    "2"
                   PERFORM 300-CD-MOJI-SEC
               WHEN    "3"
                   MOVE    SGAIJI-MOJI         TO  WRK-MOJI
                   PERFORM 810-MOJILEN-SEC
                   PERFORM 400-MOJI-CD-SEC
                   MOVE    WRK-GAIJICD         TO  SGAIJI-CD
           END-EVALUATE
      *
           .
       000-PROC-EXT.
           EXIT PROGRAM
           .
      *
      *****************************************************************
      *    初期処理
      *    （医療機関・日付が変わったとき、または再読込指示のとき
      *      外字マップを読み直す）
      *****************************************************************
       100-INIT-SEC                SECTION.
      *
           IF      SGAIJI-HOSPNUM      IS  NUMERIC
           AND     SGAIJI-HOSPNUM      >   ZERO
               MOVE    SGAIJI-HOSPNUM      TO  WRK-HOSPNUM
           ELSE
               IF      MAP-HOSPNUM         IS  NUMERIC
               AND     MAP-HOSPNUM         >   ZERO
                   MOVE    MAP-HOSPNUM         TO  WRK-HOSPNUM
               ELSE
                   MOVE    1                   TO  WRK-HOSPNUM
               END-IF
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           IF    ( SGAIJI-MODE         =   "9" )
           OR    ( MAP-HOSPNUM     NOT =   WRK-HOSPNUM )
           OR    ( MAP-LOADYMD     NOT =   SMCNDATE-YMD )
               PERFORM 110-MAP-LOAD-SEC
           END-IF
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    外字マップ読込処理
      *****************************************************************
       110-MAP-LOAD-SEC            SECTION.
      *
           INITIALIZE                  MAP-AREA
           MOVE    WRK-HOSPNUM         TO  MAP-HOSPNUM
                                           SPA-HOSPNUM
           MOVE    SMCNDATE-YMD        TO  MAP-LOADYMD
      *
           INITIALIZE                  GAIJIMAP-REC
           MOVE    WRK-HOSPNUM         TO  GJM-HOSPNUM
           MOVE    GAIJIMAP-REC        TO  MCPDATA-REC
           MOVE    "tbl_gaijimap"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           IF      MCP-RC              =   ZERO
               PERFORM 900-GAIJIMAP-FETCH-SEC
           ELSE
               MOVE    1                   TO  FLG-GAIJIMAP
           END-IF
      *
           PERFORM UNTIL   FLG-GAIJIMAP    =   1
               IF      MAP-MAX             <   CONST-MAP-MAX
               AND     GJM-MOJI        NOT =   SPACE
                   ADD     1                   TO  MAP-MAX
                   MOVE    GJM-MOJI            TO  MAP-MOJI (MAP-MAX)
                   MOVE    GJM-MOJI            TO  WRK-MOJI
                   PERFORM 810-MOJILEN-SEC
                   MOVE    WRK-MOJILEN     TO  MAP-MOJILEN (MAP-MAX)
                   MOVE    GJM-DISP        TO  MAP-DAITAI (MAP-MAX 1)
                   MOVE    GJM-PRT         TO  MAP-DAITAI (MAP-MAX 2)
                   MOVE    GJM-REZ         TO  MAP-DAITAI (MAP-MAX 3)
               END-IF
               PERFORM 900-GAIJIMAP-FETCH-SEC
           END-PERFORM
      *
           MOVE    "tbl_gaijimap"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           .
       110-MAP-LOAD-EXT.
           EXIT.
      *
      *****************************************************************
      *    文字列変換処理
      *****************************************************************
       200-HENKAN-SEC              SECTION.
      *
           MOVE    SPACE               TO  SGAIJI-OUTDATA
           MOVE    ZERO                TO  SGAIJI-MITOUROKU-CNT
           MOVE    SPACE               TO  SGAIJI-MITOUROKU-G
           IF      SGAIJI-KBN      NOT =   "1" AND "2" AND "3"
               MOVE    "3"                 TO  SGAIJI-KBN
           END-IF
           MOVE    SGAIJI-KBN          TO  WRK-KBN
      *
      *    入力桁数（後方空白を除く）
           MOVE    ZERO                TO  WRK-INLEN
           PERFORM VARYING IDX FROM CONST-OUT-MAX BY -1
                   UNTIL   IDX         <   1
                   OR      WRK-INLEN   >   ZERO
               IF      SGAIJI-INDATA (IDX:1)   NOT =   SPACE
                   MOVE    IDX                 TO  WRK-INLEN
               END-IF
           END-PERFORM
      *
           MOVE    1                   TO  IDX-IN
                                           IDX-OUT
           PERFORM UNTIL   IDX-IN      >   WRK-INLEN
                   OR      SGAIJI-RC   =   2
               MOVE    SGAIJI-INDATA (IDX-IN:1)
                                       TO  WRK-MOJI
               PERFORM 810-MOJILEN-SEC
               IF      IDX-IN + WRK-MOJILEN - 1
                                       >   WRK-INLEN
                   MOVE    1                   TO  WRK-MOJILEN
               END-IF
               MOVE    SGAIJI-INDATA (IDX-IN:WRK-MOJILEN)
                                       TO  WRK-MOJI
               PERFORM 210-MOJI-HENKAN-SEC
               ADD     WRK-MOJILEN         TO  IDX-IN
           END-PERFORM
           .
       200-HENKAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    １文字変換処理
      *****************************************************************
       210-MOJI-HENKAN-SEC         SECTION.
      *
           MOVE    1                   TO  FLG-MAP
           IF      WRK-MOJILEN         >   1
               PERFORM 820-MAP-SEARCH-SEC
           END-IF
      *
      *    マップ登録あり（出力区分の代替文字が空白のときは未登録扱い）
           IF      FLG-MAP             =   ZERO
               MOVE    MAP-DAITAI (IDX-MAP WRK-KBN)
                                       TO  WRK-DAITAI
               IF      WRK-DAITAI      NOT =   SPACE
                   PERFORM 830-DAITAILEN-SEC
                   PERFORM 220-OUT-SET-SEC
                   GO  TO  210-MOJI-HENKAN-EXT
               END-IF
           END-IF
      *
      *    マップ未登録の外字
           IF    ( WRK-MOJILEN         =   3 )
           OR    ( WRK-MOJILEN         =   2
               AND WRK-MOJI (1:1)      >=  X"F5"
               AND WRK-MOJI (1:1)      <=  X"FE" )
               PERFORM 230-MITOUROKU-SEC
               MOVE    CONST-MITOUROKU     TO  WRK-DAITAI
               MOVE    2                   TO  WRK-DAITAILEN
               PERFORM 220-OUT-SET-SEC
               GO  TO  210-MOJI-HENKAN-EXT
           END-IF
      *
           MOVE    WRK-MOJI            TO  WRK-DAITAI
           MOVE    WRK-MOJILEN         TO  WRK-DAITAILEN
           PERFORM 220-OUT-SET-SEC
           .
       210-MOJI-HENKAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    出力編集処理
      *****************************************************************
       220-OUT-SET-SEC             SECTION.
      *
           IF      IDX-OUT + WRK-DAITAILEN - 1
                                       >   CONST-OUT-MAX
               MOVE    2                   TO  SGAIJI-RC
               GO  TO  220-OUT-SET-EXT
           END-IF
           MOVE    WRK-DAITAI (1:WRK-DAITAILEN)
                   TO  SGAIJI-OUTDATA (IDX-OUT:WRK-DAITAILEN)
           ADD     WRK-DAITAILEN       TO  IDX-OUT
           .
       220-OUT-SET-EXT.
           EXIT.
      *
      *****************************************************************
      *    未登録外字編集処理
      *    （未登録外字のコードを重複なく返す）
      *****************************************************************
       230-MITOUROKU-SEC           SECTION.
      *
           IF      SGAIJI-RC           =   ZERO
               MOVE    1                   TO  SGAIJI-RC
           END-IF
           PERFORM 400-MOJI-CD-SEC
      *
           PERFORM VARYING IDX-CD FROM 1 BY 1
                   UNTIL   IDX-CD      >   SGAIJI-MITOUROKU-CNT
               IF      SGAIJI-MITOUROKU-CD (IDX-CD)
                                       =   WRK-GAIJICD
                   GO  TO  230-MITOUROKU-EXT
               END-IF
           END-PERFORM
           IF      SGAIJI-MITOUROKU-CNT
                                       <   CONST-MITOUROKU-MAX
               ADD     1                   TO  SGAIJI-MITOUROKU-CNT
               MOVE    WRK-GAIJICD         TO  SGAIJI-MITOUROKU-CD
                                               (SGAIJI-MITOUROKU-CNT)
           END-IF
           .
       230-MITOUROKU-EXT.
           EXIT.
      *
      *****************************************************************
      *    外字コード→文字変換処理
      *****************************************************************
       300-CD-MOJI-SEC             SECTION.
      *
           MOVE    SPACE               TO  SGAIJI-MOJI
           EVALUATE    TRUE
               WHEN    SGAIJI-CD (5:2)     =   SPACE
               AND     SGAIJI-CD (1:4) NOT =   SPACE
                   MOVE    4                   TO  WRK-CDLEN
               WHEN    SGAIJI-CD (1:2)     =   "8F"
                   MOVE    6                   TO  WRK-CDLEN
               WHEN    OTHER
                   MOVE    3                   TO  SGAIJI-RC
                   GO  TO  300-CD-MOJI-EXT
           END-EVALUATE
      *
           MOVE    ZERO                TO  FLG-HEX
           PERFORM VARYING IDX FROM 1 BY 2
                   UNTIL   IDX         >   WRK-CDLEN
                   OR      FLG-HEX     =   1
               MOVE    SGAIJI-CD (IDX:1)   TO  WRK-GAIJICD (1:1)
               PERFORM 840-HEX-VALUE-SEC
               MOVE    WRK-HEX-LO          TO  WRK-HEX-HI
               MOVE    SGAIJI-CD (IDX + 1:1)
                                       TO  WRK-GAIJICD (1:1)
               PERFORM 840-HEX-VALUE-SEC
               COMPUTE WRK-BIN     =   WRK-HEX-HI  *   16
                                   +   WRK-HEX-LO
               COMPUTE IDX-CD      =  (IDX +   1)  /   2
               MOVE    WRK-BIN-X (2:1)     TO  SGAIJI-MOJI (IDX-CD:1)
           END-PERFORM
      *
      *    各バイトがＥＵＣの２バイト目以降の範囲（Ａ１〜ＦＥ）で
      *    あること
           IF      FLG-HEX             =   ZERO
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL   IDX         >   WRK-CDLEN / 2
                   IF    ( IDX     >   1   OR  WRK-CDLEN   =   4 )
                   AND   ( SGAIJI-MOJI (IDX:1)     <   X"A1"
                       OR  SGAIJI-MOJI (IDX:1)     >   X"FE" )
                       MOVE    1                   TO  FLG-HEX
                   END-IF
               END-PERFORM
           END-IF
           IF      FLG-HEX         NOT =   ZERO
               MOVE    SPACE               TO  SGAIJI-MOJI
               MOVE    3                   TO  SGAIJI-RC
           END-IF
           .
       300-CD-MOJI-EXT.
           EXIT.
      *
      *****************************************************************
      *    文字→外字コード変換処理
      *    （ＷＲＫ−ＭＯＪＩ（ＷＲＫ−ＭＯＪＩＬＥＮバイト）の
      *      １６進表記をＷＲＫ−ＧＡＩＪＩＣＤへ編集する）
      *****************************************************************
       400-MOJI-CD-SEC             SECTION.
      *
           MOVE    SPACE               TO  WRK-GAIJICD
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   WRK-MOJILEN
               MOVE    ZERO                TO  WRK-BIN
               MOVE    WRK-MOJI (IDX:1)    TO  WRK-BIN-X (2:1)
               DIVIDE  WRK-BIN     BY  16  GIVING  WRK-HEX-HI
                                       REMAINDER   WRK-HEX-LO
               COMPUTE IDX-HEX     =   IDX *   2   -   1
               MOVE    CONST-HEX (WRK-HEX-HI + 1:1)
                                       TO  WRK-GAIJICD (IDX-HEX:1)
               MOVE    CONST-HEX (WRK-HEX-LO + 1:1)
                                       TO  WRK-GAIJICD (IDX-HEX + 1:1)
           END-PERFORM
           .
       400-MOJI-CD-EXT.
           EXIT.
      *
      *****************************************************************
      *    文字バイト数判定処理（ＷＲＫ−ＭＯＪＩの第１バイトから）
      *****************************************************************
       810-MOJILEN-SEC             SECTION.
      *
           EVALUATE    TRUE
               WHEN    WRK-MOJI (1:1)      =   X"8F"
                   MOVE    3                   TO  WRK-MOJILEN
               WHEN    WRK-MOJI (1:1)      =   X"8E"
                   MOVE    2                   TO  WRK-MOJILEN
               WHEN    WRK-MOJI (1:1)      >=  X"A1"
               AND     WRK-MOJI (1:1)      <=  X"FE"
                   MOVE    2                   TO  WRK-MOJILEN
               WHEN    OTHER
                   MOVE    1                   TO  WRK-MOJILEN
           END-EVALUATE
           .
       810-MOJILEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    外字マップ検索処理
      *****************************************************************
       820-MAP-SEARCH-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-MAP
           PERFORM VARYING IDX-MAP FROM 1 BY 1
                   UNTIL   IDX-MAP     >   MAP-MAX
               IF      MAP-MOJILEN (IDX-MAP)   =   WRK-MOJILEN
               AND     MAP-MOJI (IDX-MAP) (1:WRK-MOJILEN)
                                       =   WRK-MOJI (1:WRK-MOJILEN)
                   MOVE    ZERO                TO  FLG-MAP
                   GO  TO  820-MAP-SEARCH-EXT
               END-IF
           END-PERFORM
           .
       820-MAP-SEARCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    代替文字桁数取得処理（後方空白を除く）
      *****************************************************************
       830-DAITAILEN-SEC           SECTION.
      *
           MOVE    ZERO                TO  WRK-DAITAILEN
           PERFORM VARYING IDX FROM 20 BY -1
                   UNTIL   IDX         <   1
                   OR      WRK-DAITAILEN   >   ZERO
               IF      WRK-DAITAI (IDX:1)  NOT =   SPACE
                   MOVE    IDX                 TO  WRK-DAITAILEN
               END-IF
           END-PERFORM
           .
       830-DAITAILEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    １６進数字の値取得処理
      *    （ＷＲＫ−ＧＡＩＪＩＣＤ（１：１）の値をＷＲＫ−ＨＥＸ−ＬＯ
      *      へ返す。１６進数字以外はＦＬＧ−ＨＥＸ＝１）
      *****************************************************************
       840-HEX-VALUE-SEC           SECTION.
      *
           MOVE    ZERO                TO  WRK-HEX-LO
           PERFORM VARYING IDX-HEX FROM 1 BY 1
                   UNTIL   IDX-HEX     >   16
               IF      CONST-HEX (IDX-HEX:1)   =   WRK-GAIJICD (1:1)
                   COMPUTE WRK-HEX-LO  =   IDX-HEX -   1
                   GO  TO  840-HEX-VALUE-EXT
               END-IF
           END-PERFORM
           MOVE    1                   TO  FLG-HEX
           .
       840-HEX-VALUE-EXT.
           EXIT.
      *
      *****************************************************************
      *    外字マップ１件フェッチ処理
      *****************************************************************
       900-GAIJIMAP-FETCH-SEC      SECTION.
      *
           MOVE    "tbl_gaijimap"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  GAIJIMAP-REC
               MOVE    ZERO                TO  FLG-GAIJIMAP
           ELSE
               INITIALIZE                      GAIJIMAP-REC
               MOVE    1                   TO  FLG-GAIJIMAP
           END-IF
           .
       900-GAIJIMAP-FETCH-EXT.
           EXIT.
