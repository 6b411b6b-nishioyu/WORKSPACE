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
       PROGRAM-ID.                 ORCGZAITAKU.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 在宅医療
      *  コンポーネント名  : 在宅医療管理（訪問計画・訪問実績）
      *                      （ＭＺＡＩＴＡＫＵ）
      *                      （在宅患者ごとの定期訪問計画（曜日・
      *                        周期・医師・建物）を登録し、日々の
      *                        訪問実績（訪問時刻・滞在時間・同行者
      *                        ・訪問区分）を入力する。実績からの
      *                        訪問診療料等の会計候補作成と訪問予定
      *                        未実施の警告は在宅訪問実績判定
      *                        （ＯＲＣＢＺＡＩＴＡＫＵ）で行う）
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
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(02).
           03  IDXP                PIC 9(02).
           03  IDXJ                PIC 9(02).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-RC              PIC S9(09)  BINARY.
           03  WRK-PTID            PIC 9(10).
           03  WRK-MAXRENNUM       PIC 9(02).
           03  WRK-TATEMONOCD      PIC X(10).
           03  WRK-MSG             PIC X(100).
      *
      *    一覧に表示した計画・実績のキー（更新・削除時に使用）
       01  LST-AREA.
           03  LST-PLAN            OCCURS  10.
               05  LST-P-RENNUM    PIC 9(02).
               05  LST-P-TATEMONOCD
                                   PIC X(10).
               05  LST-P-STYMD     PIC X(08).
               05  LST-P-EDYMD     PIC X(08).
           03  LST-JSK             OCCURS  31.
               05  LST-J-HOMONYMD  PIC X(08).
               05  LST-J-HOMONHM   PIC X(04).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    在宅訪問計画テーブル
      *    （ＯＲＣＢＺＡＩＴＡＫＵと同一レイアウト）
       01  ZAITAKUPLAN-REC.
           03  ZPL-HOSPNUM         PIC 9(02).
           03  ZPL-PTID            PIC 9(10).
           03  ZPL-RENNUM          PIC 9(02).
      *    訪問曜日　１：月曜〜７：日曜
           03  ZPL-YOUBI           PIC 9(01).
      *    訪問周期　１：毎週　２：第１・３・５週　３：第２・４週
           03  ZPL-SYUKI           PIC X(01).
           03  ZPL-DRCD            PIC X(05).
      *    建物コード（同一建物居住者の判定に使用　空白：戸建て）
           03  ZPL-TATEMONOCD      PIC X(10).
      *    在宅時医学総合管理料　１：算定対象
           03  ZPL-ZAIISOKANFLG    PIC X(01).
           03  ZPL-STYMD           PIC X(08).
           03  ZPL-EDYMD           PIC X(08).
           03  ZPL-OPID            PIC X(16).
           03  ZPL-UPYMD           PIC X(08).
           03  ZPL-UPHMS           PIC X(06).
      *
      *    在宅訪問実績テーブル
      *    （ＯＲＣＢＺＡＩＴＡＫＵと同一レイアウト）
       01  ZAITAKUJSK-REC.
           03  ZJS-HOSPNUM         PIC 9(02).
           03  ZJS-PTID            PIC 9(10).
           03  ZJS-HOMONYMD        PIC X(08).
           03  ZJS-HOMONHM         PIC X(04).
      *    滞在時間（分）
           03  ZJS-TAIZAI          PIC 9(03).
           03  ZJS-DRCD            PIC X(05).
           03  ZJS-DOUKOU          PIC X(40).
      *    訪問区分　１：定期訪問　２：往診　３：緊急往診
      *              ４：夜間・休日往診　５：深夜往診
           03  ZJS-HOMONKBN        PIC X(01).
           03  ZJS-TATEMONOCD      PIC X(10).
      *    会計候補作成　０：未　１：作成済み
           03  ZJS-HANTEIFLG       PIC X(01).
           03  ZJS-OPID            PIC X(16).
           03  ZJS-UPYMD           PIC X(08).
           03  ZJS-UPHMS           PIC X(06).
      *
      *    患者番号
       01  PTNUM-REC.
           COPY    "CPPTNUM.INC".
      *
      *    患者情報
       01  PTINF-REC.
           COPY    "CPPTINF.INC".
      *
      *****************************************************************
      *    サブプロ用　領域
      *****************************************************************
      *
      *    マシン日付取得サブ
           COPY    "CPORCSMCNDATE.INC".
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
           COPY    "MZAITAKU.INC".
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
           MOVE    SPACE               TO  MZAITAKU-PTNUM
                                           MZAITAKU-NAME
                                           MZAITAKU-MSG
      *    実績の表示年月は当月
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
           MOVE    SMCNDATE-YMD (1:6)  TO  MZAITAKU-SRYYM
      *
           PERFORM 260-NYURYOKU-CLEAR-SEC
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
      *        計画・実績一覧表示
               WHEN    "CLICKED"       ALSO    "B02"
                   MOVE    SPACE               TO  MZAITAKU-MSG
                   PERFORM 220-DISP-SEC
                   PERFORM 290-REDISP-SEC
      *        計画登録（計画選択番号ありは更新）
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-PLAN-TOUROKU-SEC
      *        計画削除（計画選択番号）
               WHEN    "CLICKED"       ALSO    "B04"
                   PERFORM 240-PLAN-SAKUJO-SEC
      *        実績登録（同一訪問日時は上書き）
               WHEN    "CLICKED"       ALSO    "B05"
                   PERFORM 330-JSK-TOUROKU-SEC
      *        実績削除（実績選択番号）
               WHEN    "CLICKED"       ALSO    "B06"
                   PERFORM 340-JSK-SAKUJO-SEC
               WHEN    OTHER
                   PERFORM 210-BACK
           END-EVALUATE
      *
           .
       200-GMNSENI-EXT.
           EXIT.
      *****************************************************************
      *    計画・実績一覧表示処理
      *****************************************************************
       220-DISP-SEC                SECTION.
      *
           PERFORM 250-LST-CLEAR-SEC
      *
           PERFORM 800-PATIENT-GET-SEC
           IF      FLG-PTINF       NOT =   ZERO
               GO  TO  220-DISP-EXT
           END-IF
      *
           IF      MZAITAKU-SRYYM      IS  NOT NUMERIC
               INITIALIZE                  ORCSMCNDATEAREA
               CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
               MOVE    SMCNDATE-YMD (1:6)  TO  MZAITAKU-SRYYM
           END-IF
      *
      *    訪問計画
           MOVE    ZERO                TO  WRK-MAXRENNUM
           INITIALIZE                  ZAITAKUPLAN-REC
           MOVE    SPA-HOSPNUM         TO  ZPL-HOSPNUM
           MOVE    WRK-PTID            TO  ZPL-PTID
           MOVE    ZAITAKUPLAN-REC     TO  MCPDATA-REC
           MOVE    "tbl_zaitakuplan"   TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 221-PLAN-FETCH-SEC
                       UNTIL   FLG-FETCH   =   1
           END-IF
           MOVE    "tbl_zaitakuplan"   TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
      *    表示年月の訪問実績
           INITIALIZE                  ZAITAKUJSK-REC
           MOVE    SPA-HOSPNUM         TO  ZJS-HOSPNUM
           MOVE    WRK-PTID            TO  ZJS-PTID
           MOVE    MZAITAKU-SRYYM      TO  ZJS-HOMONYMD (1:6)
           MOVE    ZAITAKUJSK-REC      TO  MCPDATA-REC
           MOVE    "tbl_zaitakujsk"    TO  MCP-TABLE
           MOVE    "ptym"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 222-JSK-FETCH-SEC
                       UNTIL   FLG-FETCH   =   1
           END-IF
           MOVE    "tbl_zaitakujsk"    TO  MCP-TABLE
           MOVE    "ptym"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      IDXP                =   ZERO
           AND     MZAITAKU-MSG        =   SPACE
               MOVE    "訪問計画の登録はありません"
                                       TO  MZAITAKU-MSG
           END-IF
           .
       220-DISP-EXT.
           EXIT.
      *****************************************************************
      *    訪問計画読込処理
      *****************************************************************
       221-PLAN-FETCH-SEC          SECTION.
      *
           MOVE    "tbl_zaitakuplan"   TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  221-PLAN-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  ZAITAKUPLAN-REC
      *
           IF      ZPL-RENNUM          >   WRK-MAXRENNUM
               MOVE    ZPL-RENNUM          TO  WRK-MAXRENNUM
           END-IF
           IF      IDXP                >=  10
               GO  TO  221-PLAN-FETCH-EXT
           END-IF
           ADD     1                   TO  IDXP
           MOVE    ZPL-RENNUM          TO  LST-P-RENNUM (IDXP)
           MOVE    ZPL-TATEMONOCD      TO  LST-P-TATEMONOCD (IDXP)
           MOVE    ZPL-STYMD           TO  LST-P-STYMD (IDXP)
           MOVE    ZPL-EDYMD           TO  LST-P-EDYMD (IDXP)
      *
           EVALUATE    ZPL-YOUBI
               WHEN    1
                   MOVE    "月"        TO  MZAITAKU-PLST-YOUBI (IDXP)
               WHEN    2
                   MOVE    "火"        TO  MZAITAKU-PLST-YOUBI (IDXP)
               WHEN    3
                   MOVE    "水"        TO  MZAITAKU-PLST-YOUBI (IDXP)
               WHEN    4
                   MOVE    "木"        TO  MZAITAKU-PLST-YOUBI (IDXP)
               WHEN    5
                   MOVE    "金"        TO  MZAITAKU-PLST-YOUBI (IDXP)
               WHEN    6
                   MOVE    "土"        TO  MZAITAKU-PLST-YOUBI (IDXP)
               WHEN    OTHER
                   MOVE    "日"        TO  MZAITAKU-PLST-YOUBI (IDXP)
           END-EVALUATE
           EVALUATE    ZPL-SYUKI
               WHEN    "2"
                   MOVE    "第１・３・５週"
                                       TO  MZAITAKU-PLST-SYUKI (IDXP)
               WHEN    "3"
                   MOVE    "第２・４週"
                                       TO  MZAITAKU-PLST-SYUKI (IDXP)
               WHEN    OTHER
                   MOVE    "毎週"      TO  MZAITAKU-PLST-SYUKI (IDXP)
           END-EVALUATE
           MOVE    ZPL-DRCD            TO  MZAITAKU-PLST-DRCD (IDXP)
           MOVE    ZPL-TATEMONOCD
                                   TO  MZAITAKU-PLST-TATEMONOCD (IDXP)
           IF      ZPL-ZAIISOKANFLG    =   "1"
               MOVE    "在医総管"
                                   TO  MZAITAKU-PLST-ZAIISOKAN (IDXP)
           END-IF
           MOVE    ZPL-STYMD           TO  MZAITAKU-PLST-STYMD (IDXP)
           MOVE    ZPL-EDYMD           TO  MZAITAKU-PLST-EDYMD (IDXP)
           .
       221-PLAN-FETCH-EXT.
           EXIT.
      *****************************************************************
      *    訪問実績読込処理
      *****************************************************************
       222-JSK-FETCH-SEC           SECTION.
      *
           MOVE    "tbl_zaitakujsk"    TO  MCP-TABLE
           MOVE    "ptym"              TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  222-JSK-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  ZAITAKUJSK-REC
      *
           IF      IDXJ                >=  31
               GO  TO  222-JSK-FETCH-EXT
           END-IF
           ADD     1                   TO  IDXJ
           MOVE    ZJS-HOMONYMD        TO  LST-J-HOMONYMD (IDXJ)
           MOVE    ZJS-HOMONHM         TO  LST-J-HOMONHM (IDXJ)
      *
           MOVE    ZJS-HOMONYMD        TO  MZAITAKU-JLST-HOMONYMD (IDXJ)
           MOVE    ZJS-HOMONHM         TO  MZAITAKU-JLST-HOMONHM (IDXJ)
           MOVE    ZJS-TAIZAI          TO  MZAITAKU-JLST-TAIZAI (IDXJ)
           MOVE    ZJS-DRCD            TO  MZAITAKU-JLST-DRCD (IDXJ)
           MOVE    ZJS-DOUKOU          TO  MZAITAKU-JLST-DOUKOU (IDXJ)
           EVALUATE    ZJS-HOMONKBN
               WHEN    "1"
                   MOVE    "定期訪問"
                                   TO  MZAITAKU-JLST-HOMONKBN (IDXJ)
               WHEN    "2"
                   MOVE    "往診"
                                   TO  MZAITAKU-JLST-HOMONKBN (IDXJ)
               WHEN    "3"
                   MOVE    "緊急往診"
                                   TO  MZAITAKU-JLST-HOMONKBN (IDXJ)
               WHEN    "4"
                   MOVE    "夜間・休日往診"
                                   TO  MZAITAKU-JLST-HOMONKBN (IDXJ)
               WHEN    "5"
                   MOVE    "深夜往診"
                                   TO  MZAITAKU-JLST-HOMONKBN (IDXJ)
           END-EVALUATE
           IF      ZJS-HANTEIFLG       =   "1"
               MOVE    "済"        TO  MZAITAKU-JLST-HANTEI (IDXJ)
           END-IF
           .
       222-JSK-FETCH-EXT.
           EXIT.
      *****************************************************************
      *    訪問計画登録処理
      *    （計画選択番号が０なら新規、一覧の行番号なら更新する）
      *****************************************************************
       230-PLAN-TOUROKU-SEC        SECTION.
      *
           PERFORM 220-DISP-SEC
           IF      FLG-PTINF       NOT =   ZERO
               PERFORM 290-REDISP-SEC
               GO  TO  230-PLAN-TOUROKU-EXT
           END-IF
           IF      MZAITAKU-PSELNUM    IS  NOT NUMERIC
               MOVE    ZERO                TO  MZAITAKU-PSELNUM
           END-IF
           IF      MZAITAKU-PSELNUM    >   IDXP
               MOVE    "計画選択番号に誤りがあります"
                                       TO  MZAITAKU-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-PLAN-TOUROKU-EXT
           END-IF
      *
           EVALUATE    TRUE
               WHEN    MZAITAKU-YOUBI      <   "1"
               WHEN    MZAITAKU-YOUBI      >   "7"
                   MOVE    "訪問曜日は１〜７で入力"
                                       TO  MZAITAKU-MSG
               WHEN    MZAITAKU-SYUKI      <   "1"
               WHEN    MZAITAKU-SYUKI      >   "3"
                   MOVE    "訪問周期は１〜３で入力"
                                       TO  MZAITAKU-MSG
               WHEN    MZAITAKU-DRCD       =   SPACE
                   MOVE    "医師を入力してください"
                                       TO  MZAITAKU-MSG
               WHEN    MZAITAKU-STYMD      IS  NOT NUMERIC
                   MOVE    "開始日を入力してください"
                                       TO  MZAITAKU-MSG
               WHEN    MZAITAKU-EDYMD      NOT =   SPACE
               AND   ( MZAITAKU-EDYMD      IS  NOT NUMERIC
               OR      MZAITAKU-EDYMD      <   MZAITAKU-STYMD )
                   MOVE    "終了日に誤りがあります"
                                       TO  MZAITAKU-MSG
               WHEN    OTHER
                   MOVE    SPACE               TO  MZAITAKU-MSG
           END-EVALUATE
           IF      MZAITAKU-MSG    NOT =   SPACE
               PERFORM 290-REDISP-SEC
               GO  TO  230-PLAN-TOUROKU-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           INITIALIZE                  ZAITAKUPLAN-REC
           MOVE    SPA-HOSPNUM         TO  ZPL-HOSPNUM
           MOVE    WRK-PTID            TO  ZPL-PTID
           IF      MZAITAKU-PSELNUM    =   ZERO
               IF      WRK-MAXRENNUM       >=  99
                   MOVE    "これ以上登録できません"
                                       TO  MZAITAKU-MSG
                   PERFORM 290-REDISP-SEC
                   GO  TO  230-PLAN-TOUROKU-EXT
               END-IF
               COMPUTE ZPL-RENNUM      =   WRK-MAXRENNUM   +   1
           ELSE
               MOVE    LST-P-RENNUM (MZAITAKU-PSELNUM)
                                       TO  ZPL-RENNUM
           END-IF
           MOVE    MZAITAKU-YOUBI      TO  ZPL-YOUBI
           MOVE    MZAITAKU-SYUKI      TO  ZPL-SYUKI
           MOVE    MZAITAKU-DRCD       TO  ZPL-DRCD
           MOVE    MZAITAKU-TATEMONOCD TO  ZPL-TATEMONOCD
           IF      MZAITAKU-ZAIISOKAN  =   "1"
               MOVE    "1"                 TO  ZPL-ZAIISOKANFLG
           ELSE
               MOVE    "0"                 TO  ZPL-ZAIISOKANFLG
           END-IF
           MOVE    MZAITAKU-STYMD      TO  ZPL-STYMD
           IF      MZAITAKU-EDYMD      =   SPACE
               MOVE    "99999999"          TO  ZPL-EDYMD
           ELSE
               MOVE    MZAITAKU-EDYMD      TO  ZPL-EDYMD
           END-IF
           MOVE    SPA-OPID            TO  ZPL-OPID
           MOVE    SMCNDATE-YMD        TO  ZPL-UPYMD
           MOVE    SMCNDATE-HMS        TO  ZPL-UPHMS
           MOVE    ZAITAKUPLAN-REC     TO  MCPDATA-REC
           MOVE    "tbl_zaitakuplan"   TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           IF      MZAITAKU-PSELNUM    =   ZERO
               MOVE    "DBINSERT"          TO  MCP-FUNC
           ELSE
               MOVE    "DBUPDATE"          TO  MCP-FUNC
           END-IF
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           IF      WRK-RC              =   ZERO
               MOVE    "訪問計画を登録しました"
                                       TO  WRK-MSG
               PERFORM 260-NYURYOKU-CLEAR-SEC
           ELSE
               MOVE    "訪問計画を登録できませんでした"
                                       TO  WRK-MSG
           END-IF
           MOVE    SPACE               TO  MZAITAKU-MSG
           PERFORM 220-DISP-SEC
           MOVE    WRK-MSG             TO  MZAITAKU-MSG
           PERFORM 290-REDISP-SEC
           .
       230-PLAN-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    訪問計画削除処理
      *****************************************************************
       240-PLAN-SAKUJO-SEC         SECTION.
      *
           PERFORM 220-DISP-SEC
           IF      FLG-PTINF       NOT =   ZERO
               PERFORM 290-REDISP-SEC
               GO  TO  240-PLAN-SAKUJO-EXT
           END-IF
           IF      MZAITAKU-PSELNUM    IS  NOT NUMERIC
           OR      MZAITAKU-PSELNUM    =   ZERO
           OR      MZAITAKU-PSELNUM    >   IDXP
               MOVE    "削除する計画の行番号を入力"
                                       TO  MZAITAKU-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-PLAN-SAKUJO-EXT
           END-IF
      *
           INITIALIZE                  ZAITAKUPLAN-REC
           MOVE    SPA-HOSPNUM         TO  ZPL-HOSPNUM
           MOVE    WRK-PTID            TO  ZPL-PTID
           MOVE    LST-P-RENNUM (MZAITAKU-PSELNUM)
                                       TO  ZPL-RENNUM
           MOVE    ZAITAKUPLAN-REC     TO  MCPDATA-REC
           MOVE    "tbl_zaitakuplan"   TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           PERFORM 220-DISP-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "訪問計画を削除しました"
                                       TO  MZAITAKU-MSG
               PERFORM 260-NYURYOKU-CLEAR-SEC
           ELSE
               MOVE    "削除できませんでした"
                                       TO  MZAITAKU-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       240-PLAN-SAKUJO-EXT.
           EXIT.
      *****************************************************************
      *    訪問実績登録処理
      *    （同一訪問日・訪問時刻の実績は上書きし、会計候補は
      *      判定し直す）
      *****************************************************************
       330-JSK-TOUROKU-SEC         SECTION.
      *
           PERFORM 220-DISP-SEC
           IF      FLG-PTINF       NOT =   ZERO
               PERFORM 290-REDISP-SEC
               GO  TO  330-JSK-TOUROKU-EXT
           END-IF
      *
           EVALUATE    TRUE
               WHEN    MZAITAKU-HOMONYMD   IS  NOT NUMERIC
                   MOVE    "訪問日を入力してください"
                                       TO  MZAITAKU-MSG
               WHEN    MZAITAKU-HOMONHM    IS  NOT NUMERIC
                   MOVE    "訪問時刻を入力してください"
                                       TO  MZAITAKU-MSG
               WHEN    MZAITAKU-TAIZAI     IS  NOT NUMERIC
                   MOVE    "滞在時間（分）を入力"
                                       TO  MZAITAKU-MSG
               WHEN    MZAITAKU-HOMONKBN   <   "1"
               WHEN    MZAITAKU-HOMONKBN   >   "5"
                   MOVE    "訪問区分は１〜５で入力"
                                       TO  MZAITAKU-MSG
               WHEN    MZAITAKU-JDRCD      =   SPACE
                   MOVE    "医師を入力してください"
                                       TO  MZAITAKU-MSG
               WHEN    OTHER
                   MOVE    SPACE               TO  MZAITAKU-MSG
           END-EVALUATE
           IF      MZAITAKU-MSG    NOT =   SPACE
               PERFORM 290-REDISP-SEC
               GO  TO  330-JSK-TOUROKU-EXT
           END-IF
      *
      *    訪問日に有効な計画の建物コードを実績へ複写する
           MOVE    SPACE               TO  WRK-TATEMONOCD
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX >   IDXP
               IF      LST-P-STYMD (IDX)   <=  MZAITAKU-HOMONYMD
               AND     LST-P-EDYMD (IDX)   >=  MZAITAKU-HOMONYMD
                   MOVE    LST-P-TATEMONOCD (IDX)
                                       TO  WRK-TATEMONOCD
               END-IF
           END-PERFORM
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           INITIALIZE                  ZAITAKUJSK-REC
           MOVE    SPA-HOSPNUM         TO  ZJS-HOSPNUM
           MOVE    WRK-PTID            TO  ZJS-PTID
           MOVE    MZAITAKU-HOMONYMD   TO  ZJS-HOMONYMD
           MOVE    MZAITAKU-HOMONHM    TO  ZJS-HOMONHM
           MOVE    ZAITAKUJSK-REC      TO  MCPDATA-REC
           MOVE    "tbl_zaitakujsk"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    MZAITAKU-TAIZAI     TO  ZJS-TAIZAI
           MOVE    MZAITAKU-JDRCD      TO  ZJS-DRCD
           MOVE    MZAITAKU-DOUKOU     TO  ZJS-DOUKOU
           MOVE    MZAITAKU-HOMONKBN   TO  ZJS-HOMONKBN
           MOVE    WRK-TATEMONOCD      TO  ZJS-TATEMONOCD
           MOVE    "0"                 TO  ZJS-HANTEIFLG
           MOVE    SPA-OPID            TO  ZJS-OPID
           MOVE    SMCNDATE-YMD        TO  ZJS-UPYMD
           MOVE    SMCNDATE-HMS        TO  ZJS-UPHMS
           MOVE    ZAITAKUJSK-REC      TO  MCPDATA-REC
           MOVE    "tbl_zaitakujsk"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           IF      WRK-RC              =   ZERO
               MOVE    "訪問実績を登録しました"
                                       TO  WRK-MSG
               MOVE    MZAITAKU-HOMONYMD (1:6)
                                       TO  MZAITAKU-SRYYM
               PERFORM 260-NYURYOKU-CLEAR-SEC
           ELSE
               MOVE    "訪問実績を登録できませんでした"
                                       TO  WRK-MSG
           END-IF
           MOVE    SPACE               TO  MZAITAKU-MSG
           PERFORM 220-DISP-SEC
           MOVE    WRK-MSG             TO  MZAITAKU-MSG
           PERFORM 290-REDISP-SEC
           .
       330-JSK-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    訪問実績削除処理
      *****************************************************************
       340-JSK-SAKUJO-SEC          SECTION.
      *
           PERFORM 220-DISP-SEC
           IF      FLG-PTINF       NOT =   ZERO
               PERFORM 290-REDISP-SEC
               GO  TO  340-JSK-SAKUJO-EXT
           END-IF
           IF      MZAITAKU-JSELNUM    IS  NOT NUMERIC
           OR      MZAITAKU-JSELNUM    =   ZERO
           OR      MZAITAKU-JSELNUM    >   IDXJ
               MOVE    "削除する実績の行番号を入力"
                                       TO  MZAITAKU-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  340-JSK-SAKUJO-EXT
           END-IF
      *
           INITIALIZE                  ZAITAKUJSK-REC
           MOVE    SPA-HOSPNUM         TO  ZJS-HOSPNUM
           MOVE    WRK-PTID            TO  ZJS-PTID
           MOVE    LST-J-HOMONYMD (MZAITAKU-JSELNUM)
                                       TO  ZJS-HOMONYMD
           MOVE    LST-J-HOMONHM (MZAITAKU-JSELNUM)
                                       TO  ZJS-HOMONHM
           MOVE    ZAITAKUJSK-REC      TO  MCPDATA-REC
           MOVE    "tbl_zaitakujsk"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    MCP-RC              TO  WRK-RC
      *
           PERFORM 220-DISP-SEC
           IF      WRK-RC              =   ZERO
               MOVE    "訪問実績を削除しました"
                                       TO  MZAITAKU-MSG
           ELSE
               MOVE    "削除できませんでした"
                                       TO  MZAITAKU-MSG
           END-IF
           PERFORM 290-REDISP-SEC
           .
       340-JSK-SAKUJO-EXT.
           EXIT.
      *****************************************************************
      *    一覧クリア処理
      *****************************************************************
       250-LST-CLEAR-SEC           SECTION.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX >   10
               MOVE    SPACE               TO
                       MZAITAKU-PLST-YOUBI      (IDX)
                       MZAITAKU-PLST-SYUKI      (IDX)
                       MZAITAKU-PLST-DRCD       (IDX)
                       MZAITAKU-PLST-TATEMONOCD (IDX)
                       MZAITAKU-PLST-ZAIISOKAN  (IDX)
                       MZAITAKU-PLST-STYMD      (IDX)
                       MZAITAKU-PLST-EDYMD      (IDX)
                       LST-P-TATEMONOCD         (IDX)
                       LST-P-STYMD              (IDX)
                       LST-P-EDYMD              (IDX)
               MOVE    ZERO                TO  LST-P-RENNUM (IDX)
           END-PERFORM
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX >   31
               MOVE    SPACE               TO
                       MZAITAKU-JLST-HOMONYMD   (IDX)
                       MZAITAKU-JLST-HOMONHM    (IDX)
                       MZAITAKU-JLST-TAIZAI     (IDX)
                       MZAITAKU-JLST-DRCD       (IDX)
                       MZAITAKU-JLST-HOMONKBN   (IDX)
                       MZAITAKU-JLST-DOUKOU     (IDX)
                       MZAITAKU-JLST-HANTEI     (IDX)
                       LST-J-HOMONYMD           (IDX)
                       LST-J-HOMONHM            (IDX)
           END-PERFORM
           MOVE    ZERO                TO  IDXP
                                           IDXJ
           .
       250-LST-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    入力欄クリア処理
      *****************************************************************
       260-NYURYOKU-CLEAR-SEC      SECTION.
      *
           MOVE    SPACE               TO  MZAITAKU-YOUBI
                                           MZAITAKU-SYUKI
                                           MZAITAKU-DRCD
                                           MZAITAKU-TATEMONOCD
                                           MZAITAKU-ZAIISOKAN
                                           MZAITAKU-STYMD
                                           MZAITAKU-EDYMD
                                           MZAITAKU-HOMONYMD
                                           MZAITAKU-HOMONHM
                                           MZAITAKU-TAIZAI
                                           MZAITAKU-JDRCD
                                           MZAITAKU-DOUKOU
                                           MZAITAKU-HOMONKBN
           MOVE    ZERO                TO  MZAITAKU-PSELNUM
                                           MZAITAKU-JSELNUM
           .
       260-NYURYOKU-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    患者取得処理（患者番号から患者ＩＤと氏名）
      *****************************************************************
       800-PATIENT-GET-SEC         SECTION.
      *
           MOVE    1                   TO  FLG-PTINF
           MOVE    ZERO                TO  WRK-PTID
           MOVE    SPACE               TO  MZAITAKU-NAME
      *
           IF      MZAITAKU-PTNUM      =   SPACE
               MOVE    "患者番号を入力してください"
                                       TO  MZAITAKU-MSG
               GO  TO  800-PATIENT-GET-EXT
           END-IF
      *
           INITIALIZE                  PTNUM-REC
           MOVE    SPA-HOSPNUM         TO  PTNUM-HOSPNUM
           MOVE    MZAITAKU-PTNUM      TO  PTNUM-PTNUM
           MOVE    PTNUM-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTNUM-REC
                   MOVE    PTNUM-PTID          TO  WRK-PTID
               END-IF
           END-IF
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      WRK-PTID            =   ZERO
               MOVE    "患者が登録されていません"
                                       TO  MZAITAKU-MSG
               GO  TO  800-PATIENT-GET-EXT
           END-IF
      *
           INITIALIZE                  PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    WRK-PTID            TO  PTINF-PTID
           MOVE    PTINF-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTINF-REC
                   MOVE    PTINF-NAME          TO  MZAITAKU-NAME
                   MOVE    ZERO                TO  FLG-PTINF
               END-IF
           END-IF
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    "患者が登録されていません"
                                       TO  MZAITAKU-MSG
           END-IF
           .
       800-PATIENT-GET-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MZAITAKU"          TO  MCP-WINDOW
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
           MOVE    "MZAITAKU"          TO  SPA-MOTOPG
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
