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
       PROGRAM-ID.             ORCSNTSCHK.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 共通
      *  コンポーネント名  : 入退院支援加算要件確認サブ
      *                      （入退院支援記録（保守は
      *                        ＯＲＣＧＮＹＵＴＡＩＳＩＥＮ）から、
      *                        入院日を起点に各要件の期限を求め、
      *                        基準日時点の実施状況を返す。
      *                        要件　１：退院困難要因スクリーニング
      *                                　（入院後３日以内）
      *                              ２：患者・家族との面談
      *                                　（加算１は７日以内、
      *                                    加算２は１４日以内）
      *                              ３：カンファレンス
      *                                　（加算１のみ７日以内）
      *                              ４：退院支援計画書の作成
      *                                　（７日以内）
      *                        算定区分が空白（算定しない）の場合は
      *                        スクリーニングのみを確認する。
      *                        返却値　０：要件充足・期限内
      *                                １：支援記録未登録
      *                                ２：期限を過ぎた未実施あり）
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
      *    フラグ領域
       01  FLG-AREA.
           03  FLG-NTS             PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(01).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-NISSU           PIC 9(03).
           03  WRK-YMD             PIC X(08).
      *
      *    要件名称
       01  CONST-AREA.
           03  CONST-KOMOKU-VAL.
               05  FILLER          PIC X(30)
                                   VALUE   "スクリーニング".
               05  FILLER          PIC X(30)
                                   VALUE   "患者・家族面談".
               05  FILLER          PIC X(30)
                                   VALUE   "カンファレンス".
               05  FILLER          PIC X(30)
                                   VALUE   "支援計画書作成".
           03  CONST-KOMOKU-R      REDEFINES   CONST-KOMOKU-VAL.
               05  CONST-KOMOKUMEI PIC X(30)   OCCURS  4.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    入退院支援記録テーブル
      *    （ＯＲＣＧＮＹＵＴＡＩＳＩＥＮと同一レイアウト）
       01  NYUTAISIEN-REC.
           03  NTS-HOSPNUM         PIC 9(02).
           03  NTS-PTID            PIC 9(10).
           03  NTS-NYUINYMD        PIC X(08).
           03  NTS-SCRYMD          PIC X(08).
           03  NTS-KONNANKBN       PIC X(01).
           03  NTS-KONNAN          PIC X(60).
           03  NTS-SANTEIKBN       PIC X(01).
           03  NTS-MENDANYMD       PIC X(08).
           03  NTS-CONFYMD         PIC X(08).
           03  NTS-PLANYMD         PIC X(08).
           03  NTS-TAIINSAKI       PIC X(40).
           03  NTS-SIENNAIYO       PIC X(100).
           03  NTS-OPID            PIC X(16).
           03  NTS-UPYMD           PIC X(08).
           03  NTS-UPHMS           PIC X(06).
      *
      *****************************************************************
      *    サブプロ用領域
      *****************************************************************
      *
      *    日付変換サブ
           COPY    "CPORCSDAY.INC".
           COPY    "CPORCSLNK.INC".
      *
      *    ＤＢ検索
           COPY    "MCPDATA.INC".
      *
           COPY    "MCPAREA".
      *
      *****************************************************************
      *    連絡　領域
      *****************************************************************
        LINKAGE                     SECTION.
      *
      *    入退院支援加算要件確認パラメタ
           COPY    "CPORCSNTSCHK.INC".
      *
      *    スパ領域
           COPY    "COMMON-SPA".
      *
       PROCEDURE                   DIVISION    USING
           ORCSNTSCHKAREA
           SPA-AREA
           .
      *
      *****************************************************************
      *    主　　処理
      *****************************************************************
       000-PROC-SEC                SECTION.
      *
           MOVE    ZERO                TO  SNTSCHK-RC
           MOVE    SPACE               TO  SNTSCHK-SANTEIKBN
                                           SNTSCHK-MSG
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX             >   4
               MOVE    SPACE               TO  SNTSCHK-KIGEN (IDX)
                                               SNTSCHK-JISSIYMD (IDX)
               MOVE    "3"                 TO  SNTSCHK-JOKYO (IDX)
           END-PERFORM
      *
           IF      SNTSCHK-PTID        =   ZERO
           OR      SNTSCHK-NYUINYMD    IS  NOT NUMERIC
           OR      SNTSCHK-KIJUNYMD    IS  NOT NUMERIC
               GO  TO  000-PROC-EXT
           END-IF
      *
           PERFORM 800-NTS-GET-SEC
           IF      FLG-NTS         NOT =   ZERO
               MOVE    1                   TO  SNTSCHK-RC
               INITIALIZE                  NYUTAISIEN-REC
           END-IF
           MOVE    NTS-SANTEIKBN       TO  SNTSCHK-SANTEIKBN
      *
      *    スクリーニング（入院後３日以内）
           MOVE    1                   TO  IDX
           MOVE    3                   TO  WRK-NISSU
           MOVE    NTS-SCRYMD          TO  SNTSCHK-JISSIYMD (IDX)
           PERFORM 200-KOMOKU-SEC
      *
           IF      NTS-SANTEIKBN       =   "1"
           OR      NTS-SANTEIKBN       =   "2"
      *        患者・家族との面談
               MOVE    2                   TO  IDX
               IF      NTS-SANTEIKBN       =   "1"
                   MOVE    7                   TO  WRK-NISSU
               ELSE
                   MOVE    14                  TO  WRK-NISSU
               END-IF
               MOVE    NTS-MENDANYMD       TO  SNTSCHK-JISSIYMD (IDX)
               PERFORM 200-KOMOKU-SEC
      *        カンファレンス（加算１のみ）
               IF      NTS-SANTEIKBN       =   "1"
                   MOVE    3                   TO  IDX
                   MOVE    7                   TO  WRK-NISSU
                   MOVE    NTS-CONFYMD         TO
                           SNTSCHK-JISSIYMD (IDX)
                   PERFORM 200-KOMOKU-SEC
               END-IF
      *        退院支援計画書の作成
               MOVE    4                   TO  IDX
               MOVE    7                   TO  WRK-NISSU
               MOVE    NTS-PLANYMD         TO  SNTSCHK-JISSIYMD (IDX)
               PERFORM 200-KOMOKU-SEC
           END-IF
      *
      *    期限を過ぎた未実施の最初の要件を通知する
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX             >   4
                   OR      SNTSCHK-MSG     NOT =   SPACE
               IF      SNTSCHK-JOKYO (IDX) =   "2"
                   MOVE    2                   TO  SNTSCHK-RC
                   STRING  "入退院支援加算の要件（"
                                               DELIMITED   BY  SIZE
                           CONST-KOMOKUMEI (IDX)
                                               DELIMITED   BY  SPACE
                           "）が期限までに未実施です"
                                               DELIMITED   BY  SIZE
                                               INTO    SNTSCHK-MSG
                   END-STRING
               END-IF
           END-PERFORM
           .
       000-PROC-EXT.
           EXIT    PROGRAM
           .
      *
      *****************************************************************
      *    要件別期限・状況設定処理
      *    （期限は入院日にＷＲＫ−ＮＩＳＳＵ日を加えた日）
      *****************************************************************
       200-KOMOKU-SEC              SECTION.
      *
           INITIALIZE                  STS-AREA-DAY
           MOVE    "61"                TO  LNK-DAY6-IRAI
           MOVE    SNTSCHK-NYUINYMD    TO  LNK-DAY6-KIJUN
           MOVE    "2"                 TO  LNK-DAY6-ZOGENPTN
           MOVE    WRK-NISSU           TO  LNK-DAY6-ZOGEN
           CALL    "ORCSDAY"           USING   STS-AREA-DAY
                                               LNK-DAY6-AREA
           MOVE    LNK-DAY6-KEISAN     TO  SNTSCHK-KIGEN (IDX)
      *
           EVALUATE    TRUE
               WHEN    SNTSCHK-JISSIYMD (IDX)  NOT =   SPACE
                   MOVE    "0"                 TO  SNTSCHK-JOKYO (IDX)
               WHEN    SNTSCHK-KIJUNYMD    >   SNTSCHK-KIGEN (IDX)
                   MOVE    "2"                 TO  SNTSCHK-JOKYO (IDX)
               WHEN    OTHER
                   MOVE    "1"                 TO  SNTSCHK-JOKYO (IDX)
           END-EVALUATE
           .
       200-KOMOKU-EXT.
           EXIT.
      *
      *****************************************************************
      *    入退院支援記録取得処理
      *****************************************************************
       800-NTS-GET-SEC             SECTION.
      *
           MOVE    1                   TO  FLG-NTS
           INITIALIZE                  NYUTAISIEN-REC
           MOVE    SPA-HOSPNUM         TO  NTS-HOSPNUM
           MOVE    SNTSCHK-PTID        TO  NTS-PTID
           MOVE    SNTSCHK-NYUINYMD    TO  NTS-NYUINYMD
           MOVE    NYUTAISIEN-REC      TO  MCPDATA-REC
           MOVE    "tbl_nyutaisien"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           PERFORM 910-DBSELECT-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_nyutaisien"    TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               PERFORM 920-DBFETCH-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  NYUTAISIEN-REC
                   MOVE    ZERO                TO  FLG-NTS
               END-IF
           END-IF
           MOVE    "tbl_nyutaisien"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           PERFORM 990-DBCLOSE-SEC
           .
       800-NTS-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    テーブル検索処理
      *****************************************************************
       910-DBSELECT-SEC                SECTION.
      *
           MOVE    "DBSELECT"          TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           .
       910-DBSELECT-EXT.
           EXIT.
      *****************************************************************
      *    ＤＢ読み込み処理
      *****************************************************************
       920-DBFETCH-SEC                 SECTION.
      *
           MOVE    "DBFETCH"           TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           .
       920-DBFETCH-EXT.
           EXIT.
      *****************************************************************
      *    ＤＢクローズ処理
      *****************************************************************
       990-DBCLOSE-SEC                 SECTION.
      *
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           .
       990-DBCLOSE-EXT.
           EXIT.
