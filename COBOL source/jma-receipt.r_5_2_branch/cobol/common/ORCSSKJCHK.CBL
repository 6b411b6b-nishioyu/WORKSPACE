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
       PROGRAM-ID.             ORCSSKJCHK.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 共通
      *  コンポーネント名  : 施設基準届出確認サブ
      *                      （診療行為コードが施設基準の関連点数と
      *                        して施設基準届出台帳（保守は
      *                        ＯＲＣＧＳＩＳＥＴＵ）に登録されて
      *                        いる場合、算定日（年月のみの指定は
      *                        その月）に届出中の施設基準があるかを
      *                        確認する。関連点数の登録がない
      *                        コードは確認対象外とする。
      *                        返却値　０：届出あり・対象外
      *                                １：届出なし（未受理・算定
      *                                    開始前）
      *                                ２：辞退済み）
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
           03  FLG-SKT             PIC 9(01).
           03  FLG-OK              PIC 9(01).
      *
      *    一時領域
       01  WRK-AREA.
      *    判定用の算定開始・辞退判定日
           03  WRK-ST-YMD          PIC X(08).
           03  WRK-ED-YMD          PIC X(08).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    施設基準届出台帳
      *    （ＯＲＣＧＳＩＳＥＴＵ・ＯＲＣＢＳＩＳＥＴＵと同一
      *      レイアウト）
       01  SISETUKJN-REC.
           03  SKJ-HOSPNUM         PIC 9(02).
      *    施設基準コード（医療機関で付番）
           03  SKJ-SKJCD           PIC X(05).
           03  SKJ-TODOKENAME      PIC X(80).
           03  SKJ-JURINUM         PIC X(20).
      *    算定開始日・辞退日（辞退日以降は算定不可）
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
      *    施設基準届出確認パラメタ
           COPY    "CPORCSSKJCHK.INC".
      *
      *    スパ領域
           COPY    "COMMON-SPA".
      *
       PROCEDURE                   DIVISION    USING
           ORCSSKJCHKAREA
           SPA-AREA
           .
      *
      *****************************************************************
      *    主　　処理
      *****************************************************************
       000-PROC-SEC                SECTION.
      *
           MOVE    ZERO                TO  SSKJCHK-RC
           MOVE    SPACE               TO  SSKJCHK-SKJCD
                                           SSKJCHK-TODOKENAME
                                           SSKJCHK-MSG
           MOVE    ZERO                TO  FLG-OK
      *
           IF      SSKJCHK-SRYCD       =   SPACE
           OR      SSKJCHK-SRYYMD      =   SPACE
               GO  TO  000-PROC-EXT
           END-IF
      *
      *    年月のみの指定は、月内に届出期間があれば届出ありとする
           IF      SSKJCHK-SRYYMD (7:2)    =   SPACE
               MOVE    SSKJCHK-SRYYMD (1:6)    TO  WRK-ST-YMD (1:6)
               MOVE    "31"                    TO  WRK-ST-YMD (7:2)
               MOVE    SSKJCHK-SRYYMD (1:6)    TO  WRK-ED-YMD (1:6)
               MOVE    "01"                    TO  WRK-ED-YMD (7:2)
           ELSE
               MOVE    SSKJCHK-SRYYMD          TO  WRK-ST-YMD
                                                   WRK-ED-YMD
           END-IF
      *
      *    関連点数として登録された施設基準を順に確認する
           INITIALIZE                  SISETUKJNTEN-REC
           MOVE    SPA-HOSPNUM         TO  SKT-HOSPNUM
           MOVE    SSKJCHK-SRYCD       TO  SKT-SRYCD
           MOVE    SISETUKJNTEN-REC    TO  MCPDATA-REC
           MOVE    "tbl_sisetukjn_ten" TO  MCP-TABLE
           MOVE    "srycd"             TO  MCP-PATHNAME
           PERFORM 910-DBSELECT-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  000-PROC-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-SKT
           PERFORM UNTIL   FLG-SKT         =   1
                   OR      FLG-OK          =   1
               MOVE    "tbl_sisetukjn_ten" TO  MCP-TABLE
               MOVE    "srycd"             TO  MCP-PATHNAME
               PERFORM 920-DBFETCH-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  SISETUKJNTEN-REC
                   PERFORM 200-TODOKE-CHK-SEC
               ELSE
                   MOVE    1                   TO  FLG-SKT
               END-IF
           END-PERFORM
      *
           MOVE    "tbl_sisetukjn_ten" TO  MCP-TABLE
           MOVE    "srycd"             TO  MCP-PATHNAME
           PERFORM 990-DBCLOSE-SEC
      *
           IF      FLG-OK              =   1
               MOVE    ZERO                TO  SSKJCHK-RC
               GO  TO  000-PROC-EXT
           END-IF
      *
           EVALUATE    SSKJCHK-RC
               WHEN    2
                   STRING  "施設基準（"    DELIMITED   BY  SIZE
                           SSKJCHK-TODOKENAME
                                           DELIMITED   BY  SPACE
                           "）は辞退済みです"
                                           DELIMITED   BY  SIZE
                                           INTO    SSKJCHK-MSG
                   END-STRING
               WHEN    OTHER
                   MOVE    1                   TO  SSKJCHK-RC
                   STRING  "施設基準（"    DELIMITED   BY  SIZE
                           SSKJCHK-TODOKENAME
                                           DELIMITED   BY  SPACE
                           "）の届出がありません"
                                           DELIMITED   BY  SIZE
                                           INTO    SSKJCHK-MSG
                   END-STRING
           END-EVALUATE
           .
       000-PROC-EXT.
           EXIT    PROGRAM
           .
      *
      *****************************************************************
      *    届出確認処理（関連点数１件）
      *****************************************************************
       200-TODOKE-CHK-SEC          SECTION.
      *
           INITIALIZE                  SISETUKJN-REC
           MOVE    SPA-HOSPNUM         TO  SKJ-HOSPNUM
           MOVE    SKT-SKJCD           TO  SKJ-SKJCD
           MOVE    SISETUKJN-REC       TO  MCPDATA-REC
           MOVE    "tbl_sisetukjn"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           PERFORM 910-DBSELECT-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_sisetukjn"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               PERFORM 920-DBFETCH-SEC
           END-IF
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  SISETUKJN-REC
           ELSE
               INITIALIZE                  SISETUKJN-REC
           END-IF
           MOVE    "tbl_sisetukjn"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           PERFORM 990-DBCLOSE-SEC
      *
      *    最初に見つかった施設基準を返却用に保持する
           IF      SSKJCHK-SKJCD       =   SPACE
               MOVE    SKT-SKJCD           TO  SSKJCHK-SKJCD
               MOVE    SKJ-TODOKENAME      TO  SSKJCHK-TODOKENAME
           END-IF
      *
           EVALUATE    TRUE
      *        台帳未登録・算定開始日前
               WHEN    SKJ-STYMD           =   SPACE
               WHEN    SKJ-STYMD           >   WRK-ST-YMD
                   CONTINUE
      *        辞退済み
               WHEN    SKJ-JITAIYMD    NOT =   SPACE
               AND     SKJ-JITAIYMD        <=  WRK-ED-YMD
                   MOVE    2                   TO  SSKJCHK-RC
                   MOVE    SKT-SKJCD           TO  SSKJCHK-SKJCD
                   MOVE    SKJ-TODOKENAME      TO  SSKJCHK-TODOKENAME
               WHEN    OTHER
                   MOVE    1                   TO  FLG-OK
           END-EVALUATE
           .
       200-TODOKE-CHK-EXT.
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
