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
       PROGRAM-ID.                 ORCSC30SEIBUTU.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 診療行為入力
      *  コンポーネント名  : 特定生物由来製品使用記録サブ
      *                      （点数マスタの特定生物由来製品区分が
      *                        １の注射薬剤について、製造番号（ロット
      *                        番号）・使用日・使用量の入力を確認し、
      *                        特定生物由来製品使用記録テーブルへ記録
      *                        する。記録は使用日から２０年間保存し、
      *                        回収・感染症報告時の投与患者抽出
      *                        （ＯＲＣＢＳＥＩＢＵＴＵ）に使用する。
      *                        診療行為チェック・算定（注射）
      *                        （ＯＲＣＳＣ３０）から呼ばれる）
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
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  FLG-AREA.
           03  FLG-TENSU           PIC 9(01).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-HOZONYMD        PIC X(08).
           03  WRK-HOZONYMD-R      REDEFINES   WRK-HOZONYMD.
               05  WRK-HOZON-YY    PIC 9(04).
               05  WRK-HOZON-MMDD  PIC X(04).
      *
      *    保存年数
       01  CONST-AREA.
           03  CONST-HOZON-NEN     PIC 9(02)   VALUE   20.
      *
      *    特定生物由来製品使用記録テーブル
      *    （ＯＲＣＢＳＥＩＢＵＴＵ・ＯＲＣＢＰＲＴＤＢＤＥＬと同一
      *      レイアウト）
       01  SEIBUTU-REC.
           03  SBT-HOSPNUM         PIC 9(02).
           03  SBT-PTID            PIC 9(10).
           03  SBT-SIYOYMD         PIC X(08).
           03  SBT-SRYCD           PIC X(09).
           03  SBT-LOTNUM          PIC X(20).
           03  SBT-NAME            PIC X(80).
           03  SBT-SURYO           PIC 9(05)V9(05).
           03  SBT-TANINAME        PIC X(24).
           03  SBT-DRCD            PIC X(05).
      *    保存期限（使用日から２０年）
           03  SBT-HOZONYMD        PIC X(08).
           03  SBT-OPID            PIC X(16).
           03  SBT-UPYMD           PIC X(08).
           03  SBT-UPHMS           PIC X(06).
      *
      *    マシン日付取得サブ
           COPY    "CPORCSMCNDATE.INC".
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    点数マスタ
           COPY    "CPTENSU.INC".
      *
           COPY    "MCPDATA.INC".
      *
      *****************************************************************
      *    連絡　領域
      *****************************************************************
        LINKAGE                     SECTION.
      *
           COPY    "MCPAREA".
      *    スパ領域
           COPY    "COMMON-SPA".
      *
      *    特定生物由来製品使用記録パラメタ
           COPY    "CPORCSC30SEIBUTU.INC".
      *
       PROCEDURE                   DIVISION    USING
           MCPAREA
           SPA-AREA
           ORCSC30SEIBUTUAREA
           .
      *
      *****************************************************************
      *    主　　処理
      *    （ＳＣ３０ＳＢＴ−ＲＣ　０：対象外　１：記録済
      *      ８：ロット番号未入力　９：使用量・使用日の誤り）
      *****************************************************************
       000-PROC-SEC                SECTION.
      *
           MOVE    ZERO                TO  SC30SBT-RC
           MOVE    SPACE               TO  SC30SBT-MSG
      *
           IF      SC30SBT-SRYCD       =   SPACE
               GO  TO  000-PROC-EXT
           END-IF
      *
      *    点数マスタの取得（特定生物由来製品区分）
           PERFORM 200-TENSU-INV-SEC
           IF      FLG-TENSU       NOT =   ZERO
               GO  TO  000-PROC-EXT
           END-IF
      *
      *    特定生物由来製品以外は記録しない
           IF      TNS-SEIBUTUKBN  NOT =   "1"
               GO  TO  000-PROC-EXT
           END-IF
      *
      *    製造番号・使用日・使用量は必須
           IF      SC30SBT-LOTNUM      =   SPACE
               MOVE    8                   TO  SC30SBT-RC
               STRING  "特定生物由来製品のロット番号を"
                                       DELIMITED   BY  SIZE
                       "入力してください（"
                                       DELIMITED   BY  SIZE
                       TNS-NAME            DELIMITED   BY  SPACE
                       "）"                DELIMITED   BY  SIZE
                                       INTO    SC30SBT-MSG
               END-STRING
               GO  TO  000-PROC-EXT
           END-IF
           IF      SC30SBT-SIYOYMD     =   SPACE
               MOVE    SPA-SRYYMD          TO  SC30SBT-SIYOYMD
           END-IF
           IF      SC30SBT-SIYOYMD     IS  NOT NUMERIC
           OR      SC30SBT-SURYO       IS  NOT NUMERIC
           OR      SC30SBT-SURYO       NOT >   ZERO
               MOVE    9                   TO  SC30SBT-RC
               STRING  "特定生物由来製品の使用日・"
                                       DELIMITED   BY  SIZE
                       "使用量を確認してください"
                                       DELIMITED   BY  SIZE
                                       INTO    SC30SBT-MSG
               END-STRING
               GO  TO  000-PROC-EXT
           END-IF
      *
           PERFORM 300-SEIBUTU-INS-SEC
           .
       000-PROC-EXT.
           EXIT    PROGRAM
           .
      *
      *****************************************************************
      *    点数マスタ取得処理
      *****************************************************************
       200-TENSU-INV-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-TENSU
      *
           INITIALIZE                  TNS-TENSU-REC
           MOVE    SPA-HOSPNUM         TO  TNS-HOSPNUM
           MOVE    SC30SBT-SRYCD       TO  TNS-SRYCD
           MOVE    SPA-SRYYMD          TO  TNS-YUKOSTYMD
           MOVE    SPA-SRYYMD          TO  TNS-YUKOEDYMD
           MOVE    TNS-TENSU-REC       TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_tensu"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_tensu"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               CALL    "ORCDBMAIN"         USING
                                           MCPAREA
                                           MCPDATA-REC
                                           SPA-AREA
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  TNS-TENSU-REC
                   MOVE    ZERO                TO  FLG-TENSU
               END-IF
               MOVE    "tbl_tensu"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               CALL    "ORCDBMAIN"         USING
                                           MCPAREA
                                           MCPDATA-REC
                                           SPA-AREA
           END-IF
           .
       200-TENSU-INV-EXT.
           EXIT.
      *
      *****************************************************************
      *    使用記録処理
      *    （算定の再計算で同じ記録が重複しないよう、患者・使用日・
      *      診療行為・ロット番号が同じ記録は置き換える）
      *****************************************************************
       300-SEIBUTU-INS-SEC         SECTION.
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           MOVE    SC30SBT-SIYOYMD     TO  WRK-HOZONYMD
           ADD     CONST-HOZON-NEN     TO  WRK-HOZON-YY
      *
           INITIALIZE                  SEIBUTU-REC
           MOVE    SPA-HOSPNUM         TO  SBT-HOSPNUM
           MOVE    SPA-PTID            TO  SBT-PTID
           MOVE    SC30SBT-SIYOYMD     TO  SBT-SIYOYMD
           MOVE    SC30SBT-SRYCD       TO  SBT-SRYCD
           MOVE    SC30SBT-LOTNUM      TO  SBT-LOTNUM
           MOVE    TNS-NAME            TO  SBT-NAME
           MOVE    SC30SBT-SURYO       TO  SBT-SURYO
           MOVE    TNS-TANINAME        TO  SBT-TANINAME
           MOVE    SPA-DRCD            TO  SBT-DRCD
           MOVE    WRK-HOZONYMD        TO  SBT-HOZONYMD
           MOVE    SPA-OPID            TO  SBT-OPID
           MOVE    SMCNDATE-YMD        TO  SBT-UPYMD
           MOVE    SMCNDATE-HMS        TO  SBT-UPHMS
      *
           MOVE    SEIBUTU-REC         TO  MCPDATA-REC
           MOVE    "tbl_seibutu"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
      *
           MOVE    SEIBUTU-REC         TO  MCPDATA-REC
           MOVE    "tbl_seibutu"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           CALL    "ORCDBMAIN"         USING
                                       MCPAREA
                                       MCPDATA-REC
                                       SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    1                   TO  SC30SBT-RC
           ELSE
               MOVE    9                   TO  SC30SBT-RC
               MOVE    "使用記録の登録に失敗しました"
                                       TO  SC30SBT-MSG
           END-IF
           .
       300-SEIBUTU-INS-EXT.
           EXIT.
