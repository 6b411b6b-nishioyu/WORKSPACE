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
       PROGRAM-ID.             ORCSRHBCHK.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 共通
      *  コンポーネント名  : 疾患別リハビリテーション算定日数チェック
      *                      （点数マスタの区分番号から疾患別リハ
      *                        （Ｈ０００〜Ｈ００３）を判定し、
      *                        リハビリ起算日テーブル（保守は
      *                        ＯＲＣＧＲＨＢＫＩＳＡＮ）の起算日
      *                        から標準的算定日数の残日数を求める。
      *                        標準的算定日数を超えた日は、当月の
      *                        超過後の単位数（入力分を含む）が
      *                        月１３単位を超えると、算定日数上限
      *                        除外の理由がない限り算定不可とする。
      *                        返却値　０：対象外・問題なし
      *                                １：警告（起算日未登録・
      *                                    残日数わずか・超過）
      *                                ２：算定不可（除外理由なし
      *                                    で月の上限単位数超過））
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
           03  FLG-TENSU           PIC 9(01).
           03  FLG-RHB             PIC 9(01).
           03  FLG-SRYACT          PIC 9(01).
           03  FLG-CACHE           PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(03).
           03  CACHE-MAX           PIC 9(03).
      *
      *    定数領域
       01  CONST-AREA.
      *    標準的算定日数の到来前に警告する日数
           03  CONST-KEIKOKU-NISSU PIC 9(03)   VALUE   014.
      *    標準的算定日数超過後の月の上限単位数
           03  CONST-JOGEN-TANI    PIC 9(03)   VALUE   013.
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-SRYYMD          PIC X(08).
           03  WRK-SRYYMD-N        PIC 9(08).
           03  WRK-KISANYMD-N      PIC 9(08).
           03  WRK-ENDYMD-N        PIC 9(08).
           03  WRK-SRYYMD-INTDATE  PIC S9(09).
           03  WRK-ENDYMD-INTDATE  PIC S9(09).
      *    標準的算定日数の最終日
           03  WRK-ENDYMD          PIC X(08).
      *    区分判定する診療行為コードと判定結果
           03  WRK-HANTEI-SRYCD    PIC X(09).
           03  WRK-RHBKBN          PIC X(01).
           03  WRK-IN-RHBKBN       PIC X(01).
           03  WRK-KAISU           PIC 9(05).
           03  WRK-ED-NISSU        PIC -(4)9.
           03  WRK-ED-TANI         PIC ZZ9.
      *    採用した起算日
           03  WRK-KISAN-REC.
               05  WRK-KISANYMD    PIC X(08).
               05  WRK-KISANKBN    PIC X(01).
               05  WRK-JYOGAIKBN   PIC X(02).
      *
      *    診療行為コード別疾患別リハ区分（当月診療行為の判定用）
       01  CACHE-AREA.
           03  CACHE-TBL           OCCURS  100.
               05  CACHE-SRYCD     PIC X(09).
               05  CACHE-RHBKBN    PIC X(01).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    リハビリ起算日テーブル
      *    （ＯＲＣＧＲＨＢＫＩＳＡＮ・ＯＲＣＢＲＨＢＫＩＳＡＮと
      *      同一レイアウト）
       01  RHBKISAN-REC.
           03  RHB-HOSPNUM         PIC 9(02).
           03  RHB-PTID            PIC 9(10).
      *    疾患別区分　１：心大血管　２：脳血管　３：廃用症候群
      *                ４：運動器　　５：呼吸器
           03  RHB-RHBKBN          PIC X(01).
           03  RHB-RENNUM          PIC 9(03).
           03  RHB-BYOMEI          PIC X(80).
      *    起算日区分　１：発症日　２：手術日　３：急性増悪日
           03  RHB-KISANKBN        PIC X(01).
           03  RHB-KISANYMD        PIC X(08).
      *    算定日数上限除外理由区分（空白：除外なし）
           03  RHB-JYOGAIKBN       PIC X(02).
           03  RHB-JYOGAI-RIYU     PIC X(100).
      *    リハビリ終了日（空白：継続中）
           03  RHB-ENDYMD          PIC X(08).
           03  RHB-OPID            PIC X(16).
           03  RHB-CREYMD          PIC X(08).
           03  RHB-UPYMD           PIC X(08).
           03  RHB-UPHMS           PIC X(06).
      *
      *    会計データテーブル
       01  SRYACT-REC.
           COPY    "CPSRYACT.INC".
      *
      *    点数マスタ
       01  TNS-TENSU-REC.
           COPY    "CPTENSU.INC".
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
      *    リハビリ算定日数チェックパラメタ
           COPY    "CPORCSRHBCHK.INC".
      *
      *    スパ領域
           COPY    "COMMON-SPA".
      *
       PROCEDURE                   DIVISION    USING
           ORCSRHBCHKAREA
           SPA-AREA
           .
      *
      *****************************************************************
      *    主　　処理
      *****************************************************************
       000-PROC-SEC                SECTION.
      *
           MOVE    ZERO                TO  SRHBCHK-RC
                                           SRHBCHK-NISSU
                                           SRHBCHK-ZANNISSU
                                           SRHBCHK-TSUKITANI
           MOVE    SPACE               TO  SRHBCHK-RHBKBN
                                           SRHBCHK-KISANYMD
                                           SRHBCHK-ENDYMD
                                           SRHBCHK-MSG
           INITIALIZE                  CACHE-AREA
           MOVE    ZERO                TO  CACHE-MAX
      *
           IF      SRHBCHK-SRYCD       =   SPACE
           OR      SRHBCHK-PTID        =   ZERO
               GO  TO  000-PROC-EXT
           END-IF
           IF      SRHBCHK-SRYYMD      IS  NUMERIC
               MOVE    SRHBCHK-SRYYMD      TO  WRK-SRYYMD
           ELSE
               MOVE    SPA-SRYYMD          TO  WRK-SRYYMD
           END-IF
      *
      *    入力コードの疾患別リハ区分
           MOVE    SRHBCHK-SRYCD       TO  WRK-HANTEI-SRYCD
           PERFORM 300-RHBKBN-HANTEI-SEC
           IF      WRK-RHBKBN          =   SPACE
               GO  TO  000-PROC-EXT
           END-IF
           MOVE    WRK-RHBKBN          TO  SRHBCHK-RHBKBN
                                           WRK-IN-RHBKBN
      *
      *    標準的算定日数
           EVALUATE    WRK-RHBKBN
               WHEN    "1"
                   MOVE    150                 TO  SRHBCHK-NISSU
               WHEN    "2"
                   MOVE    180                 TO  SRHBCHK-NISSU
               WHEN    "3"
                   MOVE    120                 TO  SRHBCHK-NISSU
               WHEN    "4"
                   MOVE    150                 TO  SRHBCHK-NISSU
               WHEN    OTHER
                   MOVE    090                 TO  SRHBCHK-NISSU
           END-EVALUATE
      *
      *    起算日の取得
           PERFORM 200-KISAN-SEARCH-SEC
           IF      WRK-KISANYMD        =   SPACE
               MOVE    1                   TO  SRHBCHK-RC
               MOVE    "リハビリ起算日が未登録です"
                                           TO  SRHBCHK-MSG
               GO  TO  000-PROC-EXT
           END-IF
           MOVE    WRK-KISANYMD        TO  SRHBCHK-KISANYMD
      *
      *    標準的算定日数の最終日と残日数
      *    （起算日を１日目として数える）
           MOVE    WRK-KISANYMD        TO  WRK-KISANYMD-N
           MOVE    WRK-SRYYMD          TO  WRK-SRYYMD-N
           COMPUTE WRK-ENDYMD-INTDATE
                       =   FUNCTION INTEGER-OF-DATE (WRK-KISANYMD-N)
                       +   SRHBCHK-NISSU   -   1
           MOVE    FUNCTION DATE-OF-INTEGER (WRK-ENDYMD-INTDATE)
                                       TO  WRK-ENDYMD-N
           MOVE    WRK-ENDYMD-N        TO  WRK-ENDYMD
                                           SRHBCHK-ENDYMD
           MOVE    WRK-SRYYMD          TO  WRK-SRYYMD-N
           MOVE    FUNCTION INTEGER-OF-DATE (WRK-SRYYMD-N)
                                       TO  WRK-SRYYMD-INTDATE
           COMPUTE SRHBCHK-ZANNISSU    =   WRK-ENDYMD-INTDATE
                                       -   WRK-SRYYMD-INTDATE
      *
      *    標準的算定日数内
           IF      SRHBCHK-ZANNISSU    >=  ZERO
               IF      SRHBCHK-ZANNISSU    <=  CONST-KEIKOKU-NISSU
                   MOVE    1                   TO  SRHBCHK-RC
                   MOVE    SRHBCHK-ZANNISSU    TO  WRK-ED-NISSU
                   STRING  "標準的算定日数まで残り"
                                           DELIMITED   BY  SIZE
                           WRK-ED-NISSU        DELIMITED   BY  SIZE
                           "日です"        DELIMITED   BY  SIZE
                                           INTO    SRHBCHK-MSG
                   END-STRING
               END-IF
               GO  TO  000-PROC-EXT
           END-IF
      *
      *    標準的算定日数超過（除外理由ありは上限なし）
           IF      WRK-JYOGAIKBN   NOT =   SPACE
           OR      SRHBCHK-JYOGAIKBN
                                   NOT =   SPACE
               MOVE    1                   TO  SRHBCHK-RC
               MOVE    "標準的算定日数超過（上限除外）"
                                           TO  SRHBCHK-MSG
               GO  TO  000-PROC-EXT
           END-IF
      *
      *    当月の超過後単位数（入力分を含む）
           PERFORM 400-TSUKITANI-SEC
           IF      SRHBCHK-TANI        IS  NUMERIC
           AND     SRHBCHK-TANI        >   ZERO
               ADD     SRHBCHK-TANI        TO  SRHBCHK-TSUKITANI
           ELSE
               ADD     1                   TO  SRHBCHK-TSUKITANI
           END-IF
      *
           MOVE    SRHBCHK-TSUKITANI   TO  WRK-ED-TANI
           IF      SRHBCHK-TSUKITANI   >   CONST-JOGEN-TANI
               MOVE    2                   TO  SRHBCHK-RC
               STRING  "標準的算定日数超過で月"
                                           DELIMITED   BY  SIZE
                       WRK-ED-TANI         DELIMITED   BY  SIZE
                       "単位。除外理由なしでは"
                                           DELIMITED   BY  SIZE
                       "１３単位を超えて算定できません"
                                           DELIMITED   BY  SIZE
                                           INTO    SRHBCHK-MSG
               END-STRING
           ELSE
               MOVE    1                   TO  SRHBCHK-RC
               STRING  "標準的算定日数超過（月"
                                           DELIMITED   BY  SIZE
                       WRK-ED-TANI         DELIMITED   BY  SIZE
                       "単位／上限１３単位）"
                                           DELIMITED   BY  SIZE
                                           INTO    SRHBCHK-MSG
               END-STRING
           END-IF
           .
       000-PROC-EXT.
           EXIT    PROGRAM
           .
      *
      *****************************************************************
      *    起算日検索処理
      *    （同じ疾患別区分で、算定日以前の起算日のうち最も新しい
      *      ものを採用する。終了日を過ぎた登録は対象外）
      *****************************************************************
       200-KISAN-SEARCH-SEC        SECTION.
      *
           INITIALIZE                  WRK-KISAN-REC
      *
           INITIALIZE                  RHBKISAN-REC
           MOVE    SPA-HOSPNUM         TO  RHB-HOSPNUM
           MOVE    SRHBCHK-PTID        TO  RHB-PTID
           MOVE    WRK-IN-RHBKBN       TO  RHB-RHBKBN
           MOVE    RHBKISAN-REC        TO  MCPDATA-REC
           MOVE    "tbl_rhbkisan"      TO  MCP-TABLE
           MOVE    "ptkbn"             TO  MCP-PATHNAME
           PERFORM 910-DBSELECT-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  200-KISAN-SEARCH-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-RHB
           PERFORM UNTIL   FLG-RHB         =   1
               MOVE    "tbl_rhbkisan"      TO  MCP-TABLE
               MOVE    "ptkbn"             TO  MCP-PATHNAME
               PERFORM 920-DBFETCH-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  RHBKISAN-REC
                   IF      RHB-KISANYMD        <=  WRK-SRYYMD
                   AND     RHB-KISANYMD        >=  WRK-KISANYMD
                   AND   ( RHB-ENDYMD          =   SPACE
                   OR      RHB-ENDYMD          >=  WRK-SRYYMD )
                       MOVE    RHB-KISANYMD        TO  WRK-KISANYMD
                       MOVE    RHB-KISANKBN        TO  WRK-KISANKBN
                       MOVE    RHB-JYOGAIKBN       TO  WRK-JYOGAIKBN
                   END-IF
               ELSE
                   MOVE    1                   TO  FLG-RHB
               END-IF
           END-PERFORM
      *
           MOVE    "tbl_rhbkisan"      TO  MCP-TABLE
           MOVE    "ptkbn"             TO  MCP-PATHNAME
           PERFORM 990-DBCLOSE-SEC
           .
       200-KISAN-SEARCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    疾患別リハ区分判定処理
      *    （ＷＲＫ−ＨＡＮＴＥＩ−ＳＲＹＣＤを点数マスタの区分番号
      *      で判定し、ＷＲＫ−ＲＨＢＫＢＮに返す。疾患別リハ以外は
      *      空白）
      *****************************************************************
       300-RHBKBN-HANTEI-SEC       SECTION.
      *
           MOVE    SPACE               TO  WRK-RHBKBN
      *
           INITIALIZE                  TNS-TENSU-REC
           MOVE    SPA-HOSPNUM         TO  TNS-HOSPNUM
           MOVE    WRK-HANTEI-SRYCD    TO  TNS-SRYCD
           MOVE    WRK-SRYYMD          TO  TNS-YUKOSTYMD
                                           TNS-YUKOEDYMD
           MOVE    TNS-TENSU-REC       TO  MCPDATA-REC
           MOVE    "tbl_tensu"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           PERFORM 910-DBSELECT-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_tensu"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               PERFORM 920-DBFETCH-SEC
           END-IF
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  TNS-TENSU-REC
               IF      TNS-CDKBN-KBN       =   "H"
                   EVALUATE    TRUE
                       WHEN    TNS-CDKBN-KBNNUM    =   000
                           MOVE    "1"                 TO  WRK-RHBKBN
                       WHEN    TNS-CDKBN-KBNNUM    =   001
                       AND     TNS-CDKBN-KBNNUM-EDA
                                                   =   2
                           MOVE    "3"                 TO  WRK-RHBKBN
                       WHEN    TNS-CDKBN-KBNNUM    =   001
                           MOVE    "2"                 TO  WRK-RHBKBN
                       WHEN    TNS-CDKBN-KBNNUM    =   002
                           MOVE    "4"                 TO  WRK-RHBKBN
                       WHEN    TNS-CDKBN-KBNNUM    =   003
                           MOVE    "5"                 TO  WRK-RHBKBN
                   END-EVALUATE
               END-IF
           END-IF
           MOVE    "tbl_tensu"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           PERFORM 990-DBCLOSE-SEC
           .
       300-RHBKBN-HANTEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    当月の超過後単位数集計処理
      *    （当月の会計データのうち、同じ疾患別区分で標準的算定
      *      日数の最終日より後の回数を集計する）
      *****************************************************************
       400-TSUKITANI-SEC           SECTION.
      *
           INITIALIZE                  SRYACT-REC
           MOVE    SPA-HOSPNUM         TO  ACT-HOSPNUM
           MOVE    SRHBCHK-PTID        TO  ACT-PTID
           MOVE    WRK-SRYYMD (1:6)    TO  ACT-SRYYMD (1:6)
           MOVE    "%"                 TO  ACT-SRYYMD (7:1)
           MOVE    SRYACT-REC          TO  MCPDATA-REC
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ptym"              TO  MCP-PATHNAME
           PERFORM 910-DBSELECT-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  400-TSUKITANI-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-SRYACT
           PERFORM UNTIL   FLG-SRYACT      =   1
               MOVE    "tbl_sryact"        TO  MCP-TABLE
               MOVE    "ptym"              TO  MCP-PATHNAME
               PERFORM 920-DBFETCH-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  SRYACT-REC
                   IF      ACT-SRYYMD          >   WRK-ENDYMD
                       PERFORM 410-TANI-ADD-SEC
                   END-IF
               ELSE
                   MOVE    1                   TO  FLG-SRYACT
               END-IF
           END-PERFORM
      *
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ptym"              TO  MCP-PATHNAME
           PERFORM 990-DBCLOSE-SEC
           .
       400-TSUKITANI-EXT.
           EXIT.
      *
      *****************************************************************
      *    単位数加算処理（会計データ１件）
      *    （区分判定は診療行為コードごとに一度だけ点数マスタを読む）
      *****************************************************************
       410-TANI-ADD-SEC            SECTION.
      *
           MOVE    ZERO                TO  FLG-CACHE
           MOVE    SPACE               TO  WRK-RHBKBN
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX             >   CACHE-MAX
                   OR      FLG-CACHE       =   1
               IF      CACHE-SRYCD (IDX)   =   ACT-SRYCD
                   MOVE    CACHE-RHBKBN (IDX)  TO  WRK-RHBKBN
                   MOVE    1                   TO  FLG-CACHE
               END-IF
           END-PERFORM
      *
           IF      FLG-CACHE           =   ZERO
               MOVE    ACT-SRYCD           TO  WRK-HANTEI-SRYCD
               PERFORM 300-RHBKBN-HANTEI-SEC
               IF      CACHE-MAX           <   100
                   ADD     1                   TO  CACHE-MAX
                   MOVE    ACT-SRYCD       TO  CACHE-SRYCD  (CACHE-MAX)
                   MOVE    WRK-RHBKBN      TO  CACHE-RHBKBN (CACHE-MAX)
               END-IF
           END-IF
      *
           IF      WRK-RHBKBN          =   WRK-IN-RHBKBN
               IF      ACT-KAISU           >   ZERO
                   MOVE    ACT-KAISU           TO  WRK-KAISU
               ELSE
                   MOVE    1                   TO  WRK-KAISU
               END-IF
               ADD     WRK-KAISU           TO  SRHBCHK-TSUKITANI
           END-IF
           .
       410-TANI-ADD-EXT.
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
