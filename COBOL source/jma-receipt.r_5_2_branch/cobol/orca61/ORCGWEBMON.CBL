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
       PROGRAM-ID.                 ORCGWEBMON.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 照会まとめ
      *  コンポーネント名  : Ｗｅｂ問診確認（ＭＷＥＢＭＯＮ）
      *                      （受診履歴（ＫＴ０１３）から遷移し、
      *                        Ｗｅｂ問診取込（ＯＲＣＢＷＥＢＭＯＮ）
      *                        で取り込んだ患者の問診内容（主訴・
      *                        既往歴・服薬中の薬・アレルギー）を
      *                        表示する。
      *                        申告されたアレルギー・服薬は、薬剤
      *                        コードまたは一般名を指定して薬剤
      *                        アレルギー歴・持参薬へ登録する。
      *                        新患で患者番号のない問診は、仮患者
      *                        キーを指定して表示中の患者へ紐づけ、
      *                        当日の受付と連動する）
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
           03  FLG-UKE             PIC 9(01).
           03  FLG-WMS             PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(04)   COMP.
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-RENNUM          PIC 9(04).
           03  WRK-RENMAX          PIC 9(04).
      *
      *    一覧の問診番号（選択番号から問診を特定する）
       01  LST-AREA.
           03  LST-MONNUM          PIC X(20)   OCCURS  20.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    Ｗｅｂ問診結果テーブル
      *    （ＯＲＣＢＷＥＢＭＯＮと同一レイアウト）
       01  WEBMONSHIN-REC.
           03  WMS-HOSPNUM         PIC 9(02).
           03  WMS-MONNUM          PIC X(20).
           03  WMS-PTID            PIC 9(10).
           03  WMS-KARIKEY         PIC X(20).
           03  WMS-KANANAME        PIC X(50).
           03  WMS-NAME            PIC X(50).
           03  WMS-BIRTHDAY        PIC X(08).
           03  WMS-SEX             PIC X(01).
           03  WMS-RAIINYMD        PIC X(08).
           03  WMS-KAITOYMD        PIC X(08).
           03  WMS-KAITOHMS        PIC X(06).
           03  WMS-SHUSO           PIC X(200).
           03  WMS-KIOUREKI        PIC X(200).
           03  WMS-FUKUYAKU        PIC X(200).
           03  WMS-ALLERGY         PIC X(200).
      *    受付連動（０：未受付　１：受付済み）
           03  WMS-UKEFLG          PIC X(01).
           03  WMS-UKEYMD          PIC X(08).
           03  WMS-UKEID           PIC 9(05).
      *    申告内容の確認（０：未確認　１：確認済み）
           03  WMS-KAKUNINFLG      PIC X(01).
           03  WMS-CREYMD          PIC X(08).
           03  WMS-UPYMD           PIC X(08).
           03  WMS-UPHMS           PIC X(06).
      *
      *    薬剤アレルギー歴テーブル
      *    （ＯＲＣＳＡＬＬＥＲＧＹＣＨＫと同一レイアウト）
       01  PTALLERGY-REC.
           03  ALG-HOSPNUM       PIC 9(02).
           03  ALG-PTID          PIC 9(10).
           03  ALG-RENNUM        PIC 9(04).
           03  ALG-JUSYODO       PIC X(01).
           03  ALG-SRYCD         PIC X(09).
           03  ALG-YAKKAKJNCD    PIC X(12).
           03  ALG-NAME          PIC X(100).
           03  ALG-NAIYO         PIC X(100).
           03  ALG-HATSUGENYMD   PIC X(08).
           03  ALG-UPYMD         PIC X(08).
           03  ALG-UPHMS         PIC X(06).
      *
      *    持参薬テーブル
      *    （ＯＲＣＳＪＩＳＡＮＣＨＫと同一レイアウト）
       01  JISANYAKU-REC.
           03  JISAN-HOSPNUM       PIC 9(02).
           03  JISAN-PTID          PIC 9(10).
           03  JISAN-RENNUM        PIC 9(04).
           03  JISAN-KBN           PIC X(01).
           03  JISAN-SRYCD         PIC X(09).
           03  JISAN-YAKKAKJNCD    PIC X(12).
           03  JISAN-NAME          PIC X(100).
           03  JISAN-JOHOGEN       PIC X(01).
           03  JISAN-KAKUNINYMD    PIC X(08).
           03  JISAN-STYMD         PIC X(08).
           03  JISAN-EDYMD         PIC X(08).
           03  JISAN-UPYMD         PIC X(08).
           03  JISAN-UPHMS         PIC X(06).
      *
      *    受付テーブル
       01  UKETUKE-REC.
           COPY    "CPUKETUKE.INC".
      *
      *****************************************************************
      *    サブプロ用　領域
      *****************************************************************
      *
      *    マシン日付取得サブ
           COPY    "CPORCSMCNDATE.INC".
      *
      *    Ｗｅｂ問診受付連動サブ
           COPY    "CPORCSWEBMON.INC".
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
           COPY    "K00.INC".
           COPY    "KT013.INC".
           COPY    "MWEBMON.INC".
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
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
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
           MOVE    SPACE               TO  MWEBMON-MSG
                                           MWEBMON-KARIKEY
           PERFORM 260-NYURYOKU-CLEAR-SEC
      *
      *    一覧を表示し、最新の問診内容を表示する
           PERFORM 220-LIST-SEC
           IF      MWEBMON-COUNT       >   ZERO
               MOVE    1                   TO  MWEBMON-SELNUM
               PERFORM 225-SYOSAI-SEC
           END-IF
           PERFORM 290-REDISP-SEC
           .
       100-INIT-EXT.
           EXIT.
      *****************************************************************
      *    画面遷移処理
      *****************************************************************
       200-GMNSENI                 SECTION.
      *
           MOVE    SPACE               TO  MWEBMON-MSG
           PERFORM 220-LIST-SEC
      *
           EVALUATE    MCP-EVENT       ALSO    MCP-WIDGET
      *        問診内容表示（一覧の選択番号）
               WHEN    "CLICKED"       ALSO    "B02"
                   PERFORM 225-SYOSAI-SEC
                   PERFORM 290-REDISP-SEC
      *        アレルギー申告を薬剤アレルギー歴へ登録
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-ALLERGY-SEC
      *        服薬申告を持参薬へ登録
               WHEN    "CLICKED"       ALSO    "B04"
                   PERFORM 240-JISANYAKU-SEC
      *        仮患者キーの問診を表示中の患者へ紐づけ
               WHEN    "CLICKED"       ALSO    "B05"
                   PERFORM 250-HIMOZUKE-SEC
      *        申告内容確認済み
               WHEN    "CLICKED"       ALSO    "B06"
                   PERFORM 255-KAKUNIN-SEC
               WHEN    OTHER
                   PERFORM 210-BACK
           END-EVALUATE
      *
           .
       200-GMNSENI-EXT.
           EXIT.
      *****************************************************************
      *    問診一覧取得処理（表示中の患者分）
      *****************************************************************
       220-LIST-SEC                SECTION.
      *
           INITIALIZE                  LST-AREA
           MOVE    ZERO                TO  IDX
           MOVE    SPACE               TO  MWEBMON-LIST
      *
           INITIALIZE                  WEBMONSHIN-REC
           MOVE    SPA-HOSPNUM         TO  WMS-HOSPNUM
           MOVE    SPA-PTID            TO  WMS-PTID
           MOVE    WEBMONSHIN-REC      TO  MCPDATA-REC
           MOVE    "tbl_webmonshin"    TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 221-LIST-FETCH-SEC
                       UNTIL   FLG-FETCH   =   1
           END-IF
           MOVE    "tbl_webmonshin"    TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    IDX                 TO  MWEBMON-COUNT
           .
       220-LIST-EXT.
           EXIT.
      *****************************************************************
      *    問診一覧読込処理
      *****************************************************************
       221-LIST-FETCH-SEC          SECTION.
      *
           MOVE    "tbl_webmonshin"    TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  221-LIST-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  WEBMONSHIN-REC
           IF      IDX                 >=  20
               GO  TO  221-LIST-FETCH-EXT
           END-IF
      *
           ADD     1                   TO  IDX
           MOVE    WMS-MONNUM          TO  LST-MONNUM (IDX)
           MOVE    IDX                 TO  MWEBMON-TNO (IDX)
           MOVE    WMS-RAIINYMD        TO  MWEBMON-TRAIINYMD (IDX)
           MOVE    WMS-KAITOYMD        TO  MWEBMON-TKAITOYMD (IDX)
           IF      WMS-UKEFLG          =   "1"
               MOVE    "受"                TO  MWEBMON-TUKE (IDX)
           END-IF
           IF      WMS-KAKUNINFLG      =   "1"
               MOVE    "済"                TO  MWEBMON-TKAKUNIN (IDX)
           END-IF
           MOVE    WMS-SHUSO (1:60)    TO  MWEBMON-TSHUSO (IDX)
           .
       221-LIST-FETCH-EXT.
           EXIT.
      *****************************************************************
      *    問診内容表示処理
      *    （申告内容を登録候補として登録欄へ転記する）
      *****************************************************************
       225-SYOSAI-SEC              SECTION.
      *
           PERFORM 260-NYURYOKU-CLEAR-SEC
           PERFORM 280-WMS-GET-SEC
           IF      FLG-WMS         NOT =   ZERO
               GO  TO  225-SYOSAI-EXT
           END-IF
      *
           MOVE    WMS-MONNUM          TO  MWEBMON-MONNUM
           MOVE    WMS-RAIINYMD        TO  MWEBMON-RAIINYMD
           MOVE    WMS-KAITOYMD        TO  MWEBMON-KAITOYMD
           MOVE    WMS-SHUSO           TO  MWEBMON-SHUSO
           MOVE    WMS-KIOUREKI        TO  MWEBMON-KIOUREKI
           MOVE    WMS-FUKUYAKU        TO  MWEBMON-FUKUYAKU
           MOVE    WMS-ALLERGY         TO  MWEBMON-ALLERGY
           MOVE    WMS-ALLERGY (1:100) TO  MWEBMON-ALG-NAME
           MOVE    WMS-FUKUYAKU (1:100)
                                       TO  MWEBMON-JSN-NAME
           .
       225-SYOSAI-EXT.
           EXIT.
      *****************************************************************
      *    アレルギー申告登録処理
      *    （薬剤アレルギー歴登録（ＭＡＬＬＥＲＧＹ）と同じ扱い）
      *****************************************************************
       230-ALLERGY-SEC             SECTION.
      *
      *    薬剤コードまたは一般名コードのどちらかは必須
           IF    ( MWEBMON-ALG-SRYCD   =   SPACE )
           AND   ( MWEBMON-ALG-YAKKAKJNCD
                                       =   SPACE )
               MOVE    "薬剤コードまたは一般名を入力"
                                       TO  MWEBMON-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-ALLERGY-EXT
           END-IF
      *
      *    連番の採番（登録済み連番の最大値＋１）
           MOVE    ZERO                TO  WRK-RENMAX
           INITIALIZE                  PTALLERGY-REC
           MOVE    SPA-HOSPNUM         TO  ALG-HOSPNUM
           MOVE    SPA-PTID            TO  ALG-PTID
           MOVE    PTALLERGY-REC       TO  MCPDATA-REC
           MOVE    "tbl_ptallergy"     TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH   =   1
                   MOVE    "tbl_ptallergy"     TO  MCP-TABLE
                   MOVE    "pt"                TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  PTALLERGY-REC
                       IF      ALG-RENNUM          >   WRK-RENMAX
                           MOVE    ALG-RENNUM          TO  WRK-RENMAX
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_ptallergy"     TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           COMPUTE WRK-RENNUM      =   WRK-RENMAX        +   1
      *
           INITIALIZE                  PTALLERGY-REC
           MOVE    SPA-HOSPNUM         TO  ALG-HOSPNUM
           MOVE    SPA-PTID            TO  ALG-PTID
           MOVE    WRK-RENNUM          TO  ALG-RENNUM
           MOVE    "1"                 TO  ALG-JUSYODO
           MOVE    MWEBMON-ALG-SRYCD   TO  ALG-SRYCD
           MOVE    MWEBMON-ALG-YAKKAKJNCD
                                       TO  ALG-YAKKAKJNCD
           MOVE    MWEBMON-ALG-NAME    TO  ALG-NAME
           MOVE    "Ｗｅｂ問診による申告"
                                       TO  ALG-NAIYO
           MOVE    SMCNDATE-YMD        TO  ALG-HATSUGENYMD
           MOVE    SMCNDATE-YMD        TO  ALG-UPYMD
           MOVE    SMCNDATE-HMS        TO  ALG-UPHMS
      *
           MOVE    PTALLERGY-REC       TO  MCPDATA-REC
           MOVE    "tbl_ptallergy"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "アレルギー歴へ登録しました"
                                       TO  MWEBMON-MSG
               MOVE    SPACE               TO  MWEBMON-ALG-SRYCD
                                               MWEBMON-ALG-YAKKAKJNCD
           ELSE
               MOVE    "登録できませんでした"
                                       TO  MWEBMON-MSG
           END-IF
      *
           PERFORM 290-REDISP-SEC
           .
       230-ALLERGY-EXT.
           EXIT.
      *****************************************************************
      *    服薬申告登録処理
      *    （持参薬登録（ＭＪＩＳＡＮＹＡＫＵ）と同じ扱い。
      *      情報源は３：Ｗｅｂ問診とする）
      *****************************************************************
       240-JISANYAKU-SEC           SECTION.
      *
      *    薬剤コードまたは一般名コードのどちらかは必須
           IF    ( MWEBMON-JSN-SRYCD   =   SPACE )
           AND   ( MWEBMON-JSN-YAKKAKJNCD
                                       =   SPACE )
               MOVE    "薬剤コードまたは一般名を入力"
                                       TO  MWEBMON-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-JISANYAKU-EXT
           END-IF
      *
      *    連番の採番（登録済み連番の最大値＋１）
           MOVE    ZERO                TO  WRK-RENMAX
           INITIALIZE                  JISANYAKU-REC
           MOVE    SPA-HOSPNUM         TO  JISAN-HOSPNUM
           MOVE    SPA-PTID            TO  JISAN-PTID
           MOVE    JISANYAKU-REC       TO  MCPDATA-REC
           MOVE    "tbl_jisanyaku"     TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH   =   1
                   MOVE    "tbl_jisanyaku"     TO  MCP-TABLE
                   MOVE    "pt"                TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  JISANYAKU-REC
                       IF      JISAN-RENNUM        >   WRK-RENMAX
                           MOVE    JISAN-RENNUM        TO  WRK-RENMAX
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_jisanyaku"     TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           COMPUTE WRK-RENNUM      =   WRK-RENMAX        +   1
      *
           INITIALIZE                  JISANYAKU-REC
           MOVE    SPA-HOSPNUM         TO  JISAN-HOSPNUM
           MOVE    SPA-PTID            TO  JISAN-PTID
           MOVE    WRK-RENNUM          TO  JISAN-RENNUM
           IF      MWEBMON-JSN-KBN     =   "2"
               MOVE    "2"                 TO  JISAN-KBN
           ELSE
               MOVE    "1"                 TO  JISAN-KBN
           END-IF
           MOVE    MWEBMON-JSN-SRYCD   TO  JISAN-SRYCD
           MOVE    MWEBMON-JSN-YAKKAKJNCD
                                       TO  JISAN-YAKKAKJNCD
           MOVE    MWEBMON-JSN-NAME    TO  JISAN-NAME
           MOVE    "3"                 TO  JISAN-JOHOGEN
           MOVE    SMCNDATE-YMD        TO  JISAN-KAKUNINYMD
           MOVE    SMCNDATE-YMD        TO  JISAN-UPYMD
           MOVE    SMCNDATE-HMS        TO  JISAN-UPHMS
      *
           MOVE    JISANYAKU-REC       TO  MCPDATA-REC
           MOVE    "tbl_jisanyaku"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "持参薬へ登録しました"
                                       TO  MWEBMON-MSG
               MOVE    SPACE               TO  MWEBMON-JSN-SRYCD
                                               MWEBMON-JSN-YAKKAKJNCD
           ELSE
               MOVE    "登録できませんでした"
                                       TO  MWEBMON-MSG
           END-IF
      *
           PERFORM 290-REDISP-SEC
           .
       240-JISANYAKU-EXT.
           EXIT.
      *****************************************************************
      *    問診紐づけ処理
      *    （新患等で患者番号のない問診を仮患者キーで表示中の患者へ
      *      紐づけ、当日の受付があれば受付と連動する）
      *****************************************************************
       250-HIMOZUKE-SEC            SECTION.
      *
           IF      MWEBMON-KARIKEY     =   SPACE
               MOVE    "仮患者キーを入力してください"
                                       TO  MWEBMON-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  250-HIMOZUKE-EXT
           END-IF
      *
      *    当日の受付
           MOVE    1                   TO  FLG-UKE
           INITIALIZE                  UKETUKE-REC
           MOVE    SPA-HOSPNUM         TO  UKE-HOSPNUM
           MOVE    SPA-PTID            TO  UKE-PTID
           MOVE    SMCNDATE-YMD        TO  UKE-UKEYMD
           MOVE    UKETUKE-REC         TO  MCPDATA-REC
           MOVE    "tbl_uketuke"       TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_uketuke"       TO  MCP-TABLE
               MOVE    "ptymd"             TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  UKETUKE-REC
                   MOVE    ZERO                TO  FLG-UKE
               END-IF
           END-IF
           MOVE    "tbl_uketuke"       TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      FLG-UKE         NOT =   ZERO
               MOVE    "本日の受付がありません"
                                       TO  MWEBMON-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  250-HIMOZUKE-EXT
           END-IF
      *
           INITIALIZE                  ORCSWEBMONAREA
           MOVE    SPA-PTID            TO  SWEBMON-PTID
           MOVE    SMCNDATE-YMD        TO  SWEBMON-YMD
           MOVE    UKE-UKEID           TO  SWEBMON-UKEID
           MOVE    MWEBMON-KARIKEY     TO  SWEBMON-KARIKEY
           CALL    "ORCSWEBMON"        USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSWEBMONAREA
           EVALUATE    SWEBMON-RC
               WHEN    ZERO
                   MOVE    "問診を紐づけました"
                                       TO  MWEBMON-MSG
                   MOVE    SPACE               TO  MWEBMON-KARIKEY
                   PERFORM 220-LIST-SEC
                   MOVE    1                   TO  MWEBMON-SELNUM
                   PERFORM 225-SYOSAI-SEC
               WHEN    1
                   MOVE    "紐づけできる問診がありません"
                                       TO  MWEBMON-MSG
               WHEN    OTHER
                   MOVE    "紐づけできませんでした"
                                       TO  MWEBMON-MSG
           END-EVALUATE
      *
           PERFORM 290-REDISP-SEC
           .
       250-HIMOZUKE-EXT.
           EXIT.
      *****************************************************************
      *    申告内容確認済み処理
      *****************************************************************
       255-KAKUNIN-SEC             SECTION.
      *
           PERFORM 280-WMS-GET-SEC
           IF      FLG-WMS         NOT =   ZERO
               PERFORM 290-REDISP-SEC
               GO  TO  255-KAKUNIN-EXT
           END-IF
      *
           MOVE    "1"                 TO  WMS-KAKUNINFLG
           MOVE    SMCNDATE-YMD        TO  WMS-UPYMD
           MOVE    SMCNDATE-HMS        TO  WMS-UPHMS
           MOVE    WEBMONSHIN-REC      TO  MCPDATA-REC
           MOVE    "tbl_webmonshin"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "確認済みにしました"
                                       TO  MWEBMON-MSG
               PERFORM 220-LIST-SEC
           ELSE
               MOVE    "更新できませんでした"
                                       TO  MWEBMON-MSG
           END-IF
      *
           PERFORM 290-REDISP-SEC
           .
       255-KAKUNIN-EXT.
           EXIT.
      *****************************************************************
      *    入力欄クリア処理
      *****************************************************************
       260-NYURYOKU-CLEAR-SEC      SECTION.
      *
           MOVE    SPACE               TO  MWEBMON-MONNUM
                                           MWEBMON-RAIINYMD
                                           MWEBMON-KAITOYMD
                                           MWEBMON-SHUSO
                                           MWEBMON-KIOUREKI
                                           MWEBMON-FUKUYAKU
                                           MWEBMON-ALLERGY
                                           MWEBMON-ALG-SRYCD
                                           MWEBMON-ALG-YAKKAKJNCD
                                           MWEBMON-ALG-NAME
                                           MWEBMON-JSN-KBN
                                           MWEBMON-JSN-SRYCD
                                           MWEBMON-JSN-YAKKAKJNCD
                                           MWEBMON-JSN-NAME
           .
       260-NYURYOKU-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    選択問診取得処理
      *    （一覧の選択番号の問診をＷＥＢＭＯＮＳＨＩＮ−ＲＥＣへ。
      *      ＦＬＧ−ＷＭＳ　０：取得できた）
      *****************************************************************
       280-WMS-GET-SEC             SECTION.
      *
           MOVE    1                   TO  FLG-WMS
           IF      MWEBMON-SELNUM      IS  NOT NUMERIC
           OR      MWEBMON-SELNUM      =   ZERO
           OR      MWEBMON-SELNUM      >   MWEBMON-COUNT
               MOVE    "選択番号を入力してください"
                                       TO  MWEBMON-MSG
               GO  TO  280-WMS-GET-EXT
           END-IF
      *
           INITIALIZE                  WEBMONSHIN-REC
           MOVE    SPA-HOSPNUM         TO  WMS-HOSPNUM
           MOVE    LST-MONNUM (MWEBMON-SELNUM)
                                       TO  WMS-MONNUM
           MOVE    WEBMONSHIN-REC      TO  MCPDATA-REC
           MOVE    "tbl_webmonshin"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_webmonshin"    TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  WEBMONSHIN-REC
                   MOVE    ZERO                TO  FLG-WMS
               END-IF
           END-IF
           MOVE    "tbl_webmonshin"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      FLG-WMS         NOT =   ZERO
               MOVE    "問診が見つかりません"
                                       TO  MWEBMON-MSG
           END-IF
           .
       280-WMS-GET-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MWEBMON"           TO  MCP-WINDOW
           PERFORM 900-PUT-WINDOW
           MOVE    1                   TO  FLG-END
           .
       290-REDISP-EXT.
           EXIT.
      *****************************************************************
      *    戻る　処理（受診履歴へ）
      *****************************************************************
       210-BACK                    SECTION.
      *
           MOVE    "KT013"             TO  SPA-SAKIPG
           MOVE    "MWEBMON"           TO  SPA-MOTOPG
      *
           MOVE    "JOIN"              TO  MCP-PUTTYPE
           MOVE    "KT013"             TO  MCP-WINDOW
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
