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
       PROGRAM-ID.                 ORCGSISETU.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : マスタ登録
      *  コンポーネント名  : 施設基準届出台帳保守（ＭＳＩＳＥＴＵ）
      *                      （施設基準の届出名・受理番号・算定
      *                        開始日・辞退日と、届出が必要な関連
      *                        点数（診療行為コード）を登録する。
      *                        登録内容は施設基準届出確認サブ
      *                        （ＯＲＣＳＳＫＪＣＨＫ）と定例報告
      *                        （ＯＲＣＢＳＩＳＥＴＵ）で使用する）
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
           03  FLG-SKJ             PIC 9(01).
           03  FLG-SKT             PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(02).
           03  IDX-T               PIC 9(02).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    施設基準届出台帳
      *    （ＯＲＣＳＳＫＪＣＨＫ・ＯＲＣＢＳＩＳＥＴＵと同一
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
           COPY    "MSISETU.INC".
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
           MOVE    SPACE               TO  MSISETU-SKJCD
                                           MSISETU-TODOKENAME
                                           MSISETU-JURINUM
                                           MSISETU-STYMD
                                           MSISETU-JITAIYMD
                                           MSISETU-BIKO
                                           MSISETU-SRYCD
                                           MSISETU-MSG
      *
           PERFORM 260-TLST-CLEAR-SEC
           PERFORM 220-SKJ-DISP-SEC
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
      *        台帳一覧の再表示（施設基準コード入力時は明細表示）
               WHEN    "CLICKED"       ALSO    "B02"
                   MOVE    SPACE               TO  MSISETU-MSG
                   PERFORM 220-SKJ-DISP-SEC
                   PERFORM 225-SKJ-MEISAI-SEC
                   PERFORM 290-REDISP-SEC
      *        台帳登録
               WHEN    "CLICKED"       ALSO    "B03"
                   PERFORM 230-TOUROKU-SEC
      *        台帳削除（関連点数も削除）
               WHEN    "CLICKED"       ALSO    "B04"
                   PERFORM 240-SAKUJO-SEC
      *        関連点数追加
               WHEN    "CLICKED"       ALSO    "B05"
                   PERFORM 270-TEN-TOUROKU-SEC
      *        関連点数削除
               WHEN    "CLICKED"       ALSO    "B06"
                   PERFORM 280-TEN-SAKUJO-SEC
               WHEN    OTHER
                   PERFORM 210-BACK
           END-EVALUATE
      *
           .
       200-GMNSENI-EXT.
           EXIT.
      *****************************************************************
      *    施設基準届出台帳一覧表示処理
      *****************************************************************
       220-SKJ-DISP-SEC            SECTION.
      *
           PERFORM 250-LST-CLEAR-SEC
      *
           INITIALIZE                  SISETUKJN-REC
           MOVE    SPA-HOSPNUM         TO  SKJ-HOSPNUM
           MOVE    SISETUKJN-REC       TO  MCPDATA-REC
           MOVE    "tbl_sisetukjn"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-SKJ
               PERFORM 221-SKJ-FETCH-SEC
                       UNTIL   FLG-SKJ     =   1
                       OR      IDX         >=  30
               MOVE    "tbl_sisetukjn"     TO  MCP-TABLE
               MOVE    "all"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
      *
           IF      IDX                 =   ZERO
               MOVE    "施設基準届出台帳の登録なし"
                                       TO  MSISETU-MSG
           END-IF
           .
       220-SKJ-DISP-EXT.
           EXIT.
      *****************************************************************
      *    施設基準届出台帳読込処理
      *****************************************************************
       221-SKJ-FETCH-SEC           SECTION.
      *
           MOVE    "tbl_sisetukjn"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-SKJ
               GO  TO  221-SKJ-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  SISETUKJN-REC
      *
           ADD     1                   TO  IDX
           MOVE    SKJ-SKJCD           TO  MSISETU-LST-SKJCD    ( IDX )
           MOVE    SKJ-TODOKENAME      TO  MSISETU-LST-NAME     ( IDX )
           MOVE    SKJ-JURINUM         TO  MSISETU-LST-JURINUM  ( IDX )
           MOVE    SKJ-STYMD           TO  MSISETU-LST-STYMD    ( IDX )
           MOVE    SKJ-JITAIYMD        TO  MSISETU-LST-JITAIYMD ( IDX )
           .
       221-SKJ-FETCH-EXT.
           EXIT.
      *****************************************************************
      *    施設基準明細表示処理（台帳内容と関連点数）
      *****************************************************************
       225-SKJ-MEISAI-SEC          SECTION.
      *
           PERFORM 260-TLST-CLEAR-SEC
      *
           IF      MSISETU-SKJCD       =   SPACE
               GO  TO  225-SKJ-MEISAI-EXT
           END-IF
      *
           INITIALIZE                  SISETUKJN-REC
           MOVE    SPA-HOSPNUM         TO  SKJ-HOSPNUM
           MOVE    MSISETU-SKJCD       TO  SKJ-SKJCD
           MOVE    SISETUKJN-REC       TO  MCPDATA-REC
           MOVE    "tbl_sisetukjn"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  SISETUKJN-REC
               MOVE    SKJ-TODOKENAME      TO  MSISETU-TODOKENAME
               MOVE    SKJ-JURINUM         TO  MSISETU-JURINUM
               MOVE    SKJ-STYMD           TO  MSISETU-STYMD
               MOVE    SKJ-JITAIYMD        TO  MSISETU-JITAIYMD
               MOVE    SKJ-BIKO            TO  MSISETU-BIKO
           ELSE
               MOVE    "施設基準の登録がありません"
                                       TO  MSISETU-MSG
           END-IF
           MOVE    "tbl_sisetukjn"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
      *    関連点数一覧
           INITIALIZE                  SISETUKJNTEN-REC
           MOVE    SPA-HOSPNUM         TO  SKT-HOSPNUM
           MOVE    MSISETU-SKJCD       TO  SKT-SKJCD
           MOVE    SISETUKJNTEN-REC    TO  MCPDATA-REC
           MOVE    "tbl_sisetukjn_ten" TO  MCP-TABLE
           MOVE    "skjcd"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-SKT
               PERFORM 226-SKT-FETCH-SEC
                       UNTIL   FLG-SKT     =   1
                       OR      IDX-T       >=  30
               MOVE    "tbl_sisetukjn_ten" TO  MCP-TABLE
               MOVE    "skjcd"             TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       225-SKJ-MEISAI-EXT.
           EXIT.
      *****************************************************************
      *    関連点数読込処理
      *****************************************************************
       226-SKT-FETCH-SEC           SECTION.
      *
           MOVE    "tbl_sisetukjn_ten" TO  MCP-TABLE
           MOVE    "skjcd"             TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-SKT
               GO  TO  226-SKT-FETCH-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  SISETUKJNTEN-REC
      *
           ADD     1                   TO  IDX-T
           MOVE    SKT-SRYCD           TO  MSISETU-TLST-SRYCD ( IDX-T )
           .
       226-SKT-FETCH-EXT.
           EXIT.
      *****************************************************************
      *    施設基準届出台帳登録処理
      *****************************************************************
       230-TOUROKU-SEC             SECTION.
      *
           IF      MSISETU-SKJCD       =   SPACE
           OR      MSISETU-TODOKENAME  =   SPACE
               MOVE    "施設基準コード・届出名を入力"
                                       TO  MSISETU-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MSISETU-STYMD       IS  NOT NUMERIC
               MOVE    "算定開始日を入力してください"
                                       TO  MSISETU-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
           IF      MSISETU-JITAIYMD NOT =  SPACE
           AND   ( MSISETU-JITAIYMD    IS  NOT NUMERIC
           OR      MSISETU-JITAIYMD    <=  MSISETU-STYMD )
               MOVE    "辞退日が正しくありません"
                                       TO  MSISETU-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  230-TOUROKU-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           INITIALIZE                  SISETUKJN-REC
           MOVE    SPA-HOSPNUM         TO  SKJ-HOSPNUM
           MOVE    MSISETU-SKJCD       TO  SKJ-SKJCD
           MOVE    MSISETU-TODOKENAME  TO  SKJ-TODOKENAME
           MOVE    MSISETU-JURINUM     TO  SKJ-JURINUM
           MOVE    MSISETU-STYMD       TO  SKJ-STYMD
           MOVE    MSISETU-JITAIYMD    TO  SKJ-JITAIYMD
           MOVE    MSISETU-BIKO        TO  SKJ-BIKO
           MOVE    SMCNDATE-YMD        TO  SKJ-UPYMD
           MOVE    SMCNDATE-HMS        TO  SKJ-UPHMS
      *
      *    同一施設基準は削除後に登録する（変更を兼ねる）
           MOVE    SISETUKJN-REC       TO  MCPDATA-REC
           MOVE    "tbl_sisetukjn"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    SISETUKJN-REC       TO  MCPDATA-REC
           MOVE    "tbl_sisetukjn"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "施設基準を登録しました"
                                       TO  MSISETU-MSG
           ELSE
               MOVE    "施設基準を登録できませんでした"
                                       TO  MSISETU-MSG
           END-IF
      *
           PERFORM 220-SKJ-DISP-SEC
           PERFORM 225-SKJ-MEISAI-SEC
           PERFORM 290-REDISP-SEC
           .
       230-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    施設基準届出台帳削除処理
      *****************************************************************
       240-SAKUJO-SEC              SECTION.
      *
           IF      MSISETU-SKJCD       =   SPACE
               MOVE    "施設基準コードを入力"
                                       TO  MSISETU-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  240-SAKUJO-EXT
           END-IF
      *
           INITIALIZE                  SISETUKJN-REC
           MOVE    SPA-HOSPNUM         TO  SKJ-HOSPNUM
           MOVE    MSISETU-SKJCD       TO  SKJ-SKJCD
           MOVE    SISETUKJN-REC       TO  MCPDATA-REC
           MOVE    "tbl_sisetukjn"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "施設基準を削除しました"
                                       TO  MSISETU-MSG
      *        関連点数もあわせて削除する
               INITIALIZE                  SISETUKJNTEN-REC
               MOVE    SPA-HOSPNUM         TO  SKT-HOSPNUM
               MOVE    MSISETU-SKJCD       TO  SKT-SKJCD
               MOVE    SISETUKJNTEN-REC    TO  MCPDATA-REC
               MOVE    "tbl_sisetukjn_ten" TO  MCP-TABLE
               MOVE    "skjcd"             TO  MCP-PATHNAME
               MOVE    "DBDELETE"          TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               MOVE    SPACE               TO  MSISETU-SKJCD
                                               MSISETU-TODOKENAME
                                               MSISETU-JURINUM
                                               MSISETU-STYMD
                                               MSISETU-JITAIYMD
                                               MSISETU-BIKO
           ELSE
               MOVE    "施設基準の登録がありません"
                                       TO  MSISETU-MSG
           END-IF
      *
           PERFORM 220-SKJ-DISP-SEC
           PERFORM 225-SKJ-MEISAI-SEC
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
                   UNTIL   IDX >   30
               MOVE    SPACE               TO
                       MSISETU-LST-SKJCD    ( IDX )
                       MSISETU-LST-NAME     ( IDX )
                       MSISETU-LST-JURINUM  ( IDX )
                       MSISETU-LST-STYMD    ( IDX )
                       MSISETU-LST-JITAIYMD ( IDX )
           END-PERFORM
           MOVE    ZERO                TO  IDX
           .
       250-LST-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    関連点数一覧クリア処理
      *****************************************************************
       260-TLST-CLEAR-SEC          SECTION.
      *
           PERFORM VARYING IDX-T FROM 1 BY 1
                   UNTIL   IDX-T >   30
               MOVE    SPACE               TO
                       MSISETU-TLST-SRYCD ( IDX-T )
           END-PERFORM
           MOVE    ZERO                TO  IDX-T
           .
       260-TLST-CLEAR-EXT.
           EXIT.
      *****************************************************************
      *    関連点数登録処理
      *****************************************************************
       270-TEN-TOUROKU-SEC         SECTION.
      *
           IF      MSISETU-SKJCD       =   SPACE
           OR      MSISETU-SRYCD       =   SPACE
               MOVE    "施設基準コード・診療行為を入力"
                                       TO  MSISETU-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  270-TEN-TOUROKU-EXT
           END-IF
      *
      *    台帳に登録済みの施設基準のみ関連点数を登録できる
           INITIALIZE                  SISETUKJN-REC
           MOVE    SPA-HOSPNUM         TO  SKJ-HOSPNUM
           MOVE    MSISETU-SKJCD       TO  SKJ-SKJCD
           MOVE    SISETUKJN-REC       TO  MCPDATA-REC
           MOVE    "tbl_sisetukjn"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           MOVE    ZERO                TO  FLG-SKJ
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-SKJ
           END-IF
           MOVE    "tbl_sisetukjn"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      FLG-SKJ             =   1
               MOVE    "施設基準を先に登録してください"
                                       TO  MSISETU-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  270-TEN-TOUROKU-EXT
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           INITIALIZE                  SISETUKJNTEN-REC
           MOVE    SPA-HOSPNUM         TO  SKT-HOSPNUM
           MOVE    MSISETU-SKJCD       TO  SKT-SKJCD
           MOVE    MSISETU-SRYCD       TO  SKT-SRYCD
           MOVE    SMCNDATE-YMD        TO  SKT-UPYMD
           MOVE    SMCNDATE-HMS        TO  SKT-UPHMS
      *
           MOVE    SISETUKJNTEN-REC    TO  MCPDATA-REC
           MOVE    "tbl_sisetukjn_ten" TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    SISETUKJNTEN-REC    TO  MCPDATA-REC
           MOVE    "tbl_sisetukjn_ten" TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "関連点数を登録しました"
                                       TO  MSISETU-MSG
               MOVE    SPACE               TO  MSISETU-SRYCD
           ELSE
               MOVE    "関連点数を登録できませんでした"
                                       TO  MSISETU-MSG
           END-IF
      *
           PERFORM 225-SKJ-MEISAI-SEC
           PERFORM 290-REDISP-SEC
           .
       270-TEN-TOUROKU-EXT.
           EXIT.
      *****************************************************************
      *    関連点数削除処理
      *****************************************************************
       280-TEN-SAKUJO-SEC          SECTION.
      *
           IF      MSISETU-SKJCD       =   SPACE
           OR      MSISETU-SRYCD       =   SPACE
               MOVE    "施設基準コード・診療行為を入力"
                                       TO  MSISETU-MSG
               PERFORM 290-REDISP-SEC
               GO  TO  280-TEN-SAKUJO-EXT
           END-IF
      *
           INITIALIZE                  SISETUKJNTEN-REC
           MOVE    SPA-HOSPNUM         TO  SKT-HOSPNUM
           MOVE    MSISETU-SKJCD       TO  SKT-SKJCD
           MOVE    MSISETU-SRYCD       TO  SKT-SRYCD
           MOVE    SISETUKJNTEN-REC    TO  MCPDATA-REC
           MOVE    "tbl_sisetukjn_ten" TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "関連点数を削除しました"
                                       TO  MSISETU-MSG
               MOVE    SPACE               TO  MSISETU-SRYCD
           ELSE
               MOVE    "関連点数の登録がありません"
                                       TO  MSISETU-MSG
           END-IF
      *
           PERFORM 225-SKJ-MEISAI-SEC
           PERFORM 290-REDISP-SEC
           .
       280-TEN-SAKUJO-EXT.
           EXIT.
      *****************************************************************
      *    再表示処理
      *****************************************************************
       290-REDISP-SEC              SECTION.
      *
           MOVE    "CURRENT"           TO  MCP-PUTTYPE
           MOVE    "MSISETU"           TO  MCP-WINDOW
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
           MOVE    "MSISETU"           TO  SPA-MOTOPG
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
