      *  03.00.00    NACL-竹田    06/06/07  患者コメント取り込み不具合
      *                                     対応
      *  03.05.00    NACL-多々納  07/04/XX  グループ診療対応
      *  05.02.01    ORCAMO       26/10/15  前回作成時からの差分反映、
      *                                     算定履歴の対象期間指定、
      *                                     所要時間のログ出力
      *****************************************************************
      *
      *
           03  FLG-ERR2            PIC 9(01).
           03  FLG-ARI             PIC 9(01).
           03  FLG-SINKI           PIC 9(01).
      *    前回作成状況
           03  FLG-PRVMAKE         PIC 9(01).
      *    作成方法（０：全件作成　１：差分反映）
           03  FLG-SABUN           PIC 9(01).
      *    差分反映不可（全件作成へ切替）
           03  FLG-SAIKOUCHIKU     PIC 9(01).
      *
      *    件数領域
       01  CNT-AREA.
           03  CNT-SRC             PIC 9(07).
           03  CNT-PRV             PIC 9(07).
           03  CNT-COPY            PIC 9(07).
      *
      *    添字領域
       01  IDX-AREA.
      *
           03  WRK-PATH                    PIC X(64).
      *
      *    所要時間計測
           03  WRK-STTIME.
               05  WRK-ST-HH       PIC 9(02).
               05  WRK-ST-MM       PIC 9(02).
               05  WRK-ST-SS       PIC 9(02).
               05  WRK-ST-CC       PIC 9(02).
           03  WRK-EDTIME.
               05  WRK-ED-HH       PIC 9(02).
               05  WRK-ED-MM       PIC 9(02).
               05  WRK-ED-SS       PIC 9(02).
               05  WRK-ED-CC       PIC 9(02).
           03  WRK-STBYO           PIC 9(07).
           03  WRK-EDBYO           PIC 9(07).
           03  WRK-KEIKA           PIC 9(07).
           03  WRK-KEIKA-HEN       PIC ZZZZ9.99.
           03  WRK-KENSU-HEN       PIC ZZZZZZ9.
           03  WRK-MODE            PIC X(05).
      *
      *    前回作成日時・更新日時（年月日＋時分秒）
           03  WRK-MAKE-UPD        PIC X(14).
           03  WRK-ROW-UPD         PIC X(14).
      *
      *    算定履歴の対象期間
           03  WRK-KIKANYMD        PIC X(08).
           03  WRK-TSUKISU         PIC 9(07).
           03  WRK-AMARI           PIC 9(02).
      *
      *    差分反映対象テーブル名
           03  WRK-SRC-TABLE       PIC X(64).
           03  WRK-PRV-TABLE       PIC X(64).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
           COPY    "CPSK1013.INC".
      *
      *    システム管理マスタ（プレビュー用ＤＢ作成設定）
       01  SYS-9007-REC.
           03  SYS-9007-KANRICD    PIC X(04).
           03  SYS-9007-KBNCD      PIC X(10).
           03  SYS-9007-STYUKYMD   PIC 9(08).
           03  SYS-9007-EDYUKYMD   PIC 9(08).
           03  SYS-9007-HOSPNUM    PIC 9(02).
           03  SYS-9007-KBNNAME    PIC X(40).
      *    算定履歴の対象月数（０：全期間）
           03  SYS-9007-SANTEI-TSUKISU
                                   PIC 9(03).
      *
      *    プレビュー用ＤＢ作成管理
       01  PRVMAKE-REC.
           03  PRVMK-HOSPNUM       PIC 9(02).
           03  PRVMK-PTID          PIC 9(10).
           03  PRVMK-NYUGAIKBN     PIC X(01).
           03  PRVMK-SRYYM         PIC X(06).
      *    算定履歴の対象開始日（空白：全期間）
           03  PRVMK-KIKANYMD      PIC X(08).
      *    作成開始日時
           03  PRVMK-MAKEYMD       PIC X(08).
           03  PRVMK-MAKEHMS       PIC X(06).
      *    作成方法（FULL/DIFF/RETRY）
           03  PRVMK-MODE          PIC X(05).
      *    反映件数・所要時間（１／１００秒）
           03  PRVMK-KENSU         PIC 9(07).
           03  PRVMK-KEIKA         PIC 9(07).
           03  PRVMK-TERMID        PIC X(64).
           03  PRVMK-UPYMD         PIC X(08).
           03  PRVMK-UPHMS         PIC X(06).
      *
      *
      *    患者マスタ−
       01  PTINF-REC.
           INITIALIZE                  FLG-AREA
           INITIALIZE                  IDX-AREA
           INITIALIZE                  WRK-AREA
           INITIALIZE                  CNT-AREA
      *
      *    所要時間計測開始
           ACCEPT  WRK-STTIME          FROM    TIME
      *
      *    更新日取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *    算定履歴の対象期間編集
           PERFORM 050-KIKAN-HEN-SEC
      *    前回作成分への差分反映可否判定
           PERFORM 060-SABUN-HANTEI-SEC
           IF      FLG-SABUN           =   1
               MOVE    "DIFF"          TO  WRK-MODE
               PERFORM 200-PRV-SABUN-SEC
               IF      FLG-SAIKOUCHIKU =   1
                   DISPLAY "K03 PRVDBMAKE SABUN NG:" SPA-PTID
                   MOVE    ZERO            TO  FLG-SABUN
                   MOVE    "RETRY"         TO  WRK-MODE
                   INITIALIZE                  CNT-AREA
               END-IF
           ELSE
               MOVE    "FULL"          TO  WRK-MODE
           END-IF
           IF      FLG-SABUN           =   ZERO
      *        前回のデータが残っている場合は削除
               CALL    "ORCSPRVDBDEL"      USING
                                           SPA-AREA
      *
               PERFORM 100-PRV-DBMAKE-SEC
           END-IF
      *
      *    所要時間のログ出力・作成状況の記録
           PERFORM 070-KEIKA-HEN-SEC
           IF      FLG-PTINF           =   ZERO
               PERFORM 080-PRVMAKE-UPD-SEC
           END-IF
      *
           .
       000-PROC-EXT.
           EXIT    PROGRAM
           .
      *
      *****************************************************************
      *    算定履歴の対象期間編集
      *****************************************************************
       050-KIKAN-HEN-SEC               SECTION.
      *
      *    対象月数の指定がなければ全期間
           MOVE    SPACE               TO  WRK-KIKANYMD
      *
           MOVE    1                   TO  FLG-SYSKANRI
           INITIALIZE                      SYS-9007-REC
           MOVE    "9007"              TO  SYS-9007-KANRICD
           MOVE    "01"                TO  SYS-9007-KBNCD
           MOVE    SMCNDATE-YMD        TO  SYS-9007-STYUKYMD
                                           SYS-9007-EDYUKYMD
           MOVE    SPA-HOSPNUM         TO  SYS-9007-HOSPNUM
           MOVE    SYS-9007-REC        TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               MOVE    "tbl_syskanri"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               CALL    "ORCDBMAIN"         USING   MCPAREA
                                                   MCPDATA-REC
                                                   SPA-AREA
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  SYS-9007-REC
                   MOVE    ZERO                TO  FLG-SYSKANRI
               END-IF
           END-IF
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           PERFORM 990-DBCLOSE-SEC
      *
           IF      FLG-SYSKANRI    NOT =   ZERO
           OR      SYS-9007-SANTEI-TSUKISU
                                       =   ZERO
               GO  TO  050-KIKAN-HEN-EXT
           END-IF
      *
      *    診療月から指定月数さかのぼった月の初日以降を対象とする
           MOVE    SPA-SRYYMD          TO  WRK-SYMD
           COMPUTE WRK-TSUKISU     =   WRK-SYY     *   12
                                   +   WRK-SMM     -   1
                                   -   SYS-9007-SANTEI-TSUKISU
           DIVIDE  WRK-TSUKISU     BY  12
                                   GIVING      WRK-SYY
                                   REMAINDER   WRK-AMARI
           COMPUTE WRK-SMM         =   WRK-AMARI   +   1
           MOVE    01                  TO  WRK-SDD
           MOVE    WRK-SYMD            TO  WRK-KIKANYMD
           .
       050-KIKAN-HEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    差分反映可否判定
      *****************************************************************
       060-SABUN-HANTEI-SEC            SECTION.
      *
           MOVE    ZERO                TO  FLG-SABUN
      *
           INITIALIZE                      PRVMAKE-REC
           MOVE    SPA-HOSPNUM         TO  PRVMK-HOSPNUM
           MOVE    SPA-PTID            TO  PRVMK-PTID
           PERFORM 940-PRVMAKE-READ-SEC
           IF      FLG-PRVMAKE     NOT =   ZERO
               GO  TO  060-SABUN-HANTEI-EXT
           END-IF
      *    同日に同一条件で作成済の場合のみ差分反映とする
           IF      PRVMK-NYUGAIKBN NOT =   SPA-NYUGAIKBN
           OR      PRVMK-SRYYM     NOT =   SPA-SRYYMD(1:6)
           OR      PRVMK-KIKANYMD  NOT =   WRK-KIKANYMD
           OR      PRVMK-MAKEYMD   NOT =   SMCNDATE-YMD
               GO  TO  060-SABUN-HANTEI-EXT
           END-IF
      *    前回作成分が削除済の場合は全件作成
           INITIALIZE                      PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    SPA-PTID            TO  PTINF-PTID
           PERFORM 940-PTINFPRV-READ-SEC
           IF      FLG-PTINFPRV    NOT =   ZERO
               GO  TO  060-SABUN-HANTEI-EXT
           END-IF
      *
           MOVE    PRVMK-MAKEYMD       TO  WRK-MAKE-UPD(1:8)
           MOVE    PRVMK-MAKEHMS       TO  WRK-MAKE-UPD(9:6)
           MOVE    1                   TO  FLG-SABUN
           .
       060-SABUN-HANTEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    所要時間編集・ログ出力
      *****************************************************************
       070-KEIKA-HEN-SEC               SECTION.
      *
           ACCEPT  WRK-EDTIME          FROM    TIME
      *
           COMPUTE WRK-STBYO   =   ((WRK-ST-HH * 60 + WRK-ST-MM) * 60
                                   + WRK-ST-SS) * 100 + WRK-ST-CC
           COMPUTE WRK-EDBYO   =   ((WRK-ED-HH * 60 + WRK-ED-MM) * 60
                                   + WRK-ED-SS) * 100 + WRK-ED-CC
      *    日付をまたいだ場合
           IF      WRK-EDBYO       <   WRK-STBYO
               ADD     8640000             TO  WRK-EDBYO
           END-IF
           COMPUTE WRK-KEIKA       =   WRK-EDBYO   -   WRK-STBYO
           COMPUTE WRK-KEIKA-HEN   =   WRK-KEIKA   /   100
           MOVE    CNT-COPY            TO  WRK-KENSU-HEN
      *
           DISPLAY "K03 PRVDBMAKE PTID:"   SPA-PTID
                   " MODE:"                WRK-MODE
                   " KENSU:"               WRK-KENSU-HEN
                   " TIME:"                WRK-KEIKA-HEN
           .
       070-KEIKA-HEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    プレビュー用ＤＢ作成状況更新
      *****************************************************************
       080-PRVMAKE-UPD-SEC             SECTION.
      *
           INITIALIZE                      PRVMAKE-REC
           MOVE    SPA-HOSPNUM         TO  PRVMK-HOSPNUM
           MOVE    SPA-PTID            TO  PRVMK-PTID
           MOVE    SPA-NYUGAIKBN       TO  PRVMK-NYUGAIKBN
           MOVE    SPA-SRYYMD(1:6)     TO  PRVMK-SRYYM
           MOVE    WRK-KIKANYMD        TO  PRVMK-KIKANYMD
      *    作成開始日時（次回はこれ以降の更新分を反映する）
           MOVE    SMCNDATE-YMD        TO  PRVMK-MAKEYMD
           MOVE    SMCNDATE-HMS        TO  PRVMK-MAKEHMS
           MOVE    WRK-MODE            TO  PRVMK-MODE
           MOVE    CNT-COPY            TO  PRVMK-KENSU
           MOVE    WRK-KEIKA           TO  PRVMK-KEIKA
           MOVE    SPA-TERMID          TO  PRVMK-TERMID
           MOVE    SMCNDATE-YMD        TO  PRVMK-UPYMD
           MOVE    WRK-EDTIME(1:6)     TO  PRVMK-UPHMS
      *
           MOVE    PRVMAKE-REC         TO  MCPDATA-REC
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           MOVE    "tbl_prvmake"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           IF      MCP-RC          NOT =   ZERO
               MOVE    PRVMAKE-REC         TO  MCPDATA-REC
               MOVE    "DBINSERT"          TO  MCP-FUNC
               MOVE    "tbl_prvmake"       TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               CALL    "ORCDBMAIN"         USING   MCPAREA
                                                   MCPDATA-REC
                                                   SPA-AREA
               IF      MCP-RC          NOT =   ZERO
                   DISPLAY "K03 PRVMAKE-UPD ERR:" SPA-PTID
               END-IF
           END-IF
           .
       080-PRVMAKE-UPD-EXT.
           EXIT.
      *
      *----->take add st
      *****************************************************************
      *    プレビュー用患者登録処理
grpsys         CALL    "ORCDBMAIN"         USING   MCPAREA
                                                   MCPDATA-REC
                                                   SPA-AREA
               ADD     1                   TO  CNT-COPY
               MOVE    "tbl_jyurrk"    TO  MCP-TABLE
               MOVE    "key31"         TO  MCP-PATHNAME
               PERFORM 970-JYURRK-NEXT2-SEC
grpsys         CALL    "ORCDBMAIN"         USING   MCPAREA
                                                   MCPDATA-REC
                                                   SPA-AREA
               ADD     1                   TO  CNT-COPY
               MOVE    "tbl_sryacct"   TO  MCP-TABLE
               MOVE    "key7"          TO  MCP-PATHNAME
               PERFORM 930-SRYACCT-NEXT2-SEC
grpsys         CALL    "ORCDBMAIN"         USING   MCPAREA
                                                   MCPDATA-REC
                                                   SPA-AREA
               ADD     1                   TO  CNT-COPY
               MOVE    "tbl_sryacctplus"   TO  MCP-TABLE
               MOVE    "key3"              TO  MCP-PATHNAME
               PERFORM 930-SRYACCTPLUS-NEXT2-SEC
           END-IF
           PERFORM
                   UNTIL       FLG-SANTEI     =   1
      *        対象期間前の算定履歴は作成しない
               IF      WRK-KIKANYMD        =   SPACE
               OR      SANTEI-SRYYMD   >=  WRK-KIKANYMD
                   MOVE    SANTEI-REC          TO  MCPDATA-REC
                   MOVE    "DBINSERT"          TO  MCP-FUNC
                   MOVE    "tbl_santei_prv"    TO  MCP-TABLE
                   MOVE    "key"               TO  MCP-PATHNAME
grpsys             CALL    "ORCDBMAIN"         USING   MCPAREA
                                                       MCPDATA-REC
                                                       SPA-AREA
                   ADD     1                   TO  CNT-COPY
               END-IF
               MOVE    "tbl_santei"        TO  MCP-TABLE
               MOVE    "key13"             TO  MCP-PATHNAME
               PERFORM 915-SANTEI-NEXT2-SEC
grpsys         CALL    "ORCDBMAIN"         USING   MCPAREA
                                                   MCPDATA-REC
                                                   SPA-AREA
               ADD     1                   TO  CNT-COPY
      *
               PERFORM 100-PTCOMPRV-INS-SEC
      *
           EXIT.
      *
      *****************************************************************
      *    前回作成分への差分反映処理
      *****************************************************************
       200-PRV-SABUN-SEC               SECTION.
      *
           MOVE    ZERO                TO  FLG-SAIKOUCHIKU
      *
      *    TMP患者マスタ更新
           PERFORM 210-PTINFPRV-UPD-SEC
           IF      FLG-SAIKOUCHIKU     =   1
               GO  TO  200-PRV-SABUN-EXT
           END-IF
      *    TMP受診履歴反映
           PERFORM 220-JYURRKPRV-SABUN-SEC
           IF      FLG-SAIKOUCHIKU     =   1
               GO  TO  200-PRV-SABUN-EXT
           END-IF
      *    TMP診療会計反映
           PERFORM 230-ACCTPRV-SABUN-SEC
           IF      FLG-SAIKOUCHIKU     =   1
               GO  TO  200-PRV-SABUN-EXT
           END-IF
      *    TMP診療行為反映
           PERFORM 240-ACTPRV-SABUN-SEC
           IF      FLG-SAIKOUCHIKU     =   1
               GO  TO  200-PRV-SABUN-EXT
           END-IF
      *    TMP算定履歴反映
           PERFORM 250-SANTEIPRV-SABUN-SEC
           IF      FLG-SAIKOUCHIKU     =   1
               GO  TO  200-PRV-SABUN-EXT
           END-IF
      *    TMP診療会計付加情報反映
           PERFORM 260-ACCTPLUSPRV-SABUN-SEC
           .
       200-PRV-SABUN-EXT.
           EXIT.
      *
      *****************************************************************
      *    プレビュー用患者マスタ更新処理
      *****************************************************************
       210-PTINFPRV-UPD-SEC            SECTION.
      *
      *    プレビューで剤番号が更新されるため毎回実ＤＢの内容に戻す
           INITIALIZE                      PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    SPA-PTID            TO  PTINF-PTID
           PERFORM 940-PTINF-READ-SEC
           IF      FLG-PTINF           =   1
               MOVE    1                   TO  FLG-SAIKOUCHIKU
               GO  TO  210-PTINFPRV-UPD-EXT
           END-IF
           MOVE    PTINF-REC           TO  MCPDATA-REC
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           MOVE    "tbl_ptinf_prv"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-SAIKOUCHIKU
           END-IF
           .
       210-PTINFPRV-UPD-EXT.
           EXIT.
      *
      *****************************************************************
      *    プレビュー用受診履歴差分反映処理
      *****************************************************************
       220-JYURRKPRV-SABUN-SEC         SECTION.
      *
           MOVE    ZERO                TO  CNT-SRC
           MOVE    ZERO                TO  CNT-PRV
      *    プレビューで書き込まれた行を戻す
           INITIALIZE                      JYURRK-REC
           MOVE    SPA-HOSPNUM         TO  JYURRK-HOSPNUM
           MOVE    SPA-PTID            TO  JYURRK-PTID
           MOVE    SPA-NYUGAIKBN       TO  JYURRK-NYUGAIKBN
           MOVE    SPA-SRYYMD(1:6)     TO  JYURRK-SRYYMD
           MOVE    "% "                TO  JYURRK-SRYYMD(7:2)
           MOVE    JYURRK-REC          TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_jyurrk_prv"    TO  MCP-TABLE
           MOVE    "key31"             TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_jyurrk_prv" TO  MCP-TABLE
               MOVE    "key31"         TO  MCP-PATHNAME
               PERFORM 970-JYURRK-NEXT2-SEC
           ELSE
               MOVE    1               TO  FLG-JYURRK
           END-IF
           PERFORM
                   UNTIL       FLG-JYURRK      =   1
               ADD     1               TO  CNT-PRV
               MOVE    JYURRK-UPYMD    TO  WRK-ROW-UPD(1:8)
               MOVE    JYURRK-UPHMS    TO  WRK-ROW-UPD(9:6)
               IF      WRK-ROW-UPD     >=  WRK-MAKE-UPD
                   MOVE    JYURRK-REC  TO  MCPDATA-REC
                   MOVE    "tbl_jyurrk_prv" TO  WRK-PRV-TABLE
                   PERFORM 280-PRV-DELETE-SEC
                   MOVE    JYURRK-REC  TO  MCPDATA-REC
                   MOVE    "tbl_jyurrk" TO  WRK-SRC-TABLE
                   PERFORM 281-JITSU-COPY-SEC
               END-IF
               MOVE    "tbl_jyurrk_prv" TO  MCP-TABLE
               MOVE    "key31"         TO  MCP-PATHNAME
               PERFORM 970-JYURRK-NEXT2-SEC
           END-PERFORM
           MOVE    "tbl_jyurrk_prv"    TO  MCP-TABLE
           MOVE    "key31"             TO  MCP-PATHNAME
           PERFORM 990-DBCLOSE2-SEC
      *
      *    前回作成後に更新された行を反映
           INITIALIZE                      JYURRK-REC
           MOVE    SPA-HOSPNUM         TO  JYURRK-HOSPNUM
           MOVE    SPA-PTID            TO  JYURRK-PTID
           MOVE    SPA-NYUGAIKBN       TO  JYURRK-NYUGAIKBN
           MOVE    SPA-SRYYMD(1:6)     TO  JYURRK-SRYYMD
           MOVE    "% "                TO  JYURRK-SRYYMD(7:2)
           MOVE    JYURRK-REC          TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_jyurrk"        TO  MCP-TABLE
           MOVE    "key31"             TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_jyurrk"    TO  MCP-TABLE
               MOVE    "key31"         TO  MCP-PATHNAME
               PERFORM 970-JYURRK-NEXT2-SEC
           ELSE
               MOVE    "0002"          TO  SPA-ERRCD
               MOVE    1               TO  FLG-JYURRK
           END-IF
           PERFORM
                   UNTIL       FLG-JYURRK      =   1
               ADD     1               TO  CNT-SRC
               MOVE    JYURRK-UPYMD    TO  WRK-ROW-UPD(1:8)
               MOVE    JYURRK-UPHMS    TO  WRK-ROW-UPD(9:6)
               IF      WRK-ROW-UPD     >=  WRK-MAKE-UPD
                   MOVE    JYURRK-REC  TO  MCPDATA-REC
                   MOVE    "tbl_jyurrk_prv" TO  WRK-PRV-TABLE
                   PERFORM 282-PRV-UPDATE-SEC
                   IF      MCP-RC          NOT =   ZERO
                       MOVE    JYURRK-REC TO  MCPDATA-REC
                       PERFORM 283-PRV-INSERT-SEC
                   END-IF
               END-IF
               MOVE    "tbl_jyurrk"    TO  MCP-TABLE
               MOVE    "key31"         TO  MCP-PATHNAME
               PERFORM 970-JYURRK-NEXT2-SEC
           END-PERFORM
           MOVE    "tbl_jyurrk"        TO  MCP-TABLE
           MOVE    "key31"             TO  MCP-PATHNAME
           PERFORM 990-DBCLOSE2-SEC
      *    件数不一致時は全件作成に切替
           IF      CNT-SRC         NOT =   CNT-PRV
               MOVE    1               TO  FLG-SAIKOUCHIKU
           END-IF
           .
      *
       220-JYURRKPRV-SABUN-EXT.
           EXIT.
      *
      *****************************************************************
      *    プレビュー用診療会計差分反映処理
      *****************************************************************
       230-ACCTPRV-SABUN-SEC           SECTION.
      *
           MOVE    ZERO                TO  CNT-SRC
           MOVE    ZERO                TO  CNT-PRV
      *    プレビューで書き込まれた行を戻す
           INITIALIZE                      SRYACCT-REC
           MOVE    SPA-HOSPNUM         TO  ACCT-HOSPNUM
           MOVE    SPA-PTID            TO  ACCT-PTID
           MOVE    SPA-NYUGAIKBN       TO  ACCT-NYUGAIKBN
           MOVE    SPA-SRYYMD(1:6)     TO  ACCT-SRYYM
           MOVE    SRYACCT-REC         TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_sryacct_prv"   TO  MCP-TABLE
           MOVE    "key7"              TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_sryacct_prv" TO  MCP-TABLE
               MOVE    "key7"          TO  MCP-PATHNAME
               PERFORM 930-SRYACCT-NEXT2-SEC
           ELSE
               MOVE    1               TO  FLG-SRYACCT
           END-IF
           PERFORM
                   UNTIL       FLG-SRYACCT     =   1
               ADD     1               TO  CNT-PRV
               MOVE    ACCT-UPYMD      TO  WRK-ROW-UPD(1:8)
               MOVE    ACCT-UPHMS      TO  WRK-ROW-UPD(9:6)
               IF      WRK-ROW-UPD     >=  WRK-MAKE-UPD
                   MOVE    SRYACCT-REC TO  MCPDATA-REC
                   MOVE    "tbl_sryacct_prv" TO  WRK-PRV-TABLE
                   PERFORM 280-PRV-DELETE-SEC
                   MOVE    SRYACCT-REC TO  MCPDATA-REC
                   MOVE    "tbl_sryacct" TO  WRK-SRC-TABLE
                   PERFORM 281-JITSU-COPY-SEC
               END-IF
               MOVE    "tbl_sryacct_prv" TO  MCP-TABLE
               MOVE    "key7"          TO  MCP-PATHNAME
               PERFORM 930-SRYACCT-NEXT2-SEC
           END-PERFORM
           MOVE    "tbl_sryacct_prv"   TO  MCP-TABLE
           MOVE    "key7"              TO  MCP-PATHNAME
           PERFORM 990-DBCLOSE2-SEC
      *
      *    前回作成後に更新された行を反映
           INITIALIZE                      SRYACCT-REC
           MOVE    SPA-HOSPNUM         TO  ACCT-HOSPNUM
           MOVE    SPA-PTID            TO  ACCT-PTID
           MOVE    SPA-NYUGAIKBN       TO  ACCT-NYUGAIKBN
           MOVE    SPA-SRYYMD(1:6)     TO  ACCT-SRYYM
           MOVE    SRYACCT-REC         TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_sryacct"       TO  MCP-TABLE
           MOVE    "key7"              TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_sryacct"   TO  MCP-TABLE
               MOVE    "key7"          TO  MCP-PATHNAME
               PERFORM 930-SRYACCT-NEXT2-SEC
           ELSE
               MOVE    "0002"          TO  SPA-ERRCD
               MOVE    1               TO  FLG-SRYACCT
           END-IF
           PERFORM
                   UNTIL       FLG-SRYACCT     =   1
               ADD     1               TO  CNT-SRC
               MOVE    ACCT-UPYMD      TO  WRK-ROW-UPD(1:8)
               MOVE    ACCT-UPHMS      TO  WRK-ROW-UPD(9:6)
               IF      WRK-ROW-UPD     >=  WRK-MAKE-UPD
                   MOVE    SRYACCT-REC TO  MCPDATA-REC
                   MOVE    "tbl_sryacct_prv" TO  WRK-PRV-TABLE
                   PERFORM 282-PRV-UPDATE-SEC
                   IF      MCP-RC          NOT =   ZERO
                       MOVE    SRYACCT-REC TO  MCPDATA-REC
                       PERFORM 283-PRV-INSERT-SEC
                   END-IF
               END-IF
               MOVE    "tbl_sryacct"   TO  MCP-TABLE
               MOVE    "key7"          TO  MCP-PATHNAME
               PERFORM 930-SRYACCT-NEXT2-SEC
           END-PERFORM
           MOVE    "tbl_sryacct"       TO  MCP-TABLE
           MOVE    "key7"              TO  MCP-PATHNAME
           PERFORM 990-DBCLOSE2-SEC
      *    件数不一致時は全件作成に切替
           IF      CNT-SRC         NOT =   CNT-PRV
               MOVE    1               TO  FLG-SAIKOUCHIKU
           END-IF
           .
      *
       230-ACCTPRV-SABUN-EXT.
           EXIT.
      *
      *****************************************************************
      *    プレビュー用診療行為差分反映処理
      *****************************************************************
       240-ACTPRV-SABUN-SEC            SECTION.
      *
           MOVE    ZERO                TO  CNT-SRC
           MOVE    ZERO                TO  CNT-PRV
      *    プレビューで書き込まれた行を戻す
           INITIALIZE                      SRYACT-REC
           MOVE    SPA-HOSPNUM         TO  SRY-HOSPNUM
           MOVE    SPA-PTID            TO  SRY-PTID
           MOVE    SPA-NYUGAIKBN       TO  SRY-NYUGAIKBN
           MOVE    SPA-SRYYMD(1:6)     TO  SRY-SRYYM
           MOVE    SRYACT-REC          TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_sryact_prv"    TO  MCP-TABLE
           MOVE    "key4"              TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_sryact_prv" TO  MCP-TABLE
               MOVE    "key4"          TO  MCP-PATHNAME
               PERFORM 915-SRYACT-NEXT2-SEC
           ELSE
               MOVE    1               TO  FLG-SRYACT
           END-IF
           PERFORM
                   UNTIL       FLG-SRYACT      =   1
               ADD     1               TO  CNT-PRV
               MOVE    SRY-UPYMD       TO  WRK-ROW-UPD(1:8)
               MOVE    SRY-UPHMS       TO  WRK-ROW-UPD(9:6)
               IF      WRK-ROW-UPD     >=  WRK-MAKE-UPD
                   MOVE    SRYACT-REC  TO  MCPDATA-REC
                   MOVE    "tbl_sryact_prv" TO  WRK-PRV-TABLE
                   PERFORM 280-PRV-DELETE-SEC
                   MOVE    SRYACT-REC  TO  MCPDATA-REC
                   MOVE    "tbl_sryact" TO  WRK-SRC-TABLE
                   PERFORM 281-JITSU-COPY-SEC
                   IF      FLG-ARI             =   1
                       PERFORM 100-PTCOMPRV-INS-SEC
                   END-IF
               END-IF
               MOVE    "tbl_sryact_prv" TO  MCP-TABLE
               MOVE    "key4"          TO  MCP-PATHNAME
               PERFORM 915-SRYACT-NEXT2-SEC
           END-PERFORM
           MOVE    "tbl_sryact_prv"    TO  MCP-TABLE
           MOVE    "key4"              TO  MCP-PATHNAME
           PERFORM 990-DBCLOSE2-SEC
      *
      *    前回作成後に更新された行を反映
           INITIALIZE                      SRYACT-REC
           MOVE    SPA-HOSPNUM         TO  SRY-HOSPNUM
           MOVE    SPA-PTID            TO  SRY-PTID
           MOVE    SPA-NYUGAIKBN       TO  SRY-NYUGAIKBN
           MOVE    SPA-SRYYMD(1:6)     TO  SRY-SRYYM
           MOVE    SRYACT-REC          TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "key4"              TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_sryact"    TO  MCP-TABLE
               MOVE    "key4"          TO  MCP-PATHNAME
               PERFORM 915-SRYACT-NEXT2-SEC
           ELSE
               MOVE    "0002"          TO  SPA-ERRCD
               MOVE    1               TO  FLG-SRYACT
           END-IF
           PERFORM
                   UNTIL       FLG-SRYACT      =   1
               ADD     1               TO  CNT-SRC
               MOVE    SRY-UPYMD       TO  WRK-ROW-UPD(1:8)
               MOVE    SRY-UPHMS       TO  WRK-ROW-UPD(9:6)
               IF      WRK-ROW-UPD     >=  WRK-MAKE-UPD
                   MOVE    SRYACT-REC  TO  MCPDATA-REC
                   MOVE    "tbl_sryact_prv" TO  WRK-PRV-TABLE
                   PERFORM 282-PRV-UPDATE-SEC
                   IF      MCP-RC          NOT =   ZERO
                       MOVE    SRYACT-REC TO  MCPDATA-REC
                       PERFORM 283-PRV-INSERT-SEC
                   END-IF
                   PERFORM 100-PTCOMPRV-INS-SEC
               END-IF
               MOVE    "tbl_sryact"    TO  MCP-TABLE
               MOVE    "key4"          TO  MCP-PATHNAME
               PERFORM 915-SRYACT-NEXT2-SEC
           END-PERFORM
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "key4"              TO  MCP-PATHNAME
           PERFORM 990-DBCLOSE2-SEC
      *    件数不一致時は全件作成に切替
           IF      CNT-SRC         NOT =   CNT-PRV
               MOVE    1               TO  FLG-SAIKOUCHIKU
           END-IF
           .
      *
       240-ACTPRV-SABUN-EXT.
           EXIT.
      *
      *****************************************************************
      *    プレビュー用算定履歴差分反映処理
      *****************************************************************
       250-SANTEIPRV-SABUN-SEC         SECTION.
      *
           MOVE    ZERO                TO  CNT-SRC
           MOVE    ZERO                TO  CNT-PRV
      *    プレビューで書き込まれた行を戻す
           INITIALIZE                      SANTEI-REC
           MOVE    SPA-HOSPNUM         TO  SANTEI-HOSPNUM
           MOVE    SPA-PTID            TO  SANTEI-PTID
           MOVE    SANTEI-REC          TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_santei_prv"    TO  MCP-TABLE
           MOVE    "key13"             TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_santei_prv" TO  MCP-TABLE
               MOVE    "key13"         TO  MCP-PATHNAME
               PERFORM 915-SANTEI-NEXT2-SEC
           ELSE
               MOVE    1               TO  FLG-SANTEI
           END-IF
           PERFORM
                   UNTIL       FLG-SANTEI      =   1
               ADD     1               TO  CNT-PRV
               MOVE    SANTEI-UPYMD    TO  WRK-ROW-UPD(1:8)
               MOVE    SANTEI-UPHMS    TO  WRK-ROW-UPD(9:6)
               IF      WRK-ROW-UPD     >=  WRK-MAKE-UPD
                   MOVE    SANTEI-REC  TO  MCPDATA-REC
                   MOVE    "tbl_santei_prv" TO  WRK-PRV-TABLE
                   PERFORM 280-PRV-DELETE-SEC
                   IF      WRK-KIKANYMD        =   SPACE
                   OR      SANTEI-SRYYMD   >=  WRK-KIKANYMD
                       MOVE    SANTEI-REC TO  MCPDATA-REC
                       MOVE    "tbl_santei" TO  WRK-SRC-TABLE
                       PERFORM 281-JITSU-COPY-SEC
                   END-IF
               END-IF
               MOVE    "tbl_santei_prv" TO  MCP-TABLE
               MOVE    "key13"         TO  MCP-PATHNAME
               PERFORM 915-SANTEI-NEXT2-SEC
           END-PERFORM
           MOVE    "tbl_santei_prv"    TO  MCP-TABLE
           MOVE    "key13"             TO  MCP-PATHNAME
           PERFORM 990-DBCLOSE2-SEC
      *
      *    前回作成後に更新された行を反映
           INITIALIZE                      SANTEI-REC
           MOVE    SPA-HOSPNUM         TO  SANTEI-HOSPNUM
           MOVE    SPA-PTID            TO  SANTEI-PTID
           MOVE    SANTEI-REC          TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_santei"        TO  MCP-TABLE
           MOVE    "key13"             TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_santei"    TO  MCP-TABLE
               MOVE    "key13"         TO  MCP-PATHNAME
               PERFORM 915-SANTEI-NEXT2-SEC
           ELSE
               MOVE    "0002"          TO  SPA-ERRCD
               MOVE    1               TO  FLG-SANTEI
           END-IF
           PERFORM
                   UNTIL       FLG-SANTEI      =   1
      *        対象期間前の算定履歴は対象外
               IF      WRK-KIKANYMD        =   SPACE
               OR      SANTEI-SRYYMD   >=  WRK-KIKANYMD
                   ADD     1           TO  CNT-SRC
                   MOVE    SANTEI-UPYMD TO  WRK-ROW-UPD(1:8)
                   MOVE    SANTEI-UPHMS TO  WRK-ROW-UPD(9:6)
                   IF      WRK-ROW-UPD     >=  WRK-MAKE-UPD
                       MOVE    SANTEI-REC TO  MCPDATA-REC
                       MOVE    "tbl_santei_prv" TO  WRK-PRV-TABLE
                       PERFORM 282-PRV-UPDATE-SEC
                       IF      MCP-RC          NOT =   ZERO
                           MOVE    SANTEI-REC TO  MCPDATA-REC
                           PERFORM 283-PRV-INSERT-SEC
                       END-IF
                   END-IF
               END-IF
               MOVE    "tbl_santei"    TO  MCP-TABLE
               MOVE    "key13"         TO  MCP-PATHNAME
               PERFORM 915-SANTEI-NEXT2-SEC
           END-PERFORM
           MOVE    "tbl_santei"        TO  MCP-TABLE
           MOVE    "key13"             TO  MCP-PATHNAME
           PERFORM 990-DBCLOSE2-SEC
      *    件数不一致時は全件作成に切替
           IF      CNT-SRC         NOT =   CNT-PRV
               MOVE    1               TO  FLG-SAIKOUCHIKU
           END-IF
           .
      *
       250-SANTEIPRV-SABUN-EXT.
           EXIT.
      *
      *****************************************************************
      *    プレビュー用診療会計付加情報差分反映処理
      *****************************************************************
       260-ACCTPLUSPRV-SABUN-SEC       SECTION.
      *
           MOVE    ZERO                TO  CNT-SRC
           MOVE    ZERO                TO  CNT-PRV
      *    プレビューで書き込まれた行を戻す
           INITIALIZE                      SRYACCTPLUS-REC
           MOVE    SPA-HOSPNUM         TO  ACCTP-HOSPNUM
           MOVE    SPA-PTID            TO  ACCTP-PTID
           MOVE    SPA-NYUGAIKBN       TO  ACCTP-NYUGAIKBN
           MOVE    SPA-SRYYMD(1:6)     TO  ACCTP-SRYYM
           MOVE    SRYACCTPLUS-REC     TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_sryacctplus_prv" TO  MCP-TABLE
           MOVE    "key3"              TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_sryacctplus_prv" TO  MCP-TABLE
               MOVE    "key3"          TO  MCP-PATHNAME
               PERFORM 930-SRYACCTPLUS-NEXT2-SEC
           ELSE
               MOVE    1               TO  FLG-SRYACCTPLUS
           END-IF
           PERFORM
                   UNTIL       FLG-SRYACCTPLUS =   1
               ADD     1               TO  CNT-PRV
               MOVE    ACCTP-UPYMD     TO  WRK-ROW-UPD(1:8)
               MOVE    ACCTP-UPHMS     TO  WRK-ROW-UPD(9:6)
               IF      WRK-ROW-UPD     >=  WRK-MAKE-UPD
                   MOVE    SRYACCTPLUS-REC TO  MCPDATA-REC
                   MOVE    "tbl_sryacctplus_prv" TO  WRK-PRV-TABLE
                   PERFORM 280-PRV-DELETE-SEC
                   MOVE    SRYACCTPLUS-REC TO  MCPDATA-REC
                   MOVE    "tbl_sryacctplus" TO  WRK-SRC-TABLE
                   PERFORM 281-JITSU-COPY-SEC
               END-IF
               MOVE    "tbl_sryacctplus_prv" TO  MCP-TABLE
               MOVE    "key3"          TO  MCP-PATHNAME
               PERFORM 930-SRYACCTPLUS-NEXT2-SEC
           END-PERFORM
           MOVE    "tbl_sryacctplus_prv" TO  MCP-TABLE
           MOVE    "key3"              TO  MCP-PATHNAME
           PERFORM 990-DBCLOSE2-SEC
      *
      *    前回作成後に更新された行を反映
           INITIALIZE                      SRYACCTPLUS-REC
           MOVE    SPA-HOSPNUM         TO  ACCTP-HOSPNUM
           MOVE    SPA-PTID            TO  ACCTP-PTID
           MOVE    SPA-NYUGAIKBN       TO  ACCTP-NYUGAIKBN
           MOVE    SPA-SRYYMD(1:6)     TO  ACCTP-SRYYM
           MOVE    SRYACCTPLUS-REC     TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_sryacctplus"   TO  MCP-TABLE
           MOVE    "key3"              TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_sryacctplus" TO  MCP-TABLE
               MOVE    "key3"          TO  MCP-PATHNAME
               PERFORM 930-SRYACCTPLUS-NEXT2-SEC
           ELSE
               MOVE    "0002"          TO  SPA-ERRCD
               MOVE    1               TO  FLG-SRYACCTPLUS
           END-IF
           PERFORM
                   UNTIL       FLG-SRYACCTPLUS =   1
               ADD     1               TO  CNT-SRC
               MOVE    ACCTP-UPYMD     TO  WRK-ROW-UPD(1:8)
               MOVE    ACCTP-UPHMS     TO  WRK-ROW-UPD(9:6)
               IF      WRK-ROW-UPD     >=  WRK-MAKE-UPD
                   MOVE    SRYACCTPLUS-REC TO  MCPDATA-REC
                   MOVE    "tbl_sryacctplus_prv" TO  WRK-PRV-TABLE
                   PERFORM 282-PRV-UPDATE-SEC
                   IF      MCP-RC          NOT =   ZERO
                       MOVE    SRYACCTPLUS-REC TO  MCPDATA-REC
                       PERFORM 283-PRV-INSERT-SEC
                   END-IF
               END-IF
               MOVE    "tbl_sryacctplus" TO  MCP-TABLE
               MOVE    "key3"          TO  MCP-PATHNAME
               PERFORM 930-SRYACCTPLUS-NEXT2-SEC
           END-PERFORM
           MOVE    "tbl_sryacctplus"   TO  MCP-TABLE
           MOVE    "key3"              TO  MCP-PATHNAME
           PERFORM 990-DBCLOSE2-SEC
      *    件数不一致時は全件作成に切替
           IF      CNT-SRC         NOT =   CNT-PRV
               MOVE    1               TO  FLG-SAIKOUCHIKU
           END-IF
           .
      *
       260-ACCTPLUSPRV-SABUN-EXT.
           EXIT.
      *
      *****************************************************************
      *    プレビュー用テーブル行削除処理
      *****************************************************************
       280-PRV-DELETE-SEC              SECTION.
      *
           MOVE    "DBDELETE"          TO  MCP-FUNC
           MOVE    WRK-PRV-TABLE       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           IF      MCP-RC              =   ZERO
               SUBTRACT    1               FROM    CNT-PRV
           ELSE
               MOVE    1                   TO  FLG-SAIKOUCHIKU
           END-IF
           .
       280-PRV-DELETE-EXT.
           EXIT.
      *
      *****************************************************************
      *    実ＤＢの同一キー行の複写処理
      *****************************************************************
       281-JITSU-COPY-SEC              SECTION.
      *
           MOVE    ZERO                TO  FLG-ARI
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    WRK-SRC-TABLE       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               MOVE    WRK-SRC-TABLE       TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               CALL    "ORCDBMAIN"         USING   MCPAREA
                                                   MCPDATA-REC
                                                   SPA-AREA
               IF      MCP-RC              =   ZERO
                   MOVE    1                   TO  FLG-ARI
                   PERFORM 283-PRV-INSERT-SEC
               END-IF
           END-IF
           MOVE    WRK-SRC-TABLE       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           PERFORM 990-DBCLOSE-SEC
           .
       281-JITSU-COPY-EXT.
           EXIT.
      *
      *****************************************************************
      *    プレビュー用テーブル行更新処理
      *****************************************************************
       282-PRV-UPDATE-SEC              SECTION.
      *
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           MOVE    WRK-PRV-TABLE       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           IF      MCP-RC              =   ZERO
               ADD     1                   TO  CNT-COPY
           END-IF
           .
       282-PRV-UPDATE-EXT.
           EXIT.
      *
      *****************************************************************
      *    プレビュー用テーブル行追加処理
      *****************************************************************
       283-PRV-INSERT-SEC              SECTION.
      *
           MOVE    "DBINSERT"          TO  MCP-FUNC
           MOVE    WRK-PRV-TABLE       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           IF      MCP-RC              =   ZERO
               ADD     1                   TO  CNT-PRV
               ADD     1                   TO  CNT-COPY
           ELSE
               MOVE    1                   TO  FLG-SAIKOUCHIKU
           END-IF
           .
       283-PRV-INSERT-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者マスター読込
      *****************************************************************
       940-PTINF-READ-SEC         SECTION.
       940-PTINFPRV-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    プレビュー用ＤＢ作成状況読込
      *****************************************************************
       940-PRVMAKE-READ-SEC       SECTION.
      *
           MOVE    PRVMAKE-REC         TO  MCPDATA-REC
           MOVE    "DBSELECT"          TO  MCP-FUNC
           MOVE    "tbl_prvmake"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               MOVE    "tbl_prvmake"       TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               CALL    "ORCDBMAIN"         USING   MCPAREA
                                                   MCPDATA-REC
                                                   SPA-AREA
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC        TO  PRVMAKE-REC
                   MOVE    ZERO               TO  FLG-PRVMAKE
               ELSE
                   MOVE    1                  TO  FLG-PRVMAKE
               END-IF
           ELSE
               MOVE    1              TO  FLG-PRVMAKE
           END-IF
      *
           MOVE    "tbl_prvmake"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           PERFORM 990-DBCLOSE-SEC
      *
           .
       940-PRVMAKE-READ-EXT.
           EXIT.
      *
      *----> take add ed
      *****************************************************************
      *    ＤＢクロース処理
