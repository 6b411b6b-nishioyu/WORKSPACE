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
       IDENTIFICATION      DIVISION.
       PROGRAM-ID.         ORAPI034R1V2.
      *****************************************************************
      *  システム名        : 日医標準レセプトソフト
      *  サブシステム名    : API連携用モジュール
      *  コンポーネント名  : 患者ポータル照会（電子交付）
      *                      （外部の患者ポータルから患者本人の
      *                        ポータルＩＤ・認証キーで認証し、
      *                        直近の受診・会計、領収書・診療明細書
      *                        ＰＤＦ、予約を照会する。
      *                        ＰＤＦはＡＰＩ用帳票データレスポンス
      *                        作成（ＯＲＣＳＡＰＩＦＭ）で作成し、
      *                        電子交付テーブルに保存して再利用する。
      *                        要求区分　０１：認証
      *                        　　　　　０２：受診・会計照会
      *                        　　　　　０３：領収書・明細書取得
      *                        　　　　　０４：予約照会
      *                        　　　　　０５：電子交付データ作成
      *                        　　　　　　　　（医療機関側から会計
      *                        　　　　　　　　　後に呼出し、患者
      *                        　　　　　　　　　認証は行わない））
      *  管理者            :
      *  作成日付    作業者        記述
      *  26/10/15    ORCAMO        新規作成
      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *****************************************************************
      *
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       WORKING-STORAGE             SECTION.
      *
      *    スパ領域
           COPY    "COMMON-SPA".
      *
       01  FLG-AREA.
           03  FLG-PORTAL              PIC 9(01).
           03  FLG-SYUNOU              PIC 9(01).
           03  FLG-KOFU                PIC 9(01).
           03  FLG-YYK                 PIC 9(01).
           03  FLG-PTINF               PIC 9(01).
           03  FLG-PDF                 PIC 9(01).
           03  FLG-WEBORCA             PIC 9(01).
      *
       01  IDX-AREA.
           03  IDX                     PIC 9(04).
           03  IDX2                    PIC 9(04).
           03  IDX-DAY                 PIC 9(04).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-ERRCD               PIC X(02).
           03  WRK-ERRMSG              PIC X(100).
           03  WRK-MIDDLEWARE-MODE     PIC X(10).
           03  WRK-DENPNUM             PIC 9(07).
           03  WRK-NYUGAIKBN           PIC X(01).
           03  WRK-SYUBETU             PIC X(01).
           03  WRK-KBNCD               PIC X(08).
           03  WRK-OBJECT              PIC X(36).
           03  WRK-YMD.
               05  WRK-YMD-YY          PIC 9(04).
               05  WRK-YMD-MM          PIC 9(02).
               05  WRK-YMD-DD          PIC 9(02).
           03  WRK-GETUMATU-DD         PIC 9(02).
           03  WRK-SYO                 PIC 9(04).
           03  WRK-AMARI               PIC 9(04).
      *
      *    受診・会計の一覧（診療日の新しい順）
       01  SRYL-AREA.
           03  SRYL-MAX                PIC 9(02).
           03  SRYL-TBL                OCCURS  21.
               05  SRYL-SRYYMD         PIC X(08).
               05  SRYL-NYUGAIKBN      PIC X(01).
               05  SRYL-DENPNUM        PIC 9(07).
               05  SRYL-SRYKA          PIC X(02).
               05  SRYL-SKYMONEY       PIC S9(10).
               05  SRYL-NYKMONEY       PIC S9(10).
      *
       01  CONST-AREA.
      *    認証失敗の許容回数（超えると利用停止）
           03  CONST-MISS-MAX          PIC 9(02)   VALUE   5.
      *    一覧の最大件数
           03  CONST-SRYL-MAX          PIC 9(02)   VALUE   20.
      *    予約照会の日数
           03  CONST-YYK-DAYS          PIC 9(04)   VALUE   90.
      *
           COPY    "CPRPKEY.INC".
      *
      *****************************************************************
      *    サブプロ用　領域
      *****************************************************************
      *
           COPY    "CPORCSCOMMON.INC".
      *
      *    マシン日付取得サブ
           COPY    "CPORCSMCNDATE.INC".
      *
      *    患者番号変換サブ
           COPY    "CPORCSPTID.INC".
      *
      *    ＡＰＩアクセス権限判定サブ
           COPY    "CPORCSAPIKEN.INC".
      *
      *    オンライン帳票ＩＤ連絡
           COPY    "CPORCSRPLNK.INC".
      *
      *    オンライン帳票名・出力先プリンタ名取得
           COPY    "CPORCSPRTNM.INC".
      *
      *    クライアント印刷制御
           COPY    "CPORCSPRTCTRL.INC".
      *
      *    一時ディレクトリ作成
           COPY    "CPORCSTEMPDIR.INC".
      *
      *    API用帳票データレスポンス作成
           COPY    "CPORCSAPIFM.INC".
      *
      *    領収書印刷パラメタ
           COPY    "CPORCHC03.INC".
      *
      *    診療費明細書印刷パラメタ
           COPY    "CPORCHC04.INC".
      *
      *    API XML読み込み用定義体
           COPY    "CPPTPORTALV2REQ.INC".
      *
      *    API XML書き込み用定義体
           COPY    "CPPTPORTALV2RES.INC".
      *
      *    API XML読み込み共通定義
           COPY    "CPAPIV2REQ.INC".
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    システム管理
           COPY    "CPSYSKANRI.INC".
           COPY    "CPSK1010.INC".
      *
      *    患者情報
       01  PTINF-REC.
           COPY    "CPPTINF.INC".
      *
      *    収納
       01  SYUNOU-REC.
           COPY    "CPSYUNOU.INC".
      *
      *    予約テーブル
       01  YYK-REC.
           COPY    "CPYYK.INC".
      *
      *    患者ポータル設定テーブル
       01  PTPORTAL-REC.
           03  PTP-HOSPNUM             PIC 9(02).
           03  PTP-PTID                PIC 9(10).
      *    交付区分（０：紙　１：電子のみ　２：紙と電子）
           03  PTP-KOFUKBN             PIC X(01).
      *    ポータル利用区分（０：利用しない　１：利用する）
           03  PTP-RIYOKBN             PIC X(01).
           03  PTP-PORTALID            PIC X(64).
           03  PTP-NINSYOKEY           PIC X(64).
      *    連続認証失敗回数・利用停止日
           03  PTP-MISSCNT             PIC 9(02).
           03  PTP-LOCKYMD             PIC X(08).
      *    最終認証日時
           03  PTP-LASTYMD             PIC X(08).
           03  PTP-LASTHMS             PIC X(06).
           03  PTP-TERMID              PIC X(16).
           03  PTP-OPID                PIC X(16).
           03  PTP-CREYMD              PIC X(08).
           03  PTP-UPYMD               PIC X(08).
           03  PTP-UPHMS               PIC X(06).
      *
      *    電子交付テーブル
       01  DENSHIKOFU-REC.
           03  DK-HOSPNUM              PIC 9(02).
           03  DK-PTID                 PIC 9(10).
           03  DK-NYUGAIKBN            PIC X(01).
           03  DK-DENPNUM              PIC 9(07).
      *    帳票種別（１：領収書　２：診療費明細書）
           03  DK-SYUBETU              PIC X(01).
           03  DK-SRYYMD               PIC X(08).
      *    帳票データ（ＭＯＮＢＬＯＢ）
           03  DK-OBJECT               PIC X(36).
           03  DK-KOFUYMD              PIC X(08).
           03  DK-KOFUHMS              PIC X(06).
      *    初回閲覧日・閲覧回数
           03  DK-ETURANYMD            PIC X(08).
           03  DK-ETURANCNT            PIC 9(04).
           03  DK-UPYMD                PIC X(08).
           03  DK-UPHMS                PIC X(06).
      *
           COPY    "MCPDATA.INC".
      *
      *****************************************************************
      *    連絡領域
      *****************************************************************
       LINKAGE                 SECTION.
            COPY    "MCPAREA".
            COPY    "ORCA-SPA".
            COPY    "LINKAREA".
       01  SCRAREA.
           COPY    "API01RV2SCRAREA.INC".
      *
       PROCEDURE                   DIVISION    USING
           MCPAREA
           SPAAREA
           LINKAREA
           SCRAREA.
      *
      *****************************************************************
      *    主処理
      *****************************************************************
       000-MAIN-SEC                SECTION.
      *
           DISPLAY   "****************"
           DISPLAY   "* portal start *"
           DISPLAY   "****************"
      *
           INITIALIZE                  FLG-AREA
           INITIALIZE                  IDX-AREA
           INITIALIZE                  WRK-AREA
           INITIALIZE                  SPA-AREA
      *
      *    初期処理
           PERFORM 100-INIT-SEC
      *
      *    主処理
           IF    ( WRK-ERRCD          =   SPACE )
               EVALUATE    PTPORTALREQ-REQUEST-MODE
      *            認証
                   WHEN    "01"
                       PERFORM 200-NINSYO-SEC
      *            受診・会計照会
                   WHEN    "02"
                       PERFORM 300-JYUSIN-SEC
      *            領収書・明細書取得
                   WHEN    "03"
                       PERFORM 400-PDF-SEC
      *            予約照会
                   WHEN    "04"
                       PERFORM 500-YOYAKU-SEC
      *            電子交付データ作成
                   WHEN    "05"
                       PERFORM 600-KOFU-SEC
                   WHEN    OTHER
                       MOVE    "01"        TO  WRK-ERRCD
               END-EVALUATE
           END-IF
      *
      *    返却領域編集
           PERFORM 700-END-SEC
      *
           DISPLAY   "****************"
           DISPLAY   "* portal end   *"
           DISPLAY   "****************"
           .
       000-MAIN-EXIT.
           EXIT    PROGRAM.
      *
      *****************************************************************
      *    初期　処理
      *****************************************************************
       100-INIT-SEC                SECTION.
      *
           INITIALIZE                  XML-PTPORTALRES
      *
      *    更新日取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           MOVE    MCP-USER            TO  SPA-OPID
           MOVE    SMCNDATE-YMD        TO  SPA-SYSYMD
      *
      *    医療機関識別番号セット
           MOVE    "API"               TO  SPA-MOTOPG
           CALL    "ORCSHOSPNUM"       USING
                                       MCPAREA
                                       SPA-AREA
           IF    ( SPA-ERRCD   NOT =   SPACE )
               MOVE   "99"         TO  WRK-ERRCD
               GO  TO  100-INIT-EXT
           END-IF
      *
      *    ＳＰＡ共通設定
           INITIALIZE                  SYS-1010-REC
           INITIALIZE                  ORCSCOMMONAREA
           MOVE    "M00"               TO  ORCSCOMMON-PG
           CALL    "ORCSCOMMON"        USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSCOMMONAREA
                                       SYS-1010-REC
           IF    ( SPA-ERRCD       NOT =   SPACE )
               MOVE   "89"         TO  WRK-ERRCD
               GO  TO  100-INIT-EXT
           END-IF
      *
      *    接続元のＡＰＩ利用権限・呼出上限判定
           PERFORM 810-APIKEN-SEC
           IF    ( WRK-ERRCD       NOT =   SPACE )
               GO  TO  100-INIT-EXT
           END-IF
      *
           INITIALIZE                  STEMPDIR-AREA
           CALL    "ORCSTEMPDIR"       USING
                                       STEMPDIR-AREA
      *
      *    XML情報取り出し
           PERFORM 900-XML-READ-SEC
           IF    ( WRK-ERRCD       NOT =   SPACE )
               GO  TO  100-INIT-EXT
           END-IF
      *
      *    患者番号変換
           INITIALIZE                  ORCSPTIDAREA
           MOVE    SPA-HOSPNUM         TO  SPTID-HOSPNUM
           MOVE    PTPORTALREQ-PTNUM   TO  SPTID-PTNUM
           CALL    "ORCSPTID"          USING
                                       ORCSPTIDAREA
                                       SPA-AREA
           IF    ( SPTID-RC        NOT =   ZERO )
               MOVE    "02"            TO  WRK-ERRCD
               GO  TO  100-INIT-EXT
           END-IF
           MOVE    SPTID-PTNUM         TO  SPA-PTNUM
           MOVE    SPTID-PTID          TO  SPA-PTID
      *
      *    参照可能な患者の判定
           PERFORM 811-APIKEN-PT-SEC
           IF    ( WRK-ERRCD       NOT =   SPACE )
               GO  TO  100-INIT-EXT
           END-IF
      *
           PERFORM 800-PTPORTAL-GET-SEC
      *
      *    電子交付データ作成は医療機関側からの呼出しのため
      *    患者認証を行わない
           IF    ( PTPORTALREQ-REQUEST-MODE    =   "05" )
               GO  TO  100-INIT-EXT
           END-IF
      *
           PERFORM 110-NINSYO-CHK-SEC
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者認証処理
      *    （ポータルＩＤ・認証キーを照合する。連続して許容回数を
      *      超えて失敗した場合は利用停止とし、窓口での解除を要す）
      *****************************************************************
       110-NINSYO-CHK-SEC          SECTION.
      *
           IF    ( FLG-PORTAL      NOT =   ZERO )
           OR    ( PTP-RIYOKBN     NOT =   "1" )
               MOVE    "03"            TO  WRK-ERRCD
               GO  TO  110-NINSYO-CHK-EXT
           END-IF
           IF    ( PTP-LOCKYMD     NOT =   SPACE )
               MOVE    "04"            TO  WRK-ERRCD
               GO  TO  110-NINSYO-CHK-EXT
           END-IF
      *
           IF    ( PTPORTALREQ-PORTALID    =   SPACE )
           OR    ( PTPORTALREQ-NINSYOKEY   =   SPACE )
           OR    ( PTPORTALREQ-PORTALID    NOT =   PTP-PORTALID )
           OR    ( PTPORTALREQ-NINSYOKEY   NOT =   PTP-NINSYOKEY )
               MOVE    "03"            TO  WRK-ERRCD
               ADD     1               TO  PTP-MISSCNT
               IF    ( PTP-MISSCNT     >=  CONST-MISS-MAX )
                   MOVE    SMCNDATE-YMD    TO  PTP-LOCKYMD
                   MOVE    "04"            TO  WRK-ERRCD
               END-IF
           ELSE
               MOVE    ZERO            TO  PTP-MISSCNT
               MOVE    SMCNDATE-YMD    TO  PTP-LASTYMD
               MOVE    SMCNDATE-HMS    TO  PTP-LASTHMS
           END-IF
      *
           MOVE    SMCNDATE-YMD        TO  PTP-UPYMD
           MOVE    SMCNDATE-HMS        TO  PTP-UPHMS
           MOVE    PTPORTAL-REC        TO  MCPDATA-REC
           MOVE    "tbl_ptportal"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 910-ORCDBMAIN-SEC
           .
       110-NINSYO-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    認証処理（認証結果と患者氏名を返す）
      *****************************************************************
       200-NINSYO-SEC              SECTION.
      *
           PERFORM 800-PTINF-GET-SEC
           MOVE    SPA-PTNUM           TO  PTPORTALRES-PTNUM
           MOVE    PTINF-NAME          TO  PTPORTALRES-NAME
           MOVE    PTP-KOFUKBN         TO  PTPORTALRES-KOFUKBN
           .
       200-NINSYO-EXT.
           EXIT.
      *
      *****************************************************************
      *    受診・会計照会処理
      *    （収納から診療日の新しい順に一覧の最大件数まで返す）
      *****************************************************************
       300-JYUSIN-SEC              SECTION.
      *
           INITIALIZE                  SRYL-AREA
      *
           INITIALIZE                  SYUNOU-REC
           MOVE    SPA-HOSPNUM         TO  SYU-HOSPNUM
           MOVE    SPA-PTID            TO  SYU-PTID
           MOVE    SYUNOU-REC          TO  MCPDATA-REC
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 910-ORCDBMAIN-SEC
           IF    ( MCP-RC              =   ZERO )
               MOVE    ZERO                TO  FLG-SYUNOU
               PERFORM UNTIL   FLG-SYUNOU      =   1
                   MOVE    "tbl_syunou"        TO  MCP-TABLE
                   MOVE    "pt"                TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 910-ORCDBMAIN-SEC
                   IF    ( MCP-RC              =   ZERO )
                       MOVE    MCPDATA-REC         TO  SYUNOU-REC
                       PERFORM 3001-SRYL-ADD-SEC
                   ELSE
                       MOVE    1                   TO  FLG-SYUNOU
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 910-ORCDBMAIN-SEC
      *
           MOVE    SRYL-MAX            TO  PTPORTALRES-SRY-COUNT
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   SRYL-MAX
               MOVE    SRYL-SRYYMD (IDX)
                                       TO  PTPORTALRES-SRY-YMD (IDX)
               MOVE    SRYL-NYUGAIKBN (IDX)
                                       TO  PTPORTALRES-SRY-NYUGAIKBN
                                                               (IDX)
               MOVE    SRYL-DENPNUM (IDX)
                                       TO  PTPORTALRES-SRY-DENPNUM
                                                               (IDX)
               MOVE    SRYL-SRYKA (IDX)
                                       TO  PTPORTALRES-SRY-SRYKA (IDX)
               MOVE    SRYL-SKYMONEY (IDX)
                                       TO  PTPORTALRES-SRY-SKYMONEY
                                                               (IDX)
               MOVE    SRYL-NYKMONEY (IDX)
                                       TO  PTPORTALRES-SRY-NYKMONEY
                                                               (IDX)
      *        領収書の電子交付有無
               MOVE    SRYL-NYUGAIKBN (IDX)    TO  WRK-NYUGAIKBN
               MOVE    SRYL-DENPNUM (IDX)      TO  WRK-DENPNUM
               MOVE    "1"                     TO  WRK-SYUBETU
               PERFORM 800-KOFU-GET-SEC
               IF    ( FLG-KOFU            =   ZERO )
                   MOVE    "1"         TO  PTPORTALRES-SRY-KOFU (IDX)
               ELSE
                   MOVE    "0"         TO  PTPORTALRES-SRY-KOFU (IDX)
               END-IF
           END-PERFORM
           .
       300-JYUSIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    受診・会計一覧追加処理
      *    （診療日・伝票番号の降順に挿入し、最大件数を超えた分は
      *      捨てる）
      *****************************************************************
       3001-SRYL-ADD-SEC           SECTION.
      *
           MOVE    ZERO                TO  IDX2
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   SRYL-MAX
                   OR      IDX2        >   ZERO
               IF    ( SYU-SRYYMD      >   SRYL-SRYYMD (IDX) )
               OR    ( SYU-SRYYMD      =   SRYL-SRYYMD (IDX)
               AND     SYU-DENPNUM     >   SRYL-DENPNUM (IDX) )
                   MOVE    IDX             TO  IDX2
               END-IF
           END-PERFORM
           IF    ( IDX2                =   ZERO )
               IF    ( SRYL-MAX        >=  CONST-SRYL-MAX )
                   GO  TO  3001-SRYL-ADD-EXT
               END-IF
               COMPUTE IDX2    =   SRYL-MAX    +   1
           END-IF
      *
      *    挿入位置以降を１件ずつ後ろへずらす
           PERFORM VARYING IDX FROM SRYL-MAX BY -1
                   UNTIL   IDX         <   IDX2
               MOVE    SRYL-TBL (IDX)      TO  SRYL-TBL (IDX + 1)
           END-PERFORM
           MOVE    SYU-SRYYMD          TO  SRYL-SRYYMD (IDX2)
           MOVE    SYU-NYUGAIKBN       TO  SRYL-NYUGAIKBN (IDX2)
           MOVE    SYU-DENPNUM         TO  SRYL-DENPNUM (IDX2)
           MOVE    SYU-SRYKA           TO  SRYL-SRYKA (IDX2)
           MOVE    SYU-SKYMONEY        TO  SRYL-SKYMONEY (IDX2)
           MOVE    SYU-NYKMONEY        TO  SRYL-NYKMONEY (IDX2)
           IF    ( SRYL-MAX            <   CONST-SRYL-MAX )
               ADD     1                   TO  SRYL-MAX
           END-IF
           .
       3001-SRYL-ADD-EXT.
           EXIT.
      *
      *****************************************************************
      *    領収書・明細書取得処理
      *    （電子交付済みであれば保存済みの帳票データを返し、
      *      未交付であれば作成して保存する）
      *****************************************************************
       400-PDF-SEC                 SECTION.
      *
           PERFORM 410-DENP-CHK-SEC
           IF    ( WRK-ERRCD       NOT =   SPACE )
               GO  TO  400-PDF-EXT
           END-IF
      *
           PERFORM 800-KOFU-GET-SEC
           IF    ( FLG-KOFU        NOT =   ZERO )
               PERFORM 420-PDF-SAKUSEI-SEC
               IF    ( WRK-ERRCD       NOT =   SPACE )
                   GO  TO  400-PDF-EXT
               END-IF
           END-IF
      *
      *    閲覧記録
           IF    ( DK-ETURANYMD        =   SPACE )
               MOVE    SMCNDATE-YMD        TO  DK-ETURANYMD
           END-IF
           ADD     1                   TO  DK-ETURANCNT
           MOVE    SMCNDATE-YMD        TO  DK-UPYMD
           MOVE    SMCNDATE-HMS        TO  DK-UPHMS
           MOVE    DENSHIKOFU-REC      TO  MCPDATA-REC
           MOVE    "tbl_denshikofu"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 910-ORCDBMAIN-SEC
      *
           MOVE    DK-OBJECT           TO  WRK-OBJECT
           MOVE    1                   TO  FLG-PDF
           .
       400-PDF-EXT.
           EXIT.
      *
      *****************************************************************
      *    伝票確認処理（本人の伝票であること）
      *****************************************************************
       410-DENP-CHK-SEC            SECTION.
      *
           IF    ( PTPORTALREQ-SYUBETU     =   "1" OR "2" )
               MOVE    PTPORTALREQ-SYUBETU TO  WRK-SYUBETU
           ELSE
               MOVE    "08"            TO  WRK-ERRCD
               GO  TO  410-DENP-CHK-EXT
           END-IF
      *
      *    電子交付は外来分とする
           MOVE    "2"                 TO  WRK-NYUGAIKBN
           IF    ( PTPORTALREQ-DENPNUM     IS  NOT NUMERIC )
               MOVE    "05"            TO  WRK-ERRCD
               GO  TO  410-DENP-CHK-EXT
           END-IF
           MOVE    PTPORTALREQ-DENPNUM TO  WRK-DENPNUM
      *
           INITIALIZE                  SYUNOU-REC
           MOVE    SPA-HOSPNUM         TO  SYU-HOSPNUM
           MOVE    WRK-NYUGAIKBN       TO  SYU-NYUGAIKBN
           MOVE    SPA-PTID            TO  SYU-PTID
           MOVE    WRK-DENPNUM         TO  SYU-DENPNUM
           MOVE    SYUNOU-REC          TO  MCPDATA-REC
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 910-ORCDBMAIN-SEC
           MOVE    1                   TO  FLG-SYUNOU
           IF    ( MCP-RC              =   ZERO )
               MOVE    "tbl_syunou"        TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 910-ORCDBMAIN-SEC
               IF    ( MCP-RC              =   ZERO )
                   MOVE    MCPDATA-REC         TO  SYUNOU-REC
                   MOVE    ZERO                TO  FLG-SYUNOU
               END-IF
           END-IF
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 910-ORCDBMAIN-SEC
           IF    ( FLG-SYUNOU      NOT =   ZERO )
               MOVE    "05"            TO  WRK-ERRCD
           END-IF
           .
       410-DENP-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    帳票データ作成・保存処理
      *    （領収書・診療費明細書をＰＤＦで作成し、ＡＰＩ用帳票
      *      データレスポンスを電子交付テーブルに保存する）
      *****************************************************************
       420-PDF-SAKUSEI-SEC         SECTION.
      *
      *    ＰＤＦ出力可否
           INITIALIZE                  SRPLNK-AREA
           MOVE    "CHK_MONBLOB"       TO  SRPLNK-MODE
           CALL    "ORCSRPLNK"         USING
                                       SRPLNK-AREA
                                       SPA-AREA
           IF    ( SRPLNK-RC       NOT =   ZERO )
               MOVE    "06"            TO  WRK-ERRCD
               GO  TO  420-PDF-SAKUSEI-EXT
           END-IF
      *
           MOVE    2                   TO  SPA-API-FLG
           MOVE    "3"                 TO  SPA-PRTCONF
           CALL    "ORCSONPRTSET"      USING
                                       SPA-AREA
           INITIALIZE                  ORCSPRTCTRLAREA
           CALL    "ORCSPRTCTRL"       USING
                                       SPA-AREA
                                       ORCSPRTCTRLAREA
                                       MCPAREA
      *
           MOVE    SYU-SRYKA           TO  SPA-SRYKA
           MOVE    SYU-SRYYMD          TO  SPA-SRYYMD
           MOVE    WRK-NYUGAIKBN       TO  SPA-NYUGAIKBN
      *
           MOVE    "01"                TO  SPA-PRT-FLG
           INITIALIZE                  SRPLNK-AREA
           MOVE    "INS"               TO  SRPLNK-MODE
           IF    ( WRK-SYUBETU         =   "1" )
               MOVE    RPKEY-RYOSYUSYO     TO  SRPLNK-VAL
               MOVE    "00000003"          TO  WRK-KBNCD
           ELSE
               MOVE    RPKEY-MEISAISYO     TO  SRPLNK-VAL
               MOVE    "00000008"          TO  WRK-KBNCD
           END-IF
           CALL    "ORCSRPLNK"         USING
                                       SRPLNK-AREA
                                       SPA-AREA
      *
           INITIALIZE                  ORCSPRTNMAREA
           MOVE    WRK-KBNCD           TO  ORCSPRTNM-KBNCD
           MOVE    WRK-NYUGAIKBN       TO  ORCSPRTNM-NYUGAIKBN
           MOVE    "1"                 TO  ORCSPRTNM-KBN
           MOVE    SPA-SRYYMD          TO  ORCSPRTNM-SRYYMD
           CALL    "ORCSPRTNM"         USING
                                       ORCSPRTNMAREA
                                       SPA-AREA
                                       SYSKANRI-REC
      *
           ACCEPT  WRK-MIDDLEWARE-MODE
                   FROM ENVIRONMENT    "MCP_MIDDLEWARE_MODE"
           IF      WRK-MIDDLEWARE-MODE     =   "weborca"
               MOVE    1               TO  FLG-WEBORCA
           ELSE
               MOVE    ZERO            TO  FLG-WEBORCA
           END-IF
      *
           IF    ( WRK-SYUBETU         =   "1" )
               INITIALIZE                  ORCHC03AREA
               MOVE    WRK-DENPNUM         TO  ORCHC03-DENPNUM
               IF     (FLG-WEBORCA         =   1    )
                 AND  (MCP-MIDDLEWARE-VERSION
                                       NOT =   "weborca" )
                   CALL    "ONLINECALL2"       USING
                                               ORCSPRTNM-PRTPG
                                               "COMMON-SPA"
                                               SPA-AREA
                                               "CPORCHC03.INC"
                                               ORCHC03AREA
               ELSE
                   CALL    ORCSPRTNM-PRTPG     USING
                                               SPA-AREA
                                               ORCHC03AREA
               END-IF
           ELSE
               INITIALIZE                  ORCHC04AREA
               MOVE    WRK-DENPNUM         TO  ORCHC04-DENPNUM
               IF     (FLG-WEBORCA         =   1    )
                 AND  (MCP-MIDDLEWARE-VERSION
                                       NOT =   "weborca" )
                   CALL    "ONLINECALL2"       USING
                                               ORCSPRTNM-PRTPG
                                               "COMMON-SPA"
                                               SPA-AREA
                                               "CPORCHC04.INC"
                                               ORCHC04AREA
               ELSE
                   CALL    ORCSPRTNM-PRTPG     USING
                                               SPA-AREA
                                               ORCHC04AREA
               END-IF
           END-IF
           MOVE    SPACE               TO  SPA-PRT-FLG
      *
      *    ＡＰＩ用帳票データレスポンス作成
           INITIALIZE                  SAPIFM-AREA
           CALL    "ORCSAPIFM"         USING
                                       SAPIFM-AREA
                                       SPA-AREA
           IF    ( SAPIFM-ERRCD    NOT =   SPACE )
           OR    ( SAPIFM-OBJECT       =   LOW-VALUE )
               MOVE    "06"            TO  WRK-ERRCD
               GO  TO  420-PDF-SAKUSEI-EXT
           END-IF
      *
      *    電子交付テーブルへ保存（作成し直しは置き換え）
           INITIALIZE                  DENSHIKOFU-REC
           MOVE    SPA-HOSPNUM         TO  DK-HOSPNUM
           MOVE    SPA-PTID            TO  DK-PTID
           MOVE    WRK-NYUGAIKBN       TO  DK-NYUGAIKBN
           MOVE    WRK-DENPNUM         TO  DK-DENPNUM
           MOVE    WRK-SYUBETU         TO  DK-SYUBETU
           MOVE    DENSHIKOFU-REC      TO  MCPDATA-REC
           MOVE    "tbl_denshikofu"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 910-ORCDBMAIN-SEC
      *
           MOVE    SYU-SRYYMD          TO  DK-SRYYMD
           MOVE    SAPIFM-OBJECT       TO  DK-OBJECT
           MOVE    SMCNDATE-YMD        TO  DK-KOFUYMD
                                           DK-UPYMD
           MOVE    SMCNDATE-HMS        TO  DK-KOFUHMS
                                           DK-UPHMS
           MOVE    SPACE               TO  DK-ETURANYMD
           MOVE    ZERO                TO  DK-ETURANCNT
           MOVE    DENSHIKOFU-REC      TO  MCPDATA-REC
           MOVE    "tbl_denshikofu"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 910-ORCDBMAIN-SEC
           IF    ( MCP-RC          NOT =   ZERO )
               MOVE    "06"            TO  WRK-ERRCD
           END-IF
           .
       420-PDF-SAKUSEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    予約照会処理
      *    （当日から予約照会の日数分の予約を返す）
      *****************************************************************
       500-YOYAKU-SEC              SECTION.
      *
           MOVE    ZERO                TO  IDX
           MOVE    SMCNDATE-YMD        TO  WRK-YMD
           PERFORM VARYING IDX-DAY FROM 1 BY 1
                   UNTIL   IDX-DAY     >   CONST-YYK-DAYS
                   OR      IDX         >=  CONST-SRYL-MAX
               PERFORM 5001-YYK-DAY-SEC
               PERFORM 800-YMD-NEXT-SEC
           END-PERFORM
           MOVE    IDX                 TO  PTPORTALRES-YYK-COUNT
           .
       500-YOYAKU-EXT.
           EXIT.
      *
      *****************************************************************
      *    予約照会処理（１日分）
      *****************************************************************
       5001-YYK-DAY-SEC            SECTION.
      *
           INITIALIZE                  YYK-REC
           MOVE    SPA-HOSPNUM         TO  YYK-HOSPNUM
           MOVE    WRK-YMD             TO  YYK-YOYAKUYMD
           MOVE    YYK-REC             TO  MCPDATA-REC
           MOVE    "tbl_yyk"           TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 910-ORCDBMAIN-SEC
           IF    ( MCP-RC              =   ZERO )
               MOVE    ZERO                TO  FLG-YYK
               PERFORM UNTIL   FLG-YYK         =   1
                   MOVE    "tbl_yyk"           TO  MCP-TABLE
                   MOVE    "ymd"               TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 910-ORCDBMAIN-SEC
                   IF    ( MCP-RC              =   ZERO )
                       MOVE    MCPDATA-REC         TO  YYK-REC
                       IF    ( YYK-PTID            =   SPA-PTID )
                       AND   ( IDX                 <   CONST-SRYL-MAX )
                           ADD     1                   TO  IDX
                           MOVE    YYK-YOYAKUYMD       TO
                                   PTPORTALRES-YYK-YMD (IDX)
                           MOVE    YYK-YOYAKUTIME      TO
                                   PTPORTALRES-YYK-TIME (IDX)
                           MOVE    YYK-SRYKA           TO
                                   PTPORTALRES-YYK-SRYKA (IDX)
                           MOVE    YYK-DRCD            TO
                                   PTPORTALRES-YYK-DRCD (IDX)
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-YYK
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_yyk"           TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 910-ORCDBMAIN-SEC
           .
       5001-YYK-DAY-EXT.
           EXIT.
      *
      *****************************************************************
      *    電子交付データ作成処理
      *    （交付区分が電子のみ・紙と電子の患者について、指定伝票
      *      の領収書・診療費明細書を作成して保存する）
      *****************************************************************
       600-KOFU-SEC                SECTION.
      *
           IF    ( FLG-PORTAL      NOT =   ZERO )
           OR    ( PTP-KOFUKBN     NOT =   "1" AND "2" )
               MOVE    "07"            TO  WRK-ERRCD
               GO  TO  600-KOFU-EXT
           END-IF
      *
      *    帳票種別の指定がなければ領収書・明細書の両方
           IF    ( PTPORTALREQ-SYUBETU     =   SPACE )
               MOVE    "1"             TO  PTPORTALREQ-SYUBETU
               PERFORM 410-DENP-CHK-SEC
               IF    ( WRK-ERRCD       =   SPACE )
                   PERFORM 420-PDF-SAKUSEI-SEC
               END-IF
               IF    ( WRK-ERRCD       =   SPACE )
                   MOVE    "2"             TO  PTPORTALREQ-SYUBETU
                   PERFORM 410-DENP-CHK-SEC
               END-IF
               IF    ( WRK-ERRCD       =   SPACE )
                   PERFORM 420-PDF-SAKUSEI-SEC
               END-IF
           ELSE
               PERFORM 410-DENP-CHK-SEC
               IF    ( WRK-ERRCD       =   SPACE )
                   PERFORM 420-PDF-SAKUSEI-SEC
               END-IF
           END-IF
           .
       600-KOFU-EXT.
           EXIT.
      *
      *****************************************************************
      *    返却領域編集処理
      *    （帳票取得はＡＰＩ用帳票データレスポンスをそのまま返す）
      *****************************************************************
       700-END-SEC                 SECTION.
      *
           IF    ( WRK-ERRCD           =   SPACE )
           AND   ( FLG-PDF             =   1 )
               MOVE    WRK-OBJECT          TO  APILST16-BODY
               MOVE    "application/json"  TO  APILST16-CONTENT-TYPE
           ELSE
               MOVE    SMCNDATE-YMD        TO
                       PTPORTALRES-INFORMATION-DATE
               MOVE    SMCNDATE-HMS        TO
                       PTPORTALRES-INFORMATION-TIME
      *
               PERFORM 890-ERRCD-MSG-SEC
               IF      WRK-ERRCD           =   SPACE
                   MOVE    "00"            TO  PTPORTALRES-API-RESULT
               ELSE
                   MOVE    WRK-ERRCD       TO  PTPORTALRES-API-RESULT
               END-IF
               MOVE    WRK-ERRMSG          TO
                       PTPORTALRES-API-RESULT-MSG
      *
               PERFORM 900-XML-WRITE-SEC
           END-IF
      *
           INITIALIZE                  STEMPDIR-AREA
           MOVE    "DEL"               TO  STEMPDIR-MODE
           CALL    "ORCSTEMPDIR"       USING
                                       STEMPDIR-AREA
      *
      *    ＡＰＩ利用ログ記録
           PERFORM 812-APILOG-SEC
           .
       700-END-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者ポータル設定取得処理
      *****************************************************************
       800-PTPORTAL-GET-SEC        SECTION.
      *
           MOVE    1                   TO  FLG-PORTAL
      *
           INITIALIZE                  PTPORTAL-REC
           MOVE    SPA-HOSPNUM         TO  PTP-HOSPNUM
           MOVE    SPA-PTID            TO  PTP-PTID
           MOVE    PTPORTAL-REC        TO  MCPDATA-REC
           MOVE    "tbl_ptportal"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 910-ORCDBMAIN-SEC
           IF    ( MCP-RC              =   ZERO )
               MOVE    "tbl_ptportal"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 910-ORCDBMAIN-SEC
               IF    ( MCP-RC              =   ZERO )
                   MOVE    MCPDATA-REC         TO  PTPORTAL-REC
                   MOVE    ZERO                TO  FLG-PORTAL
               END-IF
           END-IF
           MOVE    "tbl_ptportal"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 910-ORCDBMAIN-SEC
           .
       800-PTPORTAL-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    電子交付取得処理
      *    （ＷＲＫ−ＮＹＵＧＡＩＫＢＮ・ＤＥＮＰＮＵＭ・ＳＹＵＢＥＴＵ）
      *****************************************************************
       800-KOFU-GET-SEC            SECTION.
      *
           MOVE    1                   TO  FLG-KOFU
      *
           INITIALIZE                  DENSHIKOFU-REC
           MOVE    SPA-HOSPNUM         TO  DK-HOSPNUM
           MOVE    SPA-PTID            TO  DK-PTID
           MOVE    WRK-NYUGAIKBN       TO  DK-NYUGAIKBN
           MOVE    WRK-DENPNUM         TO  DK-DENPNUM
           MOVE    WRK-SYUBETU         TO  DK-SYUBETU
           MOVE    DENSHIKOFU-REC      TO  MCPDATA-REC
           MOVE    "tbl_denshikofu"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 910-ORCDBMAIN-SEC
           IF    ( MCP-RC              =   ZERO )
               MOVE    "tbl_denshikofu"    TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 910-ORCDBMAIN-SEC
               IF    ( MCP-RC              =   ZERO )
                   MOVE    MCPDATA-REC         TO  DENSHIKOFU-REC
                   MOVE    ZERO                TO  FLG-KOFU
               END-IF
           END-IF
           MOVE    "tbl_denshikofu"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 910-ORCDBMAIN-SEC
           .
       800-KOFU-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者情報取得処理
      *****************************************************************
       800-PTINF-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-PTINF
      *
           INITIALIZE                  PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    SPA-PTID            TO  PTINF-PTID
           MOVE    PTINF-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 910-ORCDBMAIN-SEC
           IF    ( MCP-RC              =   ZERO )
               MOVE    "tbl_ptinf"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 910-ORCDBMAIN-SEC
               IF    ( MCP-RC              =   ZERO )
                   MOVE    MCPDATA-REC         TO  PTINF-REC
                   MOVE    ZERO                TO  FLG-PTINF
               ELSE
                   INITIALIZE                  PTINF-REC
               END-IF
           END-IF
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 910-ORCDBMAIN-SEC
           .
       800-PTINF-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    翌日算出処理（ＷＲＫ−ＹＭＤを１日進める）
      *****************************************************************
       800-YMD-NEXT-SEC            SECTION.
      *
           EVALUATE    WRK-YMD-MM
               WHEN    01
               WHEN    03
               WHEN    05
               WHEN    07
               WHEN    08
               WHEN    10
               WHEN    12
                   MOVE    31              TO  WRK-GETUMATU-DD
               WHEN    02
      *            うるう年判定
                   DIVIDE  WRK-YMD-YY      BY  4
                           GIVING  WRK-SYO
                           REMAINDER       WRK-AMARI
                   IF      WRK-AMARI       =   ZERO
                       MOVE    29              TO  WRK-GETUMATU-DD
                   ELSE
                       MOVE    28              TO  WRK-GETUMATU-DD
                   END-IF
               WHEN    OTHER
                   MOVE    30              TO  WRK-GETUMATU-DD
           END-EVALUATE
      *
           IF      WRK-YMD-DD          <   WRK-GETUMATU-DD
               ADD     1                   TO  WRK-YMD-DD
           ELSE
               MOVE    1                   TO  WRK-YMD-DD
               IF      WRK-YMD-MM          =   12
                   MOVE    1                   TO  WRK-YMD-MM
                   ADD     1                   TO  WRK-YMD-YY
               ELSE
                   ADD     1                   TO  WRK-YMD-MM
               END-IF
           END-IF
           .
       800-YMD-NEXT-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＡＰＩ利用権限判定処理
      *****************************************************************
       810-APIKEN-SEC              SECTION.
      *
           INITIALIZE                  ORCSAPIKENAREA
           MOVE    "1"                 TO  SAPIKEN-MODE
           MOVE    "ORAPI034R1V2"      TO  SAPIKEN-PGID
           MOVE    MCP-USER            TO  SAPIKEN-CONNID
           CALL    "ORCSAPIKEN"        USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSAPIKENAREA
           EVALUATE    SAPIKEN-RC
               WHEN    1
                   MOVE    "90"            TO  WRK-ERRCD
               WHEN    2
                   MOVE    "91"            TO  WRK-ERRCD
           END-EVALUATE
           .
       810-APIKEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    参照患者範囲判定処理
      *****************************************************************
       811-APIKEN-PT-SEC           SECTION.
      *
           MOVE    "2"                 TO  SAPIKEN-MODE
           MOVE    SPA-PTID            TO  SAPIKEN-PTID
           CALL    "ORCSAPIKEN"        USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSAPIKENAREA
           IF    ( SAPIKEN-RC      NOT =   ZERO )
               MOVE    "92"            TO  WRK-ERRCD
           END-IF
           .
       811-APIKEN-PT-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＡＰＩ利用ログ記録処理
      *****************************************************************
       812-APILOG-SEC              SECTION.
      *
           MOVE    "3"                 TO  SAPIKEN-MODE
           MOVE    WRK-ERRCD           TO  SAPIKEN-RESULT
           CALL    "ORCSAPIKEN"        USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSAPIKENAREA
           .
       812-APILOG-EXT.
           EXIT.
      *
      *****************************************************************
      *    エラーメッセージ編集処理
      *****************************************************************
       890-ERRCD-MSG-SEC            SECTION.
      *
           EVALUATE    WRK-ERRCD
               WHEN    SPACE
                   MOVE    "正常終了"          TO  WRK-ERRMSG
               WHEN    "01"
                   MOVE    "要求区分が不正です"
                                               TO  WRK-ERRMSG
               WHEN    "02"
                   MOVE    "患者番号が不正です"
                                               TO  WRK-ERRMSG
               WHEN    "03"
                   MOVE    "認証できません"    TO  WRK-ERRMSG
               WHEN    "04"
                   MOVE    "利用停止中です"    TO  WRK-ERRMSG
               WHEN    "05"
                   MOVE    "伝票番号が不正です"
                                               TO  WRK-ERRMSG
               WHEN    "06"
                   MOVE    "帳票を作成できません"
                                               TO  WRK-ERRMSG
               WHEN    "07"
                   MOVE    "電子交付の対象ではありません"
                                               TO  WRK-ERRMSG
               WHEN    "08"
                   MOVE    "帳票種別が不正です"
                                               TO  WRK-ERRMSG
               WHEN    "90"
                   MOVE    "ＡＰＩの利用権限がありません"
                                               TO  WRK-ERRMSG
               WHEN    "91"
                   MOVE    "ＡＰＩの呼出上限を超えました"
                                               TO  WRK-ERRMSG
               WHEN    "92"
                   MOVE    "参照できない患者です"
                                               TO  WRK-ERRMSG
               WHEN    OTHER
                   MOVE    "処理できませんでした"
                                               TO  WRK-ERRMSG
           END-EVALUATE
           .
       890-ERRCD-MSG-EXT.
           EXIT.
      *
      *****************************************************************
      *    XML情報を取り出す
      *****************************************************************
       900-XML-READ-SEC             SECTION.
      *
           INITIALIZE                      XML-APIREQ
           MOVE    "xml_ptportalv2req"     TO  MCP-TABLE
           MOVE    "key"                   TO  MCP-PATHNAME
           MOVE    APILST16-BODY           TO  APIREQ-OBJECT
           MOVE    ZERO                    TO  APIREQ-MODE
           MOVE    "private_objects"   TO  APIREQ-RECORDNAME
           PERFORM 910-XMLREAD-SEC
           IF    ( MCP-RC              =   ZERO  OR  1 )
               MOVE    APIREQ-PATIENTINFOREQ
                                       TO  PTPORTALREQ-PRIVATE-OBJECTS
           ELSE
               DISPLAY "XMLREAD failure = " MCP-RC
               MOVE   "98"             TO  WRK-ERRCD
           END-IF
      *
           MOVE    LOW-VALUE               TO  APILST16-BODY
      *
           .
       900-XML-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    XML情報を書き出す
      *****************************************************************
       900-XML-WRITE-SEC             SECTION.
      *
           INITIALIZE                      XML-APIREQ
           MOVE    PTPORTALRES-PRIVATE-OBJECTS
                                           TO  APIREQ-PATIENTINFOREQ
           MOVE    "xml_ptportalv2res"     TO  MCP-TABLE
           MOVE    "key"                   TO  MCP-PATHNAME
           MOVE    1                       TO  APIREQ-MODE
           MOVE    "private_objects"       TO  APIREQ-RECORDNAME
           PERFORM 910-XMLWRITE-SEC
           IF     (MCP-RC              =   ZERO  OR  1  )
               MOVE    APIREQ-OBJECT       TO  APILST16-BODY
               MOVE    "application/xml"   TO  APILST16-CONTENT-TYPE
           ELSE
               DISPLAY "XMLWRITE failure = " MCP-RC
           END-IF
      *
           .
       900-XML-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＸＭＬ読込処理
      *****************************************************************
       910-XMLREAD-SEC                 SECTION.
      *
           MOVE    "XMLREAD"       TO  MCP-FUNC
           CALL    "MONFUNC"           USING
                                       MCPAREA
                                       XML-APIREQ
      *
           .
      *
       910-XMLREAD-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＸＭＬ書込処理
      *****************************************************************
       910-XMLWRITE-SEC                SECTION.
      *
           MOVE    "XMLWRITE"      TO  MCP-FUNC
           CALL    "MONFUNC"           USING
                                       MCPAREA
                                       XML-APIREQ
      *
           .
      *
       910-XMLWRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    テーブルアクセス処理
      *****************************************************************
       910-ORCDBMAIN-SEC               SECTION.
      *
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           .
      *
       910-ORCDBMAIN-EXT.
           EXIT.
