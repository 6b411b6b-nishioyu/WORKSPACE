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
       PROGRAM-ID.             ORCBIMGIMP.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 画像診断
      *  コンポーネント名  : 画像検査実施情報取込・日次突合リスト作成
      *                      （放射線部門システム（ＲＩＳ）からの
      *                        撮影実施情報ファイル（ＣＳＶ）を取り
      *                        込み、オーダーと突合して撮影料・
      *                        診断料・電子画像管理加算・造影剤を
      *                        会計候補として画像検査実施テーブル
      *                        へ登録する。あわせて、オーダーが
      *                        あるのに実施情報が届かないもの、
      *                        実施済みなのに会計に入っていない
      *                        ものの日次突合リストを出力する。
      *                        外注検査結果取込（ＯＲＣＢＬＡＢＩＭＰ）
      *                        と同じ考え方で日次に実行する）
      *  管理者            :
      *  作成日付    作業者        記述
      *  26/10/15    ORCAMO        新規作成
      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *
      *    撮影実施情報ファイル（ＣＳＶ）
           SELECT  JISSI-FILE      ASSIGN  JISSIPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-JISSI.
      *
      *    取込結果・日次突合リスト
           SELECT  IMGLST-FILE     ASSIGN  IMGLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-IMGLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
      *    撮影実施情報ファイル
       FD  JISSI-FILE.
       01  JISSI-REC               PIC X(300).
      *
      *    取込結果・日次突合リスト
       FD  IMGLST-FILE.
       01  IMGLST-REC              PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-JISSI                       PIC X(02).
           03  STS-IMGLST                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-ODR                         PIC 9(01).
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-FETCH2                      PIC 9(01).
           03  FLG-JISSI                       PIC 9(01).
           03  FLG-TENSU                       PIC 9(01).
           03  FLG-ARI                         PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(06).
           03  CNT-TORIKOMI                    PIC 9(06).
           03  CNT-ERR                         PIC 9(06).
           03  CNT-MICHAKU                     PIC 9(06).
           03  CNT-MIKAIKEI                    PIC 9(06).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        未着・会計未反映とみなす経過日数（既定１日）
               05  WRK-PARA-MICHAKU            PIC 9(03).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
               05  WRK-PARA-INFILE             PIC X(128).
      *
      *    実施情報ＣＳＶ分解領域
      *    （撮影料・診断料・電子画像管理加算・造影剤の診療行為
      *      コードはＲＩＳ側の設定で付与されたものを使用する）
           03  WRK-CSV.
               05  WRK-CSV-PTNUM               PIC X(20).
               05  WRK-CSV-ODRNUM              PIC X(20).
               05  WRK-CSV-JISSIYMD            PIC X(08).
               05  WRK-CSV-BUI                 PIC X(40).
      *        撮影方法（１：単純　２：特殊　３：造影　４：乳房
      *                  ５：ＣＴ　６：ＭＲＩ　９：その他）
               05  WRK-CSV-HOUHOU              PIC X(01).
               05  WRK-CSV-SATUEI-SRYCD        PIC X(09).
               05  WRK-CSV-SINDAN-SRYCD        PIC X(09).
      *        電子画像管理（１：あり）
               05  WRK-CSV-DENSHIFLG           PIC X(01).
               05  WRK-CSV-DENSHI-SRYCD        PIC X(09).
               05  WRK-CSV-ZOUEI-SRYCD         PIC X(09).
               05  WRK-CSV-ZOUEI-SURYO         PIC X(10).
      *
           03  WRK-PTID                        PIC 9(10).
           03  WRK-CHK-SRYCD                   PIC X(09).
           03  WRK-CHK-YMD                     PIC X(08).
           03  WRK-ERRMSG                      PIC X(40).
           03  WRK-KIGENYMD                    PIC X(08).
           03  WRK-LINE                        PIC X(200).
      *
           03  JISSIPARA                       PIC X(256).
           03  IMGLSTPARA                      PIC X(256).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    検査オーダーテーブル
       01  ORDER-REC.
           COPY    "CPORDER.INC".
      *
      *    画像検査実施テーブル（会計候補）
       01  IMGJISSI-REC.
           03  IMJ-HOSPNUM             PIC 9(02).
           03  IMJ-PTID                PIC 9(10).
           03  IMJ-JISSIYMD            PIC X(08).
           03  IMJ-ODRNUM              PIC X(20).
           03  IMJ-BUI                 PIC X(40).
           03  IMJ-HOUHOU              PIC X(01).
           03  IMJ-SATUEI-SRYCD        PIC X(09).
           03  IMJ-SINDAN-SRYCD        PIC X(09).
           03  IMJ-DENSHIFLG           PIC X(01).
           03  IMJ-DENSHI-SRYCD        PIC X(09).
           03  IMJ-ZOUEI-SRYCD         PIC X(09).
           03  IMJ-ZOUEI-SURYO         PIC 9(05)V9(03).
      *    オーダー突合（１：オーダーあり）
           03  IMJ-ODRFLG              PIC X(01).
      *    会計反映（０：会計候補　１：会計済み）
           03  IMJ-KAIKEIFLG           PIC X(01).
           03  IMJ-UPYMD               PIC X(08).
           03  IMJ-UPHMS               PIC X(06).
      *
      *    会計データテーブル
       01  SRYACT-REC.
           COPY    "CPSRYACT.INC".
      *
      *    点数マスタ
       01  TNS-TENSU-REC.
           COPY    "CPTENSU.INC".
      *
      *    患者番号
       01  PTNUM-REC.
           COPY    "CPPTNUM.INC".
      *
      *    ジョブ管理マスタ
       01  JOBKANRI-REC.
           COPY    "CPJOBKANRI.INC".
      *
      *****************************************************************
      *    サブプロ用領域
      *****************************************************************
      *
      *    マシン日付取得サブ
           COPY    "CPORCSMCNDATE.INC".
      *
      *   ジョブ管理ＤＢ制御サブ
           COPY    "CPORCSJOBKANRI.INC".
      *
      *    日付変換サブ
           COPY    "CPORCSDAY.INC".
           COPY    "CPORCSLNK.INC".
      *
      *    ＤＢ検索
           COPY    "MCPDATA.INC".
           COPY    "MCPAREA".
      *
      ****************************************************************
       LINKAGE                 SECTION.
       01  COMMAND-PARAM.
           02  FILLER      PIC X(512).
      ****************************************************************
       PROCEDURE           DIVISION
               USING
           COMMAND-PARAM.
      *
      *****************************************************************
      *    主　　処理
      *****************************************************************
       000-PROC-SEC                SECTION.
      *
           PERFORM 100-INIT-SEC
      *
      *    実施情報の取込
           PERFORM 200-TORIKOMI-SEC
      *
      *    実施情報未着オーダーの出力
           PERFORM 300-MICHAKU-SEC
      *
      *    会計未反映の実施の出力
           PERFORM 400-MIKAIKEI-SEC
      *
           PERFORM 500-TERM-SEC
      *
           STOP    RUN
           .
      *****************************************************************
      *    初期　処理
      *****************************************************************
       100-INIT-SEC                SECTION.
      *
           DISPLAY "*** ORCBIMGIMP START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-MICHAKU
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               WRK-PARA-INFILE
                                               IMGLSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           IF      WRK-PARA-MICHAKU    =   ZERO
               MOVE    1                   TO  WRK-PARA-MICHAKU
           END-IF
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "画像検査実施情報取込"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBIMGIMP"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    未着・会計未反映の判定基準日（当日−経過日数）
           INITIALIZE                      STS-AREA-DAY
           INITIALIZE                      LNK-DAY6-AREA
           MOVE  "61"                      TO  LNK-DAY6-IRAI
           MOVE  SMCNDATE-YMD              TO  LNK-DAY6-KIJUN
           MOVE  "2"                       TO  LNK-DAY6-ZOGENPTN
           COMPUTE LNK-DAY6-ZOGEN  =   ZERO    -   WRK-PARA-MICHAKU
           CALL  "ORCSDAY"                 USING   STS-AREA-DAY
                                                   LNK-DAY6-AREA
           MOVE    LNK-DAY6-KEISAN         TO  WRK-KIGENYMD
      *
           OPEN    OUTPUT              IMGLST-FILE
      *
           STRING  "＊＊＊　画像検査実施情報取込"
                                       DELIMITED   BY  SIZE
                   "　＊＊＊　処理日："
                                       DELIMITED   BY  SIZE
                   SMCNDATE-YMD        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IMGLST-WRITE-SEC
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    実施情報取込処理
      *****************************************************************
       200-TORIKOMI-SEC            SECTION.
      *
           MOVE    WRK-PARA-INFILE     TO  JISSIPARA
           OPEN    INPUT               JISSI-FILE
           IF      STS-JISSI       NOT =   "00"
               DISPLAY "ORCBIMGIMP JISSI OPEN ERR " STS-JISSI
               MOVE    "実施情報ファイルがありません"
                                       TO  WRK-LINE
               PERFORM 900-IMGLST-WRITE-SEC
               GO  TO  200-TORIKOMI-EXT
           END-IF
      *
           PERFORM 900-JISSI-READ-SEC
           PERFORM 210-TORIKOMI-1KEN-SEC
                   UNTIL   FLG-JISSI       =   1
      *
           CLOSE   JISSI-FILE
           .
       200-TORIKOMI-EXT.
           EXIT.
      *
      *****************************************************************
      *    実施情報取込処理（１件）
      *****************************************************************
       210-TORIKOMI-1KEN-SEC       SECTION.
      *
           INITIALIZE                  WRK-CSV
           UNSTRING    JISSI-REC       DELIMITED   BY  ","
                                       INTO    WRK-CSV-PTNUM
                                               WRK-CSV-ODRNUM
                                               WRK-CSV-JISSIYMD
                                               WRK-CSV-BUI
                                               WRK-CSV-HOUHOU
                                               WRK-CSV-SATUEI-SRYCD
                                               WRK-CSV-SINDAN-SRYCD
                                               WRK-CSV-DENSHIFLG
                                               WRK-CSV-DENSHI-SRYCD
                                               WRK-CSV-ZOUEI-SRYCD
                                               WRK-CSV-ZOUEI-SURYO
           END-UNSTRING
      *
      *    見出し行等、実施日が日付でない行は読み飛ばす
           IF      WRK-CSV-JISSIYMD    IS  NOT NUMERIC
               GO  TO  210-TORIKOMI-NEXT
           END-IF
      *
           PERFORM 220-KOUMOKU-CHK-SEC
           IF      WRK-ERRMSG      NOT =   SPACE
               ADD     1                   TO  CNT-ERR
               STRING  "【取込エラー】患者："
                                           DELIMITED   BY  SIZE
                       WRK-CSV-PTNUM       DELIMITED   BY  SPACE
                       "　オーダー："      DELIMITED   BY  SIZE
                       WRK-CSV-ODRNUM      DELIMITED   BY  SPACE
                       "　"                DELIMITED   BY  SIZE
                       WRK-ERRMSG          DELIMITED   BY  SPACE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-IMGLST-WRITE-SEC
               GO  TO  210-TORIKOMI-NEXT
           END-IF
      *
      *    オーダーとの突合（該当オーダーがなくても取り込むが
      *      警告行を出力する）
           PERFORM 800-ORDER-CHK-SEC
           IF      FLG-ODR         NOT =   ZERO
               STRING  "【オーダーなし】患者："
                                           DELIMITED   BY  SIZE
                       WRK-CSV-PTNUM       DELIMITED   BY  SPACE
                       "　実施日："        DELIMITED   BY  SIZE
                       WRK-CSV-JISSIYMD    DELIMITED   BY  SIZE
                       "　撮影料："        DELIMITED   BY  SIZE
                       WRK-CSV-SATUEI-SRYCD
                                           DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-IMGLST-WRITE-SEC
           END-IF
      *
      *    会計候補の登録（同一キーは上書きし、会計反映は
      *      日次突合で判定し直す）
           INITIALIZE                  IMGJISSI-REC
           MOVE    SPA-HOSPNUM         TO  IMJ-HOSPNUM
           MOVE    WRK-PTID            TO  IMJ-PTID
           MOVE    WRK-CSV-JISSIYMD    TO  IMJ-JISSIYMD
           MOVE    WRK-CSV-ODRNUM      TO  IMJ-ODRNUM
           MOVE    WRK-CSV-BUI         TO  IMJ-BUI
           MOVE    WRK-CSV-HOUHOU      TO  IMJ-HOUHOU
           MOVE    WRK-CSV-SATUEI-SRYCD
                                       TO  IMJ-SATUEI-SRYCD
           MOVE    WRK-CSV-SINDAN-SRYCD
                                       TO  IMJ-SINDAN-SRYCD
           IF      WRK-CSV-DENSHIFLG   =   "1"
               MOVE    "1"                 TO  IMJ-DENSHIFLG
               MOVE    WRK-CSV-DENSHI-SRYCD
                                       TO  IMJ-DENSHI-SRYCD
           ELSE
               MOVE    "0"                 TO  IMJ-DENSHIFLG
           END-IF
           MOVE    WRK-CSV-ZOUEI-SRYCD TO  IMJ-ZOUEI-SRYCD
           IF      WRK-CSV-ZOUEI-SRYCD NOT =   SPACE
               MOVE    FUNCTION NUMVAL(WRK-CSV-ZOUEI-SURYO)
                                       TO  IMJ-ZOUEI-SURYO
           END-IF
           IF      FLG-ODR             =   ZERO
               MOVE    "1"                 TO  IMJ-ODRFLG
           ELSE
               MOVE    "0"                 TO  IMJ-ODRFLG
           END-IF
           MOVE    "0"                 TO  IMJ-KAIKEIFLG
           MOVE    SMCNDATE-YMD        TO  IMJ-UPYMD
           MOVE    SMCNDATE-HMS        TO  IMJ-UPHMS
      *
           MOVE    IMGJISSI-REC        TO  MCPDATA-REC
           MOVE    "tbl_imgjissi"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    IMGJISSI-REC        TO  MCPDATA-REC
               MOVE    "tbl_imgjissi"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBINSERT"          TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           IF      MCP-RC              =   ZERO
               ADD     1                   TO  CNT-TORIKOMI
           END-IF
           .
       210-TORIKOMI-NEXT.
           PERFORM 900-JISSI-READ-SEC
           .
       210-TORIKOMI-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    実施情報項目チェック処理
      *    （誤りがあればＷＲＫ−ＥＲＲＭＳＧに内容を返す）
      *****************************************************************
       220-KOUMOKU-CHK-SEC         SECTION.
      *
           MOVE    SPACE               TO  WRK-ERRMSG
      *
      *    患者番号から患者ＩＤ
           PERFORM 810-PTNUM-SEC
           IF      WRK-PTID            =   ZERO
               MOVE    "患者番号の登録なし"
                                       TO  WRK-ERRMSG
               GO  TO  220-KOUMOKU-CHK-EXT
           END-IF
      *
           IF      WRK-CSV-SATUEI-SRYCD    =   SPACE
           AND     WRK-CSV-SINDAN-SRYCD    =   SPACE
               MOVE    "撮影料・診断料コードなし"
                                       TO  WRK-ERRMSG
               GO  TO  220-KOUMOKU-CHK-EXT
           END-IF
           IF      WRK-CSV-DENSHIFLG   =   "1"
           AND     WRK-CSV-DENSHI-SRYCD    =   SPACE
               MOVE    "電子画像管理加算コードなし"
                                       TO  WRK-ERRMSG
               GO  TO  220-KOUMOKU-CHK-EXT
           END-IF
           IF      WRK-CSV-ZOUEI-SRYCD NOT =   SPACE
           AND     WRK-CSV-ZOUEI-SURYO =   SPACE
               MOVE    "造影剤数量なし"
                                       TO  WRK-ERRMSG
               GO  TO  220-KOUMOKU-CHK-EXT
           END-IF
      *
      *    診療行為コードは実施日に有効な点数マスタに限る
           MOVE    WRK-CSV-JISSIYMD    TO  WRK-CHK-YMD
           MOVE    WRK-CSV-SATUEI-SRYCD
                                       TO  WRK-CHK-SRYCD
           PERFORM 820-TENSU-CHK-SEC
           IF      FLG-TENSU           =   ZERO
               MOVE    WRK-CSV-SINDAN-SRYCD
                                       TO  WRK-CHK-SRYCD
               PERFORM 820-TENSU-CHK-SEC
           END-IF
           IF      FLG-TENSU           =   ZERO
           AND     WRK-CSV-DENSHIFLG   =   "1"
               MOVE    WRK-CSV-DENSHI-SRYCD
                                       TO  WRK-CHK-SRYCD
               PERFORM 820-TENSU-CHK-SEC
           END-IF
           IF      FLG-TENSU           =   ZERO
               MOVE    WRK-CSV-ZOUEI-SRYCD TO  WRK-CHK-SRYCD
               PERFORM 820-TENSU-CHK-SEC
           END-IF
           IF      FLG-TENSU       NOT =   ZERO
               STRING  "点数マスタなし："
                                           DELIMITED   BY  SIZE
                       WRK-CHK-SRYCD       DELIMITED   BY  SIZE
                                           INTO    WRK-ERRMSG
               END-STRING
           END-IF
           .
       220-KOUMOKU-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    実施情報未着オーダー処理
      *    （基準日以前の画像診断オーダーで、オーダー日以降の実施
      *      情報がないものを出力する）
      *****************************************************************
       300-MICHAKU-SEC             SECTION.
      *
           STRING  "＊＊＊　実施情報未着オーダー一覧"
                                       DELIMITED   BY  SIZE
                   "　＊＊＊"          DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IMGLST-WRITE-SEC
      *
           INITIALIZE                  ORDER-REC
           MOVE    SPA-HOSPNUM         TO  ODR-HOSPNUM
           MOVE    ORDER-REC           TO  MCPDATA-REC
           MOVE    "tbl_order"         TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  300-MICHAKU-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM 310-MICHAKU-1KEN-SEC
                   UNTIL   FLG-FETCH       =   1
      *
           MOVE    "tbl_order"         TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       300-MICHAKU-EXT.
           EXIT.
      *
      *****************************************************************
      *    実施情報未着判定処理（１オーダー）
      *****************************************************************
       310-MICHAKU-1KEN-SEC        SECTION.
      *
           MOVE    "tbl_order"         TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  310-MICHAKU-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  ORDER-REC
      *
      *    画像診断（診療行為コード１７）以外のオーダーは対象外
           IF      ODR-SRYCD (1:2)     NOT =   "17"
               GO  TO  310-MICHAKU-1KEN-EXT
           END-IF
      *    基準日より新しいオーダーはまだ警告しない
           IF      ODR-ODRYMD          >   WRK-KIGENYMD
               GO  TO  310-MICHAKU-1KEN-EXT
           END-IF
      *
           PERFORM 320-JISSI-CHK-SEC
           IF      FLG-ARI             =   ZERO
               ADD     1                   TO  CNT-MICHAKU
               STRING  "【未着】患者ＩＤ："
                                           DELIMITED   BY  SIZE
                       ODR-PTID            DELIMITED   BY  SIZE
                       "　オーダー日："    DELIMITED   BY  SIZE
                       ODR-ODRYMD          DELIMITED   BY  SIZE
                       "　項目："          DELIMITED   BY  SIZE
                       ODR-SRYCD           DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-IMGLST-WRITE-SEC
           END-IF
           .
       310-MICHAKU-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    実施情報有無確認処理
      *    （オーダー日以降に、オーダーの診療行為を撮影料または
      *      診断料とする実施情報があればＦＬＧ−ＡＲＩ＝１）
      *****************************************************************
       320-JISSI-CHK-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-ARI
      *
           INITIALIZE                  IMGJISSI-REC
           MOVE    SPA-HOSPNUM         TO  IMJ-HOSPNUM
           MOVE    ODR-PTID            TO  IMJ-PTID
           MOVE    IMGJISSI-REC        TO  MCPDATA-REC
           MOVE    "tbl_imgjissi"      TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  320-JISSI-CHK-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH2
           PERFORM UNTIL   FLG-FETCH2      =   1
                   OR      FLG-ARI         =   1
               MOVE    "tbl_imgjissi"      TO  MCP-TABLE
               MOVE    "ptid"              TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  IMGJISSI-REC
                   IF      IMJ-JISSIYMD    NOT <   ODR-ODRYMD
                   AND   ( IMJ-SATUEI-SRYCD    =   ODR-SRYCD
                   OR      IMJ-SINDAN-SRYCD    =   ODR-SRYCD )
                       MOVE    1                   TO  FLG-ARI
                   END-IF
               ELSE
                   MOVE    1                   TO  FLG-FETCH2
               END-IF
           END-PERFORM
      *
           MOVE    "tbl_imgjissi"      TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       320-JISSI-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    会計未反映実施処理
      *    （会計候補の実施情報について、実施日の会計データに撮影料
      *      （なければ診断料）があれば会計済みとし、基準日以前で
      *      会計に入っていないものを出力する）
      *****************************************************************
       400-MIKAIKEI-SEC            SECTION.
      *
           STRING  "＊＊＊　実施済み会計未反映一覧"
                                       DELIMITED   BY  SIZE
                   "　＊＊＊"          DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IMGLST-WRITE-SEC
      *
           INITIALIZE                  IMGJISSI-REC
           MOVE    SPA-HOSPNUM         TO  IMJ-HOSPNUM
           MOVE    IMGJISSI-REC        TO  MCPDATA-REC
           MOVE    "tbl_imgjissi"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  400-MIKAIKEI-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM 410-MIKAIKEI-1KEN-SEC
                   UNTIL   FLG-FETCH       =   1
      *
           MOVE    "tbl_imgjissi"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       400-MIKAIKEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    会計反映判定処理（実施１件）
      *****************************************************************
       410-MIKAIKEI-1KEN-SEC       SECTION.
      *
           MOVE    "tbl_imgjissi"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  410-MIKAIKEI-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  IMGJISSI-REC
           IF      IMJ-KAIKEIFLG       =   "1"
               GO  TO  410-MIKAIKEI-1KEN-EXT
           END-IF
      *
           IF      IMJ-SATUEI-SRYCD    NOT =   SPACE
               MOVE    IMJ-SATUEI-SRYCD    TO  WRK-CHK-SRYCD
           ELSE
               MOVE    IMJ-SINDAN-SRYCD    TO  WRK-CHK-SRYCD
           END-IF
           PERFORM 420-SRYACT-CHK-SEC
      *
           IF      FLG-ARI             =   1
               MOVE    "1"                 TO  IMJ-KAIKEIFLG
               MOVE    SMCNDATE-YMD        TO  IMJ-UPYMD
               MOVE    SMCNDATE-HMS        TO  IMJ-UPHMS
               MOVE    IMGJISSI-REC        TO  MCPDATA-REC
               MOVE    "tbl_imgjissi"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBUPDATE"          TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               GO  TO  410-MIKAIKEI-1KEN-EXT
           END-IF
      *
      *    基準日より新しい実施はまだ警告しない
           IF      IMJ-JISSIYMD        >   WRK-KIGENYMD
               GO  TO  410-MIKAIKEI-1KEN-EXT
           END-IF
           ADD     1                   TO  CNT-MIKAIKEI
           STRING  "【会計未反映】患者ＩＤ："
                                       DELIMITED   BY  SIZE
                   IMJ-PTID            DELIMITED   BY  SIZE
                   "　実施日："        DELIMITED   BY  SIZE
                   IMJ-JISSIYMD        DELIMITED   BY  SIZE
                   "　オーダー："      DELIMITED   BY  SIZE
                   IMJ-ODRNUM          DELIMITED   BY  SPACE
                   "　項目："          DELIMITED   BY  SIZE
                   WRK-CHK-SRYCD       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IMGLST-WRITE-SEC
           .
       410-MIKAIKEI-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    会計データ確認処理
      *    （実施日の会計データにＷＲＫ−ＣＨＫ−ＳＲＹＣＤがあれば
      *      ＦＬＧ−ＡＲＩ＝１）
      *****************************************************************
       420-SRYACT-CHK-SEC          SECTION.
      *
           MOVE    ZERO                TO  FLG-ARI
      *
           INITIALIZE                  SRYACT-REC
           MOVE    SPA-HOSPNUM         TO  ACT-HOSPNUM
           MOVE    IMJ-PTID            TO  ACT-PTID
           MOVE    IMJ-JISSIYMD (1:6)  TO  ACT-SRYYMD (1:6)
           MOVE    "%"                 TO  ACT-SRYYMD (7:1)
           MOVE    SRYACT-REC          TO  MCPDATA-REC
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ptym"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  420-SRYACT-CHK-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH2
           PERFORM UNTIL   FLG-FETCH2      =   1
                   OR      FLG-ARI         =   1
               MOVE    "tbl_sryact"        TO  MCP-TABLE
               MOVE    "ptym"              TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  SRYACT-REC
                   IF      ACT-SRYYMD          =   IMJ-JISSIYMD
                   AND     ACT-SRYCD           =   WRK-CHK-SRYCD
                       MOVE    1                   TO  FLG-ARI
                   END-IF
               ELSE
                   MOVE    1                   TO  FLG-FETCH2
               END-IF
           END-PERFORM
      *
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ptym"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       420-SRYACT-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    オーダー突合処理
      *    （実施日以前のオーダーで、診療行為が撮影料または診断料と
      *      一致するものがあればＦＬＧ−ＯＤＲ＝０）
      *****************************************************************
       800-ORDER-CHK-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-ODR
      *
           INITIALIZE                  ORDER-REC
           MOVE    SPA-HOSPNUM         TO  ODR-HOSPNUM
           MOVE    WRK-PTID            TO  ODR-PTID
           MOVE    ORDER-REC           TO  MCPDATA-REC
           MOVE    "tbl_order"         TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  800-ORDER-CHK-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM UNTIL   FLG-FETCH       =   1
                   OR      FLG-ODR         =   ZERO
               MOVE    "tbl_order"         TO  MCP-TABLE
               MOVE    "ptid"              TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  ORDER-REC
                   IF      ODR-ODRYMD      NOT >   WRK-CSV-JISSIYMD
                   AND   ( ODR-SRYCD       =   WRK-CSV-SATUEI-SRYCD
                   OR      ODR-SRYCD       =   WRK-CSV-SINDAN-SRYCD )
                       MOVE    ZERO                TO  FLG-ODR
                   END-IF
               ELSE
                   MOVE    1                   TO  FLG-FETCH
               END-IF
           END-PERFORM
      *
           MOVE    "tbl_order"         TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       800-ORDER-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者番号から患者ＩＤを求める処理
      *****************************************************************
       810-PTNUM-SEC               SECTION.
      *
           MOVE    ZERO                TO  WRK-PTID
      *
           INITIALIZE                  PTNUM-REC
           MOVE    SPA-HOSPNUM         TO  PTNUM-HOSPNUM
           MOVE    WRK-CSV-PTNUM       TO  PTNUM-PTNUM
           MOVE    PTNUM-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_ptnum"         TO  MCP-TABLE
               MOVE    "key2"              TO  MCP-PATHNAME
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
           .
       810-PTNUM-EXT.
           EXIT.
      *
      *****************************************************************
      *    点数マスタ確認処理
      *    （ＷＲＫ−ＣＨＫ−ＳＲＹＣＤが空白なら確認不要とする）
      *****************************************************************
       820-TENSU-CHK-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-TENSU
           IF      WRK-CHK-SRYCD       =   SPACE
               GO  TO  820-TENSU-CHK-EXT
           END-IF
      *
           MOVE    1                   TO  FLG-TENSU
           INITIALIZE                  TNS-TENSU-REC
           MOVE    SPA-HOSPNUM         TO  TNS-HOSPNUM
           MOVE    WRK-CHK-SRYCD       TO  TNS-SRYCD
           MOVE    WRK-CHK-YMD         TO  TNS-YUKOSTYMD
                                           TNS-YUKOEDYMD
           MOVE    TNS-TENSU-REC       TO  MCPDATA-REC
           MOVE    "tbl_tensu"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_tensu"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    ZERO                TO  FLG-TENSU
               END-IF
           END-IF
           MOVE    "tbl_tensu"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       820-TENSU-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    実施情報読込処理
      *****************************************************************
       900-JISSI-READ-SEC          SECTION.
      *
           MOVE    ZERO                TO  FLG-JISSI
           READ    JISSI-FILE
               AT  END
                   MOVE    1               TO  FLG-JISSI
               NOT AT  END
                   ADD     1               TO  CNT-IN
           END-READ
           .
       900-JISSI-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    一覧行出力処理
      *****************************************************************
       900-IMGLST-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  IMGLST-REC
           WRITE   IMGLST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-IMGLST-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           CLOSE   IMGLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    CNT-TORIKOMI        TO  JOB-UPDCNT
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "JISSI    CNT-IN  :" CNT-IN
           DISPLAY "TORIKOMI CNT     :" CNT-TORIKOMI
           DISPLAY "ERR      CNT     :" CNT-ERR
           DISPLAY "MICHAKU  CNT     :" CNT-MICHAKU
           DISPLAY "MIKAIKEI CNT     :" CNT-MIKAIKEI
           DISPLAY "*** ORCBIMGIMP END ***"
           .
       500-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    ジョブ管理ＤＢ制御サブ呼出処理
      *****************************************************************
       900-CALL-ORCSJOB-SEC            SECTION.
      *
           MOVE    WRK-PARA-JOBID      TO  JOB-JOBID
           MOVE    WRK-PARA-SHELLID    TO  JOB-SHELLID
           CALL    "ORCSJOB"           USING
                                       ORCSJOBKANRIAREA
                                       JOBKANRI-REC
           .
       900-CALL-ORCSJOB-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＤＢオープン処理
      *****************************************************************
       100-DBOPEN-SEC                SECTION.
      *
           MOVE    LOW-VALUE           TO  MCP-TABLE
                                           MCP-PATHNAME
           MOVE    "DBOPEN"            TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    LOW-VALUE           TO  MCP-TABLE
                                           MCP-PATHNAME
           MOVE    "DBSTART"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       100-DBOPEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＤＢクローズ処理
      *****************************************************************
       900-DBDISCONNECT-SEC            SECTION.
      *
           MOVE    LOW-VALUE           TO  MCP-TABLE
                                           MCP-PATHNAME
           MOVE    "DBCOMMIT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    LOW-VALUE           TO  MCP-TABLE
                                           MCP-PATHNAME
           MOVE    "DBDISCONNECT"      TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-DBDISCONNECT-EXT.
           EXIT.
      *
      *****************************************************************
      *    テーブルアクセス処理
      *****************************************************************
       900-ORCDBMAIN-SEC               SECTION.
      *
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           .
      *
       900-ORCDBMAIN-EXT.
           EXIT.
