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
       PROGRAM-ID.             ORCBKEIKACHK.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : マスタ
      *  コンポーネント名  : 経過措置期限切れ医薬品検出・一括置換
      *                      （定期処方セット（ＯＲＣＧＴＥＩＫＩ
      *                        ＳＥＴ）・入力コード・セット（約束
      *                        処方）に登録された医薬品・特定器材
      *                        について、点数マスタの廃止年月日
      *                        （経過措置期限）を調べる。
      *                        処理区分　１：検出（基準日に期限切れ
      *                        または点数マスタの有効期間外のもの、
      *                        警告日までに期限を迎えるものを一覧に
      *                        出力する）
      *                        ２：一括置換（置換前コードを後継品目
      *                        のコードへ置換し、置換前後の差分
      *                        リストを出力する）
      *                        ３：置換確認（差分リストのみ出力し、
      *                        更新しない）
      *                        定期処方セット自動展開（ＯＲＣＢ
      *                        ＴＥＩＫＩＴＥＮＫＡＩ）の前に実行
      *                        する）
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
      *    検出一覧・置換差分リスト
           SELECT  KEIKALST-FILE   ASSIGN  KEIKALSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-KEIKALST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  KEIKALST-FILE.
       01  KEIKALST-REC            PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-KEIKALST                    PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-END                         PIC 9(01).
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-TENSU                       PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX-KKA                         PIC 9(05).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(06).
           03  CNT-OUT                         PIC 9(06).
           03  CNT-UPD                         PIC 9(06).
           03  CNT-KKA                         PIC 9(05).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理区分（１：検出　２：一括置換　３：置換確認）
               05  WRK-PARA-MODE               PIC X(01).
      *        基準日（省略時は当日）
               05  WRK-PARA-KIJUNYMD           PIC X(08).
      *        警告日（省略時は基準日の１月後）
               05  WRK-PARA-CHKYMD             PIC X(08).
      *        置換前コード・置換後コード（後継品目）
               05  WRK-PARA-OLDSRYCD           PIC X(09).
               05  WRK-PARA-NEWSRYCD           PIC X(09).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
           03  WRK-CHKYMD                      PIC X(08).
           03  WRK-CHKYMD-R                    REDEFINES
                                               WRK-CHKYMD.
               05  WRK-CHK-YY                  PIC 9(04).
               05  WRK-CHK-MM                  PIC 9(02).
               05  WRK-CHK-DD                  PIC 9(02).
           03  WRK-SRYCD                       PIC X(09).
           03  WRK-OLDNAME                     PIC X(40).
           03  WRK-NEWNAME                     PIC X(40).
           03  WRK-SYUBETU                     PIC X(20).
           03  WRK-SETKEY                      PIC X(40).
           03  WRK-JOTAI                       PIC X(20).
           03  WRK-LINE                        PIC X(200).
           03  WRK-ED-RENNUM                   PIC ZZZ9.
           03  WRK-ED-KENSU                    PIC ZZZ,ZZ9.
           03  WRK-ED-KENSU2                   PIC ZZZ,ZZ9.
      *
           03  KEIKALSTPARA                    PIC X(256).
      *
      *    期限判定済みコード
      *    （区分　０：問題なし　１：期限間近　２：期限切れ）
       01  KKA-AREA.
           03  KKA-TBL                     OCCURS  5000.
               05  KKA-SRYCD                   PIC X(09).
               05  KKA-KBN                     PIC 9(01).
               05  KKA-KIGENYMD                PIC X(08).
               05  KKA-NAME                    PIC X(40).
               05  KKA-KENSU                   PIC 9(06).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    定期処方セットテーブル
      *    （ＯＲＣＧＴＥＩＫＩＳＥＴと同一レイアウト）
       01  TEIKISET-REC.
           03  TKS-HOSPNUM             PIC 9(02).
           03  TKS-PTID                PIC 9(10).
           03  TKS-RENNUM              PIC 9(04).
           03  TKS-SRYCD               PIC X(09).
           03  TKS-YAKUZAINM           PIC X(60).
           03  TKS-YOHOCD              PIC X(09).
           03  TKS-NISSU               PIC 9(03).
           03  TKS-YOUBI               PIC 9(01).
           03  TKS-CYUSHIFLG           PIC X(01).
           03  TKS-OPID                PIC X(10).
           03  TKS-UPYMD               PIC X(08).
           03  TKS-UPHMS               PIC X(06).
      *
      *    入力コード
       01  ICD-REC.
           COPY    "CPINPUTCD.INC".
      *
      *    セット（約束処方）
       01  INPUTSET-REC.
           COPY    "CPINPUTSET.INC".
      *
      *    点数マスタ
           COPY    "CPTENSU.INC".
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
      *    ＤＢ検索
           COPY    "MCPDATA.INC".
           COPY    "MCPAREA".
      *
           COPY    "COMMON-SPA".
      *
      ****************************************************************
       LINKAGE                 SECTION.
       01  COMMAND-PARAM.
           02  FILLER      PIC X(256).
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
           IF      FLG-END             =   ZERO
               PERFORM 200-TEIKISET-SEC
               PERFORM 210-INPUTCD-SEC
               PERFORM 220-INPUTSET-SEC
               IF      WRK-PARA-MODE       =   "1"
                   PERFORM 400-KKALST-SEC
               END-IF
           END-IF
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
           DISPLAY "*** ORCBKEIKACHK START ***"
      *
           INITIALIZE                  FLG-AREA
                                       IDX-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       KKA-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-MODE
                                               WRK-PARA-KIJUNYMD
                                               WRK-PARA-CHKYMD
                                               WRK-PARA-OLDSRYCD
                                               WRK-PARA-NEWSRYCD
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               KEIKALSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "経過措置期限切れ医薬品検出"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBKEIKACHK"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
           IF      WRK-PARA-KIJUNYMD   IS  NOT NUMERIC
               MOVE    SMCNDATE-YMD        TO  WRK-PARA-KIJUNYMD
           END-IF
      *
      *    警告日の省略時は基準日の１月後
           IF      WRK-PARA-CHKYMD     IS  NUMERIC
               MOVE    WRK-PARA-CHKYMD     TO  WRK-CHKYMD
           ELSE
               MOVE    WRK-PARA-KIJUNYMD   TO  WRK-CHKYMD
               IF      WRK-CHK-MM          =   12
                   MOVE    01                  TO  WRK-CHK-MM
                   ADD     1                   TO  WRK-CHK-YY
               ELSE
                   ADD     1                   TO  WRK-CHK-MM
               END-IF
           END-IF
      *
           OPEN    OUTPUT              KEIKALST-FILE
      *
           IF      WRK-PARA-MODE       =   "1"
               STRING  "＊＊＊　経過措置期限切れ医薬品"
                                       DELIMITED   BY  SIZE
                       "　検出一覧　＊＊＊"
                                       DELIMITED   BY  SIZE
                       "　基準日："        DELIMITED   BY  SIZE
                       WRK-PARA-KIJUNYMD   DELIMITED   BY  SIZE
                       "　警告日："        DELIMITED   BY  SIZE
                       WRK-CHKYMD          DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               PERFORM 900-KEIKALST-WRITE-SEC
               GO  TO  100-INIT-EXT
           END-IF
      *
           IF      WRK-PARA-MODE   NOT =   "2"
           AND     WRK-PARA-MODE   NOT =   "3"
               MOVE    "処理区分エラー"    TO  WRK-LINE
               PERFORM 900-KEIKALST-WRITE-SEC
               MOVE    1                   TO  FLG-END
               GO  TO  100-INIT-EXT
           END-IF
      *
           IF      WRK-PARA-MODE       =   "2"
               STRING  "＊＊＊　経過措置期限切れ医薬品"
                                       DELIMITED   BY  SIZE
                       "　一括置換　＊＊＊"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
           ELSE
               STRING  "＊＊＊　経過措置期限切れ医薬品"
                                       DELIMITED   BY  SIZE
                       "　置換確認（更新なし）　＊＊＊"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
           END-IF
           PERFORM 900-KEIKALST-WRITE-SEC
      *
           PERFORM 110-CHIKAN-CHK-SEC
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    置換コードチェック処理
      *    （後継品目は基準日に有効で、期限を迎えていない同一種別
      *      （医薬品・特定器材）のコードに限る）
      *****************************************************************
       110-CHIKAN-CHK-SEC          SECTION.
      *
           IF      WRK-PARA-OLDSRYCD   =   SPACE
           OR      WRK-PARA-NEWSRYCD   =   SPACE
           OR      WRK-PARA-OLDSRYCD   =   WRK-PARA-NEWSRYCD
               STRING  "置換前・置換後コードの"
                                       DELIMITED   BY  SIZE
                       "指定に誤りがあります"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               GO  TO  110-CHIKAN-CHK-ERR
           END-IF
           IF      WRK-PARA-OLDSRYCD (1:1)
                                   NOT =   WRK-PARA-NEWSRYCD (1:1)
               STRING  "置換前と置換後の"
                                       DELIMITED   BY  SIZE
                       "コード種別が異なります"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               GO  TO  110-CHIKAN-CHK-ERR
           END-IF
      *
           MOVE    WRK-PARA-OLDSRYCD   TO  WRK-SRYCD
           PERFORM 800-KIGEN-CHK-SEC
           MOVE    KKA-NAME (IDX-KKA)  TO  WRK-OLDNAME
      *
           MOVE    WRK-PARA-NEWSRYCD   TO  WRK-SRYCD
           PERFORM 800-KIGEN-CHK-SEC
           MOVE    KKA-NAME (IDX-KKA)  TO  WRK-NEWNAME
           IF      KKA-KBN (IDX-KKA)   =   2
               STRING  "置換後コードが期限切れ・"
                                       DELIMITED   BY  SIZE
                       "マスタ未登録です"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               GO  TO  110-CHIKAN-CHK-ERR
           END-IF
           IF      KKA-KBN (IDX-KKA)   =   1
               STRING  "置換後コードが警告日までに"
                                       DELIMITED   BY  SIZE
                       "期限を迎えます"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               GO  TO  110-CHIKAN-CHK-ERR
           END-IF
      *
           STRING  "置換前："          DELIMITED   BY  SIZE
                   WRK-PARA-OLDSRYCD   DELIMITED   BY  SIZE
                   "　"                DELIMITED   BY  SIZE
                   WRK-OLDNAME         DELIMITED   BY  "  "
                   "　→　置換後："    DELIMITED   BY  SIZE
                   WRK-PARA-NEWSRYCD   DELIMITED   BY  SIZE
                   "　"                DELIMITED   BY  SIZE
                   WRK-NEWNAME         DELIMITED   BY  "  "
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-KEIKALST-WRITE-SEC
           PERFORM 900-KEIKALST-WRITE-SEC
           GO  TO  110-CHIKAN-CHK-EXT
           .
       110-CHIKAN-CHK-ERR.
           PERFORM 900-KEIKALST-WRITE-SEC
           MOVE    1                   TO  FLG-END
           .
       110-CHIKAN-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    定期処方セット処理
      *****************************************************************
       200-TEIKISET-SEC            SECTION.
      *
           MOVE    "定期処方セット"    TO  WRK-SYUBETU
      *
           INITIALIZE                  TEIKISET-REC
           MOVE    SPA-HOSPNUM         TO  TKS-HOSPNUM
           MOVE    TEIKISET-REC        TO  MCPDATA-REC
           MOVE    "tbl_teikiset"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-SET-FETCH-SEC
               PERFORM UNTIL   FLG-FETCH   =   1
                   MOVE    TKS-SRYCD           TO  WRK-SRYCD
                   MOVE    TKS-RENNUM          TO  WRK-ED-RENNUM
                   MOVE    SPACE               TO  WRK-SETKEY
                   STRING  "患者番号："        DELIMITED   BY  SIZE
                           TKS-PTID            DELIMITED   BY  SIZE
                           "　連番："          DELIMITED   BY  SIZE
                           WRK-ED-RENNUM       DELIMITED   BY  SIZE
                                           INTO    WRK-SETKEY
                   END-STRING
                   PERFORM 300-HANTEI-SEC
                   IF      FLG-TENSU           =   1
                   AND     WRK-PARA-MODE       =   "2"
                       MOVE    WRK-PARA-NEWSRYCD   TO  TKS-SRYCD
                       MOVE    WRK-NEWNAME         TO  TKS-YAKUZAINM
                       MOVE    SMCNDATE-YMD        TO  TKS-UPYMD
                       MOVE    SMCNDATE-HMS        TO  TKS-UPHMS
                       MOVE    TEIKISET-REC        TO  MCPDATA-REC
                       MOVE    "tbl_teikiset"      TO  MCP-TABLE
                       MOVE    "key"               TO  MCP-PATHNAME
                       MOVE    "DBUPDATE"          TO  MCP-FUNC
                       PERFORM 900-ORCDBMAIN-SEC
                       PERFORM 310-UPD-KEKKA-SEC
                   END-IF
                   PERFORM 900-SET-FETCH-SEC
               END-PERFORM
           END-IF
           MOVE    "tbl_teikiset"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-TEIKISET-EXT.
           EXIT.
      *
      *****************************************************************
      *    入力コード処理
      *****************************************************************
       210-INPUTCD-SEC             SECTION.
      *
           MOVE    "入力コード"        TO  WRK-SYUBETU
      *
           INITIALIZE                  ICD-REC
           MOVE    SPA-HOSPNUM         TO  ICD-HOSPNUM
           MOVE    ICD-REC             TO  MCPDATA-REC
           MOVE    "tbl_inputcd"       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-ICD-FETCH-SEC
               PERFORM UNTIL   FLG-FETCH   =   1
                   MOVE    ICD-SRYCD           TO  WRK-SRYCD
                   MOVE    SPACE               TO  WRK-SETKEY
                   STRING  "入力コード："
                                       DELIMITED   BY  SIZE
                           ICD-INPUTCD         DELIMITED   BY  SPACE
                                           INTO    WRK-SETKEY
                   END-STRING
                   PERFORM 300-HANTEI-SEC
                   IF      FLG-TENSU           =   1
                   AND     WRK-PARA-MODE       =   "2"
                       MOVE    WRK-PARA-NEWSRYCD   TO  ICD-SRYCD
                       MOVE    ICD-REC             TO  MCPDATA-REC
                       MOVE    "tbl_inputcd"       TO  MCP-TABLE
                       MOVE    "key"               TO  MCP-PATHNAME
                       MOVE    "DBUPDATE"          TO  MCP-FUNC
                       PERFORM 900-ORCDBMAIN-SEC
                       PERFORM 310-UPD-KEKKA-SEC
                   END-IF
                   PERFORM 900-ICD-FETCH-SEC
               END-PERFORM
           END-IF
           MOVE    "tbl_inputcd"       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       210-INPUTCD-EXT.
           EXIT.
      *
      *****************************************************************
      *    セット（約束処方）処理
      *****************************************************************
       220-INPUTSET-SEC            SECTION.
      *
           MOVE    "約束処方"          TO  WRK-SYUBETU
      *
           INITIALIZE                  INPUTSET-REC
           MOVE    SPA-HOSPNUM         TO  SET-HOSPNUM
           MOVE    INPUTSET-REC        TO  MCPDATA-REC
           MOVE    "tbl_inputset"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-INPUTSET-FETCH-SEC
               PERFORM UNTIL   FLG-FETCH   =   1
      *            有効期間の終了したセットは対象外
                   IF      SET-YUKOEDYMD   NOT <   WRK-PARA-KIJUNYMD
                       MOVE    SET-INPUTCD         TO  WRK-SRYCD
                       MOVE    SET-SETSEQ          TO  WRK-ED-RENNUM
                       MOVE    SPACE               TO  WRK-SETKEY
                       STRING  "セットコード："
                                       DELIMITED   BY  SIZE
                               SET-SETCD           DELIMITED   BY  SPACE
                               "　行："
                                       DELIMITED   BY  SIZE
                               WRK-ED-RENNUM       DELIMITED   BY  SIZE
                                           INTO    WRK-SETKEY
                       END-STRING
                       PERFORM 300-HANTEI-SEC
                       IF      FLG-TENSU           =   1
                       AND     WRK-PARA-MODE       =   "2"
                           MOVE    WRK-PARA-NEWSRYCD   TO  SET-INPUTCD
                           MOVE    INPUTSET-REC        TO  MCPDATA-REC
                           MOVE    "tbl_inputset"      TO  MCP-TABLE
                           MOVE    "key"               TO  MCP-PATHNAME
                           MOVE    "DBUPDATE"          TO  MCP-FUNC
                           PERFORM 900-ORCDBMAIN-SEC
                           PERFORM 310-UPD-KEKKA-SEC
                       END-IF
                   END-IF
                   PERFORM 900-INPUTSET-FETCH-SEC
               END-PERFORM
           END-IF
           MOVE    "tbl_inputset"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       220-INPUTSET-EXT.
           EXIT.
      *
      *****************************************************************
      *    判定処理（１明細）
      *    （検出は期限切れ・期限間近を一覧へ出力する。置換は置換前
      *      コードに一致する明細の差分を出力し、ＦＬＧ−ＴＥＮＳＵ
      *      に１を返す）
      *****************************************************************
       300-HANTEI-SEC              SECTION.
      *
           MOVE    ZERO                TO  FLG-TENSU
      *
      *    医薬品・特定器材以外は対象外
           IF      WRK-SRYCD (1:1) NOT =   "6"
           AND     WRK-SRYCD (1:1) NOT =   "7"
               GO  TO  300-HANTEI-EXT
           END-IF
      *
           IF      WRK-PARA-MODE   NOT =   "1"
               IF      WRK-SRYCD           =   WRK-PARA-OLDSRYCD
                   MOVE    1                   TO  FLG-TENSU
                   STRING  WRK-SYUBETU         DELIMITED   BY  SPACE
                           "　"                DELIMITED   BY  SIZE
                           WRK-SETKEY          DELIMITED   BY  "  "
                           "　"                DELIMITED   BY  SIZE
                           WRK-PARA-OLDSRYCD   DELIMITED   BY  SIZE
                           "　→　"            DELIMITED   BY  SIZE
                           WRK-PARA-NEWSRYCD   DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
                   END-STRING
                   PERFORM 900-KEIKALST-WRITE-SEC
                   ADD     1                   TO  CNT-OUT
               END-IF
               GO  TO  300-HANTEI-EXT
           END-IF
      *
           PERFORM 800-KIGEN-CHK-SEC
           IF      KKA-KBN (IDX-KKA)   =   ZERO
               GO  TO  300-HANTEI-EXT
           END-IF
      *
           ADD     1                   TO  KKA-KENSU (IDX-KKA)
           IF      KKA-KBN (IDX-KKA)   =   2
               MOVE    "期限切れ"          TO  WRK-JOTAI
           ELSE
               MOVE    "期限間近"          TO  WRK-JOTAI
           END-IF
           STRING  WRK-JOTAI           DELIMITED   BY  SPACE
                   "　"                DELIMITED   BY  SIZE
                   WRK-SYUBETU         DELIMITED   BY  SPACE
                   "　"                DELIMITED   BY  SIZE
                   WRK-SETKEY          DELIMITED   BY  "  "
                   "　"                DELIMITED   BY  SIZE
                   WRK-SRYCD           DELIMITED   BY  SIZE
                   "　"                DELIMITED   BY  SIZE
                   KKA-NAME (IDX-KKA)  DELIMITED   BY  "  "
                   "　期限："          DELIMITED   BY  SIZE
                   KKA-KIGENYMD (IDX-KKA)
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-KEIKALST-WRITE-SEC
           ADD     1                   TO  CNT-OUT
           .
       300-HANTEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    更新結果判定処理
      *****************************************************************
       310-UPD-KEKKA-SEC           SECTION.
      *
           IF      MCP-RC              =   ZERO
               ADD     1                   TO  CNT-UPD
           ELSE
               MOVE    "　　＊＊＊　更新エラー　＊＊＊"
                                       TO  WRK-LINE
               PERFORM 900-KEIKALST-WRITE-SEC
           END-IF
           .
       310-UPD-KEKKA-EXT.
           EXIT.
      *
      *****************************************************************
      *    期限切れ医薬品一覧出力処理
      *    （検出したコードごとに登録件数を出力する）
      *****************************************************************
       400-KKALST-SEC              SECTION.
      *
           PERFORM 900-KEIKALST-WRITE-SEC
           MOVE    "【対象医薬品・特定器材】"
                                       TO  WRK-LINE
           PERFORM 900-KEIKALST-WRITE-SEC
      *
           PERFORM VARYING IDX-KKA FROM 1 BY 1
                   UNTIL   IDX-KKA         >   CNT-KKA
               IF      KKA-KENSU (IDX-KKA) >   ZERO
                   IF      KKA-KBN (IDX-KKA)   =   2
                       MOVE    "期限切れ"          TO  WRK-JOTAI
                   ELSE
                       MOVE    "期限間近"          TO  WRK-JOTAI
                   END-IF
                   MOVE    KKA-KENSU (IDX-KKA) TO  WRK-ED-KENSU
                   STRING  KKA-SRYCD (IDX-KKA) DELIMITED   BY  SIZE
                           "　"                DELIMITED   BY  SIZE
                           KKA-NAME (IDX-KKA)  DELIMITED   BY  "  "
                           "　期限："          DELIMITED   BY  SIZE
                           KKA-KIGENYMD (IDX-KKA)
                                               DELIMITED   BY  SIZE
                           "　"                DELIMITED   BY  SIZE
                           WRK-JOTAI           DELIMITED   BY  SPACE
                           "　登録件数："
                                       DELIMITED   BY  SIZE
                           WRK-ED-KENSU        DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
                   END-STRING
                   PERFORM 900-KEIKALST-WRITE-SEC
               END-IF
           END-PERFORM
           .
       400-KKALST-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           IF      WRK-PARA-MODE   NOT =   "1"
           AND     FLG-END             =   ZERO
               PERFORM 900-KEIKALST-WRITE-SEC
               MOVE    CNT-OUT             TO  WRK-ED-KENSU
               MOVE    CNT-UPD             TO  WRK-ED-KENSU2
               IF      WRK-PARA-MODE       =   "2"
                   STRING  "置換対象件数："
                                       DELIMITED   BY  SIZE
                           WRK-ED-KENSU        DELIMITED   BY  SIZE
                           "　置換件数："
                                       DELIMITED   BY  SIZE
                           WRK-ED-KENSU2       DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
                   END-STRING
               ELSE
                   STRING  "置換対象件数："
                                       DELIMITED   BY  SIZE
                           WRK-ED-KENSU        DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
                   END-STRING
               END-IF
               PERFORM 900-KEIKALST-WRITE-SEC
           END-IF
      *
           CLOSE   KEIKALST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "SET/INPUTCD CNT-IN:" CNT-IN
           DISPLAY "OUTPUT   CNT      :" CNT-OUT
           DISPLAY "UPDATE   CNT      :" CNT-UPD
           DISPLAY "*** ORCBKEIKACHK END ***"
           .
       500-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    期限判定処理
      *    （判定済みコードを検索し、なければ点数マスタを読んで
      *      判定する。基準日に点数マスタがないものと廃止年月日が
      *      基準日以前のものを期限切れ、警告日以前のものを期限
      *      間近とする。判定済みコードが上限に達したときは最終
      *      要素を置き換える）
      *****************************************************************
       800-KIGEN-CHK-SEC           SECTION.
      *
           PERFORM VARYING IDX-KKA FROM 1 BY 1
                   UNTIL   IDX-KKA         >   CNT-KKA
                   OR      KKA-SRYCD (IDX-KKA) =   WRK-SRYCD
               CONTINUE
           END-PERFORM
           IF      IDX-KKA         NOT >   CNT-KKA
               GO  TO  800-KIGEN-CHK-EXT
           END-IF
      *
           IF      CNT-KKA             <   5000
               ADD     1                   TO  CNT-KKA
           END-IF
           MOVE    CNT-KKA             TO  IDX-KKA
           INITIALIZE                  KKA-TBL (IDX-KKA)
           MOVE    WRK-SRYCD           TO  KKA-SRYCD (IDX-KKA)
      *
           PERFORM 810-TENSU-READ-SEC
           IF      FLG-TENSU       NOT =   ZERO
               MOVE    2                   TO  KKA-KBN (IDX-KKA)
               MOVE    "マスタ有効期間外"
                                       TO  KKA-NAME (IDX-KKA)
               GO  TO  800-KIGEN-CHK-EXT
           END-IF
      *
           MOVE    TNS-NAME            TO  KKA-NAME (IDX-KKA)
           IF      TNS-HAISHIYMD   IS  NOT NUMERIC
           OR      TNS-HAISHIYMD       =   ZERO
           OR      TNS-HAISHIYMD       =   "99999999"
               GO  TO  800-KIGEN-CHK-EXT
           END-IF
           MOVE    TNS-HAISHIYMD       TO  KKA-KIGENYMD (IDX-KKA)
           IF      TNS-HAISHIYMD   NOT >   WRK-PARA-KIJUNYMD
               MOVE    2                   TO  KKA-KBN (IDX-KKA)
           ELSE
               IF      TNS-HAISHIYMD   NOT >   WRK-CHKYMD
                   MOVE    1                   TO  KKA-KBN (IDX-KKA)
               END-IF
           END-IF
           .
       800-KIGEN-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    点数マスタ読込処理（基準日時点）
      *****************************************************************
       810-TENSU-READ-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-TENSU
      *
           INITIALIZE                  TNS-TENSU-REC
           MOVE    SPA-HOSPNUM         TO  TNS-HOSPNUM
           MOVE    WRK-SRYCD           TO  TNS-SRYCD
           MOVE    WRK-PARA-KIJUNYMD   TO  TNS-YUKOSTYMD
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
                   MOVE    MCPDATA-REC         TO  TNS-TENSU-REC
                   MOVE    ZERO                TO  FLG-TENSU
               END-IF
           END-IF
           MOVE    "tbl_tensu"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       810-TENSU-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    定期処方セット読込処理
      *****************************************************************
       900-SET-FETCH-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-FETCH
           MOVE    "tbl_teikiset"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  TEIKISET-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           .
       900-SET-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    入力コード読込処理
      *****************************************************************
       900-ICD-FETCH-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-FETCH
           MOVE    "tbl_inputcd"       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  ICD-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           .
       900-ICD-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    セット読込処理
      *****************************************************************
       900-INPUTSET-FETCH-SEC      SECTION.
      *
           MOVE    ZERO                TO  FLG-FETCH
           MOVE    "tbl_inputset"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  INPUTSET-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           .
       900-INPUTSET-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    一覧行出力処理
      *****************************************************************
       900-KEIKALST-WRITE-SEC      SECTION.
      *
           MOVE    WRK-LINE            TO  KEIKALST-REC
           WRITE   KEIKALST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-KEIKALST-WRITE-EXT.
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
