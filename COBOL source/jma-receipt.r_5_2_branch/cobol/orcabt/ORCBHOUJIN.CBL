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
       PROGRAM-ID.             ORCBHOUJIN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 収納
      *  コンポーネント名  : 法人一括請求書作成・法人入金消込
      *                      （処理区分１：法人請求振替ファイル
      *                        （法人コード，患者番号，診療日）を
      *                        取り込み、該当患者の未収伝票を法人
      *                        請求へ振り替える。
      *                        処理区分２：締日が処理日の法人に
      *                        ついて、締日までの未請求振替分を
      *                        まとめて法人別の請求書と明細ＣＳＶ
      *                        を作成する。
      *                        処理区分３：法人からの入金ファイル
      *                        （請求書番号，入金日，入金額）を
      *                        取り込み、請求書単位で振替伝票の
      *                        収納へ一括入金消込する。
      *                        請求先法人と個別の振替はＯＲＣＧ
      *                        ＨＯＵＪＩＮで登録する）
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
      *    振替・入金ファイル（処理区分１・３：入力）
           SELECT  HJNIN-FILE      ASSIGN  HJNINPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-HJNIN.
      *
      *    請求書・結果リスト
           SELECT  HJNLST-FILE     ASSIGN  HJNLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-HJNLST.
      *
      *    請求明細ＣＳＶ（処理区分２：出力）
           SELECT  HJNCSV-FILE     ASSIGN  HJNCSVPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-HJNCSV.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  HJNIN-FILE.
       01  HJNIN-REC               PIC X(200).
      *
       FD  HJNLST-FILE.
       01  HJNLST-REC              PIC X(300).
      *
       FD  HJNCSV-FILE.
       01  HJNCSV-REC              PIC X(300).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-HJNIN                       PIC X(02).
           03  STS-HJNLST                      PIC X(02).
           03  STS-HJNCSV                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-END                         PIC 9(01).
           03  FLG-HOUJIN                      PIC 9(01).
           03  FLG-HJNALL                      PIC 9(01).
           03  FLG-SYUNOU                      PIC 9(01).
           03  FLG-FURI                        PIC 9(01).
           03  FLG-SKY                         PIC 9(01).
           03  FLG-KASHI                       PIC 9(01).
           03  FLG-PTINF                       PIC 9(01).
           03  FLG-TAISYO                      PIC 9(01).
           03  FLG-ERR                         PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(06).
           03  CNT-FURI                        PIC 9(06).
           03  CNT-SEIKYU                      PIC 9(06).
           03  CNT-NYUKIN                      PIC 9(06).
           03  CNT-ERR                         PIC 9(06).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(04).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理区分（１：振替取込　２：請求書作成　３：入金取込）
               05  WRK-PARA-SYORIKBN           PIC X(01).
      *        処理日（処理区分２：締日　３：入金日の省略時の値）
               05  WRK-PARA-SYORIYMD           PIC X(08).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *        法人コード（処理区分２で指定時は締日に関係なく作成）
               05  WRK-PARA-HOUJINCD           PIC X(10).
      *
      *    取込ファイル項目
           03  WRK-CSV.
               05  WRK-CSV-KOUMOKU1            PIC X(20).
               05  WRK-CSV-KOUMOKU2            PIC X(20).
               05  WRK-CSV-KOUMOKU3            PIC X(20).
      *
           03  WRK-HOUJINCD                    PIC X(10).
           03  WRK-PTID                        PIC 9(10).
           03  WRK-SRYYMD                      PIC X(08).
           03  WRK-SEIKYUNUM                   PIC X(20).
           03  WRK-NYKYMD                      PIC X(08).
           03  WRK-NYKMONEY                    PIC S9(10).
           03  WRK-MISYU                       PIC S9(10).
           03  WRK-ZANGAKU                     PIC S9(10).
           03  WRK-JUTO                        PIC S9(10).
           03  WRK-GOK-KINGAKU                 PIC S9(12).
           03  WRK-SHRYMD                      PIC X(08).
      *
           03  WRK-YMD.
               05  WRK-YMD-YY                  PIC 9(04).
               05  WRK-YMD-MM                  PIC 9(02).
               05  WRK-YMD-DD                  PIC 9(02).
           03  WRK-SIME-DD                     PIC 9(02).
           03  WRK-GETUMATU-DD                 PIC 9(02).
           03  WRK-SYO                         PIC 9(04).
           03  WRK-AMARI                       PIC 9(04).
      *
      *    請求対象明細退避領域（法人・請求書単位・最大１０００件）
           03  WRK-MEI-MAX                     PIC 9(04).
           03  WRK-MEI-TBL         OCCURS  1000.
               05  WRK-MEI-PTID                PIC 9(10).
               05  WRK-MEI-NYUGAIKBN           PIC X(01).
               05  WRK-MEI-DENPNUM             PIC 9(07).
               05  WRK-MEI-SRYYMD              PIC X(08).
      *
      *    編集用
           03  WRK-NUM                         PIC 9(10).
           03  WRK-NUM-ED                      PIC Z(09)9.
           03  WRK-NUM-SP                      PIC 9(02).
           03  WRK-ED-KIN1                     PIC ZZZ,ZZZ,ZZ9-.
           03  WRK-ED-KIN2                     PIC ZZZ,ZZZ,ZZ9-.
           03  WRK-ED-KENSU                    PIC ZZ,ZZ9.
           03  WRK-PTR                         PIC 9(03).
           03  WRK-LINE                        PIC X(300).
      *
           03  HJNINPARA                       PIC X(256).
           03  HJNLSTPARA                      PIC X(256).
           03  HJNCSVPARA                      PIC X(256).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    収納テーブル
       01  SYUNOU-REC.
           COPY    "CPSYUNOU.INC".
      *
      *    患者情報
       01  PTINF-REC.
           COPY    "CPPTINF.INC".
      *
      *    ジョブ管理マスタ
       01  JOBKANRI-REC.
           COPY    "CPJOBKANRI.INC".
      *
      *    請求先法人マスタ
      *    （ＯＲＣＧＨＯＵＪＩＮと同一レイアウト）
       01  HOUJIN-REC.
           03  HJN-HOSPNUM         PIC 9(02).
           03  HJN-HOUJINCD        PIC X(10).
           03  HJN-HOUJINNAME      PIC X(100).
      *    締日（３１以上は末日）
           03  HJN-SIMEBI          PIC 9(02).
      *    支払期日（締日から何か月後の何日。日の３１以上は末日）
           03  HJN-SHRTUKI         PIC 9(01).
           03  HJN-SHRHI           PIC 9(02).
      *    請求書送付先
           03  HJN-POST            PIC X(07).
           03  HJN-ADRS            PIC X(200).
           03  HJN-TANTO           PIC X(100).
           03  HJN-TEL             PIC X(15).
           03  HJN-UPYMD           PIC X(08).
           03  HJN-UPHMS           PIC X(06).
      *
      *    法人請求振替テーブル
      *    （ＯＲＣＧＨＯＵＪＩＮと同一レイアウト）
       01  HOUJINFURI-REC.
           03  HJF-HOSPNUM         PIC 9(02).
           03  HJF-PTID            PIC 9(10).
           03  HJF-NYUGAIKBN       PIC X(01).
           03  HJF-DENPNUM         PIC 9(07).
           03  HJF-HOUJINCD        PIC X(10).
           03  HJF-SRYYMD          PIC X(08).
      *    振替額（請求書作成時に請求時点の未収額へ更新）
           03  HJF-KINGAKU         PIC S9(10).
           03  HJF-NYKMONEY        PIC S9(10).
           03  HJF-SEIKYUNUM       PIC X(20).
      *    状態（０：未請求　１：請求済　２：入金済）
           03  HJF-STATE           PIC X(01).
           03  HJF-UPYMD           PIC X(08).
           03  HJF-UPHMS           PIC X(06).
      *
      *    法人請求書テーブル
       01  HOUJINSKY-REC.
           03  HJS-HOSPNUM         PIC 9(02).
      *    請求書番号（締日＋法人コード）
           03  HJS-SEIKYUNUM       PIC X(20).
           03  HJS-HOUJINCD        PIC X(10).
           03  HJS-SIMEYMD         PIC X(08).
           03  HJS-SHRYMD          PIC X(08).
           03  HJS-KENSU           PIC 9(05).
           03  HJS-SKYMONEY        PIC S9(10).
           03  HJS-NYKMONEY        PIC S9(10).
           03  HJS-NYKYMD          PIC X(08).
      *    状態（０：未入金　１：一部入金　２：入金済）
           03  HJS-STATE           PIC X(01).
           03  HJS-CREYMD          PIC X(08).
           03  HJS-UPYMD           PIC X(08).
           03  HJS-UPHMS           PIC X(06).
      *
      *    貸倒償却台帳テーブル
      *    （ＯＲＣＢＫＡＳＨＩＤＡＯＲＥと同一レイアウト）
       01  KASHI-REC.
           03  KASHI-HOSPNUM       PIC 9(02).
           03  KASHI-PTID          PIC 9(10).
           03  KASHI-NYUGAIKBN     PIC X(01).
           03  KASHI-DENPNUM       PIC 9(07).
           03  KASHI-SRYYMD        PIC X(08).
           03  KASHI-SYOKYAKUYMD   PIC X(08).
           03  KASHI-SYOKYAKUGAK   PIC S9(10).
           03  KASHI-SKYMONEY      PIC S9(10).
           03  KASHI-NYKMONEY      PIC S9(10).
           03  KASHI-RIYUKBN       PIC X(02).
           03  KASHI-RIYU          PIC X(80).
           03  KASHI-SYONINSHA     PIC X(40).
           03  KASHI-TORITATEGAK   PIC S9(10).
           03  KASHI-TORITATEYMD   PIC X(08).
      *    状態（０：償却済　１：一部取立　２：全額取立　９：取消）
           03  KASHI-STATE         PIC X(01).
           03  KASHI-OPID          PIC X(16).
           03  KASHI-CREYMD        PIC X(08).
           03  KASHI-UPYMD         PIC X(08).
           03  KASHI-UPHMS         PIC X(06).
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
           EVALUATE    WRK-PARA-SYORIKBN
      *        法人請求振替取込
               WHEN    "1"
                   PERFORM 200-FURI-SEC
      *        法人請求書作成
               WHEN    "2"
                   PERFORM 300-SEIKYU-SEC
      *        法人入金取込
               WHEN    "3"
                   PERFORM 400-NYUKIN-SEC
               WHEN    OTHER
                   DISPLAY "ORCBHOUJIN PARA SYORIKBN ERR:"
                           WRK-PARA-SYORIKBN
           END-EVALUATE
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
           DISPLAY "*** ORCBHOUJIN START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SYORIKBN
                                               WRK-PARA-SYORIYMD
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               WRK-PARA-HOUJINCD
                                               HJNINPARA
                                               HJNLSTPARA
                                               HJNCSVPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "法人一括請求書作成・入金消込"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBHOUJIN"    TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           IF      WRK-PARA-SYORIYMD   =   SPACE
               MOVE    SMCNDATE-YMD        TO  WRK-PARA-SYORIYMD
           END-IF
      *
           OPEN    OUTPUT              HJNLST-FILE
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    法人請求振替取込処理
      *****************************************************************
       200-FURI-SEC                SECTION.
      *
           OPEN    INPUT               HJNIN-FILE
           IF      STS-HJNIN       NOT =   "00"
               DISPLAY "ORCBHOUJIN HJNIN OPEN ERR STS=" STS-HJNIN
               GO  TO  200-FURI-EXT
           END-IF
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　法人請求振替結果"
                                       DELIMITED   BY  SIZE
                   "リスト　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　処理日："        DELIMITED   BY  SIZE
                   WRK-PARA-SYORIYMD   DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-HJNLST-WRITE-SEC
      *
           MOVE    ZERO                TO  FLG-END
           PERFORM UNTIL   FLG-END     =   1
               READ    HJNIN-FILE
                   AT  END
                       MOVE    1           TO  FLG-END
                   NOT AT  END
                       PERFORM 2001-FURI-MAIN-SEC
               END-READ
           END-PERFORM
      *
           CLOSE   HJNIN-FILE
           .
       200-FURI-EXT.
           EXIT.
      *
      *****************************************************************
      *    法人請求振替１件処理
      *    （指定診療日の未収伝票をすべて振り替える）
      *****************************************************************
       2001-FURI-MAIN-SEC          SECTION.
      *
           INITIALIZE                  WRK-CSV
           UNSTRING    HJNIN-REC       DELIMITED   BY  ","
                                       INTO    WRK-CSV-KOUMOKU1
                                               WRK-CSV-KOUMOKU2
                                               WRK-CSV-KOUMOKU3
           END-UNSTRING
      *
      *    見出し行等、患者番号が数字でない行は読み飛ばす
           MOVE    WRK-CSV-KOUMOKU2    TO  WRK-LINE
           PERFORM 520-NUM-GET-SEC
           IF      FLG-ERR         NOT =   ZERO
               GO  TO  2001-FURI-MAIN-EXT
           END-IF
           MOVE    WRK-NUM             TO  WRK-PTID
           MOVE    WRK-CSV-KOUMOKU1    TO  WRK-HOUJINCD
           MOVE    WRK-CSV-KOUMOKU3    TO  WRK-SRYYMD
           ADD     1                   TO  CNT-IN
      *
           PERFORM 820-HOUJIN-GET-SEC
           IF      FLG-HOUJIN      NOT =   ZERO
               MOVE    SPACE               TO  WRK-LINE
               STRING  "【要確認】法人未登録　法人："
                                           DELIMITED   BY  SIZE
                       WRK-HOUJINCD        DELIMITED   BY  SPACE
                       "　患者："          DELIMITED   BY  SIZE
                       WRK-PTID            DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-HJNLST-WRITE-SEC
               ADD     1                   TO  CNT-ERR
               GO  TO  2001-FURI-MAIN-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-TAISYO
           INITIALIZE                  SYUNOU-REC
           MOVE    SPA-HOSPNUM         TO  SYU-HOSPNUM
           MOVE    WRK-PTID            TO  SYU-PTID
           MOVE    SYUNOU-REC          TO  MCPDATA-REC
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-SYUNOU-FETCH-SEC
               PERFORM UNTIL   FLG-SYUNOU      =   1
                   IF      SYU-SRYYMD          =   WRK-SRYYMD
                       PERFORM 2002-FURI-INS-SEC
                   END-IF
                   PERFORM 900-SYUNOU-FETCH-SEC
               END-PERFORM
           END-IF
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      FLG-TAISYO          =   ZERO
               MOVE    SPACE               TO  WRK-LINE
               STRING  "【要確認】対象伝票なし"
                                           DELIMITED   BY  SIZE
                       "　患者："
                                           DELIMITED   BY  SIZE
                       WRK-PTID            DELIMITED   BY  SIZE
                       "　診療日："        DELIMITED   BY  SIZE
                       WRK-SRYYMD          DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-HJNLST-WRITE-SEC
               ADD     1                   TO  CNT-ERR
           END-IF
           .
       2001-FURI-MAIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    法人請求振替登録処理
      *    （未収があり、貸倒償却・振替済みでない伝票を振り替える）
      *****************************************************************
       2002-FURI-INS-SEC           SECTION.
      *
           COMPUTE WRK-MISYU   =   SYU-SKYMONEY    -   SYU-NYKMONEY
           IF      WRK-MISYU       NOT >   ZERO
               GO  TO  2002-FURI-INS-EXT
           END-IF
           PERFORM 860-KASHI-INV-SEC
           IF      FLG-KASHI           =   ZERO
               GO  TO  2002-FURI-INS-EXT
           END-IF
           MOVE    SYU-PTID            TO  HJF-PTID
           MOVE    SYU-NYUGAIKBN       TO  HJF-NYUGAIKBN
           MOVE    SYU-DENPNUM         TO  HJF-DENPNUM
           PERFORM 840-FURI-GET-SEC
           IF      FLG-FURI            =   ZERO
               GO  TO  2002-FURI-INS-EXT
           END-IF
      *
           INITIALIZE                  HOUJINFURI-REC
           MOVE    SPA-HOSPNUM         TO  HJF-HOSPNUM
           MOVE    SYU-PTID            TO  HJF-PTID
           MOVE    SYU-NYUGAIKBN       TO  HJF-NYUGAIKBN
           MOVE    SYU-DENPNUM         TO  HJF-DENPNUM
           MOVE    WRK-HOUJINCD        TO  HJF-HOUJINCD
           MOVE    SYU-SRYYMD          TO  HJF-SRYYMD
           MOVE    WRK-MISYU           TO  HJF-KINGAKU
           MOVE    ZERO                TO  HJF-NYKMONEY
           MOVE    SPACE               TO  HJF-SEIKYUNUM
           MOVE    "0"                 TO  HJF-STATE
           MOVE    SMCNDATE-YMD        TO  HJF-UPYMD
           MOVE    SMCNDATE-HMS        TO  HJF-UPHMS
           MOVE    HOUJINFURI-REC      TO  MCPDATA-REC
           MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBHOUJIN FURI INSERT ERR RC=" MCP-RC
                       " PTID=" SYU-PTID
               GO  TO  2002-FURI-INS-EXT
           END-IF
      *
           MOVE    1                   TO  FLG-TAISYO
           ADD     1                   TO  CNT-FURI
           MOVE    WRK-MISYU           TO  WRK-ED-KIN1
           MOVE    SPACE               TO  WRK-LINE
           STRING  "【振替済み】法人："
                                       DELIMITED   BY  SIZE
                   WRK-HOUJINCD        DELIMITED   BY  SPACE
                   "　患者："          DELIMITED   BY  SIZE
                   SYU-PTID            DELIMITED   BY  SIZE
                   "　伝票："          DELIMITED   BY  SIZE
                   SYU-DENPNUM         DELIMITED   BY  SIZE
                   "　金額："          DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-HJNLST-WRITE-SEC
           .
       2002-FURI-INS-EXT.
           EXIT.
      *
      *****************************************************************
      *    法人請求書作成処理
      *    （処理日を締日とする法人の請求書を作成する）
      *****************************************************************
       300-SEIKYU-SEC              SECTION.
      *
           OPEN    OUTPUT              HJNCSV-FILE
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "請求書番号,法人コード,法人名,"
                                       DELIMITED   BY  SIZE
                   "診療日,患者番号,"
                                       DELIMITED   BY  SIZE
                   "患者氏名,入外区分,伝票番号,請求額"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-HJNCSV-WRITE-SEC
      *
      *    処理日の日と月末日
           MOVE    WRK-PARA-SYORIYMD   TO  WRK-YMD
           MOVE    WRK-YMD-DD          TO  WRK-SIME-DD
           PERFORM 800-GETUMATU-SEC
           MOVE    WRK-YMD-DD          TO  WRK-GETUMATU-DD
      *
           INITIALIZE                  HOUJIN-REC
           MOVE    SPA-HOSPNUM         TO  HJN-HOSPNUM
           MOVE    HOUJIN-REC          TO  MCPDATA-REC
           MOVE    "tbl_houjin"        TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBHOUJIN HOUJIN SELECT ERR RC=" MCP-RC
               GO  TO  300-SEIKYU-OWARI
           END-IF
      *
           PERFORM 900-HOUJIN-FETCH-SEC
           PERFORM UNTIL   FLG-HJNALL      =   1
               PERFORM 3001-HOUJIN-SEIKYU-SEC
               PERFORM 900-HOUJIN-FETCH-SEC
           END-PERFORM
      *
           MOVE    "tbl_houjin"        TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       300-SEIKYU-OWARI.
      *
           CLOSE   HJNCSV-FILE
           .
       300-SEIKYU-EXT.
           EXIT.
      *
      *****************************************************************
      *    法人別請求書作成処理
      *****************************************************************
       3001-HOUJIN-SEIKYU-SEC      SECTION.
      *
      *    法人指定時は指定法人のみ締日に関係なく作成する
           IF      WRK-PARA-HOUJINCD   NOT =   SPACE
               IF      HJN-HOUJINCD    NOT =   WRK-PARA-HOUJINCD
                   GO  TO  3001-HOUJIN-SEIKYU-EXT
               END-IF
           ELSE
      *        締日が月末日以上の法人は月末日を締日とする
               IF      HJN-SIMEBI      NOT =   WRK-SIME-DD
                   IF      HJN-SIMEBI          <   WRK-GETUMATU-DD
                   OR      WRK-SIME-DD     NOT =   WRK-GETUMATU-DD
                       GO  TO  3001-HOUJIN-SEIKYU-EXT
                   END-IF
               END-IF
           END-IF
      *
           MOVE    SPACE               TO  WRK-SEIKYUNUM
           STRING  WRK-PARA-SYORIYMD   DELIMITED   BY  SIZE
                   HJN-HOUJINCD        DELIMITED   BY  SPACE
                                       INTO    WRK-SEIKYUNUM
           END-STRING
           PERFORM 870-SKY-GET-SEC
           IF      FLG-SKY             =   ZERO
               MOVE    SPACE               TO  WRK-LINE
               STRING  "【要確認】作成済み"
                                           DELIMITED   BY  SIZE
                       "　請求書番号："
                                           DELIMITED   BY  SIZE
                       WRK-SEIKYUNUM       DELIMITED   BY  SPACE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-HJNLST-WRITE-SEC
               GO  TO  3001-HOUJIN-SEIKYU-EXT
           END-IF
      *
           PERFORM 3002-MEISAI-GET-SEC
           IF      WRK-MEI-MAX         =   ZERO
               GO  TO  3001-HOUJIN-SEIKYU-EXT
           END-IF
      *
           PERFORM 3003-SHRYMD-SEC
      *
      *    請求書見出し
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　御　請　求　書　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　請求書番号："    DELIMITED   BY  SIZE
                   WRK-SEIKYUNUM       DELIMITED   BY  SPACE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-HJNLST-WRITE-SEC
           MOVE    SPACE               TO  WRK-LINE
           STRING  "〒"                DELIMITED   BY  SIZE
                   HJN-POST            DELIMITED   BY  SPACE
                   "　"                DELIMITED   BY  SIZE
                   HJN-ADRS            DELIMITED   BY  "  "
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-HJNLST-WRITE-SEC
           MOVE    SPACE               TO  WRK-LINE
           STRING  HJN-HOUJINNAME      DELIMITED   BY  "  "
                   "　御中"            DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-HJNLST-WRITE-SEC
           IF      HJN-TANTO       NOT =   SPACE
               MOVE    SPACE               TO  WRK-LINE
               STRING  HJN-TANTO           DELIMITED   BY  "  "
                       "　様"              DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-HJNLST-WRITE-SEC
           END-IF
           MOVE    SPACE               TO  WRK-LINE
           STRING  "締日："            DELIMITED   BY  SIZE
                   WRK-PARA-SYORIYMD   DELIMITED   BY  SIZE
                   "　お支払期日："    DELIMITED   BY  SIZE
                   WRK-SHRYMD          DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-HJNLST-WRITE-SEC
           MOVE    "  診療日    患者番号    氏名"
                                       TO  WRK-LINE
           PERFORM 900-HJNLST-WRITE-SEC
      *
           MOVE    ZERO                TO  WRK-GOK-KINGAKU
                                           CNT-IN
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   WRK-MEI-MAX
               PERFORM 3004-MEISAI-SEC
           END-PERFORM
      *
           IF      CNT-IN              =   ZERO
               GO  TO  3001-HOUJIN-SEIKYU-EXT
           END-IF
      *
           MOVE    CNT-IN              TO  WRK-ED-KENSU
           MOVE    WRK-GOK-KINGAKU     TO  WRK-ED-KIN1
           MOVE    SPACE               TO  WRK-LINE
           STRING  "御請求件数："      DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "　御請求金額："    DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "円"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-HJNLST-WRITE-SEC
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-HJNLST-WRITE-SEC
      *
      *    法人請求書の登録
           INITIALIZE                  HOUJINSKY-REC
           MOVE    SPA-HOSPNUM         TO  HJS-HOSPNUM
           MOVE    WRK-SEIKYUNUM       TO  HJS-SEIKYUNUM
           MOVE    HJN-HOUJINCD        TO  HJS-HOUJINCD
           MOVE    WRK-PARA-SYORIYMD   TO  HJS-SIMEYMD
           MOVE    WRK-SHRYMD          TO  HJS-SHRYMD
           MOVE    CNT-IN              TO  HJS-KENSU
           MOVE    WRK-GOK-KINGAKU     TO  HJS-SKYMONEY
           MOVE    ZERO                TO  HJS-NYKMONEY
           MOVE    SPACE               TO  HJS-NYKYMD
           MOVE    "0"                 TO  HJS-STATE
           MOVE    SMCNDATE-YMD        TO  HJS-CREYMD
                                           HJS-UPYMD
           MOVE    SMCNDATE-HMS        TO  HJS-UPHMS
           MOVE    HOUJINSKY-REC       TO  MCPDATA-REC
           MOVE    "tbl_houjinsky"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBHOUJIN SKY INSERT ERR RC=" MCP-RC
                       " NUM=" WRK-SEIKYUNUM
           END-IF
           ADD     1                   TO  CNT-SEIKYU
           .
       3001-HOUJIN-SEIKYU-EXT.
           EXIT.
      *
      *****************************************************************
      *    請求対象振替分取得処理
      *    （締日以前の未請求振替分を退避領域へ残す）
      *****************************************************************
       3002-MEISAI-GET-SEC         SECTION.
      *
           MOVE    ZERO                TO  WRK-MEI-MAX
      *
           INITIALIZE                  HOUJINFURI-REC
           MOVE    SPA-HOSPNUM         TO  HJF-HOSPNUM
           MOVE    HJN-HOUJINCD        TO  HJF-HOUJINCD
           MOVE    HOUJINFURI-REC      TO  MCPDATA-REC
           MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
           MOVE    "houjin"            TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  3002-MEISAI-GET-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FURI
           PERFORM UNTIL   FLG-FURI        =   1
               MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
               MOVE    "houjin"            TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  HOUJINFURI-REC
                   IF      HJF-STATE           =   "0"
                   AND     HJF-SRYYMD      NOT >   WRK-PARA-SYORIYMD
                   AND     WRK-MEI-MAX         <   1000
                       ADD     1                   TO  WRK-MEI-MAX
                       MOVE    HJF-PTID            TO
                               WRK-MEI-PTID (WRK-MEI-MAX)
                       MOVE    HJF-NYUGAIKBN       TO
                               WRK-MEI-NYUGAIKBN (WRK-MEI-MAX)
                       MOVE    HJF-DENPNUM         TO
                               WRK-MEI-DENPNUM (WRK-MEI-MAX)
                       MOVE    HJF-SRYYMD          TO
                               WRK-MEI-SRYYMD (WRK-MEI-MAX)
                   END-IF
               ELSE
                   MOVE    1                   TO  FLG-FURI
               END-IF
           END-PERFORM
      *
           MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
           MOVE    "houjin"            TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       3002-MEISAI-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    支払期日算出処理
      *    （締日から支払月数後の支払日。月末日を超える日は月末日）
      *****************************************************************
       3003-SHRYMD-SEC             SECTION.
      *
           MOVE    WRK-PARA-SYORIYMD   TO  WRK-YMD
           ADD     HJN-SHRTUKI         TO  WRK-YMD-MM
           IF      WRK-YMD-MM          >   12
               SUBTRACT    12              FROM    WRK-YMD-MM
               ADD         1               TO      WRK-YMD-YY
           END-IF
           PERFORM 800-GETUMATU-SEC
           IF      HJN-SHRHI           <   WRK-YMD-DD
               MOVE    HJN-SHRHI           TO  WRK-YMD-DD
           END-IF
           MOVE    WRK-YMD             TO  WRK-SHRYMD
           .
       3003-SHRYMD-EXT.
           EXIT.
      *
      *****************************************************************
      *    請求明細編集処理
      *    （請求時点の未収額を請求額とし、振替分を請求済にする）
      *****************************************************************
       3004-MEISAI-SEC             SECTION.
      *
           MOVE    WRK-MEI-PTID (IDX)  TO  HJF-PTID
           MOVE    WRK-MEI-NYUGAIKBN (IDX)
                                       TO  HJF-NYUGAIKBN
           MOVE    WRK-MEI-DENPNUM (IDX)
                                       TO  HJF-DENPNUM
           PERFORM 840-FURI-GET-SEC
           IF      FLG-FURI        NOT =   ZERO
               GO  TO  3004-MEISAI-EXT
           END-IF
           PERFORM 850-SYUNOU-GET-SEC
           IF      FLG-SYUNOU      NOT =   ZERO
               GO  TO  3004-MEISAI-EXT
           END-IF
           COMPUTE WRK-MISYU   =   SYU-SKYMONEY    -   SYU-NYKMONEY
           IF      WRK-MISYU       NOT >   ZERO
               MOVE    SPACE               TO  WRK-LINE
               STRING  "【要確認】未収なし"
                                           DELIMITED   BY  SIZE
                       "（振替取消要）患者："
                                           DELIMITED   BY  SIZE
                       HJF-PTID            DELIMITED   BY  SIZE
                       "　伝票："          DELIMITED   BY  SIZE
                       HJF-DENPNUM         DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-HJNLST-WRITE-SEC
               GO  TO  3004-MEISAI-EXT
           END-IF
      *
           MOVE    HJF-PTID            TO  WRK-PTID
           PERFORM 800-PTINF-GET-SEC
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    SPACE               TO  PTINF-NAME
           END-IF
      *
      *    請求書明細行
           MOVE    WRK-MISYU           TO  WRK-ED-KIN1
           MOVE    SPACE               TO  WRK-LINE
           STRING  "  "                DELIMITED   BY  SIZE
                   HJF-SRYYMD          DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   HJF-PTID            DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   PTINF-NAME          DELIMITED   BY  "  "
                   "  "                DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "円"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-HJNLST-WRITE-SEC
      *
      *    明細ＣＳＶ
           MOVE    SPACE               TO  WRK-LINE
           MOVE    1                   TO  WRK-PTR
           STRING  WRK-SEIKYUNUM       DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   HJN-HOUJINCD        DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   HJN-HOUJINNAME      DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   HJF-SRYYMD          DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   HJF-PTID            DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   PTINF-NAME          DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   HJF-NYUGAIKBN       DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   HJF-DENPNUM         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
                                       WITH    POINTER WRK-PTR
           END-STRING
           MOVE    WRK-MISYU           TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           PERFORM 900-HJNCSV-WRITE-SEC
      *
      *    振替分を請求済にする
           MOVE    WRK-MISYU           TO  HJF-KINGAKU
           MOVE    WRK-SEIKYUNUM       TO  HJF-SEIKYUNUM
           MOVE    "1"                 TO  HJF-STATE
           MOVE    SMCNDATE-YMD        TO  HJF-UPYMD
           MOVE    SMCNDATE-HMS        TO  HJF-UPHMS
           MOVE    HOUJINFURI-REC      TO  MCPDATA-REC
           MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBHOUJIN FURI UPDATE ERR RC=" MCP-RC
                       " PTID=" HJF-PTID
           END-IF
      *
           ADD     1                   TO  CNT-IN
           ADD     WRK-MISYU           TO  WRK-GOK-KINGAKU
           .
       3004-MEISAI-EXT.
           EXIT.
      *
      *****************************************************************
      *    法人入金取込処理
      *****************************************************************
       400-NYUKIN-SEC              SECTION.
      *
           OPEN    INPUT               HJNIN-FILE
           IF      STS-HJNIN       NOT =   "00"
               DISPLAY "ORCBHOUJIN HJNIN OPEN ERR STS=" STS-HJNIN
               GO  TO  400-NYUKIN-EXT
           END-IF
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　法人入金消込結果"
                                       DELIMITED   BY  SIZE
                   "リスト　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　処理日："        DELIMITED   BY  SIZE
                   WRK-PARA-SYORIYMD   DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-HJNLST-WRITE-SEC
      *
           MOVE    ZERO                TO  FLG-END
           PERFORM UNTIL   FLG-END     =   1
               READ    HJNIN-FILE
                   AT  END
                       MOVE    1           TO  FLG-END
                   NOT AT  END
                       PERFORM 4001-NYUKIN-MAIN-SEC
               END-READ
           END-PERFORM
      *
           CLOSE   HJNIN-FILE
           .
       400-NYUKIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    法人入金１件処理
      *    （入金額を請求書の振替伝票へ順に充当する）
      *****************************************************************
       4001-NYUKIN-MAIN-SEC        SECTION.
      *
           INITIALIZE                  WRK-CSV
           UNSTRING    HJNIN-REC       DELIMITED   BY  ","
                                       INTO    WRK-CSV-KOUMOKU1
                                               WRK-CSV-KOUMOKU2
                                               WRK-CSV-KOUMOKU3
           END-UNSTRING
      *
      *    見出し行等、入金額が数字でない行は読み飛ばす
           MOVE    WRK-CSV-KOUMOKU3    TO  WRK-LINE
           PERFORM 520-NUM-GET-SEC
           IF      FLG-ERR         NOT =   ZERO
           OR      WRK-NUM             =   ZERO
               GO  TO  4001-NYUKIN-MAIN-EXT
           END-IF
           MOVE    WRK-NUM             TO  WRK-NYKMONEY
           MOVE    WRK-CSV-KOUMOKU1    TO  WRK-SEIKYUNUM
           MOVE    WRK-CSV-KOUMOKU2    TO  WRK-NYKYMD
           IF      WRK-NYKYMD          =   SPACE
               MOVE    WRK-PARA-SYORIYMD   TO  WRK-NYKYMD
           END-IF
           ADD     1                   TO  CNT-IN
      *
           PERFORM 870-SKY-GET-SEC
           IF      FLG-SKY         NOT =   ZERO
               MOVE    WRK-NYKMONEY        TO  WRK-ED-KIN1
               MOVE    SPACE               TO  WRK-LINE
               STRING  "【要確認】請求書なし"
                                           DELIMITED   BY  SIZE
                       "　請求書番号："
                                           DELIMITED   BY  SIZE
                       WRK-SEIKYUNUM       DELIMITED   BY  SPACE
                       "　入金額："        DELIMITED   BY  SIZE
                       WRK-ED-KIN1         DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-HJNLST-WRITE-SEC
               ADD     1                   TO  CNT-ERR
               GO  TO  4001-NYUKIN-MAIN-EXT
           END-IF
      *
      *    請求書の振替伝票を退避する
           MOVE    ZERO                TO  WRK-MEI-MAX
           INITIALIZE                  HOUJINFURI-REC
           MOVE    SPA-HOSPNUM         TO  HJF-HOSPNUM
           MOVE    WRK-SEIKYUNUM       TO  HJF-SEIKYUNUM
           MOVE    HOUJINFURI-REC      TO  MCPDATA-REC
           MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
           MOVE    "seikyu"            TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FURI
               PERFORM UNTIL   FLG-FURI        =   1
                   MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
                   MOVE    "seikyu"            TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  HOUJINFURI-REC
                       IF      HJF-STATE           =   "1"
                       AND     WRK-MEI-MAX         <   1000
                           ADD     1                   TO  WRK-MEI-MAX
                           MOVE    HJF-PTID            TO
                                   WRK-MEI-PTID (WRK-MEI-MAX)
                           MOVE    HJF-NYUGAIKBN       TO
                                   WRK-MEI-NYUGAIKBN (WRK-MEI-MAX)
                           MOVE    HJF-DENPNUM         TO
                                   WRK-MEI-DENPNUM (WRK-MEI-MAX)
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FURI
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
           MOVE    "seikyu"            TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    WRK-NYKMONEY        TO  WRK-ZANGAKU
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   WRK-MEI-MAX
                   OR      WRK-ZANGAKU NOT >   ZERO
               PERFORM 4002-SYUNOU-UPD-SEC
           END-PERFORM
      *
      *    法人請求書の入金状態を更新する
           ADD     WRK-NYKMONEY        TO  HJS-NYKMONEY
           MOVE    WRK-NYKYMD          TO  HJS-NYKYMD
           IF      HJS-NYKMONEY        >=  HJS-SKYMONEY
               MOVE    "2"                 TO  HJS-STATE
           ELSE
               MOVE    "1"                 TO  HJS-STATE
           END-IF
           MOVE    SMCNDATE-YMD        TO  HJS-UPYMD
           MOVE    SMCNDATE-HMS        TO  HJS-UPHMS
           MOVE    HOUJINSKY-REC       TO  MCPDATA-REC
           MOVE    "tbl_houjinsky"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBHOUJIN SKY UPDATE ERR RC=" MCP-RC
                       " NUM=" WRK-SEIKYUNUM
           END-IF
      *
           ADD     1                   TO  CNT-NYUKIN
           MOVE    WRK-NYKMONEY        TO  WRK-ED-KIN1
           COMPUTE WRK-ED-KIN2 =   HJS-SKYMONEY    -   HJS-NYKMONEY
           MOVE    SPACE               TO  WRK-LINE
           STRING  "【消込済み】請求書番号："
                                       DELIMITED   BY  SIZE
                   WRK-SEIKYUNUM       DELIMITED   BY  SPACE
                   "　入金額："        DELIMITED   BY  SIZE
                   WRK-ED-KIN1         DELIMITED   BY  SIZE
                   "　請求残："        DELIMITED   BY  SIZE
                   WRK-ED-KIN2         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-HJNLST-WRITE-SEC
      *
      *    充当しきれない入金は過入金として出力する
           IF      WRK-ZANGAKU         >   ZERO
               MOVE    WRK-ZANGAKU         TO  WRK-ED-KIN1
               MOVE    SPACE               TO  WRK-LINE
               STRING  "【要確認】過入金　請求書番号："
                                           DELIMITED   BY  SIZE
                       WRK-SEIKYUNUM       DELIMITED   BY  SPACE
                       "　金額："          DELIMITED   BY  SIZE
                       WRK-ED-KIN1         DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-HJNLST-WRITE-SEC
               ADD     1                   TO  CNT-ERR
           END-IF
           .
       4001-NYUKIN-MAIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    振替伝票１件消込処理
      *    （収納の未収額を上限に充当し、入金方法に法人請求（５）
      *      を記録する）
      *****************************************************************
       4002-SYUNOU-UPD-SEC         SECTION.
      *
           MOVE    WRK-MEI-PTID (IDX)  TO  HJF-PTID
           MOVE    WRK-MEI-NYUGAIKBN (IDX)
                                       TO  HJF-NYUGAIKBN
           MOVE    WRK-MEI-DENPNUM (IDX)
                                       TO  HJF-DENPNUM
           PERFORM 840-FURI-GET-SEC
           IF      FLG-FURI        NOT =   ZERO
               GO  TO  4002-SYUNOU-UPD-EXT
           END-IF
           PERFORM 850-SYUNOU-GET-SEC
           IF      FLG-SYUNOU      NOT =   ZERO
               DISPLAY "ORCBHOUJIN SYUNOU GET ERR PTID=" HJF-PTID
               GO  TO  4002-SYUNOU-UPD-EXT
           END-IF
      *
           COMPUTE WRK-MISYU   =   SYU-SKYMONEY    -   SYU-NYKMONEY
           COMPUTE WRK-JUTO    =   HJF-KINGAKU     -   HJF-NYKMONEY
           IF      WRK-JUTO            >   WRK-MISYU
               MOVE    WRK-MISYU           TO  WRK-JUTO
           END-IF
           IF      WRK-JUTO            >   WRK-ZANGAKU
               MOVE    WRK-ZANGAKU         TO  WRK-JUTO
           END-IF
      *
           IF      WRK-JUTO            >   ZERO
               ADD     WRK-JUTO            TO  SYU-NYKMONEY
               MOVE    "5"                 TO  SYU-NYKHOHO
               MOVE    WRK-NYKYMD          TO  SYU-NYKYMD
               MOVE    SYUNOU-REC          TO  MCPDATA-REC
               MOVE    "tbl_syunou"        TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBUPDATE"          TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC          NOT =   ZERO
                   DISPLAY "ORCBHOUJIN SYUNOU UPDATE ERR RC=" MCP-RC
                           " PTID=" HJF-PTID
                   GO  TO  4002-SYUNOU-UPD-EXT
               END-IF
               SUBTRACT    WRK-JUTO        FROM    WRK-ZANGAKU
                                                   WRK-MISYU
               ADD         WRK-JUTO        TO      HJF-NYKMONEY
           END-IF
      *
      *    全額充当または収納の未収がなくなれば入金済とする
           IF      HJF-NYKMONEY        >=  HJF-KINGAKU
           OR      WRK-MISYU       NOT >   ZERO
               MOVE    "2"                 TO  HJF-STATE
           END-IF
           MOVE    SMCNDATE-YMD        TO  HJF-UPYMD
           MOVE    SMCNDATE-HMS        TO  HJF-UPHMS
           MOVE    HOUJINFURI-REC      TO  MCPDATA-REC
           MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBHOUJIN FURI UPDATE ERR RC=" MCP-RC
                       " PTID=" HJF-PTID
           END-IF
           .
       4002-SYUNOU-UPD-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           CLOSE   HJNLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "FURI    CNT    :" CNT-FURI
           DISPLAY "SEIKYU  CNT    :" CNT-SEIKYU
           DISPLAY "NYUKIN  CNT    :" CNT-NYUKIN
           DISPLAY "ERR     CNT    :" CNT-ERR
           DISPLAY "*** ORCBHOUJIN END ***"
           .
       500-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    取込項目数値変換処理
      *    （ＷＲＫ−ＬＩＮＥ先頭の数字をＷＲＫ−ＮＵＭへ）
      *****************************************************************
       520-NUM-GET-SEC             SECTION.
      *
           MOVE    ZERO                TO  FLG-ERR
                                           WRK-NUM
           MOVE    ZERO                TO  WRK-NUM-SP
           INSPECT WRK-LINE (1:20)     TALLYING    WRK-NUM-SP
                                   FOR CHARACTERS  BEFORE  SPACE
           IF      WRK-NUM-SP          =   ZERO
           OR      WRK-NUM-SP          >   10
               MOVE    1                   TO  FLG-ERR
               GO  TO  520-NUM-GET-EXT
           END-IF
           IF      WRK-LINE (1:WRK-NUM-SP)     IS  NUMERIC
               MOVE    WRK-LINE (1:WRK-NUM-SP)     TO  WRK-NUM
           ELSE
               MOVE    1                   TO  FLG-ERR
           END-IF
           .
       520-NUM-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＣＳＶ数値項目追加処理
      *****************************************************************
       530-CSV-ADD-SEC             SECTION.
      *
           MOVE    WRK-NUM             TO  WRK-NUM-ED
           MOVE    ZERO                TO  WRK-NUM-SP
           INSPECT WRK-NUM-ED      TALLYING    WRK-NUM-SP
                                   FOR LEADING SPACE
           STRING  ","                 DELIMITED   BY  SIZE
                   WRK-NUM-ED (WRK-NUM-SP + 1:)
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
                                       WITH    POINTER WRK-PTR
           END-STRING
           .
       530-CSV-ADD-EXT.
           EXIT.
      *
      *****************************************************************
      *    月末日算出処理（ＷＲＫ−ＹＭＤの日を月末日にする）
      *****************************************************************
       800-GETUMATU-SEC            SECTION.
      *
           EVALUATE    WRK-YMD-MM
               WHEN    01
               WHEN    03
               WHEN    05
               WHEN    07
               WHEN    08
               WHEN    10
               WHEN    12
                   MOVE    31              TO  WRK-YMD-DD
               WHEN    02
      *            うるう年判定
                   DIVIDE  WRK-YMD-YY      BY  4
                           GIVING  WRK-SYO
                           REMAINDER       WRK-AMARI
                   IF      WRK-AMARI       =   ZERO
                       MOVE    29              TO  WRK-YMD-DD
                   ELSE
                       MOVE    28              TO  WRK-YMD-DD
                   END-IF
               WHEN    OTHER
                   MOVE    30              TO  WRK-YMD-DD
           END-EVALUATE
           .
       800-GETUMATU-EXT.
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
           MOVE    WRK-PTID            TO  PTINF-PTID
           MOVE    PTINF-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_ptinf"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTINF-REC
                   MOVE    ZERO                TO  FLG-PTINF
               END-IF
               MOVE    "tbl_ptinf"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       800-PTINF-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    請求先法人取得処理（ＷＲＫ−ＨＯＵＪＩＮＣＤ）
      *****************************************************************
       820-HOUJIN-GET-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-HOUJIN
      *
           INITIALIZE                  HOUJIN-REC
           MOVE    SPA-HOSPNUM         TO  HJN-HOSPNUM
           MOVE    WRK-HOUJINCD        TO  HJN-HOUJINCD
           MOVE    HOUJIN-REC          TO  MCPDATA-REC
           MOVE    "tbl_houjin"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_houjin"        TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  HOUJIN-REC
                   MOVE    ZERO                TO  FLG-HOUJIN
               END-IF
               MOVE    "tbl_houjin"        TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       820-HOUJIN-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    法人請求振替取得処理
      *    （ＨＪＦ−ＰＴＩＤ・ＮＹＵＧＡＩＫＢＮ・ＤＥＮＰＮＵＭ）
      *****************************************************************
       840-FURI-GET-SEC            SECTION.
      *
           MOVE    1                   TO  FLG-FURI
      *
           MOVE    SPA-HOSPNUM         TO  HJF-HOSPNUM
           MOVE    HOUJINFURI-REC      TO  MCPDATA-REC
           MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  HOUJINFURI-REC
                   MOVE    ZERO                TO  FLG-FURI
               END-IF
               MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       840-FURI-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    収納取得処理（振替伝票の収納）
      *****************************************************************
       850-SYUNOU-GET-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-SYUNOU
      *
           INITIALIZE                  SYUNOU-REC
           MOVE    SPA-HOSPNUM         TO  SYU-HOSPNUM
           MOVE    HJF-PTID            TO  SYU-PTID
           MOVE    HJF-NYUGAIKBN       TO  SYU-NYUGAIKBN
           MOVE    HJF-DENPNUM         TO  SYU-DENPNUM
           MOVE    SYUNOU-REC          TO  MCPDATA-REC
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_syunou"        TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  SYUNOU-REC
                   MOVE    ZERO                TO  FLG-SYUNOU
               END-IF
               MOVE    "tbl_syunou"        TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       850-SYUNOU-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    貸倒償却台帳存在チェック処理
      *    （取消以外の台帳があれば償却済みとする）
      *****************************************************************
       860-KASHI-INV-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-KASHI
      *
           INITIALIZE                  KASHI-REC
           MOVE    SPA-HOSPNUM         TO  KASHI-HOSPNUM
           MOVE    SYU-PTID            TO  KASHI-PTID
           MOVE    SYU-NYUGAIKBN       TO  KASHI-NYUGAIKBN
           MOVE    SYU-DENPNUM         TO  KASHI-DENPNUM
           MOVE    KASHI-REC           TO  MCPDATA-REC
           MOVE    "tbl_kashidaore"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_kashidaore"    TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  KASHI-REC
                   IF      KASHI-STATE     NOT =   "9"
                       MOVE    ZERO                TO  FLG-KASHI
                   END-IF
               END-IF
           END-IF
           MOVE    "tbl_kashidaore"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       860-KASHI-INV-EXT.
           EXIT.
      *
      *****************************************************************
      *    法人請求書取得処理（ＷＲＫ−ＳＥＩＫＹＵＮＵＭ）
      *****************************************************************
       870-SKY-GET-SEC             SECTION.
      *
           MOVE    1                   TO  FLG-SKY
      *
           INITIALIZE                  HOUJINSKY-REC
           MOVE    SPA-HOSPNUM         TO  HJS-HOSPNUM
           MOVE    WRK-SEIKYUNUM       TO  HJS-SEIKYUNUM
           MOVE    HOUJINSKY-REC       TO  MCPDATA-REC
           MOVE    "tbl_houjinsky"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_houjinsky"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  HOUJINSKY-REC
                   MOVE    ZERO                TO  FLG-SKY
               END-IF
               MOVE    "tbl_houjinsky"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           .
       870-SKY-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    請求先法人読込処理
      *****************************************************************
       900-HOUJIN-FETCH-SEC        SECTION.
      *
           MOVE    ZERO                TO  FLG-HJNALL
           MOVE    "tbl_houjin"        TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  HOUJIN-REC
           ELSE
               MOVE    1                   TO  FLG-HJNALL
           END-IF
           .
       900-HOUJIN-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    収納読込処理
      *****************************************************************
       900-SYUNOU-FETCH-SEC        SECTION.
      *
           MOVE    ZERO                TO  FLG-SYUNOU
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  SYUNOU-REC
           ELSE
               MOVE    1                   TO  FLG-SYUNOU
           END-IF
           .
       900-SYUNOU-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    請求書・結果リスト行出力処理
      *****************************************************************
       900-HJNLST-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  HJNLST-REC
           WRITE   HJNLST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-HJNLST-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    請求明細ＣＳＶ行出力処理
      *****************************************************************
       900-HJNCSV-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  HJNCSV-REC
           WRITE   HJNCSV-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-HJNCSV-WRITE-EXT.
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
