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
       PROGRAM-ID.             ORCBEHRFHIR.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 患者
      *  コンポーネント名  : 電子カルテ情報共有サービス
      *                      診療情報（３文書６情報）作成
      *                      （共有に同意した患者（ＯＲＣＧＥＨＲＫＹ
      *                        ＯＹＵで登録）について、電子カルテ情報
      *                        共有サービスへ送信するＦＨＩＲ形式
      *                        （ＪＳＯＮ）のファイルを作成する。
      *                        処理区分１：対象期間について患者ごと
      *                        に６情報（傷病名・アレルギー・検査・
      *                        処方）、退院時サマリー、診療情報提供書
      *                        （逆紹介）のファイルを出力先ディレクト
      *                        リへ出力し、送信管理に登録する。
      *                        送信済の文書は再作成しない（再出力を
      *                        指示した文書は再作成する）。
      *                        処理区分２：作成済の文書を送信済とする。
      *                        処理区分３：送信結果ファイル（ＣＳＶ）
      *                        を取り込み送信済・エラーとする。
      *                        処理区分４：送信状況一覧を出力する。
      *                        （文字コード変換・送信は呼出元シェル
      *                          で行う））
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
      *    ＦＨＩＲファイル（文書ごと）
           SELECT  JSON-FILE       ASSIGN  JSONPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-JSON.
      *
      *    送信結果ファイル（ＣＳＶ）
           SELECT  KEKKA-FILE      ASSIGN  KEKKAPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-KEKKA.
      *
      *    作成結果・処理結果・送信状況一覧
           SELECT  EHRLST-FILE     ASSIGN  EHRLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-EHRLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  JSON-FILE.
       01  JSON-REC                PIC X(500).
      *
       FD  KEKKA-FILE.
       01  KEKKA-REC               PIC X(300).
      *
       FD  EHRLST-FILE.
       01  EHRLST-REC              PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-JSON                        PIC X(02).
           03  STS-KEKKA                       PIC X(02).
           03  STS-EHRLST                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-EHD                         PIC 9(01).
           03  FLG-EHS                         PIC 9(01).
           03  FLG-EHS-ALL                     PIC 9(01).
           03  FLG-PTINF                       PIC 9(01).
           03  FLG-PTNUM                       PIC 9(01).
           03  FLG-SYSKANRI                    PIC 9(01).
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-KEKKA                       PIC 9(01).
           03  FLG-TSM                         PIC 9(01).
           03  FLG-SKM                         PIC 9(01).
      *    リソース・セクションの２件目以降（区切りのカンマ）
           03  FLG-ENTRY                       PIC 9(01).
           03  FLG-SECTION                     PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(06).
           03  CNT-KANJA                       PIC 9(06).
           03  CNT-FILE                        PIC 9(06).
           03  CNT-ERR                         PIC 9(06).
           03  CNT-SKIP                        PIC 9(06).
           03  CNT-UPD                         PIC 9(06).
           03  CNT-KEKKA-ERR                   PIC 9(06).
           03  CNT-RES                         PIC 9(04).
           03  CNT-SP                          PIC 9(03).
      *    状態別件数（未出力・出力済・送信済・エラー）
           03  CNT-STATE       OCCURS  4       PIC 9(06).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(03).
           03  IDXK                            PIC 9(03).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理区分（１：作成　２：送信済登録　３：送信結果取込
      *                  ４：送信状況一覧）
               05  WRK-PARA-SYORIKBN           PIC X(01).
      *        対象期間（開始・終了）
               05  WRK-PARA-STYMD              PIC X(08).
               05  WRK-PARA-EDYMD              PIC X(08).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *        ＦＨＩＲファイル出力先ディレクトリ
               05  WRK-PARA-OUTDIR             PIC X(100).
      *
      *    医療機関コード（都道府県＋点数表＋医療機関コード）
           03  WRK-KIKANNUM                    PIC X(10).
           03  WRK-HOSPNAME                    PIC X(100).
      *
           03  WRK-PTNUM                       PIC X(20).
           03  WRK-FILENAME                    PIC X(60).
           03  WRK-ERRMSG                      PIC X(100).
           03  WRK-SYUBETU-NAME                PIC X(20).
           03  WRK-STATE-NAME                  PIC X(12).
           03  WRK-SEC-TITLE                   PIC X(40).
           03  WRK-CD                          PIC X(12).
           03  WRK-SYSTEM                      PIC X(60).
           03  WRK-STATUS                      PIC X(12).
      *
      *    日付編集（ＦＨＩＲ日付　ＹＹＹＹ−ＭＭ−ＤＤ）
           03  WRK-YMD                         PIC X(08).
           03  WRK-FHIR-YMD                    PIC X(10).
      *
      *    期間の日付送り
           03  WRK-DAY-YMD                     PIC 9(08).
           03  WRK-DAY-YMD-R       REDEFINES   WRK-DAY-YMD.
               05  WRK-DAY-YY                  PIC 9(04).
               05  WRK-DAY-MM                  PIC 9(02).
               05  WRK-DAY-DD                  PIC 9(02).
      *
      *    退院日・逆紹介の退避（患者ごと）
           03  WRK-TAIIN-MAX                   PIC 9(03).
           03  WRK-TAIIN-TBL       OCCURS  20.
               05  WRK-TAIIN-NYUINYMD          PIC X(08).
               05  WRK-TAIIN-TAIINYMD          PIC X(08).
           03  WRK-TEIKYO-MAX                  PIC 9(03).
           03  WRK-TEIKYO-TBL      OCCURS  20.
               05  WRK-TEIKYO-YMD              PIC X(08).
               05  WRK-TEIKYO-SHOKAICD         PIC X(06).
      *
      *    送信結果ファイル項目
           03  WRK-CSV.
               05  WRK-CSV-FILENAME            PIC X(60).
               05  WRK-CSV-KEKKA               PIC X(01).
               05  WRK-CSV-MSG                 PIC X(100).
      *
      *    編集用
           03  WRK-LINE                        PIC X(200).
           03  WRK-JSON                        PIC X(500).
           03  WRK-TEXT                        PIC X(300).
           03  WRK-ADD                         PIC X(200).
           03  WRK-PTR                         PIC 9(03).
           03  WRK-ED-KENSU                    PIC ZZZ,ZZ9.
           03  WRK-ED-SURYO                    PIC ZZZZ9.9(05).
      *
           03  JSONPARA                        PIC X(256).
           03  KEKKAPARA                       PIC X(256).
           03  EHRLSTPARA                      PIC X(256).
      *
      *    リソース識別子（ＵＵＩＤ形式）
      *    （作成日・時分・連番・文書種別・患者ＩＤから編集する）
       01  UID-AREA.
           03  UID-UUID.
               05  UID-YMD                     PIC X(08).
               05  FILLER                      PIC X(01)   VALUE "-".
               05  UID-HM                      PIC X(04).
               05  FILLER                      PIC X(01)   VALUE "-".
               05  UID-SEQ                     PIC 9(04).
               05  FILLER                      PIC X(01)   VALUE "-".
               05  UID-SYUBETU                 PIC X(01).
               05  UID-SUB                     PIC 9(03).
               05  FILLER                      PIC X(01)   VALUE "-".
               05  FILLER                      PIC X(02)   VALUE "00".
               05  UID-PTID                    PIC 9(10).
           03  UID-PT-UUID                     PIC X(36).
           03  UID-ORG-UUID                    PIC X(36).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    電子カルテ情報共有同意テーブル
      *    （ＯＲＣＧＥＨＲＫＹＯＹＵと同一レイアウト）
      *    同意区分（０：未取得　１：同意　２：不同意　３：撤回）
       01  EHRDOUI-REC.
           03  EHD-HOSPNUM             PIC 9(02).
           03  EHD-PTID                PIC 9(10).
           03  EHD-DOUIKBN             PIC X(01).
           03  EHD-DOUIYMD             PIC X(08).
           03  EHD-OPID                PIC X(10).
           03  EHD-UPYMD               PIC X(08).
           03  EHD-UPHMS               PIC X(06).
      *
      *    電子カルテ情報共有送信管理テーブル
      *    （ＯＲＣＧＥＨＲＫＹＯＹＵと同一レイアウト）
      *    文書種別（１：６情報　２：退院時サマリー
      *              ３：診療情報提供書）
      *    参照コード（退院時サマリー：入院日　診療情報提供書：
      *                紹介先コード）
      *    状態（０：再出力指示　１：出力済　２：送信済
      *          ９：エラー）
       01  EHRSOSHIN-REC.
           03  EHS-HOSPNUM             PIC 9(02).
           03  EHS-PTID                PIC 9(10).
           03  EHS-SYUBETU             PIC X(01).
           03  EHS-TAISYOYMD           PIC X(08).
           03  EHS-REFCD               PIC X(10).
           03  EHS-FILENAME            PIC X(60).
           03  EHS-STATE               PIC X(01).
           03  EHS-ERRMSG              PIC X(100).
           03  EHS-SAKUSEIYMD          PIC X(08).
           03  EHS-SAKUSEIHMS          PIC X(06).
           03  EHS-SOSINYMD            PIC X(08).
           03  EHS-SOSINHMS            PIC X(06).
           03  EHS-UPYMD               PIC X(08).
           03  EHS-UPHMS               PIC X(06).
      *
      *    薬剤アレルギー歴テーブル
      *    （ＯＲＣＳＡＬＬＥＲＧＹＣＨＫと同一レイアウト）
       01  PTALLERGY-REC.
           03  ALG-HOSPNUM             PIC 9(02).
           03  ALG-PTID                PIC 9(10).
           03  ALG-RENNUM              PIC 9(04).
           03  ALG-JUSYODO             PIC X(01).
           03  ALG-SRYCD               PIC X(09).
           03  ALG-YAKKAKJNCD          PIC X(12).
           03  ALG-NAME                PIC X(100).
           03  ALG-NAIYO               PIC X(100).
           03  ALG-HATSUGENYMD         PIC X(08).
           03  ALG-UPYMD               PIC X(08).
           03  ALG-UPHMS               PIC X(06).
      *
      *    検査結果テーブル
      *    （ＯＲＣＢＬＡＢＩＭＰと同一レイアウト）
       01  LABRESULT-REC.
           03  LAB-HOSPNUM             PIC 9(02).
           03  LAB-PTID                PIC 9(10).
           03  LAB-KENSAYMD            PIC X(08).
           03  LAB-ITEMCD              PIC X(09).
           03  LAB-ITEMNAME            PIC X(40).
           03  LAB-VALUE               PIC X(12).
           03  LAB-LOW                 PIC X(12).
           03  LAB-HIGH                PIC X(12).
           03  LAB-UNIT                PIC X(10).
           03  LAB-HANIGAIFLG          PIC X(01).
           03  LAB-UPYMD               PIC X(08).
           03  LAB-UPHMS               PIC X(06).
      *
      *    退院時サマリーテーブル
      *    （ＯＲＣＧＴＡＩＩＮＳＵＭと同一レイアウト）
       01  TAIINSUM-REC.
           03  TSM-HOSPNUM             PIC 9(02).
           03  TSM-PTID                PIC 9(10).
           03  TSM-NYUINYMD            PIC X(08).
           03  TSM-TAIINYMD            PIC X(08).
           03  TSM-BYOMEI1             PIC X(60).
           03  TSM-BYOMEI2             PIC X(60).
           03  TSM-BYOMEI3             PIC X(60).
           03  TSM-SYUJUTU1            PIC X(60).
           03  TSM-SYUJUTU2            PIC X(60).
           03  TSM-SHOHOU              PIC X(200).
           03  TSM-SHOKEN1             PIC X(60).
           03  TSM-SHOKEN2             PIC X(60).
           03  TSM-SHOKEN3             PIC X(60).
           03  TSM-DRCD                PIC X(05).
           03  TSM-CREYMD              PIC X(08).
           03  TSM-UPYMD               PIC X(08).
           03  TSM-UPHMS               PIC X(06).
      *
      *    紹介元医療機関マスタ
      *    （ＯＲＣＧＳＨＯＫＡＩと同一レイアウト）
       01  SHOKAIMOTO-REC.
           03  SKM-HOSPNUM             PIC 9(02).
           03  SKM-SHOKAICD            PIC X(06).
           03  SKM-SHOKAINM            PIC X(60).
           03  SKM-UPYMD               PIC X(08).
           03  SKM-UPHMS               PIC X(06).
      *
      *    紹介受診記録テーブル
      *    （ＯＲＣＧＳＨＯＫＡＩと同一レイアウト）
       01  SHOKAIRRK-REC.
           03  SKR-HOSPNUM             PIC 9(02).
           03  SKR-PTID                PIC 9(10).
           03  SKR-YMD                 PIC X(08).
           03  SKR-KROKUKBN            PIC X(01).
           03  SKR-SHOKAICD            PIC X(06).
           03  SKR-OPID                PIC X(10).
           03  SKR-UPYMD               PIC X(08).
           03  SKR-UPHMS               PIC X(06).
      *
      *    患者入院履歴
       01  PTNYUINRRK-REC.
           COPY    "CPPTNYUINRRK.INC".
      *
      *    診療行為
       01  SRYACT-REC.
           COPY    "CPSRYACT.INC".
      *
      *    医療機関情報（基本）
           COPY    "CPSK1001.INC".
      *
      *    患者
       01  PTINF-REC.
           COPY    "CPPTINF.INC".
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
      *    患者病名取得サブ
           COPY    "CPORCSBYOINFO.INC".
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
      *        作成
               WHEN    "1"
                   PERFORM 200-SAKUSEI-SEC
      *        送信済登録
               WHEN    "2"
                   PERFORM 300-SOSIN-SEC
      *        送信結果取込
               WHEN    "3"
                   PERFORM 400-KEKKA-SEC
      *        送信状況一覧
               WHEN    "4"
                   PERFORM 500-ICHIRAN-SEC
               WHEN    OTHER
                   DISPLAY "ORCBEHRFHIR PARA SYORIKBN ERR:"
                           WRK-PARA-SYORIKBN
           END-EVALUATE
      *
           PERFORM 600-TERM-SEC
      *
           STOP    RUN
           .
      *****************************************************************
      *    初期　処理
      *****************************************************************
       100-INIT-SEC                SECTION.
      *
           DISPLAY "*** ORCBEHRFHIR START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SYORIKBN
                                               WRK-PARA-STYMD
                                               WRK-PARA-EDYMD
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               WRK-PARA-OUTDIR
                                               KEKKAPARA
                                               EHRLSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "電子カルテ情報共有ファイル作成"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBEHRFHIR"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    対象期間の省略時は当月１日から当日まで
           IF      WRK-PARA-STYMD      =   SPACE
               MOVE    SMCNDATE-YMD        TO  WRK-PARA-STYMD
               MOVE    "01"                TO  WRK-PARA-STYMD (7:2)
           END-IF
           IF      WRK-PARA-EDYMD      =   SPACE
               MOVE    SMCNDATE-YMD        TO  WRK-PARA-EDYMD
           END-IF
      *
           OPEN    OUTPUT              EHRLST-FILE
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    作成処理
      *    （同意済の患者ごとに６情報・退院時サマリー・診療情報
      *      提供書のファイルを作成する）
      *****************************************************************
       200-SAKUSEI-SEC             SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　電子カルテ情報共有　"
                                       DELIMITED   BY  SIZE
                   "ファイル作成結果　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　対象期間："      DELIMITED   BY  SIZE
                   WRK-PARA-STYMD      DELIMITED   BY  SIZE
                   "〜"                DELIMITED   BY  SIZE
                   WRK-PARA-EDYMD      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-EHRLST-WRITE-SEC
      *
           PERFORM 210-KIKAN-GET-SEC
           IF      FLG-SYSKANRI    NOT =   ZERO
               MOVE    "医療機関情報が取得できません"
                                       TO  WRK-LINE
               PERFORM 900-EHRLST-WRITE-SEC
               GO  TO  200-SAKUSEI-EXT
           END-IF
      *
           PERFORM 900-EHD-SELECT-SEC
           PERFORM UNTIL   FLG-EHD     =   1
               IF      EHD-DOUIKBN         =   "1"
                   PERFORM 2001-KANJA-SEC
               END-IF
               PERFORM 900-EHD-FETCH-SEC
           END-PERFORM
           PERFORM 900-EHD-CLOSE-SEC
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-EHRLST-WRITE-SEC
           MOVE    CNT-KANJA           TO  WRK-ED-KENSU
           STRING  "対象患者　　："    DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "人"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-EHRLST-WRITE-SEC
           MOVE    CNT-FILE            TO  WRK-ED-KENSU
           STRING  "ファイル作成："    DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "件"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-EHRLST-WRITE-SEC
           MOVE    CNT-ERR             TO  WRK-ED-KENSU
           STRING  "エラー　　　："    DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "件"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-EHRLST-WRITE-SEC
           MOVE    CNT-SKIP            TO  WRK-ED-KENSU
           STRING  "送信済（対象外）："
                                       DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "件"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-EHRLST-WRITE-SEC
           .
       200-SAKUSEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者処理（１人分）
      *****************************************************************
       2001-KANJA-SEC              SECTION.
      *
           ADD     1                   TO  CNT-KANJA
      *
           PERFORM 900-PTINF-INV-SEC
           PERFORM 900-PTNUM-INV-SEC
      *
      *    ６情報
           PERFORM 2010-ROKUJOHO-SEC
      *
      *    退院時サマリー（対象期間に退院した入院分）
           PERFORM 2020-TAIIN-SEC
      *
      *    診療情報提供書（対象期間の逆紹介分）
           PERFORM 2030-TEIKYO-SEC
           .
       2001-KANJA-EXT.
           EXIT.
      *
      *****************************************************************
      *    ６情報ファイル作成処理
      *    （傷病名・アレルギー・検査結果・処方を Bundle（collection）
      *      として出力する）
      *****************************************************************
       2010-ROKUJOHO-SEC           SECTION.
      *
           INITIALIZE                  EHRSOSHIN-REC
           MOVE    SPA-HOSPNUM         TO  EHS-HOSPNUM
           MOVE    EHD-PTID            TO  EHS-PTID
           MOVE    "1"                 TO  EHS-SYUBETU
           MOVE    WRK-PARA-EDYMD      TO  EHS-TAISYOYMD
           PERFORM 2090-SOSHIN-CHK-SEC
           IF      FLG-EHS             =   ZERO
           AND     EHS-STATE           =   "2"
               ADD     1                   TO  CNT-SKIP
               GO  TO  2010-ROKUJOHO-EXT
           END-IF
      *
           MOVE    SPACE               TO  WRK-ERRMSG
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    "患者情報の登録がありません"
                                       TO  WRK-ERRMSG
               PERFORM 2099-SOSHIN-KOSIN-SEC
               GO  TO  2010-ROKUJOHO-EXT
           END-IF
      *
           MOVE    SPACE               TO  WRK-FILENAME
           STRING  "EHR6_"             DELIMITED   BY  SIZE
                   WRK-PTNUM           DELIMITED   BY  SPACE
                   "_"                 DELIMITED   BY  SIZE
                   WRK-PARA-EDYMD      DELIMITED   BY  SIZE
                   ".json"             DELIMITED   BY  SIZE
                                       INTO    WRK-FILENAME
           END-STRING
           PERFORM 2091-JSON-OPEN-SEC
           IF      WRK-ERRMSG      NOT =   SPACE
               PERFORM 2099-SOSHIN-KOSIN-SEC
               GO  TO  2010-ROKUJOHO-EXT
           END-IF
      *
           PERFORM 2092-BUNDLE-ST-SEC
           PERFORM 2011-PATIENT-SEC
           PERFORM 2012-CONDITION-SEC
           PERFORM 2013-ALLERGY-SEC
      *
      *    検査結果・処方（対象期間を１日ずつ検索する）
           MOVE    WRK-PARA-STYMD      TO  WRK-DAY-YMD
           PERFORM UNTIL   WRK-DAY-YMD >   WRK-PARA-EDYMD
               PERFORM 2014-KENSA-SEC
               PERFORM 2015-SHOHO-SEC
               PERFORM 800-YMD-NEXT-SEC
           END-PERFORM
      *
           PERFORM 2093-BUNDLE-ED-SEC
           PERFORM 2099-SOSHIN-KOSIN-SEC
           .
       2010-ROKUJOHO-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者（Patient）出力処理
      *****************************************************************
       2011-PATIENT-SEC            SECTION.
      *
           PERFORM 2094-ENTRY-ST-SEC
           MOVE    UID-UUID            TO  UID-PT-UUID
      *
           MOVE    """resourceType"":""Patient"","
                                       TO  WRK-JSON
           PERFORM 900-JSON-WRITE-SEC
           STRING  """identifier"":[{""system"":"""
                                       DELIMITED   BY  SIZE
                   "urn:oid:1.2.392.100495.20.3.51.1"
                                       DELIMITED   BY  SIZE
                   WRK-KIKANNUM        DELIMITED   BY  SIZE
                   """,""value"":"""   DELIMITED   BY  SIZE
                   WRK-PTNUM           DELIMITED   BY  SPACE
                   """}],"             DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
      *    氏名（漢字・カナ）
           MOVE    PTINF-NAME          TO  WRK-TEXT
           PERFORM 2098-ESC-SEC
           STRING  """name"":[{""use"":""official"",""text"":"""
                                       DELIMITED   BY  SIZE
                   WRK-TEXT            DELIMITED   BY  "  "
                   """},"              DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
           MOVE    PTINF-KANANAME      TO  WRK-TEXT
           PERFORM 2098-ESC-SEC
           STRING  "{""use"":""official"",""text"":"""
                                       DELIMITED   BY  SIZE
                   WRK-TEXT            DELIMITED   BY  "  "
                   """,""extension"":[{""url"":"""
                                       DELIMITED   BY  SIZE
                   "http://hl7.org/fhir/StructureDefinition/"
                                       DELIMITED   BY  SIZE
                   "iso21090-EN-representation"""
                                       DELIMITED   BY  SIZE
                   ",""valueCode"":""SYL""}]}],"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
           EVALUATE    PTINF-SEX
               WHEN    "1"
                   MOVE    """gender"":""male"","
                                       TO  WRK-JSON
               WHEN    "2"
                   MOVE    """gender"":""female"","
                                       TO  WRK-JSON
               WHEN    OTHER
                   MOVE    """gender"":""unknown"","
                                       TO  WRK-JSON
           END-EVALUATE
           PERFORM 900-JSON-WRITE-SEC
           MOVE    PTINF-BIRTHDAY      TO  WRK-YMD
           PERFORM 2097-FHIR-YMD-SEC
           STRING  """birthDate"":"""  DELIMITED   BY  SIZE
                   WRK-FHIR-YMD        DELIMITED   BY  SIZE
                   """"                DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
      *
           PERFORM 2095-ENTRY-ED-SEC
           .
       2011-PATIENT-EXT.
           EXIT.
      *
      *****************************************************************
      *    傷病名（Condition）出力処理
      *    （対象期間の終了日までに開始し、開始日以降も継続または
      *      転帰した病名を出力する）
      *****************************************************************
       2012-CONDITION-SEC          SECTION.
      *
           INITIALIZE                  ORCSBYOINFOAREA
           MOVE    EHD-PTID            TO  SBYOINFO-PTID
           MOVE    WRK-PARA-EDYMD (1:6)
                                       TO  SBYOINFO-SRYYM
           MOVE    "All"               TO  SBYOINFO-SELECT-MODE
           CALL    "ORCSBYOINFO"       USING
                                       ORCSBYOINFOAREA
                                       SPA-AREA
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   200
                   OR      SBYOINFO-SRYYMD (IDX)   =   SPACE
               IF      SBYOINFO-SRYYMD (IDX)   <=  WRK-PARA-EDYMD
               AND   ( SBYOINFO-TENKIKBN (IDX) =   SPACE
                   OR  SBYOINFO-TENKIYMD (IDX) >=  WRK-PARA-STYMD )
                   PERFORM 20121-CONDITION-OUT-SEC
               END-IF
           END-PERFORM
           .
       2012-CONDITION-EXT.
           EXIT.
      *
      *****************************************************************
      *    傷病名（Condition）１件出力処理
      *****************************************************************
       20121-CONDITION-OUT-SEC     SECTION.
      *
           PERFORM 2094-ENTRY-ST-SEC
      *
           MOVE    """resourceType"":""Condition"","
                                       TO  WRK-JSON
           PERFORM 900-JSON-WRITE-SEC
      *    臨床状態（転帰なし：継続　治ゆ：解決　その他：非活動）
           EVALUATE    SBYOINFO-TENKIKBN (IDX)
               WHEN    SPACE
                   MOVE    "active"            TO  WRK-STATUS
               WHEN    "1"
                   MOVE    "resolved"          TO  WRK-STATUS
               WHEN    OTHER
                   MOVE    "inactive"          TO  WRK-STATUS
           END-EVALUATE
           STRING  """clinicalStatus"":{""coding"":[{""system"":"""
                                       DELIMITED   BY  SIZE
                   "http://terminology.hl7.org/CodeSystem/"
                                       DELIMITED   BY  SIZE
                   "condition-clinical"",""code"":"""
                                       DELIMITED   BY  SIZE
                   WRK-STATUS          DELIMITED   BY  SPACE
                   """}]},"            DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
      *    確からしさ（疑い病名は暫定）
           IF      SBYOINFO-UTAGAIFLG (IDX)    =   "1"
               MOVE    "provisional"       TO  WRK-STATUS
           ELSE
               MOVE    "confirmed"         TO  WRK-STATUS
           END-IF
           STRING  """verificationStatus"":{""coding"":[{""system"":"""
                                       DELIMITED   BY  SIZE
                   "http://terminology.hl7.org/CodeSystem/"
                                       DELIMITED   BY  SIZE
                   "condition-ver-status"",""code"":"""
                                       DELIMITED   BY  SIZE
                   WRK-STATUS          DELIMITED   BY  SPACE
                   """}]},"            DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
      *    病名（修飾語付きの病名は病名コード　０００００９９９）
           IF      SBYOINFO-BYOMEICD (IDX 2)   =   SPACE
               MOVE    SBYOINFO-BYOMEICD (IDX 1)
                                       TO  WRK-CD
           ELSE
               MOVE    "0000999"           TO  WRK-CD
           END-IF
           MOVE    SBYOINFO-BYOMEI (IDX)
                                       TO  WRK-TEXT
           PERFORM 2098-ESC-SEC
           STRING  """code"":{""coding"":[{""system"":"""
                                       DELIMITED   BY  SIZE
                   "urn:oid:1.2.392.200119.4.101.6"
                                       DELIMITED   BY  SIZE
                   """,""code"":"""    DELIMITED   BY  SIZE
                   WRK-CD              DELIMITED   BY  SPACE
                   """}],""text"":"""  DELIMITED   BY  SIZE
                   WRK-TEXT            DELIMITED   BY  "  "
                   """},"              DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
      *    開始日・転帰日
           MOVE    SBYOINFO-SRYYMD (IDX)
                                       TO  WRK-YMD
           PERFORM 2097-FHIR-YMD-SEC
           STRING  """onsetDateTime"":"""
                                       DELIMITED   BY  SIZE
                   WRK-FHIR-YMD        DELIMITED   BY  SIZE
                   ""","               DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
           IF      SBYOINFO-TENKIKBN (IDX)     NOT =   SPACE
           AND     SBYOINFO-TENKIYMD (IDX)     IS  NUMERIC
               MOVE    SBYOINFO-TENKIYMD (IDX)
                                       TO  WRK-YMD
               PERFORM 2097-FHIR-YMD-SEC
               STRING  """abatementDateTime"":"""
                                       DELIMITED   BY  SIZE
                       WRK-FHIR-YMD        DELIMITED   BY  SIZE
                       ""","               DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
               END-STRING
               PERFORM 900-JSON-WRITE-SEC
           END-IF
      *
           PERFORM 2096-SUBJECT-SEC
           PERFORM 2095-ENTRY-ED-SEC
           .
       20121-CONDITION-OUT-EXT.
           EXIT.
      *
      *****************************************************************
      *    アレルギー（AllergyIntolerance）出力処理
      *****************************************************************
       2013-ALLERGY-SEC            SECTION.
      *
           INITIALIZE                  PTALLERGY-REC
           MOVE    SPA-HOSPNUM         TO  ALG-HOSPNUM
           MOVE    EHD-PTID            TO  ALG-PTID
           MOVE    PTALLERGY-REC       TO  MCPDATA-REC
           MOVE    "tbl_ptallergy"     TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           PERFORM UNTIL   FLG-FETCH   =   1
               MOVE    "tbl_ptallergy"     TO  MCP-TABLE
               MOVE    "pt"                TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTALLERGY-REC
                   PERFORM 20131-ALLERGY-OUT-SEC
               ELSE
                   MOVE    1                   TO  FLG-FETCH
               END-IF
           END-PERFORM
           MOVE    "tbl_ptallergy"     TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       2013-ALLERGY-EXT.
           EXIT.
      *
      *****************************************************************
      *    アレルギー（AllergyIntolerance）１件出力処理
      *****************************************************************
       20131-ALLERGY-OUT-SEC       SECTION.
      *
           PERFORM 2094-ENTRY-ST-SEC
      *
           MOVE    """resourceType"":""AllergyIntolerance"","
                                       TO  WRK-JSON
           PERFORM 900-JSON-WRITE-SEC
           MOVE    """category"":[""medication""],"
                                       TO  WRK-JSON
           PERFORM 900-JSON-WRITE-SEC
      *    重症度（３：重篤は高リスク）
           IF      ALG-JUSYODO         =   "3"
               MOVE    """criticality"":""high"","
                                       TO  WRK-JSON
           ELSE
               MOVE    """criticality"":""low"","
                                       TO  WRK-JSON
           END-IF
           PERFORM 900-JSON-WRITE-SEC
           MOVE    ALG-NAME            TO  WRK-TEXT
           PERFORM 2098-ESC-SEC
           STRING  """code"":{""coding"":[{""system"":"""
                                       DELIMITED   BY  SIZE
                   "urn:oid:1.2.392.100495.20.2.74"
                                       DELIMITED   BY  SIZE
                   """,""code"":"""    DELIMITED   BY  SIZE
                   ALG-SRYCD           DELIMITED   BY  SPACE
                   """}],""text"":"""  DELIMITED   BY  SIZE
                   WRK-TEXT            DELIMITED   BY  "  "
                   """},"              DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
           IF      ALG-HATSUGENYMD     IS  NUMERIC
               MOVE    ALG-HATSUGENYMD     TO  WRK-YMD
               PERFORM 2097-FHIR-YMD-SEC
               STRING  """onsetDateTime"":"""
                                       DELIMITED   BY  SIZE
                       WRK-FHIR-YMD        DELIMITED   BY  SIZE
                       ""","               DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
               END-STRING
               PERFORM 900-JSON-WRITE-SEC
           END-IF
           IF      ALG-NAIYO       NOT =   SPACE
               MOVE    ALG-NAIYO           TO  WRK-TEXT
               PERFORM 2098-ESC-SEC
               STRING  """note"":[{""text"":"""
                                       DELIMITED   BY  SIZE
                       WRK-TEXT            DELIMITED   BY  "  "
                       """}],"             DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
               END-STRING
               PERFORM 900-JSON-WRITE-SEC
           END-IF
           STRING  """patient"":{""reference"":""urn:uuid:"
                                       DELIMITED   BY  SIZE
                   UID-PT-UUID         DELIMITED   BY  SIZE
                   """}"               DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
      *
           PERFORM 2095-ENTRY-ED-SEC
           .
       20131-ALLERGY-OUT-EXT.
           EXIT.
      *
      *****************************************************************
      *    検査結果（Observation）出力処理（１日分）
      *****************************************************************
       2014-KENSA-SEC              SECTION.
      *
           INITIALIZE                  LABRESULT-REC
           MOVE    SPA-HOSPNUM         TO  LAB-HOSPNUM
           MOVE    EHD-PTID            TO  LAB-PTID
           MOVE    WRK-DAY-YMD         TO  LAB-KENSAYMD
           MOVE    LABRESULT-REC       TO  MCPDATA-REC
           MOVE    "tbl_labresult"     TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           PERFORM UNTIL   FLG-FETCH   =   1
               MOVE    "tbl_labresult"     TO  MCP-TABLE
               MOVE    "ptymd"             TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  LABRESULT-REC
                   PERFORM 20141-KENSA-OUT-SEC
               ELSE
                   MOVE    1                   TO  FLG-FETCH
               END-IF
           END-PERFORM
           MOVE    "tbl_labresult"     TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       2014-KENSA-EXT.
           EXIT.
      *
      *****************************************************************
      *    検査結果（Observation）１件出力処理
      *    （検査項目コードは院内コードとして出力する）
      *****************************************************************
       20141-KENSA-OUT-SEC         SECTION.
      *
           PERFORM 2094-ENTRY-ST-SEC
      *
           MOVE    """resourceType"":""Observation"","
                                       TO  WRK-JSON
           PERFORM 900-JSON-WRITE-SEC
           MOVE    """status"":""final"","
                                       TO  WRK-JSON
           PERFORM 900-JSON-WRITE-SEC
           STRING  """category"":[{""coding"":[{""system"":"""
                                       DELIMITED   BY  SIZE
                   "http://terminology.hl7.org/CodeSystem/"
                                       DELIMITED   BY  SIZE
                   "observation-category"",""code"":"
                                       DELIMITED   BY  SIZE
                   """laboratory""}]}],"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
           MOVE    LAB-ITEMNAME        TO  WRK-TEXT
           PERFORM 2098-ESC-SEC
           STRING  """code"":{""coding"":[{""system"":"""
                                       DELIMITED   BY  SIZE
                   "urn:oid:1.2.392.100495.20.3.41.1"
                                       DELIMITED   BY  SIZE
                   WRK-KIKANNUM        DELIMITED   BY  SIZE
                   """,""code"":"""    DELIMITED   BY  SIZE
                   LAB-ITEMCD          DELIMITED   BY  SPACE
                   """}],""text"":"""  DELIMITED   BY  SIZE
                   WRK-TEXT            DELIMITED   BY  "  "
                   """},"              DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
           MOVE    LAB-KENSAYMD        TO  WRK-YMD
           PERFORM 2097-FHIR-YMD-SEC
           STRING  """effectiveDateTime"":"""
                                       DELIMITED   BY  SIZE
                   WRK-FHIR-YMD        DELIMITED   BY  SIZE
                   ""","               DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
      *    結果値（文字列）・基準値
           MOVE    LAB-VALUE           TO  WRK-TEXT
           PERFORM 2098-ESC-SEC
           STRING  """valueString"":"""
                                       DELIMITED   BY  SIZE
                   WRK-TEXT            DELIMITED   BY  SPACE
                   ""","               DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
           IF      LAB-LOW         NOT =   SPACE
           OR      LAB-HIGH        NOT =   SPACE
               MOVE    SPACE               TO  WRK-TEXT
               STRING  LAB-LOW             DELIMITED   BY  SPACE
                       "-"                 DELIMITED   BY  SIZE
                       LAB-HIGH            DELIMITED   BY  SPACE
                       " "                 DELIMITED   BY  SIZE
                       LAB-UNIT            DELIMITED   BY  SPACE
                                       INTO    WRK-TEXT
               END-STRING
               PERFORM 2098-ESC-SEC
               STRING  """referenceRange"":[{""text"":"""
                                       DELIMITED   BY  SIZE
                       WRK-TEXT            DELIMITED   BY  "  "
                       """}],"             DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
               END-STRING
               PERFORM 900-JSON-WRITE-SEC
           END-IF
      *    基準値範囲外
           IF      LAB-HANIGAIFLG      =   "1"
               STRING  """interpretation"":[{""coding"":[{"
                                       DELIMITED   BY  SIZE
                       """system"":"""     DELIMITED   BY  SIZE
                       "http://terminology.hl7.org/CodeSystem/"
                                       DELIMITED   BY  SIZE
                       "v3-ObservationInterpretation"","
                                       DELIMITED   BY  SIZE
                       """code"":""A""}]}],"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
               END-STRING
               PERFORM 900-JSON-WRITE-SEC
           END-IF
      *
           PERFORM 2096-SUBJECT-SEC
           PERFORM 2095-ENTRY-ED-SEC
           .
       20141-KENSA-OUT-EXT.
           EXIT.
      *
      *****************************************************************
      *    処方（MedicationRequest）出力処理（１日分）
      *    （投薬の医薬品を出力する）
      *****************************************************************
       2015-SHOHO-SEC              SECTION.
      *
           INITIALIZE                  SRYACT-REC
           MOVE    SPA-HOSPNUM         TO  ACT-HOSPNUM
           MOVE    EHD-PTID            TO  ACT-PTID
           MOVE    WRK-DAY-YMD         TO  ACT-SRYYMD
           MOVE    SRYACT-REC          TO  MCPDATA-REC
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           PERFORM UNTIL   FLG-FETCH   =   1
               MOVE    "tbl_sryact"        TO  MCP-TABLE
               MOVE    "ptymd"             TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  SRYACT-REC
                   IF      ACT-SRYKBN (1:1)    =   "2"
                   AND     ACT-SRYCD (1:1)     =   "6"
                       PERFORM 20151-SHOHO-OUT-SEC
                   END-IF
               ELSE
                   MOVE    1                   TO  FLG-FETCH
               END-IF
           END-PERFORM
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       2015-SHOHO-EXT.
           EXIT.
      *
      *****************************************************************
      *    処方（MedicationRequest）１件出力処理
      *****************************************************************
       20151-SHOHO-OUT-SEC         SECTION.
      *
           PERFORM 2094-ENTRY-ST-SEC
      *
           MOVE    """resourceType"":""MedicationRequest"","
                                       TO  WRK-JSON
           PERFORM 900-JSON-WRITE-SEC
           MOVE    """status"":""completed"",""intent"":""order"","
                                       TO  WRK-JSON
           PERFORM 900-JSON-WRITE-SEC
           MOVE    ACT-NAME            TO  WRK-TEXT
           PERFORM 2098-ESC-SEC
           STRING  """medicationCodeableConcept"":{""coding"":[{"
                                       DELIMITED   BY  SIZE
                   """system"":""urn:oid:1.2.392.100495.20.2.74"""
                                       DELIMITED   BY  SIZE
                   ",""code"":"""      DELIMITED   BY  SIZE
                   ACT-SRYCD           DELIMITED   BY  SPACE
                   """}],""text"":"""  DELIMITED   BY  SIZE
                   WRK-TEXT            DELIMITED   BY  "  "
                   """},"              DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
           MOVE    ACT-SRYYMD          TO  WRK-YMD
           PERFORM 2097-FHIR-YMD-SEC
           STRING  """authoredOn"":""" DELIMITED   BY  SIZE
                   WRK-FHIR-YMD        DELIMITED   BY  SIZE
                   ""","               DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
      *    数量（前ゼロを除いて出力する）
           MOVE    ACT-SURYO           TO  WRK-ED-SURYO
           MOVE    ZERO                TO  CNT-SP
           INSPECT WRK-ED-SURYO        TALLYING    CNT-SP
                                       FOR LEADING SPACE
           STRING  """dispenseRequest"":{""quantity"":{""value"":"
                                       DELIMITED   BY  SIZE
                   WRK-ED-SURYO (CNT-SP + 1:)
                                       DELIMITED   BY  SIZE
                   "}},"               DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
      *
           PERFORM 2096-SUBJECT-SEC
           PERFORM 2095-ENTRY-ED-SEC
           .
       20151-SHOHO-OUT-EXT.
           EXIT.
      *
      *****************************************************************
      *    医療機関（Organization）出力処理
      *****************************************************************
       2016-ORGANIZATION-SEC       SECTION.
      *
           PERFORM 2094-ENTRY-ST-SEC
      *
           MOVE    """resourceType"":""Organization"","
                                       TO  WRK-JSON
           PERFORM 900-JSON-WRITE-SEC
           STRING  """identifier"":[{""system"":"""
                                       DELIMITED   BY  SIZE
                   "http://jpfhir.jp/fhir/core/IdSystem/"
                                       DELIMITED   BY  SIZE
                   "insurance-medical-institution-no"","
                                       DELIMITED   BY  SIZE
                   """value"":"""      DELIMITED   BY  SIZE
                   WRK-KIKANNUM        DELIMITED   BY  SIZE
                   """}],"             DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
           MOVE    WRK-HOSPNAME        TO  WRK-TEXT
           PERFORM 2098-ESC-SEC
           STRING  """name"":"""       DELIMITED   BY  SIZE
                   WRK-TEXT            DELIMITED   BY  "  "
                   """"                DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
      *
           PERFORM 2095-ENTRY-ED-SEC
           .
       2016-ORGANIZATION-EXT.
           EXIT.
      *
      *****************************************************************
      *    退院時サマリー作成処理
      *    （対象期間に退院した入院歴を退避してから出力する）
      *****************************************************************
       2020-TAIIN-SEC              SECTION.
      *
           MOVE    ZERO                TO  WRK-TAIIN-MAX
           INITIALIZE                  PTNYUINRRK-REC
           MOVE    SPA-HOSPNUM         TO  PTNYUINRRK-HOSPNUM
           MOVE    EHD-PTID            TO  PTNYUINRRK-PTID
           MOVE    PTNYUINRRK-REC      TO  MCPDATA-REC
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           PERFORM UNTIL   FLG-FETCH   =   1
               MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
               MOVE    "ptid"              TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTNYUINRRK-REC
                   IF      PTNYUINRRK-TAIINYMD >=  WRK-PARA-STYMD
                   AND     PTNYUINRRK-TAIINYMD <=  WRK-PARA-EDYMD
                   AND     WRK-TAIIN-MAX       <   20
                       ADD     1                   TO  WRK-TAIIN-MAX
                       MOVE    PTNYUINRRK-NYUINYMD TO
                               WRK-TAIIN-NYUINYMD (WRK-TAIIN-MAX)
                       MOVE    PTNYUINRRK-TAIINYMD TO
                               WRK-TAIIN-TAIINYMD (WRK-TAIIN-MAX)
                   END-IF
               ELSE
                   MOVE    1                   TO  FLG-FETCH
               END-IF
           END-PERFORM
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           PERFORM VARYING IDXK FROM 1 BY 1
                   UNTIL   IDXK        >   WRK-TAIIN-MAX
               PERFORM 2021-TAIIN-OUT-SEC
           END-PERFORM
           .
       2020-TAIIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    退院時サマリー出力処理（１入院分）
      *    （Bundle（document）として Composition に文書の各項目を
      *      記載する）
      *****************************************************************
       2021-TAIIN-OUT-SEC          SECTION.
      *
           INITIALIZE                  EHRSOSHIN-REC
           MOVE    SPA-HOSPNUM         TO  EHS-HOSPNUM
           MOVE    EHD-PTID            TO  EHS-PTID
           MOVE    "2"                 TO  EHS-SYUBETU
           MOVE    WRK-TAIIN-TAIINYMD (IDXK)
                                       TO  EHS-TAISYOYMD
           MOVE    WRK-TAIIN-NYUINYMD (IDXK)
                                       TO  EHS-REFCD
           PERFORM 2090-SOSHIN-CHK-SEC
           IF      FLG-EHS             =   ZERO
           AND     EHS-STATE           =   "2"
               ADD     1                   TO  CNT-SKIP
               GO  TO  2021-TAIIN-OUT-EXT
           END-IF
      *
           MOVE    SPACE               TO  WRK-ERRMSG
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    "患者情報の登録がありません"
                                       TO  WRK-ERRMSG
               PERFORM 2099-SOSHIN-KOSIN-SEC
               GO  TO  2021-TAIIN-OUT-EXT
           END-IF
      *
           PERFORM 900-TSM-INV-SEC
           IF      FLG-TSM         NOT =   ZERO
               MOVE    "退院時サマリーが未登録です"
                                       TO  WRK-ERRMSG
               PERFORM 2099-SOSHIN-KOSIN-SEC
               GO  TO  2021-TAIIN-OUT-EXT
           END-IF
      *
           MOVE    SPACE               TO  WRK-FILENAME
           STRING  "EHRDS_"            DELIMITED   BY  SIZE
                   WRK-PTNUM           DELIMITED   BY  SPACE
                   "_"                 DELIMITED   BY  SIZE
                   EHS-TAISYOYMD       DELIMITED   BY  SIZE
                   ".json"             DELIMITED   BY  SIZE
                                       INTO    WRK-FILENAME
           END-STRING
           PERFORM 2091-JSON-OPEN-SEC
           IF      WRK-ERRMSG      NOT =   SPACE
               PERFORM 2099-SOSHIN-KOSIN-SEC
               GO  TO  2021-TAIIN-OUT-EXT
           END-IF
      *
           PERFORM 2092-BUNDLE-ST-SEC
      *    文書区分（ＬＯＩＮＣ　18842-5：退院時サマリー）
           MOVE    "18842-5"           TO  WRK-CD
           MOVE    "退院時サマリー"    TO  WRK-SYUBETU-NAME
           MOVE    TSM-TAIINYMD        TO  WRK-YMD
           PERFORM 2081-COMPO-ST-SEC
      *
           MOVE    "入院期間"          TO  WRK-SEC-TITLE
           MOVE    TSM-NYUINYMD        TO  WRK-YMD
           PERFORM 2097-FHIR-YMD-SEC
           MOVE    SPACE               TO  WRK-TEXT
           STRING  WRK-FHIR-YMD        DELIMITED   BY  SIZE
                   "〜"                DELIMITED   BY  SIZE
                                       INTO    WRK-TEXT
           END-STRING
           MOVE    TSM-TAIINYMD        TO  WRK-YMD
           PERFORM 2097-FHIR-YMD-SEC
           MOVE    WRK-FHIR-YMD        TO  WRK-TEXT (14:10)
           PERFORM 2082-COMPO-SECTION-SEC
      *
           MOVE    "診断"              TO  WRK-SEC-TITLE
           MOVE    SPACE               TO  WRK-TEXT
           MOVE    1                   TO  WRK-PTR
           MOVE    TSM-BYOMEI1         TO  WRK-ADD
           PERFORM 2085-TEXT-ADD-SEC
           MOVE    TSM-BYOMEI2         TO  WRK-ADD
           PERFORM 2085-TEXT-ADD-SEC
           MOVE    TSM-BYOMEI3         TO  WRK-ADD
           PERFORM 2085-TEXT-ADD-SEC
           PERFORM 2082-COMPO-SECTION-SEC
      *
           MOVE    "手術"              TO  WRK-SEC-TITLE
           MOVE    SPACE               TO  WRK-TEXT
           MOVE    1                   TO  WRK-PTR
           MOVE    TSM-SYUJUTU1        TO  WRK-ADD
           PERFORM 2085-TEXT-ADD-SEC
           MOVE    TSM-SYUJUTU2        TO  WRK-ADD
           PERFORM 2085-TEXT-ADD-SEC
           PERFORM 2082-COMPO-SECTION-SEC
      *
           MOVE    "退院時処方"        TO  WRK-SEC-TITLE
           MOVE    TSM-SHOHOU          TO  WRK-TEXT
           PERFORM 2082-COMPO-SECTION-SEC
      *
           MOVE    "入院経過・所見"    TO  WRK-SEC-TITLE
           MOVE    SPACE               TO  WRK-TEXT
           MOVE    1                   TO  WRK-PTR
           MOVE    TSM-SHOKEN1         TO  WRK-ADD
           PERFORM 2085-TEXT-ADD-SEC
           MOVE    TSM-SHOKEN2         TO  WRK-ADD
           PERFORM 2085-TEXT-ADD-SEC
           MOVE    TSM-SHOKEN3         TO  WRK-ADD
           PERFORM 2085-TEXT-ADD-SEC
           PERFORM 2082-COMPO-SECTION-SEC
      *
           PERFORM 2083-COMPO-ED-SEC
           PERFORM 2011-PATIENT-SEC
           PERFORM 2016-ORGANIZATION-SEC
      *
           PERFORM 2093-BUNDLE-ED-SEC
           PERFORM 2099-SOSHIN-KOSIN-SEC
           .
       2021-TAIIN-OUT-EXT.
           EXIT.
      *
      *****************************************************************
      *    診療情報提供書作成処理
      *    （対象期間の逆紹介の記録を退避してから出力する）
      *****************************************************************
       2030-TEIKYO-SEC             SECTION.
      *
           MOVE    ZERO                TO  WRK-TEIKYO-MAX
           INITIALIZE                  SHOKAIRRK-REC
           MOVE    SPA-HOSPNUM         TO  SKR-HOSPNUM
           MOVE    EHD-PTID            TO  SKR-PTID
           MOVE    SHOKAIRRK-REC       TO  MCPDATA-REC
           MOVE    "tbl_shokairrk"     TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           PERFORM UNTIL   FLG-FETCH   =   1
               MOVE    "tbl_shokairrk"     TO  MCP-TABLE
               MOVE    "ptid"              TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  SHOKAIRRK-REC
                   IF      SKR-KROKUKBN        =   "2"
                   AND     SKR-YMD             >=  WRK-PARA-STYMD
                   AND     SKR-YMD             <=  WRK-PARA-EDYMD
                   AND     WRK-TEIKYO-MAX      <   20
                       ADD     1                   TO  WRK-TEIKYO-MAX
                       MOVE    SKR-YMD             TO
                               WRK-TEIKYO-YMD (WRK-TEIKYO-MAX)
                       MOVE    SKR-SHOKAICD        TO
                               WRK-TEIKYO-SHOKAICD (WRK-TEIKYO-MAX)
                   END-IF
               ELSE
                   MOVE    1                   TO  FLG-FETCH
               END-IF
           END-PERFORM
           MOVE    "tbl_shokairrk"     TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           PERFORM VARYING IDXK FROM 1 BY 1
                   UNTIL   IDXK        >   WRK-TEIKYO-MAX
               PERFORM 2031-TEIKYO-OUT-SEC
           END-PERFORM
           .
       2030-TEIKYO-EXT.
           EXIT.
      *
      *****************************************************************
      *    診療情報提供書出力処理（１件分）
      *    （紹介先・紹介日時点の傷病名・アレルギーを記載する）
      *****************************************************************
       2031-TEIKYO-OUT-SEC         SECTION.
      *
           INITIALIZE                  EHRSOSHIN-REC
           MOVE    SPA-HOSPNUM         TO  EHS-HOSPNUM
           MOVE    EHD-PTID            TO  EHS-PTID
           MOVE    "3"                 TO  EHS-SYUBETU
           MOVE    WRK-TEIKYO-YMD (IDXK)
                                       TO  EHS-TAISYOYMD
           MOVE    WRK-TEIKYO-SHOKAICD (IDXK)
                                       TO  EHS-REFCD
           PERFORM 2090-SOSHIN-CHK-SEC
           IF      FLG-EHS             =   ZERO
           AND     EHS-STATE           =   "2"
               ADD     1                   TO  CNT-SKIP
               GO  TO  2031-TEIKYO-OUT-EXT
           END-IF
      *
           MOVE    SPACE               TO  WRK-ERRMSG
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    "患者情報の登録がありません"
                                       TO  WRK-ERRMSG
               PERFORM 2099-SOSHIN-KOSIN-SEC
               GO  TO  2031-TEIKYO-OUT-EXT
           END-IF
      *
           MOVE    SPACE               TO  WRK-FILENAME
           STRING  "EHRRL_"            DELIMITED   BY  SIZE
                   WRK-PTNUM           DELIMITED   BY  SPACE
                   "_"                 DELIMITED   BY  SIZE
                   EHS-TAISYOYMD       DELIMITED   BY  SIZE
                   "_"                 DELIMITED   BY  SIZE
                   EHS-REFCD           DELIMITED   BY  SPACE
                   ".json"             DELIMITED   BY  SIZE
                                       INTO    WRK-FILENAME
           END-STRING
           PERFORM 2091-JSON-OPEN-SEC
           IF      WRK-ERRMSG      NOT =   SPACE
               PERFORM 2099-SOSHIN-KOSIN-SEC
               GO  TO  2031-TEIKYO-OUT-EXT
           END-IF
      *
           PERFORM 2092-BUNDLE-ST-SEC
      *    文書区分（ＬＯＩＮＣ　57133-1：診療情報提供書）
           MOVE    "57133-1"           TO  WRK-CD
           MOVE    "診療情報提供書"    TO  WRK-SYUBETU-NAME
           MOVE    EHS-TAISYOYMD       TO  WRK-YMD
           PERFORM 2081-COMPO-ST-SEC
      *
           MOVE    "紹介先医療機関"    TO  WRK-SEC-TITLE
           PERFORM 900-SKM-INV-SEC
           IF      FLG-SKM             =   ZERO
               MOVE    SKM-SHOKAINM        TO  WRK-TEXT
           ELSE
               MOVE    EHS-REFCD           TO  WRK-TEXT
           END-IF
           PERFORM 2082-COMPO-SECTION-SEC
      *
           MOVE    "傷病名"            TO  WRK-SEC-TITLE
           PERFORM 2086-BYOMEI-TEXT-SEC
           PERFORM 2082-COMPO-SECTION-SEC
      *
           MOVE    "アレルギー"        TO  WRK-SEC-TITLE
           PERFORM 2087-ALLERGY-TEXT-SEC
           PERFORM 2082-COMPO-SECTION-SEC
      *
           PERFORM 2083-COMPO-ED-SEC
           PERFORM 2011-PATIENT-SEC
           PERFORM 2016-ORGANIZATION-SEC
      *
           PERFORM 2093-BUNDLE-ED-SEC
           PERFORM 2099-SOSHIN-KOSIN-SEC
           .
       2031-TEIKYO-OUT-EXT.
           EXIT.
      *
      *****************************************************************
      *    文書（Composition）開始処理
      *    （文書区分・文書名・作成日を受け取り、患者・作成機関は
      *      後続の Patient・Organization を参照する）
      *****************************************************************
       2081-COMPO-ST-SEC           SECTION.
      *
      *    参照先（２件目：Patient　３件目：Organization）
           MOVE    2                   TO  UID-SEQ
           MOVE    UID-UUID            TO  UID-PT-UUID
           MOVE    3                   TO  UID-SEQ
           MOVE    UID-UUID            TO  UID-ORG-UUID
      *
           PERFORM 2094-ENTRY-ST-SEC
      *
           MOVE    """resourceType"":""Composition"","
                                       TO  WRK-JSON
           PERFORM 900-JSON-WRITE-SEC
           MOVE    """status"":""final"","
                                       TO  WRK-JSON
           PERFORM 900-JSON-WRITE-SEC
           STRING  """type"":{""coding"":[{""system"":"""
                                       DELIMITED   BY  SIZE
                   "http://loinc.org"",""code"":"""
                                       DELIMITED   BY  SIZE
                   WRK-CD              DELIMITED   BY  SPACE
                   """,""display"":""" DELIMITED   BY  SIZE
                   WRK-SYUBETU-NAME    DELIMITED   BY  SPACE
                   """}]},"            DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
           PERFORM 2097-FHIR-YMD-SEC
           STRING  """date"":"""       DELIMITED   BY  SIZE
                   WRK-FHIR-YMD        DELIMITED   BY  SIZE
                   """,""title"":"""   DELIMITED   BY  SIZE
                   WRK-SYUBETU-NAME    DELIMITED   BY  SPACE
                   ""","               DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
           STRING  """author"":[{""reference"":""urn:uuid:"
                                       DELIMITED   BY  SIZE
                   UID-ORG-UUID        DELIMITED   BY  SIZE
                   """}],"             DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
           STRING  """subject"":{""reference"":""urn:uuid:"
                                       DELIMITED   BY  SIZE
                   UID-PT-UUID         DELIMITED   BY  SIZE
                   """},"              DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
           MOVE    """section"":["     TO  WRK-JSON
           PERFORM 900-JSON-WRITE-SEC
           MOVE    ZERO                TO  FLG-SECTION
           .
       2081-COMPO-ST-EXT.
           EXIT.
      *
      *****************************************************************
      *    文書（Composition）セクション出力処理
      *    （見出しと本文を受け取り、本文のない項目は出力しない）
      *****************************************************************
       2082-COMPO-SECTION-SEC      SECTION.
      *
           IF      WRK-TEXT            =   SPACE
               GO  TO  2082-COMPO-SECTION-EXT
           END-IF
      *
           PERFORM 2098-ESC-SEC
           IF      FLG-SECTION         =   ZERO
               MOVE    1                   TO  FLG-SECTION
               MOVE    1                   TO  WRK-PTR
           ELSE
               MOVE    ","                 TO  WRK-JSON
               MOVE    2                   TO  WRK-PTR
           END-IF
           STRING  "{""title"":"""     DELIMITED   BY  SIZE
                   WRK-SEC-TITLE       DELIMITED   BY  SPACE
                   """,""text"":{""status"":""generated"","
                                       DELIMITED   BY  SIZE
                   """div"":""<div xmlns='"
                                       DELIMITED   BY  SIZE
                   "http://www.w3.org/1999/xhtml'>"
                                       DELIMITED   BY  SIZE
                   WRK-TEXT            DELIMITED   BY  "  "
                   "</div>""}}"        DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
                                       WITH POINTER    WRK-PTR
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
           .
       2082-COMPO-SECTION-EXT.
           EXIT.
      *
      *****************************************************************
      *    文書（Composition）終了処理
      *****************************************************************
       2083-COMPO-ED-SEC           SECTION.
      *
           MOVE    "]"                 TO  WRK-JSON
           PERFORM 900-JSON-WRITE-SEC
           PERFORM 2095-ENTRY-ED-SEC
           .
       2083-COMPO-ED-EXT.
           EXIT.
      *
      *****************************************************************
      *    本文連結処理
      *    （空白でない項目を読点で区切って本文へ追加する）
      *****************************************************************
       2085-TEXT-ADD-SEC           SECTION.
      *
           IF      WRK-ADD             =   SPACE
               GO  TO  2085-TEXT-ADD-EXT
           END-IF
           IF      WRK-PTR             >   250
               GO  TO  2085-TEXT-ADD-EXT
           END-IF
      *
           IF      WRK-PTR             >   1
               STRING  "、"                DELIMITED   BY  SIZE
                                       INTO    WRK-TEXT
                                       WITH POINTER    WRK-PTR
               END-STRING
           END-IF
           STRING  WRK-ADD             DELIMITED   BY  "  "
                                       INTO    WRK-TEXT
                                       WITH POINTER    WRK-PTR
           END-STRING
           .
       2085-TEXT-ADD-EXT.
           EXIT.
      *
      *****************************************************************
      *    紹介日時点の傷病名編集処理
      *****************************************************************
       2086-BYOMEI-TEXT-SEC        SECTION.
      *
           MOVE    SPACE               TO  WRK-TEXT
           MOVE    1                   TO  WRK-PTR
      *
           INITIALIZE                  ORCSBYOINFOAREA
           MOVE    EHD-PTID            TO  SBYOINFO-PTID
           MOVE    EHS-TAISYOYMD (1:6) TO  SBYOINFO-SRYYM
           MOVE    "All"               TO  SBYOINFO-SELECT-MODE
           CALL    "ORCSBYOINFO"       USING
                                       ORCSBYOINFOAREA
                                       SPA-AREA
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   200
                   OR      SBYOINFO-SRYYMD (IDX)   =   SPACE
               IF      SBYOINFO-SRYYMD (IDX)   <=  EHS-TAISYOYMD
               AND   ( SBYOINFO-TENKIKBN (IDX) =   SPACE
                   OR  SBYOINFO-TENKIYMD (IDX) >=  EHS-TAISYOYMD )
                   MOVE    SBYOINFO-BYOMEI (IDX)
                                       TO  WRK-ADD
                   PERFORM 2085-TEXT-ADD-SEC
               END-IF
           END-PERFORM
           .
       2086-BYOMEI-TEXT-EXT.
           EXIT.
      *
      *****************************************************************
      *    アレルギー編集処理
      *****************************************************************
       2087-ALLERGY-TEXT-SEC       SECTION.
      *
           MOVE    SPACE               TO  WRK-TEXT
           MOVE    1                   TO  WRK-PTR
      *
           INITIALIZE                  PTALLERGY-REC
           MOVE    SPA-HOSPNUM         TO  ALG-HOSPNUM
           MOVE    EHD-PTID            TO  ALG-PTID
           MOVE    PTALLERGY-REC       TO  MCPDATA-REC
           MOVE    "tbl_ptallergy"     TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           PERFORM UNTIL   FLG-FETCH   =   1
               MOVE    "tbl_ptallergy"     TO  MCP-TABLE
               MOVE    "pt"                TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTALLERGY-REC
                   MOVE    ALG-NAME            TO  WRK-ADD
                   PERFORM 2085-TEXT-ADD-SEC
               ELSE
                   MOVE    1                   TO  FLG-FETCH
               END-IF
           END-PERFORM
           MOVE    "tbl_ptallergy"     TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      WRK-TEXT            =   SPACE
               MOVE    "なし"              TO  WRK-TEXT
           END-IF
           .
       2087-ALLERGY-TEXT-EXT.
           EXIT.
      *
      *****************************************************************
      *    送信管理読込処理
      *    （ＥＨＳ−ＲＥＣにキーを設定して呼び出す）
      *****************************************************************
       2090-SOSHIN-CHK-SEC         SECTION.
      *
           PERFORM 900-EHS-KEY-READ-SEC
           .
       2090-SOSHIN-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＦＨＩＲファイルオープン処理
      *****************************************************************
       2091-JSON-OPEN-SEC          SECTION.
      *
           MOVE    SPACE               TO  JSONPARA
           STRING  WRK-PARA-OUTDIR     DELIMITED   BY  SPACE
                   "/"                 DELIMITED   BY  SIZE
                   WRK-FILENAME        DELIMITED   BY  SPACE
                                       INTO    JSONPARA
           END-STRING
           OPEN    OUTPUT              JSON-FILE
           IF      STS-JSON        NOT =   "00"
               DISPLAY "ORCBEHRFHIR JSON OPEN ERR STS=" STS-JSON
               MOVE    "ファイルが作成できません"
                                       TO  WRK-ERRMSG
               GO  TO  2091-JSON-OPEN-EXT
           END-IF
      *
      *    リソース識別子の共通部分
           MOVE    SMCNDATE-YMD        TO  UID-YMD
           MOVE    SMCNDATE-HMS (1:4)  TO  UID-HM
           MOVE    EHS-SYUBETU         TO  UID-SYUBETU
           MOVE    IDXK                TO  UID-SUB
           IF      EHS-SYUBETU         =   "1"
               MOVE    ZERO                TO  UID-SUB
           END-IF
           MOVE    EHD-PTID            TO  UID-PTID
           MOVE    ZERO                TO  CNT-RES
                                           FLG-ENTRY
           .
       2091-JSON-OPEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    Bundle 開始処理
      *    （６情報は collection、文書は document とする）
      *****************************************************************
       2092-BUNDLE-ST-SEC          SECTION.
      *
           IF      EHS-SYUBETU         =   "1"
               MOVE    "collection"        TO  WRK-STATUS
           ELSE
               MOVE    "document"          TO  WRK-STATUS
           END-IF
           MOVE    ZERO                TO  UID-SEQ
      *
           MOVE    "{""resourceType"":""Bundle"","
                                       TO  WRK-JSON
           PERFORM 900-JSON-WRITE-SEC
           STRING  """identifier"":{""system"":""urn:ietf:rfc:3986"","
                                       DELIMITED   BY  SIZE
                   """value"":""urn:uuid:"
                                       DELIMITED   BY  SIZE
                   UID-UUID            DELIMITED   BY  SIZE
                   """},"              DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
           STRING  """type"":"""       DELIMITED   BY  SIZE
                   WRK-STATUS          DELIMITED   BY  SPACE
                   ""","               DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
           MOVE    SMCNDATE-YMD        TO  WRK-YMD
           PERFORM 2097-FHIR-YMD-SEC
           STRING  """timestamp"":"""  DELIMITED   BY  SIZE
                   WRK-FHIR-YMD        DELIMITED   BY  SIZE
                   "T"                 DELIMITED   BY  SIZE
                   SMCNDATE-HMS (1:2)  DELIMITED   BY  SIZE
                   ":"                 DELIMITED   BY  SIZE
                   SMCNDATE-HMS (3:2)  DELIMITED   BY  SIZE
                   ":"                 DELIMITED   BY  SIZE
                   SMCNDATE-HMS (5:2)  DELIMITED   BY  SIZE
                   "+09:00"","         DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
           MOVE    """entry"":["       TO  WRK-JSON
           PERFORM 900-JSON-WRITE-SEC
           .
       2092-BUNDLE-ST-EXT.
           EXIT.
      *
      *****************************************************************
      *    Bundle 終了処理
      *****************************************************************
       2093-BUNDLE-ED-SEC          SECTION.
      *
           MOVE    "]}"                TO  WRK-JSON
           PERFORM 900-JSON-WRITE-SEC
           CLOSE   JSON-FILE
           ADD     1                   TO  CNT-FILE
           .
       2093-BUNDLE-ED-EXT.
           EXIT.
      *
      *****************************************************************
      *    entry 開始処理
      *    （リソースごとに識別子を採番する）
      *****************************************************************
       2094-ENTRY-ST-SEC           SECTION.
      *
           ADD     1                   TO  CNT-RES
           MOVE    CNT-RES             TO  UID-SEQ
      *
           IF      FLG-ENTRY           =   ZERO
               MOVE    1                   TO  FLG-ENTRY
               MOVE    1                   TO  WRK-PTR
           ELSE
               MOVE    ","                 TO  WRK-JSON
               MOVE    2                   TO  WRK-PTR
           END-IF
           STRING  "{""fullUrl"":""urn:uuid:"
                                       DELIMITED   BY  SIZE
                   UID-UUID            DELIMITED   BY  SIZE
                   """,""resource"":{" DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
                                       WITH POINTER    WRK-PTR
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
           .
       2094-ENTRY-ST-EXT.
           EXIT.
      *
      *****************************************************************
      *    entry 終了処理
      *****************************************************************
       2095-ENTRY-ED-SEC           SECTION.
      *
           MOVE    "}}"                TO  WRK-JSON
           PERFORM 900-JSON-WRITE-SEC
           .
       2095-ENTRY-ED-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者参照（subject）出力処理
      *    （リソースの最後の項目として出力する）
      *****************************************************************
       2096-SUBJECT-SEC            SECTION.
      *
           STRING  """subject"":{""reference"":""urn:uuid:"
                                       DELIMITED   BY  SIZE
                   UID-PT-UUID         DELIMITED   BY  SIZE
                   """}"               DELIMITED   BY  SIZE
                                       INTO    WRK-JSON
           END-STRING
           PERFORM 900-JSON-WRITE-SEC
           .
       2096-SUBJECT-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＦＨＩＲ日付編集処理（ＹＹＹＹＭＭＤＤ→ＹＹＹＹ−ＭＭ−ＤＤ）
      *****************************************************************
       2097-FHIR-YMD-SEC           SECTION.
      *
           MOVE    SPACE               TO  WRK-FHIR-YMD
           STRING  WRK-YMD (1:4)       DELIMITED   BY  SIZE
                   "-"                 DELIMITED   BY  SIZE
                   WRK-YMD (5:2)       DELIMITED   BY  SIZE
                   "-"                 DELIMITED   BY  SIZE
                   WRK-YMD (7:2)       DELIMITED   BY  SIZE
                                       INTO    WRK-FHIR-YMD
           END-STRING
           .
       2097-FHIR-YMD-EXT.
           EXIT.
      *
      *****************************************************************
      *    文字列置換処理
      *    （ＪＳＯＮ・ＸＨＴＭＬで使えない記号を置き換える）
      *****************************************************************
       2098-ESC-SEC                SECTION.
      *
           INSPECT WRK-TEXT    REPLACING   ALL """"    BY  "'"
                                           ALL "\"     BY  "/"
                                           ALL "<"     BY  "("
                                           ALL ">"     BY  ")"
                                           ALL "&"     BY  "+"
           .
       2098-ESC-EXT.
           EXIT.
      *
      *****************************************************************
      *    送信管理更新処理
      *    （ＷＲＫ−ＥＲＲＭＳＧが空白なら出力済、それ以外はエラー
      *      として登録し、作成結果を出力する）
      *****************************************************************
       2099-SOSHIN-KOSIN-SEC       SECTION.
      *
           EVALUATE    EHS-SYUBETU
               WHEN    "1"
                   MOVE    "６情報"            TO  WRK-SYUBETU-NAME
               WHEN    "2"
                   MOVE  "退院時サマリー"  TO  WRK-SYUBETU-NAME
               WHEN    OTHER
                   MOVE  "診療情報提供書"  TO  WRK-SYUBETU-NAME
           END-EVALUATE
      *
           IF      WRK-ERRMSG          =   SPACE
               MOVE    "1"                 TO  EHS-STATE
               MOVE    WRK-FILENAME        TO  EHS-FILENAME
               MOVE    SPACE               TO  EHS-ERRMSG
           ELSE
               ADD     1                   TO  CNT-ERR
               MOVE    "9"                 TO  EHS-STATE
               MOVE    SPACE               TO  EHS-FILENAME
               MOVE    WRK-ERRMSG          TO  EHS-ERRMSG
           END-IF
           MOVE    SMCNDATE-YMD        TO  EHS-SAKUSEIYMD
                                           EHS-UPYMD
           MOVE    SMCNDATE-HMS        TO  EHS-SAKUSEIHMS
                                           EHS-UPHMS
           MOVE    SPACE               TO  EHS-SOSINYMD
                                           EHS-SOSINHMS
           IF      FLG-EHS             =   ZERO
               PERFORM 900-EHS-UPDATE-SEC
           ELSE
               PERFORM 900-EHS-INSERT-SEC
           END-IF
      *
           MOVE    SPACE               TO  WRK-LINE
           IF      WRK-ERRMSG          =   SPACE
               STRING  EHS-PTID            DELIMITED   BY  SIZE
                       "  "                DELIMITED   BY  SIZE
                       WRK-SYUBETU-NAME    DELIMITED   BY  SPACE
                       "  "                DELIMITED   BY  SIZE
                       EHS-TAISYOYMD       DELIMITED   BY  SIZE
                       "  "                DELIMITED   BY  SIZE
                       EHS-FILENAME        DELIMITED   BY  SPACE
                                           INTO    WRK-LINE
               END-STRING
           ELSE
               STRING  EHS-PTID            DELIMITED   BY  SIZE
                       "  "                DELIMITED   BY  SIZE
                       WRK-SYUBETU-NAME    DELIMITED   BY  SPACE
                       "  "                DELIMITED   BY  SIZE
                       EHS-TAISYOYMD       DELIMITED   BY  SIZE
                       "  エラー："        DELIMITED   BY  SIZE
                       WRK-ERRMSG          DELIMITED   BY  "  "
                                           INTO    WRK-LINE
               END-STRING
           END-IF
           PERFORM 900-EHRLST-WRITE-SEC
           .
       2099-SOSHIN-KOSIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    医療機関コード取得処理
      *****************************************************************
       210-KIKAN-GET-SEC           SECTION.
      *
           INITIALIZE                      SYS-1001-REC
           MOVE    "1001"              TO  SYS-1001-KANRICD
           MOVE    "*"                 TO  SYS-1001-KBNCD
           MOVE    SMCNDATE-YMD        TO  SYS-1001-STYUKYMD
                                           SYS-1001-EDYUKYMD
           MOVE    SPA-HOSPNUM         TO  SYS-1001-HOSPNUM
           MOVE    SYS-1001-REC        TO  MCPDATA-REC
           PERFORM 910-SYSKANRI-INV-SEC
           IF      FLG-SYSKANRI        =   ZERO
               MOVE    MCPDATA-REC         TO  SYS-1001-REC
               MOVE    SPACE               TO  WRK-KIKANNUM
               STRING  SYS-1001-PREFNUM    DELIMITED   BY  SIZE
                       SYS-1001-TENHYOKBN  DELIMITED   BY  SIZE
                       SYS-1001-HOSPCD     DELIMITED   BY  SIZE
                                           INTO    WRK-KIKANNUM
               END-STRING
               MOVE    SYS-1001-HOSPNAME   TO  WRK-HOSPNAME
           END-IF
           .
       210-KIKAN-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    送信済登録処理
      *    （対象期間に作成した出力済の文書を送信済とする）
      *****************************************************************
       300-SOSIN-SEC               SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　電子カルテ情報共有　"
                                       DELIMITED   BY  SIZE
                   "送信済登録　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　作成日："        DELIMITED   BY  SIZE
                   WRK-PARA-STYMD      DELIMITED   BY  SIZE
                   "〜"                DELIMITED   BY  SIZE
                   WRK-PARA-EDYMD      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-EHRLST-WRITE-SEC
      *
           PERFORM 900-EHS-SELECT-SEC
           PERFORM UNTIL   FLG-EHS-ALL =   1
               IF      EHS-STATE           =   "1"
               AND     EHS-SAKUSEIYMD      >=  WRK-PARA-STYMD
               AND     EHS-SAKUSEIYMD      <=  WRK-PARA-EDYMD
                   MOVE    "2"                 TO  EHS-STATE
                   MOVE    SMCNDATE-YMD        TO  EHS-SOSINYMD
                                                   EHS-UPYMD
                   MOVE    SMCNDATE-HMS        TO  EHS-SOSINHMS
                                                   EHS-UPHMS
                   PERFORM 900-EHS-UPDATE-SEC
                   IF      MCP-RC              =   ZERO
                       ADD     1                   TO  CNT-UPD
                       MOVE    SPACE               TO  WRK-LINE
                       STRING  EHS-PTID        DELIMITED   BY  SIZE
                               "  "            DELIMITED   BY  SIZE
                               EHS-TAISYOYMD   DELIMITED   BY  SIZE
                               "  "            DELIMITED   BY  SIZE
                               EHS-FILENAME    DELIMITED   BY  SPACE
                                               INTO    WRK-LINE
                       END-STRING
                       PERFORM 900-EHRLST-WRITE-SEC
                   END-IF
               END-IF
               PERFORM 900-EHS-FETCH-SEC
           END-PERFORM
           PERFORM 900-EHS-CLOSE-SEC
      *
           MOVE    CNT-UPD             TO  WRK-ED-KENSU
           MOVE    SPACE               TO  WRK-LINE
           STRING  "送信済登録："      DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "件"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-EHRLST-WRITE-SEC
           .
       300-SOSIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    送信結果取込処理
      *    （送信結果ファイル（ファイル名,結果区分,メッセージ）の
      *      結果区分　１：正常は送信済、９：エラーはエラーとする。
      *      エラー分は次回の作成で再作成される）
      *****************************************************************
       400-KEKKA-SEC               SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　電子カルテ情報共有　"
                                       DELIMITED   BY  SIZE
                   "送信結果取込　＊＊＊"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-EHRLST-WRITE-SEC
      *
           OPEN    INPUT               KEKKA-FILE
           IF      STS-KEKKA       NOT =   "00"
               DISPLAY "ORCBEHRFHIR KEKKA OPEN ERR STS=" STS-KEKKA
               MOVE    "送信結果ファイルがありません"
                                       TO  WRK-LINE
               PERFORM 900-EHRLST-WRITE-SEC
               GO  TO  400-KEKKA-EXT
           END-IF
      *
           PERFORM 900-KEKKA-READ-SEC
           PERFORM UNTIL   FLG-KEKKA   =   1
               PERFORM 4001-KEKKA-KOSIN-SEC
               PERFORM 900-KEKKA-READ-SEC
           END-PERFORM
           CLOSE   KEKKA-FILE
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-EHRLST-WRITE-SEC
           MOVE    CNT-UPD             TO  WRK-ED-KENSU
           STRING  "結果登録："        DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "件"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-EHRLST-WRITE-SEC
           MOVE    CNT-KEKKA-ERR       TO  WRK-ED-KENSU
           STRING  "取込エラー："      DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "件"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-EHRLST-WRITE-SEC
           .
       400-KEKKA-EXT.
           EXIT.
      *
      *****************************************************************
      *    送信結果更新処理（１件）
      *****************************************************************
       4001-KEKKA-KOSIN-SEC        SECTION.
      *
           INITIALIZE                  WRK-CSV
           UNSTRING    KEKKA-REC       DELIMITED   BY  ","
                                       INTO    WRK-CSV-FILENAME
                                               WRK-CSV-KEKKA
                                               WRK-CSV-MSG
           END-UNSTRING
      *
           MOVE    SPACE               TO  WRK-ERRMSG
           IF      WRK-CSV-KEKKA   NOT =   "1"
           AND     WRK-CSV-KEKKA   NOT =   "9"
               MOVE    "結果区分に誤りがあります"
                                       TO  WRK-ERRMSG
           ELSE
               PERFORM 900-EHS-FILE-READ-SEC
               IF      FLG-EHS         NOT =   ZERO
                   MOVE    "送信管理の登録がありません"
                                       TO  WRK-ERRMSG
               END-IF
           END-IF
           IF      WRK-ERRMSG      NOT =   SPACE
               ADD     1                   TO  CNT-KEKKA-ERR
               MOVE    SPACE               TO  WRK-LINE
               STRING  WRK-CSV-FILENAME    DELIMITED   BY  SPACE
                       "  エラー："        DELIMITED   BY  SIZE
                       WRK-ERRMSG          DELIMITED   BY  "  "
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-EHRLST-WRITE-SEC
               GO  TO  4001-KEKKA-KOSIN-EXT
           END-IF
      *
           IF      WRK-CSV-KEKKA       =   "1"
               MOVE    "2"                 TO  EHS-STATE
               MOVE    SPACE               TO  EHS-ERRMSG
               MOVE    SMCNDATE-YMD        TO  EHS-SOSINYMD
               MOVE    SMCNDATE-HMS        TO  EHS-SOSINHMS
           ELSE
               MOVE    "9"                 TO  EHS-STATE
               MOVE    WRK-CSV-MSG         TO  EHS-ERRMSG
           END-IF
           MOVE    SMCNDATE-YMD        TO  EHS-UPYMD
           MOVE    SMCNDATE-HMS        TO  EHS-UPHMS
           PERFORM 900-EHS-UPDATE-SEC
           IF      MCP-RC              =   ZERO
               ADD     1                   TO  CNT-UPD
               MOVE    SPACE               TO  WRK-LINE
               IF      EHS-STATE           =   "2"
                   STRING  EHS-FILENAME        DELIMITED   BY  SPACE
                           "  送信済"          DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
                   END-STRING
               ELSE
                   STRING  EHS-FILENAME        DELIMITED   BY  SPACE
                           "  エラー："        DELIMITED   BY  SIZE
                           EHS-ERRMSG          DELIMITED   BY  "  "
                                           INTO    WRK-LINE
                   END-STRING
               END-IF
               PERFORM 900-EHRLST-WRITE-SEC
           END-IF
           .
       4001-KEKKA-KOSIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    送信状況一覧処理
      *****************************************************************
       500-ICHIRAN-SEC             SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　電子カルテ情報共有　"
                                       DELIMITED   BY  SIZE
                   "送信状況一覧　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　対象日："        DELIMITED   BY  SIZE
                   WRK-PARA-STYMD      DELIMITED   BY  SIZE
                   "〜"                DELIMITED   BY  SIZE
                   WRK-PARA-EDYMD      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-EHRLST-WRITE-SEC
      *
           PERFORM 900-EHS-SELECT-SEC
           PERFORM UNTIL   FLG-EHS-ALL =   1
               IF      EHS-TAISYOYMD       >=  WRK-PARA-STYMD
               AND     EHS-TAISYOYMD       <=  WRK-PARA-EDYMD
                   PERFORM 5001-ICHIRAN-EDIT-SEC
               END-IF
               PERFORM 900-EHS-FETCH-SEC
           END-PERFORM
           PERFORM 900-EHS-CLOSE-SEC
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-EHRLST-WRITE-SEC
           MOVE    CNT-STATE (1)       TO  WRK-ED-KENSU
           STRING  "再出力待ち："      DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "件"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-EHRLST-WRITE-SEC
           MOVE    CNT-STATE (2)       TO  WRK-ED-KENSU
           STRING  "出力済　　："      DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "件"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-EHRLST-WRITE-SEC
           MOVE    CNT-STATE (3)       TO  WRK-ED-KENSU
           STRING  "送信済　　："      DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "件"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-EHRLST-WRITE-SEC
           MOVE    CNT-STATE (4)       TO  WRK-ED-KENSU
           STRING  "エラー　　："      DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "件"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-EHRLST-WRITE-SEC
           .
       500-ICHIRAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    送信状況一覧編集処理（１件分）
      *****************************************************************
       5001-ICHIRAN-EDIT-SEC       SECTION.
      *
           EVALUATE    EHS-STATE
               WHEN    "0"
                   MOVE    "再出力待ち"        TO  WRK-STATE-NAME
                   ADD     1                   TO  CNT-STATE (1)
               WHEN    "1"
                   MOVE    "出力済"            TO  WRK-STATE-NAME
                   ADD     1                   TO  CNT-STATE (2)
               WHEN    "2"
                   MOVE    "送信済"            TO  WRK-STATE-NAME
                   ADD     1                   TO  CNT-STATE (3)
               WHEN    OTHER
                   MOVE    "エラー"            TO  WRK-STATE-NAME
                   ADD     1                   TO  CNT-STATE (4)
           END-EVALUATE
           EVALUATE    EHS-SYUBETU
               WHEN    "1"
                   MOVE    "６情報"            TO  WRK-SYUBETU-NAME
               WHEN    "2"
                   MOVE  "退院時サマリー"  TO  WRK-SYUBETU-NAME
               WHEN    OTHER
                   MOVE  "診療情報提供書"  TO  WRK-SYUBETU-NAME
           END-EVALUATE
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  EHS-PTID            DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-SYUBETU-NAME    DELIMITED   BY  SIZE
                   EHS-TAISYOYMD       DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-STATE-NAME      DELIMITED   BY  SIZE
                   "作成："            DELIMITED   BY  SIZE
                   EHS-SAKUSEIYMD      DELIMITED   BY  SIZE
                   "  送信："          DELIMITED   BY  SIZE
                   EHS-SOSINYMD        DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   EHS-FILENAME        DELIMITED   BY  SPACE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-EHRLST-WRITE-SEC
      *
           IF      EHS-STATE           =   "9"
               MOVE    SPACE               TO  WRK-LINE
               STRING  "　　エラー内容："  DELIMITED   BY  SIZE
                       EHS-ERRMSG          DELIMITED   BY  "  "
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-EHRLST-WRITE-SEC
           END-IF
           .
       5001-ICHIRAN-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       600-TERM-SEC                SECTION.
      *
           CLOSE   EHRLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "ORCBEHRFHIR IN   =" CNT-IN
           DISPLAY "ORCBEHRFHIR FILE =" CNT-FILE
           DISPLAY "ORCBEHRFHIR ERR  =" CNT-ERR
           DISPLAY "*** ORCBEHRFHIR END ***"
           .
       600-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    翌日算出処理
      *    （日を１日進め、月末を越えたら翌月１日とする。
      *      ２月３０日等の存在しない日は検索対象がないため
      *      そのまま送る）
      *****************************************************************
       800-YMD-NEXT-SEC            SECTION.
      *
           ADD     1                   TO  WRK-DAY-DD
           IF      WRK-DAY-DD          >   31
               MOVE    1                   TO  WRK-DAY-DD
               ADD     1                   TO  WRK-DAY-MM
               IF      WRK-DAY-MM          >   12
                   MOVE    1                   TO  WRK-DAY-MM
                   ADD     1                   TO  WRK-DAY-YY
               END-IF
           END-IF
           .
       800-YMD-NEXT-EXT.
           EXIT.
      *
      *****************************************************************
      *    同意検索処理（全件）
      *****************************************************************
       900-EHD-SELECT-SEC          SECTION.
      *
           INITIALIZE                  EHRDOUI-REC
           MOVE    SPA-HOSPNUM         TO  EHD-HOSPNUM
           MOVE    EHRDOUI-REC         TO  MCPDATA-REC
           MOVE    "tbl_ehrdoui"       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-EHD-FETCH-SEC
           ELSE
               MOVE    1                   TO  FLG-EHD
           END-IF
           .
       900-EHD-SELECT-EXT.
           EXIT.
      *
      *****************************************************************
      *    同意読込処理（全件）
      *****************************************************************
       900-EHD-FETCH-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-EHD
           MOVE    "tbl_ehrdoui"       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  EHRDOUI-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-EHD
           END-IF
           .
       900-EHD-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    同意カーソルクローズ処理
      *****************************************************************
       900-EHD-CLOSE-SEC           SECTION.
      *
           MOVE    "tbl_ehrdoui"       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-EHD-CLOSE-EXT.
           EXIT.
      *
      *****************************************************************
      *    送信管理キー読込処理
      *****************************************************************
       900-EHS-KEY-READ-SEC        SECTION.
      *
           MOVE    1                   TO  FLG-EHS
           MOVE    EHRSOSHIN-REC       TO  MCPDATA-REC
           MOVE    "tbl_ehrsoshin"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_ehrsoshin"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  EHRSOSHIN-REC
                   MOVE    ZERO                TO  FLG-EHS
               END-IF
           END-IF
           MOVE    "tbl_ehrsoshin"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-EHS-KEY-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    送信管理ファイル名読込処理
      *****************************************************************
       900-EHS-FILE-READ-SEC       SECTION.
      *
           MOVE    1                   TO  FLG-EHS
           INITIALIZE                  EHRSOSHIN-REC
           MOVE    SPA-HOSPNUM         TO  EHS-HOSPNUM
           MOVE    WRK-CSV-FILENAME    TO  EHS-FILENAME
           MOVE    EHRSOSHIN-REC       TO  MCPDATA-REC
           MOVE    "tbl_ehrsoshin"     TO  MCP-TABLE
           MOVE    "filename"          TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_ehrsoshin"     TO  MCP-TABLE
               MOVE    "filename"          TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  EHRSOSHIN-REC
                   MOVE    ZERO                TO  FLG-EHS
               END-IF
           END-IF
           MOVE    "tbl_ehrsoshin"     TO  MCP-TABLE
           MOVE    "filename"          TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-EHS-FILE-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    送信管理検索処理（全件）
      *****************************************************************
       900-EHS-SELECT-SEC          SECTION.
      *
           INITIALIZE                  EHRSOSHIN-REC
           MOVE    SPA-HOSPNUM         TO  EHS-HOSPNUM
           MOVE    EHRSOSHIN-REC       TO  MCPDATA-REC
           MOVE    "tbl_ehrsoshin"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-EHS-FETCH-SEC
           ELSE
               MOVE    1                   TO  FLG-EHS-ALL
           END-IF
           .
       900-EHS-SELECT-EXT.
           EXIT.
      *
      *****************************************************************
      *    送信管理読込処理（全件）
      *****************************************************************
       900-EHS-FETCH-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-EHS-ALL
           MOVE    "tbl_ehrsoshin"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  EHRSOSHIN-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-EHS-ALL
           END-IF
           .
       900-EHS-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    送信管理カーソルクローズ処理
      *****************************************************************
       900-EHS-CLOSE-SEC           SECTION.
      *
           MOVE    "tbl_ehrsoshin"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-EHS-CLOSE-EXT.
           EXIT.
      *
      *****************************************************************
      *    送信管理更新処理
      *****************************************************************
       900-EHS-UPDATE-SEC          SECTION.
      *
           MOVE    EHRSOSHIN-REC       TO  MCPDATA-REC
           MOVE    "tbl_ehrsoshin"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBEHRFHIR EHRSOSHIN UPDATE ERR RC="
                       MCP-RC
           END-IF
           .
       900-EHS-UPDATE-EXT.
           EXIT.
      *
      *****************************************************************
      *    送信管理追加処理
      *****************************************************************
       900-EHS-INSERT-SEC          SECTION.
      *
           MOVE    EHRSOSHIN-REC       TO  MCPDATA-REC
           MOVE    "tbl_ehrsoshin"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBEHRFHIR EHRSOSHIN INSERT ERR RC="
                       MCP-RC
           END-IF
           .
       900-EHS-INSERT-EXT.
           EXIT.
      *
      *****************************************************************
      *    退院時サマリー読込処理
      *****************************************************************
       900-TSM-INV-SEC             SECTION.
      *
           MOVE    1                   TO  FLG-TSM
           INITIALIZE                  TAIINSUM-REC
           MOVE    SPA-HOSPNUM         TO  TSM-HOSPNUM
           MOVE    EHD-PTID            TO  TSM-PTID
           MOVE    EHS-TAISYOYMD       TO  TSM-TAIINYMD
           MOVE    TAIINSUM-REC        TO  MCPDATA-REC
           MOVE    "tbl_taiinsum"      TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_taiinsum"      TO  MCP-TABLE
               MOVE    "key2"              TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  TAIINSUM-REC
                   MOVE    ZERO                TO  FLG-TSM
               END-IF
           END-IF
           MOVE    "tbl_taiinsum"      TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-TSM-INV-EXT.
           EXIT.
      *
      *****************************************************************
      *    紹介元医療機関マスタ読込処理
      *****************************************************************
       900-SKM-INV-SEC             SECTION.
      *
           MOVE    1                   TO  FLG-SKM
           INITIALIZE                  SHOKAIMOTO-REC
           MOVE    SPA-HOSPNUM         TO  SKM-HOSPNUM
           MOVE    EHS-REFCD           TO  SKM-SHOKAICD
           MOVE    SHOKAIMOTO-REC      TO  MCPDATA-REC
           MOVE    "tbl_shokaimoto"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_shokaimoto"    TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  SHOKAIMOTO-REC
                   MOVE    ZERO                TO  FLG-SKM
               END-IF
           END-IF
           MOVE    "tbl_shokaimoto"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-SKM-INV-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者情報取得処理
      *****************************************************************
       900-PTINF-INV-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-PTINF
      *
           INITIALIZE                  PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    EHD-PTID            TO  PTINF-PTID
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
               ELSE
                   MOVE    1                   TO  FLG-PTINF
               END-IF
           ELSE
               MOVE    1                   TO  FLG-PTINF
           END-IF
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-PTINF-INV-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者番号取得処理
      *****************************************************************
       900-PTNUM-INV-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-PTNUM
           MOVE    SPACE               TO  WRK-PTNUM
      *
           INITIALIZE                  PTNUM-REC
           MOVE    SPA-HOSPNUM         TO  PTNUM-HOSPNUM
           MOVE    EHD-PTID            TO  PTNUM-PTID
           MOVE    PTNUM-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_ptnum"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTNUM-REC
                   MOVE    PTNUM-PTNUM         TO  WRK-PTNUM
                   MOVE    ZERO                TO  FLG-PTNUM
               END-IF
           END-IF
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
      *    患者番号がなければ患者ＩＤで代用する
           IF      FLG-PTNUM       NOT =   ZERO
               MOVE    EHD-PTID            TO  WRK-PTNUM
           END-IF
           .
       900-PTNUM-INV-EXT.
           EXIT.
      *
      *****************************************************************
      *    システム管理マスタ読込
      *****************************************************************
       910-SYSKANRI-INV-SEC        SECTION.
      *
           MOVE    1                   TO  FLG-SYSKANRI
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key10"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_syskanri"      TO  MCP-TABLE
               MOVE    "key10"             TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    ZERO                TO  FLG-SYSKANRI
               END-IF
           END-IF
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key10"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       910-SYSKANRI-INV-EXT.
           EXIT.
      *
      *****************************************************************
      *    送信結果ファイル読込処理
      *****************************************************************
       900-KEKKA-READ-SEC          SECTION.
      *
           READ    KEKKA-FILE
               AT  END
                   MOVE    1               TO  FLG-KEKKA
               NOT AT  END
                   ADD     1               TO  CNT-IN
           END-READ
           .
       900-KEKKA-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＦＨＩＲファイル行出力処理
      *****************************************************************
       900-JSON-WRITE-SEC          SECTION.
      *
           MOVE    WRK-JSON            TO  JSON-REC
           WRITE   JSON-REC
           MOVE    SPACE               TO  WRK-JSON
           .
       900-JSON-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    作成結果・一覧行出力処理
      *****************************************************************
       900-EHRLST-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  EHRLST-REC
           WRITE   EHRLST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-EHRLST-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    ジョブ管理処理
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
