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
       PROGRAM-ID.             ORCBKINKYU.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 共通
      *  コンポーネント名  : 緊急参照ファイル作成
      *                      （停電・サーバ障害でレセコンが使えない
      *                        ときの参照用に、直近に受診した患者の
      *                        基本情報・保険・アレルギー・直近処方
      *                        と当日の入院患者一覧を、ＣＳＶと
      *                        ＰＤＦで作成する。作成したファイルは
      *                        暗号化して配布先へ出力し、平文は
      *                        削除する。毎夜の実行を想定する）
      *  管理者            :
      *  作成日付    作業者        記述
      *  26/10/15    ORCAMO        新規作成
      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.01    ORCAMO       26/10/15  氏名・住所の外字を帳票印字用
      *                                     の代替文字で出力
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *
      *    患者一覧（ＣＳＶ）
           SELECT  PTCSV-FILE      ASSIGN  PTCSVPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-PTCSV.
      *
      *    入院患者一覧（ＣＳＶ）
           SELECT  NYUCSV-FILE     ASSIGN  NYUCSVPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-NYUCSV.
      *
      *    印刷イメージ（ＰＤＦ変換用）
           SELECT  PRT-FILE        ASSIGN  PRTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-PRT.
      *
      *    暗号鍵ファイル・出力確認用
           SELECT  CHK-FILE        ASSIGN  CHKPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-CHK.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  PTCSV-FILE.
       01  PTCSV-REC               PIC X(2000).
      *
       FD  NYUCSV-FILE.
       01  NYUCSV-REC              PIC X(1000).
      *
       FD  PRT-FILE.
       01  PRT-REC                 PIC X(200).
      *
       FD  CHK-FILE.
       01  CHK-REC                 PIC X(100).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-PTCSV                       PIC X(02).
           03  STS-NYUCSV                      PIC X(02).
           03  STS-PRT                         PIC X(02).
           03  STS-CHK                         PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-END                         PIC 9(01).
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-FETCH2                      PIC 9(01).
           03  FLG-JYU                         PIC 9(01).
           03  FLG-PTINF                       PIC 9(01).
           03  FLG-HKN                         PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-PT                          PIC 9(06).
           03  CNT-NYU                         PIC 9(06).
           03  CNT-ERR                         PIC 9(06).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *        直近受診の日数（処理日から遡る日数）
               05  WRK-PARA-NISSU              PIC 9(03).
      *        配布先の保持日数（これより古い世代を削除する）
               05  WRK-PARA-HOJINISSU          PIC 9(03).
      *        配布先ディレクトリ
               05  WRK-PARA-HAIFUDIR           PIC X(128).
      *        暗号鍵ファイル
               05  WRK-PARA-KEYFILE            PIC X(128).
      *
           03  WRK-KIJUNYMD                    PIC X(08).
           03  WRK-LASTYMD                     PIC X(08).
           03  WRK-MAEPTID                     PIC 9(10).
           03  WRK-SEX                         PIC X(02).
           03  WRK-ALG-TEXT                    PIC X(500).
           03  WRK-ALG-PT                      PIC 9(04)   COMP.
           03  WRK-SHOHO-TEXT                  PIC X(1000).
           03  WRK-SHOHO-PT                    PIC 9(04)   COMP.
           03  WRK-ED-KENSU                    PIC ZZZ,ZZ9.
      *    有効保険（処理日時点）
           03  WRK-HKN.
               05  WRK-HKN-HKNJANUM            PIC X(08).
               05  WRK-HKN-KIGO                PIC X(80).
               05  WRK-HKN-NUM                 PIC X(80).
               05  WRK-HKN-EDABAN              PIC X(02).
               05  WRK-HKN-HONKZK              PIC X(04).
      *    暗号化・配布
           03  WRK-COMMAND                     PIC X(1024).
           03  WRK-IN-PATH                     PIC X(256).
           03  WRK-OUT-NAME                    PIC X(64).
           03  WRK-OUT-PATH                    PIC X(256).
      *
           03  PTCSVPARA                       PIC X(256).
           03  NYUCSVPARA                      PIC X(256).
           03  PRTPARA                         PIC X(256).
           03  PDFPARA                         PIC X(256).
           03  CHKPARA                         PIC X(256).
      *
       01  CONST-AREA.
      *    ＰＤＦ変換コマンド（印刷イメージ→ＰＤＦ）
           03  CONST-PDFCMD                    PIC X(64)   VALUE
               "iconv -f EUC-JP -t UTF-8 | paps --format=pdf".
      *    暗号化コマンド（共通鍵は鍵ファイルから読む）
           03  CONST-ENCCMD                    PIC X(64)   VALUE
               "openssl enc -aes-256-cbc -pbkdf2 -salt".
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    アレルギー情報
      *    （ＯＲＣＢＥＨＲＦＨＩＲと同一レイアウト）
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
      *    患者情報
       01  PTINF-REC.
           COPY    "CPPTINF.INC".
      *
      *    患者番号変換
       01  PTNUM-REC.
           COPY    "CPPTNUM.INC".
      *
      *    患者保険情報
       01  PTHKNINF-REC.
           COPY    "CPPTHKNINF.INC".
      *
      *    受診履歴
       01  JYURRK-REC.
           COPY    "CPJYURRK.INC".
      *
      *    診療行為
       01  SRYACT-REC.
           COPY    "CPSRYACT.INC".
      *
      *    患者入院履歴
       01  PTNYUINRRK-REC.
           COPY    "CPPTNYUINRRK.INC".
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
      *    日付計算サブ
           COPY    "CPORCSDAY.INC".
      *
      *    一時ファイル名編集
           COPY    "CPORCSGETTEMP.INC".
      *
      *   ジョブ管理ＤＢ制御サブ
           COPY    "CPORCSJOBKANRI.INC".
      *
      *    外字代替文字変換サブ
           COPY    "CPORCSGAIJI.INC".
      *
      *    ＤＢ検索
           COPY    "MCPDATA.INC".
           COPY    "MCPAREA".
      *
      ****************************************************************
       LINKAGE                 SECTION.
       01  COMMAND-PARAM.
           02  FILLER      PIC X(1000).
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
      *        直近受診患者
               PERFORM 200-PTINF-SEC
      *        入院患者一覧
               PERFORM 300-NYUIN-SEC
      *        ＰＤＦ変換・暗号化・配布
               PERFORM 400-HAIFU-SEC
           END-IF
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
           DISPLAY "*** ORCBKINKYU START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               WRK-PARA-NISSU
                                               WRK-PARA-HOJINISSU
                                               WRK-PARA-HAIFUDIR
                                               WRK-PARA-KEYFILE
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
           IF      WRK-PARA-NISSU      =   ZERO
      *        既定値：９０日
               MOVE    90                  TO  WRK-PARA-NISSU
           END-IF
           IF      WRK-PARA-HOJINISSU  =   ZERO
      *        既定値：７日
               MOVE    7                   TO  WRK-PARA-HOJINISSU
           END-IF
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "緊急参照ファイル作成"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBKINKYU"    TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
           MOVE    SMCNDATE-YMD        TO  SPA-SYSYMD
      *
      *    直近受診の判定基準日（処理日−指定日数）
           INITIALIZE                      STS-AREA-DAY
           INITIALIZE                      LNK-DAY6-AREA
           MOVE  "61"                      TO  LNK-DAY6-IRAI
           MOVE  SMCNDATE-YMD              TO  LNK-DAY6-KIJUN
           MOVE  "2"                       TO  LNK-DAY6-ZOGENPTN
           COMPUTE LNK-DAY6-ZOGEN  =   WRK-PARA-NISSU  *   -1
           CALL  "ORCSDAY"                 USING   STS-AREA-DAY
                                                   LNK-DAY6-AREA
           MOVE    LNK-DAY6-KEISAN         TO  WRK-KIJUNYMD
      *
      *    配布先・暗号鍵の確認（平文のまま配布しない）
           IF      WRK-PARA-HAIFUDIR   =   SPACE
               DISPLAY "ORCBKINKYU HAIFUDIR NOT SPECIFIED"
               MOVE    1                   TO  FLG-END
               GO  TO  100-INIT-EXT
           END-IF
           MOVE    WRK-PARA-KEYFILE    TO  CHKPARA
           OPEN    INPUT               CHK-FILE
           IF      STS-CHK         NOT =   "00"
               DISPLAY "ORCBKINKYU KEYFILE NOT FOUND STS=" STS-CHK
               MOVE    1                   TO  FLG-END
               GO  TO  100-INIT-EXT
           END-IF
           CLOSE   CHK-FILE
      *
      *    作業ファイル（一時ディレクトリ）
           INITIALIZE                  SGETTEMP-AREA
           MOVE    "kinkyu_pt.csv"     TO  SGETTEMP-BASENAMES (1)
           MOVE    "kinkyu_nyuin.csv"  TO  SGETTEMP-BASENAMES (2)
           MOVE    "kinkyu.txt"        TO  SGETTEMP-BASENAMES (3)
           MOVE    "kinkyu.pdf"        TO  SGETTEMP-BASENAMES (4)
           CALL    "ORCSGETTEMP"       USING   SGETTEMP-AREA
           MOVE    SGETTEMP-FULLNAMES (1)
                                       TO  PTCSVPARA
           MOVE    SGETTEMP-FULLNAMES (2)
                                       TO  NYUCSVPARA
           MOVE    SGETTEMP-FULLNAMES (3)
                                       TO  PRTPARA
           MOVE    SGETTEMP-FULLNAMES (4)
                                       TO  PDFPARA
      *
           OPEN    OUTPUT              PTCSV-FILE
                                       NYUCSV-FILE
                                       PRT-FILE
           STRING  "患者番号,氏名,カナ氏名,"
                                       DELIMITED   BY  SIZE
                   "性別,生年月日,"    DELIMITED   BY  SIZE
                   "郵便番号,住所,電話番号,最終来院日,"
                                       DELIMITED   BY  SIZE
                   "保険者番号,記号,番号,枝番,本人家族,"
                                       DELIMITED   BY  SIZE
                   "アレルギー,直近処方"
                                       DELIMITED   BY  SIZE
                                       INTO    PTCSV-REC
           END-STRING
           PERFORM 900-PTCSV-WRITE-SEC
           STRING  "患者番号,氏名,性別,生年月日,"
                                       DELIMITED   BY  SIZE
                   "病棟番号,入院日,入院科,アレルギー"
                                       DELIMITED   BY  SIZE
                                       INTO    NYUCSV-REC
           END-STRING
           PERFORM 900-NYUCSV-WRITE-SEC
           STRING  "＊＊＊　緊急参照用患者情報"
                                       DELIMITED   BY  SIZE
                   "　作成日："        DELIMITED   BY  SIZE
                   SMCNDATE-YMD        DELIMITED   BY  SIZE
                                       INTO    PRT-REC
           END-STRING
           PERFORM 900-PRT-WRITE-SEC
           STRING  "（"               DELIMITED   BY  SIZE
                   WRK-KIJUNYMD        DELIMITED   BY  SIZE
                   "以降の受診患者）"  DELIMITED   BY  SIZE
                                       INTO    PRT-REC
           END-STRING
           PERFORM 900-PRT-WRITE-SEC
           PERFORM 900-PRT-WRITE-SEC
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    直近受診患者の出力処理
      *****************************************************************
       200-PTINF-SEC               SECTION.
      *
           INITIALIZE                  PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    PTINF-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH   =   1
                   MOVE    "tbl_ptinf"         TO  MCP-TABLE
                   MOVE    "all"               TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  PTINF-REC
                       PERFORM 2001-PTINF-1KEN-SEC
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-PTINF-EXT.
           EXIT.
      *
      *****************************************************************
      *    直近受診患者の出力処理（１件）
      *****************************************************************
       2001-PTINF-1KEN-SEC         SECTION.
      *
      *    テスト患者は対象外
           IF      PTINF-TSTPTNUMKBN   =   "1"
               GO  TO  2001-PTINF-1KEN-EXT
           END-IF
      *
      *    判定基準日以降の受診がない患者は対象外
           PERFORM 830-JYURRK-CHK-SEC
           IF      FLG-JYU         NOT =   ZERO
               GO  TO  2001-PTINF-1KEN-EXT
           END-IF
      *
           ADD     1                   TO  CNT-PT
           PERFORM 800-PTNUM-GET-SEC
           PERFORM 835-LASTYMD-GET-SEC
           PERFORM 840-PTHKN-GET-SEC
           PERFORM 850-ALLERGY-GET-SEC
           PERFORM 860-SHOHO-GET-SEC
           PERFORM 870-SEX-HENSYU-SEC
           PERFORM 880-PTINF-GAIJI-SEC
      *
      *    患者一覧（ＣＳＶ）
           STRING  PTNUM-PTNUM         DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   PTINF-NAME          DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   PTINF-KANANAME      DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-SEX             DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   PTINF-BIRTHDAY      DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   PTINF-HOME-POST     DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   PTINF-HOME-ADRS     DELIMITED   BY  "  "
                   PTINF-HOME-BANTI    DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   PTINF-HOME-TEL1     DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-LASTYMD         DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-HKN-HKNJANUM    DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-HKN-KIGO        DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-HKN-NUM         DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-HKN-EDABAN      DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-HKN-HONKZK      DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ALG-TEXT        DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-SHOHO-TEXT      DELIMITED   BY  "  "
                                       INTO    PTCSV-REC
           END-STRING
           PERFORM 900-PTCSV-WRITE-SEC
      *
      *    印刷イメージ
           STRING  "患者番号："         DELIMITED   BY  SIZE
                   PTNUM-PTNUM         DELIMITED   BY  SPACE
                   "　"                DELIMITED   BY  SIZE
                   PTINF-NAME          DELIMITED   BY  "  "
                   "（"               DELIMITED   BY  SIZE
                   PTINF-KANANAME      DELIMITED   BY  "  "
                   "）　"             DELIMITED   BY  SIZE
                   WRK-SEX             DELIMITED   BY  SPACE
                   "　生年月日："       DELIMITED   BY  SIZE
                   PTINF-BIRTHDAY      DELIMITED   BY  SIZE
                   "　最終来院日："     DELIMITED   BY  SIZE
                   WRK-LASTYMD         DELIMITED   BY  SIZE
                                       INTO    PRT-REC
           END-STRING
           PERFORM 900-PRT-WRITE-SEC
           STRING  "　　保険者番号："   DELIMITED   BY  SIZE
                   WRK-HKN-HKNJANUM    DELIMITED   BY  SPACE
                   "　記号："           DELIMITED   BY  SIZE
                   WRK-HKN-KIGO        DELIMITED   BY  "  "
                   "　番号："           DELIMITED   BY  SIZE
                   WRK-HKN-NUM         DELIMITED   BY  "  "
                   "　"                DELIMITED   BY  SIZE
                   WRK-HKN-HONKZK      DELIMITED   BY  SPACE
                   "　電話："           DELIMITED   BY  SIZE
                   PTINF-HOME-TEL1     DELIMITED   BY  SPACE
                                       INTO    PRT-REC
           END-STRING
           PERFORM 900-PRT-WRITE-SEC
           STRING  "　　アレルギー："   DELIMITED   BY  SIZE
                   WRK-ALG-TEXT        DELIMITED   BY  "  "
                                       INTO    PRT-REC
           END-STRING
           PERFORM 900-PRT-WRITE-SEC
           STRING  "　　直近処方："     DELIMITED   BY  SIZE
                   WRK-SHOHO-TEXT      DELIMITED   BY  "  "
                                       INTO    PRT-REC
           END-STRING
           PERFORM 900-PRT-WRITE-SEC
           PERFORM 900-PRT-WRITE-SEC
           .
       2001-PTINF-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    入院患者一覧の出力処理（処理日時点の在院患者）
      *****************************************************************
       300-NYUIN-SEC               SECTION.
      *
           STRING  "＊＊＊　入院患者一覧（"
                                       DELIMITED   BY  SIZE
                   SMCNDATE-YMD        DELIMITED   BY  SIZE
                   "現在）"           DELIMITED   BY  SIZE
                                       INTO    PRT-REC
           END-STRING
           PERFORM 900-PRT-WRITE-SEC
      *
           MOVE    ZERO                TO  WRK-MAEPTID
           INITIALIZE                  PTNYUINRRK-REC
           MOVE    SPA-HOSPNUM         TO  PTNYUINRRK-HOSPNUM
           MOVE    SMCNDATE-YMD        TO  PTNYUINRRK-TENNYUYMD
                                           PTNYUINRRK-TENSTUYMD
           MOVE    PTNYUINRRK-REC      TO  MCPDATA-REC
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "key40"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH2
               PERFORM UNTIL   FLG-FETCH2      =   1
                   MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
                   MOVE    "key40"             TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  PTNYUINRRK-REC
      *                同一患者の異動歴は１件とする
                       IF      PTNYUINRRK-PTID NOT =   WRK-MAEPTID
                           MOVE    PTNYUINRRK-PTID     TO  WRK-MAEPTID
                           PERFORM 3001-NYUIN-1KEN-SEC
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH2
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "key40"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       300-NYUIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    入院患者一覧の出力処理（１件）
      *****************************************************************
       3001-NYUIN-1KEN-SEC         SECTION.
      *
           PERFORM 820-PTINF-GET-SEC
           IF      FLG-PTINF       NOT =   ZERO
               GO  TO  3001-NYUIN-1KEN-EXT
           END-IF
           ADD     1                   TO  CNT-NYU
           PERFORM 800-PTNUM-GET-SEC
           PERFORM 850-ALLERGY-GET-SEC
           PERFORM 870-SEX-HENSYU-SEC
           PERFORM 880-PTINF-GAIJI-SEC
      *
           STRING  PTNUM-PTNUM         DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   PTINF-NAME          DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-SEX             DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   PTINF-BIRTHDAY      DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   PTNYUINRRK-BTUNUM   DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   PTNYUINRRK-NYUINYMD DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   PTNYUINRRK-NYUINKA  DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ALG-TEXT        DELIMITED   BY  "  "
                                       INTO    NYUCSV-REC
           END-STRING
           PERFORM 900-NYUCSV-WRITE-SEC
      *
           STRING  "病棟："             DELIMITED   BY  SIZE
                   PTNYUINRRK-BTUNUM   DELIMITED   BY  SIZE
                   "　患者番号："       DELIMITED   BY  SIZE
                   PTNUM-PTNUM         DELIMITED   BY  SPACE
                   "　"                DELIMITED   BY  SIZE
                   PTINF-NAME          DELIMITED   BY  "  "
                   "　"                DELIMITED   BY  SIZE
                   WRK-SEX             DELIMITED   BY  SPACE
                   "　入院日："         DELIMITED   BY  SIZE
                   PTNYUINRRK-NYUINYMD DELIMITED   BY  SIZE
                   "　アレルギー："     DELIMITED   BY  SIZE
                   WRK-ALG-TEXT        DELIMITED   BY  "  "
                                       INTO    PRT-REC
           END-STRING
           PERFORM 900-PRT-WRITE-SEC
           .
       3001-NYUIN-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＰＤＦ変換・暗号化・配布処理
      *****************************************************************
       400-HAIFU-SEC               SECTION.
      *
           CLOSE   PTCSV-FILE
                   NYUCSV-FILE
                   PRT-FILE
      *
      *    印刷イメージのＰＤＦ変換（変換後に印刷イメージは削除）
           MOVE    SPACE               TO  WRK-COMMAND
           STRING  CONST-PDFCMD        DELIMITED   BY  "  "
                   " < "               DELIMITED   BY  SIZE
                   PRTPARA             DELIMITED   BY  SPACE
                   " > "               DELIMITED   BY  SIZE
                   PDFPARA             DELIMITED   BY  SPACE
                   " ; rm -f "         DELIMITED   BY  SIZE
                   PRTPARA             DELIMITED   BY  SPACE
                                       INTO    WRK-COMMAND
           END-STRING
           CALL    "SYSTEM"            USING   WRK-COMMAND
      *
      *    暗号化して配布先へ出力
           MOVE    PTCSVPARA           TO  WRK-IN-PATH
           MOVE    "kinkyu_pt_"        TO  WRK-OUT-NAME
           PERFORM 4001-ANGOU-SEC
           MOVE    NYUCSVPARA          TO  WRK-IN-PATH
           MOVE    "kinkyu_nyuin_"     TO  WRK-OUT-NAME
           PERFORM 4001-ANGOU-SEC
           MOVE    PDFPARA             TO  WRK-IN-PATH
           MOVE    "kinkyu_pdf_"       TO  WRK-OUT-NAME
           PERFORM 4001-ANGOU-SEC
      *
      *    保持日数を超えた古い世代の削除
           MOVE    SPACE               TO  WRK-COMMAND
           STRING  "find "             DELIMITED   BY  SIZE
                   WRK-PARA-HAIFUDIR   DELIMITED   BY  SPACE
                   " -name 'kinkyu_*.enc' -type f -mtime +"
                                       DELIMITED   BY  SIZE
                   WRK-PARA-HOJINISSU  DELIMITED   BY  SIZE
                   " -delete"          DELIMITED   BY  SIZE
                                       INTO    WRK-COMMAND
           END-STRING
           CALL    "SYSTEM"            USING   WRK-COMMAND
           .
       400-HAIFU-EXT.
           EXIT.
      *
      *****************************************************************
      *    暗号化処理（１ファイル）
      *    （WRK-IN-PATH を暗号化し、配布先へ
      *      WRK-OUT-NAME＋処理日＋.enc で出力する。平文は削除）
      *****************************************************************
       4001-ANGOU-SEC              SECTION.
      *
           MOVE    SPACE               TO  WRK-OUT-PATH
           STRING  WRK-PARA-HAIFUDIR   DELIMITED   BY  SPACE
                   "/"                 DELIMITED   BY  SIZE
                   WRK-OUT-NAME        DELIMITED   BY  SPACE
                   SMCNDATE-YMD        DELIMITED   BY  SIZE
                   ".enc"              DELIMITED   BY  SIZE
                                       INTO    WRK-OUT-PATH
           END-STRING
      *
           MOVE    SPACE               TO  WRK-COMMAND
           STRING  CONST-ENCCMD        DELIMITED   BY  "  "
                   " -in "             DELIMITED   BY  SIZE
                   WRK-IN-PATH         DELIMITED   BY  SPACE
                   " -out "            DELIMITED   BY  SIZE
                   WRK-OUT-PATH        DELIMITED   BY  SPACE
                   " -pass file:"      DELIMITED   BY  SIZE
                   WRK-PARA-KEYFILE    DELIMITED   BY  SPACE
                   " ; rm -f "         DELIMITED   BY  SIZE
                   WRK-IN-PATH         DELIMITED   BY  SPACE
                                       INTO    WRK-COMMAND
           END-STRING
           CALL    "SYSTEM"            USING   WRK-COMMAND
      *
      *    出力の確認
           MOVE    WRK-OUT-PATH        TO  CHKPARA
           OPEN    INPUT               CHK-FILE
           IF      STS-CHK             =   "00"
               CLOSE   CHK-FILE
               DISPLAY "ORCBKINKYU OUT: " WRK-OUT-PATH (1:100)
           ELSE
               ADD     1                   TO  CNT-ERR
               DISPLAY "ORCBKINKYU ENCRYPT ERR: " WRK-OUT-PATH (1:100)
           END-IF
           .
       4001-ANGOU-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了　処理
      *****************************************************************
       600-TERM-SEC                SECTION.
      *
           DISPLAY "ORCBKINKYU PT=" CNT-PT " NYUIN=" CNT-NYU
                   " ERR=" CNT-ERR
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           IF      FLG-END         NOT =   ZERO
           OR      CNT-ERR             >   ZERO
               MOVE    "緊急参照ファイル作成エラー"
                                   TO  JOB-SHELLMSG
           ELSE
               MOVE    "緊急参照ファイル作成"
                                   TO  JOB-SHELLMSG
           END-IF
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "*** ORCBKINKYU END ***"
           .
       600-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者番号取得処理
      *****************************************************************
       800-PTNUM-GET-SEC           SECTION.
      *
           INITIALIZE                  PTNUM-REC
           MOVE    SPA-HOSPNUM         TO  PTNUM-HOSPNUM
           MOVE    PTINF-PTID          TO  PTNUM-PTID
           MOVE    PTNUM-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  PTNUM-REC
           ELSE
               INITIALIZE                  PTNUM-REC
           END-IF
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       800-PTNUM-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者情報取得処理（入院患者）
      *****************************************************************
       820-PTINF-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-PTINF
           INITIALIZE                  PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    PTNYUINRRK-PTID     TO  PTINF-PTID
           MOVE    PTINF-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTINF-REC
                   MOVE    ZERO                TO  FLG-PTINF
               END-IF
           END-IF
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       820-PTINF-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    判定基準日以降の受診判定処理
      *    （ＦＬＧ−ＪＹＵ　１：判定基準日以降の受診なし）
      *****************************************************************
       830-JYURRK-CHK-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-JYU
      *
           INITIALIZE                  JYURRK-REC
           MOVE    SPA-HOSPNUM         TO  JYU-HOSPNUM
           MOVE    PTINF-PTID          TO  JYU-PTID
           MOVE    WRK-KIJUNYMD        TO  JYU-SRYYMD
           MOVE    JYURRK-REC          TO  MCPDATA-REC
           MOVE    "tbl_jyurrk"        TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_jyurrk"        TO  MCP-TABLE
               MOVE    "ptymd"             TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    ZERO                TO  FLG-JYU
               END-IF
           END-IF
           MOVE    "tbl_jyurrk"        TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       830-JYURRK-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    最終来院日取得処理
      *****************************************************************
       835-LASTYMD-GET-SEC         SECTION.
      *
           MOVE    SPACE               TO  WRK-LASTYMD
      *
           INITIALIZE                  JYURRK-REC
           MOVE    SPA-HOSPNUM         TO  JYU-HOSPNUM
           MOVE    PTINF-PTID          TO  JYU-PTID
           MOVE    WRK-KIJUNYMD        TO  JYU-SRYYMD
           MOVE    JYURRK-REC          TO  MCPDATA-REC
           MOVE    "tbl_jyurrk"        TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-JYU
               PERFORM UNTIL   FLG-JYU     =   1
                   MOVE    "tbl_jyurrk"        TO  MCP-TABLE
                   MOVE    "ptymd"             TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  JYURRK-REC
                       IF      JYU-SRYYMD          >   WRK-LASTYMD
                       OR      WRK-LASTYMD         =   SPACE
                           MOVE    JYU-SRYYMD          TO  WRK-LASTYMD
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-JYU
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_jyurrk"        TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       835-LASTYMD-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    有効保険取得処理（処理日時点で有効な保険の先頭）
      *****************************************************************
       840-PTHKN-GET-SEC           SECTION.
      *
           MOVE    SPACE               TO  WRK-HKN
           INITIALIZE                  PTHKNINF-REC
           MOVE    SPA-HOSPNUM         TO  PTHKN-HOSPNUM
           MOVE    PTINF-PTID          TO  PTHKN-PTID
           MOVE    PTHKNINF-REC        TO  MCPDATA-REC
           MOVE    "tbl_pthkninf"      TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-HKN
           ELSE
               MOVE    1                   TO  FLG-HKN
           END-IF
           PERFORM UNTIL   FLG-HKN     =   1
               MOVE    "tbl_pthkninf"      TO  MCP-TABLE
               MOVE    "pt"                TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTHKNINF-REC
                   IF      PTHKN-SAKJOKBN      =   SPACE
                   AND     PTHKN-TEKSTYMD  NOT >   SMCNDATE-YMD
                   AND     PTHKN-TEKEDYMD  NOT <   SMCNDATE-YMD
                       MOVE    PTHKN-HKNJANUM      TO  WRK-HKN-HKNJANUM
                       MOVE    PTHKN-KIGO          TO  WRK-HKN-KIGO
                       MOVE    PTHKN-NUM           TO  WRK-HKN-NUM
                       MOVE    PTHKN-EDABAN        TO  WRK-HKN-EDABAN
                       IF      PTHKN-HONKZKKBN     =   "1"
                           MOVE    "本人"          TO  WRK-HKN-HONKZK
                       ELSE
                           MOVE    "家族"          TO  WRK-HKN-HONKZK
                       END-IF
                       MOVE    1                   TO  FLG-HKN
                   END-IF
               ELSE
                   MOVE    1                   TO  FLG-HKN
               END-IF
           END-PERFORM
           MOVE    "tbl_pthkninf"      TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       840-PTHKN-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    アレルギー編集処理（名称（内容）を「／」で連結）
      *****************************************************************
       850-ALLERGY-GET-SEC         SECTION.
      *
           MOVE    SPACE               TO  WRK-ALG-TEXT
           MOVE    1                   TO  WRK-ALG-PT
           INITIALIZE                  PTALLERGY-REC
           MOVE    SPA-HOSPNUM         TO  ALG-HOSPNUM
           MOVE    PTINF-PTID          TO  ALG-PTID
           MOVE    PTALLERGY-REC       TO  MCPDATA-REC
           MOVE    "tbl_ptallergy"     TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH2
           ELSE
               MOVE    1                   TO  FLG-FETCH2
           END-IF
           PERFORM UNTIL   FLG-FETCH2  =   1
               MOVE    "tbl_ptallergy"     TO  MCP-TABLE
               MOVE    "pt"                TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTALLERGY-REC
                   IF      WRK-ALG-PT          >   1
                       STRING  "／"                DELIMITED   BY  SIZE
                                       INTO    WRK-ALG-TEXT
                                       WITH POINTER    WRK-ALG-PT
                       END-STRING
                   END-IF
                   STRING  ALG-NAME            DELIMITED   BY  "  "
                           "（"               DELIMITED   BY  SIZE
                           ALG-NAIYO           DELIMITED   BY  "  "
                           "）"               DELIMITED   BY  SIZE
                                       INTO    WRK-ALG-TEXT
                                       WITH POINTER    WRK-ALG-PT
                   END-STRING
               ELSE
                   MOVE    1                   TO  FLG-FETCH2
               END-IF
           END-PERFORM
           MOVE    "tbl_ptallergy"     TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      WRK-ALG-TEXT        =   SPACE
               MOVE    "登録なし"          TO  WRK-ALG-TEXT
           END-IF
           .
       850-ALLERGY-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    直近処方編集処理（最終来院日の薬剤を「／」で連結）
      *****************************************************************
       860-SHOHO-GET-SEC           SECTION.
      *
           MOVE    SPACE               TO  WRK-SHOHO-TEXT
           MOVE    1                   TO  WRK-SHOHO-PT
           IF      WRK-LASTYMD         =   SPACE
               GO  TO  860-SHOHO-GET-EXT
           END-IF
           INITIALIZE                  SRYACT-REC
           MOVE    SPA-HOSPNUM         TO  ACT-HOSPNUM
           MOVE    PTINF-PTID          TO  ACT-PTID
           MOVE    WRK-LASTYMD         TO  ACT-SRYYMD
           MOVE    SRYACT-REC          TO  MCPDATA-REC
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH2
           ELSE
               MOVE    1                   TO  FLG-FETCH2
           END-IF
           PERFORM UNTIL   FLG-FETCH2  =   1
               MOVE    "tbl_sryact"        TO  MCP-TABLE
               MOVE    "ptymd"             TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  SRYACT-REC
                   IF      ACT-SRYYMD          =   WRK-LASTYMD
                   AND     ACT-SRYKBN (1:1)    =   "2"
                   AND     ACT-SRYCD (1:1)     =   "6"
                       PERFORM 8601-SHOHO-ADD-SEC
                   END-IF
               ELSE
                   MOVE    1                   TO  FLG-FETCH2
               END-IF
           END-PERFORM
           MOVE    "tbl_sryact"        TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       860-SHOHO-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    直近処方連結処理（１剤）
      *****************************************************************
       8601-SHOHO-ADD-SEC          SECTION.
      *
           IF      WRK-SHOHO-PT        >   900
               GO  TO  8601-SHOHO-ADD-EXT
           END-IF
           IF      WRK-SHOHO-PT        >   1
               STRING  "／"                DELIMITED   BY  SIZE
                                       INTO    WRK-SHOHO-TEXT
                                       WITH POINTER    WRK-SHOHO-PT
               END-STRING
           END-IF
           STRING  ACT-NAME            DELIMITED   BY  "  "
                                       INTO    WRK-SHOHO-TEXT
                                       WITH POINTER    WRK-SHOHO-PT
           END-STRING
           .
       8601-SHOHO-ADD-EXT.
           EXIT.
      *
      *****************************************************************
      *    性別編集処理
      *****************************************************************
       870-SEX-HENSYU-SEC          SECTION.
      *
           EVALUATE    PTINF-SEX
               WHEN    "1"
                   MOVE    "男"                TO  WRK-SEX
               WHEN    "2"
                   MOVE    "女"                TO  WRK-SEX
               WHEN    OTHER
                   MOVE    SPACE               TO  WRK-SEX
           END-EVALUATE
           .
       870-SEX-HENSYU-EXT.
           EXIT.
      *
      *****************************************************************
      *    氏名・住所の外字変換処理
      *    （外字マップの代替文字（帳票印字用）へ置き換える）
      *****************************************************************
       880-PTINF-GAIJI-SEC         SECTION.
      *
           MOVE    PTINF-NAME          TO  SGAIJI-INDATA
           PERFORM 8801-GAIJI-HENKAN-SEC
           MOVE    SGAIJI-OUTDATA      TO  PTINF-NAME
           MOVE    PTINF-HOME-ADRS     TO  SGAIJI-INDATA
           PERFORM 8801-GAIJI-HENKAN-SEC
           MOVE    SGAIJI-OUTDATA      TO  PTINF-HOME-ADRS
           MOVE    PTINF-HOME-BANTI    TO  SGAIJI-INDATA
           PERFORM 8801-GAIJI-HENKAN-SEC
           MOVE    SGAIJI-OUTDATA      TO  PTINF-HOME-BANTI
           .
       880-PTINF-GAIJI-EXT.
           EXIT.
      *
      *****************************************************************
      *    外字代替文字変換処理
      *    （桁あふれ時は変換しない）
      *****************************************************************
       8801-GAIJI-HENKAN-SEC        SECTION.
      *
           MOVE    "1"                 TO  SGAIJI-MODE
           MOVE    "2"                 TO  SGAIJI-KBN
           MOVE    SPA-HOSPNUM         TO  SGAIJI-HOSPNUM
           CALL    "ORCSGAIJI"         USING
                                       ORCSGAIJIAREA
           IF      SGAIJI-RC           =   2
               MOVE    SGAIJI-INDATA       TO  SGAIJI-OUTDATA
           END-IF
           .
       8801-GAIJI-HENKAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者一覧書込処理
      *****************************************************************
       900-PTCSV-WRITE-SEC         SECTION.
      *
           WRITE   PTCSV-REC
           MOVE    SPACE               TO  PTCSV-REC
           .
       900-PTCSV-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    入院患者一覧書込処理
      *****************************************************************
       900-NYUCSV-WRITE-SEC        SECTION.
      *
           WRITE   NYUCSV-REC
           MOVE    SPACE               TO  NYUCSV-REC
           .
       900-NYUCSV-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    印刷イメージ書込処理
      *****************************************************************
       900-PRT-WRITE-SEC           SECTION.
      *
           WRITE   PRT-REC
           MOVE    SPACE               TO  PRT-REC
           .
       900-PRT-WRITE-EXT.
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
