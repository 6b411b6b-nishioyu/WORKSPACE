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
       PROGRAM-ID.             ORCBBACKUP.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : ジョブ管理
      *  コンポーネント名  : ＤＢバックアップ・復元検証
      *                      （ＤＢバックアップ設定（システム管理
      *                        ９００６）に従い、ＤＢのバックアップ
      *                        を取得して外部媒体・遠隔地へ複写し、
      *                        保持世代数を超えた世代を削除する。
      *                        取得時に主要テーブルの件数とチェック
      *                        サムを控えとして保存し、検証周期が
      *                        到来したら検証用ＤＢへ自動リストア
      *                        して控えと比較する。
      *                        処理区分　空白：バックアップ＋周期
      *                        到来時の検証　１：バックアップのみ
      *                        ２：検証のみ（直近の世代）
      *                        失敗時はジョブ管理へ異常終了を記録
      *                        し、ＰＵＳＨ通知でアラートする。
      *                        夜間バッチの最後に起動して使用する）
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
      *    コマンド終了コード（作業用）
           SELECT  RC-FILE         ASSIGN  RCPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-RC.
      *
      *    直近世代のファイル名（作業用）
           SELECT  LS-FILE         ASSIGN  LSPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-LS.
      *
      *    件数・チェックサム（取得時の控え・検証時の結果）
           SELECT  SUM-FILE        ASSIGN  SUMPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-SUM.
      *
      *    検証結果
           SELECT  CHK-FILE        ASSIGN  CHKPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-CHK.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  RC-FILE.
       01  RC-REC                  PIC X(10).
      *
       FD  LS-FILE.
       01  LS-REC                  PIC X(256).
      *
      *    件数・チェックサム（テーブル名,件数,ＭＤ５）
       FD  SUM-FILE.
       01  SUM-REC                 PIC X(200).
      *
       FD  CHK-FILE.
       01  CHK-REC                 PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-RC                          PIC X(02).
           03  STS-LS                          PIC X(02).
           03  STS-SUM                         PIC X(02).
           03  STS-CHK                         PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-END                         PIC 9(01).
           03  FLG-EOF                         PIC 9(01).
           03  FLG-SYSKANRI                    PIC 9(01).
           03  FLG-KENSYO                      PIC 9(01).
      *    異常区分（１：バックアップ異常　２：検証異常）
           03  FLG-ERR                         PIC 9(01).
      *    件数・チェックサム取得異常・検証異常
           03  FLG-SUMERR                      PIC 9(01).
           03  FLG-KERR                        PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-OK                          PIC 9(04).
           03  CNT-NG                          PIC 9(04).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(04)   COMP.
           03  IDX2                            PIC 9(04)   COMP.
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *        処理区分（空白：バックアップ＋周期到来時の検証
      *                  １：バックアップのみ　２：検証のみ）
               05  WRK-PARA-SYORIKBN           PIC X(01).
      *        本番ＤＢ名
               05  WRK-PARA-DBNAME             PIC X(30).
      *
           03  WRK-ERRMSG                      PIC X(100).
           03  WRK-RC                          PIC X(03).
           03  WRK-SEDAI1                      PIC 9(03).
           03  WRK-NEXTYMD                     PIC X(08).
      *    世代名（orca_YYYYMMDDHHMMSS）・ファイル名
           03  WRK-BKNAME                      PIC X(40).
           03  WRK-BASE                        PIC X(256).
           03  WRK-DUMP                        PIC X(256).
           03  WRK-SUM                         PIC X(256).
           03  WRK-DIR                         PIC X(100).
      *    チェックサム取得（対象ＤＢ・出力先）
           03  WRK-SQL-DB                      PIC X(30).
           03  WRK-SQL-OUT                     PIC X(256).
      *    コマンド
           03  WRK-COMMAND                     PIC X(1024).
           03  WRK-COMMAND-EXEC                PIC X(1200).
      *
           03  RCPARA                          PIC X(256).
           03  LSPARA                          PIC X(256).
           03  VSUMPARA                        PIC X(256).
           03  SUMPARA                         PIC X(256).
           03  CHKPARA                         PIC X(256).
      *
      *    件数・チェックサム（１行）
           03  WRK-SUM-LINE.
               05  WRK-SUM-TBL                 PIC X(30).
               05  WRK-SUM-CNT                 PIC X(12).
               05  WRK-SUM-MD5                 PIC X(32).
      *
      *    控え（取得時）・結果（検証時）
           03  WRK-MFT-TBL.
               05  WRK-MFT-OCC             OCCURS  20.
                   07  WRK-MFT-CNT             PIC X(12).
                   07  WRK-MFT-MD5             PIC X(32).
           03  WRK-VRF-TBL.
               05  WRK-VRF-OCC             OCCURS  20.
                   07  WRK-VRF-CNT             PIC X(12).
                   07  WRK-VRF-MD5             PIC X(32).
      *
      *    比較対象テーブル
       01  CONST-TBL-AREA.
           03  CONST-TBL-G.
               05  FILLER      PIC X(30)   VALUE "tbl_ptinf".
               05  FILLER      PIC X(30)   VALUE "tbl_ptnum".
               05  FILLER      PIC X(30)   VALUE "tbl_pthkninf".
               05  FILLER      PIC X(30)   VALUE "tbl_ptkohinf".
               05  FILLER      PIC X(30)   VALUE "tbl_ptbyomei".
               05  FILLER      PIC X(30)   VALUE "tbl_jyurrk".
               05  FILLER      PIC X(30)   VALUE "tbl_sryact".
               05  FILLER      PIC X(30)   VALUE "tbl_syunou".
               05  FILLER      PIC X(30)   VALUE "tbl_uketuke".
               05  FILLER      PIC X(30)   VALUE "tbl_syskanri".
           03  CONST-TBL-R         REDEFINES   CONST-TBL-G.
               05  CONST-TBLNAME   PIC X(30)   OCCURS  10.
       01  CONST-TBL-MAX           PIC 9(04)   COMP    VALUE 10.
      *
      *    既定値（ＯＲＣＧＢＡＣＫＵＰの既定値と同一）
       01  CONST-AREA.
           03  CONST-SEDAI         PIC 9(02)   VALUE 7.
           03  CONST-SYUKI         PIC 9(03)   VALUE 7.
           03  CONST-KENSYODB      PIC X(30)   VALUE "orca_verify".
           03  CONST-DBNAME        PIC X(30)   VALUE "orca".
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    ＤＢバックアップ設定（ＯＲＣＧＢＡＣＫＵＰと同一レイアウト）
       01  SYS-9006-REC.
           03  SYS-9006-KANRICD    PIC X(04).
           03  SYS-9006-KBNCD      PIC X(10).
           03  SYS-9006-STYUKYMD   PIC 9(08).
           03  SYS-9006-EDYUKYMD   PIC 9(08).
           03  SYS-9006-HOSPNUM    PIC 9(02).
      *    保持世代数
           03  SYS-9006-SEDAI      PIC 9(02).
      *    保存先（ローカル・外部媒体・遠隔地（ホスト：パス））
           03  SYS-9006-HOZONDIR   PIC X(100).
           03  SYS-9006-GAIBUDIR   PIC X(100).
           03  SYS-9006-ENKAKU     PIC X(100).
      *    復元検証の周期（日数）・検証用ＤＢ名
           03  SYS-9006-SYUKI      PIC 9(03).
           03  SYS-9006-KENSYODB   PIC X(30).
      *    直近の復元検証日・結果（０：正常　９：異常）
           03  SYS-9006-LASTYMD    PIC X(08).
           03  SYS-9006-KEKKA      PIC X(01).
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
      *    ＰＵＳＨ通知レコード
           COPY    "CPPUSHBATCH01.INC".
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
               IF      WRK-PARA-SYORIKBN   =   SPACE
               OR      WRK-PARA-SYORIKBN   =   "1"
                   PERFORM 200-BACKUP-SEC
               END-IF
           END-IF
           IF      FLG-END             =   ZERO
               PERFORM 300-KENSYO-HANTEI-SEC
               IF      FLG-KENSYO          =   1
                   PERFORM 400-KENSYO-SEC
               END-IF
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
           DISPLAY "*** ORCBBACKUP START ***"
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
                                               WRK-PARA-SYORIKBN
                                               WRK-PARA-DBNAME
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
           IF      WRK-PARA-DBNAME     =   SPACE
               MOVE    CONST-DBNAME        TO  WRK-PARA-DBNAME
           END-IF
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "ＤＢバックアップ・復元検証"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBBACKUP"    TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
           MOVE    SMCNDATE-YMD        TO  SPA-SYSYMD
      *
      *    作業ファイル（一時ディレクトリ）
           INITIALIZE                  SGETTEMP-AREA
           MOVE    "backup_rc.txt"     TO  SGETTEMP-BASENAMES (1)
           MOVE    "backup_ls.txt"     TO  SGETTEMP-BASENAMES (2)
           MOVE    "backup_vsum.txt"   TO  SGETTEMP-BASENAMES (3)
           CALL    "ORCSGETTEMP"       USING   SGETTEMP-AREA
           MOVE    SGETTEMP-FULLNAMES (1)
                                       TO  RCPARA
           MOVE    SGETTEMP-FULLNAMES (2)
                                       TO  LSPARA
           MOVE    SGETTEMP-FULLNAMES (3)
                                       TO  VSUMPARA
      *
      *    ＤＢバックアップ設定
           PERFORM 880-SYSKANRI-GET-SEC
           IF      FLG-SYSKANRI    NOT =   ZERO
           OR      SYS-9006-HOZONDIR   =   SPACE
               MOVE    "バックアップ保存先の設定がない"
                                       TO  WRK-ERRMSG
               MOVE    1                   TO  FLG-ERR
               MOVE    1                   TO  FLG-END
               GO  TO  100-INIT-EXT
           END-IF
           IF      SYS-9006-SEDAI      =   ZERO
               MOVE    CONST-SEDAI         TO  SYS-9006-SEDAI
           END-IF
           IF      SYS-9006-SYUKI      =   ZERO
               MOVE    CONST-SYUKI         TO  SYS-9006-SYUKI
           END-IF
           IF      SYS-9006-KENSYODB   =   SPACE
               MOVE    CONST-KENSYODB      TO  SYS-9006-KENSYODB
           END-IF
      *    本番ＤＢを検証用ＤＢとして指定していないこと
           IF      SYS-9006-KENSYODB   =   WRK-PARA-DBNAME
               MOVE    "検証用ＤＢ名が本番ＤＢ名と同じ"
                                       TO  WRK-ERRMSG
               MOVE    2                   TO  FLG-ERR
               MOVE    1                   TO  FLG-END
           END-IF
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    バックアップ取得処理
      *****************************************************************
       200-BACKUP-SEC              SECTION.
      *
           MOVE    SPACE               TO  WRK-BKNAME
           STRING  "orca_"             DELIMITED   BY  SIZE
                   SMCNDATE-YMD        DELIMITED   BY  SIZE
                   SMCNDATE-HMS        DELIMITED   BY  SIZE
                                       INTO    WRK-BKNAME
           END-STRING
           MOVE    SPACE               TO  WRK-BASE
           STRING  SYS-9006-HOZONDIR   DELIMITED   BY  SPACE
                   "/"                 DELIMITED   BY  SIZE
                   WRK-BKNAME          DELIMITED   BY  SPACE
                                       INTO    WRK-BASE
           END-STRING
           PERFORM 810-FILENAME-SEC
      *
      *    取得時点の件数・チェックサムを控えとして保存
           MOVE    WRK-PARA-DBNAME     TO  WRK-SQL-DB
           MOVE    WRK-SUM             TO  WRK-SQL-OUT
           PERFORM 820-CHECKSUM-SEC
           IF      FLG-SUMERR      NOT =   ZERO
               MOVE    1                   TO  FLG-ERR
               MOVE    "件数・チェックサムの取得に失敗"
                                       TO  WRK-ERRMSG
               MOVE    1                   TO  FLG-END
               GO  TO  200-BACKUP-EXT
           END-IF
      *
      *    バックアップ取得
           MOVE    SPACE               TO  WRK-COMMAND
           STRING  "pg_dump -Fc -f "   DELIMITED   BY  SIZE
                   WRK-DUMP            DELIMITED   BY  SPACE
                   " "                 DELIMITED   BY  SIZE
                   WRK-PARA-DBNAME     DELIMITED   BY  SPACE
                                       INTO    WRK-COMMAND
           END-STRING
           PERFORM 800-COMMAND-SEC
           IF      WRK-RC          NOT =   "0"
               MOVE    1                   TO  FLG-ERR
               MOVE    "バックアップの取得に失敗"
                                       TO  WRK-ERRMSG
               MOVE    1                   TO  FLG-END
               GO  TO  200-BACKUP-EXT
           END-IF
      *
      *    アーカイブの読取り確認
           MOVE    SPACE               TO  WRK-COMMAND
           STRING  "pg_restore -l "    DELIMITED   BY  SIZE
                   WRK-DUMP            DELIMITED   BY  SPACE
                   " > /dev/null"      DELIMITED   BY  SIZE
                                       INTO    WRK-COMMAND
           END-STRING
           PERFORM 800-COMMAND-SEC
           IF      WRK-RC          NOT =   "0"
               MOVE    1                   TO  FLG-ERR
               MOVE    "バックアップが読み取れない"
                                       TO  WRK-ERRMSG
               MOVE    1                   TO  FLG-END
               GO  TO  200-BACKUP-EXT
           END-IF
           DISPLAY "ORCBBACKUP DUMP: " WRK-DUMP (1:100)
      *
      *    外部媒体へ複写
           IF      SYS-9006-GAIBUDIR   NOT =   SPACE
               MOVE    SPACE               TO  WRK-COMMAND
               STRING  "cp "               DELIMITED   BY  SIZE
                       WRK-DUMP            DELIMITED   BY  SPACE
                       " "                 DELIMITED   BY  SIZE
                       WRK-SUM             DELIMITED   BY  SPACE
                       " "                 DELIMITED   BY  SIZE
                       SYS-9006-GAIBUDIR   DELIMITED   BY  SPACE
                       "/"                 DELIMITED   BY  SIZE
                                       INTO    WRK-COMMAND
               END-STRING
               PERFORM 800-COMMAND-SEC
               IF      WRK-RC          NOT =   "0"
                   MOVE    1                   TO  FLG-ERR
                   MOVE    "外部媒体への複写に失敗"
                                       TO  WRK-ERRMSG
               END-IF
           END-IF
      *
      *    遠隔地へ転送
           IF      SYS-9006-ENKAKU     NOT =   SPACE
               MOVE    SPACE               TO  WRK-COMMAND
               STRING  "rsync -a "         DELIMITED   BY  SIZE
                       WRK-DUMP            DELIMITED   BY  SPACE
                       " "                 DELIMITED   BY  SIZE
                       WRK-SUM             DELIMITED   BY  SPACE
                       " "                 DELIMITED   BY  SIZE
                       SYS-9006-ENKAKU     DELIMITED   BY  SPACE
                       "/"                 DELIMITED   BY  SIZE
                                       INTO    WRK-COMMAND
               END-STRING
               PERFORM 800-COMMAND-SEC
               IF      WRK-RC          NOT =   "0"
                   MOVE    1                   TO  FLG-ERR
                   MOVE    "遠隔地への転送に失敗"
                                       TO  WRK-ERRMSG
               END-IF
           END-IF
      *
      *    保持世代数を超えた世代の削除
           MOVE    SYS-9006-HOZONDIR   TO  WRK-DIR
           PERFORM 830-SEDAI-SAKUJYO-SEC
           IF      SYS-9006-GAIBUDIR   NOT =   SPACE
               MOVE    SYS-9006-GAIBUDIR   TO  WRK-DIR
               PERFORM 830-SEDAI-SAKUJYO-SEC
           END-IF
           .
       200-BACKUP-EXT.
           EXIT.
      *
      *****************************************************************
      *    復元検証の要否判定処理
      *    （ＦＬＧ−ＫＥＮＳＹＯ　１：検証する）
      *****************************************************************
       300-KENSYO-HANTEI-SEC       SECTION.
      *
           MOVE    ZERO                TO  FLG-KENSYO
           EVALUATE    WRK-PARA-SYORIKBN
               WHEN    "1"
                   CONTINUE
               WHEN    "2"
                   MOVE    1                   TO  FLG-KENSYO
               WHEN    OTHER
                   IF      SYS-9006-LASTYMD    =   SPACE
                       MOVE    1                   TO  FLG-KENSYO
                   ELSE
      *                前回検証日＋周期が到来したら検証する
                       INITIALIZE                  STS-AREA-DAY
                       INITIALIZE                  LNK-DAY6-AREA
                       MOVE  "61"                  TO  LNK-DAY6-IRAI
                       MOVE  SYS-9006-LASTYMD      TO  LNK-DAY6-KIJUN
                       MOVE  "2"                   TO  LNK-DAY6-ZOGENPTN
                       MOVE  SYS-9006-SYUKI        TO  LNK-DAY6-ZOGEN
                       CALL  "ORCSDAY"             USING
                                                   STS-AREA-DAY
                                                   LNK-DAY6-AREA
                       MOVE    LNK-DAY6-KEISAN     TO  WRK-NEXTYMD
                       IF      WRK-NEXTYMD     NOT >   SMCNDATE-YMD
                           MOVE    1                   TO  FLG-KENSYO
                       END-IF
                   END-IF
           END-EVALUATE
           .
       300-KENSYO-HANTEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    復元検証処理
      *    （直近の世代を検証用ＤＢへリストアし、件数・チェック
      *      サムを取得時の控えと比較する）
      *****************************************************************
       400-KENSYO-SEC              SECTION.
      *
      *    直近の世代
           MOVE    SPACE               TO  WRK-COMMAND
           STRING  "ls -1t "           DELIMITED   BY  SIZE
                   SYS-9006-HOZONDIR   DELIMITED   BY  SPACE
                   "/orca_*.dump | head -1 > "
                                       DELIMITED   BY  SIZE
                   LSPARA              DELIMITED   BY  SPACE
                                       INTO    WRK-COMMAND
           END-STRING
           CALL    "SYSTEM"            USING   WRK-COMMAND
           MOVE    SPACE               TO  WRK-DUMP
           OPEN    INPUT               LS-FILE
           IF      STS-LS              =   "00"
               READ    LS-FILE
                   AT  END
                       CONTINUE
                   NOT AT  END
                       MOVE    LS-REC          TO  WRK-DUMP
               END-READ
               CLOSE   LS-FILE
           END-IF
           IF      WRK-DUMP            =   SPACE
               MOVE    1                   TO  FLG-KERR
               MOVE    "検証するバックアップがない"
                                       TO  WRK-ERRMSG
               PERFORM 450-KEKKA-UPD-SEC
               GO  TO  400-KENSYO-EXT
           END-IF
           MOVE    SPACE               TO  WRK-BASE
           UNSTRING    WRK-DUMP        DELIMITED   BY  ".dump"
                                       INTO    WRK-BASE
           END-UNSTRING
           PERFORM 810-FILENAME-SEC
           DISPLAY "ORCBBACKUP VERIFY: " WRK-DUMP (1:100)
      *
      *    検証用ＤＢへリストア
           MOVE    SPACE               TO  WRK-COMMAND
           STRING  "dropdb --if-exists "
                                       DELIMITED   BY  SIZE
                   SYS-9006-KENSYODB   DELIMITED   BY  SPACE
                   " && createdb "     DELIMITED   BY  SIZE
                   SYS-9006-KENSYODB   DELIMITED   BY  SPACE
                   " && pg_restore --no-owner --no-privileges -d "
                                       DELIMITED   BY  SIZE
                   SYS-9006-KENSYODB   DELIMITED   BY  SPACE
                   " "                 DELIMITED   BY  SIZE
                   WRK-DUMP            DELIMITED   BY  SPACE
                                       INTO    WRK-COMMAND
           END-STRING
           PERFORM 800-COMMAND-SEC
           IF      WRK-RC          NOT =   "0"
               MOVE    1                   TO  FLG-KERR
               MOVE    "検証用ＤＢへのリストアに失敗"
                                       TO  WRK-ERRMSG
               PERFORM 450-KEKKA-UPD-SEC
               GO  TO  400-KENSYO-EXT
           END-IF
      *
      *    リストア後の件数・チェックサム
           MOVE    SYS-9006-KENSYODB   TO  WRK-SQL-DB
           MOVE    VSUMPARA            TO  WRK-SQL-OUT
           PERFORM 820-CHECKSUM-SEC
           IF      FLG-SUMERR      NOT =   ZERO
               MOVE    1                   TO  FLG-KERR
               MOVE    "検証用ＤＢの件数取得に失敗"
                                       TO  WRK-ERRMSG
               PERFORM 450-KEKKA-UPD-SEC
               GO  TO  400-KENSYO-EXT
           END-IF
      *
      *    控えと比較
           INITIALIZE                  WRK-MFT-TBL
                                       WRK-VRF-TBL
           MOVE    WRK-SUM             TO  SUMPARA
           PERFORM 840-SUM-READ-SEC
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   CONST-TBL-MAX
               MOVE    WRK-VRF-OCC (IDX)   TO  WRK-MFT-OCC (IDX)
           END-PERFORM
           MOVE    VSUMPARA            TO  SUMPARA
           PERFORM 840-SUM-READ-SEC
      *
           MOVE    SPACE               TO  CHKPARA
           STRING  WRK-BASE            DELIMITED   BY  SPACE
                   ".chk"              DELIMITED   BY  SIZE
                                       INTO    CHKPARA
           END-STRING
           OPEN    OUTPUT              CHK-FILE
           STRING  "テーブル名,取得時件数,"
                                       DELIMITED   BY  SIZE
                   "復元後件数,結果"   DELIMITED   BY  SIZE
                                       INTO    CHK-REC
           END-STRING
           WRITE   CHK-REC
           PERFORM 410-HIKAKU-SEC
                   VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   CONST-TBL-MAX
           CLOSE   CHK-FILE
      *
           IF      CNT-NG              >   ZERO
               MOVE    1                   TO  FLG-KERR
               MOVE    "復元検証で件数・ＭＤ５不一致"
                                       TO  WRK-ERRMSG
           ELSE
      *        正常時は検証用ＤＢを削除する（異常時は調査用に残す）
               MOVE    SPACE               TO  WRK-COMMAND
               STRING  "dropdb --if-exists "
                                       DELIMITED   BY  SIZE
                       SYS-9006-KENSYODB   DELIMITED   BY  SPACE
                                       INTO    WRK-COMMAND
               END-STRING
               CALL    "SYSTEM"            USING   WRK-COMMAND
           END-IF
           PERFORM 450-KEKKA-UPD-SEC
           .
       400-KENSYO-EXT.
           EXIT.
      *
      *****************************************************************
      *    控え比較処理（１テーブル）
      *****************************************************************
       410-HIKAKU-SEC              SECTION.
      *
           MOVE    SPACE               TO  CHK-REC
           IF      WRK-MFT-CNT (IDX)   =   SPACE
           OR      WRK-MFT-CNT (IDX)   NOT =   WRK-VRF-CNT (IDX)
           OR      WRK-MFT-MD5 (IDX)   NOT =   WRK-VRF-MD5 (IDX)
               ADD     1                   TO  CNT-NG
               STRING  CONST-TBLNAME (IDX) DELIMITED   BY  SPACE
                       ","                 DELIMITED   BY  SIZE
                       WRK-MFT-CNT (IDX)   DELIMITED   BY  SPACE
                       ","                 DELIMITED   BY  SIZE
                       WRK-VRF-CNT (IDX)   DELIMITED   BY  SPACE
                       ",不一致"           DELIMITED   BY  SIZE
                                       INTO    CHK-REC
               END-STRING
               DISPLAY "ORCBBACKUP VERIFY NG: " CONST-TBLNAME (IDX)
           ELSE
               ADD     1                   TO  CNT-OK
               STRING  CONST-TBLNAME (IDX) DELIMITED   BY  SPACE
                       ","                 DELIMITED   BY  SIZE
                       WRK-MFT-CNT (IDX)   DELIMITED   BY  SPACE
                       ","                 DELIMITED   BY  SIZE
                       WRK-VRF-CNT (IDX)   DELIMITED   BY  SPACE
                       ",一致"             DELIMITED   BY  SIZE
                                       INTO    CHK-REC
               END-STRING
           END-IF
           WRITE   CHK-REC
           .
       410-HIKAKU-EXT.
           EXIT.
      *
      *****************************************************************
      *    復元検証結果の記録処理（ＤＢバックアップ設定へ）
      *****************************************************************
       450-KEKKA-UPD-SEC           SECTION.
      *
           MOVE    SMCNDATE-YMD        TO  SYS-9006-LASTYMD
           IF      FLG-KERR            =   ZERO
               MOVE    "0"                 TO  SYS-9006-KEKKA
           ELSE
               MOVE    "9"                 TO  SYS-9006-KEKKA
      *        検証異常はバックアップ異常より優先して通知する
               MOVE    2                   TO  FLG-ERR
           END-IF
           MOVE    SYS-9006-REC        TO  MCPDATA-REC
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBBACKUP SYSKANRI UPDATE ERR RC=" MCP-RC
           END-IF
           .
       450-KEKKA-UPD-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了　処理
      *****************************************************************
       600-TERM-SEC                SECTION.
      *
           DISPLAY "ORCBBACKUP VERIFY OK=" CNT-OK " NG=" CNT-NG
      *
           IF      FLG-ERR             =   ZERO
      *        ステップ管理終了処理
               MOVE    "STE"           TO  SJOBKANRI-MODE
               INITIALIZE                  JOBKANRI-REC
               MOVE    "ＤＢバックアップ・復元検証"
                                       TO  JOB-SHELLMSG
               PERFORM 900-CALL-ORCSJOB-SEC
           ELSE
               DISPLAY "ORCBBACKUP ERR: " WRK-ERRMSG
      *        ジョブ管理異常終了処理
               MOVE    "JBE"           TO  SJOBKANRI-MODE
               INITIALIZE                  JOBKANRI-REC
               MOVE    WRK-ERRMSG      TO  JOB-YOBI
               MOVE    "9999"          TO  JOB-ERRCD
               PERFORM 900-CALL-ORCSJOB-SEC
      *        アラート（ジョブ依存関係制御の異常アラートと同じ経路）
               PERFORM 610-PUSH-SEC
           END-IF
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "*** ORCBBACKUP END ***"
           .
       600-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＰＵＳＨ通知送信処理
      *****************************************************************
       610-PUSH-SEC                SECTION.
      *
           INITIALIZE                  PUSHBA01-REC
           IF      FLG-ERR             =   1
               MOVE    "db_backup_alert"   TO  PUSHBA01-EVENT
           ELSE
               MOVE    "db_restore_verify_alert"
                                       TO  PUSHBA01-EVENT
           END-IF
           MOVE    "000"               TO  PUSHBA01API-RESULT
      *
           MOVE    PUSHBA01-REC        TO  MCPDATA-REC
           MOVE    "PUSHEVENT"         TO  MCP-FUNC
           MOVE    "push_batch01"      TO  MCP-TABLE
           MOVE    "push_batch01"      TO  MCP-PATHNAME
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBBACKUP PUSH SEND ERR RC=" MCP-RC
           ELSE
               DISPLAY "ORCBBACKUP PUSH " PUSHBA01-EVENT
           END-IF
           .
       610-PUSH-EXT.
           EXIT.
      *
      *****************************************************************
      *    コマンド実行処理
      *    （WRK-COMMAND を実行し、終了コードを WRK-RC へ返す）
      *****************************************************************
       800-COMMAND-SEC             SECTION.
      *
           MOVE    SPACE               TO  WRK-COMMAND-EXEC
           STRING  "( "                DELIMITED   BY  SIZE
                   WRK-COMMAND         DELIMITED   BY  "  "
                   " ) ; echo $? > "   DELIMITED   BY  SIZE
                   RCPARA              DELIMITED   BY  SPACE
                                       INTO    WRK-COMMAND-EXEC
           END-STRING
           CALL    "SYSTEM"            USING   WRK-COMMAND-EXEC
      *
           MOVE    "999"               TO  WRK-RC
           OPEN    INPUT               RC-FILE
           IF      STS-RC              =   "00"
               READ    RC-FILE
                   AT  END
                       CONTINUE
                   NOT AT  END
                       MOVE    RC-REC          TO  WRK-RC
               END-READ
               CLOSE   RC-FILE
           END-IF
           IF      WRK-RC          NOT =   "0"
               DISPLAY "ORCBBACKUP COMMAND RC=" WRK-RC " : "
                       WRK-COMMAND (1:100)
           END-IF
           .
       800-COMMAND-EXT.
           EXIT.
      *
      *****************************************************************
      *    世代ファイル名編集処理（WRK-BASE から）
      *****************************************************************
       810-FILENAME-SEC            SECTION.
      *
           MOVE    SPACE               TO  WRK-DUMP
                                           WRK-SUM
           STRING  WRK-BASE            DELIMITED   BY  SPACE
                   ".dump"             DELIMITED   BY  SIZE
                                       INTO    WRK-DUMP
           END-STRING
           STRING  WRK-BASE            DELIMITED   BY  SPACE
                   ".sum"              DELIMITED   BY  SIZE
                                       INTO    WRK-SUM
           END-STRING
           .
       810-FILENAME-EXT.
           EXIT.
      *
      *****************************************************************
      *    件数・チェックサム取得処理
      *    （WRK-SQL-DB の比較対象テーブルの件数と全行のＭＤ５を
      *      WRK-SQL-OUT へ「テーブル名,件数,ＭＤ５」で出力する）
      *****************************************************************
       820-CHECKSUM-SEC            SECTION.
      *
           MOVE    SPACE               TO  WRK-COMMAND
           STRING  "rm -f "            DELIMITED   BY  SIZE
                   WRK-SQL-OUT         DELIMITED   BY  SPACE
                                       INTO    WRK-COMMAND
           END-STRING
           CALL    "SYSTEM"            USING   WRK-COMMAND
      *
           MOVE    ZERO                TO  FLG-SUMERR
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   CONST-TBL-MAX
                   OR      FLG-SUMERR  NOT =   ZERO
               MOVE    SPACE               TO  WRK-COMMAND
               STRING  "psql -At -F, -d "  DELIMITED   BY  SIZE
                       WRK-SQL-DB          DELIMITED   BY  SPACE
                       " -c ""select '"    DELIMITED   BY  SIZE
                       CONST-TBLNAME (IDX) DELIMITED   BY  SPACE
                       "',count(*),coalesce(md5(string_agg("
                                           DELIMITED   BY  SIZE
                       "md5(t::text),'' order by md5(t::text)"
                                           DELIMITED   BY  SIZE
                       ")),'') from "      DELIMITED   BY  SIZE
                       CONST-TBLNAME (IDX) DELIMITED   BY  SPACE
                       " t"" >> "          DELIMITED   BY  SIZE
                       WRK-SQL-OUT         DELIMITED   BY  SPACE
                                       INTO    WRK-COMMAND
               END-STRING
               PERFORM 800-COMMAND-SEC
               IF      WRK-RC          NOT =   "0"
                   MOVE    1                   TO  FLG-SUMERR
               END-IF
           END-PERFORM
           .
       820-CHECKSUM-EXT.
           EXIT.
      *
      *****************************************************************
      *    保持世代数超過の世代削除処理（WRK-DIR）
      *****************************************************************
       830-SEDAI-SAKUJYO-SEC       SECTION.
      *
           COMPUTE WRK-SEDAI1  =   SYS-9006-SEDAI  +   1
           MOVE    SPACE               TO  WRK-COMMAND
           STRING  "ls -1t "           DELIMITED   BY  SIZE
                   WRK-DIR             DELIMITED   BY  SPACE
                   "/orca_*.dump | tail -n +"
                                       DELIMITED   BY  SIZE
                   WRK-SEDAI1          DELIMITED   BY  SIZE
                   " | while read f ; do rm -f $f ${f%.dump}.sum"
                                       DELIMITED   BY  SIZE
                   " ${f%.dump}.chk ; done"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-COMMAND
           END-STRING
           CALL    "SYSTEM"            USING   WRK-COMMAND
           .
       830-SEDAI-SAKUJYO-EXT.
           EXIT.
      *
      *****************************************************************
      *    件数・チェックサム読込処理（SUMPARA → WRK-VRF-TBL）
      *****************************************************************
       840-SUM-READ-SEC            SECTION.
      *
           INITIALIZE                  WRK-VRF-TBL
           OPEN    INPUT               SUM-FILE
           IF      STS-SUM         NOT =   "00"
               GO  TO  840-SUM-READ-EXT
           END-IF
           MOVE    ZERO                TO  FLG-EOF
           PERFORM UNTIL   FLG-EOF     =   1
               READ    SUM-FILE
                   AT  END
                       MOVE    1               TO  FLG-EOF
                   NOT AT  END
                       INITIALIZE              WRK-SUM-LINE
                       UNSTRING    SUM-REC DELIMITED  BY  ","
                                       INTO    WRK-SUM-TBL
                                               WRK-SUM-CNT
                                               WRK-SUM-MD5
                       END-UNSTRING
                       PERFORM VARYING IDX2 FROM 1 BY 1
                               UNTIL   IDX2    >   CONST-TBL-MAX
                           IF      CONST-TBLNAME (IDX2)
                                               =   WRK-SUM-TBL
                               MOVE    WRK-SUM-CNT
                                           TO  WRK-VRF-CNT (IDX2)
                               MOVE    WRK-SUM-MD5
                                           TO  WRK-VRF-MD5 (IDX2)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE   SUM-FILE
           .
       840-SUM-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＤＢバックアップ設定取得処理
      *****************************************************************
       880-SYSKANRI-GET-SEC        SECTION.
      *
           MOVE    1                   TO  FLG-SYSKANRI
           MOVE    SPACE               TO  SYS-9006-REC
           INITIALIZE                      SYS-9006-REC
           MOVE    "9006"              TO  SYS-9006-KANRICD
           MOVE    "01"                TO  SYS-9006-KBNCD
           MOVE    SMCNDATE-YMD        TO  SYS-9006-STYUKYMD
                                           SYS-9006-EDYUKYMD
           MOVE    SPA-HOSPNUM         TO  SYS-9006-HOSPNUM
           MOVE    SYS-9006-REC        TO  MCPDATA-REC
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  SYS-9006-REC
                   MOVE    ZERO                TO  FLG-SYSKANRI
               END-IF
           END-IF
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       880-SYSKANRI-GET-EXT.
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
