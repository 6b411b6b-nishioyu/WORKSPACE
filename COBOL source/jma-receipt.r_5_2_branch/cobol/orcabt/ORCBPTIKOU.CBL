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
       PROGRAM-ID.             ORCBPTIKOU.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 患者
      *  コンポーネント名  : 他システムからの患者データ移行取込
      *                      （分院統合・事業承継などで他システムから
      *                        出力した患者基本・保険・公費・病名の
      *                        ＣＳＶを取り込む。
      *                        処理区分　１：試行取込（チェックのみで
      *                        更新しない）　２：本取込
      *                        採番区分　１：旧患者番号を引き継ぐ
      *                        ２：空き患者番号（ＯＲＣＢＺ００１Ｓ）
      *                        で採番する
      *                        保険者番号・公費負担者番号の検証番号、
      *                        カナ氏名の文字種、生年月日の不整合を
      *                        チェックリストへ出力し、エラーの患者は
      *                        保険・公費・病名とも取り込まない。
      *                        旧番号と新患者番号の対応もチェック
      *                        リストへ出力する）
      *                      （入力ファイル（取込ディレクトリ配下）
      *                        PTIKOU_PT.csv　：旧患者番号,氏名,
      *                          カナ氏名,性別,生年月日,郵便番号,
      *                          住所,電話番号
      *                        PTIKOU_HKN.csv ：旧患者番号,保険番号,
      *                          保険者番号,記号,番号,本人家族区分,
      *                          適用開始日,適用終了日
      *                        PTIKOU_KOH.csv ：旧患者番号,公費番号,
      *                          負担者番号,受給者番号,適用開始日,
      *                          適用終了日
      *                        PTIKOU_BYO.csv ：旧患者番号,病名コード,
      *                          病名,開始日,転帰区分,転帰日,
      *                          疑いフラグ,主病フラグ
      *                        患者基本以外のファイルはなくてもよい）
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
      *    入力：患者基本
           SELECT  PT-FILE         ASSIGN  ASS-PT
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  STS-PT.
      *
      *    入力：保険
           SELECT  HKN-FILE        ASSIGN  ASS-HKN
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  STS-HKN.
      *
      *    入力：公費
           SELECT  KOH-FILE        ASSIGN  ASS-KOH
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  STS-KOH.
      *
      *    入力：病名
           SELECT  BYO-FILE        ASSIGN  ASS-BYO
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  STS-BYO.
      *
      *    出力：取込チェックリスト
           SELECT  CHK-FILE        ASSIGN  ASS-CHK
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  STS-CHK.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  PT-FILE.
       01  PT-REC                  PIC X(1000).
      *
       FD  HKN-FILE.
       01  HKN-REC                 PIC X(1000).
      *
       FD  KOH-FILE.
       01  KOH-REC                 PIC X(1000).
      *
       FD  BYO-FILE.
       01  BYO-REC                 PIC X(1000).
      *
       FD  CHK-FILE.
       01  CHK-REC                 PIC X(300).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    ファイル指定領域
       01  ASS-AREA.
           03  ASS-PT                  PIC X(256).
           03  ASS-HKN                 PIC X(256).
           03  ASS-KOH                 PIC X(256).
           03  ASS-BYO                 PIC X(256).
           03  ASS-CHK                 PIC X(256).
      *
       01  STS-AREA.
           03  STS-PT                  PIC X(02).
           03  STS-HKN                 PIC X(02).
           03  STS-KOH                 PIC X(02).
           03  STS-BYO                 PIC X(02).
           03  STS-CHK                 PIC X(02).
      *
      *    フラグ領域
       01  FLG-AREA.
           03  FLG-END                 PIC 9(01).
           03  FLG-EOF                 PIC 9(01).
           03  FLG-SYSKANRI            PIC 9(01).
           03  FLG-PTNUM               PIC 9(01).
           03  FLG-PTINF               PIC 9(01).
           03  FLG-MAP                 PIC 9(01).
           03  FLG-DUP                 PIC 9(01).
           03  FLG-KANA                PIC 9(01).
           03  FLG-YMD                 PIC 9(01).
           03  FLG-KENSYO              PIC 9(01).
      *
      *    カウント領域
      *    （添字　１：患者基本　２：保険　３：公費　４：病名）
       01  CNT-AREA.
           03  CNT-FILE-TBL        OCCURS  4.
               05  CNT-IN              PIC 9(06).
               05  CNT-OK              PIC 9(06).
               05  CNT-ERR             PIC 9(06).
               05  CNT-INS             PIC 9(06).
           03  CNT-LINE                PIC 9(06).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                     PIC 9(05).
           03  IDX-SB                  PIC 9(01).
           03  IDX-MAP                 PIC 9(05).
           03  IDX-POOL                PIC 9(05).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
               05  WRK-PARA-JOBID      PIC 9(07).
               05  WRK-PARA-SHELLID    PIC X(08).
               05  WRK-PARA-HOSPNUM    PIC 9(02).
      *        処理区分（１：試行取込　２：本取込）
               05  WRK-PARA-SYORIKBN   PIC X(01).
      *        採番区分（１：旧番号引継　２：空き番号採番）
               05  WRK-PARA-SAIBANKBN  PIC X(01).
      *        取込ディレクトリ
               05  WRK-PARA-DIR        PIC X(200).
      *
      *    患者基本項目
           03  WRK-PT.
               05  WRK-PT-OLDNUM       PIC X(20).
               05  WRK-PT-NAME         PIC X(100).
               05  WRK-PT-KANANAME     PIC X(100).
               05  WRK-PT-SEX          PIC X(01).
               05  WRK-PT-BIRTHDAY     PIC X(08).
               05  WRK-PT-POST         PIC X(07).
               05  WRK-PT-ADRS         PIC X(200).
               05  WRK-PT-TEL          PIC X(15).
      *    保険項目
           03  WRK-HKN.
               05  WRK-HKN-OLDNUM      PIC X(20).
               05  WRK-HKN-HKNNUM      PIC X(03).
               05  WRK-HKN-HKNJANUM    PIC X(08).
               05  WRK-HKN-KIGO        PIC X(80).
               05  WRK-HKN-NUM         PIC X(80).
               05  WRK-HKN-HONKZKKBN   PIC X(01).
               05  WRK-HKN-TEKSTYMD    PIC X(08).
               05  WRK-HKN-TEKEDYMD    PIC X(08).
      *    公費項目
           03  WRK-KOH.
               05  WRK-KOH-OLDNUM      PIC X(20).
               05  WRK-KOH-KOHNUM      PIC X(03).
               05  WRK-KOH-FTNJANUM    PIC X(08).
               05  WRK-KOH-JKYSNUM     PIC X(20).
               05  WRK-KOH-TEKSTYMD    PIC X(08).
               05  WRK-KOH-TEKEDYMD    PIC X(08).
      *    病名項目
           03  WRK-BYO.
               05  WRK-BYO-OLDNUM      PIC X(20).
               05  WRK-BYO-BYOMEICD    PIC X(07).
               05  WRK-BYO-BYOMEI      PIC X(200).
               05  WRK-BYO-SRYYMD      PIC X(08).
               05  WRK-BYO-TENKIKBN    PIC X(01).
               05  WRK-BYO-TENKIYMD    PIC X(08).
               05  WRK-BYO-UTAGAIFLG   PIC X(01).
               05  WRK-BYO-SYUBYOFLG   PIC X(01).
      *
           03  WRK-OLDNUM              PIC X(20).
           03  WRK-ERRMSG              PIC X(100).
           03  WRK-SB-NAME             PIC X(08).
           03  WRK-NEW-PTID            PIC 9(10).
           03  WRK-NEW-PTNUM           PIC X(20).
           03  WRK-ED-LINE             PIC ZZZZZ9.
           03  WRK-ED-KENSU            PIC ZZZ,ZZ9.
      *
      *    日付チェック
           03  WRK-CHK-YMD             PIC X(08).
           03  WRK-CHK-YMD-R       REDEFINES   WRK-CHK-YMD.
               05  WRK-CHK-YY          PIC 9(04).
               05  WRK-CHK-MM          PIC 9(02).
               05  WRK-CHK-DD          PIC 9(02).
           03  WRK-MATUBI              PIC 9(02).
           03  WRK-SYO                 PIC 9(04).
           03  WRK-AMARI               PIC 9(04).
      *
      *    検証番号チェック（保険者番号・公費負担者番号）
           03  WRK-KENSYO-NUM          PIC X(08).
           03  WRK-KENSYO-KETA         PIC 9(01).
           03  WRK-KENSYO-SUM          PIC 9(04).
           03  WRK-KENSYO-DGT          PIC 9(02).
           03  WRK-KENSYO-OMOMI        PIC 9(01).
           03  WRK-KENSYO-CD           PIC 9(01).
           03  WRK-KENSYO-POS          PIC 9(01).
           03  WRK-KENSYO-SUJI         PIC 9(01).
      *
      *    カナ氏名文字種チェック（ＵＴＦ−８）
           03  WRK-KANA                PIC X(100).
           03  WRK-KANA-POS            PIC 9(03).
      *
      *    旧患者番号と新患者の対応
      *    （患者基本の取込順に設定し、保険・公費・病名から参照する）
       01  MAP-AREA.
           03  MAP-MAX                 PIC 9(05).
           03  MAP-TBL             OCCURS  10000.
               05  MAP-OLDNUM          PIC X(20).
               05  MAP-PTID            PIC 9(10).
               05  MAP-PTNUM           PIC X(20).
               05  MAP-BIRTHDAY        PIC X(08).
      *        エラー（１：エラーのため関連データも取り込まない）
               05  MAP-ERR             PIC X(01).
               05  MAP-HKNID           PIC 9(03).
               05  MAP-KOHID           PIC 9(03).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
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
      *    患者公費情報
       01  PTKOHINF-REC.
           COPY    "CPPTKOHINF.INC".
      *
      *    患者病名
       01  PTBYOMEI-REC.
           COPY    "CPPTBYOMEI.INC".
      *
      *    患者番号構成管理情報
           COPY    "CPSK1009.INC".
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
      *    文字種判定（カナ氏名チェック用）
           COPY    "CPORCXKANACONV2.INC".
      *
      *    空き患者番号編集サブ
           COPY    "CPORCBZ001S.INC".
      *
      *   ジョブ管理ＤＢ制御サブ
           COPY    "CPORCSJOBKANRI.INC".
      *
      *    ＤＢ検索
           COPY    "MCPDATA.INC".
           COPY    "MCPAREA".
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
               PERFORM 200-PT-SEC
               PERFORM 300-HKN-SEC
               PERFORM 400-KOH-SEC
               PERFORM 500-BYO-SEC
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
           DISPLAY "*** ORCBPTIKOU START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       MAP-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               WRK-PARA-SYORIKBN
                                               WRK-PARA-SAIBANKBN
                                               WRK-PARA-DIR
                                               ASS-CHK
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
           IF      WRK-PARA-SYORIKBN   NOT =   "2"
               MOVE    "1"                 TO  WRK-PARA-SYORIKBN
           END-IF
           IF      WRK-PARA-SAIBANKBN  NOT =   "2"
               MOVE    "1"                 TO  WRK-PARA-SAIBANKBN
           END-IF
           STRING  WRK-PARA-DIR        DELIMITED   BY  SPACE
                   "/PTIKOU_PT.csv"    DELIMITED   BY  SIZE
                                       INTO    ASS-PT
           END-STRING
           STRING  WRK-PARA-DIR        DELIMITED   BY  SPACE
                   "/PTIKOU_HKN.csv"   DELIMITED   BY  SIZE
                                       INTO    ASS-HKN
           END-STRING
           STRING  WRK-PARA-DIR        DELIMITED   BY  SPACE
                   "/PTIKOU_KOH.csv"   DELIMITED   BY  SIZE
                                       INTO    ASS-KOH
           END-STRING
           STRING  WRK-PARA-DIR        DELIMITED   BY  SPACE
                   "/PTIKOU_BYO.csv"   DELIMITED   BY  SIZE
                                       INTO    ASS-BYO
           END-STRING
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "患者データ移行取込"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBPTIKOU"    TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
           MOVE    SMCNDATE-YMD        TO  SPA-SYSYMD
      *
           OPEN    OUTPUT              CHK-FILE
           MOVE    SPACE               TO  CHK-REC
           IF      WRK-PARA-SYORIKBN   =   "1"
               STRING  "＊＊＊　患者データ移行　"
                                           DELIMITED   BY  SIZE
                       "チェックリスト（試行）"
                                           DELIMITED   BY  SIZE
                                           INTO    CHK-REC
               END-STRING
           ELSE
               STRING  "＊＊＊　患者データ移行　"
                                           DELIMITED   BY  SIZE
                       "チェックリスト（本取込）"
                                           DELIMITED   BY  SIZE
                                           INTO    CHK-REC
               END-STRING
           END-IF
           PERFORM 900-CHK-WRITE-SEC
           MOVE    "種別,行,旧患者番号,区分,内容"
                                       TO  CHK-REC
           PERFORM 900-CHK-WRITE-SEC
      *
      *    患者ＩＤの採番開始値（既存の最大患者ＩＤ）
           PERFORM 810-PTID-MAX-SEC
      *
      *    空き患者番号採番の準備
           IF      WRK-PARA-SAIBANKBN  =   "2"
               PERFORM 820-SYS1009-GET-SEC
               IF      FLG-SYSKANRI    NOT =   ZERO
                   MOVE    "患者番号構成の設定なし"
                                       TO  CHK-REC
                   PERFORM 900-CHK-WRITE-SEC
                   MOVE    1                   TO  FLG-END
                   GO  TO  100-INIT-EXT
               END-IF
               INITIALIZE                  ORCBZ001SAREA
               MOVE    ZERO                TO  IDX-POOL
           END-IF
      *
           OPEN    INPUT               PT-FILE
           IF      STS-PT          NOT =   "00"
               DISPLAY "ORCBPTIKOU PT-FILE OPEN ERR STS=" STS-PT
               MOVE    "患者基本ファイルがありません"
                                       TO  CHK-REC
               PERFORM 900-CHK-WRITE-SEC
               MOVE    1                   TO  FLG-END
           END-IF
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者基本取込処理
      *****************************************************************
       200-PT-SEC                  SECTION.
      *
           MOVE    1                   TO  IDX-SB
           MOVE    "患者"              TO  WRK-SB-NAME
           MOVE    ZERO                TO  CNT-LINE
                                           FLG-EOF
           PERFORM 900-PT-READ-SEC
           PERFORM UNTIL   FLG-EOF     =   1
               PERFORM 2001-PT-LINE-SEC
               PERFORM 900-PT-READ-SEC
           END-PERFORM
           CLOSE   PT-FILE
           .
       200-PT-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者基本取込処理（１行分）
      *****************************************************************
       2001-PT-LINE-SEC            SECTION.
      *
           INITIALIZE                  WRK-PT
           MOVE    SPACE               TO  WRK-ERRMSG
           UNSTRING    PT-REC          DELIMITED  BY  ","
                                       INTO    WRK-PT-OLDNUM
                                               WRK-PT-NAME
                                               WRK-PT-KANANAME
                                               WRK-PT-SEX
                                               WRK-PT-BIRTHDAY
                                               WRK-PT-POST
                                               WRK-PT-ADRS
                                               WRK-PT-TEL
           END-UNSTRING
           MOVE    WRK-PT-OLDNUM       TO  WRK-OLDNUM
      *    空行は読み飛ばす
           IF      PT-REC              =   SPACE
               GO  TO  2001-PT-LINE-EXT
           END-IF
      *
           PERFORM 2002-PT-CHK-SEC
      *
      *    対応表へ登録（エラーの患者も関連データの判定に使う）
           IF      MAP-MAX             >=  10000
               MOVE    "取込件数の上限超え"
                                       TO  WRK-ERRMSG
               PERFORM 900-ERR-OUT-SEC
               GO  TO  2001-PT-LINE-EXT
           END-IF
           IF      WRK-ERRMSG      NOT =   SPACE
               ADD     1                   TO  MAP-MAX
               MOVE    WRK-PT-OLDNUM       TO  MAP-OLDNUM (MAP-MAX)
               MOVE    "1"                 TO  MAP-ERR    (MAP-MAX)
               PERFORM 900-ERR-OUT-SEC
               GO  TO  2001-PT-LINE-EXT
           END-IF
      *
      *    患者番号・患者ＩＤの採番
           PERFORM 2003-SAIBAN-SEC
           ADD     1                   TO  MAP-MAX
           MOVE    WRK-PT-OLDNUM       TO  MAP-OLDNUM (MAP-MAX)
           IF      WRK-ERRMSG      NOT =   SPACE
               MOVE    "1"                 TO  MAP-ERR    (MAP-MAX)
               PERFORM 900-ERR-OUT-SEC
               GO  TO  2001-PT-LINE-EXT
           END-IF
           MOVE    WRK-NEW-PTID        TO  MAP-PTID     (MAP-MAX)
           MOVE    WRK-NEW-PTNUM       TO  MAP-PTNUM    (MAP-MAX)
           MOVE    WRK-PT-BIRTHDAY     TO  MAP-BIRTHDAY (MAP-MAX)
           MOVE    SPACE               TO  MAP-ERR      (MAP-MAX)
      *
           IF      WRK-PARA-SYORIKBN   =   "2"
               PERFORM 2004-PT-INSERT-SEC
               IF      WRK-ERRMSG      NOT =   SPACE
                   MOVE    "1"                 TO  MAP-ERR (MAP-MAX)
                   PERFORM 900-ERR-OUT-SEC
                   GO  TO  2001-PT-LINE-EXT
               END-IF
               ADD     1                   TO  CNT-INS (IDX-SB)
           END-IF
           ADD     1                   TO  CNT-OK (IDX-SB)
      *
      *    旧番号と新患者番号の対応
           MOVE    CNT-LINE            TO  WRK-ED-LINE
           MOVE    SPACE               TO  CHK-REC
           STRING  WRK-SB-NAME         DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-LINE         DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-PT-OLDNUM       DELIMITED   BY  SPACE
                   ",対応,新患者番号　"
                                       DELIMITED   BY  SIZE
                   WRK-NEW-PTNUM       DELIMITED   BY  SPACE
                                       INTO    CHK-REC
           END-STRING
           PERFORM 900-CHK-WRITE-SEC
           .
       2001-PT-LINE-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者基本チェック処理
      *****************************************************************
       2002-PT-CHK-SEC             SECTION.
      *
           IF      WRK-PT-OLDNUM       =   SPACE
               MOVE    "旧患者番号がありません"
                                       TO  WRK-ERRMSG
               GO  TO  2002-PT-CHK-EXT
           END-IF
      *
      *    ファイル内の旧患者番号重複
           PERFORM 800-MAP-SEARCH-SEC
           IF      FLG-MAP             =   ZERO
               MOVE    "旧患者番号が重複しています"
                                       TO  WRK-ERRMSG
               GO  TO  2002-PT-CHK-EXT
           END-IF
      *
           IF      WRK-PT-NAME         =   SPACE
               MOVE    "氏名がありません"  TO  WRK-ERRMSG
               GO  TO  2002-PT-CHK-EXT
           END-IF
      *
      *    カナ氏名は全角カタカナ・空白のみ
           IF      WRK-PT-KANANAME     =   SPACE
               MOVE    "カナ氏名がありません"
                                       TO  WRK-ERRMSG
               GO  TO  2002-PT-CHK-EXT
           END-IF
           MOVE    WRK-PT-KANANAME     TO  WRK-KANA
           PERFORM 830-KANA-CHK-SEC
           IF      FLG-KANA        NOT =   ZERO
               MOVE    "カナ氏名の文字誤り"
                                       TO  WRK-ERRMSG
               GO  TO  2002-PT-CHK-EXT
           END-IF
      *
           IF      WRK-PT-SEX      NOT =   "1"
           AND     WRK-PT-SEX      NOT =   "2"
               MOVE    "性別は１（男）か２（女）です"
                                       TO  WRK-ERRMSG
               GO  TO  2002-PT-CHK-EXT
           END-IF
      *
      *    生年月日（暦日・本日以前）
           MOVE    WRK-PT-BIRTHDAY     TO  WRK-CHK-YMD
           PERFORM 840-YMD-CHK-SEC
           IF      FLG-YMD         NOT =   ZERO
               MOVE    "生年月日の日付誤り"
                                       TO  WRK-ERRMSG
               GO  TO  2002-PT-CHK-EXT
           END-IF
           IF      WRK-PT-BIRTHDAY     >   SMCNDATE-YMD
               MOVE    "生年月日が本日より後です"
                                       TO  WRK-ERRMSG
               GO  TO  2002-PT-CHK-EXT
           END-IF
      *
      *    旧番号引継は既存の患者番号と重複しないこと
           IF      WRK-PARA-SAIBANKBN  =   "1"
               MOVE    WRK-PT-OLDNUM       TO  WRK-NEW-PTNUM
               PERFORM 910-PTNUM-KEY2-SEC
               IF      FLG-PTNUM           =   ZERO
                   MOVE    "既存患者番号と重複"
                                       TO  WRK-ERRMSG
                   GO  TO  2002-PT-CHK-EXT
               END-IF
           END-IF
           .
       2002-PT-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者番号・患者ＩＤ採番処理
      *    （空き患者番号は ORCBZ001S の一覧を先頭から使い、
      *      使い切ったら続きを編集させる）
      *****************************************************************
       2003-SAIBAN-SEC             SECTION.
      *
           IF      WRK-PARA-SAIBANKBN  =   "1"
               MOVE    WRK-PT-OLDNUM       TO  WRK-NEW-PTNUM
           ELSE
               IF      IDX-POOL        >=  ORCBZ001S-MAX-CNT
                   CALL    "ORCBZ001S"         USING
                                               SPA-AREA
                                               ORCBZ001SAREA
                                               SYS-1009-REC
                   MOVE    ZERO                TO  IDX-POOL
                   IF      ORCBZ001S-RC    NOT =   ZERO
                   OR      ORCBZ001S-MAX-CNT   =   ZERO
                       MOVE    "空き患者番号がありません"
                                       TO  WRK-ERRMSG
                       GO  TO  2003-SAIBAN-EXT
                   END-IF
               END-IF
               ADD     1                   TO  IDX-POOL
               MOVE    ORCBZ001S-PTNUM (IDX-POOL)
                                       TO  WRK-NEW-PTNUM
           END-IF
      *
           ADD     1                   TO  WRK-NEW-PTID
           .
       2003-SAIBAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者登録処理（患者情報・患者番号変換）
      *****************************************************************
       2004-PT-INSERT-SEC          SECTION.
      *
           INITIALIZE                  PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    WRK-NEW-PTID        TO  PTINF-PTID
           MOVE    WRK-PT-NAME         TO  PTINF-NAME
           MOVE    WRK-PT-KANANAME     TO  PTINF-KANANAME
           MOVE    WRK-PT-SEX          TO  PTINF-SEX
           MOVE    WRK-PT-BIRTHDAY     TO  PTINF-BIRTHDAY
           MOVE    WRK-PT-POST         TO  PTINF-HOME-POST
           MOVE    WRK-PT-ADRS         TO  PTINF-HOME-ADRS
           MOVE    WRK-PT-TEL          TO  PTINF-HOME-TEL1
           MOVE    SPA-OPID            TO  PTINF-OPID
           MOVE    SMCNDATE-YMD        TO  PTINF-UPYMD
           MOVE    SMCNDATE-HMS        TO  PTINF-UPHMS
           MOVE    PTINF-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    "患者情報の登録エラー"
                                       TO  WRK-ERRMSG
               GO  TO  2004-PT-INSERT-EXT
           END-IF
      *
           INITIALIZE                  PTNUM-REC
           MOVE    SPA-HOSPNUM         TO  PTNUM-HOSPNUM
           MOVE    WRK-NEW-PTNUM       TO  PTNUM-PTNUM
           MOVE    WRK-NEW-PTID        TO  PTNUM-PTID
           MOVE    PTNUM-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    "患者番号の登録エラー"
                                       TO  WRK-ERRMSG
           END-IF
           .
       2004-PT-INSERT-EXT.
           EXIT.
      *
      *****************************************************************
      *    保険取込処理
      *****************************************************************
       300-HKN-SEC                 SECTION.
      *
           MOVE    2                   TO  IDX-SB
           MOVE    "保険"              TO  WRK-SB-NAME
           OPEN    INPUT               HKN-FILE
           IF      STS-HKN         NOT =   "00"
               MOVE    "保険ファイルなし（取込対象外）"
                                       TO  CHK-REC
               PERFORM 900-CHK-WRITE-SEC
               GO  TO  300-HKN-EXT
           END-IF
      *
           MOVE    ZERO                TO  CNT-LINE
                                           FLG-EOF
           PERFORM 900-HKN-READ-SEC
           PERFORM UNTIL   FLG-EOF     =   1
               PERFORM 3001-HKN-LINE-SEC
               PERFORM 900-HKN-READ-SEC
           END-PERFORM
           CLOSE   HKN-FILE
           .
       300-HKN-EXT.
           EXIT.
      *
      *****************************************************************
      *    保険取込処理（１行分）
      *****************************************************************
       3001-HKN-LINE-SEC           SECTION.
      *
           IF      HKN-REC             =   SPACE
               GO  TO  3001-HKN-LINE-EXT
           END-IF
           INITIALIZE                  WRK-HKN
           MOVE    SPACE               TO  WRK-ERRMSG
           UNSTRING    HKN-REC         DELIMITED  BY  ","
                                       INTO    WRK-HKN-OLDNUM
                                               WRK-HKN-HKNNUM
                                               WRK-HKN-HKNJANUM
                                               WRK-HKN-KIGO
                                               WRK-HKN-NUM
                                               WRK-HKN-HONKZKKBN
                                               WRK-HKN-TEKSTYMD
                                               WRK-HKN-TEKEDYMD
           END-UNSTRING
           MOVE    WRK-HKN-OLDNUM      TO  WRK-OLDNUM
           IF      WRK-HKN-TEKEDYMD    =   SPACE
               MOVE    "99999999"          TO  WRK-HKN-TEKEDYMD
           END-IF
      *
           PERFORM 3002-HKN-CHK-SEC
           IF      WRK-ERRMSG      NOT =   SPACE
               PERFORM 900-ERR-OUT-SEC
               GO  TO  3001-HKN-LINE-EXT
           END-IF
      *
           IF      WRK-PARA-SYORIKBN   =   "2"
               ADD     1                   TO  MAP-HKNID (IDX-MAP)
               INITIALIZE                  PTHKNINF-REC
               MOVE    SPA-HOSPNUM         TO  PTHKN-HOSPNUM
               MOVE    MAP-PTID  (IDX-MAP) TO  PTHKN-PTID
               MOVE    MAP-HKNID (IDX-MAP) TO  PTHKN-HKNID
               MOVE    WRK-HKN-HKNNUM      TO  PTHKN-HKNNUM
               MOVE    WRK-HKN-HKNJANUM    TO  PTHKN-HKNJANUM
               MOVE    WRK-HKN-KIGO        TO  PTHKN-KIGO
               MOVE    WRK-HKN-NUM         TO  PTHKN-NUM
               MOVE    WRK-HKN-HONKZKKBN   TO  PTHKN-HONKZKKBN
               MOVE    WRK-HKN-TEKSTYMD    TO  PTHKN-TEKSTYMD
               MOVE    WRK-HKN-TEKEDYMD    TO  PTHKN-TEKEDYMD
               MOVE    SPA-OPID            TO  PTHKN-OPID
               MOVE    SMCNDATE-YMD        TO  PTHKN-UPYMD
               MOVE    SMCNDATE-HMS        TO  PTHKN-UPHMS
               MOVE    PTHKNINF-REC        TO  MCPDATA-REC
               MOVE    "tbl_pthkninf"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBINSERT"          TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC          NOT =   ZERO
                   MOVE    "保険の登録エラー"  TO  WRK-ERRMSG
                   PERFORM 900-ERR-OUT-SEC
                   GO  TO  3001-HKN-LINE-EXT
               END-IF
               ADD     1                   TO  CNT-INS (IDX-SB)
           END-IF
           ADD     1                   TO  CNT-OK (IDX-SB)
           .
       3001-HKN-LINE-EXT.
           EXIT.
      *
      *****************************************************************
      *    保険チェック処理
      *****************************************************************
       3002-HKN-CHK-SEC            SECTION.
      *
           PERFORM 860-PT-REF-SEC
           IF      WRK-ERRMSG      NOT =   SPACE
               GO  TO  3002-HKN-CHK-EXT
           END-IF
      *
           IF      WRK-HKN-HKNNUM      IS  NOT NUMERIC
               MOVE    "保険番号は３桁の数字です"
                                       TO  WRK-ERRMSG
               GO  TO  3002-HKN-CHK-EXT
           END-IF
      *
      *    保険者番号（６桁・８桁）と検証番号
           MOVE    WRK-HKN-HKNJANUM    TO  WRK-KENSYO-NUM
           PERFORM 850-KENSYO-CHK-SEC
           EVALUATE    FLG-KENSYO
               WHEN    1
                   MOVE    "保険者番号の桁数誤り"
                                       TO  WRK-ERRMSG
                   GO  TO  3002-HKN-CHK-EXT
               WHEN    2
                   MOVE    "保険者番号の検証誤り"
                                       TO  WRK-ERRMSG
                   GO  TO  3002-HKN-CHK-EXT
           END-EVALUATE
      *
           IF      WRK-HKN-NUM         =   SPACE
               MOVE    "被保険者証の番号がありません"
                                       TO  WRK-ERRMSG
               GO  TO  3002-HKN-CHK-EXT
           END-IF
           IF      WRK-HKN-HONKZKKBN   NOT =   "1"
           AND     WRK-HKN-HONKZKKBN   NOT =   "2"
               MOVE    "本人家族区分の誤り"
                                       TO  WRK-ERRMSG
               GO  TO  3002-HKN-CHK-EXT
           END-IF
      *
           MOVE    WRK-HKN-TEKSTYMD    TO  WRK-CHK-YMD
           PERFORM 840-YMD-CHK-SEC
           IF      FLG-YMD         NOT =   ZERO
               MOVE    "適用開始日の日付誤り"
                                       TO  WRK-ERRMSG
               GO  TO  3002-HKN-CHK-EXT
           END-IF
           IF      WRK-HKN-TEKEDYMD    NOT =   "99999999"
               MOVE    WRK-HKN-TEKEDYMD    TO  WRK-CHK-YMD
               PERFORM 840-YMD-CHK-SEC
               IF      FLG-YMD         NOT =   ZERO
                   MOVE    "適用終了日の日付誤り"
                                       TO  WRK-ERRMSG
                   GO  TO  3002-HKN-CHK-EXT
               END-IF
           END-IF
           IF      WRK-HKN-TEKSTYMD    >   WRK-HKN-TEKEDYMD
               MOVE    "適用期間の前後誤り"
                                       TO  WRK-ERRMSG
               GO  TO  3002-HKN-CHK-EXT
           END-IF
           IF      WRK-HKN-TEKSTYMD    <   MAP-BIRTHDAY (IDX-MAP)
               MOVE    "適用開始日が生年月日より前です"
                                       TO  WRK-ERRMSG
               GO  TO  3002-HKN-CHK-EXT
           END-IF
           .
       3002-HKN-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    公費取込処理
      *****************************************************************
       400-KOH-SEC                 SECTION.
      *
           MOVE    3                   TO  IDX-SB
           MOVE    "公費"              TO  WRK-SB-NAME
           OPEN    INPUT               KOH-FILE
           IF      STS-KOH         NOT =   "00"
               MOVE    "公費ファイルなし（取込対象外）"
                                       TO  CHK-REC
               PERFORM 900-CHK-WRITE-SEC
               GO  TO  400-KOH-EXT
           END-IF
      *
           MOVE    ZERO                TO  CNT-LINE
                                           FLG-EOF
           PERFORM 900-KOH-READ-SEC
           PERFORM UNTIL   FLG-EOF     =   1
               PERFORM 4001-KOH-LINE-SEC
               PERFORM 900-KOH-READ-SEC
           END-PERFORM
           CLOSE   KOH-FILE
           .
       400-KOH-EXT.
           EXIT.
      *
      *****************************************************************
      *    公費取込処理（１行分）
      *****************************************************************
       4001-KOH-LINE-SEC           SECTION.
      *
           IF      KOH-REC             =   SPACE
               GO  TO  4001-KOH-LINE-EXT
           END-IF
           INITIALIZE                  WRK-KOH
           MOVE    SPACE               TO  WRK-ERRMSG
           UNSTRING    KOH-REC         DELIMITED  BY  ","
                                       INTO    WRK-KOH-OLDNUM
                                               WRK-KOH-KOHNUM
                                               WRK-KOH-FTNJANUM
                                               WRK-KOH-JKYSNUM
                                               WRK-KOH-TEKSTYMD
                                               WRK-KOH-TEKEDYMD
           END-UNSTRING
           MOVE    WRK-KOH-OLDNUM      TO  WRK-OLDNUM
           IF      WRK-KOH-TEKEDYMD    =   SPACE
               MOVE    "99999999"          TO  WRK-KOH-TEKEDYMD
           END-IF
      *
           PERFORM 4002-KOH-CHK-SEC
           IF      WRK-ERRMSG      NOT =   SPACE
               PERFORM 900-ERR-OUT-SEC
               GO  TO  4001-KOH-LINE-EXT
           END-IF
      *
           IF      WRK-PARA-SYORIKBN   =   "2"
               ADD     1                   TO  MAP-KOHID (IDX-MAP)
               INITIALIZE                  PTKOHINF-REC
               MOVE    SPA-HOSPNUM         TO  PTKOH-HOSPNUM
               MOVE    MAP-PTID  (IDX-MAP) TO  PTKOH-PTID
               MOVE    MAP-KOHID (IDX-MAP) TO  PTKOH-KOHID
               MOVE    WRK-KOH-KOHNUM      TO  PTKOH-KOHNUM
               MOVE    WRK-KOH-FTNJANUM    TO  PTKOH-FTNJANUM
               MOVE    WRK-KOH-JKYSNUM     TO  PTKOH-JKYSNUM
               MOVE    WRK-KOH-TEKSTYMD    TO  PTKOH-TEKSTYMD
               MOVE    WRK-KOH-TEKEDYMD    TO  PTKOH-TEKEDYMD
               MOVE    PTKOHINF-REC        TO  MCPDATA-REC
               MOVE    "tbl_ptkohinf"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBINSERT"          TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC          NOT =   ZERO
                   MOVE    "公費の登録エラー"  TO  WRK-ERRMSG
                   PERFORM 900-ERR-OUT-SEC
                   GO  TO  4001-KOH-LINE-EXT
               END-IF
               ADD     1                   TO  CNT-INS (IDX-SB)
           END-IF
           ADD     1                   TO  CNT-OK (IDX-SB)
           .
       4001-KOH-LINE-EXT.
           EXIT.
      *
      *****************************************************************
      *    公費チェック処理
      *****************************************************************
       4002-KOH-CHK-SEC            SECTION.
      *
           PERFORM 860-PT-REF-SEC
           IF      WRK-ERRMSG      NOT =   SPACE
               GO  TO  4002-KOH-CHK-EXT
           END-IF
      *
           IF      WRK-KOH-KOHNUM      IS  NOT NUMERIC
               MOVE    "公費番号は３桁の数字です"
                                       TO  WRK-ERRMSG
               GO  TO  4002-KOH-CHK-EXT
           END-IF
      *
      *    負担者番号（８桁）と検証番号
           MOVE    WRK-KOH-FTNJANUM    TO  WRK-KENSYO-NUM
           PERFORM 850-KENSYO-CHK-SEC
           IF      FLG-KENSYO          =   ZERO
           AND     WRK-KENSYO-KETA NOT =   8
               MOVE    1                   TO  FLG-KENSYO
           END-IF
           EVALUATE    FLG-KENSYO
               WHEN    1
                   MOVE    "負担者番号は８桁の数字です"
                                       TO  WRK-ERRMSG
                   GO  TO  4002-KOH-CHK-EXT
               WHEN    2
                   MOVE    "負担者番号の検証誤り"
                                       TO  WRK-ERRMSG
                   GO  TO  4002-KOH-CHK-EXT
           END-EVALUATE
      *
           MOVE    WRK-KOH-TEKSTYMD    TO  WRK-CHK-YMD
           PERFORM 840-YMD-CHK-SEC
           IF      FLG-YMD         NOT =   ZERO
               MOVE    "適用開始日の日付誤り"
                                       TO  WRK-ERRMSG
               GO  TO  4002-KOH-CHK-EXT
           END-IF
           IF      WRK-KOH-TEKEDYMD    NOT =   "99999999"
               MOVE    WRK-KOH-TEKEDYMD    TO  WRK-CHK-YMD
               PERFORM 840-YMD-CHK-SEC
               IF      FLG-YMD         NOT =   ZERO
                   MOVE    "適用終了日の日付誤り"
                                       TO  WRK-ERRMSG
                   GO  TO  4002-KOH-CHK-EXT
               END-IF
           END-IF
           IF      WRK-KOH-TEKSTYMD    >   WRK-KOH-TEKEDYMD
               MOVE    "適用期間の前後誤り"
                                       TO  WRK-ERRMSG
               GO  TO  4002-KOH-CHK-EXT
           END-IF
           IF      WRK-KOH-TEKSTYMD    <   MAP-BIRTHDAY (IDX-MAP)
               MOVE    "適用開始日が生年月日より前です"
                                       TO  WRK-ERRMSG
               GO  TO  4002-KOH-CHK-EXT
           END-IF
           .
       4002-KOH-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    病名取込処理
      *****************************************************************
       500-BYO-SEC                 SECTION.
      *
           MOVE    4                   TO  IDX-SB
           MOVE    "病名"              TO  WRK-SB-NAME
           OPEN    INPUT               BYO-FILE
           IF      STS-BYO         NOT =   "00"
               MOVE    "病名ファイルなし（取込対象外）"
                                       TO  CHK-REC
               PERFORM 900-CHK-WRITE-SEC
               GO  TO  500-BYO-EXT
           END-IF
      *
           MOVE    ZERO                TO  CNT-LINE
                                           FLG-EOF
           PERFORM 900-BYO-READ-SEC
           PERFORM UNTIL   FLG-EOF     =   1
               PERFORM 5001-BYO-LINE-SEC
               PERFORM 900-BYO-READ-SEC
           END-PERFORM
           CLOSE   BYO-FILE
           .
       500-BYO-EXT.
           EXIT.
      *
      *****************************************************************
      *    病名取込処理（１行分）
      *    （病名コードのないものは未コード化傷病名とする）
      *****************************************************************
       5001-BYO-LINE-SEC           SECTION.
      *
           IF      BYO-REC             =   SPACE
               GO  TO  5001-BYO-LINE-EXT
           END-IF
           INITIALIZE                  WRK-BYO
           MOVE    SPACE               TO  WRK-ERRMSG
           UNSTRING    BYO-REC         DELIMITED  BY  ","
                                       INTO    WRK-BYO-OLDNUM
                                               WRK-BYO-BYOMEICD
                                               WRK-BYO-BYOMEI
                                               WRK-BYO-SRYYMD
                                               WRK-BYO-TENKIKBN
                                               WRK-BYO-TENKIYMD
                                               WRK-BYO-UTAGAIFLG
                                               WRK-BYO-SYUBYOFLG
           END-UNSTRING
           MOVE    WRK-BYO-OLDNUM      TO  WRK-OLDNUM
           IF      WRK-BYO-BYOMEICD    =   SPACE
               MOVE    "0000999"           TO  WRK-BYO-BYOMEICD
           END-IF
      *
           PERFORM 5002-BYO-CHK-SEC
           IF      WRK-ERRMSG      NOT =   SPACE
               PERFORM 900-ERR-OUT-SEC
               GO  TO  5001-BYO-LINE-EXT
           END-IF
      *
           IF      WRK-PARA-SYORIKBN   =   "2"
               INITIALIZE                  PTBYOMEI-REC
               MOVE    SPA-HOSPNUM         TO  PTBYO-HOSPNUM
               MOVE    MAP-PTID (IDX-MAP)  TO  PTBYO-PTID
               MOVE    WRK-BYO-BYOMEICD    TO  PTBYO-BYOMEICD (1)
               MOVE    WRK-BYO-BYOMEI      TO  PTBYO-BYOMEI
               MOVE    WRK-BYO-SRYYMD      TO  PTBYO-SRYYMD
               MOVE    WRK-BYO-TENKIKBN    TO  PTBYO-TENKIKBN
               MOVE    WRK-BYO-TENKIYMD    TO  PTBYO-TENKIYMD
               MOVE    WRK-BYO-UTAGAIFLG   TO  PTBYO-UTAGAIFLG
               MOVE    WRK-BYO-SYUBYOFLG   TO  PTBYO-SYUBYOFLG
               MOVE    SMCNDATE-YMD        TO  PTBYO-UPYMD
               MOVE    SMCNDATE-HMS        TO  PTBYO-UPHMS
               MOVE    PTBYOMEI-REC        TO  MCPDATA-REC
               MOVE    "tbl_ptbyomei"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBINSERT"          TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC          NOT =   ZERO
                   MOVE    "病名の登録エラー"  TO  WRK-ERRMSG
                   PERFORM 900-ERR-OUT-SEC
                   GO  TO  5001-BYO-LINE-EXT
               END-IF
               ADD     1                   TO  CNT-INS (IDX-SB)
           END-IF
           ADD     1                   TO  CNT-OK (IDX-SB)
           .
       5001-BYO-LINE-EXT.
           EXIT.
      *
      *****************************************************************
      *    病名チェック処理
      *****************************************************************
       5002-BYO-CHK-SEC            SECTION.
      *
           PERFORM 860-PT-REF-SEC
           IF      WRK-ERRMSG      NOT =   SPACE
               GO  TO  5002-BYO-CHK-EXT
           END-IF
      *
           IF      WRK-BYO-BYOMEI      =   SPACE
               MOVE    "病名がありません"  TO  WRK-ERRMSG
               GO  TO  5002-BYO-CHK-EXT
           END-IF
      *
           MOVE    WRK-BYO-SRYYMD      TO  WRK-CHK-YMD
           PERFORM 840-YMD-CHK-SEC
           IF      FLG-YMD         NOT =   ZERO
               MOVE    "開始日の日付誤り"
                                       TO  WRK-ERRMSG
               GO  TO  5002-BYO-CHK-EXT
           END-IF
           IF      WRK-BYO-SRYYMD      <   MAP-BIRTHDAY (IDX-MAP)
               MOVE    "開始日が生年月日より前です"
                                       TO  WRK-ERRMSG
               GO  TO  5002-BYO-CHK-EXT
           END-IF
      *
      *    転帰区分（１：治ゆ　２：死亡　３：中止　４：移行）
           IF      WRK-BYO-TENKIKBN    =   SPACE
               MOVE    SPACE               TO  WRK-BYO-TENKIYMD
               GO  TO  5002-BYO-CHK-EXT
           END-IF
           IF      WRK-BYO-TENKIKBN    <   "1"
           OR      WRK-BYO-TENKIKBN    >   "4"
               MOVE    "転帰区分は１〜４です"
                                       TO  WRK-ERRMSG
               GO  TO  5002-BYO-CHK-EXT
           END-IF
           MOVE    WRK-BYO-TENKIYMD    TO  WRK-CHK-YMD
           PERFORM 840-YMD-CHK-SEC
           IF      FLG-YMD         NOT =   ZERO
               MOVE    "転帰日の日付誤り"
                                       TO  WRK-ERRMSG
               GO  TO  5002-BYO-CHK-EXT
           END-IF
           IF      WRK-BYO-TENKIYMD    <   WRK-BYO-SRYYMD
               MOVE    "転帰日が開始日より前です"
                                       TO  WRK-ERRMSG
               GO  TO  5002-BYO-CHK-EXT
           END-IF
           .
       5002-BYO-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       600-TERM-SEC                SECTION.
      *
           IF      FLG-END             =   ZERO
               MOVE    SPACE               TO  CHK-REC
               PERFORM 900-CHK-WRITE-SEC
               PERFORM VARYING IDX-SB FROM 1 BY 1
                       UNTIL   IDX-SB      >   4
                   PERFORM 6001-SYUKEI-SEC
               END-PERFORM
           END-IF
           CLOSE   CHK-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "PT   IN  CNT :" CNT-IN (1)
           DISPLAY "PT   INS CNT :" CNT-INS (1)
           DISPLAY "PT   ERR CNT :" CNT-ERR (1)
           DISPLAY "HKN  INS CNT :" CNT-INS (2)
           DISPLAY "KOH  INS CNT :" CNT-INS (3)
           DISPLAY "BYO  INS CNT :" CNT-INS (4)
           DISPLAY "*** ORCBPTIKOU END ***"
           .
       600-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    件数出力処理（ファイル種別ごと）
      *****************************************************************
       6001-SYUKEI-SEC             SECTION.
      *
           EVALUATE    IDX-SB
               WHEN    1
                   MOVE    "患者"              TO  WRK-SB-NAME
               WHEN    2
                   MOVE    "保険"              TO  WRK-SB-NAME
               WHEN    3
                   MOVE    "公費"              TO  WRK-SB-NAME
               WHEN    OTHER
                   MOVE    "病名"              TO  WRK-SB-NAME
           END-EVALUATE
      *
           MOVE    SPACE               TO  CHK-REC
           STRING  WRK-SB-NAME         DELIMITED   BY  SPACE
                   "　読込："          DELIMITED   BY  SIZE
                                       INTO    CHK-REC
           END-STRING
           MOVE    CNT-IN  (IDX-SB)    TO  WRK-ED-KENSU
           MOVE    WRK-ED-KENSU        TO  CHK-REC (16:7)
           MOVE    "　正常："          TO  CHK-REC (23:12)
           MOVE    CNT-OK  (IDX-SB)    TO  WRK-ED-KENSU
           MOVE    WRK-ED-KENSU        TO  CHK-REC (35:7)
           MOVE    "　エラー："        TO  CHK-REC (42:15)
           MOVE    CNT-ERR (IDX-SB)    TO  WRK-ED-KENSU
           MOVE    WRK-ED-KENSU        TO  CHK-REC (57:7)
           MOVE    "　登録："          TO  CHK-REC (64:12)
           MOVE    CNT-INS (IDX-SB)    TO  WRK-ED-KENSU
           MOVE    WRK-ED-KENSU        TO  CHK-REC (76:7)
           PERFORM 900-CHK-WRITE-SEC
           .
       6001-SYUKEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    旧患者番号検索処理
      *    （関連データは患者ごとに並ぶことが多いため、前回の
      *      該当位置から先に判定する）
      *****************************************************************
       800-MAP-SEARCH-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-MAP
           IF      IDX-MAP             >   ZERO
           AND     IDX-MAP             <=  MAP-MAX
               IF      MAP-OLDNUM (IDX-MAP)    =   WRK-OLDNUM
                   MOVE    ZERO                TO  FLG-MAP
                   GO  TO  800-MAP-SEARCH-EXT
               END-IF
           END-IF
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   MAP-MAX
                   OR      FLG-MAP     =   ZERO
               IF      MAP-OLDNUM (IDX)    =   WRK-OLDNUM
                   MOVE    ZERO                TO  FLG-MAP
                   MOVE    IDX                 TO  IDX-MAP
               END-IF
           END-PERFORM
           .
       800-MAP-SEARCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    既存最大患者ＩＤ取得処理
      *****************************************************************
       810-PTID-MAX-SEC            SECTION.
      *
           MOVE    ZERO                TO  WRK-NEW-PTID
           INITIALIZE                  PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    PTINF-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           PERFORM 910-DBSELECT-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-PTINF
               PERFORM UNTIL   FLG-PTINF   =   1
                   MOVE    "tbl_ptinf"         TO  MCP-TABLE
                   MOVE    "all"               TO  MCP-PATHNAME
                   PERFORM 920-DBFETCH-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  PTINF-REC
                       IF      PTINF-PTID          >   WRK-NEW-PTID
                           MOVE    PTINF-PTID          TO  WRK-NEW-PTID
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-PTINF
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           PERFORM 990-DBCLOSE-SEC
           .
       810-PTID-MAX-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者番号構成管理情報取得処理
      *****************************************************************
       820-SYS1009-GET-SEC         SECTION.
      *
           INITIALIZE                  SYS-1009-REC
           MOVE    "1009"              TO  SYS-1009-KANRICD
           MOVE    "*"                 TO  SYS-1009-KBNCD
           MOVE    SMCNDATE-YMD        TO  SYS-1009-STYUKYMD
                                           SYS-1009-EDYUKYMD
           MOVE    SPA-HOSPNUM         TO  SYS-1009-HOSPNUM
           MOVE    SYS-1009-REC        TO  MCPDATA-REC
           PERFORM 910-SYSKANRI-INV-SEC
           IF      FLG-SYSKANRI        =   ZERO
               MOVE    MCPDATA-REC         TO  SYS-1009-REC
           END-IF
           .
       820-SYS1009-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    カナ氏名文字種チェック処理
      *    （全角カタカナと空白以外があればエラーとする）
      *****************************************************************
       830-KANA-CHK-SEC            SECTION.
      *
           MOVE    ZERO                TO  FLG-KANA
           MOVE    ZERO                TO  WRK-KANA-POS
           PERFORM VARYING IDX FROM 100 BY -1
                   UNTIL   IDX         <   1
                   OR      WRK-KANA-POS    >   ZERO
               IF      WRK-KANA (IDX:1)    NOT =   SPACE
                   MOVE    IDX                 TO  WRK-KANA-POS
               END-IF
           END-PERFORM
           IF      WRK-KANA-POS        =   ZERO
               GO  TO  830-KANA-CHK-EXT
           END-IF
      *
      *    出力文字種　４：カタカナ＋１：スペース
           INITIALIZE                  ORCXKANACONVAREA
           MOVE    WRK-KANA-POS        TO  KANACONV-LEN
           MOVE    5000                TO  KANACONV-STLEN
           MOVE    0                   TO  KANACONV-CONV-FLAG
           MOVE    5                   TO  KANACONV-CHAR-TYPE
           MOVE    WRK-KANA            TO  KANACONV-INDATA
           CALL    "kanaconv"          USING ORCXKANACONVAREA
           IF      KANACONV-RETURN NOT =   ZERO
               MOVE    1                   TO  FLG-KANA
           END-IF
           .
       830-KANA-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    日付チェック処理（暦日として正しいか）
      *****************************************************************
       840-YMD-CHK-SEC             SECTION.
      *
           MOVE    1                   TO  FLG-YMD
           IF      WRK-CHK-YMD         IS  NOT NUMERIC
               GO  TO  840-YMD-CHK-EXT
           END-IF
           IF      WRK-CHK-YY          <   1868
           OR      WRK-CHK-MM          <   1
           OR      WRK-CHK-MM          >   12
           OR      WRK-CHK-DD          <   1
               GO  TO  840-YMD-CHK-EXT
           END-IF
      *
           EVALUATE    WRK-CHK-MM
               WHEN    4
               WHEN    6
               WHEN    9
               WHEN    11
                   MOVE    30                  TO  WRK-MATUBI
               WHEN    2
                   MOVE    28                  TO  WRK-MATUBI
                   DIVIDE  WRK-CHK-YY  BY  4   GIVING  WRK-SYO
                                           REMAINDER   WRK-AMARI
                   IF      WRK-AMARI           =   ZERO
                       MOVE    29                  TO  WRK-MATUBI
                       DIVIDE  WRK-CHK-YY  BY  100 GIVING  WRK-SYO
                                               REMAINDER   WRK-AMARI
                       IF      WRK-AMARI           =   ZERO
                           MOVE    28                  TO  WRK-MATUBI
                           DIVIDE  WRK-CHK-YY  BY  400
                                               GIVING  WRK-SYO
                                               REMAINDER   WRK-AMARI
                           IF      WRK-AMARI           =   ZERO
                               MOVE    29              TO  WRK-MATUBI
                           END-IF
                       END-IF
                   END-IF
               WHEN    OTHER
                   MOVE    31                  TO  WRK-MATUBI
           END-EVALUATE
           IF      WRK-CHK-DD          >   WRK-MATUBI
               GO  TO  840-YMD-CHK-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-YMD
           .
       840-YMD-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    検証番号チェック処理（保険者番号・公費負担者番号）
      *    （検証番号を除く各桁に右から２，１，２…を乗じ、積の
      *      各位の和を合計した下１桁を１０から引いた値（１０の
      *      ときは０）が検証番号となる）
      *    FLG-KENSYO　０：正常　１：桁数・数字誤り　２：検証番号誤り
      *****************************************************************
       850-KENSYO-CHK-SEC          SECTION.
      *
           MOVE    ZERO                TO  FLG-KENSYO
           EVALUATE    TRUE
               WHEN    WRK-KENSYO-NUM (1:8)    IS  NUMERIC
                   MOVE    8                   TO  WRK-KENSYO-KETA
               WHEN    WRK-KENSYO-NUM (1:6)    IS  NUMERIC
               AND     WRK-KENSYO-NUM (7:2)    =   SPACE
                   MOVE    6                   TO  WRK-KENSYO-KETA
               WHEN    OTHER
                   MOVE    1                   TO  FLG-KENSYO
                   GO  TO  850-KENSYO-CHK-EXT
           END-EVALUATE
      *
           MOVE    ZERO                TO  WRK-KENSYO-SUM
           MOVE    2                   TO  WRK-KENSYO-OMOMI
           COMPUTE WRK-KENSYO-POS      =   WRK-KENSYO-KETA -   1
           PERFORM UNTIL   WRK-KENSYO-POS  =   ZERO
               MOVE    WRK-KENSYO-NUM (WRK-KENSYO-POS:1)
                                       TO  WRK-KENSYO-SUJI
               COMPUTE WRK-KENSYO-DGT  =   WRK-KENSYO-SUJI
                                       *   WRK-KENSYO-OMOMI
               IF      WRK-KENSYO-DGT      >=  10
                   SUBTRACT    9           FROM    WRK-KENSYO-DGT
               END-IF
               ADD     WRK-KENSYO-DGT      TO  WRK-KENSYO-SUM
               IF      WRK-KENSYO-OMOMI    =   2
                   MOVE    1                   TO  WRK-KENSYO-OMOMI
               ELSE
                   MOVE    2                   TO  WRK-KENSYO-OMOMI
               END-IF
               SUBTRACT    1               FROM    WRK-KENSYO-POS
           END-PERFORM
      *
           DIVIDE  WRK-KENSYO-SUM  BY  10  GIVING  WRK-SYO
                                   REMAINDER   WRK-AMARI
           IF      WRK-AMARI           =   ZERO
               MOVE    ZERO                TO  WRK-KENSYO-CD
           ELSE
               COMPUTE WRK-KENSYO-CD   =   10  -   WRK-AMARI
           END-IF
           MOVE    WRK-KENSYO-NUM (WRK-KENSYO-KETA:1)
                                       TO  WRK-KENSYO-SUJI
           IF      WRK-KENSYO-SUJI NOT =   WRK-KENSYO-CD
               MOVE    2                   TO  FLG-KENSYO
           END-IF
           .
       850-KENSYO-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    関連データの患者判定処理
      *    （旧患者番号から対応表の位置（ＩＤＸ−ＭＡＰ）を得る）
      *****************************************************************
       860-PT-REF-SEC              SECTION.
      *
           PERFORM 800-MAP-SEARCH-SEC
           IF      FLG-MAP         NOT =   ZERO
               MOVE    "患者基本に旧番号なし"
                                       TO  WRK-ERRMSG
               GO  TO  860-PT-REF-EXT
           END-IF
           IF      MAP-ERR (IDX-MAP)   =   "1"
               MOVE    "患者基本がエラー"
                                       TO  WRK-ERRMSG
           END-IF
           .
       860-PT-REF-EXT.
           EXIT.
      *
      *****************************************************************
      *    エラー出力処理
      *****************************************************************
       900-ERR-OUT-SEC             SECTION.
      *
           MOVE    CNT-LINE            TO  WRK-ED-LINE
           MOVE    SPACE               TO  CHK-REC
           STRING  WRK-SB-NAME         DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-LINE         DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-OLDNUM          DELIMITED   BY  SPACE
                   ",エラー,"          DELIMITED   BY  SIZE
                   WRK-ERRMSG          DELIMITED   BY  "  "
                                       INTO    CHK-REC
           END-STRING
           PERFORM 900-CHK-WRITE-SEC
           ADD     1                   TO  CNT-ERR (IDX-SB)
           .
       900-ERR-OUT-EXT.
           EXIT.
      *
      *****************************************************************
      *    チェックリスト出力処理
      *****************************************************************
       900-CHK-WRITE-SEC           SECTION.
      *
           WRITE   CHK-REC
           MOVE    SPACE               TO  CHK-REC
           .
       900-CHK-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者基本読込処理
      *****************************************************************
       900-PT-READ-SEC             SECTION.
      *
           READ    PT-FILE
               AT  END
                   MOVE    1           TO  FLG-EOF
               NOT AT  END
                   ADD     1           TO  CNT-LINE
                                           CNT-IN (IDX-SB)
           END-READ
           .
       900-PT-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    保険読込処理
      *****************************************************************
       900-HKN-READ-SEC            SECTION.
      *
           READ    HKN-FILE
               AT  END
                   MOVE    1           TO  FLG-EOF
               NOT AT  END
                   ADD     1           TO  CNT-LINE
                                           CNT-IN (IDX-SB)
           END-READ
           .
       900-HKN-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    公費読込処理
      *****************************************************************
       900-KOH-READ-SEC            SECTION.
      *
           READ    KOH-FILE
               AT  END
                   MOVE    1           TO  FLG-EOF
               NOT AT  END
                   ADD     1           TO  CNT-LINE
                                           CNT-IN (IDX-SB)
           END-READ
           .
       900-KOH-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    病名読込処理
      *****************************************************************
       900-BYO-READ-SEC            SECTION.
      *
           READ    BYO-FILE
               AT  END
                   MOVE    1           TO  FLG-EOF
               NOT AT  END
                   ADD     1           TO  CNT-LINE
                                           CNT-IN (IDX-SB)
           END-READ
           .
       900-BYO-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者番号存在チェック（患者番号から）
      *****************************************************************
       910-PTNUM-KEY2-SEC          SECTION.
      *
           INITIALIZE                  PTNUM-REC
           MOVE    SPA-HOSPNUM         TO  PTNUM-HOSPNUM
           MOVE    WRK-NEW-PTNUM       TO  PTNUM-PTNUM
           MOVE    PTNUM-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           PERFORM 910-DBSELECT-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_ptnum"         TO  MCP-TABLE
               MOVE    "key2"              TO  MCP-PATHNAME
               PERFORM 920-DBFETCH-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    ZERO                TO  FLG-PTNUM
               ELSE
                   MOVE    1                   TO  FLG-PTNUM
               END-IF
           ELSE
               MOVE    1                   TO  FLG-PTNUM
           END-IF
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           PERFORM 990-DBCLOSE-SEC
           .
       910-PTNUM-KEY2-EXT.
           EXIT.
      *
      *****************************************************************
      *    システム管理マスタ読込
      *****************************************************************
       910-SYSKANRI-INV-SEC        SECTION.
      *
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key10"             TO  MCP-PATHNAME
           PERFORM 910-DBSELECT-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_syskanri"      TO  MCP-TABLE
               MOVE    "key10"             TO  MCP-PATHNAME
               PERFORM 920-DBFETCH-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    ZERO                TO  FLG-SYSKANRI
               ELSE
                   MOVE    1                   TO  FLG-SYSKANRI
               END-IF
           ELSE
               MOVE    1                   TO  FLG-SYSKANRI
           END-IF
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key10"             TO  MCP-PATHNAME
           PERFORM 990-DBCLOSE-SEC
           .
       910-SYSKANRI-INV-EXT.
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
      *    テーブル検索処理
      *****************************************************************
       910-DBSELECT-SEC            SECTION.
      *
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       910-DBSELECT-EXT.
           EXIT.
      *
      *****************************************************************
      *    テーブル読込処理
      *****************************************************************
       920-DBFETCH-SEC             SECTION.
      *
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       920-DBFETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    テーブルクローズ処理
      *****************************************************************
       990-DBCLOSE-SEC             SECTION.
      *
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       990-DBCLOSE-EXT.
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
