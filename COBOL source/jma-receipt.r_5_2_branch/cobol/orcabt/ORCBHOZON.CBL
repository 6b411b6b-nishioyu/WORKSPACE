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
       PROGRAM-ID.             ORCBHOZON.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 患者
      *  コンポーネント名  : 保存年限経過患者の抽出・匿名化
      *                      （最終来院日から保存年限（システム管理
      *                        ９００５の最長年数）を経過した患者を
      *                        抽出し、承認された患者の個人識別情報
      *                        を匿名化する。
      *                        処理区分　１：抽出（棚卸し）
      *                        ２：承認リスト取込
      *                        ３：匿名化実行
      *                        保存期間（使用日から２０年）中の特定
      *                        生物由来製品の使用記録、未収金のある
      *                        患者は対象外とする）
      *  管理者            :
      *  作成日付    作業者        記述
      *  26/10/15    ORCAMO        新規作成
      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.01    ORCAMO       26/10/15  特定生物由来製品の使用記録
      *                                     は保存期限まで匿名化しない
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *
      *    出力：結果一覧
           SELECT  LST-FILE        ASSIGN  ASS-LST
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  STS-LST.
      *
      *    入出力：承認リスト（ＣＳＶ）
           SELECT  SYN-FILE        ASSIGN  ASS-SYN
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  STS-SYN.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  LST-FILE.
       01  LST-REC                 PIC X(800).
      *
       FD  SYN-FILE.
       01  SYN-REC                 PIC X(800).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    ファイル指定領域
       01  ASS-AREA.
           03  ASS-LST                 PIC X(256).
           03  ASS-SYN                 PIC X(256).
      *
       01  STS-AREA.
           03  STS-LST                 PIC X(02).
           03  STS-SYN                 PIC X(02).
      *
      *    フラグ領域
       01  FLG-AREA.
           03  FLG-END                 PIC 9(01).
           03  FLG-EOF                 PIC 9(01).
           03  FLG-FETCH               PIC 9(01).
           03  FLG-JYU                 PIC 9(01).
           03  FLG-PTNUM               PIC 9(01).
           03  FLG-PTINF               PIC 9(01).
           03  FLG-TOKUMEI             PIC 9(01).
           03  FLG-SYSKANRI            PIC 9(01).
           03  FLG-SEIBUTU             PIC 9(01).
           03  FLG-SBT-FETCH           PIC 9(01).
           03  FLG-SYUNOU              PIC 9(01).
      *    保存期間内（１：保存期間内）
           03  FLG-HOZON               PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-LINE                PIC 9(06).
           03  CNT-TAISYO              PIC 9(06).
           03  CNT-JOGAI               PIC 9(06).
           03  CNT-SYONIN              PIC 9(06).
           03  CNT-TOKUMEI             PIC 9(06).
           03  CNT-ERR                 PIC 9(06).
           03  CNT-OUT                 PIC 9(06).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                     PIC 9(03).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
               05  WRK-PARA-JOBID      PIC 9(07).
               05  WRK-PARA-SHELLID    PIC X(08).
               05  WRK-PARA-HOSPNUM    PIC 9(02).
      *        処理区分（１：抽出　２：承認リスト取込　３：匿名化実行）
               05  WRK-PARA-SYORIKBN   PIC X(01).
      *        オペレータ（２：承認者　３：実行者）
               05  WRK-PARA-OPID       PIC X(16).
      *
           03  WRK-PTID                PIC 9(10).
           03  WRK-PTNUM               PIC X(20).
      *    保存年数（保存年限設定の最長年数）
           03  WRK-NENSU               PIC 9(02).
      *    判定基準日（処理日の保存年数前）
           03  WRK-KIJUNYMD            PIC X(08).
           03  WRK-KIJUNYMD-R      REDEFINES   WRK-KIJUNYMD.
               05  WRK-KIJUN-YY        PIC 9(04).
               05  WRK-KIJUN-MMDD      PIC X(04).
      *    最終来院日・保存期限
           03  WRK-LASTYMD             PIC X(08).
           03  WRK-HOZONYMD            PIC X(08).
           03  WRK-HOZONYMD-R      REDEFINES   WRK-HOZONYMD.
               05  WRK-HOZON-YY        PIC 9(04).
               05  WRK-HOZON-MMDD      PIC X(04).
           03  WRK-BIRTHDAY            PIC X(08).
           03  WRK-POST                PIC X(07).
           03  WRK-CHIIKI-ADRS         PIC X(200).
           03  WRK-RIYU                PIC X(100).
           03  WRK-KBN                 PIC X(20).
           03  WRK-MISYU               PIC S9(10).
           03  WRK-ED-KENSU            PIC ZZZ,ZZ9.
      *
      *    承認リスト（１行分）
           03  WRK-SYN.
               05  WRK-SYN-SYONIN      PIC X(01).
               05  WRK-SYN-PTNUM       PIC X(20).
               05  WRK-SYN-NAME        PIC X(100).
               05  WRK-SYN-SEX         PIC X(01).
               05  WRK-SYN-BIRTHDAY    PIC X(08).
               05  WRK-SYN-LASTYMD     PIC X(08).
               05  WRK-SYN-HOZONYMD    PIC X(08).
      *
      *    保存年限の既定値（システム管理９００５が未設定の区分）
       01  CONST-HZNDEF-AREA.
           03  CONST-HZNDEF-G.
               05  FILLER              PIC X(10)   VALUE   "01".
               05  FILLER              PIC 9(02)   VALUE   05.
               05  FILLER              PIC X(10)   VALUE   "02".
               05  FILLER              PIC 9(02)   VALUE   03.
               05  FILLER              PIC X(10)   VALUE   "03".
               05  FILLER              PIC 9(02)   VALUE   02.
           03  CONST-HZNDEF-R      REDEFINES   CONST-HZNDEF-G.
               05  CONST-HZNDEF    OCCURS  3.
                   07  CONST-KBNCD             PIC X(10).
                   07  CONST-NENSU             PIC 9(02).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    システム管理マスタ（保存年限設定）
      *    （ＯＲＣＧＨＯＺＯＮと同一レイアウト）
       01  SYS-9005-REC.
           03  SYS-9005-KANRICD    PIC X(04).
           03  SYS-9005-KBNCD      PIC X(10).
           03  SYS-9005-STYUKYMD   PIC 9(08).
           03  SYS-9005-EDYUKYMD   PIC 9(08).
           03  SYS-9005-HOSPNUM    PIC 9(02).
           03  SYS-9005-KBNNAME    PIC X(40).
      *    保存年数
           03  SYS-9005-NENSU      PIC 9(02).
      *
      *    匿名化管理テーブル
       01  TOKUMEI-REC.
           03  TKM-HOSPNUM         PIC 9(02).
           03  TKM-PTID            PIC 9(10).
      *    状態（０：抽出　１：承認済　９：匿名化済）
           03  TKM-STATE           PIC X(01).
           03  TKM-LASTYMD         PIC X(08).
           03  TKM-HOZONYMD        PIC X(08).
      *    統計用に残す項目（性別・生年月・地域）
           03  TKM-SEX             PIC X(01).
           03  TKM-BIRTHYM         PIC X(06).
           03  TKM-CHIIKI          PIC X(07).
           03  TKM-CHUSYUTUYMD     PIC X(08).
           03  TKM-SYONINYMD       PIC X(08).
           03  TKM-SYONIN-OPID     PIC X(16).
           03  TKM-JIKKOYMD        PIC X(08).
           03  TKM-UPYMD           PIC X(08).
           03  TKM-UPHMS           PIC X(06).
      *
      *    特定生物由来製品使用記録
      *    （ＯＲＣＢＰＲＴＤＢＤＥＬと同一レイアウト）
       01  SEIBUTU-REC.
           03  SBT-HOSPNUM         PIC 9(02).
           03  SBT-PTID            PIC 9(10).
           03  SBT-SIYOYMD         PIC X(08).
           03  SBT-SRYCD           PIC X(09).
           03  SBT-LOTNUM          PIC X(20).
           03  SBT-NAME            PIC X(80).
           03  SBT-SURYO           PIC 9(05)V9(05).
           03  SBT-TANINAME        PIC X(24).
           03  SBT-DRCD            PIC X(05).
           03  SBT-HOZONYMD        PIC X(08).
           03  SBT-OPID            PIC X(16).
           03  SBT-UPYMD           PIC X(08).
           03  SBT-UPHMS           PIC X(06).
      *
      *    患者連絡先
      *    （ＯＲＣＧＲＥＭＩＮＤと同一レイアウト）
       01  PTRENRAKU-REC.
           03  RNR-HOSPNUM         PIC 9(02).
           03  RNR-PTID            PIC 9(10).
           03  RNR-SOUSINKBN       PIC X(01).
           03  RNR-MAILADDR        PIC X(80).
           03  RNR-TELNUM          PIC X(15).
           03  RNR-OPID            PIC X(16).
           03  RNR-UPYMD           PIC X(08).
           03  RNR-UPHMS           PIC X(06).
      *
      *    死亡登録テーブル
      *    （ＯＲＣＳＤＥＡＴＨと同一レイアウト）
       01  PTDEATH-REC.
           03  DTH-HOSPNUM         PIC 9(02).
           03  DTH-PTID            PIC 9(10).
           03  DTH-DEATHYMD        PIC X(08).
           03  DTH-TAIINKBN        PIC X(01).
           03  DTH-SOZOKU-NAME     PIC X(50).
           03  DTH-SOZOKU-ZOKU     PIC X(20).
           03  DTH-SOZOKU-POST     PIC X(07).
           03  DTH-SOZOKU-ADRS     PIC X(200).
           03  DTH-SOZOKU-TEL      PIC X(15).
           03  DTH-STATE           PIC X(01).
           03  DTH-TOUROKUYMD      PIC X(08).
           03  DTH-TORIKESIYMD     PIC X(08).
           03  DTH-OPID            PIC X(16).
           03  DTH-CREYMD          PIC X(08).
           03  DTH-UPYMD           PIC X(08).
           03  DTH-UPHMS           PIC X(06).
      *
      *    患者情報
       01  PTINF-REC.
           COPY    "CPPTINF.INC".
      *
      *    患者番号変換
       01  PTNUM-REC.
           COPY    "CPPTNUM.INC".
      *
      *    受診履歴（最終来院日判定用）
       01  JYURRK-REC.
           COPY    "CPJYURRK.INC".
      *
      *    収納
       01  SYUNOU-REC.
           COPY    "CPSYUNOU.INC".
      *
      *    住所マスタ
       01  ADRS-REC.
           COPY    "CPADRS.INC".
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
      *    監視ログ出力サブ（識別区分７：匿名化）
       01  WRK-AUDIT-KBN               PIC X(01)   VALUE   "7".
      *
           COPY    "CPORCSLOCK.INC".
      *
      *    ＯＲＣＳＡＵＤＩＴ　区分２（伝票番号修復）用領域。
      *    本プログラムでは未使用だが引数構成に合わせて渡す。
       01  AUDITDENPNUM-AREA.
           03  AUDITDENPNUM-HOSPNUM        PIC 9(02).
           03  AUDITDENPNUM-KBN            PIC X(04).
           03  AUDITDENPNUM-OLD            PIC 9(07).
           03  AUDITDENPNUM-NEW            PIC 9(07).
      *
      *    ＯＲＣＳＡＵＤＩＴ　区分３（患者番号統合）用領域。未使用
       01  AUDITTOUGOU-AREA.
           03  AUDITTOUGOU-HOSPNUM         PIC 9(02).
           03  AUDITTOUGOU-OLD-PTID        PIC 9(10).
           03  AUDITTOUGOU-OLD-PTNUM       PIC X(20).
           03  AUDITTOUGOU-NEW-PTID        PIC 9(10).
           03  AUDITTOUGOU-NEW-PTNUM       PIC X(20).
           03  AUDITTOUGOU-OPID            PIC X(10).
      *
      *    ＯＲＣＳＡＵＤＩＴ　資格確認チェック結果用領域。未使用
       01  AUDITHLTH-AREA.
           03  AUDITHLTH-CHECKNAME         PIC X(20).
           03  AUDITHLTH-RESULT            PIC X(01).
           03  AUDITHLTH-ERRCD             PIC X(04).
      *
      *    ＯＲＣＳＡＵＤＩＴ　権限チェック結果用領域。未使用
       01  AUDITROLE-AREA.
           03  AUDITROLE-OPID              PIC X(10).
           03  AUDITROLE-GYOMUCD           PIC X(03).
           03  AUDITROLE-ROLEID            PIC X(10).
           03  AUDITROLE-RESULT            PIC X(01).
      *
      *    ＯＲＣＳＡＵＤＩＴ　匿名化ログ用領域
       01  AUDITTOKUMEI-AREA.
           03  AUDITTOKUMEI-HOSPNUM        PIC 9(02).
           03  AUDITTOKUMEI-PTID           PIC 9(10).
           03  AUDITTOKUMEI-PTNUM          PIC X(20).
           03  AUDITTOKUMEI-LASTYMD        PIC X(08).
           03  AUDITTOKUMEI-SYONIN-OPID    PIC X(16).
           03  AUDITTOKUMEI-OPID           PIC X(16).
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
               EVALUATE    WRK-PARA-SYORIKBN
               WHEN    "1"
                   PERFORM 200-TANAOROSI-SEC
               WHEN    "2"
                   PERFORM 300-SYONIN-SEC
               WHEN    "3"
                   PERFORM 400-TOKUMEI-SEC
               END-EVALUATE
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
           DISPLAY "*** ORCBHOZON START ***"
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
                                               WRK-PARA-OPID
                                               ASS-LST
                                               ASS-SYN
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
           IF      WRK-PARA-SYORIKBN   NOT =   "2"
           AND     WRK-PARA-SYORIKBN   NOT =   "3"
               MOVE    "1"                 TO  WRK-PARA-SYORIKBN
           END-IF
           IF      WRK-PARA-OPID       =   SPACE
               MOVE    "ORCBHOZON"         TO  WRK-PARA-OPID
           END-IF
           MOVE    WRK-PARA-OPID       TO  SPA-OPID
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "保存年限経過患者の匿名化"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBHOZON"     TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
           MOVE    SMCNDATE-YMD        TO  SPA-SYSYMD
      *
      *    保存年数と判定基準日
           PERFORM 880-HOZON-NENSU-SEC
           MOVE    SMCNDATE-YMD        TO  WRK-KIJUNYMD
           SUBTRACT    WRK-NENSU       FROM    WRK-KIJUN-YY
           IF      WRK-KIJUN-MMDD      =   "0229"
               MOVE    "0228"              TO  WRK-KIJUN-MMDD
           END-IF
      *
           OPEN    OUTPUT              LST-FILE
           EVALUATE    WRK-PARA-SYORIKBN
           WHEN    "1"
               MOVE    "＊＊＊　保存年限経過患者一覧"
                                       TO  LST-REC
           WHEN    "2"
               MOVE    "＊＊＊　匿名化承認取込一覧"
                                       TO  LST-REC
           WHEN    OTHER
               MOVE    "＊＊＊　匿名化実行一覧"
                                       TO  LST-REC
           END-EVALUATE
           PERFORM 900-LST-WRITE-SEC
           STRING  "区分,患者番号,氏名,最終来院日,"
                                       DELIMITED   BY  SIZE
                   "保存期限,内容"     DELIMITED   BY  SIZE
                                       INTO    LST-REC
           END-STRING
           PERFORM 900-LST-WRITE-SEC
      *
           IF      WRK-PARA-SYORIKBN   =   "2"
               OPEN    INPUT               SYN-FILE
               IF      STS-SYN         NOT =   "00"
                   DISPLAY "ORCBHOZON SYN-FILE OPEN ERR STS="
                           STS-SYN
                   MOVE    "承認リストがありません"
                                       TO  LST-REC
                   PERFORM 900-LST-WRITE-SEC
                   MOVE    1                   TO  FLG-END
               END-IF
           END-IF
           IF      WRK-PARA-SYORIKBN   =   "1"
               OPEN    OUTPUT              SYN-FILE
               STRING  "承認,患者番号,氏名,性別,生年月日,"
                                       DELIMITED   BY  SIZE
                       "最終来院日,保存期限"
                                       DELIMITED   BY  SIZE
                                       INTO    SYN-REC
               END-STRING
               PERFORM 900-SYN-WRITE-SEC
           END-IF
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    保存年限経過患者の抽出処理
      *****************************************************************
       200-TANAOROSI-SEC           SECTION.
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
                       PERFORM 2001-TANAOROSI-1KEN-SEC
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           CLOSE   SYN-FILE
           .
       200-TANAOROSI-EXT.
           EXIT.
      *
      *****************************************************************
      *    保存年限経過患者の抽出処理（１件）
      *****************************************************************
       2001-TANAOROSI-1KEN-SEC     SECTION.
      *
           MOVE    PTINF-PTID          TO  WRK-PTID
      *
      *    匿名化済の患者は対象外
           PERFORM 860-TOKUMEI-GET-SEC
           IF      FLG-TOKUMEI         =   ZERO
           AND     TKM-STATE           =   "9"
               GO  TO  2001-TANAOROSI-1KEN-EXT
           END-IF
      *
           PERFORM 2002-HANTEI-SEC
           IF      FLG-HOZON           =   1
               GO  TO  2001-TANAOROSI-1KEN-EXT
           END-IF
      *
           PERFORM 800-PTNUM-GET-SEC
           IF      WRK-RIYU        NOT =   SPACE
               MOVE    "除外"              TO  WRK-KBN
               ADD     1                   TO  CNT-JOGAI
               PERFORM 900-LST-OUT-SEC
               GO  TO  2001-TANAOROSI-1KEN-EXT
           END-IF
      *
      *    匿名化管理の登録（承認済の患者は状態を維持する）
           IF      FLG-TOKUMEI     NOT =   ZERO
               INITIALIZE                  TOKUMEI-REC
               MOVE    SPA-HOSPNUM         TO  TKM-HOSPNUM
               MOVE    WRK-PTID            TO  TKM-PTID
               MOVE    "0"                 TO  TKM-STATE
           END-IF
           MOVE    WRK-LASTYMD         TO  TKM-LASTYMD
           MOVE    WRK-HOZONYMD        TO  TKM-HOZONYMD
           MOVE    SMCNDATE-YMD        TO  TKM-CHUSYUTUYMD
           MOVE    SMCNDATE-YMD        TO  TKM-UPYMD
           MOVE    SMCNDATE-HMS        TO  TKM-UPHMS
           MOVE    TOKUMEI-REC         TO  MCPDATA-REC
           MOVE    "tbl_tokumei"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           IF      FLG-TOKUMEI         =   ZERO
               MOVE    "DBUPDATE"          TO  MCP-FUNC
           ELSE
               MOVE    "DBINSERT"          TO  MCP-FUNC
           END-IF
           PERFORM 900-ORCDBMAIN-SEC
      *
           ADD     1                   TO  CNT-TAISYO
           IF      TKM-STATE           =   "1"
               MOVE    "承認済"            TO  WRK-KBN
           ELSE
               MOVE    "対象"              TO  WRK-KBN
           END-IF
           PERFORM 900-LST-OUT-SEC
      *
      *    承認リスト出力
           MOVE    PTINF-BIRTHDAY      TO  WRK-BIRTHDAY
           STRING  TKM-STATE           DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-PTNUM           DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   PTINF-NAME          DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   PTINF-SEX           DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-BIRTHDAY        DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-LASTYMD         DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-HOZONYMD        DELIMITED   BY  SIZE
                                       INTO    SYN-REC
           END-STRING
           PERFORM 900-SYN-WRITE-SEC
           .
       2001-TANAOROSI-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    保存年限・除外条件の判定処理（WRK-PTID を設定して呼ぶ）
      *    （FLG-HOZON　１：保存期間内
      *      WRK-RIYU　　除外理由（スペースは匿名化対象））
      *****************************************************************
       2002-HANTEI-SEC             SECTION.
      *
           MOVE    ZERO                TO  FLG-HOZON
           MOVE    SPACE               TO  WRK-RIYU
      *
      *    判定基準日以降に来院があれば保存期間内
           PERFORM 830-JYURRK-CHK-SEC
           IF      FLG-JYU             =   ZERO
               MOVE    1                   TO  FLG-HOZON
               GO  TO  2002-HANTEI-EXT
           END-IF
      *
      *    最終来院日（来院がない患者は患者登録の更新日）
           PERFORM 835-LASTYMD-GET-SEC
           IF      WRK-LASTYMD         =   SPACE
           OR      WRK-LASTYMD         =   ZERO
               MOVE    PTINF-UPYMD         TO  WRK-LASTYMD
           END-IF
           IF      WRK-LASTYMD         >=  WRK-KIJUNYMD
               MOVE    1                   TO  FLG-HOZON
               GO  TO  2002-HANTEI-EXT
           END-IF
           MOVE    WRK-LASTYMD         TO  WRK-HOZONYMD
           ADD     WRK-NENSU           TO  WRK-HOZON-YY
           IF      WRK-HOZON-MMDD      =   "0229"
               MOVE    "0228"              TO  WRK-HOZON-MMDD
           END-IF
      *
      *    保存期間中の特定生物由来製品使用記録がある患者は除外
           PERFORM 840-SEIBUTU-CHK-SEC
           IF      FLG-SEIBUTU         =   ZERO
               MOVE    "生物由来製品記録の保存期間中"
                                       TO  WRK-RIYU
               GO  TO  2002-HANTEI-EXT
           END-IF
      *
      *    未収金のある患者は除外
           PERFORM 850-MISYU-SUM-SEC
           IF      WRK-MISYU           >   ZERO
               MOVE    "未収金あり"        TO  WRK-RIYU
           END-IF
           .
       2002-HANTEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    承認リスト取込処理
      *****************************************************************
       300-SYONIN-SEC              SECTION.
      *
           MOVE    ZERO                TO  CNT-LINE
                                           FLG-EOF
      *    見出し行を読み飛ばす
           PERFORM 900-SYN-READ-SEC
           PERFORM 900-SYN-READ-SEC
           PERFORM UNTIL   FLG-EOF     =   1
               PERFORM 3001-SYONIN-LINE-SEC
               PERFORM 900-SYN-READ-SEC
           END-PERFORM
           CLOSE   SYN-FILE
           .
       300-SYONIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    承認リスト取込処理（１行分）
      *****************************************************************
       3001-SYONIN-LINE-SEC        SECTION.
      *
           INITIALIZE                  WRK-SYN
           UNSTRING    SYN-REC         DELIMITED  BY  ","
                                       INTO    WRK-SYN-SYONIN
                                               WRK-SYN-PTNUM
                                               WRK-SYN-NAME
                                               WRK-SYN-SEX
                                               WRK-SYN-BIRTHDAY
                                               WRK-SYN-LASTYMD
                                               WRK-SYN-HOZONYMD
           END-UNSTRING
           IF      WRK-SYN-SYONIN  NOT =   "1"
               GO  TO  3001-SYONIN-LINE-EXT
           END-IF
      *
           MOVE    SPACE               TO  WRK-RIYU
           MOVE    WRK-SYN-PTNUM       TO  WRK-PTNUM
           MOVE    WRK-SYN-LASTYMD     TO  WRK-LASTYMD
           MOVE    WRK-SYN-HOZONYMD    TO  WRK-HOZONYMD
           INITIALIZE                  PTINF-REC
           MOVE    WRK-SYN-NAME        TO  PTINF-NAME
      *
           PERFORM 810-PTNUM-KEY2-SEC
           IF      FLG-PTNUM       NOT =   ZERO
               MOVE    "患者番号が登録されていない"
                                       TO  WRK-RIYU
           ELSE
               MOVE    PTNUM-PTID          TO  WRK-PTID
               PERFORM 860-TOKUMEI-GET-SEC
               EVALUATE    TRUE
               WHEN    FLG-TOKUMEI     NOT =   ZERO
                   MOVE    "抽出されていない患者"
                                       TO  WRK-RIYU
               WHEN    TKM-STATE           =   "9"
                   MOVE    "匿名化済"          TO  WRK-RIYU
               WHEN    TKM-STATE           =   "1"
                   MOVE    "承認済"            TO  WRK-RIYU
               END-EVALUATE
           END-IF
           IF      WRK-RIYU            =   SPACE
               MOVE    "1"                 TO  TKM-STATE
               MOVE    SMCNDATE-YMD        TO  TKM-SYONINYMD
               MOVE    WRK-PARA-OPID       TO  TKM-SYONIN-OPID
               MOVE    SMCNDATE-YMD        TO  TKM-UPYMD
               MOVE    SMCNDATE-HMS        TO  TKM-UPHMS
               MOVE    TOKUMEI-REC         TO  MCPDATA-REC
               MOVE    "tbl_tokumei"       TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBUPDATE"          TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC          NOT =   ZERO
                   MOVE    "匿名化管理の更新エラー"
                                       TO  WRK-RIYU
               END-IF
           END-IF
           IF      WRK-RIYU            =   SPACE
               MOVE    "承認"              TO  WRK-KBN
               ADD     1                   TO  CNT-SYONIN
           ELSE
               MOVE    "エラー"            TO  WRK-KBN
               ADD     1                   TO  CNT-ERR
           END-IF
           PERFORM 900-LST-OUT-SEC
           .
       3001-SYONIN-LINE-EXT.
           EXIT.
      *
      *****************************************************************
      *    匿名化実行処理（承認済の患者）
      *****************************************************************
       400-TOKUMEI-SEC             SECTION.
      *
           INITIALIZE                  TOKUMEI-REC
           MOVE    SPA-HOSPNUM         TO  TKM-HOSPNUM
           MOVE    TOKUMEI-REC         TO  MCPDATA-REC
           MOVE    "tbl_tokumei"       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-END
               PERFORM UNTIL   FLG-END     =   1
                   MOVE    "tbl_tokumei"       TO  MCP-TABLE
                   MOVE    "all"               TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  TOKUMEI-REC
                       IF      TKM-STATE           =   "1"
                           PERFORM 4001-TOKUMEI-1KEN-SEC
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-END
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_tokumei"       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       400-TOKUMEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    匿名化実行処理（１件）
      *****************************************************************
       4001-TOKUMEI-1KEN-SEC       SECTION.
      *
           MOVE    TKM-PTID            TO  WRK-PTID
           PERFORM 800-PTNUM-GET-SEC
           PERFORM 820-PTINF-GET-SEC
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    "患者情報がない"    TO  WRK-RIYU
               MOVE    TKM-LASTYMD         TO  WRK-LASTYMD
               MOVE    TKM-HOZONYMD        TO  WRK-HOZONYMD
               MOVE    "エラー"            TO  WRK-KBN
               ADD     1                   TO  CNT-ERR
               PERFORM 900-LST-OUT-SEC
               GO  TO  4001-TOKUMEI-1KEN-EXT
           END-IF
      *
      *    承認後の来院・使用記録・未収金を再確認する
           PERFORM 2002-HANTEI-SEC
           IF      FLG-HOZON           =   1
               MOVE    "承認後に来院あり"  TO  WRK-RIYU
               MOVE    TKM-LASTYMD         TO  WRK-LASTYMD
               MOVE    TKM-HOZONYMD        TO  WRK-HOZONYMD
           END-IF
           IF      WRK-RIYU        NOT =   SPACE
               MOVE    "0"                 TO  TKM-STATE
               MOVE    SPACE               TO  TKM-SYONINYMD
                                               TKM-SYONIN-OPID
               PERFORM 4005-TOKUMEI-UPD-SEC
               MOVE    "承認取消"          TO  WRK-KBN
               ADD     1                   TO  CNT-JOGAI
               PERFORM 900-LST-OUT-SEC
               GO  TO  4001-TOKUMEI-1KEN-EXT
           END-IF
      *
           PERFORM 4002-PTINF-TOKUMEI-SEC
           IF      WRK-RIYU        NOT =   SPACE
               MOVE    "エラー"            TO  WRK-KBN
               ADD     1                   TO  CNT-ERR
               PERFORM 900-LST-OUT-SEC
               GO  TO  4001-TOKUMEI-1KEN-EXT
           END-IF
           PERFORM 4003-RENRAKU-DEL-SEC
           PERFORM 4004-DEATH-UPD-SEC
      *
           MOVE    "9"                 TO  TKM-STATE
           MOVE    WRK-LASTYMD         TO  TKM-LASTYMD
           MOVE    WRK-HOZONYMD        TO  TKM-HOZONYMD
           MOVE    SMCNDATE-YMD        TO  TKM-JIKKOYMD
           PERFORM 4005-TOKUMEI-UPD-SEC
      *
      *    監査ログ出力
           INITIALIZE                  AUDITTOKUMEI-AREA
           MOVE    SPA-HOSPNUM         TO  AUDITTOKUMEI-HOSPNUM
           MOVE    WRK-PTID            TO  AUDITTOKUMEI-PTID
           MOVE    WRK-PTNUM           TO  AUDITTOKUMEI-PTNUM
           MOVE    WRK-LASTYMD         TO  AUDITTOKUMEI-LASTYMD
           MOVE    TKM-SYONIN-OPID     TO  AUDITTOKUMEI-SYONIN-OPID
           MOVE    WRK-PARA-OPID       TO  AUDITTOKUMEI-OPID
           CALL    "ORCSAUDIT"         USING   WRK-AUDIT-KBN
                                               MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
                                               ORCSLOCKAREA
                                               JOBKANRI-REC
                                               AUDITDENPNUM-AREA
                                               AUDITTOUGOU-AREA
                                               AUDITHLTH-AREA
                                               AUDITROLE-AREA
                                               AUDITTOKUMEI-AREA
      *
           MOVE    "匿名化"            TO  WRK-KBN
           ADD     1                   TO  CNT-TOKUMEI
           PERFORM 900-LST-OUT-SEC
           .
       4001-TOKUMEI-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者情報の匿名化処理
      *    （性別・生年月・地域（郵便番号上３桁と都道府県市区町村）
      *      は統計用に残す）
      *****************************************************************
       4002-PTINF-TOKUMEI-SEC      SECTION.
      *
      *    統計用項目の退避
           MOVE    PTINF-SEX           TO  TKM-SEX
           MOVE    PTINF-BIRTHDAY      TO  WRK-BIRTHDAY
           MOVE    WRK-BIRTHDAY (1:6)  TO  TKM-BIRTHYM
           MOVE    SPACE               TO  WRK-POST
           MOVE    PTINF-HOME-POST (1:3)
                                       TO  WRK-POST (1:3)
           MOVE    WRK-POST            TO  TKM-CHIIKI
           PERFORM 870-CHIIKI-ADRS-SEC
      *
      *    個人識別情報の消去
           MOVE    "（匿名化済）"      TO  PTINF-NAME
           MOVE    "トクメイ"          TO  PTINF-KANANAME
           MOVE    SPACE               TO  PTINF-NICKNAME
                                           PTINF-HOME-BANTI
                                           PTINF-HOME-TEL1
                                           PTINF-HOME-TEL2
                                           PTINF-WORK-NAME
                                           PTINF-WORK-POST
                                           PTINF-WORK-ADRS
                                           PTINF-WORK-BANTI
                                           PTINF-WORK-TEL
                                           PTINF-RENRAKU-NAME
                                           PTINF-RENRAKU-POST
                                           PTINF-RENRAKU-ADRS
                                           PTINF-RENRAKU-BANTI
                                           PTINF-RENRAKU-TEL1
           MOVE    WRK-POST            TO  PTINF-HOME-POST
           MOVE    WRK-CHIIKI-ADRS     TO  PTINF-HOME-ADRS
           MOVE    "01"                TO  WRK-BIRTHDAY (7:2)
           MOVE    WRK-BIRTHDAY        TO  PTINF-BIRTHDAY
      *
           MOVE    WRK-PARA-OPID       TO  PTINF-OPID
           MOVE    SMCNDATE-YMD        TO  PTINF-UPYMD
           MOVE    SMCNDATE-HMS        TO  PTINF-UPHMS
           MOVE    PTINF-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    "患者情報の更新エラー"
                                       TO  WRK-RIYU
           END-IF
           .
       4002-PTINF-TOKUMEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者連絡先の削除処理
      *****************************************************************
       4003-RENRAKU-DEL-SEC        SECTION.
      *
           INITIALIZE                  PTRENRAKU-REC
           MOVE    SPA-HOSPNUM         TO  RNR-HOSPNUM
           MOVE    WRK-PTID            TO  RNR-PTID
           MOVE    PTRENRAKU-REC       TO  MCPDATA-REC
           MOVE    "tbl_ptrenraku"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       4003-RENRAKU-DEL-EXT.
           EXIT.
      *
      *****************************************************************
      *    死亡登録の相続人情報消去処理
      *****************************************************************
       4004-DEATH-UPD-SEC          SECTION.
      *
           INITIALIZE                  PTDEATH-REC
           MOVE    SPA-HOSPNUM         TO  DTH-HOSPNUM
           MOVE    WRK-PTID            TO  DTH-PTID
           MOVE    PTDEATH-REC         TO  MCPDATA-REC
           MOVE    "tbl_ptdeath"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  PTDEATH-REC
           ELSE
               INITIALIZE                  PTDEATH-REC
           END-IF
           MOVE    "tbl_ptdeath"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      DTH-PTID            =   ZERO
               GO  TO  4004-DEATH-UPD-EXT
           END-IF
      *
           MOVE    SPACE               TO  DTH-SOZOKU-NAME
                                           DTH-SOZOKU-ZOKU
                                           DTH-SOZOKU-POST
                                           DTH-SOZOKU-ADRS
                                           DTH-SOZOKU-TEL
           MOVE    WRK-PARA-OPID       TO  DTH-OPID
           MOVE    SMCNDATE-YMD        TO  DTH-UPYMD
           MOVE    SMCNDATE-HMS        TO  DTH-UPHMS
           MOVE    PTDEATH-REC         TO  MCPDATA-REC
           MOVE    "tbl_ptdeath"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       4004-DEATH-UPD-EXT.
           EXIT.
      *
      *****************************************************************
      *    匿名化管理更新処理
      *****************************************************************
       4005-TOKUMEI-UPD-SEC        SECTION.
      *
           MOVE    SMCNDATE-YMD        TO  TKM-UPYMD
           MOVE    SMCNDATE-HMS        TO  TKM-UPHMS
           MOVE    TOKUMEI-REC         TO  MCPDATA-REC
           MOVE    "tbl_tokumei"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       4005-TOKUMEI-UPD-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了　処理
      *****************************************************************
       600-TERM-SEC                SECTION.
      *
           EVALUATE    WRK-PARA-SYORIKBN
           WHEN    "1"
               MOVE    CNT-TAISYO          TO  WRK-ED-KENSU
               STRING  "対象患者数,"       DELIMITED   BY  SIZE
                       WRK-ED-KENSU        DELIMITED   BY  SIZE
                                       INTO    LST-REC
               END-STRING
           WHEN    "2"
               MOVE    CNT-SYONIN          TO  WRK-ED-KENSU
               STRING  "承認患者数,"       DELIMITED   BY  SIZE
                       WRK-ED-KENSU        DELIMITED   BY  SIZE
                                       INTO    LST-REC
               END-STRING
           WHEN    OTHER
               MOVE    CNT-TOKUMEI         TO  WRK-ED-KENSU
               STRING  "匿名化患者数,"     DELIMITED   BY  SIZE
                       WRK-ED-KENSU        DELIMITED   BY  SIZE
                                       INTO    LST-REC
               END-STRING
           END-EVALUATE
           PERFORM 900-LST-WRITE-SEC
           MOVE    CNT-JOGAI           TO  WRK-ED-KENSU
           STRING  "除外患者数,"       DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                                       INTO    LST-REC
           END-STRING
           PERFORM 900-LST-WRITE-SEC
           CLOSE   LST-FILE
      *
           DISPLAY "ORCBHOZON TAISYO=" CNT-TAISYO
                   " SYONIN=" CNT-SYONIN " TOKUMEI=" CNT-TOKUMEI
                   " JOGAI=" CNT-JOGAI " ERR=" CNT-ERR
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "保存年限経過患者の匿名化"
                                   TO  JOB-SHELLMSG
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "*** ORCBHOZON END ***"
           .
       600-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者番号取得処理（WRK-PTID から）
      *****************************************************************
       800-PTNUM-GET-SEC           SECTION.
      *
           INITIALIZE                  PTNUM-REC
           MOVE    SPA-HOSPNUM         TO  PTNUM-HOSPNUM
           MOVE    WRK-PTID            TO  PTNUM-PTID
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
           MOVE    PTNUM-PTNUM         TO  WRK-PTNUM
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       800-PTNUM-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者ＩＤ取得処理（WRK-PTNUM から）
      *****************************************************************
       810-PTNUM-KEY2-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-PTNUM
           INITIALIZE                  PTNUM-REC
           MOVE    SPA-HOSPNUM         TO  PTNUM-HOSPNUM
           MOVE    WRK-PTNUM           TO  PTNUM-PTNUM
           MOVE    PTNUM-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTNUM-REC
                   MOVE    ZERO                TO  FLG-PTNUM
               END-IF
           END-IF
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       810-PTNUM-KEY2-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者情報取得処理（WRK-PTID から）
      *****************************************************************
       820-PTINF-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-PTINF
           INITIALIZE                  PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    WRK-PTID            TO  PTINF-PTID
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
      *    判定基準日以降の来院判定処理
      *    （ＦＬＧ−ＪＹＵ　１：判定基準日以降の来院なし）
      *****************************************************************
       830-JYURRK-CHK-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-JYU
      *
           INITIALIZE                  JYURRK-REC
           MOVE    SPA-HOSPNUM         TO  JYU-HOSPNUM
           MOVE    WRK-PTID            TO  JYU-PTID
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
           MOVE    WRK-PTID            TO  JYU-PTID
           MOVE    ZERO                TO  JYU-SRYYMD
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
      *    特定生物由来製品使用記録の保存期間判定処理
      *    （保存期限（使用日から２０年）を過ぎていない記録の有無
      *      ＦＬＧ−ＳＥＩＢＵＴＵ　０：あり　１：なし）
      *****************************************************************
       840-SEIBUTU-CHK-SEC         SECTION.
      *
           MOVE    1                   TO  FLG-SEIBUTU
           INITIALIZE                  SEIBUTU-REC
           MOVE    SPA-HOSPNUM         TO  SBT-HOSPNUM
           MOVE    WRK-PTID            TO  SBT-PTID
           MOVE    SEIBUTU-REC         TO  MCPDATA-REC
           MOVE    "tbl_seibutu"       TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-SBT-FETCH
               PERFORM UNTIL   FLG-SBT-FETCH   =   1
                       OR      FLG-SEIBUTU     =   ZERO
                   MOVE    "tbl_seibutu"       TO  MCP-TABLE
                   MOVE    "ptid"              TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  SEIBUTU-REC
      *                保存期限が不明な記録は保存期間中とみなす
                       IF      SBT-HOZONYMD    NOT NUMERIC
                       OR      SBT-HOZONYMD    NOT <   SMCNDATE-YMD
                           MOVE    ZERO                TO  FLG-SEIBUTU
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-SBT-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_seibutu"       TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       840-SEIBUTU-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    未収金額集計処理
      *****************************************************************
       850-MISYU-SUM-SEC           SECTION.
      *
           MOVE    ZERO                TO  WRK-MISYU
           INITIALIZE                  SYUNOU-REC
           MOVE    SPA-HOSPNUM         TO  SYU-HOSPNUM
           MOVE    WRK-PTID            TO  SYU-PTID
           MOVE    SYUNOU-REC          TO  MCPDATA-REC
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-SYUNOU
               PERFORM UNTIL   FLG-SYUNOU  =   1
                   MOVE    "tbl_syunou"        TO  MCP-TABLE
                   MOVE    "pt"                TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  SYUNOU-REC
                       IF      SYU-SKYMONEY        >   SYU-NYKMONEY
                           COMPUTE WRK-MISYU   =   WRK-MISYU
                                               +   SYU-SKYMONEY
                                               -   SYU-NYKMONEY
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-SYUNOU
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       850-MISYU-SUM-EXT.
           EXIT.
      *
      *****************************************************************
      *    匿名化管理取得処理（ＦＬＧ−ＴＯＫＵＭＥＩ　０：あり）
      *****************************************************************
       860-TOKUMEI-GET-SEC         SECTION.
      *
           MOVE    1                   TO  FLG-TOKUMEI
           INITIALIZE                  TOKUMEI-REC
           MOVE    SPA-HOSPNUM         TO  TKM-HOSPNUM
           MOVE    WRK-PTID            TO  TKM-PTID
           MOVE    TOKUMEI-REC         TO  MCPDATA-REC
           MOVE    "tbl_tokumei"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  TOKUMEI-REC
                   MOVE    ZERO                TO  FLG-TOKUMEI
               END-IF
           END-IF
           MOVE    "tbl_tokumei"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       860-TOKUMEI-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    地域（都道府県＋市区町村）取得処理
      *****************************************************************
       870-CHIIKI-ADRS-SEC         SECTION.
      *
           MOVE    SPACE               TO  WRK-CHIIKI-ADRS
           IF      PTINF-HOME-POST     =   SPACE
               GO  TO  870-CHIIKI-ADRS-EXT
           END-IF
           INITIALIZE                  ADRS-REC
           MOVE    SPA-HOSPNUM         TO  ADRS-HOSPNUM
           MOVE    PTINF-HOME-POST     TO  ADRS-POST
           MOVE    ADRS-REC            TO  MCPDATA-REC
           MOVE    "tbl_adrs"          TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  ADRS-REC
                   STRING  ADRS-PREFNAME       DELIMITED   BY  SPACE
                           ADRS-CITYNAME       DELIMITED   BY  SPACE
                                       INTO    WRK-CHIIKI-ADRS
                   END-STRING
               END-IF
           END-IF
           MOVE    "tbl_adrs"          TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       870-CHIIKI-ADRS-EXT.
           EXIT.
      *
      *****************************************************************
      *    保存年数取得処理
      *    （保存年限設定（システム管理９００５）の最長年数。
      *      未設定の区分は既定値とする）
      *****************************************************************
       880-HOZON-NENSU-SEC         SECTION.
      *
           MOVE    ZERO                TO  WRK-NENSU
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   3
               MOVE    CONST-NENSU (IDX)   TO  SYS-9005-NENSU
               PERFORM 8801-SYSKANRI-GET-SEC
               IF      SYS-9005-NENSU      >   WRK-NENSU
                   MOVE    SYS-9005-NENSU      TO  WRK-NENSU
               END-IF
           END-PERFORM
           .
       880-HOZON-NENSU-EXT.
           EXIT.
      *
      *****************************************************************
      *    保存年限設定取得処理（１区分）
      *****************************************************************
       8801-SYSKANRI-GET-SEC       SECTION.
      *
           MOVE    1                   TO  FLG-SYSKANRI
           MOVE    SPACE               TO  SYS-9005-REC
           INITIALIZE                      SYS-9005-REC
           MOVE    "9005"              TO  SYS-9005-KANRICD
           MOVE    CONST-KBNCD (IDX)   TO  SYS-9005-KBNCD
           MOVE    SMCNDATE-YMD        TO  SYS-9005-STYUKYMD
                                           SYS-9005-EDYUKYMD
           MOVE    SPA-HOSPNUM         TO  SYS-9005-HOSPNUM
           MOVE    SYS-9005-REC        TO  MCPDATA-REC
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  SYS-9005-REC
                   MOVE    ZERO                TO  FLG-SYSKANRI
               END-IF
           END-IF
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      FLG-SYSKANRI    NOT =   ZERO
               MOVE    CONST-NENSU (IDX)   TO  SYS-9005-NENSU
           END-IF
           .
       8801-SYSKANRI-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    結果一覧出力処理
      *****************************************************************
       900-LST-OUT-SEC             SECTION.
      *
           MOVE    SPACE               TO  LST-REC
           STRING  WRK-KBN             DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-PTNUM           DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   PTINF-NAME          DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-LASTYMD         DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-HOZONYMD        DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-RIYU            DELIMITED   BY  "  "
                                       INTO    LST-REC
           END-STRING
           PERFORM 900-LST-WRITE-SEC
           .
       900-LST-OUT-EXT.
           EXIT.
      *
      *****************************************************************
      *    結果一覧書込処理
      *****************************************************************
       900-LST-WRITE-SEC           SECTION.
      *
           WRITE   LST-REC
           MOVE    SPACE               TO  LST-REC
           ADD     1                   TO  CNT-OUT
           .
       900-LST-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    承認リスト書込処理
      *****************************************************************
       900-SYN-WRITE-SEC           SECTION.
      *
           WRITE   SYN-REC
           MOVE    SPACE               TO  SYN-REC
           .
       900-SYN-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    承認リスト読込処理
      *****************************************************************
       900-SYN-READ-SEC            SECTION.
      *
           READ    SYN-FILE
               AT  END
                   MOVE    1                   TO  FLG-EOF
               NOT AT  END
                   ADD     1                   TO  CNT-LINE
           END-READ
           .
       900-SYN-READ-EXT.
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
