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
       PROGRAM-ID.             ORCBSIWAKE.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 収納
      *  コンポーネント名  : 財務会計向け仕訳データ作成
      *                      （確定済みの収入データから、勘定科目・
      *                        補助科目つきの仕訳ＣＳＶ（汎用会計
      *                        ソフト取込形式）を作成する。
      *                        処理区分１：日次（対象日）
      *                        処理区分２：月次（対象月の各日分と
      *                        　　　　　　保険請求の収益計上）
      *                        仕訳元データ
      *                        　日計確定値（ＯＲＣＢＮＩＫＫＥＩ）
      *                        　決済連携（ＯＲＣＢＣＡＳＨＬＥＳＳ）
      *                        　振替請求管理（ＯＲＣＢＫＯＵＦＵＲＩ）
      *                        　入院預り金台帳（ＯＲＣＳＡＺＵＫＡＲＩ）
      *                        　入金管理（ＯＲＣＢＮＹＵＫＩＮ）
      *                        　貸倒償却台帳（ＯＲＣＢＫＡＳＨＩＤＡＯＲＥ）
      *                        勘定科目はシステム管理（管理コード
      *                        ９００３）の仕訳区分ごとの設定を使う。
      *                        保守はＯＲＣＧＳＩＷＡＫＥで行う）
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
      *    仕訳ＣＳＶ
           SELECT  SIWAKE-FILE     ASSIGN  SIWAKEPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-SIWAKE.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  SIWAKE-FILE.
       01  SIWAKE-REC              PIC X(500).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-SIWAKE                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-END                         PIC 9(01).
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-SYSKANRI                    PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-SIWAKE                      PIC 9(06).
           03  CNT-MISETTEI                    PIC 9(06).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(04)   COMP.
           03  IDX-DD                          PIC 9(02).
           03  KMK-IDX                         PIC 9(04)   COMP.
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理区分（１：日次　２：月次）
               05  WRK-PARA-SYORIKBN           PIC X(01).
      *        対象日（月次は年月部分のみ使用）
               05  WRK-PARA-TAISYOYMD          PIC X(08).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
      *    対象期間
           03  WRK-STYMD                       PIC X(08).
           03  WRK-EDYMD                       PIC X(08).
           03  WRK-YMD                         PIC X(08).
           03  WRK-NEXTYM                      PIC 9(06).
      *
      *    仕訳編集領域
           03  WRK-SW-YMD                      PIC X(08).
           03  WRK-SW-KARI                     PIC X(10).
           03  WRK-SW-KASI                     PIC X(10).
           03  WRK-SW-KINGAKU                  PIC S9(10).
           03  WRK-SW-TEKIYO                   PIC X(60).
           03  WRK-SW-KBNCD                    PIC X(10).
           03  WRK-SW-CHANGE                   PIC X(10).
           03  WRK-SW-URIKAKE                  PIC X(10).
           03  WRK-KARI-IDX                    PIC 9(04)   COMP.
           03  WRK-KASI-IDX                    PIC 9(04)   COMP.
      *
      *    決済種別別集計（１：クレジット　２：ＱＲ　３：電子マネー）
           03  WRK-CLS-KENSU       PIC 9(05)   OCCURS  3.
           03  WRK-CLS-KINGAKU     PIC S9(10)  OCCURS  3.
           03  WRK-NIK-KINGAKU     PIC S9(10)  OCCURS  3.
      *
      *    預り金集計（１：受入　２：充当　３：返金）
           03  WRK-AZK-KINGAKU     PIC S9(10)  OCCURS  3.
      *
           03  WRK-FURIGAK                     PIC S9(10).
      *
           03  WRK-LINE                        PIC X(500).
           03  WRK-ED-NO                       PIC 9(06).
           03  WRK-ED-YMD                      PIC X(10).
           03  WRK-ED-KIN                      PIC Z(09)9.
           03  WRK-ED-KINX     REDEFINES   WRK-ED-KIN
                                               PIC X(10).
           03  WRK-ED-KIN-SP                   PIC 9(02).
      *
           03  SIWAKEPARA                      PIC X(256).
      *
      *    仕訳区分の既定値
      *    （システム管理９００３に設定がない場合の科目名。科目
      *      コードは未設定とし、要設定件数として表示する）
       01  CONST-KMKDEF-AREA.
           03  CONST-KMKDEF-G.
               05  FILLER      PIC X(10)   VALUE "01".
               05  FILLER      PIC X(40)   VALUE "現金".
               05  FILLER      PIC X(10)   VALUE "02".
               05  FILLER      PIC X(40)
                  VALUE "未収金（クレジット）".
               05  FILLER      PIC X(10)   VALUE "03".
               05  FILLER      PIC X(40)
                  VALUE "未収金（ＱＲ決済）".
               05  FILLER      PIC X(10)   VALUE "04".
               05  FILLER      PIC X(40)
                  VALUE "未収金（電子マネー）".
               05  FILLER      PIC X(10)   VALUE "05".
               05  FILLER      PIC X(40)   VALUE "その他入金".
               05  FILLER      PIC X(10)   VALUE "06".
               05  FILLER      PIC X(40)
                  VALUE "未収金（患者）".
               05  FILLER      PIC X(10)   VALUE "07".
               05  FILLER      PIC X(40)
                  VALUE "医業収益（窓口）".
               05  FILLER      PIC X(10)   VALUE "08".
               05  FILLER      PIC X(40)
                  VALUE "売掛金（保険者）".
               05  FILLER      PIC X(10)   VALUE "081".
               05  FILLER      PIC X(40)
                  VALUE "売掛金（社保）".
               05  FILLER      PIC X(10)   VALUE "082".
               05  FILLER      PIC X(40)
                  VALUE "売掛金（国保）".
               05  FILLER      PIC X(10)   VALUE "09".
               05  FILLER      PIC X(40)
                  VALUE "医業収益（保険診療）".
               05  FILLER      PIC X(10)   VALUE "10".
               05  FILLER      PIC X(40)   VALUE "査定減".
               05  FILLER      PIC X(10)   VALUE "11".
               05  FILLER      PIC X(40)   VALUE "普通預金".
               05  FILLER      PIC X(10)   VALUE "12".
               05  FILLER      PIC X(40)   VALUE "預り金".
               05  FILLER      PIC X(10)   VALUE "13".
               05  FILLER      PIC X(40)   VALUE "貸倒損失".
               05  FILLER      PIC X(10)   VALUE "14".
               05  FILLER      PIC X(40)
                  VALUE "償却債権取立益".
           03  CONST-KMKDEF-R      REDEFINES   CONST-KMKDEF-G.
               05  CONST-KMKDEF    OCCURS  16.
                   07  CONST-KBNCD             PIC X(10).
                   07  CONST-KMKNAME           PIC X(40).
      *
      *    勘定科目対応表（既定値＋システム管理の設定）
       01  KMK-AREA.
           03  KMK-MAX                         PIC 9(04)   COMP.
           03  KMK-TBL                         OCCURS  16.
               05  KMK-KBNCD                   PIC X(10).
               05  KMK-KAMOKUCD                PIC X(10).
               05  KMK-KAMOKUNAME              PIC X(40).
               05  KMK-HOJOCD                  PIC X(10).
               05  KMK-HOJONAME                PIC X(40).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    仕訳勘定科目設定（院所別・仕訳区分別）
      *    （ＯＲＣＧＳＩＷＡＫＥと同一レイアウト）
       01  SYS-9003-REC.
           03  SYS-9003-KANRICD    PIC X(04).
           03  SYS-9003-KBNCD      PIC X(10).
           03  SYS-9003-STYUKYMD   PIC 9(08).
           03  SYS-9003-EDYUKYMD   PIC 9(08).
           03  SYS-9003-HOSPNUM    PIC 9(02).
           03  SYS-9003-KAMOKUCD   PIC X(10).
           03  SYS-9003-KAMOKUNAME PIC X(40).
           03  SYS-9003-HOJOCD     PIC X(10).
           03  SYS-9003-HOJONAME   PIC X(40).
      *
      *    日計確定値テーブル
      *    （ＯＲＣＢＮＩＫＫＥＩと同一レイアウト）
       01  NIKKAKU-REC.
           03  NIKKAKU-HOSPNUM     PIC 9(02).
           03  NIKKAKU-YMD         PIC X(08).
           03  NIKKAKU-GENKIN      PIC S9(10).
           03  NIKKAKU-CREDIT      PIC S9(10).
           03  NIKKAKU-QR          PIC S9(10).
           03  NIKKAKU-EMONEY      PIC S9(10).
           03  NIKKAKU-ETC         PIC S9(10).
           03  NIKKAKU-GOKEI       PIC S9(10).
           03  NIKKAKU-SKYMADO     PIC S9(10).
           03  NIKKAKU-CREYMD      PIC X(08).
           03  NIKKAKU-UPYMD       PIC X(08).
           03  NIKKAKU-UPHMS       PIC X(06).
      *
      *    決済連携テーブル
      *    （ＯＲＣＳＣＡＳＨＬＥＳＳと同一レイアウト）
       01  CASHLESS-REC.
           03  CLS-HOSPNUM         PIC 9(02).
           03  CLS-PTID            PIC 9(10).
           03  CLS-NYUGAIKBN       PIC X(01).
           03  CLS-DENPNUM         PIC 9(07).
      *    取消区分（空白：売上　１：取消（赤伝・マイナス金額））
           03  CLS-TORIKBN         PIC X(01).
           03  CLS-KINGAKU         PIC S9(10).
           03  CLS-STATE           PIC X(01).
           03  CLS-SYONINNUM       PIC X(20).
           03  CLS-KESSAIKBN       PIC X(01).
           03  CLS-KEKKAKINGAKU    PIC S9(10).
           03  CLS-YOKYUYMD        PIC X(08).
           03  CLS-YOKYUHMS        PIC X(06).
           03  CLS-KEKKAYMD        PIC X(08).
           03  CLS-KEKKAHMS        PIC X(06).
      *
      *    振替請求管理テーブル
      *    （ＯＲＣＢＫＯＵＦＵＲＩと同一レイアウト）
       01  KOUFURI-REC.
           03  KOUFURI-HOSPNUM     PIC 9(02).
      *    振替日
           03  KOUFURI-FURIYMD     PIC X(08).
           03  KOUFURI-PTID        PIC 9(10).
           03  KOUFURI-KINGAKU     PIC S9(10).
      *    状態（０：請求中　１：振替済（消込済）　９：振替不能）
           03  KOUFURI-STATE       PIC X(01).
           03  KOUFURI-KEKKACD     PIC X(01).
           03  KOUFURI-CREYMD      PIC X(08).
           03  KOUFURI-UPYMD       PIC X(08).
           03  KOUFURI-UPHMS       PIC X(06).
      *
      *    入院預り金台帳テーブル
      *    （ＯＲＣＳＡＺＵＫＡＲＩと同一レイアウト）
       01  AZUKARI-REC.
           03  AZK-HOSPNUM       PIC 9(02).
           03  AZK-PTID          PIC 9(10).
           03  AZK-RENNUM        PIC 9(04).
      *    記帳区分（１：受入　２：充当　３：返金）
           03  AZK-KICHOKBN      PIC X(01).
           03  AZK-KINGAKU       PIC 9(08).
           03  AZK-KICHOYMD      PIC X(08).
           03  AZK-OPID          PIC X(16).
           03  AZK-BIKO          PIC X(40).
           03  AZK-UPYMD         PIC X(08).
           03  AZK-UPHMS         PIC X(06).
      *
      *    入金管理テーブル
      *    （ＯＲＣＢＮＹＵＫＩＮと同一レイアウト）
       01  NYUKINKANRI-REC.
           03  NYK-HOSPNUM             PIC 9(02).
           03  NYK-SRYYM               PIC X(06).
           03  NYK-KIKANKBN            PIC X(01).
           03  NYK-SEIKYUGAK           PIC S9(10).
           03  NYK-SATEIGAK            PIC S9(10).
           03  NYK-YOTEIGAK            PIC S9(10).
           03  NYK-FURIKOMIGAK         PIC S9(10).
           03  NYK-STATE               PIC X(01).
           03  NYK-UPYMD               PIC X(08).
           03  NYK-UPHMS               PIC X(06).
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
      *    償却債権取立益履歴テーブル
      *    （ＯＲＣＢＫＡＳＨＩＤＡＯＲＥと同一レイアウト）
       01  KASHITORI-REC.
           03  KTORI-HOSPNUM       PIC 9(02).
           03  KTORI-PTID          PIC 9(10).
           03  KTORI-NYUGAIKBN     PIC X(01).
           03  KTORI-DENPNUM       PIC 9(07).
           03  KTORI-TORITATEYMD   PIC X(08).
           03  KTORI-TORITATEGAK   PIC S9(10).
           03  KTORI-NYKHOHO       PIC X(02).
           03  KTORI-CREYMD        PIC X(08).
           03  KTORI-UPYMD         PIC X(08).
           03  KTORI-UPHMS         PIC X(06).
      *
      *    ジョブ管理マスタ
       01  JOBKANRI-REC.
           COPY    "CPJOBKANRI.INC".
      *
      *****************************************************************
      *    サブプロ用領域
      *****************************************************************
      *
      *   日付変換サブ
           COPY    "CPORCSDAY.INC".
           COPY    "CPORCSLNK.INC".
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
               PERFORM 200-MAIN-SEC
           END-IF
      *
           PERFORM 300-TERM-SEC
      *
           STOP    RUN
           .
      *****************************************************************
      *    初期　処理
      *****************************************************************
       100-INIT-SEC                SECTION.
      *
           DISPLAY "*** ORCBSIWAKE START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       KMK-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SYORIKBN
                                               WRK-PARA-TAISYOYMD
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               SIWAKEPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "仕訳データ作成"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBSIWAKE"    TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    対象期間の編集
           EVALUATE    WRK-PARA-SYORIKBN
               WHEN    "1"
                   MOVE    WRK-PARA-TAISYOYMD  TO  WRK-STYMD
                                                   WRK-EDYMD
               WHEN    "2"
                   MOVE    WRK-PARA-TAISYOYMD (1:6)
                                               TO  WRK-STYMD (1:6)
                   MOVE    "01"                TO  WRK-STYMD (7:2)
                   PERFORM 800-GETUMATU-SET-SEC
               WHEN    OTHER
                   DISPLAY "ORCBSIWAKE SYORIKBN ERR="
                           WRK-PARA-SYORIKBN
                   MOVE    1                   TO  FLG-END
                   GO  TO  100-INIT-EXT
           END-EVALUATE
      *
      *    勘定科目対応表の作成
           PERFORM 810-KAMOKU-LOAD-SEC
      *
           OPEN    OUTPUT              SIWAKE-FILE
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "伝票日付,伝票番号,"
                                       DELIMITED   BY  SIZE
                   "借方科目コード,借方科目名,"
                                       DELIMITED   BY  SIZE
                   "借方補助コード,借方補助科目名,"
                                       DELIMITED   BY  SIZE
                   "借方金額,"         DELIMITED   BY  SIZE
                   "貸方科目コード,貸方科目名,"
                                       DELIMITED   BY  SIZE
                   "貸方補助コード,貸方補助科目名,"
                                       DELIMITED   BY  SIZE
                   "貸方金額,"         DELIMITED   BY  SIZE
                   "摘要"              DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SIWAKE-WRITE-SEC
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    主　　処理（対象期間の仕訳作成）
      *****************************************************************
       200-MAIN-SEC                SECTION.
      *
      *    日別の仕訳（日次は対象日、月次は月初から月末まで）
           MOVE    WRK-STYMD           TO  WRK-YMD
           IF      WRK-PARA-SYORIKBN   =   "1"
               PERFORM 210-DAY-SEC
           ELSE
               PERFORM VARYING IDX-DD FROM 1 BY 1
                       UNTIL   IDX-DD      >   31
                   MOVE    IDX-DD              TO  WRK-YMD (7:2)
                   IF      WRK-YMD         <=  WRK-EDYMD
                       PERFORM 210-DAY-SEC
                   END-IF
               END-PERFORM
           END-IF
      *
      *    保険請求・保険者入金の仕訳
           PERFORM 250-HOKEN-SEC
      *
      *    貸倒償却・償却債権取立益の仕訳
           PERFORM 260-KASHI-SEC
           .
       200-MAIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    日別仕訳作成処理
      *****************************************************************
       210-DAY-SEC                 SECTION.
      *
           MOVE    ZERO                TO  WRK-NIK-KINGAKU (1)
                                           WRK-NIK-KINGAKU (2)
                                           WRK-NIK-KINGAKU (3)
      *
      *    窓口収入（日計確定値）
           PERFORM 2101-NIKKAKU-SEC
      *
      *    キャッシュレス決済
           PERFORM 2102-CASHLESS-SEC
      *
      *    口座振替入金
           PERFORM 2103-KOUFURI-SEC
      *
      *    入院預り金
           PERFORM 2104-AZUKARI-SEC
           .
       210-DAY-EXT.
           EXIT.
      *
      *****************************************************************
      *    日計確定値仕訳処理
      *    （窓口請求：未収金（患者）／医業収益（窓口）
      *      窓口入金：現金・その他入金／未収金（患者））
      *****************************************************************
       2101-NIKKAKU-SEC            SECTION.
      *
           INITIALIZE                  NIKKAKU-REC
           MOVE    SPA-HOSPNUM         TO  NIKKAKU-HOSPNUM
           MOVE    WRK-YMD             TO  NIKKAKU-YMD
           MOVE    NIKKAKU-REC         TO  MCPDATA-REC
           MOVE    "tbl_nikkeikakutei" TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  2101-NIKKAKU-EXT
           END-IF
           MOVE    "tbl_nikkeikakutei" TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  NIKKAKU-REC
           ELSE
               INITIALIZE                  NIKKAKU-REC
           END-IF
           MOVE    "tbl_nikkeikakutei" TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    WRK-YMD             TO  WRK-SW-YMD
      *
           MOVE    "06"                TO  WRK-SW-KARI
           MOVE    "07"                TO  WRK-SW-KASI
           MOVE    NIKKAKU-SKYMADO     TO  WRK-SW-KINGAKU
           MOVE    "窓口請求"          TO  WRK-SW-TEKIYO
           PERFORM 900-SIWAKE-OUT-SEC
      *
           MOVE    "01"                TO  WRK-SW-KARI
           MOVE    "06"                TO  WRK-SW-KASI
           MOVE    NIKKAKU-GENKIN      TO  WRK-SW-KINGAKU
           MOVE    "窓口入金（現金）"  TO  WRK-SW-TEKIYO
           PERFORM 900-SIWAKE-OUT-SEC
      *
           MOVE    "05"                TO  WRK-SW-KARI
           MOVE    "06"                TO  WRK-SW-KASI
           MOVE    NIKKAKU-ETC         TO  WRK-SW-KINGAKU
           MOVE    "窓口入金（その他）"
                                       TO  WRK-SW-TEKIYO
           PERFORM 900-SIWAKE-OUT-SEC
      *
      *    キャッシュレス分は決済連携がない日の計上に使う
           MOVE    NIKKAKU-CREDIT      TO  WRK-NIK-KINGAKU (1)
           MOVE    NIKKAKU-QR          TO  WRK-NIK-KINGAKU (2)
           MOVE    NIKKAKU-EMONEY      TO  WRK-NIK-KINGAKU (3)
           .
       2101-NIKKAKU-EXT.
           EXIT.
      *
      *****************************************************************
      *    キャッシュレス決済仕訳処理
      *    （消込済みの決済連携を種別別に集計する。取消行は結果
      *      金額がマイナスのため差引になる。決済連携のない種別は
      *      日計確定値の入金額で計上する）
      *****************************************************************
       2102-CASHLESS-SEC           SECTION.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   3
               MOVE    ZERO                TO  WRK-CLS-KENSU (IDX)
                                               WRK-CLS-KINGAKU (IDX)
           END-PERFORM
      *
           INITIALIZE                  CASHLESS-REC
           MOVE    SPA-HOSPNUM         TO  CLS-HOSPNUM
           MOVE    WRK-YMD             TO  CLS-KEKKAYMD
           MOVE    CASHLESS-REC        TO  MCPDATA-REC
           MOVE    "tbl_cashless"      TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH       =   1
                   MOVE    "tbl_cashless"      TO  MCP-TABLE
                   MOVE    "ymd"               TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  CASHLESS-REC
                       IF      CLS-STATE           =   "1"
                       AND     CLS-KESSAIKBN       >=  "1"
                       AND     CLS-KESSAIKBN       <=  "3"
                           MOVE    CLS-KESSAIKBN       TO  IDX
                           ADD     1                   TO
                                   WRK-CLS-KENSU (IDX)
                           ADD     CLS-KEKKAKINGAKU    TO
                                   WRK-CLS-KINGAKU (IDX)
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_cashless"      TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    WRK-YMD             TO  WRK-SW-YMD
           MOVE    "06"                TO  WRK-SW-KASI
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   3
               IF      WRK-CLS-KENSU (IDX) =   ZERO
                   MOVE    WRK-NIK-KINGAKU (IDX)
                                               TO  WRK-SW-KINGAKU
               ELSE
                   MOVE    WRK-CLS-KINGAKU (IDX)
                                               TO  WRK-SW-KINGAKU
               END-IF
               EVALUATE    IDX
                   WHEN    1
                       MOVE    "02"                TO  WRK-SW-KARI
                       MOVE    "窓口入金（クレジット）"
                                                   TO  WRK-SW-TEKIYO
                   WHEN    2
                       MOVE    "03"                TO  WRK-SW-KARI
                       MOVE    "窓口入金（ＱＲ決済）"
                                                   TO  WRK-SW-TEKIYO
                   WHEN    OTHER
                       MOVE    "04"                TO  WRK-SW-KARI
                       MOVE    "窓口入金（電子マネー）"
                                                   TO  WRK-SW-TEKIYO
               END-EVALUATE
               PERFORM 900-SIWAKE-OUT-SEC
           END-PERFORM
           .
       2102-CASHLESS-EXT.
           EXIT.
      *
      *****************************************************************
      *    口座振替入金仕訳処理
      *    （振替済みの振替請求：普通預金／未収金（患者））
      *****************************************************************
       2103-KOUFURI-SEC            SECTION.
      *
           MOVE    ZERO                TO  WRK-FURIGAK
      *
           INITIALIZE                  KOUFURI-REC
           MOVE    SPA-HOSPNUM         TO  KOUFURI-HOSPNUM
           MOVE    WRK-YMD             TO  KOUFURI-FURIYMD
           MOVE    KOUFURI-REC         TO  MCPDATA-REC
           MOVE    "tbl_koufuri"       TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH       =   1
                   MOVE    "tbl_koufuri"       TO  MCP-TABLE
                   MOVE    "ymd"               TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  KOUFURI-REC
                       IF      KOUFURI-STATE       =   "1"
                           ADD     KOUFURI-KINGAKU     TO  WRK-FURIGAK
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_koufuri"       TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    WRK-YMD             TO  WRK-SW-YMD
           MOVE    "11"                TO  WRK-SW-KARI
           MOVE    "06"                TO  WRK-SW-KASI
           MOVE    WRK-FURIGAK         TO  WRK-SW-KINGAKU
           MOVE    "口座振替入金"      TO  WRK-SW-TEKIYO
           PERFORM 900-SIWAKE-OUT-SEC
           .
       2103-KOUFURI-EXT.
           EXIT.
      *
      *****************************************************************
      *    入院預り金仕訳処理
      *    （受入：現金／預り金　充当：預り金／未収金（患者）
      *      返金：預り金／現金）
      *****************************************************************
       2104-AZUKARI-SEC            SECTION.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   3
               MOVE    ZERO                TO  WRK-AZK-KINGAKU (IDX)
           END-PERFORM
      *
           INITIALIZE                  AZUKARI-REC
           MOVE    SPA-HOSPNUM         TO  AZK-HOSPNUM
           MOVE    WRK-YMD             TO  AZK-KICHOYMD
           MOVE    AZUKARI-REC         TO  MCPDATA-REC
           MOVE    "tbl_azukari"       TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH       =   1
                   MOVE    "tbl_azukari"       TO  MCP-TABLE
                   MOVE    "ymd"               TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  AZUKARI-REC
                       IF      AZK-KICHOKBN        >=  "1"
                       AND     AZK-KICHOKBN        <=  "3"
                           MOVE    AZK-KICHOKBN        TO  IDX
                           ADD     AZK-KINGAKU         TO
                                   WRK-AZK-KINGAKU (IDX)
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_azukari"       TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    WRK-YMD             TO  WRK-SW-YMD
      *
           MOVE    "01"                TO  WRK-SW-KARI
           MOVE    "12"                TO  WRK-SW-KASI
           MOVE    WRK-AZK-KINGAKU (1) TO  WRK-SW-KINGAKU
           MOVE    "入院預り金受入"    TO  WRK-SW-TEKIYO
           PERFORM 900-SIWAKE-OUT-SEC
      *
           MOVE    "12"                TO  WRK-SW-KARI
           MOVE    "06"                TO  WRK-SW-KASI
           MOVE    WRK-AZK-KINGAKU (2) TO  WRK-SW-KINGAKU
           MOVE    "入院預り金充当"    TO  WRK-SW-TEKIYO
           PERFORM 900-SIWAKE-OUT-SEC
      *
           MOVE    "12"                TO  WRK-SW-KARI
           MOVE    "01"                TO  WRK-SW-KASI
           MOVE    WRK-AZK-KINGAKU (3) TO  WRK-SW-KINGAKU
           MOVE    "入院預り金返金"    TO  WRK-SW-TEKIYO
           PERFORM 900-SIWAKE-OUT-SEC
           .
       2104-AZUKARI-EXT.
           EXIT.
      *
      *****************************************************************
      *    保険請求・保険者入金仕訳処理
      *    （月次のみ　対象月診療分の請求：売掛金（保険者）／
      *      医業収益（保険診療）
      *      入金確定日（更新日）が対象期間内の入金：普通預金／
      *      売掛金（保険者）、査定額：査定減／売掛金（保険者））
      *****************************************************************
       250-HOKEN-SEC               SECTION.
      *
           INITIALIZE                  NYUKINKANRI-REC
           MOVE    SPA-HOSPNUM         TO  NYK-HOSPNUM
           MOVE    NYUKINKANRI-REC     TO  MCPDATA-REC
           MOVE    "tbl_nyukinkanri"   TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  250-HOKEN-CLOSE
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM UNTIL   FLG-FETCH       =   1
               MOVE    "tbl_nyukinkanri"   TO  MCP-TABLE
               MOVE    "all"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  NYUKINKANRI-REC
                   PERFORM 2501-HOKEN-EDIT-SEC
               ELSE
                   MOVE    1                   TO  FLG-FETCH
               END-IF
           END-PERFORM
           .
       250-HOKEN-CLOSE.
      *
           MOVE    "tbl_nyukinkanri"   TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       250-HOKEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    入金管理１件仕訳処理
      *    （売掛金の補助は審査支払機関（１：社保　２：国保）で
      *      振り分ける）
      *****************************************************************
       2501-HOKEN-EDIT-SEC         SECTION.
      *
           MOVE    SPACE               TO  WRK-SW-URIKAKE
           STRING  "08"                DELIMITED   BY  SIZE
                   NYK-KIKANKBN        DELIMITED   BY  SIZE
                                       INTO    WRK-SW-URIKAKE
           END-STRING
      *
      *    請求（月次の対象月診療分）
           IF      WRK-PARA-SYORIKBN   =   "2"
           AND     NYK-SRYYM           =   WRK-STYMD (1:6)
               MOVE    WRK-EDYMD           TO  WRK-SW-YMD
               MOVE    WRK-SW-URIKAKE       TO  WRK-SW-KARI
               MOVE    "09"                TO  WRK-SW-KASI
               MOVE    NYK-SEIKYUGAK       TO  WRK-SW-KINGAKU
               MOVE    SPACE               TO  WRK-SW-TEKIYO
               STRING  "保険請求　診療年月"
                                           DELIMITED   BY  SIZE
                       NYK-SRYYM           DELIMITED   BY  SIZE
                                           INTO    WRK-SW-TEKIYO
               END-STRING
               PERFORM 900-SIWAKE-OUT-SEC
           END-IF
      *
      *    入金（入金済・差異あり）
           IF      NYK-STATE           =   "1"  OR  "2"
           AND     NYK-UPYMD           >=  WRK-STYMD
           AND     NYK-UPYMD           <=  WRK-EDYMD
               MOVE    NYK-UPYMD           TO  WRK-SW-YMD
               MOVE    "11"                TO  WRK-SW-KARI
               MOVE    WRK-SW-URIKAKE       TO  WRK-SW-KASI
               MOVE    NYK-FURIKOMIGAK     TO  WRK-SW-KINGAKU
               MOVE    SPACE               TO  WRK-SW-TEKIYO
               STRING  "保険者入金　診療年月"
                                           DELIMITED   BY  SIZE
                       NYK-SRYYM           DELIMITED   BY  SIZE
                                           INTO    WRK-SW-TEKIYO
               END-STRING
               PERFORM 900-SIWAKE-OUT-SEC
      *
               MOVE    "10"                TO  WRK-SW-KARI
               MOVE    WRK-SW-URIKAKE       TO  WRK-SW-KASI
               MOVE    NYK-SATEIGAK        TO  WRK-SW-KINGAKU
               MOVE    SPACE               TO  WRK-SW-TEKIYO
               STRING  "査定・返戻　診療年月"
                                           DELIMITED   BY  SIZE
                       NYK-SRYYM           DELIMITED   BY  SIZE
                                           INTO    WRK-SW-TEKIYO
               END-STRING
               PERFORM 900-SIWAKE-OUT-SEC
           END-IF
           .
       2501-HOKEN-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    貸倒償却仕訳処理
      *    （償却：貸倒損失／未収金（患者）
      *      取立益：未収金（患者）／償却債権取立益。取立時の
      *      入金は窓口入金として計上済みのため振り戻す）
      *****************************************************************
       260-KASHI-SEC               SECTION.
      *
           INITIALIZE                  KASHI-REC
           MOVE    SPA-HOSPNUM         TO  KASHI-HOSPNUM
           MOVE    KASHI-REC           TO  MCPDATA-REC
           MOVE    "tbl_kashidaore"    TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH       =   1
                   MOVE    "tbl_kashidaore"    TO  MCP-TABLE
                   MOVE    "all"               TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  KASHI-REC
                       IF      KASHI-STATE     NOT =   "9"
                       AND     KASHI-SYOKYAKUYMD   >=  WRK-STYMD
                       AND     KASHI-SYOKYAKUYMD   <=  WRK-EDYMD
                           MOVE    KASHI-SYOKYAKUYMD   TO  WRK-SW-YMD
                           MOVE    "13"                TO  WRK-SW-KARI
                           MOVE    "06"                TO  WRK-SW-KASI
                           MOVE    KASHI-SYOKYAKUGAK   TO
                                   WRK-SW-KINGAKU
                           MOVE    "未収金貸倒償却"    TO
                                   WRK-SW-TEKIYO
                           PERFORM 900-SIWAKE-OUT-SEC
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_kashidaore"    TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           INITIALIZE                  KASHITORI-REC
           MOVE    SPA-HOSPNUM         TO  KTORI-HOSPNUM
           MOVE    KASHITORI-REC       TO  MCPDATA-REC
           MOVE    "tbl_kashitoritate" TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH       =   1
                   MOVE    "tbl_kashitoritate" TO  MCP-TABLE
                   MOVE    "all"               TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  KASHITORI-REC
                       IF      KTORI-TORITATEYMD   >=  WRK-STYMD
                       AND     KTORI-TORITATEYMD   <=  WRK-EDYMD
                           MOVE    KTORI-TORITATEYMD   TO  WRK-SW-YMD
                           MOVE    "06"                TO  WRK-SW-KARI
                           MOVE    "14"                TO  WRK-SW-KASI
                           MOVE    KTORI-TORITATEGAK   TO
                                   WRK-SW-KINGAKU
                           MOVE    "償却債権取立益"    TO
                                   WRK-SW-TEKIYO
                           PERFORM 900-SIWAKE-OUT-SEC
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_kashitoritate" TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       260-KASHI-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       300-TERM-SEC                SECTION.
      *
           IF      STS-SIWAKE          =   "00"
               CLOSE   SIWAKE-FILE
           END-IF
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    CNT-SIWAKE      TO  JOB-UPDCNT
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "SIWAKE   CNT   :" CNT-SIWAKE
           IF      CNT-MISETTEI        >   ZERO
               DISPLAY "KAMOKU MISETTEI:" CNT-MISETTEI
           END-IF
           DISPLAY "*** ORCBSIWAKE END ***"
           .
       300-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    月末日編集処理
      *    （翌月１日の前日を月末日とする）
      *****************************************************************
       800-GETUMATU-SET-SEC        SECTION.
      *
           MOVE    WRK-STYMD (1:6)     TO  WRK-NEXTYM
           IF      WRK-STYMD (5:2)     =   "12"
               ADD     89                  TO  WRK-NEXTYM
           ELSE
               ADD     1                   TO  WRK-NEXTYM
           END-IF
      *
           INITIALIZE                      STS-AREA-DAY
           INITIALIZE                      LNK-DAY6-AREA
           MOVE  "61"                      TO  LNK-DAY6-IRAI
           MOVE  WRK-NEXTYM                TO  LNK-DAY6-KIJUN (1:6)
           MOVE  "01"                      TO  LNK-DAY6-KIJUN (7:2)
           MOVE  "2"                       TO  LNK-DAY6-ZOGENPTN
           MOVE  -1                        TO  LNK-DAY6-ZOGEN
           CALL  "ORCSDAY"                 USING   STS-AREA-DAY
                                                   LNK-DAY6-AREA
           MOVE    LNK-DAY6-KEISAN         TO  WRK-EDYMD
           .
       800-GETUMATU-SET-EXT.
           EXIT.
      *
      *****************************************************************
      *    勘定科目対応表作成処理
      *    （既定の仕訳区分ごとにシステム管理９００３の設定を
      *      読み、設定があれば科目・補助科目を置き換える）
      *****************************************************************
       810-KAMOKU-LOAD-SEC         SECTION.
      *
           MOVE    ZERO                TO  KMK-MAX
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   16
               ADD     1                   TO  KMK-MAX
               MOVE    CONST-KBNCD (IDX)   TO  KMK-KBNCD (KMK-MAX)
               MOVE    SPACE               TO  KMK-KAMOKUCD (KMK-MAX)
                                               KMK-HOJOCD (KMK-MAX)
                                               KMK-HOJONAME (KMK-MAX)
               MOVE    CONST-KMKNAME (IDX) TO
                       KMK-KAMOKUNAME (KMK-MAX)
      *
               MOVE    SPACE               TO  SYS-9003-REC
               INITIALIZE                      SYS-9003-REC
               MOVE    "9003"              TO  SYS-9003-KANRICD
               MOVE    CONST-KBNCD (IDX)   TO  SYS-9003-KBNCD
               MOVE    WRK-EDYMD           TO  SYS-9003-STYUKYMD
                                               SYS-9003-EDYUKYMD
               MOVE    SPA-HOSPNUM         TO  SYS-9003-HOSPNUM
               PERFORM 910-SYSKANRI-INV-SEC
               IF      FLG-SYSKANRI        =   ZERO
                   MOVE    SYS-9003-KAMOKUCD   TO
                           KMK-KAMOKUCD (KMK-MAX)
                   IF      SYS-9003-KAMOKUNAME NOT =   SPACE
                       MOVE    SYS-9003-KAMOKUNAME TO
                               KMK-KAMOKUNAME (KMK-MAX)
                   END-IF
                   MOVE    SYS-9003-HOJOCD     TO
                           KMK-HOJOCD (KMK-MAX)
                   MOVE    SYS-9003-HOJONAME   TO
                           KMK-HOJONAME (KMK-MAX)
               END-IF
           END-PERFORM
           .
       810-KAMOKU-LOAD-EXT.
           EXIT.
      *
      *****************************************************************
      *    仕訳区分添字取得処理
      *    （細分の区分（売掛金の審査支払機関別など）に科目設定が
      *      なければ、先頭２桁の区分の設定を使う）
      *****************************************************************
       820-KAMOKU-IDX-SEC          SECTION.
      *
           MOVE    ZERO                TO  KMK-IDX
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   KMK-MAX
               IF      KMK-KBNCD (IDX)     =   WRK-SW-KBNCD
                   MOVE    IDX                 TO  KMK-IDX
                   MOVE    KMK-MAX             TO  IDX
               END-IF
           END-PERFORM
      *
           IF      KMK-IDX             =   ZERO
           OR      KMK-KAMOKUCD (KMK-IDX)  =   SPACE
               IF      WRK-SW-KBNCD (3:8)  NOT =   SPACE
                   MOVE    SPACE               TO  WRK-SW-KBNCD (3:8)
                   PERFORM VARYING IDX FROM 1 BY 1
                           UNTIL   IDX         >   KMK-MAX
                       IF      KMK-KBNCD (IDX)     =   WRK-SW-KBNCD
                       AND     KMK-KAMOKUCD (IDX)  NOT =   SPACE
                           MOVE    IDX                 TO  KMK-IDX
                           MOVE    KMK-MAX             TO  IDX
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .
       820-KAMOKU-IDX-EXT.
           EXIT.
      *
      *****************************************************************
      *    仕訳１行出力処理
      *    （金額ゼロは出力しない。マイナスは借方・貸方を入れ替え
      *      て正の金額で出力する）
      *****************************************************************
       900-SIWAKE-OUT-SEC          SECTION.
      *
           IF      WRK-SW-KINGAKU      =   ZERO
               GO  TO  900-SIWAKE-OUT-EXT
           END-IF
           IF      WRK-SW-KINGAKU      <   ZERO
               MOVE    WRK-SW-KARI         TO  WRK-SW-CHANGE
               MOVE    WRK-SW-KASI         TO  WRK-SW-KARI
               MOVE    WRK-SW-CHANGE       TO  WRK-SW-KASI
               COMPUTE WRK-SW-KINGAKU  =   WRK-SW-KINGAKU  *   -1
           END-IF
      *
           MOVE    WRK-SW-KARI         TO  WRK-SW-KBNCD
           PERFORM 820-KAMOKU-IDX-SEC
           MOVE    KMK-IDX             TO  WRK-KARI-IDX
           MOVE    WRK-SW-KASI         TO  WRK-SW-KBNCD
           PERFORM 820-KAMOKU-IDX-SEC
           MOVE    KMK-IDX             TO  WRK-KASI-IDX
           IF      WRK-KARI-IDX        =   ZERO
           OR      WRK-KASI-IDX        =   ZERO
               DISPLAY "ORCBSIWAKE KBNCD ERR=" WRK-SW-KARI
                       "," WRK-SW-KASI
               GO  TO  900-SIWAKE-OUT-EXT
           END-IF
           IF      KMK-KAMOKUCD (WRK-KARI-IDX) =   SPACE
           OR      KMK-KAMOKUCD (WRK-KASI-IDX) =   SPACE
               ADD     1                   TO  CNT-MISETTEI
           END-IF
      *
           ADD     1                   TO  CNT-SIWAKE
           MOVE    CNT-SIWAKE          TO  WRK-ED-NO
           MOVE    SPACE               TO  WRK-ED-YMD
           STRING  WRK-SW-YMD (1:4)    DELIMITED   BY  SIZE
                   "/"                 DELIMITED   BY  SIZE
                   WRK-SW-YMD (5:2)    DELIMITED   BY  SIZE
                   "/"                 DELIMITED   BY  SIZE
                   WRK-SW-YMD (7:2)    DELIMITED   BY  SIZE
                                       INTO    WRK-ED-YMD
           END-STRING
      *    金額は前ゼロ・前空白を除いて出力する
           MOVE    WRK-SW-KINGAKU      TO  WRK-ED-KIN
           MOVE    ZERO                TO  WRK-ED-KIN-SP
           INSPECT WRK-ED-KINX     TALLYING    WRK-ED-KIN-SP
                                   FOR LEADING SPACE
           ADD     1                   TO  WRK-ED-KIN-SP
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  WRK-ED-YMD          DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-NO           DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   KMK-KAMOKUCD (WRK-KARI-IDX)
                                       DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   KMK-KAMOKUNAME (WRK-KARI-IDX)
                                       DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   KMK-HOJOCD (WRK-KARI-IDX)
                                       DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   KMK-HOJONAME (WRK-KARI-IDX)
                                       DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-KINX (WRK-ED-KIN-SP:)
                                       DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   KMK-KAMOKUCD (WRK-KASI-IDX)
                                       DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   KMK-KAMOKUNAME (WRK-KASI-IDX)
                                       DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   KMK-HOJOCD (WRK-KASI-IDX)
                                       DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   KMK-HOJONAME (WRK-KASI-IDX)
                                       DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-KINX (WRK-ED-KIN-SP:)
                                       DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-SW-TEKIYO       DELIMITED   BY  "  "
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-SIWAKE-WRITE-SEC
           .
       900-SIWAKE-OUT-EXT.
           EXIT.
      *
      *****************************************************************
      *    仕訳ＣＳＶ出力処理
      *****************************************************************
       900-SIWAKE-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  SIWAKE-REC
           WRITE   SIWAKE-REC
           .
       900-SIWAKE-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    システム管理マスタ取得処理
      *****************************************************************
       910-SYSKANRI-INV-SEC         SECTION.
      *
           MOVE    1                   TO  FLG-SYSKANRI
           MOVE    SYS-9003-REC        TO  MCPDATA-REC
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_syskanri"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  SYS-9003-REC
                   MOVE    ZERO                TO  FLG-SYSKANRI
               END-IF
           END-IF
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
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
