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
       PROGRAM-ID.             ORCBTOKKEN.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 検査
      *  コンポーネント名  : 特定健診結果データ作成
      *                      （資格確認特定検診登録
      *                        （ＯＲＡＰＩＯＮ００５Ｒ１Ｖ２）の
      *                        受診者と外注検査結果（ＯＲＣＢＬＡＢＩＭ
      *                        Ｐ）を突合し、代行機関へ提出する
      *                        特定健診結果データを作成する。
      *                        処理区分１：実施日の範囲の受診者に
      *                        ついて必須項目・判定値をチェックし、
      *                        提出前チェックリストを出力する。
      *                        エラーのない受診者は受診者ごとに
      *                        ＨＬ７　ＣＤＡ形式のＸＭＬを作成し、
      *                        index.xml・summary.xml とあわせて
      *                        出力先ディレクトリへ出力する
      *                        （ＺＩＰ圧縮は呼出元シェルで行う）。
      *                        処理区分２：作成済を提出済とする。
      *                        処理区分３：返戻ファイル（ＣＳＶ）を
      *                        取り込み返戻とする。
      *                        処理区分４：受診者ごとの提出状況一覧
      *                        を出力する。
      *                        検査結果と健診項目の対応は
      *                        システム管理（管理コード９００４）
      *                        をＯＲＣＧＴＯＫＫＥＮで設定する）
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
      *    特定健診結果ＸＭＬ（受診者ごと・index・summary）
           SELECT  XML-FILE        ASSIGN  XMLPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-XML.
      *
      *    返戻ファイル（ＣＳＶ）
           SELECT  HENREI-FILE     ASSIGN  HENREIPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-HENREI.
      *
      *    提出前チェックリスト・処理結果・提出状況一覧
           SELECT  TOKKENLST-FILE  ASSIGN  TOKKENLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-TOKKENLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  XML-FILE.
       01  XML-REC                 PIC X(300).
      *
       FD  HENREI-FILE.
       01  HENREI-REC              PIC X(200).
      *
       FD  TOKKENLST-FILE.
       01  TOKKENLST-REC           PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-XML                         PIC X(02).
           03  STS-HENREI                      PIC X(02).
           03  STS-TOKKENLST                   PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-MAIN                        PIC 9(01).
           03  FLG-SUB                         PIC 9(01).
           03  FLG-LAB                         PIC 9(01).
           03  FLG-TKT                         PIC 9(01).
           03  FLG-TKT-ALL                     PIC 9(01).
           03  FLG-PTINF                       PIC 9(01).
           03  FLG-SYSKANRI                    PIC 9(01).
           03  FLG-HENREI                      PIC 9(01).
           03  FLG-ERR                         PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(06).
           03  CNT-TAISYO                      PIC 9(06).
           03  CNT-XML                         PIC 9(06).
           03  CNT-ERR                         PIC 9(06).
           03  CNT-SKIP                        PIC 9(06).
           03  CNT-UPD                         PIC 9(06).
           03  CNT-HENREI-ERR                  PIC 9(06).
      *    状態別件数（作成済・提出済・返戻・要修正）
           03  CNT-STATE       OCCURS  4       PIC 9(06).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(03).
           03  IDXK                            PIC 9(03).
      *
      *    特定健診項目一覧
      *    （番号・項目コード・項目名・単位・必須区分・データ型・
      *      判定値下限・判定値上限（小数１桁、上限ゼロは判定なし））
      *    必須区分　１：必須　２：空腹時血糖・ＨｂＡ１ｃのいずれか
      *    （ＯＲＣＧＴＯＫＫＥＮと同一）
       01  CONST-KMK-AREA.
           03  CONST-KMK-G.
               05  FILLER      PIC X(02)   VALUE "01".
               05  FILLER      PIC X(17)   VALUE "9N001000000000001".
               05  FILLER      PIC X(30)   VALUE "身長".
               05  FILLER      PIC X(10)   VALUE "cm".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "001000002500".
               05  FILLER      PIC X(02)   VALUE "02".
               05  FILLER      PIC X(17)   VALUE "9N006000000000001".
               05  FILLER      PIC X(30)   VALUE "体重".
               05  FILLER      PIC X(10)   VALUE "kg".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000200002500".
               05  FILLER      PIC X(02)   VALUE "03".
               05  FILLER      PIC X(17)   VALUE "9N016160100000001".
               05  FILLER      PIC X(30)   VALUE "腹囲".
               05  FILLER      PIC X(10)   VALUE "cm".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000400002500".
               05  FILLER      PIC X(02)   VALUE "04".
               05  FILLER      PIC X(17)   VALUE "9N011000000000001".
               05  FILLER      PIC X(30)   VALUE "ＢＭＩ".
               05  FILLER      PIC X(10)   VALUE "kg/m2".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000100001000".
               05  FILLER      PIC X(02)   VALUE "05".
               05  FILLER      PIC X(17)   VALUE "9A755000000000001".
               05  FILLER      PIC X(30)   VALUE "収縮期血圧".
               05  FILLER      PIC X(10)   VALUE "mmHg".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000600003000".
               05  FILLER      PIC X(02)   VALUE "06".
               05  FILLER      PIC X(17)   VALUE "9A765000000000001".
               05  FILLER      PIC X(30)   VALUE "拡張期血圧".
               05  FILLER      PIC X(10)   VALUE "mmHg".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000300001500".
               05  FILLER      PIC X(02)   VALUE "07".
               05  FILLER      PIC X(17)   VALUE "3F015000002327101".
               05  FILLER      PIC X(30)   VALUE "中性脂肪".
               05  FILLER      PIC X(10)   VALUE "mg/dl".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000100040000".
               05  FILLER      PIC X(02)   VALUE "08".
               05  FILLER      PIC X(17)   VALUE "3F070000002327101".
               05  FILLER      PIC X(30)
                  VALUE "ＨＤＬコレステロール".
               05  FILLER      PIC X(10)   VALUE "mg/dl".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000100005000".
               05  FILLER      PIC X(02)   VALUE "09".
               05  FILLER      PIC X(17)   VALUE "3F077000002327101".
               05  FILLER      PIC X(30)
                  VALUE "ＬＤＬコレステロール".
               05  FILLER      PIC X(10)   VALUE "mg/dl".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000200010000".
               05  FILLER      PIC X(02)   VALUE "10".
               05  FILLER      PIC X(17)   VALUE "3B035000002327201".
               05  FILLER      PIC X(30)
                  VALUE "ＡＳＴ（ＧＯＴ）".
               05  FILLER      PIC X(10)   VALUE "U/l".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000000010000".
               05  FILLER      PIC X(02)   VALUE "11".
               05  FILLER      PIC X(17)   VALUE "3B045000002327201".
               05  FILLER      PIC X(30)
                  VALUE "ＡＬＴ（ＧＰＴ）".
               05  FILLER      PIC X(10)   VALUE "U/l".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000000010000".
               05  FILLER      PIC X(02)   VALUE "12".
               05  FILLER      PIC X(17)   VALUE "3B090000002327101".
               05  FILLER      PIC X(30)   VALUE "γ−ＧＴ".
               05  FILLER      PIC X(10)   VALUE "U/l".
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000000020000".
               05  FILLER      PIC X(02)   VALUE "13".
               05  FILLER      PIC X(17)   VALUE "3D010000001926101".
               05  FILLER      PIC X(30)   VALUE "空腹時血糖".
               05  FILLER      PIC X(10)   VALUE "mg/dl".
               05  FILLER      PIC X(01)   VALUE "2".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000200006000".
               05  FILLER      PIC X(02)   VALUE "14".
               05  FILLER      PIC X(17)   VALUE "3D046000001920402".
               05  FILLER      PIC X(30)   VALUE "ＨｂＡ１ｃ".
               05  FILLER      PIC X(10)   VALUE "%".
               05  FILLER      PIC X(01)   VALUE "2".
               05  FILLER      PIC X(02)   VALUE "PQ".
               05  FILLER      PIC X(12)   VALUE "000030000200".
               05  FILLER      PIC X(02)   VALUE "15".
               05  FILLER      PIC X(17)   VALUE "1A020000000190111".
               05  FILLER      PIC X(30)   VALUE "尿糖".
               05  FILLER      PIC X(10)   VALUE SPACE.
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "CD".
               05  FILLER      PIC X(12)   VALUE "000000000000".
               05  FILLER      PIC X(02)   VALUE "16".
               05  FILLER      PIC X(17)   VALUE "1A010000000190111".
               05  FILLER      PIC X(30)   VALUE "尿蛋白".
               05  FILLER      PIC X(10)   VALUE SPACE.
               05  FILLER      PIC X(01)   VALUE "1".
               05  FILLER      PIC X(02)   VALUE "CD".
               05  FILLER      PIC X(12)   VALUE "000000000000".
           03  CONST-KMK-R         REDEFINES   CONST-KMK-G.
               05  CONST-KMK       OCCURS  16.
                   07  CONST-KMK-NO            PIC X(02).
                   07  CONST-KMK-CD            PIC X(17).
                   07  CONST-KMK-NAME          PIC X(30).
                   07  CONST-KMK-TANI          PIC X(10).
                   07  CONST-KMK-HISSU         PIC X(01).
                   07  CONST-KMK-TYPE          PIC X(02).
                   07  CONST-KMK-LOW           PIC 9(05)V9(01).
                   07  CONST-KMK-HIGH          PIC 9(05)V9(01).
           03  CONST-KMK-MAX                   PIC 9(03)   VALUE 16.
      *    空腹時血糖・ＨｂＡ１ｃの項目番号
           03  CONST-KMK-KETTO                 PIC 9(03)   VALUE 13.
           03  CONST-KMK-HBA1C                 PIC 9(03)   VALUE 14.
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理区分（１：作成　２：提出済登録　３：返戻取込
      *                  ４：提出状況一覧）
               05  WRK-PARA-SYORIKBN           PIC X(01).
      *        健診実施日（開始・終了）
               05  WRK-PARA-STYMD              PIC X(08).
               05  WRK-PARA-EDYMD              PIC X(08).
      *        提出先代行機関番号
               05  WRK-PARA-DAIKOCD            PIC X(08).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *        ＸＭＬ出力先ディレクトリ
               05  WRK-PARA-OUTDIR             PIC X(100).
      *
      *    医療機関コード（都道府県＋点数表＋医療機関コード）
           03  WRK-KIKANNUM                    PIC X(10).
      *
           03  WRK-FILENAME                    PIC X(40).
           03  WRK-SEQ                         PIC 9(05).
           03  WRK-KENSU                       PIC 9(06).
           03  WRK-VALUE                       PIC S9(09)V9(03).
           03  WRK-STATE-NAME                  PIC X(12).
           03  WRK-KMKNAME                     PIC X(30).
           03  WRK-ERRMSG                      PIC X(80).
      *
      *    返戻ファイル項目
           03  WRK-CSV.
               05  WRK-CSV-PTID                PIC X(10).
               05  WRK-CSV-JISSHIYMD           PIC X(08).
               05  WRK-CSV-RIYU                PIC X(80).
      *
      *    編集用
           03  WRK-LINE                        PIC X(200).
           03  WRK-XML                         PIC X(300).
           03  WRK-ED-KENSU                    PIC ZZZ,ZZ9.
           03  WRK-ED-LOW                      PIC ZZZZ9.9.
           03  WRK-ED-HIGH                     PIC ZZZZ9.9.
      *
           03  XMLPARA                         PIC X(256).
           03  HENREIPARA                      PIC X(256).
           03  TOKKENLSTPARA                   PIC X(256).
      *
      *    受診者ごとの健診項目値
       01  KMK-AREA.
           03  KMK-TBL             OCCURS  16.
               05  KMK-VALUE                   PIC X(12).
      *
      *    検査結果と健診項目の対応（システム管理９００４）
       01  MAP-AREA.
           03  MAP-TBL             OCCURS  16.
               05  MAP-LABCD1                  PIC X(09).
               05  MAP-LABCD2                  PIC X(09).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    資格確認特定検診情報メイン
       01  ONSHI-KENSIN-MAIN-REC.
           COPY    "CPONSHI-KENSIN-MAIN.INC".
      *
      *    資格確認特定検診情報サブ
       01  ONSHI-KENSIN-SUB-REC.
           COPY    "CPONSHI-KENSIN-SUB.INC".
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
      *    特定健診提出状況テーブル
       01  TOKKENTEI-REC.
           03  TKT-HOSPNUM             PIC 9(02).
           03  TKT-PTID                PIC 9(10).
           03  TKT-JISSHIYMD           PIC X(08).
           03  TKT-HKNJANUM            PIC X(08).
      *    状態（１：作成済　２：提出済　３：返戻　９：要修正）
           03  TKT-STATE               PIC X(01).
           03  TKT-FILENAME            PIC X(40).
           03  TKT-SAKUSEIYMD          PIC X(08).
           03  TKT-TEISYUTUYMD         PIC X(08).
           03  TKT-HENREIYMD           PIC X(08).
           03  TKT-HENREIRIYU          PIC X(80).
           03  TKT-UPYMD               PIC X(08).
           03  TKT-UPHMS               PIC X(06).
      *
      *    健診項目対応設定（院所別・健診項目番号別）
      *    （ＯＲＣＧＴＯＫＫＥＮと同一レイアウト）
       01  SYS-9004-REC.
           03  SYS-9004-KANRICD    PIC X(04).
           03  SYS-9004-KBNCD      PIC X(10).
           03  SYS-9004-STYUKYMD   PIC 9(08).
           03  SYS-9004-EDYUKYMD   PIC 9(08).
           03  SYS-9004-HOSPNUM    PIC 9(02).
           03  SYS-9004-LABCD1     PIC X(09).
           03  SYS-9004-LABCD2     PIC X(09).
      *
      *    医療機関情報（基本）
           COPY    "CPSK1001.INC".
      *
      *    患者
       01  PTINF-REC.
           COPY    "CPPTINF.INC".
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
           EVALUATE    WRK-PARA-SYORIKBN
      *        作成
               WHEN    "1"
                   PERFORM 200-SAKUSEI-SEC
      *        提出済登録
               WHEN    "2"
                   PERFORM 300-TEISYUTU-SEC
      *        返戻取込
               WHEN    "3"
                   PERFORM 400-HENREI-SEC
      *        提出状況一覧
               WHEN    "4"
                   PERFORM 500-ICHIRAN-SEC
               WHEN    OTHER
                   DISPLAY "ORCBTOKKEN PARA SYORIKBN ERR:"
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
           DISPLAY "*** ORCBTOKKEN START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       MAP-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SYORIKBN
                                               WRK-PARA-STYMD
                                               WRK-PARA-EDYMD
                                               WRK-PARA-DAIKOCD
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               WRK-PARA-OUTDIR
                                               HENREIPARA
                                               TOKKENLSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "特定健診結果データ作成"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBTOKKEN"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    実施日の省略時は当月１日から当日まで
           IF      WRK-PARA-STYMD      =   SPACE
               MOVE    SMCNDATE-YMD        TO  WRK-PARA-STYMD
               MOVE    "01"                TO  WRK-PARA-STYMD (7:2)
           END-IF
           IF      WRK-PARA-EDYMD      =   SPACE
               MOVE    SMCNDATE-YMD        TO  WRK-PARA-EDYMD
           END-IF
      *
           OPEN    OUTPUT              TOKKENLST-FILE
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    作成処理
      *    （実施日の範囲の受診者をチェックし、エラーのない受診者の
      *      ＸＭＬと index.xml・summary.xml を作成する）
      *****************************************************************
       200-SAKUSEI-SEC             SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　特定健診　"
                                       DELIMITED   BY  SIZE
                   "提出前チェックリスト　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　実施日："
                                       DELIMITED   BY  SIZE
                   WRK-PARA-STYMD      DELIMITED   BY  SIZE
                   "〜"                DELIMITED   BY  SIZE
                   WRK-PARA-EDYMD      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TOKKENLST-WRITE-SEC
      *
           PERFORM 210-KIKAN-GET-SEC
           IF      FLG-SYSKANRI    NOT =   ZERO
               MOVE    "医療機関情報が取得できません"
                                       TO  WRK-LINE
               PERFORM 900-TOKKENLST-WRITE-SEC
               GO  TO  200-SAKUSEI-EXT
           END-IF
      *
           PERFORM 220-MAP-LOAD-SEC
      *
           PERFORM 900-MAIN-SELECT-SEC
           PERFORM UNTIL   FLG-MAIN    =   1
               IF      ONS-KNS-M-JISSHIYMD >=  WRK-PARA-STYMD
               AND     ONS-KNS-M-JISSHIYMD <=  WRK-PARA-EDYMD
                   PERFORM 2001-JUSINSYA-SEC
               END-IF
               PERFORM 900-MAIN-FETCH-SEC
           END-PERFORM
           PERFORM 900-MAIN-CLOSE-SEC
      *
           IF      CNT-XML             >   ZERO
               PERFORM 2005-INDEX-OUT-SEC
               PERFORM 2006-SUMMARY-OUT-SEC
           END-IF
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-TOKKENLST-WRITE-SEC
           MOVE    CNT-TAISYO          TO  WRK-ED-KENSU
           STRING  "対象受診者："      DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "人"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TOKKENLST-WRITE-SEC
           MOVE    CNT-XML             TO  WRK-ED-KENSU
           STRING  "ＸＭＬ作成　："    DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "人"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TOKKENLST-WRITE-SEC
           MOVE    CNT-ERR             TO  WRK-ED-KENSU
           STRING  "要修正　　　："    DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "人"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TOKKENLST-WRITE-SEC
           MOVE    CNT-SKIP            TO  WRK-ED-KENSU
           STRING  "提出済（対象外）："
                                       DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "人"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TOKKENLST-WRITE-SEC
           .
       200-SAKUSEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    受診者処理（１人分）
      *****************************************************************
       2001-JUSINSYA-SEC           SECTION.
      *
           ADD     1                   TO  CNT-TAISYO
      *
      *    提出済の受診者は再作成しない（返戻分は再作成する）
           PERFORM 900-TKT-READ-SEC
           IF      FLG-TKT             =   ZERO
           AND     TKT-STATE           =   "2"
               ADD     1                   TO  CNT-SKIP
               GO  TO  2001-JUSINSYA-EXT
           END-IF
      *
           INITIALIZE                  KMK-AREA
           MOVE    ZERO                TO  FLG-ERR
      *
           PERFORM 900-PTINF-INV-SEC
           PERFORM 2002-SUB-SET-SEC
           PERFORM 2003-LAB-SET-SEC
           PERFORM 2004-CHECK-SEC
      *
           IF      FLG-ERR             =   ZERO
               PERFORM 2010-XML-OUT-SEC
           END-IF
      *
      *    提出状況の更新
           IF      FLG-TKT         NOT =   ZERO
               INITIALIZE                  TOKKENTEI-REC
               MOVE    SPA-HOSPNUM         TO  TKT-HOSPNUM
               MOVE    ONS-KNS-M-PTID      TO  TKT-PTID
               MOVE    ONS-KNS-M-JISSHIYMD TO  TKT-JISSHIYMD
           END-IF
           MOVE    ONS-KNS-M-HKNJANUM  TO  TKT-HKNJANUM
           IF      FLG-ERR             =   ZERO
               MOVE    "1"                 TO  TKT-STATE
               MOVE    WRK-FILENAME        TO  TKT-FILENAME
           ELSE
               MOVE    "9"                 TO  TKT-STATE
               MOVE    SPACE               TO  TKT-FILENAME
           END-IF
           MOVE    SMCNDATE-YMD        TO  TKT-SAKUSEIYMD
           MOVE    SPACE               TO  TKT-TEISYUTUYMD
           MOVE    SMCNDATE-YMD        TO  TKT-UPYMD
           MOVE    SMCNDATE-HMS        TO  TKT-UPHMS
           IF      FLG-TKT             =   ZERO
               PERFORM 900-TKT-UPDATE-SEC
           ELSE
               PERFORM 900-TKT-INSERT-SEC
           END-IF
           .
       2001-JUSINSYA-EXT.
           EXIT.
      *
      *****************************************************************
      *    資格確認特定検診情報からの健診項目値設定
      *****************************************************************
       2002-SUB-SET-SEC            SECTION.
      *
           INITIALIZE                  ONSHI-KENSIN-SUB-REC
           MOVE    SPA-HOSPNUM         TO  ONS-KNS-S-HOSPNUM
           MOVE    ONS-KNS-M-PTID      TO  ONS-KNS-S-PTID
           MOVE    ONS-KNS-M-JISSHIYMD TO  ONS-KNS-S-JISSHIYMD
           MOVE    ONSHI-KENSIN-SUB-REC
                                       TO  MCPDATA-REC
           MOVE    "tbl_onshi_kenshin_sub"
                                       TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-SUB
           ELSE
               MOVE    1                   TO  FLG-SUB
           END-IF
           PERFORM UNTIL   FLG-SUB     =   1
               MOVE    "tbl_onshi_kenshin_sub"
                                       TO  MCP-TABLE
               MOVE    "key2"              TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC     TO  ONSHI-KENSIN-SUB-REC
                   PERFORM VARYING IDXK FROM 1 BY 1
                           UNTIL   IDXK    >   CONST-KMK-MAX
                       IF      CONST-KMK-CD (IDXK)
                                           =   ONS-KNS-S-ITEMCODE
                           MOVE    ONS-KNS-S-DATA-VALUE
                                           TO  KMK-VALUE (IDXK)
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE    1                   TO  FLG-SUB
               END-IF
           END-PERFORM
           MOVE    "tbl_onshi_kenshin_sub"
                                       TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       2002-SUB-SET-EXT.
           EXIT.
      *
      *****************************************************************
      *    外注検査結果からの健診項目値設定
      *    （実施日と同日の検査結果を対応設定に従って設定する。
      *      資格確認特定検診情報より検査結果を優先する）
      *****************************************************************
       2003-LAB-SET-SEC            SECTION.
      *
           INITIALIZE                  LABRESULT-REC
           MOVE    SPA-HOSPNUM         TO  LAB-HOSPNUM
           MOVE    ONS-KNS-M-PTID      TO  LAB-PTID
           MOVE    ONS-KNS-M-JISSHIYMD TO  LAB-KENSAYMD
           MOVE    LABRESULT-REC       TO  MCPDATA-REC
           MOVE    "tbl_labresult"     TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-LAB
           ELSE
               MOVE    1                   TO  FLG-LAB
           END-IF
           PERFORM UNTIL   FLG-LAB     =   1
               MOVE    "tbl_labresult"     TO  MCP-TABLE
               MOVE    "ptymd"             TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  LABRESULT-REC
                   PERFORM VARYING IDXK FROM 1 BY 1
                           UNTIL   IDXK    >   CONST-KMK-MAX
                       IF    ( MAP-LABCD1 (IDXK)   NOT =   SPACE
                           AND MAP-LABCD1 (IDXK)   =   LAB-ITEMCD )
                       OR    ( MAP-LABCD2 (IDXK)   NOT =   SPACE
                           AND MAP-LABCD2 (IDXK)   =   LAB-ITEMCD )
                           MOVE    LAB-VALUE       TO  KMK-VALUE (IDXK)
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE    1                   TO  FLG-LAB
               END-IF
           END-PERFORM
           MOVE    "tbl_labresult"     TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       2003-LAB-SET-EXT.
           EXIT.
      *
      *****************************************************************
      *    提出前チェック処理
      *    （必須項目の欠落・判定値の範囲外をチェックリストへ出力）
      *****************************************************************
       2004-CHECK-SEC              SECTION.
      *
           IF      ONS-KNS-M-HKNJANUM  =   SPACE
               MOVE    "保険者番号"        TO  WRK-KMKNAME
               MOVE    "未登録です"        TO  WRK-ERRMSG
               PERFORM 2009-ERR-WRITE-SEC
           END-IF
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    "患者情報"          TO  WRK-KMKNAME
               MOVE    "登録がありません"  TO  WRK-ERRMSG
               PERFORM 2009-ERR-WRITE-SEC
           END-IF
      *
           PERFORM VARYING IDXK FROM 1 BY 1
                   UNTIL   IDXK        >   CONST-KMK-MAX
               MOVE    CONST-KMK-NAME (IDXK)
                                       TO  WRK-KMKNAME
               IF      KMK-VALUE (IDXK)    =   SPACE
                   IF      CONST-KMK-HISSU (IDXK)  =   "1"
                       MOVE    "未入力です（必須項目）"
                                       TO  WRK-ERRMSG
                       PERFORM 2009-ERR-WRITE-SEC
                   END-IF
               ELSE
                   IF      CONST-KMK-HIGH (IDXK)   >   ZERO
                       COMPUTE WRK-VALUE   =   FUNCTION
                                       NUMVAL ( KMK-VALUE (IDXK) )
                       IF      WRK-VALUE   <   CONST-KMK-LOW (IDXK)
                       OR      WRK-VALUE   >   CONST-KMK-HIGH (IDXK)
                           MOVE    CONST-KMK-LOW (IDXK)
                                               TO  WRK-ED-LOW
                           MOVE    CONST-KMK-HIGH (IDXK)
                                               TO  WRK-ED-HIGH
                           MOVE    SPACE       TO  WRK-ERRMSG
                           STRING  "判定値範囲外（値："
                                           DELIMITED   BY  SIZE
                                   KMK-VALUE (IDXK)
                                           DELIMITED   BY  SPACE
                                   "　範囲："  DELIMITED   BY  SIZE
                                   WRK-ED-LOW  DELIMITED   BY  SIZE
                                   "〜"        DELIMITED   BY  SIZE
                                   WRK-ED-HIGH DELIMITED   BY  SIZE
                                   "）"        DELIMITED   BY  SIZE
                                           INTO    WRK-ERRMSG
                           END-STRING
                           PERFORM 2009-ERR-WRITE-SEC
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
      *
      *    血糖は空腹時血糖・ＨｂＡ１ｃのいずれかが必須
           IF      KMK-VALUE (CONST-KMK-KETTO)     =   SPACE
           AND     KMK-VALUE (CONST-KMK-HBA1C)     =   SPACE
               MOVE    "血糖検査"          TO  WRK-KMKNAME
               MOVE    "血糖・ＨｂＡ１ｃが未入力です"
                                       TO  WRK-ERRMSG
               PERFORM 2009-ERR-WRITE-SEC
           END-IF
           .
       2004-CHECK-EXT.
           EXIT.
      *
      *****************************************************************
      *    チェックリスト出力処理
      *****************************************************************
       2009-ERR-WRITE-SEC          SECTION.
      *
           IF      FLG-ERR             =   ZERO
               MOVE    1                   TO  FLG-ERR
               ADD     1                   TO  CNT-ERR
           END-IF
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  ONS-KNS-M-PTID      DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   ONS-KNS-M-JISSHIYMD DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   PTINF-NAME          DELIMITED   BY  "  "
                   "  "                DELIMITED   BY  SIZE
                   WRK-KMKNAME         DELIMITED   BY  "  "
                   "："                DELIMITED   BY  SIZE
                   WRK-ERRMSG          DELIMITED   BY  "  "
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TOKKENLST-WRITE-SEC
           .
       2009-ERR-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    受診者別ＸＭＬ（ＨＬ７　ＣＤＡ）出力処理
      *****************************************************************
       2010-XML-OUT-SEC            SECTION.
      *
           COMPUTE WRK-SEQ         =   CNT-XML     +   1
           MOVE    SPACE               TO  WRK-FILENAME
           STRING  "h"                 DELIMITED   BY  SIZE
                   WRK-KIKANNUM        DELIMITED   BY  SIZE
                   SMCNDATE-YMD        DELIMITED   BY  SIZE
                   WRK-SEQ             DELIMITED   BY  SIZE
                   ".xml"              DELIMITED   BY  SIZE
                                       INTO    WRK-FILENAME
           END-STRING
           MOVE    SPACE               TO  XMLPARA
           STRING  WRK-PARA-OUTDIR     DELIMITED   BY  SPACE
                   "/DATA/"            DELIMITED   BY  SIZE
                   WRK-FILENAME        DELIMITED   BY  SPACE
                                       INTO    XMLPARA
           END-STRING
           OPEN    OUTPUT              XML-FILE
           IF      STS-XML         NOT =   "00"
               DISPLAY "ORCBTOKKEN XML OPEN ERR STS=" STS-XML
               MOVE    "ＸＭＬファイル"    TO  WRK-KMKNAME
               MOVE    "作成できません"    TO  WRK-ERRMSG
               PERFORM 2009-ERR-WRITE-SEC
               GO  TO  2010-XML-OUT-EXT
           END-IF
           ADD     1                   TO  CNT-XML
      *
           MOVE    "<?xml version='1.0' encoding='UTF-8'?>"
                                       TO  WRK-XML
           PERFORM 900-XML-WRITE-SEC
           STRING  "<ClinicalDocument xmlns='urn:hl7-org:v3'"
                                       DELIMITED   BY  SIZE
                   " xmlns:xsi='http://www.w3.org/2001/"
                                       DELIMITED   BY  SIZE
                   "XMLSchema-instance'>"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-XML
           END-STRING
           PERFORM 900-XML-WRITE-SEC
           STRING  "<typeId root='2.16.840.1.113883.1.3'"
                                       DELIMITED   BY  SIZE
                   " extension='POCD_HD000040'/>"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-XML
           END-STRING
           PERFORM 900-XML-WRITE-SEC
           STRING  "<id root='1.2.392.200119.6.102' extension='"
                                       DELIMITED   BY  SIZE
                   WRK-FILENAME        DELIMITED   BY  "."
                   "'/>"               DELIMITED   BY  SIZE
                                       INTO    WRK-XML
           END-STRING
           PERFORM 900-XML-WRITE-SEC
      *    文書区分（１０：特定健診情報）
           STRING  "<code code='10'"   DELIMITED   BY  SIZE
                   " codeSystem='1.2.392.200119.6.1001'/>"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-XML
           END-STRING
           PERFORM 900-XML-WRITE-SEC
           STRING  "<effectiveTime value='"
                                       DELIMITED   BY  SIZE
                   SMCNDATE-YMD        DELIMITED   BY  SIZE
                   "'/>"               DELIMITED   BY  SIZE
                                       INTO    WRK-XML
           END-STRING
           PERFORM 900-XML-WRITE-SEC
      *
      *    受診者（保険者番号・記号・番号・性別・生年月日）
           MOVE    "<recordTarget><patientRole>"
                                       TO  WRK-XML
           PERFORM 900-XML-WRITE-SEC
           STRING  "<id root='1.2.392.200119.6.101' extension='"
                                       DELIMITED   BY  SIZE
                   ONS-KNS-M-HKNJANUM  DELIMITED   BY  SPACE
                   "'/>"               DELIMITED   BY  SIZE
                                       INTO    WRK-XML
           END-STRING
           PERFORM 900-XML-WRITE-SEC
           STRING  "<id root='1.2.392.200119.6.204' extension='"
                                       DELIMITED   BY  SIZE
                   ONS-KNS-M-KIGO      DELIMITED   BY  SPACE
                   "'/>"               DELIMITED   BY  SIZE
                                       INTO    WRK-XML
           END-STRING
           PERFORM 900-XML-WRITE-SEC
           STRING  "<id root='1.2.392.200119.6.205' extension='"
                                       DELIMITED   BY  SIZE
                   ONS-KNS-M-NUM       DELIMITED   BY  SPACE
                   "'/>"               DELIMITED   BY  SIZE
                                       INTO    WRK-XML
           END-STRING
           PERFORM 900-XML-WRITE-SEC
           STRING  "<patient><administrativeGenderCode code='"
                                       DELIMITED   BY  SIZE
                   PTINF-SEX           DELIMITED   BY  SIZE
                   "' codeSystem='1.2.392.200119.6.1104'/>"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-XML
           END-STRING
           PERFORM 900-XML-WRITE-SEC
           STRING  "<birthTime value='"
                                       DELIMITED   BY  SIZE
                   PTINF-BIRTHDAY      DELIMITED   BY  SIZE
                   "'/></patient>"     DELIMITED   BY  SIZE
                                       INTO    WRK-XML
           END-STRING
           PERFORM 900-XML-WRITE-SEC
           MOVE    "</patientRole></recordTarget>"
                                       TO  WRK-XML
           PERFORM 900-XML-WRITE-SEC
      *
      *    作成機関
           STRING  "<author><time value='"
                                       DELIMITED   BY  SIZE
                   SMCNDATE-YMD        DELIMITED   BY  SIZE
                   "'/><assignedAuthor>"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-XML
           END-STRING
           PERFORM 900-XML-WRITE-SEC
           STRING  "<id root='1.2.392.200119.6.102' extension='"
                                       DELIMITED   BY  SIZE
                   WRK-KIKANNUM        DELIMITED   BY  SIZE
                   "'/></assignedAuthor></author>"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-XML
           END-STRING
           PERFORM 900-XML-WRITE-SEC
      *
      *    健診実施日（健診種別１：特定健診）
           MOVE    "<documentationOf><serviceEvent classCode='MPROT'>"
                                       TO  WRK-XML
           PERFORM 900-XML-WRITE-SEC
           MOVE    "<code code='1' codeSystem='1.2.392.200119.6.1002'/>"
                                       TO  WRK-XML
           PERFORM 900-XML-WRITE-SEC
           STRING  "<effectiveTime value='"
                                       DELIMITED   BY  SIZE
                   ONS-KNS-M-JISSHIYMD DELIMITED   BY  SIZE
                   "'/></serviceEvent></documentationOf>"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-XML
           END-STRING
           PERFORM 900-XML-WRITE-SEC
      *
      *    健診結果
           MOVE    "<component><structuredBody><component><section>"
                                       TO  WRK-XML
           PERFORM 900-XML-WRITE-SEC
           STRING  "<code code='01010'"
                                       DELIMITED   BY  SIZE
                   " codeSystem='1.2.392.200119.6.1010'/>"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-XML
           END-STRING
           PERFORM 900-XML-WRITE-SEC
           PERFORM VARYING IDXK FROM 1 BY 1
                   UNTIL   IDXK        >   CONST-KMK-MAX
               IF      KMK-VALUE (IDXK)    NOT =   SPACE
                   PERFORM 2011-XML-ENTRY-SEC
               END-IF
           END-PERFORM
           MOVE    "</section></component></structuredBody></component>"
                                       TO  WRK-XML
           PERFORM 900-XML-WRITE-SEC
           MOVE    "</ClinicalDocument>"
                                       TO  WRK-XML
           PERFORM 900-XML-WRITE-SEC
      *
           CLOSE   XML-FILE
           .
       2010-XML-OUT-EXT.
           EXIT.
      *
      *****************************************************************
      *    健診結果項目（observation）出力処理
      *****************************************************************
       2011-XML-ENTRY-SEC          SECTION.
      *
           MOVE    "<entry><observation classCode='OBS' moodCode='EVN'>"
                                       TO  WRK-XML
           PERFORM 900-XML-WRITE-SEC
           STRING  "<code code='"      DELIMITED   BY  SIZE
                   CONST-KMK-CD (IDXK) DELIMITED   BY  SIZE
                   "' codeSystem='1.2.392.200119.6.1005'/>"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-XML
           END-STRING
           PERFORM 900-XML-WRITE-SEC
           IF      CONST-KMK-TYPE (IDXK)   =   "CD"
               STRING  "<value xsi:type='CD' code='"
                                       DELIMITED   BY  SIZE
                       KMK-VALUE (IDXK)    DELIMITED   BY  SPACE
                       "' codeSystem='1.2.392.200119.6.2101'/>"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-XML
               END-STRING
           ELSE
               STRING  "<value xsi:type='PQ' value='"
                                       DELIMITED   BY  SIZE
                       KMK-VALUE (IDXK)    DELIMITED   BY  SPACE
                       "' unit='"          DELIMITED   BY  SIZE
                       CONST-KMK-TANI (IDXK)
                                       DELIMITED   BY  SPACE
                       "'/>"               DELIMITED   BY  SIZE
                                       INTO    WRK-XML
               END-STRING
           END-IF
           PERFORM 900-XML-WRITE-SEC
           MOVE    "</observation></entry>"
                                       TO  WRK-XML
           PERFORM 900-XML-WRITE-SEC
           .
       2011-XML-ENTRY-EXT.
           EXIT.
      *
      *****************************************************************
      *    index.xml 出力処理
      *****************************************************************
       2005-INDEX-OUT-SEC          SECTION.
      *
           MOVE    SPACE               TO  XMLPARA
           STRING  WRK-PARA-OUTDIR     DELIMITED   BY  SPACE
                   "/index.xml"        DELIMITED   BY  SIZE
                                       INTO    XMLPARA
           END-STRING
           OPEN    OUTPUT              XML-FILE
           IF      STS-XML         NOT =   "00"
               DISPLAY "ORCBTOKKEN INDEX OPEN ERR STS=" STS-XML
               GO  TO  2005-INDEX-OUT-EXT
           END-IF
      *
           MOVE    CNT-XML             TO  WRK-KENSU
           MOVE    "<?xml version='1.0' encoding='UTF-8'?>"
                                       TO  WRK-XML
           PERFORM 900-XML-WRITE-SEC
           MOVE    "<index xmlns='http://tokuteikenshin.jp/checkup/'>"
                                       TO  WRK-XML
           PERFORM 900-XML-WRITE-SEC
      *    送受信種別（１：特定健診情報の提出）
           MOVE    "<interactionType code='1'/>"
                                       TO  WRK-XML
           PERFORM 900-XML-WRITE-SEC
           STRING  "<creationTime value='"
                                       DELIMITED   BY  SIZE
                   SMCNDATE-YMD        DELIMITED   BY  SIZE
                   "'/>"               DELIMITED   BY  SIZE
                                       INTO    WRK-XML
           END-STRING
           PERFORM 900-XML-WRITE-SEC
           STRING  "<sender><id root='1.2.392.200119.6.102'"
                                       DELIMITED   BY  SIZE
                   " extension='"      DELIMITED   BY  SIZE
                   WRK-KIKANNUM        DELIMITED   BY  SIZE
                   "'/></sender>"      DELIMITED   BY  SIZE
                                       INTO    WRK-XML
           END-STRING
           PERFORM 900-XML-WRITE-SEC
           STRING  "<receiver><id root='1.2.392.200119.6.103'"
                                       DELIMITED   BY  SIZE
                   " extension='"      DELIMITED   BY  SIZE
                   WRK-PARA-DAIKOCD    DELIMITED   BY  SPACE
                   "'/></receiver>"    DELIMITED   BY  SIZE
                                       INTO    WRK-XML
           END-STRING
           PERFORM 900-XML-WRITE-SEC
           MOVE    "<serviceEventType code='1'/>"
                                       TO  WRK-XML
           PERFORM 900-XML-WRITE-SEC
           STRING  "<totalRecordCount value='"
                                       DELIMITED   BY  SIZE
                   WRK-KENSU           DELIMITED   BY  SIZE
                   "'/>"               DELIMITED   BY  SIZE
                                       INTO    WRK-XML
           END-STRING
           PERFORM 900-XML-WRITE-SEC
           MOVE    "</index>"          TO  WRK-XML
           PERFORM 900-XML-WRITE-SEC
      *
           CLOSE   XML-FILE
           .
       2005-INDEX-OUT-EXT.
           EXIT.
      *
      *****************************************************************
      *    summary.xml 出力処理
      *****************************************************************
       2006-SUMMARY-OUT-SEC        SECTION.
      *
           MOVE    SPACE               TO  XMLPARA
           STRING  WRK-PARA-OUTDIR     DELIMITED   BY  SPACE
                   "/summary.xml"      DELIMITED   BY  SIZE
                                       INTO    XMLPARA
           END-STRING
           OPEN    OUTPUT              XML-FILE
           IF      STS-XML         NOT =   "00"
               DISPLAY "ORCBTOKKEN SUMMARY OPEN ERR STS=" STS-XML
               GO  TO  2006-SUMMARY-OUT-EXT
           END-IF
      *
           MOVE    CNT-XML             TO  WRK-KENSU
           MOVE    "<?xml version='1.0' encoding='UTF-8'?>"
                                       TO  WRK-XML
           PERFORM 900-XML-WRITE-SEC
           MOVE    "<summary xmlns='http://tokuteikenshin.jp/checkup/'>"
                                       TO  WRK-XML
           PERFORM 900-XML-WRITE-SEC
           MOVE    "<serviceEventType code='1'/>"
                                       TO  WRK-XML
           PERFORM 900-XML-WRITE-SEC
           STRING  "<totalSubjectCount value='"
                                       DELIMITED   BY  SIZE
                   WRK-KENSU           DELIMITED   BY  SIZE
                   "'/>"               DELIMITED   BY  SIZE
                                       INTO    WRK-XML
           END-STRING
           PERFORM 900-XML-WRITE-SEC
           STRING  "<effectiveTime><low value='"
                                       DELIMITED   BY  SIZE
                   WRK-PARA-STYMD      DELIMITED   BY  SIZE
                   "'/><high value='"  DELIMITED   BY  SIZE
                   WRK-PARA-EDYMD      DELIMITED   BY  SIZE
                   "'/></effectiveTime>"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-XML
           END-STRING
           PERFORM 900-XML-WRITE-SEC
           MOVE    "</summary>"        TO  WRK-XML
           PERFORM 900-XML-WRITE-SEC
      *
           CLOSE   XML-FILE
           .
       2006-SUMMARY-OUT-EXT.
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
           END-IF
           .
       210-KIKAN-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    検査結果と健診項目の対応読込処理
      *****************************************************************
       220-MAP-LOAD-SEC            SECTION.
      *
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   CONST-KMK-MAX
               MOVE    SPACE               TO  SYS-9004-REC
               INITIALIZE                      SYS-9004-REC
               MOVE    "9004"              TO  SYS-9004-KANRICD
               MOVE    CONST-KMK-NO (IDX)  TO  SYS-9004-KBNCD
               MOVE    SMCNDATE-YMD        TO  SYS-9004-STYUKYMD
                                               SYS-9004-EDYUKYMD
               MOVE    SPA-HOSPNUM         TO  SYS-9004-HOSPNUM
               MOVE    SYS-9004-REC        TO  MCPDATA-REC
               PERFORM 910-SYSKANRI-INV-SEC
               IF      FLG-SYSKANRI        =   ZERO
                   MOVE    MCPDATA-REC         TO  SYS-9004-REC
                   MOVE    SYS-9004-LABCD1     TO  MAP-LABCD1 (IDX)
                   MOVE    SYS-9004-LABCD2     TO  MAP-LABCD2 (IDX)
               END-IF
           END-PERFORM
           .
       220-MAP-LOAD-EXT.
           EXIT.
      *
      *****************************************************************
      *    提出済登録処理
      *    （実施日の範囲の作成済の受診者を提出済とする）
      *****************************************************************
       300-TEISYUTU-SEC            SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　特定健診　"
                                       DELIMITED   BY  SIZE
                   "提出済登録　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　実施日："        DELIMITED   BY  SIZE
                   WRK-PARA-STYMD      DELIMITED   BY  SIZE
                   "〜"                DELIMITED   BY  SIZE
                   WRK-PARA-EDYMD      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TOKKENLST-WRITE-SEC
      *
           PERFORM 900-TKT-SELECT-SEC
           PERFORM UNTIL   FLG-TKT-ALL =   1
               IF      TKT-STATE           =   "1"
               AND     TKT-JISSHIYMD       >=  WRK-PARA-STYMD
               AND     TKT-JISSHIYMD       <=  WRK-PARA-EDYMD
                   MOVE    "2"                 TO  TKT-STATE
                   MOVE    SMCNDATE-YMD        TO  TKT-TEISYUTUYMD
                   MOVE    SMCNDATE-YMD        TO  TKT-UPYMD
                   MOVE    SMCNDATE-HMS        TO  TKT-UPHMS
                   PERFORM 900-TKT-UPDATE-SEC
                   IF      MCP-RC              =   ZERO
                       ADD     1                   TO  CNT-UPD
                       MOVE    SPACE               TO  WRK-LINE
                       STRING  TKT-PTID        DELIMITED   BY  SIZE
                               "  "            DELIMITED   BY  SIZE
                               TKT-JISSHIYMD   DELIMITED   BY  SIZE
                               "  "            DELIMITED   BY  SIZE
                               TKT-FILENAME    DELIMITED   BY  SPACE
                                               INTO    WRK-LINE
                       END-STRING
                       PERFORM 900-TOKKENLST-WRITE-SEC
                   END-IF
               END-IF
               PERFORM 900-TKT-FETCH-SEC
           END-PERFORM
           PERFORM 900-TKT-CLOSE-SEC
      *
           MOVE    CNT-UPD             TO  WRK-ED-KENSU
           MOVE    SPACE               TO  WRK-LINE
           STRING  "提出済登録："      DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "人"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TOKKENLST-WRITE-SEC
           .
       300-TEISYUTU-EXT.
           EXIT.
      *
      *****************************************************************
      *    返戻取込処理
      *    （返戻ファイル（患者番号,実施日,返戻理由）の受診者を
      *      返戻とする。返戻分は次回の作成で再作成される）
      *****************************************************************
       400-HENREI-SEC              SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　特定健診　"
                                       DELIMITED   BY  SIZE
                   "返戻取込結果　＊＊＊"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TOKKENLST-WRITE-SEC
      *
           OPEN    INPUT               HENREI-FILE
           IF      STS-HENREI      NOT =   "00"
               DISPLAY "ORCBTOKKEN HENREI OPEN ERR STS=" STS-HENREI
               MOVE    "返戻ファイルがありません"
                                       TO  WRK-LINE
               PERFORM 900-TOKKENLST-WRITE-SEC
               GO  TO  400-HENREI-EXT
           END-IF
      *
           PERFORM 900-HENREI-READ-SEC
           PERFORM UNTIL   FLG-HENREI  =   1
               PERFORM 4001-HENREI-KOSIN-SEC
               PERFORM 900-HENREI-READ-SEC
           END-PERFORM
           CLOSE   HENREI-FILE
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-TOKKENLST-WRITE-SEC
           MOVE    CNT-UPD             TO  WRK-ED-KENSU
           STRING  "返戻登録　："      DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "人"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TOKKENLST-WRITE-SEC
           MOVE    CNT-HENREI-ERR      TO  WRK-ED-KENSU
           STRING  "エラー　　："      DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "件"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TOKKENLST-WRITE-SEC
           .
       400-HENREI-EXT.
           EXIT.
      *
      *****************************************************************
      *    返戻更新処理（１件）
      *****************************************************************
       4001-HENREI-KOSIN-SEC       SECTION.
      *
           INITIALIZE                  WRK-CSV
           UNSTRING    HENREI-REC      DELIMITED   BY  ","
                                       INTO    WRK-CSV-PTID
                                               WRK-CSV-JISSHIYMD
                                               WRK-CSV-RIYU
           END-UNSTRING
      *
           MOVE    SPACE               TO  WRK-ERRMSG
           IF      WRK-CSV-PTID        IS  NOT NUMERIC
               MOVE    "患者番号に誤りがあります"
                                       TO  WRK-ERRMSG
           ELSE
               INITIALIZE                  TOKKENTEI-REC
               MOVE    SPA-HOSPNUM         TO  TKT-HOSPNUM
               MOVE    WRK-CSV-PTID        TO  TKT-PTID
               MOVE    WRK-CSV-JISSHIYMD   TO  TKT-JISSHIYMD
               PERFORM 900-TKT-KEY-READ-SEC
               IF      FLG-TKT         NOT =   ZERO
                   MOVE    "提出状況の登録がありません"
                                       TO  WRK-ERRMSG
               ELSE
                   IF      TKT-STATE       NOT =   "2"
                       MOVE    "提出済ではありません"
                                       TO  WRK-ERRMSG
                   END-IF
               END-IF
           END-IF
           IF      WRK-ERRMSG      NOT =   SPACE
               ADD     1                   TO  CNT-HENREI-ERR
               MOVE    SPACE               TO  WRK-LINE
               STRING  WRK-CSV-PTID        DELIMITED   BY  SIZE
                       "  "                DELIMITED   BY  SIZE
                       WRK-CSV-JISSHIYMD   DELIMITED   BY  SIZE
                       "  エラー："        DELIMITED   BY  SIZE
                       WRK-ERRMSG          DELIMITED   BY  "  "
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-TOKKENLST-WRITE-SEC
               GO  TO  4001-HENREI-KOSIN-EXT
           END-IF
      *
           MOVE    "3"                 TO  TKT-STATE
           MOVE    SMCNDATE-YMD        TO  TKT-HENREIYMD
           MOVE    WRK-CSV-RIYU        TO  TKT-HENREIRIYU
           MOVE    SMCNDATE-YMD        TO  TKT-UPYMD
           MOVE    SMCNDATE-HMS        TO  TKT-UPHMS
           PERFORM 900-TKT-UPDATE-SEC
           IF      MCP-RC              =   ZERO
               ADD     1                   TO  CNT-UPD
               MOVE    SPACE               TO  WRK-LINE
               STRING  TKT-PTID            DELIMITED   BY  SIZE
                       "  "                DELIMITED   BY  SIZE
                       TKT-JISSHIYMD       DELIMITED   BY  SIZE
                       "  返戻："          DELIMITED   BY  SIZE
                       TKT-HENREIRIYU      DELIMITED   BY  "  "
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-TOKKENLST-WRITE-SEC
           END-IF
           .
       4001-HENREI-KOSIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    提出状況一覧処理
      *****************************************************************
       500-ICHIRAN-SEC             SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  "＊＊＊　特定健診　"
                                       DELIMITED   BY  SIZE
                   "提出状況一覧　＊＊＊"
                                       DELIMITED   BY  SIZE
                   "　実施日："        DELIMITED   BY  SIZE
                   WRK-PARA-STYMD      DELIMITED   BY  SIZE
                   "〜"                DELIMITED   BY  SIZE
                   WRK-PARA-EDYMD      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TOKKENLST-WRITE-SEC
      *
           PERFORM 900-TKT-SELECT-SEC
           PERFORM UNTIL   FLG-TKT-ALL =   1
               IF      TKT-JISSHIYMD       >=  WRK-PARA-STYMD
               AND     TKT-JISSHIYMD       <=  WRK-PARA-EDYMD
                   PERFORM 5001-ICHIRAN-EDIT-SEC
               END-IF
               PERFORM 900-TKT-FETCH-SEC
           END-PERFORM
           PERFORM 900-TKT-CLOSE-SEC
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-TOKKENLST-WRITE-SEC
           MOVE    CNT-STATE (1)       TO  WRK-ED-KENSU
           STRING  "作成済："          DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "人"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TOKKENLST-WRITE-SEC
           MOVE    CNT-STATE (2)       TO  WRK-ED-KENSU
           STRING  "提出済："          DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "人"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TOKKENLST-WRITE-SEC
           MOVE    CNT-STATE (3)       TO  WRK-ED-KENSU
           STRING  "返戻　："          DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "人"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TOKKENLST-WRITE-SEC
           MOVE    CNT-STATE (4)       TO  WRK-ED-KENSU
           STRING  "要修正："          DELIMITED   BY  SIZE
                   WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "人"                DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TOKKENLST-WRITE-SEC
           .
       500-ICHIRAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    提出状況一覧編集処理（１人分）
      *****************************************************************
       5001-ICHIRAN-EDIT-SEC       SECTION.
      *
           EVALUATE    TKT-STATE
               WHEN    "1"
                   MOVE    "作成済"            TO  WRK-STATE-NAME
                   ADD     1                   TO  CNT-STATE (1)
               WHEN    "2"
                   MOVE    "提出済"            TO  WRK-STATE-NAME
                   ADD     1                   TO  CNT-STATE (2)
               WHEN    "3"
                   MOVE    "返戻"              TO  WRK-STATE-NAME
                   ADD     1                   TO  CNT-STATE (3)
               WHEN    OTHER
                   MOVE    "要修正"            TO  WRK-STATE-NAME
                   ADD     1                   TO  CNT-STATE (4)
           END-EVALUATE
      *
           MOVE    SPACE               TO  WRK-LINE
           STRING  TKT-PTID            DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   TKT-JISSHIYMD       DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   TKT-HKNJANUM        DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   WRK-STATE-NAME      DELIMITED   BY  SIZE
                   "作成："            DELIMITED   BY  SIZE
                   TKT-SAKUSEIYMD      DELIMITED   BY  SIZE
                   "  提出："          DELIMITED   BY  SIZE
                   TKT-TEISYUTUYMD     DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TOKKENLST-WRITE-SEC
      *
           IF      TKT-STATE           =   "3"
               MOVE    SPACE               TO  WRK-LINE
               STRING  "　　返戻日："      DELIMITED   BY  SIZE
                       TKT-HENREIYMD       DELIMITED   BY  SIZE
                       "  理由："          DELIMITED   BY  SIZE
                       TKT-HENREIRIYU      DELIMITED   BY  "  "
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-TOKKENLST-WRITE-SEC
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
           CLOSE   TOKKENLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "ORCBTOKKEN IN  =" CNT-IN
           DISPLAY "ORCBTOKKEN XML =" CNT-XML
           DISPLAY "ORCBTOKKEN ERR =" CNT-ERR
           DISPLAY "*** ORCBTOKKEN END ***"
           .
       600-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    資格確認特定検診情報メイン検索処理
      *****************************************************************
       900-MAIN-SELECT-SEC         SECTION.
      *
           INITIALIZE                  ONSHI-KENSIN-MAIN-REC
           MOVE    SPA-HOSPNUM         TO  ONS-KNS-M-HOSPNUM
           MOVE    ONSHI-KENSIN-MAIN-REC
                                       TO  MCPDATA-REC
           MOVE    "tbl_onshi_kenshin_main"
                                       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-MAIN-FETCH-SEC
           ELSE
               MOVE    1                   TO  FLG-MAIN
           END-IF
           .
       900-MAIN-SELECT-EXT.
           EXIT.
      *
      *****************************************************************
      *    資格確認特定検診情報メイン読込処理
      *****************************************************************
       900-MAIN-FETCH-SEC          SECTION.
      *
           MOVE    ZERO                TO  FLG-MAIN
           MOVE    "tbl_onshi_kenshin_main"
                                       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  ONSHI-KENSIN-MAIN-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-MAIN
           END-IF
           .
       900-MAIN-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    資格確認特定検診情報メインカーソルクローズ処理
      *****************************************************************
       900-MAIN-CLOSE-SEC          SECTION.
      *
           MOVE    "tbl_onshi_kenshin_main"
                                       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-MAIN-CLOSE-EXT.
           EXIT.
      *
      *****************************************************************
      *    提出状況読込処理（受診者）
      *****************************************************************
       900-TKT-READ-SEC            SECTION.
      *
           INITIALIZE                  TOKKENTEI-REC
           MOVE    SPA-HOSPNUM         TO  TKT-HOSPNUM
           MOVE    ONS-KNS-M-PTID      TO  TKT-PTID
           MOVE    ONS-KNS-M-JISSHIYMD TO  TKT-JISSHIYMD
           PERFORM 900-TKT-KEY-READ-SEC
           .
       900-TKT-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    提出状況キー読込処理
      *****************************************************************
       900-TKT-KEY-READ-SEC        SECTION.
      *
           MOVE    1                   TO  FLG-TKT
           MOVE    TOKKENTEI-REC       TO  MCPDATA-REC
           MOVE    "tbl_tokken_teisyutu"
                                       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_tokken_teisyutu"
                                       TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  TOKKENTEI-REC
                   MOVE    ZERO                TO  FLG-TKT
               END-IF
           END-IF
           MOVE    "tbl_tokken_teisyutu"
                                       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-TKT-KEY-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    提出状況検索処理（全件）
      *****************************************************************
       900-TKT-SELECT-SEC          SECTION.
      *
           INITIALIZE                  TOKKENTEI-REC
           MOVE    SPA-HOSPNUM         TO  TKT-HOSPNUM
           MOVE    TOKKENTEI-REC       TO  MCPDATA-REC
           MOVE    "tbl_tokken_teisyutu"
                                       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-TKT-FETCH-SEC
           ELSE
               MOVE    1                   TO  FLG-TKT-ALL
           END-IF
           .
       900-TKT-SELECT-EXT.
           EXIT.
      *
      *****************************************************************
      *    提出状況読込処理（全件）
      *****************************************************************
       900-TKT-FETCH-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-TKT-ALL
           MOVE    "tbl_tokken_teisyutu"
                                       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  TOKKENTEI-REC
               ADD     1                   TO  CNT-IN
           ELSE
               MOVE    1                   TO  FLG-TKT-ALL
           END-IF
           .
       900-TKT-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    提出状況カーソルクローズ処理
      *****************************************************************
       900-TKT-CLOSE-SEC           SECTION.
      *
           MOVE    "tbl_tokken_teisyutu"
                                       TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-TKT-CLOSE-EXT.
           EXIT.
      *
      *****************************************************************
      *    提出状況更新処理
      *****************************************************************
       900-TKT-UPDATE-SEC          SECTION.
      *
           MOVE    TOKKENTEI-REC       TO  MCPDATA-REC
           MOVE    "tbl_tokken_teisyutu"
                                       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBTOKKEN TOKKEN_TEISYUTU UPDATE ERR RC="
                       MCP-RC
           END-IF
           .
       900-TKT-UPDATE-EXT.
           EXIT.
      *
      *****************************************************************
      *    提出状況追加処理
      *****************************************************************
       900-TKT-INSERT-SEC          SECTION.
      *
           MOVE    TOKKENTEI-REC       TO  MCPDATA-REC
           MOVE    "tbl_tokken_teisyutu"
                                       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBTOKKEN TOKKEN_TEISYUTU INSERT ERR RC="
                       MCP-RC
           END-IF
           .
       900-TKT-INSERT-EXT.
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
           MOVE    ONS-KNS-M-PTID      TO  PTINF-PTID
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
      *
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    SPACE               TO  PTINF-NAME
           END-IF
           .
       900-PTINF-INV-EXT.
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
      *    返戻ファイル読込処理
      *****************************************************************
       900-HENREI-READ-SEC         SECTION.
      *
           READ    HENREI-FILE
               AT  END
                   MOVE    1               TO  FLG-HENREI
               NOT AT  END
                   ADD     1               TO  CNT-IN
           END-READ
           .
       900-HENREI-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＸＭＬ行出力処理
      *****************************************************************
       900-XML-WRITE-SEC           SECTION.
      *
           MOVE    WRK-XML             TO  XML-REC
           WRITE   XML-REC
           MOVE    SPACE               TO  WRK-XML
           .
       900-XML-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    チェックリスト・一覧行出力処理
      *****************************************************************
       900-TOKKENLST-WRITE-SEC     SECTION.
      *
           MOVE    WRK-LINE            TO  TOKKENLST-REC
           WRITE   TOKKENLST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-TOKKENLST-WRITE-EXT.
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
