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
       PROGRAM-ID.             ORCBICDTOKEI.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 月次統計
      *  コンポーネント名  : 疾病分類別患者数統計
      *                      （指定期間に受診した患者の主病名の
      *                        ＩＣＤ−１０コードから疾病大分類・
      *                        中分類を求め、分類ごとに外来・入院の
      *                        実患者数、新規患者数（主病名の開始日
      *                        が期間内）、年齢階級・性別の実患者数
      *                        を集計してＣＳＶに出力する。
      *                        大分類はＩＣＤ−１０の章、中分類は
      *                        疾病中分類テーブルのコード範囲による。
      *                        処理区分２では疾病中分類表（ＣＳＶ）
      *                        を取り込む）
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
      *    疾病中分類表（ＣＳＶ）
           SELECT  ICDIN-FILE      ASSIGN  ICDINPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-ICDIN.
      *
      *    疾病分類別患者数統計（ＣＳＶ）
           SELECT  ICDCSV-FILE     ASSIGN  ICDCSVPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-ICDCSV.
      *
      *    処理結果リスト
           SELECT  ICDLST-FILE     ASSIGN  ICDLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-ICDLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
      *    疾病中分類表
       FD  ICDIN-FILE.
       01  ICDIN-REC               PIC X(200).
      *
      *    疾病分類別患者数統計
       FD  ICDCSV-FILE.
       01  ICDCSV-REC              PIC X(600).
      *
      *    処理結果リスト
       FD  ICDLST-FILE.
       01  ICDLST-REC              PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-ICDIN                       PIC X(02).
           03  STS-ICDCSV                      PIC X(02).
           03  STS-ICDLST                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-ICDIN                       PIC 9(01).
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-SYUNOU                      PIC 9(01).
           03  FLG-PTINF                       PIC 9(01).
           03  FLG-BYOMEI                      PIC 9(01).
           03  FLG-ERR                         PIC 9(01).
      *    集計対象患者（１：対象）
           03  FLG-TAISYO                      PIC 9(01).
      *    期間内の外来受診・入院（１：あり）
           03  FLG-GAIRAI                      PIC 9(01).
           03  FLG-NYUIN                       PIC 9(01).
           03  FLG-SHINKI                      PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(03).
           03  IDX-CD                          PIC 9(03).
           03  IDX-RNG                         PIC 9(03).
           03  IDX-BUN                         PIC 9(03).
           03  IDX-PTB                         PIC 9(03).
           03  IDX-NEN                         PIC 9(03).
           03  SEX-IDX                         PIC 9(01).
           03  AGE-IDX                         PIC 9(02).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(08).
           03  CNT-PTBYOMEI                    PIC 9(08).
           03  CNT-KANJA                       PIC 9(08).
           03  CNT-ICDNASI                     PIC 9(06).
           03  CNT-BUNRUIGAI                   PIC 9(06).
           03  CNT-TORIKOMI                    PIC 9(06).
           03  CNT-ERR                         PIC 9(06).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理区分（１：集計　２：疾病中分類表取込）
               05  WRK-PARA-SYORIKBN           PIC X(01).
      *        期間（開始年月・終了年月　省略時は前月）
               05  WRK-PARA-STYM               PIC X(06).
               05  WRK-PARA-EDYM               PIC X(06).
      *        分類レベル（１：大分類　２：中分類）
               05  WRK-PARA-BUNRUI             PIC X(01).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
           03  WRK-SRYYM                       PIC X(06).
           03  WRK-YMD.
               05  WRK-YMD-YY                  PIC 9(04).
               05  WRK-YMD-MM                  PIC 9(02).
               05  WRK-YMD-DD                  PIC 9(02).
           03  WRK-SYO                         PIC 9(04).
           03  WRK-AMARI                       PIC 9(04).
      *    期間の開始日・終了日
           03  WRK-STYMD                       PIC X(08).
           03  WRK-EDYMD                       PIC X(08).
      *    年齢算出用（期間の終了日時点の年齢）
           03  WRK-AGE                         PIC 9(03).
           03  WRK-BIRTH-YMD.
               05  WRK-BIRTH-YY                PIC 9(04).
               05  WRK-BIRTH-MMDD              PIC 9(04).
           03  WRK-SRY-YMD.
               05  WRK-SRY-YY                  PIC 9(04).
               05  WRK-SRY-MMDD                PIC 9(04).
      *
           03  WRK-PTID                        PIC 9(10).
      *    ＩＣＤ−１０コード（小数点・記号を除いた４桁）
           03  WRK-ICD                         PIC X(08).
           03  WRK-ICDCD                       PIC X(04).
           03  WRK-BUNRUICD                    PIC X(04).
      *
           03  WRK-CSV.
               05  WRK-CSV-BUNRUICD            PIC X(04).
               05  WRK-CSV-RENNUM              PIC X(02).
               05  WRK-CSV-STCD                PIC X(08).
               05  WRK-CSV-EDCD                PIC X(08).
               05  WRK-CSV-NAME                PIC X(100).
           03  WRK-RENNUM                      PIC 9(02).
      *    数値の左詰め編集
           03  WRK-NUM                         PIC 9(07).
           03  WRK-NUM-ED                      PIC Z(06)9.
           03  WRK-NUM-SP                      PIC 9(02).
      *
           03  WRK-ED-CNT1                     PIC ZZ,ZZ9.
           03  WRK-ED-CNT2                     PIC ZZ,ZZ9.
           03  WRK-ED-CNT3                     PIC ZZ,ZZ9.
           03  WRK-PTR                         PIC 9(03).
      *    ＣＳＶ明細行（分類別集計領域と同じ並び）
           03  WRK-GYO.
               05  WRK-GYO-GAIRAI              PIC 9(07).
               05  WRK-GYO-NYUIN               PIC 9(07).
               05  WRK-GYO-JITSU               PIC 9(07).
               05  WRK-GYO-SHINKI              PIC 9(07).
               05  WRK-GYO-NENREI              PIC 9(07)   OCCURS  20.
           03  WRK-GYO-CD                      PIC X(04).
           03  WRK-GYO-NAME                    PIC X(100).
           03  WRK-LINE                        PIC X(600).
      *
           03  ICDINPARA                       PIC X(256).
           03  ICDCSVPARA                      PIC X(256).
           03  ICDLSTPARA                      PIC X(256).
      *
      *    分類別集計領域
       01  BUN-TBL-AREA.
           03  BUN-MAX                         PIC 9(03).
           03  BUN-TBL                         OCCURS  300.
               05  BUN-CD                      PIC X(04).
               05  BUN-NAME                    PIC X(100).
               05  BUN-CNT.
                   07  BUN-GAIRAI              PIC 9(07).
                   07  BUN-NYUIN               PIC 9(07).
                   07  BUN-JITSU               PIC 9(07).
                   07  BUN-SHINKI              PIC 9(07).
      *            年齢階級・性別（１〜１０：男　１１〜２０：女）
                   07  BUN-NENREI              PIC 9(07)   OCCURS  20.
      *    合計（患者ごとに１回数える）
           03  TOT-CNT.
               05  TOT-GAIRAI                  PIC 9(07).
               05  TOT-NYUIN                   PIC 9(07).
               05  TOT-JITSU                   PIC 9(07).
               05  TOT-SHINKI                  PIC 9(07).
               05  TOT-NENREI                  PIC 9(07)   OCCURS  20.
      *    ＩＣＤ−１０コード未設定・分類範囲外の添字
           03  BUN-IDX-ICDNASI                 PIC 9(03).
           03  BUN-IDX-BUNRUIGAI               PIC 9(03).
      *
      *    分類コード範囲
       01  RNG-TBL-AREA.
           03  RNG-MAX                         PIC 9(03).
           03  RNG-TBL                         OCCURS  600.
               05  RNG-STCD                    PIC X(04).
      *        終了コードが３桁のときは３桁目までで比較する
               05  RNG-EDCD                    PIC X(04).
               05  RNG-BUNIDX                  PIC 9(03).
      *
      *    患者別計上分類（同一分類の主病名は一度だけ数える）
       01  PTB-TBL-AREA.
           03  PTB-MAX                         PIC 9(03).
           03  PTB-TBL                         OCCURS  50.
               05  PTB-BUNIDX                  PIC 9(03).
               05  PTB-SHINKI                  PIC 9(01).
      *
       01  CONST-AREA.
      *    疾病大分類（ＩＣＤ−１０の章）
      *    （分類コード・開始コード・終了コード・分類名）
           03  CONST-DAI-VAL.
               05  FILLER          PIC X(08)   VALUE   "01A00B99".
               05  FILLER          PIC X(48)   VALUE
                   "感染症及び寄生虫症".
               05  FILLER          PIC X(48)   VALUE   SPACE.
               05  FILLER          PIC X(08)   VALUE   "02C00D48".
               05  FILLER          PIC X(48)   VALUE
                   "新生物＜腫瘍＞".
               05  FILLER          PIC X(48)   VALUE   SPACE.
               05  FILLER          PIC X(08)   VALUE   "03D50D89".
               05  FILLER          PIC X(48)   VALUE
                   "血液及び造血器の疾患並びに免疫".
               05  FILLER          PIC X(48)   VALUE
                   "機構の障害".
               05  FILLER          PIC X(08)   VALUE   "04E00E90".
               05  FILLER          PIC X(48)   VALUE
                   "内分泌，栄養及び代謝疾患".
               05  FILLER          PIC X(48)   VALUE   SPACE.
               05  FILLER          PIC X(08)   VALUE   "05F00F99".
               05  FILLER          PIC X(48)   VALUE
                   "精神及び行動の障害".
               05  FILLER          PIC X(48)   VALUE   SPACE.
               05  FILLER          PIC X(08)   VALUE   "06G00G99".
               05  FILLER          PIC X(48)   VALUE
                   "神経系の疾患".
               05  FILLER          PIC X(48)   VALUE   SPACE.
               05  FILLER          PIC X(08)   VALUE   "07H00H59".
               05  FILLER          PIC X(48)   VALUE
                   "眼及び付属器の疾患".
               05  FILLER          PIC X(48)   VALUE   SPACE.
               05  FILLER          PIC X(08)   VALUE   "08H60H95".
               05  FILLER          PIC X(48)   VALUE
                   "耳及び乳様突起の疾患".
               05  FILLER          PIC X(48)   VALUE   SPACE.
               05  FILLER          PIC X(08)   VALUE   "09I00I99".
               05  FILLER          PIC X(48)   VALUE
                   "循環器系の疾患".
               05  FILLER          PIC X(48)   VALUE   SPACE.
               05  FILLER          PIC X(08)   VALUE   "10J00J99".
               05  FILLER          PIC X(48)   VALUE
                   "呼吸器系の疾患".
               05  FILLER          PIC X(48)   VALUE   SPACE.
               05  FILLER          PIC X(08)   VALUE   "11K00K93".
               05  FILLER          PIC X(48)   VALUE
                   "消化器系の疾患".
               05  FILLER          PIC X(48)   VALUE   SPACE.
               05  FILLER          PIC X(08)   VALUE   "12L00L99".
               05  FILLER          PIC X(48)   VALUE
                   "皮膚及び皮下組織の疾患".
               05  FILLER          PIC X(48)   VALUE   SPACE.
               05  FILLER          PIC X(08)   VALUE   "13M00M99".
               05  FILLER          PIC X(48)   VALUE
                   "筋骨格系及び結合組織の疾患".
               05  FILLER          PIC X(48)   VALUE   SPACE.
               05  FILLER          PIC X(08)   VALUE   "14N00N99".
               05  FILLER          PIC X(48)   VALUE
                   "腎尿路生殖器系の疾患".
               05  FILLER          PIC X(48)   VALUE   SPACE.
               05  FILLER          PIC X(08)   VALUE   "15O00O99".
               05  FILLER          PIC X(48)   VALUE
                   "妊娠，分娩及び産じょく".
               05  FILLER          PIC X(48)   VALUE   SPACE.
               05  FILLER          PIC X(08)   VALUE   "16P00P96".
               05  FILLER          PIC X(48)   VALUE
                   "周産期に発生した病態".
               05  FILLER          PIC X(48)   VALUE   SPACE.
               05  FILLER          PIC X(08)   VALUE   "17Q00Q99".
               05  FILLER          PIC X(48)   VALUE
                   "先天奇形，変形及び染色体異常".
               05  FILLER          PIC X(48)   VALUE   SPACE.
               05  FILLER          PIC X(08)   VALUE   "18R00R99".
               05  FILLER          PIC X(48)   VALUE
                   "症状，徴候及び異常臨床所見・異常".
               05  FILLER          PIC X(48)   VALUE
                   "検査所見で他に分類されないもの".
               05  FILLER          PIC X(08)   VALUE   "19S00T98".
               05  FILLER          PIC X(48)   VALUE
                   "損傷，中毒及びその他の外因の影響".
               05  FILLER          PIC X(48)   VALUE   SPACE.
               05  FILLER          PIC X(08)   VALUE   "20V01Y98".
               05  FILLER          PIC X(48)   VALUE
                   "傷病及び死亡の外因".
               05  FILLER          PIC X(48)   VALUE   SPACE.
               05  FILLER          PIC X(08)   VALUE   "21Z00Z99".
               05  FILLER          PIC X(48)   VALUE
                   "健康状態に影響を及ぼす要因及び保".
               05  FILLER          PIC X(48)   VALUE
                   "健サービスの利用".
               05  FILLER          PIC X(08)   VALUE   "22U00U99".
               05  FILLER          PIC X(48)   VALUE
                   "特殊目的用コード".
               05  FILLER          PIC X(48)   VALUE   SPACE.
           03  CONST-DAI-R         REDEFINES   CONST-DAI-VAL.
               05  CONST-DAI                   OCCURS  22.
                   07  CONST-DAI-CD            PIC X(02).
                   07  CONST-DAI-STCD          PIC X(03).
                   07  CONST-DAI-EDCD          PIC X(03).
                   07  CONST-DAI-NAME          PIC X(96).
      *    年齢階級名称
           03  CONST-NEN-VAL.
               05  FILLER          PIC X(12)   VALUE   "0-9歳".
               05  FILLER          PIC X(12)   VALUE   "10-19歳".
               05  FILLER          PIC X(12)   VALUE   "20-29歳".
               05  FILLER          PIC X(12)   VALUE   "30-39歳".
               05  FILLER          PIC X(12)   VALUE   "40-49歳".
               05  FILLER          PIC X(12)   VALUE   "50-59歳".
               05  FILLER          PIC X(12)   VALUE   "60-69歳".
               05  FILLER          PIC X(12)   VALUE   "70-79歳".
               05  FILLER          PIC X(12)   VALUE   "80-89歳".
               05  FILLER          PIC X(12)   VALUE   "90歳以上".
           03  CONST-NEN-R         REDEFINES   CONST-NEN-VAL.
               05  CONST-NENMEI    PIC X(12)   OCCURS  10.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    疾病中分類テーブル
       01  ICDBUNRUI-REC.
           03  IBR-HOSPNUM         PIC 9(02).
      *    分類コード
           03  IBR-BUNRUICD        PIC X(04).
      *    連番（一つの分類が複数のコード範囲からなるとき）
           03  IBR-RENNUM          PIC 9(02).
      *    ＩＣＤ−１０開始コード・終了コード（３桁または４桁）
           03  IBR-STCD            PIC X(04).
           03  IBR-EDCD            PIC X(04).
           03  IBR-BUNRUINAME      PIC X(100).
           03  IBR-UPYMD           PIC X(08).
           03  IBR-UPHMS           PIC X(06).
      *
      *    患者病名
       01  PTBYOMEI-REC.
           COPY    "CPPTBYOMEI.INC".
      *
      *    病名マスタ
       01  BYOMEI-REC.
           COPY    "CPBYOMEI.INC".
      *
      *    収納
       01  SYUNOU-REC.
           COPY    "CPSYUNOU.INC".
      *
      *    患者マスタ
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
      ****************************************************************
       LINKAGE                 SECTION.
       01  COMMAND-PARAM.
           02  FILLER      PIC X(1024).
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
           IF      FLG-ERR             =   ZERO
               IF      WRK-PARA-SYORIKBN   =   "2"
      *            疾病中分類表取込
                   PERFORM 600-IBR-TORIKOMI-SEC
               ELSE
      *            分類表の編集
                   PERFORM 200-BUNRUI-SEC
      *            患者病名の集計
                   IF      FLG-ERR             =   ZERO
                       PERFORM 300-PTBYOMEI-SEC
                       PERFORM 500-CSV-SEC
                   END-IF
               END-IF
           END-IF
      *
           PERFORM 900-TERM-SEC
      *
           STOP    RUN
           .
      *****************************************************************
      *    初期　処理
      *****************************************************************
       100-INIT-SEC                SECTION.
      *
           DISPLAY "*** ORCBICDTOKEI START ***"
      *
           INITIALIZE                  FLG-AREA
                                       IDX-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       BUN-TBL-AREA
                                       RNG-TBL-AREA
                                       PTB-TBL-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SYORIKBN
                                               WRK-PARA-STYM
                                               WRK-PARA-EDYM
                                               WRK-PARA-BUNRUI
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               ICDLSTPARA
                                               ICDCSVPARA
                                               ICDINPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
           IF      WRK-PARA-SYORIKBN   NOT =   "2"
               MOVE    "1"                 TO  WRK-PARA-SYORIKBN
           END-IF
           IF      WRK-PARA-BUNRUI     NOT =   "2"
               MOVE    "1"                 TO  WRK-PARA-BUNRUI
           END-IF
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "疾病分類別患者数統計"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBICDTOKEI"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    開始年月の省略時は前月、終了年月の省略時は開始年月
           IF      WRK-PARA-STYM       IS  NOT NUMERIC
               MOVE    SMCNDATE-YMD (1:6)  TO  WRK-SRYYM
               PERFORM 810-ZENGETU-SEC
               MOVE    WRK-SRYYM           TO  WRK-PARA-STYM
           END-IF
           IF      WRK-PARA-EDYM       IS  NOT NUMERIC
               MOVE    WRK-PARA-STYM       TO  WRK-PARA-EDYM
           END-IF
           STRING  WRK-PARA-STYM       DELIMITED   BY  SIZE
                   "01"                DELIMITED   BY  SIZE
                                       INTO    WRK-STYMD
           END-STRING
           MOVE    WRK-PARA-EDYM       TO  WRK-YMD (1:6)
           PERFORM 800-GETUMATU-SEC
           MOVE    WRK-YMD             TO  WRK-EDYMD
      *
           OPEN    OUTPUT              ICDLST-FILE
      *
           IF      WRK-PARA-SYORIKBN   =   "1"
               STRING  "＊＊＊　疾病分類別患者数統計"
                                           DELIMITED   BY  SIZE
                       "　＊＊＊　期間："  DELIMITED   BY  SIZE
                       WRK-PARA-STYM       DELIMITED   BY  SIZE
                       "〜"                DELIMITED   BY  SIZE
                       WRK-PARA-EDYM       DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
           ELSE
               STRING  "＊＊＊　疾病中分類表取込"
                                           DELIMITED   BY  SIZE
                       "　＊＊＊"          DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
           END-IF
           PERFORM 900-ICDLST-WRITE-SEC
      *
           IF      WRK-PARA-SYORIKBN   =   "1"
               IF      WRK-PARA-STYM (5:2) <   "01"
               OR      WRK-PARA-STYM (5:2) >   "12"
               OR      WRK-PARA-EDYM (5:2) <   "01"
               OR      WRK-PARA-EDYM (5:2) >   "12"
               OR      WRK-PARA-STYM       >   WRK-PARA-EDYM
                   MOVE    1                   TO  FLG-ERR
                   MOVE    "集計期間に誤りがあります"
                                           TO  WRK-LINE
                   PERFORM 900-ICDLST-WRITE-SEC
               END-IF
           END-IF
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    分類表編集処理
      *    （大分類はＩＣＤ−１０の章、中分類は疾病中分類テーブル。
      *      末尾にＩＣＤ−１０コード未設定・分類範囲外を加える）
      *****************************************************************
       200-BUNRUI-SEC              SECTION.
      *
           IF      WRK-PARA-BUNRUI     =   "1"
               PERFORM VARYING IDX FROM 1 BY 1
                       UNTIL   IDX             >   22
                   ADD     1                   TO  BUN-MAX
                   MOVE    CONST-DAI-CD (IDX)  TO  BUN-CD (BUN-MAX)
                   MOVE    CONST-DAI-NAME (IDX)
                                           TO  BUN-NAME (BUN-MAX)
                   ADD     1                   TO  RNG-MAX
                   MOVE    CONST-DAI-STCD (IDX)
                                           TO  RNG-STCD (RNG-MAX)
                   MOVE    CONST-DAI-EDCD (IDX)
                                           TO  RNG-EDCD (RNG-MAX)
                   MOVE    BUN-MAX             TO  RNG-BUNIDX (RNG-MAX)
               END-PERFORM
           ELSE
               INITIALIZE                  ICDBUNRUI-REC
               MOVE    SPA-HOSPNUM         TO  IBR-HOSPNUM
               MOVE    ICDBUNRUI-REC       TO  MCPDATA-REC
               MOVE    "tbl_icdbunrui"     TO  MCP-TABLE
               MOVE    "all"               TO  MCP-PATHNAME
               MOVE    "DBSELECT"          TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    ZERO                TO  FLG-FETCH
                   PERFORM 210-IBR-1KEN-SEC
                           UNTIL   FLG-FETCH       =   1
               END-IF
               MOVE    "tbl_icdbunrui"     TO  MCP-TABLE
               MOVE    "all"               TO  MCP-PATHNAME
               MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      BUN-MAX             =   ZERO
                   MOVE    1                   TO  FLG-ERR
                   MOVE    "疾病中分類表が未登録です"
                                           TO  WRK-LINE
                   PERFORM 900-ICDLST-WRITE-SEC
                   GO  TO  200-BUNRUI-EXT
               END-IF
           END-IF
      *
           ADD     1                   TO  BUN-MAX
           MOVE    BUN-MAX             TO  BUN-IDX-BUNRUIGAI
           MOVE    "9998"              TO  BUN-CD (BUN-MAX)
           MOVE    "分類範囲外"        TO  BUN-NAME (BUN-MAX)
           ADD     1                   TO  BUN-MAX
           MOVE    BUN-MAX             TO  BUN-IDX-ICDNASI
           MOVE    "9999"              TO  BUN-CD (BUN-MAX)
           MOVE    "ＩＣＤ−１０コード未設定"
                                       TO  BUN-NAME (BUN-MAX)
           .
       200-BUNRUI-EXT.
           EXIT.
      *
      *****************************************************************
      *    疾病中分類テーブル読込処理（１件）
      *****************************************************************
       210-IBR-1KEN-SEC            SECTION.
      *
           MOVE    "tbl_icdbunrui"     TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  210-IBR-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  ICDBUNRUI-REC
      *
      *    分類範囲外・コード未設定の２行分を残す
           IF      RNG-MAX             >=  600
           OR      BUN-MAX             >=  298
               GO  TO  210-IBR-1KEN-EXT
           END-IF
           IF      BUN-MAX             =   ZERO
           OR      IBR-BUNRUICD    NOT =   BUN-CD (BUN-MAX)
               ADD     1                   TO  BUN-MAX
               MOVE    IBR-BUNRUICD        TO  BUN-CD (BUN-MAX)
               MOVE    IBR-BUNRUINAME      TO  BUN-NAME (BUN-MAX)
           END-IF
           ADD     1                   TO  RNG-MAX
           MOVE    IBR-STCD            TO  RNG-STCD (RNG-MAX)
           MOVE    IBR-EDCD            TO  RNG-EDCD (RNG-MAX)
           MOVE    BUN-MAX             TO  RNG-BUNIDX (RNG-MAX)
           .
       210-IBR-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者病名集計処理
      *    （患者病名を患者番号順に読み、期間内に受診のある患者の
      *      期間内に継続する主病名（疑い病名を除く）を分類ごとに
      *      数える。テスト患者は除く）
      *****************************************************************
       300-PTBYOMEI-SEC            SECTION.
      *
           MOVE    ZERO                TO  WRK-PTID
           MOVE    ZERO                TO  FLG-TAISYO
      *
           INITIALIZE                  PTBYOMEI-REC
           MOVE    SPA-HOSPNUM         TO  PTBYO-HOSPNUM
           MOVE    PTBYOMEI-REC        TO  MCPDATA-REC
           MOVE    "tbl_ptbyomei"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 310-PTBYOMEI-1KEN-SEC
                       UNTIL   FLG-FETCH       =   1
           END-IF
           MOVE    "tbl_ptbyomei"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
      *    最後の患者の計上
           PERFORM 330-PT-KEIJYO-SEC
           .
       300-PTBYOMEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者病名集計処理（１件）
      *****************************************************************
       310-PTBYOMEI-1KEN-SEC       SECTION.
      *
           MOVE    "tbl_ptbyomei"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  310-PTBYOMEI-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  PTBYOMEI-REC
           ADD     1                   TO  CNT-IN
      *
      *    患者が替わったとき前の患者を計上し、受診状況を求める
           IF      PTBYO-PTID      NOT =   WRK-PTID
               PERFORM 330-PT-KEIJYO-SEC
               MOVE    PTBYO-PTID          TO  WRK-PTID
               PERFORM 320-PT-SET-SEC
           END-IF
           IF      FLG-TAISYO          =   ZERO
               GO  TO  310-PTBYOMEI-1KEN-EXT
           END-IF
      *
      *    期間内に継続する主病名（疑いを除く）
           IF      PTBYO-SYUBYOFLG NOT =   "1"
           OR      PTBYO-UTAGAIFLG     =   "1"
           OR      PTBYO-SRYYMD        >   WRK-EDYMD
               GO  TO  310-PTBYOMEI-1KEN-EXT
           END-IF
           IF      PTBYO-TENKIKBN  NOT =   SPACE
           AND     PTBYO-TENKIKBN  NOT =   ZERO
           AND     PTBYO-TENKIYMD      <   WRK-STYMD
               GO  TO  310-PTBYOMEI-1KEN-EXT
           END-IF
           ADD     1                   TO  CNT-PTBYOMEI
      *
           PERFORM 340-BUNRUI-GET-SEC
      *
      *    開始日が期間内の主病名は新規
           MOVE    ZERO                TO  FLG-SHINKI
           IF      PTBYO-SRYYMD        >=  WRK-STYMD
               MOVE    1                   TO  FLG-SHINKI
           END-IF
      *
           PERFORM VARYING IDX-PTB FROM 1 BY 1
                   UNTIL   IDX-PTB         >   PTB-MAX
                   OR      PTB-BUNIDX (IDX-PTB)    =   IDX-BUN
               CONTINUE
           END-PERFORM
           IF      IDX-PTB             >   PTB-MAX
               IF      PTB-MAX             >=  50
                   GO  TO  310-PTBYOMEI-1KEN-EXT
               END-IF
               ADD     1                   TO  PTB-MAX
               MOVE    PTB-MAX             TO  IDX-PTB
               MOVE    IDX-BUN             TO  PTB-BUNIDX (IDX-PTB)
           END-IF
           IF      FLG-SHINKI          =   1
               MOVE    1                   TO  PTB-SHINKI (IDX-PTB)
           END-IF
           .
       310-PTBYOMEI-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者別受診状況設定処理
      *    （期間内の外来受診・入院の有無、性別・年齢階級）
      *****************************************************************
       320-PT-SET-SEC              SECTION.
      *
           MOVE    ZERO                TO  FLG-TAISYO
                                           FLG-GAIRAI
                                           FLG-NYUIN
           INITIALIZE                  PTB-TBL-AREA
      *
           INITIALIZE                  PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    WRK-PTID            TO  PTINF-PTID
           PERFORM 900-PTINF-READ-SEC
           IF      FLG-PTINF       NOT =   ZERO
           OR      PTINF-TSTPTNUMKBN   =   "1"
               GO  TO  320-PT-SET-EXT
           END-IF
      *
      *    収納から期間内の受診を求める（入外区分　１：入院
      *    ２：外来。入院は請求期間が期間に重なるもの）
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
                       PERFORM 321-JYUSIN-CHK-SEC
                   ELSE
                       MOVE    1                   TO  FLG-SYUNOU
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      FLG-GAIRAI          =   ZERO
           AND     FLG-NYUIN           =   ZERO
               GO  TO  320-PT-SET-EXT
           END-IF
           MOVE    1                   TO  FLG-TAISYO
      *
      *    性別（２：女　その他は男として数える）
           IF      PTINF-SEX           =   "2"
               MOVE    2                   TO  SEX-IDX
           ELSE
               MOVE    1                   TO  SEX-IDX
           END-IF
      *    年齢の計算（期間の終了日－生年月日）
           MOVE    ZERO                TO  WRK-AGE
           IF      PTINF-BIRTHDAY      IS  NUMERIC
               MOVE    PTINF-BIRTHDAY      TO  WRK-BIRTH-YMD
               MOVE    WRK-EDYMD           TO  WRK-SRY-YMD
               IF      WRK-SRY-YY          >   WRK-BIRTH-YY
                   COMPUTE WRK-AGE =   WRK-SRY-YY  -   WRK-BIRTH-YY
                   IF      WRK-SRY-MMDD        <   WRK-BIRTH-MMDD
                       COMPUTE WRK-AGE =   WRK-AGE -   1
                   END-IF
               END-IF
           END-IF
      *    年齢階級（１０歳階級、９０歳以上はまとめる）
           IF      WRK-AGE             >=  90
               MOVE    10                  TO  AGE-IDX
           ELSE
               DIVIDE  WRK-AGE         BY  10
                       GIVING  AGE-IDX
               ADD     1                   TO  AGE-IDX
           END-IF
           COMPUTE IDX-NEN =   ( SEX-IDX   -   1 ) *   10
                           +   AGE-IDX
           .
       320-PT-SET-EXT.
           EXIT.
      *
      *****************************************************************
      *    期間内受診判定処理（収納１件）
      *****************************************************************
       321-JYUSIN-CHK-SEC          SECTION.
      *
           IF      SYU-NYUGAIKBN       =   "1"
               IF      SYU-SKYSTYMD        <=  WRK-EDYMD
               AND   ( SYU-SKYEDYMD        >=  WRK-STYMD
               OR      SYU-SKYEDYMD        =   SPACE )
                   MOVE    1                   TO  FLG-NYUIN
               END-IF
           ELSE
               IF      SYU-SRYYMD          >=  WRK-STYMD
               AND     SYU-SRYYMD          <=  WRK-EDYMD
                   MOVE    1                   TO  FLG-GAIRAI
               END-IF
           END-IF
           .
       321-JYUSIN-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者別計上処理
      *    （分類ごとの実患者数は患者ごとに一度、合計は主病名の
      *      分類数によらず一人として数える）
      *****************************************************************
       330-PT-KEIJYO-SEC           SECTION.
      *
           IF      FLG-TAISYO          =   ZERO
           OR      PTB-MAX             =   ZERO
               GO  TO  330-PT-KEIJYO-EXT
           END-IF
      *
           ADD     1                   TO  CNT-KANJA
           MOVE    ZERO                TO  FLG-SHINKI
           PERFORM VARYING IDX-PTB FROM 1 BY 1
                   UNTIL   IDX-PTB         >   PTB-MAX
               MOVE    PTB-BUNIDX (IDX-PTB)    TO  IDX-BUN
               IF      FLG-GAIRAI          =   1
                   ADD     1               TO  BUN-GAIRAI (IDX-BUN)
               END-IF
               IF      FLG-NYUIN           =   1
                   ADD     1               TO  BUN-NYUIN (IDX-BUN)
               END-IF
               ADD     1                   TO  BUN-JITSU (IDX-BUN)
               IF      PTB-SHINKI (IDX-PTB)    =   1
                   ADD     1               TO  BUN-SHINKI (IDX-BUN)
                   MOVE    1               TO  FLG-SHINKI
               END-IF
               ADD     1           TO  BUN-NENREI (IDX-BUN IDX-NEN)
           END-PERFORM
      *
           IF      FLG-GAIRAI          =   1
               ADD     1                   TO  TOT-GAIRAI
           END-IF
           IF      FLG-NYUIN           =   1
               ADD     1                   TO  TOT-NYUIN
           END-IF
           ADD     1                   TO  TOT-JITSU
           IF      FLG-SHINKI          =   1
               ADD     1                   TO  TOT-SHINKI
           END-IF
           ADD     1                   TO  TOT-NENREI (IDX-NEN)
      *
           INITIALIZE                  PTB-TBL-AREA
           .
       330-PT-KEIJYO-EXT.
           EXIT.
      *
      *****************************************************************
      *    分類取得処理
      *    （主病名を構成する病名コードのうち、ＩＣＤ−１０コードが
      *      設定された最初の病名で分類する。修飾語・未コード化
      *      病名は除く）
      *****************************************************************
       340-BUNRUI-GET-SEC          SECTION.
      *
           MOVE    SPACE               TO  WRK-ICD
           PERFORM VARYING IDX-CD FROM 1 BY 1
                   UNTIL   IDX-CD          >   21
                   OR      WRK-ICD     NOT =   SPACE
               IF      PTBYO-BYOMEICD (IDX-CD)     NOT =   SPACE
               AND     PTBYO-BYOMEICD (IDX-CD) (1:3)
                                               NOT =   "ZZZ"
               AND     PTBYO-BYOMEICD (IDX-CD)     NOT =   "0000999"
                   INITIALIZE                  BYOMEI-REC
                   MOVE    PTBYO-BYOMEICD (IDX-CD)
                                           TO  BYO-BYOMEICD
                   PERFORM 900-BYOMEI-READ-SEC
                   IF      FLG-BYOMEI          =   ZERO
                       MOVE    BYO-ICD10-1         TO  WRK-ICD
                   END-IF
               END-IF
           END-PERFORM
      *
           IF      WRK-ICD             =   SPACE
               MOVE    BUN-IDX-ICDNASI     TO  IDX-BUN
               ADD     1                   TO  CNT-ICDNASI
               GO  TO  340-BUNRUI-GET-EXT
           END-IF
      *
      *    小数点・星印等を除いた４桁
           PERFORM 620-CD-HENSYU-SEC
      *
           MOVE    BUN-IDX-BUNRUIGAI   TO  IDX-BUN
           PERFORM VARYING IDX-RNG FROM 1 BY 1
                   UNTIL   IDX-RNG         >   RNG-MAX
               IF      WRK-ICDCD           >=  RNG-STCD (IDX-RNG)
                   IF      RNG-EDCD (IDX-RNG) (4:1)    =   SPACE
                       IF      WRK-ICDCD (1:3) <=
                                           RNG-EDCD (IDX-RNG) (1:3)
                           MOVE    RNG-BUNIDX (IDX-RNG)    TO  IDX-BUN
                           MOVE    RNG-MAX                 TO  IDX-RNG
                       END-IF
                   ELSE
                       IF      WRK-ICDCD       <=  RNG-EDCD (IDX-RNG)
                           MOVE    RNG-BUNIDX (IDX-RNG)    TO  IDX-BUN
                           MOVE    RNG-MAX                 TO  IDX-RNG
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF      IDX-BUN             =   BUN-IDX-BUNRUIGAI
               ADD     1                   TO  CNT-BUNRUIGAI
           END-IF
           .
       340-BUNRUI-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    疾病分類別患者数統計出力処理
      *****************************************************************
       500-CSV-SEC                 SECTION.
      *
           OPEN    OUTPUT              ICDCSV-FILE
      *
      *    見出し行
           MOVE    1                   TO  WRK-PTR
           STRING  "分類コード,分類名,外来実患者数,"
                                       DELIMITED   BY  SIZE
                   "入院実患者数,実患者数,新規患者数"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
                                       WITH    POINTER WRK-PTR
           END-STRING
           PERFORM VARYING IDX-NEN FROM 1 BY 1
                   UNTIL   IDX-NEN         >   20
               IF      IDX-NEN             >   10
                   COMPUTE AGE-IDX =   IDX-NEN -   10
                   STRING  ",女"               DELIMITED   BY  SIZE
                           CONST-NENMEI (AGE-IDX)
                                               DELIMITED   BY  SPACE
                                               INTO    WRK-LINE
                                               WITH    POINTER WRK-PTR
                   END-STRING
               ELSE
                   MOVE    IDX-NEN             TO  AGE-IDX
                   STRING  ",男"               DELIMITED   BY  SIZE
                           CONST-NENMEI (AGE-IDX)
                                               DELIMITED   BY  SPACE
                                               INTO    WRK-LINE
                                               WITH    POINTER WRK-PTR
                   END-STRING
               END-IF
           END-PERFORM
           PERFORM 900-ICDCSV-WRITE-SEC
      *
      *    分類別明細
           PERFORM VARYING IDX-BUN FROM 1 BY 1
                   UNTIL   IDX-BUN         >   BUN-MAX
               MOVE    BUN-CD (IDX-BUN)    TO  WRK-GYO-CD
               MOVE    BUN-NAME (IDX-BUN)  TO  WRK-GYO-NAME
               MOVE    BUN-CNT (IDX-BUN)   TO  WRK-GYO
               PERFORM 510-GYO-HENSYU-SEC
           END-PERFORM
      *    合計
           MOVE    SPACE               TO  WRK-GYO-CD
           MOVE    "合計"              TO  WRK-GYO-NAME
           MOVE    TOT-CNT             TO  WRK-GYO
           PERFORM 510-GYO-HENSYU-SEC
      *
           CLOSE   ICDCSV-FILE
      *
           MOVE    CNT-KANJA           TO  WRK-ED-CNT1
           MOVE    CNT-ICDNASI         TO  WRK-ED-CNT2
           MOVE    CNT-BUNRUIGAI       TO  WRK-ED-CNT3
           STRING  "集計患者数："      DELIMITED   BY  SIZE
                   WRK-ED-CNT1         DELIMITED   BY  SIZE
                   "　ＩＣＤ未設定主病名："
                                       DELIMITED   BY  SIZE
                   WRK-ED-CNT2         DELIMITED   BY  SIZE
                   "　分類範囲外主病名："
                                       DELIMITED   BY  SIZE
                   WRK-ED-CNT3         DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-ICDLST-WRITE-SEC
           .
       500-CSV-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＣＳＶ明細行編集処理
      *****************************************************************
       510-GYO-HENSYU-SEC          SECTION.
      *
           MOVE    1                   TO  WRK-PTR
           STRING  WRK-GYO-CD          DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-GYO-NAME        DELIMITED   BY  "  "
                                       INTO    WRK-LINE
                                       WITH    POINTER WRK-PTR
           END-STRING
           MOVE    WRK-GYO-GAIRAI      TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           MOVE    WRK-GYO-NYUIN       TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           MOVE    WRK-GYO-JITSU       TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           MOVE    WRK-GYO-SHINKI      TO  WRK-NUM
           PERFORM 530-CSV-ADD-SEC
           PERFORM VARYING IDX-NEN FROM 1 BY 1
                   UNTIL   IDX-NEN         >   20
               MOVE    WRK-GYO-NENREI (IDX-NEN)
                                       TO  WRK-NUM
               PERFORM 530-CSV-ADD-SEC
           END-PERFORM
           PERFORM 900-ICDCSV-WRITE-SEC
           .
       510-GYO-HENSYU-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＣＳＶ項目追加処理（数値を左詰めで追加）
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
      *    疾病中分類表取込処理
      *    （ＣＳＶ：分類コード,連番,開始コード,終了コード,分類名）
      *****************************************************************
       600-IBR-TORIKOMI-SEC        SECTION.
      *
           OPEN    INPUT               ICDIN-FILE
           IF      STS-ICDIN       NOT =   "00"
               DISPLAY "ORCBICDTOKEI ICDIN OPEN ERR " STS-ICDIN
               MOVE    "疾病中分類表ＣＳＶがありません"
                                       TO  WRK-LINE
               PERFORM 900-ICDLST-WRITE-SEC
               GO  TO  600-IBR-TORIKOMI-EXT
           END-IF
      *
           PERFORM 900-ICDIN-READ-SEC
           PERFORM 610-IBR-1KEN-SEC
                   UNTIL   FLG-ICDIN       =   1
      *
           CLOSE   ICDIN-FILE
           .
       600-IBR-TORIKOMI-EXT.
           EXIT.
      *
      *****************************************************************
      *    疾病中分類表取込処理（１件）
      *****************************************************************
       610-IBR-1KEN-SEC            SECTION.
      *
           INITIALIZE                  WRK-CSV
           UNSTRING    ICDIN-REC       DELIMITED   BY  ","
                                       INTO    WRK-CSV-BUNRUICD
                                               WRK-CSV-RENNUM
                                               WRK-CSV-STCD
                                               WRK-CSV-EDCD
                                               WRK-CSV-NAME
           END-UNSTRING
      *
      *    連番の１桁入力は前ゼロを補う
           IF      WRK-CSV-RENNUM (1:1)    IS  NUMERIC
           AND     WRK-CSV-RENNUM (2:1)    =   SPACE
               MOVE    WRK-CSV-RENNUM (1:1)    TO  WRK-CSV-RENNUM (2:1)
               MOVE    "0"                     TO  WRK-CSV-RENNUM (1:1)
           END-IF
      *    見出し行等、連番が数字でない行は読み飛ばす
           IF      WRK-CSV-RENNUM      IS  NOT NUMERIC
               GO  TO  610-IBR-NEXT
           END-IF
           MOVE    WRK-CSV-RENNUM      TO  WRK-RENNUM
      *
      *    開始・終了コードの小数点を除く
           MOVE    WRK-CSV-STCD        TO  WRK-ICD
           PERFORM 620-CD-HENSYU-SEC
           MOVE    WRK-ICDCD           TO  WRK-CSV-STCD
           IF      WRK-CSV-EDCD        =   SPACE
               MOVE    WRK-CSV-STCD        TO  WRK-CSV-EDCD
           ELSE
               MOVE    WRK-CSV-EDCD        TO  WRK-ICD
               PERFORM 620-CD-HENSYU-SEC
               MOVE    WRK-ICDCD           TO  WRK-CSV-EDCD
           END-IF
      *
           IF      WRK-CSV-BUNRUICD    =   SPACE
           OR      WRK-RENNUM          =   ZERO
           OR      WRK-CSV-STCD        =   SPACE
           OR      WRK-CSV-STCD        >   WRK-CSV-EDCD
           OR      WRK-CSV-NAME        =   SPACE
               ADD     1                   TO  CNT-ERR
               STRING  "　　【取込エラー】"
                                           DELIMITED   BY  SIZE
                       ICDIN-REC           DELIMITED   BY  "  "
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-ICDLST-WRITE-SEC
               GO  TO  610-IBR-NEXT
           END-IF
      *
           INITIALIZE                  ICDBUNRUI-REC
           MOVE    SPA-HOSPNUM         TO  IBR-HOSPNUM
           MOVE    WRK-CSV-BUNRUICD    TO  IBR-BUNRUICD
           MOVE    WRK-RENNUM          TO  IBR-RENNUM
           MOVE    WRK-CSV-STCD        TO  IBR-STCD
           MOVE    WRK-CSV-EDCD        TO  IBR-EDCD
           MOVE    WRK-CSV-NAME        TO  IBR-BUNRUINAME
           MOVE    SMCNDATE-YMD        TO  IBR-UPYMD
           MOVE    SMCNDATE-HMS        TO  IBR-UPHMS
      *
           MOVE    ICDBUNRUI-REC       TO  MCPDATA-REC
           MOVE    "tbl_icdbunrui"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    ICDBUNRUI-REC       TO  MCPDATA-REC
           MOVE    "tbl_icdbunrui"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               ADD     1                   TO  CNT-TORIKOMI
               STRING  "分類："            DELIMITED   BY  SIZE
                       IBR-BUNRUICD        DELIMITED   BY  SPACE
                       "（"                DELIMITED   BY  SIZE
                       IBR-STCD            DELIMITED   BY  SPACE
                       "−"                DELIMITED   BY  SIZE
                       IBR-EDCD            DELIMITED   BY  SPACE
                       "）　"              DELIMITED   BY  SIZE
                       IBR-BUNRUINAME      DELIMITED   BY  "  "
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-ICDLST-WRITE-SEC
           ELSE
               ADD     1                   TO  CNT-ERR
               DISPLAY "ORCBICDTOKEI IBR INSERT ERR RC=" MCP-RC
           END-IF
           .
       610-IBR-NEXT.
      *
           PERFORM 900-ICDIN-READ-SEC
           .
       610-IBR-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＩＣＤ−１０コード編集処理
      *    （ＷＲＫ−ＩＣＤから小数点を除き４桁以内にする）
      *****************************************************************
       620-CD-HENSYU-SEC           SECTION.
      *
           MOVE    SPACE               TO  WRK-ICDCD
           MOVE    WRK-ICD (1:3)       TO  WRK-ICDCD (1:3)
           IF      WRK-ICD (4:1)       =   "."
               MOVE    WRK-ICD (5:1)       TO  WRK-ICDCD (4:1)
           ELSE
               MOVE    WRK-ICD (4:1)       TO  WRK-ICDCD (4:1)
           END-IF
           IF      WRK-ICDCD (4:1)     IS  NOT NUMERIC
               MOVE    SPACE               TO  WRK-ICDCD (4:1)
           END-IF
           .
       620-CD-HENSYU-EXT.
           EXIT.
      *
      *****************************************************************
      *    月末日算出処理（ＷＲＫ−ＹＭＤの年月の末日を日に設定）
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
      *    前月算出処理（ＷＲＫ−ＳＲＹＹＭを前月にする）
      *****************************************************************
       810-ZENGETU-SEC             SECTION.
      *
           MOVE    WRK-SRYYM           TO  WRK-YMD (1:6)
           IF      WRK-YMD-MM          =   1
               SUBTRACT    1               FROM    WRK-YMD-YY
               MOVE        12              TO      WRK-YMD-MM
           ELSE
               SUBTRACT    1               FROM    WRK-YMD-MM
           END-IF
           MOVE    WRK-YMD (1:6)       TO  WRK-SRYYM
           .
       810-ZENGETU-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者マスタ読込処理
      *****************************************************************
       900-PTINF-READ-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-PTINF
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
           END-IF
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-PTINF-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    病名マスタ読込処理
      *****************************************************************
       900-BYOMEI-READ-SEC         SECTION.
      *
           MOVE    1                   TO  FLG-BYOMEI
           MOVE    BYOMEI-REC          TO  MCPDATA-REC
           MOVE    "tbl_byomei"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_byomei"        TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  BYOMEI-REC
                   MOVE    ZERO                TO  FLG-BYOMEI
               END-IF
           END-IF
           MOVE    "tbl_byomei"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-BYOMEI-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    疾病中分類表ファイル読込処理
      *****************************************************************
       900-ICDIN-READ-SEC          SECTION.
      *
           MOVE    ZERO                TO  FLG-ICDIN
           READ    ICDIN-FILE
               AT  END
                   MOVE    1               TO  FLG-ICDIN
               NOT AT  END
                   ADD     1               TO  CNT-IN
           END-READ
           .
       900-ICDIN-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    疾病分類別患者数統計出力処理
      *****************************************************************
       900-ICDCSV-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  ICDCSV-REC
           WRITE   ICDCSV-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-ICDCSV-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    処理結果リスト出力処理
      *****************************************************************
       900-ICDLST-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  ICDLST-REC
           WRITE   ICDLST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-ICDLST-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       900-TERM-SEC                SECTION.
      *
           IF      WRK-PARA-SYORIKBN   =   "2"
               MOVE    CNT-TORIKOMI        TO  WRK-ED-CNT1
               MOVE    CNT-ERR             TO  WRK-ED-CNT2
               STRING  "取込件数："        DELIMITED   BY  SIZE
                       WRK-ED-CNT1         DELIMITED   BY  SIZE
                       "　エラー件数："    DELIMITED   BY  SIZE
                       WRK-ED-CNT2         DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-ICDLST-WRITE-SEC
           END-IF
      *
           CLOSE   ICDLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           IF      WRK-PARA-SYORIKBN   =   "1"
               MOVE    CNT-KANJA           TO  JOB-UPDCNT
           ELSE
               MOVE    CNT-TORIKOMI        TO  JOB-UPDCNT
           END-IF
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "IN       CNT     :" CNT-IN
           DISPLAY "PTBYOMEI CNT     :" CNT-PTBYOMEI
           DISPLAY "KANJA    CNT     :" CNT-KANJA
           DISPLAY "ICDNASI  CNT     :" CNT-ICDNASI
           DISPLAY "BUNRUIGAI CNT    :" CNT-BUNRUIGAI
           DISPLAY "TORIKOMI CNT     :" CNT-TORIKOMI
           DISPLAY "ERR      CNT     :" CNT-ERR
           DISPLAY "*** ORCBICDTOKEI END ***"
           .
       900-TERM-EXT.
           EXIT.
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
