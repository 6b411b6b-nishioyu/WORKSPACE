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
       PROGRAM-ID.             ORCBRECALL.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 病名
      *  コンポーネント名  : 受診中断患者検出・リコールリスト作成
      *                      （処理区分１：慢性疾患の病名が継続中
      *                        で、過去の受診履歴から求めた受診
      *                        間隔を大きく超えて来院も予約もない
      *                        患者を検出し、疾病群・主治医別の
      *                        リコールリストと、はがき宛名・連絡
      *                        結果記入用のＣＳＶを出力する。
      *                        検出した患者はリコール管理テーブル
      *                        へ記録する。
      *                        処理区分２：連絡結果を記入したＣＳＶ
      *                        を取り込み、リコール管理テーブルへ
      *                        連絡結果を登録する。転医・死亡・本人
      *                        希望なしは再来院まで、連絡済みは
      *                        猶予日数の間、検出から除外する）
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
      *    リコールリスト／取込結果リスト
           SELECT  RCLLST-FILE     ASSIGN  RCLLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-RCLLST.
      *
      *    リコールＣＳＶ（連絡結果記入用）
           SELECT  RCLCSV-FILE     ASSIGN  RCLCSVPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-RCLCSV.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
      *    リコールリスト
       FD  RCLLST-FILE.
       01  RCLLST-REC              PIC X(200).
      *
      *    リコールＣＳＶ
       FD  RCLCSV-FILE.
       01  RCLCSV-REC              PIC X(600).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-RCLLST                      PIC X(02).
           03  STS-RCLCSV                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-ERR                         PIC 9(01).
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-FETCH2                      PIC 9(01).
           03  FLG-RCLCSV                      PIC 9(01).
           03  FLG-PTINF                       PIC 9(01).
           03  FLG-PTNUM                       PIC 9(01).
           03  FLG-BYOMEI                      PIC 9(01).
           03  FLG-UKE                         PIC 9(01).
           03  FLG-SYSKANRI                    PIC 9(01).
      *    死亡登録（０：死亡登録あり）
           03  FLG-DEATH                       PIC 9(01).
      *    当日以降の予約（０：予約あり）
           03  FLG-YYK                         PIC 9(01).
      *    リコール管理（０：登録あり）
           03  FLG-RECALL                      PIC 9(01).
      *    基準日に入院中（１：入院中）
           03  FLG-NYUIN                       PIC 9(01).
      *    慢性疾患病名あり（１：あり）
           03  FLG-MANSEI                      PIC 9(01).
      *    連絡結果による除外（１：除外）
           03  FLG-JOGAI                       PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(05).
           03  IDX-CD                          PIC 9(03).
           03  IDX-GUN                         PIC 9(03).
           03  IDX-RNG                         PIC 9(03).
           03  IDX-DR                          PIC 9(03).
           03  IDX-TGT                         PIC 9(05).
           03  IDX-JYU                         PIC 9(02).
           03  IDX-NYU                         PIC 9(05).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(08).
           03  CNT-KANJA                       PIC 9(06).
           03  CNT-KENSYUTU                    PIC 9(06).
           03  CNT-YOYAKU                      PIC 9(06).
           03  CNT-NYUIN                       PIC 9(06).
           03  CNT-DEATH                       PIC 9(06).
           03  CNT-JOGAI                       PIC 9(06).
           03  CNT-RIREKI                      PIC 9(06).
           03  CNT-OVER                        PIC 9(06).
           03  CNT-TOUROKU                     PIC 9(06).
           03  CNT-ERR                         PIC 9(06).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理区分（１：検出・リコールリスト　２：連絡結果取込）
               05  WRK-PARA-SYORIKBN           PIC X(01).
      *        基準日（省略時は処理日）
               05  WRK-PARA-KIJUNYMD           PIC X(08).
      *        受診間隔に対する倍率（１０倍値　省略時は２０＝２倍）
               05  WRK-PARA-BAIRITU            PIC 9(03).
      *        中断とみなす最低経過日数（省略時は９０日）
               05  WRK-PARA-SAITEI             PIC 9(03).
      *        連絡済みの再検出猶予日数（省略時は６０日）
               05  WRK-PARA-YUYO               PIC 9(03).
      *        疾病群（省略時は全疾病群）
               05  WRK-PARA-GUNCD              PIC X(02).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
           03  WRK-PTID                        PIC 9(10).
           03  WRK-PTNUM                       PIC X(20).
           03  WRK-ICD                         PIC X(08).
      *    患者別の該当疾病群（１：該当）
           03  WRK-GUNFLG.
               05  WRK-GUNFLG-OCC              PIC X(01)   OCCURS  20.
           03  WRK-GUNIDX                      PIC 9(03).
      *    直近の受診日（新しい順に最大６日）
           03  WRK-JYU-MAX                     PIC 9(02).
           03  WRK-JYU-TBL.
               05  WRK-JYU-YMD                 PIC X(08)   OCCURS  6.
           03  WRK-LASTYMD                     PIC X(08).
      *    平均受診間隔・判定日数・経過日数
           03  WRK-KANKAKU                     PIC 9(04).
           03  WRK-HANTEI                      PIC 9(05).
           03  WRK-KEIKA                       PIC 9(05).
           03  WRK-YMD-N                       PIC 9(08).
           03  WRK-YMD2-N                      PIC 9(08).
           03  WRK-INTDATE                     PIC S9(09).
           03  WRK-INTDATE2                    PIC S9(09).
           03  WRK-KIJUN-INTDATE               PIC S9(09).
           03  WRK-DRCD                        PIC X(05).
      *    年齢算出用
           03  WRK-AGE                         PIC 9(03).
           03  WRK-BIRTH-YMD.
               05  WRK-BIRTH-YY                PIC 9(04).
               05  WRK-BIRTH-MMDD              PIC 9(04).
           03  WRK-KIJUN-YMD.
               05  WRK-KIJUN-YY                PIC 9(04).
               05  WRK-KIJUN-MMDD              PIC 9(04).
      *
           03  WRK-GUNMEI                      PIC X(120).
           03  WRK-SEX                         PIC X(02).
           03  WRK-KEKKAMEI                    PIC X(20).
           03  WRK-HOUHOUMEI                   PIC X(10).
           03  WRK-ZENKAI                      PIC X(40).
           03  WRK-PTR                         PIC 9(03).
      *
      *    取込レコード分解領域
           03  WRK-IN-KEKKA                    PIC X(01).
           03  WRK-IN-HOUHOU                   PIC X(01).
           03  WRK-IN-RENRAKUYMD               PIC X(08).
           03  WRK-IN-PTNUM                    PIC X(20).
           03  WRK-IN-BIKO                     PIC X(100).
           03  WRK-RIYU                        PIC X(60).
      *
           03  WRK-ED-KENSU                    PIC ZZZ,ZZ9.
           03  WRK-ED-KANKAKU                  PIC ZZZ9.
           03  WRK-ED-KEIKA                    PIC ZZZZ9.
           03  WRK-ED-AGE                      PIC ZZ9.
           03  WRK-LINE                        PIC X(600).
      *
           03  RCLLSTPARA                      PIC X(256).
           03  RCLCSVPARA                      PIC X(256).
      *
      *    基準日に入院中の患者
       01  NYU-TBL-AREA.
           03  NYU-MAX                         PIC 9(05).
           03  NYU-PTID                        PIC 9(10)   OCCURS  3000.
      *
      *    主治医
       01  DR-TBL-AREA.
           03  DR-MAX                          PIC 9(03).
           03  DR-TBL                          OCCURS  200.
               05  DR-DRCD                     PIC X(05).
               05  DR-NAME                     PIC X(40).
      *
      *    検出患者
       01  TGT-TBL-AREA.
           03  TGT-MAX                         PIC 9(05).
           03  TGT-TBL                         OCCURS  5000.
               05  TGT-PTID                    PIC 9(10).
      *        一覧で区分けする疾病群（該当疾病群の最初）
               05  TGT-GUNIDX                  PIC 9(03).
               05  TGT-GUNFLG                  PIC X(20).
               05  TGT-DRIDX                   PIC 9(03).
               05  TGT-LASTYMD                 PIC X(08).
               05  TGT-KANKAKU                 PIC 9(04).
               05  TGT-KEIKA                   PIC 9(05).
               05  TGT-ZENKAI                  PIC X(40).
      *
       01  CONST-AREA.
           03  CONST-TGT-MAX                   PIC 9(05)   VALUE   5000.
           03  CONST-NYU-MAX                   PIC 9(05)   VALUE   3000.
           03  CONST-DR-MAX                    PIC 9(03)   VALUE   200.
      *    疾病群（群コード・群名）
           03  CONST-GUN-MAX                   PIC 9(03)   VALUE   11.
           03  CONST-GUN-VAL.
               05  FILLER          PIC X(32)   VALUE
                   "01高血圧症".
               05  FILLER          PIC X(32)   VALUE
                   "02糖尿病".
               05  FILLER          PIC X(32)   VALUE
                   "03脂質異常症".
               05  FILLER          PIC X(32)   VALUE
                   "04慢性腎臓病".
               05  FILLER          PIC X(32)   VALUE
                   "05虚血性心疾患".
               05  FILLER          PIC X(32)   VALUE
                   "06心不全".
               05  FILLER          PIC X(32)   VALUE
                   "07脳血管疾患".
               05  FILLER          PIC X(32)   VALUE
                   "08慢性閉塞性肺疾患".
               05  FILLER          PIC X(32)   VALUE
                   "09喘息".
               05  FILLER          PIC X(32)   VALUE
                   "10高尿酸血症・痛風".
               05  FILLER          PIC X(32)   VALUE
                   "11甲状腺疾患".
           03  CONST-GUN-R         REDEFINES   CONST-GUN-VAL.
               05  CONST-GUN                   OCCURS  11.
                   07  CONST-GUN-CD            PIC X(02).
                   07  CONST-GUN-NAME          PIC X(30).
      *    疾病群のＩＣＤ−１０コード範囲（３桁）
      *    （群の添字・開始コード・終了コード）
           03  CONST-RNG-MAX                   PIC 9(03)   VALUE   12.
           03  CONST-RNG-VAL.
               05  FILLER          PIC X(08)   VALUE   "01I10I15".
               05  FILLER          PIC X(08)   VALUE   "02E10E14".
               05  FILLER          PIC X(08)   VALUE   "03E78E78".
               05  FILLER          PIC X(08)   VALUE   "04N18N18".
               05  FILLER          PIC X(08)   VALUE   "05I20I25".
               05  FILLER          PIC X(08)   VALUE   "06I50I50".
               05  FILLER          PIC X(08)   VALUE   "07I60I69".
               05  FILLER          PIC X(08)   VALUE   "08J44J44".
               05  FILLER          PIC X(08)   VALUE   "09J45J46".
               05  FILLER          PIC X(08)   VALUE   "10E79E79".
               05  FILLER          PIC X(08)   VALUE   "10M10M10".
               05  FILLER          PIC X(08)   VALUE   "11E00E07".
           03  CONST-RNG-R         REDEFINES   CONST-RNG-VAL.
               05  CONST-RNG                   OCCURS  12.
                   07  CONST-RNG-GUNIDX        PIC 9(02).
                   07  CONST-RNG-STCD          PIC X(03).
                   07  CONST-RNG-EDCD          PIC X(03).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    リコール管理テーブル
       01  RECALL-REC.
           03  RCL-HOSPNUM         PIC 9(02).
           03  RCL-PTID            PIC 9(10).
      *    検出日（今回の受診中断で最初に検出した基準日）
           03  RCL-KENSYUTUYMD     PIC X(08).
      *    最終検出基準日
           03  RCL-KIJUNYMD        PIC X(08).
      *    検出時の最終来院日・平均受診間隔・経過日数
           03  RCL-LASTYMD         PIC X(08).
           03  RCL-KANKAKU         PIC 9(04).
           03  RCL-KEIKA           PIC 9(05).
      *    該当疾病群（群の並びで１：該当）
           03  RCL-GUNFLG          PIC X(20).
      *    主治医（最終来院日の受付のドクター）
           03  RCL-DRCD            PIC X(05).
      *    連絡結果（空白：未連絡　１：連絡済み　２：転医
      *              ３：死亡　４：本人希望なし）
           03  RCL-KEKKA           PIC X(01).
      *    連絡方法（１：電話　２：はがき）
           03  RCL-HOUHOU          PIC X(01).
           03  RCL-RENRAKUYMD      PIC X(08).
           03  RCL-BIKO            PIC X(100).
           03  RCL-CREYMD          PIC X(08).
           03  RCL-UPYMD           PIC X(08).
           03  RCL-UPHMS           PIC X(06).
      *
      *    患者病名
       01  PTBYOMEI-REC.
           COPY    "CPPTBYOMEI.INC".
      *
      *    病名マスタ
       01  BYOMEI-REC.
           COPY    "CPBYOMEI.INC".
      *
      *    患者マスタ
       01  PTINF-REC.
           COPY    "CPPTINF.INC".
      *
      *    患者番号マスタ
       01  PTNUM-REC.
           COPY    "CPPTNUM.INC".
      *
      *    受診履歴
       01  JYURRK-REC.
           COPY    "CPJYURRK.INC".
      *
      *    受付テーブル
       01  UKETUKE-REC.
           COPY    "CPUKETUKE.INC".
      *
      *    予約テーブル
       01  YYK-REC.
           COPY    "CPYYK.INC".
      *
      *    患者入院履歴
       01  PTNYUINRRK-REC.
           COPY    "CPPTNYUINRRK.INC".
      *
      *    システム管理
           COPY    "CPSYSKANRI.INC".
      *
      *    職員情報（ドクター）
           COPY    "CPSK1010.INC".
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
      *    死亡登録による関連業務停止サブ
           COPY    "CPORCSDEATH.INC".
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
      *            連絡結果取込
                   PERFORM 500-KEKKA-TORIKOMI-SEC
               ELSE
      *            基準日の入院患者
                   PERFORM 200-NYUIN-SEC
      *            受診中断患者の検出
                   PERFORM 300-PTBYOMEI-SEC
      *            リコールリスト出力
                   PERFORM 400-RECALL-LIST-SEC
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
           DISPLAY "*** ORCBRECALL START ***"
      *
           INITIALIZE                  FLG-AREA
                                       IDX-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       NYU-TBL-AREA
                                       DR-TBL-AREA
                                       TGT-TBL-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SYORIKBN
                                               WRK-PARA-KIJUNYMD
                                               WRK-PARA-BAIRITU
                                               WRK-PARA-SAITEI
                                               WRK-PARA-YUYO
                                               WRK-PARA-GUNCD
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               RCLLSTPARA
                                               RCLCSVPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
           IF      WRK-PARA-SYORIKBN   NOT =   "2"
               MOVE    "1"                 TO  WRK-PARA-SYORIKBN
           END-IF
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           IF      WRK-PARA-SYORIKBN   =   "1"
               MOVE    "受診中断患者検出"  TO  JOB-SHELLMSG
           ELSE
               MOVE    "リコール連絡結果取込"
                                           TO  JOB-SHELLMSG
           END-IF
           MOVE    "ORCBRECALL"    TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
           IF      WRK-PARA-KIJUNYMD   IS  NOT NUMERIC
               MOVE    SMCNDATE-YMD        TO  WRK-PARA-KIJUNYMD
           END-IF
           IF      WRK-PARA-BAIRITU    IS  NOT NUMERIC
           OR      WRK-PARA-BAIRITU    <   10
      *        既定値：受診間隔の２倍
               MOVE    20                  TO  WRK-PARA-BAIRITU
           END-IF
           IF      WRK-PARA-SAITEI     IS  NOT NUMERIC
           OR      WRK-PARA-SAITEI     =   ZERO
      *        既定値：９０日
               MOVE    90                  TO  WRK-PARA-SAITEI
           END-IF
           IF      WRK-PARA-YUYO       IS  NOT NUMERIC
           OR      WRK-PARA-YUYO       =   ZERO
      *        既定値：６０日
               MOVE    60                  TO  WRK-PARA-YUYO
           END-IF
           MOVE    WRK-PARA-KIJUNYMD   TO  WRK-YMD-N
           MOVE    FUNCTION INTEGER-OF-DATE (WRK-YMD-N)
                                       TO  WRK-KIJUN-INTDATE
      *
           OPEN    OUTPUT              RCLLST-FILE
      *
           IF      WRK-PARA-SYORIKBN   =   "1"
               STRING  "＊＊＊　受診中断患者"
                                           DELIMITED   BY  SIZE
                       "リコールリスト"    DELIMITED   BY  SIZE
                       "　＊＊＊　基準日："
                                           DELIMITED   BY  SIZE
                       WRK-PARA-KIJUNYMD   DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
           ELSE
               STRING  "＊＊＊　リコール連絡結果取込"
                                           DELIMITED   BY  SIZE
                       "　＊＊＊　処理日："
                                           DELIMITED   BY  SIZE
                       SMCNDATE-YMD        DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
           END-IF
           PERFORM 900-RCLLST-WRITE-SEC
      *
           IF      WRK-PARA-SYORIKBN   =   "1"
               IF      WRK-PARA-GUNCD      NOT =   SPACE
                   PERFORM VARYING IDX-GUN FROM 1 BY 1
                           UNTIL   IDX-GUN         >   CONST-GUN-MAX
                           OR      CONST-GUN-CD (IDX-GUN)
                                               =   WRK-PARA-GUNCD
                       CONTINUE
                   END-PERFORM
                   IF      IDX-GUN             >   CONST-GUN-MAX
                       MOVE    1                   TO  FLG-ERR
                       MOVE
                           "疾病群の指定に誤りがあります"
                                               TO  WRK-LINE
                       PERFORM 900-RCLLST-WRITE-SEC
                   END-IF
               END-IF
           END-IF
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    基準日の入院患者編集処理
      *    （入院中の患者は外来の受診が途絶えても対象外とする）
      *****************************************************************
       200-NYUIN-SEC               SECTION.
      *
           INITIALIZE                  PTNYUINRRK-REC
           MOVE    SPA-HOSPNUM         TO  PTNYUINRRK-HOSPNUM
           MOVE    WRK-PARA-KIJUNYMD   TO  PTNYUINRRK-TENNYUYMD
                                           PTNYUINRRK-TENSTUYMD
           MOVE    PTNYUINRRK-REC      TO  MCPDATA-REC
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "key40"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH       =   1
                   MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
                   MOVE    "key40"             TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  PTNYUINRRK-REC
                       IF      NYU-MAX             <   CONST-NYU-MAX
                           ADD     1                   TO  NYU-MAX
                           MOVE    PTNYUINRRK-PTID
                                           TO  NYU-PTID (NYU-MAX)
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_ptnyuinrrk"    TO  MCP-TABLE
           MOVE    "key40"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-NYUIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    受診中断患者検出処理
      *    （患者病名を患者番号順に読み、基準日に継続中の慢性疾患
      *      病名（疑い病名を除く）を持つ患者ごとに判定する）
      *****************************************************************
       300-PTBYOMEI-SEC            SECTION.
      *
           MOVE    ZERO                TO  WRK-PTID
           MOVE    ZERO                TO  FLG-MANSEI
           MOVE    ALL "0"             TO  WRK-GUNFLG
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
      *    最後の患者の判定
           PERFORM 320-PT-HANTEI-SEC
           .
       300-PTBYOMEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者病名読込処理（１件）
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
      *    患者が替わったとき前の患者を判定する
           IF      PTBYO-PTID      NOT =   WRK-PTID
               PERFORM 320-PT-HANTEI-SEC
               MOVE    PTBYO-PTID          TO  WRK-PTID
               MOVE    ZERO                TO  FLG-MANSEI
               MOVE    ALL "0"             TO  WRK-GUNFLG
           END-IF
      *
      *    基準日に継続中の病名（疑いを除く）
           IF      PTBYO-UTAGAIFLG     =   "1"
           OR      PTBYO-SRYYMD        >   WRK-PARA-KIJUNYMD
               GO  TO  310-PTBYOMEI-1KEN-EXT
           END-IF
           IF      PTBYO-TENKIKBN  NOT =   SPACE
           AND     PTBYO-TENKIKBN  NOT =   ZERO
           AND     PTBYO-TENKIYMD      <=  WRK-PARA-KIJUNYMD
               GO  TO  310-PTBYOMEI-1KEN-EXT
           END-IF
      *
           PERFORM 330-GUN-GET-SEC
           IF      WRK-GUNIDX          =   ZERO
               GO  TO  310-PTBYOMEI-1KEN-EXT
           END-IF
           MOVE    "1"         TO  WRK-GUNFLG-OCC (WRK-GUNIDX)
           MOVE    1                   TO  FLG-MANSEI
           .
       310-PTBYOMEI-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者別受診中断判定処理
      *****************************************************************
       320-PT-HANTEI-SEC           SECTION.
      *
           IF      FLG-MANSEI          =   ZERO
               GO  TO  320-PT-HANTEI-EXT
           END-IF
           MOVE    ZERO                TO  FLG-MANSEI
           ADD     1                   TO  CNT-KANJA
      *
      *    テスト患者は除く
           INITIALIZE                  PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    WRK-PTID            TO  PTINF-PTID
           PERFORM 900-PTINF-READ-SEC
           IF      FLG-PTINF       NOT =   ZERO
           OR      PTINF-TSTPTNUMKBN   =   "1"
               GO  TO  320-PT-HANTEI-EXT
           END-IF
      *
      *    受診間隔の判定（受診日が３日未満の患者は定期受診の
      *    実績がないため対象外）
           PERFORM 340-JYURRK-SEC
           IF      WRK-JYU-MAX         <   3
               ADD     1                   TO  CNT-RIREKI
               GO  TO  320-PT-HANTEI-EXT
           END-IF
           MOVE    WRK-JYU-YMD (1)     TO  WRK-LASTYMD
           MOVE    WRK-LASTYMD         TO  WRK-YMD-N
           MOVE    FUNCTION INTEGER-OF-DATE (WRK-YMD-N)
                                       TO  WRK-INTDATE
           MOVE    WRK-JYU-YMD (WRK-JYU-MAX)
                                       TO  WRK-YMD2-N
           MOVE    FUNCTION INTEGER-OF-DATE (WRK-YMD2-N)
                                       TO  WRK-INTDATE2
           COMPUTE WRK-KANKAKU ROUNDED
                   =   ( WRK-INTDATE   -   WRK-INTDATE2 )
                   /   ( WRK-JYU-MAX   -   1 )
           COMPUTE WRK-KEIKA   =   WRK-KIJUN-INTDATE   -   WRK-INTDATE
           COMPUTE WRK-HANTEI ROUNDED
                   =   WRK-KANKAKU *   WRK-PARA-BAIRITU    /   10
           IF      WRK-HANTEI          <   WRK-PARA-SAITEI
               MOVE    WRK-PARA-SAITEI     TO  WRK-HANTEI
           END-IF
           IF      WRK-KEIKA           <=  WRK-HANTEI
               GO  TO  320-PT-HANTEI-EXT
           END-IF
      *
      *    入院中の患者は除く
           MOVE    ZERO                TO  FLG-NYUIN
           PERFORM VARYING IDX-NYU FROM 1 BY 1
                   UNTIL   IDX-NYU         >   NYU-MAX
                   OR      FLG-NYUIN           =   1
               IF      NYU-PTID (IDX-NYU)  =   WRK-PTID
                   MOVE    1                   TO  FLG-NYUIN
               END-IF
           END-PERFORM
           IF      FLG-NYUIN           =   1
               ADD     1                   TO  CNT-NYUIN
               GO  TO  320-PT-HANTEI-EXT
           END-IF
      *
      *    基準日以降の予約がある患者は除く
           PERFORM 350-YYK-CHK-SEC
           IF      FLG-YYK             =   ZERO
               ADD     1                   TO  CNT-YOYAKU
               GO  TO  320-PT-HANTEI-EXT
           END-IF
      *
      *    死亡登録のある患者は除く
           PERFORM 360-DEATH-CHK-SEC
           IF      FLG-DEATH           =   ZERO
               ADD     1                   TO  CNT-DEATH
               GO  TO  320-PT-HANTEI-EXT
           END-IF
      *
      *    主治医（最終来院日の受付のドクター）
           PERFORM 370-DRCD-GET-SEC
      *
      *    リコール管理の連絡結果による除外判定と記録
           PERFORM 380-RECALL-UPD-SEC
           IF      FLG-JOGAI           =   1
               ADD     1                   TO  CNT-JOGAI
               GO  TO  320-PT-HANTEI-EXT
           END-IF
      *
           IF      TGT-MAX             >=  CONST-TGT-MAX
               ADD     1                   TO  CNT-OVER
               GO  TO  320-PT-HANTEI-EXT
           END-IF
           ADD     1                   TO  CNT-KENSYUTU
           ADD     1                   TO  TGT-MAX
           MOVE    WRK-PTID            TO  TGT-PTID (TGT-MAX)
           MOVE    WRK-GUNFLG          TO  TGT-GUNFLG (TGT-MAX)
           MOVE    WRK-LASTYMD         TO  TGT-LASTYMD (TGT-MAX)
           MOVE    WRK-KANKAKU         TO  TGT-KANKAKU (TGT-MAX)
           MOVE    WRK-KEIKA           TO  TGT-KEIKA (TGT-MAX)
           MOVE    WRK-ZENKAI          TO  TGT-ZENKAI (TGT-MAX)
           MOVE    IDX-DR              TO  TGT-DRIDX (TGT-MAX)
           PERFORM VARYING IDX-GUN FROM 1 BY 1
                   UNTIL   IDX-GUN         >   CONST-GUN-MAX
                   OR      WRK-GUNFLG-OCC (IDX-GUN)    =   "1"
               CONTINUE
           END-PERFORM
           MOVE    IDX-GUN             TO  TGT-GUNIDX (TGT-MAX)
           .
       320-PT-HANTEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    疾病群取得処理
      *    （患者病名を構成する病名コードのうち、ＩＣＤ−１０コード
      *      が設定された最初の病名で判定する）
      *****************************************************************
       330-GUN-GET-SEC             SECTION.
      *
           MOVE    ZERO                TO  WRK-GUNIDX
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
           IF      WRK-ICD             =   SPACE
               GO  TO  330-GUN-GET-EXT
           END-IF
      *
           PERFORM VARYING IDX-RNG FROM 1 BY 1
                   UNTIL   IDX-RNG         >   CONST-RNG-MAX
                   OR      WRK-GUNIDX  NOT =   ZERO
               IF      WRK-ICD (1:3)   >=  CONST-RNG-STCD (IDX-RNG)
               AND     WRK-ICD (1:3)   <=  CONST-RNG-EDCD (IDX-RNG)
                   MOVE    CONST-RNG-GUNIDX (IDX-RNG)
                                           TO  WRK-GUNIDX
               END-IF
           END-PERFORM
      *
      *    疾病群の指定があるときは指定群のみ
           IF      WRK-GUNIDX      NOT =   ZERO
           AND     WRK-PARA-GUNCD  NOT =   SPACE
               IF      CONST-GUN-CD (WRK-GUNIDX)
                                   NOT =   WRK-PARA-GUNCD
                   MOVE    ZERO                TO  WRK-GUNIDX
               END-IF
           END-IF
           .
       330-GUN-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    直近受診日取得処理
      *    （基準日以前の受診日を新しい順に最大６日分保持する。
      *      同日の複数受診は１日とする）
      *****************************************************************
       340-JYURRK-SEC              SECTION.
      *
           MOVE    ZERO                TO  WRK-JYU-MAX
           MOVE    SPACE               TO  WRK-JYU-TBL
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
               MOVE    ZERO                TO  FLG-FETCH2
               PERFORM UNTIL   FLG-FETCH2      =   1
                   MOVE    "tbl_jyurrk"        TO  MCP-TABLE
                   MOVE    "ptymd"             TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  JYURRK-REC
                       IF      JYU-SRYYMD      <=  WRK-PARA-KIJUNYMD
                           PERFORM 341-JYUYMD-SET-SEC
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH2
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_jyurrk"        TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       340-JYURRK-EXT.
           EXIT.
      *
      *****************************************************************
      *    受診日設定処理（新しい順の位置へ挿入する）
      *****************************************************************
       341-JYUYMD-SET-SEC          SECTION.
      *
           PERFORM VARYING IDX-JYU FROM 1 BY 1
                   UNTIL   IDX-JYU         >   WRK-JYU-MAX
                   OR      WRK-JYU-YMD (IDX-JYU)   <=  JYU-SRYYMD
               CONTINUE
           END-PERFORM
           IF      IDX-JYU             <=  WRK-JYU-MAX
               IF      WRK-JYU-YMD (IDX-JYU)   =   JYU-SRYYMD
                   GO  TO  341-JYUYMD-SET-EXT
               END-IF
           END-IF
           IF      IDX-JYU             >   6
               GO  TO  341-JYUYMD-SET-EXT
           END-IF
      *
           IF      WRK-JYU-MAX         <   6
               ADD     1                   TO  WRK-JYU-MAX
           END-IF
           PERFORM VARYING IDX FROM WRK-JYU-MAX BY -1
                   UNTIL   IDX             <=  IDX-JYU
               MOVE    WRK-JYU-YMD (IDX - 1)
                                       TO  WRK-JYU-YMD (IDX)
           END-PERFORM
           MOVE    JYU-SRYYMD          TO  WRK-JYU-YMD (IDX-JYU)
           .
       341-JYUYMD-SET-EXT.
           EXIT.
      *
      *****************************************************************
      *    予約有無判定処理
      *    （ＦＬＧ−ＹＹＫ　０：基準日以降の予約あり）
      *****************************************************************
       350-YYK-CHK-SEC             SECTION.
      *
           MOVE    1                   TO  FLG-YYK
      *
           INITIALIZE                  YYK-REC
           MOVE    SPA-HOSPNUM         TO  YYK-HOSPNUM
           MOVE    WRK-PTID            TO  YYK-PTID
           MOVE    YYK-REC             TO  MCPDATA-REC
           MOVE    "tbl_yyk"           TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH2
               PERFORM UNTIL   FLG-FETCH2      =   1
                   MOVE    "tbl_yyk"           TO  MCP-TABLE
                   MOVE    "ptid"              TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  YYK-REC
                       IF      YYK-YOYAKUYMD   >=  WRK-PARA-KIJUNYMD
                           MOVE    ZERO                TO  FLG-YYK
                           MOVE    1                   TO  FLG-FETCH2
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH2
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_yyk"           TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       350-YYK-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    死亡登録判定処理（ＦＬＧ−ＤＥＡＴＨ　０：死亡登録あり）
      *****************************************************************
       360-DEATH-CHK-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-DEATH
      *
           INITIALIZE                  ORCSDEATHAREA
           MOVE    "1"                 TO  SDEATH-MODE
           MOVE    SPA-HOSPNUM         TO  SDEATH-HOSPNUM
           MOVE    WRK-PTID            TO  SDEATH-PTID
           MOVE    "ORCBRECALL"        TO  SDEATH-OPID
           CALL    "ORCSDEATH"         USING   ORCSDEATHAREA
           IF      SDEATH-RC           =   ZERO
               MOVE    ZERO                TO  FLG-DEATH
           END-IF
           .
       360-DEATH-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    主治医取得処理
      *    （最終来院日の受付のドクターを主治医とし、主治医テーブル
      *      の添字をＩＤＸ−ＤＲに設定する）
      *****************************************************************
       370-DRCD-GET-SEC            SECTION.
      *
           MOVE    SPACE               TO  WRK-DRCD
      *
           INITIALIZE                  UKETUKE-REC
           MOVE    SPA-HOSPNUM         TO  UKE-HOSPNUM
           MOVE    WRK-PTID            TO  UKE-PTID
           MOVE    WRK-LASTYMD         TO  UKE-UKEYMD
           MOVE    UKETUKE-REC         TO  MCPDATA-REC
           MOVE    "tbl_uketuke"       TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_uketuke"       TO  MCP-TABLE
               MOVE    "ptymd"             TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  UKETUKE-REC
                   MOVE    UKE-DRCD            TO  WRK-DRCD
               END-IF
           END-IF
           MOVE    "tbl_uketuke"       TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           PERFORM VARYING IDX-DR FROM 1 BY 1
                   UNTIL   IDX-DR          >   DR-MAX
                   OR      DR-DRCD (IDX-DR)    =   WRK-DRCD
               CONTINUE
           END-PERFORM
           IF      IDX-DR              <=  DR-MAX
               GO  TO  370-DRCD-GET-EXT
           END-IF
      *    主治医テーブルが一杯のときは未設定として扱う
           IF      DR-MAX              >=  CONST-DR-MAX
               MOVE    SPACE               TO  WRK-DRCD
               PERFORM VARYING IDX-DR FROM 1 BY 1
                       UNTIL   IDX-DR          >   DR-MAX
                       OR      DR-DRCD (IDX-DR)    =   SPACE
                   CONTINUE
               END-PERFORM
               IF      IDX-DR              <=  DR-MAX
                   GO  TO  370-DRCD-GET-EXT
               END-IF
               MOVE    DR-MAX              TO  IDX-DR
               GO  TO  370-DRCD-GET-EXT
           END-IF
           ADD     1                   TO  DR-MAX
           MOVE    DR-MAX              TO  IDX-DR
           MOVE    WRK-DRCD            TO  DR-DRCD (IDX-DR)
           IF      WRK-DRCD            =   SPACE
               MOVE    "（主治医未設定）"  TO  DR-NAME (IDX-DR)
           ELSE
               PERFORM 910-SYS1010-INV-SEC
               IF      FLG-SYSKANRI        =   ZERO
                   MOVE    SYS-1010-NAME       TO  DR-NAME (IDX-DR)
               ELSE
                   MOVE    WRK-DRCD            TO  DR-NAME (IDX-DR)
               END-IF
           END-IF
           .
       370-DRCD-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    リコール管理更新処理
      *    （前回検出後に来院があれば新たな中断として記録し直す。
      *      同じ中断で転医・死亡・本人希望なしの連絡結果がある
      *      とき、連絡済みで猶予日数内のときは除外する（ＦＬＧ−
      *      ＪＯＧＡＩ＝１））
      *****************************************************************
       380-RECALL-UPD-SEC          SECTION.
      *
           MOVE    ZERO                TO  FLG-JOGAI
           MOVE    SPACE               TO  WRK-ZENKAI
      *
           INITIALIZE                  RECALL-REC
           MOVE    SPA-HOSPNUM         TO  RCL-HOSPNUM
           MOVE    WRK-PTID            TO  RCL-PTID
           PERFORM 900-RECALL-READ-SEC
      *
           IF      FLG-RECALL          =   ZERO
           AND     RCL-LASTYMD         >=  WRK-LASTYMD
               EVALUATE    RCL-KEKKA
                   WHEN    "2"
                   WHEN    "3"
                   WHEN    "4"
                       MOVE    1                   TO  FLG-JOGAI
                       GO  TO  380-RECALL-UPD-EXT
                   WHEN    "1"
                       IF      RCL-RENRAKUYMD      IS  NUMERIC
                           MOVE    RCL-RENRAKUYMD      TO  WRK-YMD-N
                           MOVE    FUNCTION INTEGER-OF-DATE (WRK-YMD-N)
                                               TO  WRK-INTDATE2
                           IF      WRK-KIJUN-INTDATE
                                           <   WRK-INTDATE2
                                           +   WRK-PARA-YUYO
                               MOVE    1                   TO  FLG-JOGAI
                               GO  TO  380-RECALL-UPD-EXT
                           END-IF
                       END-IF
               END-EVALUATE
      *        前回までの連絡状況を一覧へ表示する
               IF      RCL-KEKKA           =   "1"
                   STRING  "前回連絡"          DELIMITED   BY  SIZE
                           RCL-RENRAKUYMD      DELIMITED   BY  SIZE
                                               INTO    WRK-ZENKAI
                   END-STRING
               ELSE
                   STRING  "前回検出"          DELIMITED   BY  SIZE
                           RCL-KENSYUTUYMD     DELIMITED   BY  SIZE
                                               INTO    WRK-ZENKAI
                   END-STRING
               END-IF
           ELSE
      *        新たな受診中断
               INITIALIZE                  RECALL-REC
               MOVE    SPA-HOSPNUM         TO  RCL-HOSPNUM
               MOVE    WRK-PTID            TO  RCL-PTID
               MOVE    WRK-PARA-KIJUNYMD   TO  RCL-KENSYUTUYMD
               MOVE    SMCNDATE-YMD        TO  RCL-CREYMD
           END-IF
      *
           MOVE    WRK-PARA-KIJUNYMD   TO  RCL-KIJUNYMD
           MOVE    WRK-LASTYMD         TO  RCL-LASTYMD
           MOVE    WRK-KANKAKU         TO  RCL-KANKAKU
           MOVE    WRK-KEIKA           TO  RCL-KEIKA
           MOVE    WRK-GUNFLG          TO  RCL-GUNFLG
           MOVE    WRK-DRCD            TO  RCL-DRCD
           MOVE    SMCNDATE-YMD        TO  RCL-UPYMD
           MOVE    SMCNDATE-HMS        TO  RCL-UPHMS
      *
           MOVE    RECALL-REC          TO  MCPDATA-REC
           MOVE    "tbl_recall"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           IF      FLG-RECALL          =   ZERO
               MOVE    "DBUPDATE"          TO  MCP-FUNC
           ELSE
               MOVE    "DBINSERT"          TO  MCP-FUNC
           END-IF
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBRECALL RECALL " MCP-FUNC " ERR RC="
                       MCP-RC " PTID=" WRK-PTID
           END-IF
           .
       380-RECALL-UPD-EXT.
           EXIT.
      *
      *****************************************************************
      *    リコールリスト出力処理
      *    （疾病群・主治医の順に区分けして出力し、同じ並びで
      *      はがき宛名・連絡結果記入用ＣＳＶを出力する）
      *****************************************************************
       400-RECALL-LIST-SEC         SECTION.
      *
           OPEN    OUTPUT              RCLCSV-FILE
           STRING  "連絡結果,連絡方法,連絡日,"
                                       DELIMITED   BY  SIZE
                   "患者番号,備考,"    DELIMITED   BY  SIZE
                   "氏名,カナ氏名,性別,"
                                       DELIMITED   BY  SIZE
                   "生年月日,年齢,郵便番号,"
                                       DELIMITED   BY  SIZE
                   "住所,電話番号,疾病群,"
                                       DELIMITED   BY  SIZE
                   "主治医,最終来院日,"
                                       DELIMITED   BY  SIZE
                   "受診間隔,経過日数,前回状況"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-RCLCSV-WRITE-SEC
      *
           MOVE    ALL "-"             TO  WRK-LINE (1:130)
           PERFORM 900-RCLLST-WRITE-SEC
           STRING  "連絡結果：１連絡済み　２転医"
                                       DELIMITED   BY  SIZE
                   "　３死亡　４本人希望なし"
                                       DELIMITED   BY  SIZE
                   "（ＣＳＶの１列目へ記入"
                                       DELIMITED   BY  SIZE
                   "して取込）"        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-RCLLST-WRITE-SEC
      *
           PERFORM VARYING IDX-GUN FROM 1 BY 1
                   UNTIL   IDX-GUN         >   CONST-GUN-MAX
               PERFORM VARYING IDX-DR FROM 1 BY 1
                       UNTIL   IDX-DR          >   DR-MAX
                   PERFORM 410-GUN-DR-SEC
               END-PERFORM
           END-PERFORM
      *
           CLOSE   RCLCSV-FILE
           .
       400-RECALL-LIST-EXT.
           EXIT.
      *
      *****************************************************************
      *    疾病群・主治医別リスト出力処理
      *****************************************************************
       410-GUN-DR-SEC              SECTION.
      *
           MOVE    ZERO                TO  CNT-TOUROKU
           PERFORM VARYING IDX-TGT FROM 1 BY 1
                   UNTIL   IDX-TGT         >   TGT-MAX
               IF      TGT-GUNIDX (IDX-TGT)    =   IDX-GUN
               AND     TGT-DRIDX (IDX-TGT)     =   IDX-DR
                   IF      CNT-TOUROKU         =   ZERO
                       PERFORM 420-MIDASI-SEC
                   END-IF
                   ADD     1                   TO  CNT-TOUROKU
                   PERFORM 430-MEISAI-SEC
               END-IF
           END-PERFORM
           IF      CNT-TOUROKU         >   ZERO
               MOVE    CNT-TOUROKU         TO  WRK-ED-KENSU
               STRING  "　　　　　　　　小計："
                                           DELIMITED   BY  SIZE
                       WRK-ED-KENSU        DELIMITED   BY  SIZE
                       "名"                DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-RCLLST-WRITE-SEC
           END-IF
           .
       410-GUN-DR-EXT.
           EXIT.
      *
      *****************************************************************
      *    疾病群・主治医見出し出力処理
      *****************************************************************
       420-MIDASI-SEC              SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-RCLLST-WRITE-SEC
           STRING  "【疾病群："        DELIMITED   BY  SIZE
                   CONST-GUN-NAME (IDX-GUN)
                                       DELIMITED   BY  SPACE
                   "】　主治医："      DELIMITED   BY  SIZE
                   DR-NAME (IDX-DR)    DELIMITED   BY  "  "
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-RCLLST-WRITE-SEC
           MOVE    "患者番号    氏名                    年齢 "
                                       TO  WRK-LINE
           MOVE    "電話番号        最終来院日"
                                       TO  WRK-LINE (45:)
           MOVE    "間隔 経過日数"     TO  WRK-LINE (71:)
           MOVE    "他の疾病群・前回状況"
                                       TO  WRK-LINE (88:)
           PERFORM 900-RCLLST-WRITE-SEC
           .
       420-MIDASI-EXT.
           EXIT.
      *
      *****************************************************************
      *    リコール患者明細出力処理
      *****************************************************************
       430-MEISAI-SEC              SECTION.
      *
           MOVE    TGT-PTID (IDX-TGT)  TO  WRK-PTID
           INITIALIZE                  PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    WRK-PTID            TO  PTINF-PTID
           PERFORM 900-PTINF-READ-SEC
           PERFORM 830-PTINF-GAIJI-SEC
           PERFORM 800-PTNUM-GET-SEC
      *
      *    年齢（基準日時点）
           MOVE    ZERO                TO  WRK-AGE
           IF      PTINF-BIRTHDAY      IS  NUMERIC
               MOVE    PTINF-BIRTHDAY      TO  WRK-BIRTH-YMD
               MOVE    WRK-PARA-KIJUNYMD   TO  WRK-KIJUN-YMD
               IF      WRK-KIJUN-YY        >   WRK-BIRTH-YY
                   COMPUTE WRK-AGE =   WRK-KIJUN-YY    -   WRK-BIRTH-YY
                   IF      WRK-KIJUN-MMDD      <   WRK-BIRTH-MMDD
                       COMPUTE WRK-AGE =   WRK-AGE -   1
                   END-IF
               END-IF
           END-IF
           IF      PTINF-SEX           =   "2"
               MOVE    "女"                TO  WRK-SEX
           ELSE
               MOVE    "男"                TO  WRK-SEX
           END-IF
      *
      *    該当する疾病群名（区分けした群以外を併記する）
           MOVE    SPACE               TO  WRK-GUNMEI
           MOVE    1                   TO  WRK-PTR
           MOVE    TGT-GUNFLG (IDX-TGT)
                                       TO  WRK-GUNFLG
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX             >   CONST-GUN-MAX
               IF      WRK-GUNFLG-OCC (IDX)    =   "1"
                   IF      WRK-PTR             >   1
                       STRING  "・"                DELIMITED   BY  SIZE
                                               INTO    WRK-GUNMEI
                                               WITH    POINTER WRK-PTR
                       END-STRING
                   END-IF
                   STRING  CONST-GUN-NAME (IDX)
                                           DELIMITED   BY  SPACE
                                           INTO    WRK-GUNMEI
                                           WITH    POINTER WRK-PTR
                   END-STRING
               END-IF
           END-PERFORM
      *
      *    リコールリスト
           MOVE    TGT-KANKAKU (IDX-TGT)
                                       TO  WRK-ED-KANKAKU
           MOVE    TGT-KEIKA (IDX-TGT) TO  WRK-ED-KEIKA
           MOVE    WRK-AGE             TO  WRK-ED-AGE
           MOVE    SPACE               TO  WRK-LINE
           MOVE    WRK-PTNUM           TO  WRK-LINE (1:12)
           MOVE    PTINF-NAME          TO  WRK-LINE (13:24)
           MOVE    WRK-ED-AGE          TO  WRK-LINE (38:3)
           MOVE    PTINF-HOME-TEL1     TO  WRK-LINE (45:15)
           MOVE    TGT-LASTYMD (IDX-TGT)
                                       TO  WRK-LINE (61:8)
           MOVE    WRK-ED-KANKAKU      TO  WRK-LINE (72:4)
           MOVE    WRK-ED-KEIKA        TO  WRK-LINE (80:5)
           MOVE    1                   TO  WRK-PTR
           STRING  WRK-GUNMEI          DELIMITED   BY  "  "
                   " "                 DELIMITED   BY  SIZE
                   TGT-ZENKAI (IDX-TGT)
                                       DELIMITED   BY  "  "
                                       INTO    WRK-LINE (88:)
                                       WITH    POINTER WRK-PTR
           END-STRING
           PERFORM 900-RCLLST-WRITE-SEC
      *
      *    連絡結果記入用ＣＳＶ（連絡結果・方法・日付・備考は空欄）
           MOVE    1                   TO  WRK-PTR
           STRING  ",,,"               DELIMITED   BY  SIZE
                   WRK-PTNUM           DELIMITED   BY  SPACE
                   ",,"                DELIMITED   BY  SIZE
                   PTINF-NAME          DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   PTINF-KANANAME      DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-SEX             DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   PTINF-BIRTHDAY      DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-AGE          DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   PTINF-HOME-POST     DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   PTINF-HOME-ADRS     DELIMITED   BY  "  "
                   PTINF-HOME-BANTI    DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   PTINF-HOME-TEL1     DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-GUNMEI          DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   DR-NAME (IDX-DR)    DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   TGT-LASTYMD (IDX-TGT)
                                       DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-KANKAKU      DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ED-KEIKA        DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   TGT-ZENKAI (IDX-TGT)
                                       DELIMITED   BY  "  "
                                       INTO    WRK-LINE
                                       WITH    POINTER WRK-PTR
           END-STRING
           PERFORM 900-RCLCSV-WRITE-SEC
           .
       430-MEISAI-EXT.
           EXIT.
      *
      *****************************************************************
      *    連絡結果取込処理
      *    （ＣＳＶ：連絡結果,連絡方法,連絡日,患者番号,備考,…
      *      連絡結果が空白の行と見出し行は読み飛ばす）
      *****************************************************************
       500-KEKKA-TORIKOMI-SEC      SECTION.
      *
           OPEN    INPUT               RCLCSV-FILE
           IF      STS-RCLCSV      NOT =   "00"
               DISPLAY "ORCBRECALL RCLCSV OPEN ERR " STS-RCLCSV
               MOVE    "連絡結果ＣＳＶがありません"
                                       TO  WRK-LINE
               PERFORM 900-RCLLST-WRITE-SEC
               GO  TO  500-KEKKA-TORIKOMI-EXT
           END-IF
      *
           MOVE    "患者番号    氏名"  TO  WRK-LINE
           MOVE    "連絡結果"          TO  WRK-LINE (38:)
           MOVE    "方法   連絡日    処理結果"
                                       TO  WRK-LINE (60:)
           PERFORM 900-RCLLST-WRITE-SEC
      *
           PERFORM 900-RCLCSV-READ-SEC
           PERFORM 510-KEKKA-1KEN-SEC
                   UNTIL   FLG-RCLCSV      =   1
      *
           CLOSE   RCLCSV-FILE
           .
       500-KEKKA-TORIKOMI-EXT.
           EXIT.
      *
      *****************************************************************
      *    連絡結果取込処理（１件）
      *****************************************************************
       510-KEKKA-1KEN-SEC          SECTION.
      *
           MOVE    SPACE               TO  WRK-IN-KEKKA
                                           WRK-IN-HOUHOU
                                           WRK-IN-RENRAKUYMD
                                           WRK-IN-PTNUM
                                           WRK-IN-BIKO
           UNSTRING    RCLCSV-REC      DELIMITED  BY  ","
                                       INTO    WRK-IN-KEKKA
                                               WRK-IN-HOUHOU
                                               WRK-IN-RENRAKUYMD
                                               WRK-IN-PTNUM
                                               WRK-IN-BIKO
           END-UNSTRING
           IF      WRK-IN-KEKKA        <   "1"
           OR      WRK-IN-KEKKA        >   "4"
               GO  TO  510-KEKKA-NEXT
           END-IF
      *
           MOVE    1                   TO  FLG-ERR
           MOVE    SPACE               TO  WRK-RIYU
           MOVE    WRK-IN-PTNUM        TO  WRK-PTNUM
           INITIALIZE                  PTINF-REC
      *
           IF      WRK-IN-HOUHOU   NOT =   SPACE
           AND     WRK-IN-HOUHOU   NOT =   "1"
           AND     WRK-IN-HOUHOU   NOT =   "2"
               MOVE    "連絡方法に誤りがあります"
                                       TO  WRK-RIYU
               GO  TO  510-KEKKA-KEKKA
           END-IF
           IF      WRK-IN-RENRAKUYMD   =   SPACE
               MOVE    SMCNDATE-YMD        TO  WRK-IN-RENRAKUYMD
           END-IF
           IF      WRK-IN-RENRAKUYMD   IS  NOT NUMERIC
           OR      WRK-IN-RENRAKUYMD   >   SMCNDATE-YMD
               MOVE    "連絡日に誤りがあります"
                                       TO  WRK-RIYU
               GO  TO  510-KEKKA-KEKKA
           END-IF
      *
           PERFORM 810-PTNUM-KEY2-SEC
           IF      FLG-PTNUM       NOT =   ZERO
               MOVE    "患者番号が登録されていません"
                                       TO  WRK-RIYU
               GO  TO  510-KEKKA-KEKKA
           END-IF
           MOVE    PTNUM-PTID          TO  WRK-PTID
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    WRK-PTID            TO  PTINF-PTID
           PERFORM 900-PTINF-READ-SEC
           PERFORM 830-PTINF-GAIJI-SEC
      *
           INITIALIZE                  RECALL-REC
           MOVE    SPA-HOSPNUM         TO  RCL-HOSPNUM
           MOVE    WRK-PTID            TO  RCL-PTID
           PERFORM 900-RECALL-READ-SEC
           IF      FLG-RECALL      NOT =   ZERO
               MOVE    "リコール未検出の患者です"
                                       TO  WRK-RIYU
               GO  TO  510-KEKKA-KEKKA
           END-IF
      *
           MOVE    WRK-IN-KEKKA        TO  RCL-KEKKA
           MOVE    WRK-IN-HOUHOU       TO  RCL-HOUHOU
           MOVE    WRK-IN-RENRAKUYMD   TO  RCL-RENRAKUYMD
           MOVE    WRK-IN-BIKO         TO  RCL-BIKO
           MOVE    SMCNDATE-YMD        TO  RCL-UPYMD
           MOVE    SMCNDATE-HMS        TO  RCL-UPHMS
           MOVE    RECALL-REC          TO  MCPDATA-REC
           MOVE    "tbl_recall"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBRECALL RECALL DBUPDATE ERR RC="
                       MCP-RC " PTID=" WRK-PTID
               MOVE
                   "リコール管理の更新に失敗しました"
                                       TO  WRK-RIYU
               GO  TO  510-KEKKA-KEKKA
           END-IF
      *
           MOVE    ZERO                TO  FLG-ERR
           ADD     1                   TO  CNT-TOUROKU
           IF      RCL-KEKKA           =   "3"
               STRING  "登録（死亡日は死亡登録で"
                                       DELIMITED   BY  SIZE
                       "登録してください）"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-RIYU
               END-STRING
           ELSE
               MOVE    "登録"              TO  WRK-RIYU
           END-IF
           .
       510-KEKKA-KEKKA.
      *
           IF      FLG-ERR             =   1
               MOVE    ZERO                TO  FLG-ERR
               ADD     1                   TO  CNT-ERR
           END-IF
           PERFORM 820-KEKKAMEI-SEC
           MOVE    SPACE               TO  WRK-LINE
           MOVE    WRK-PTNUM           TO  WRK-LINE (1:12)
           MOVE    PTINF-NAME          TO  WRK-LINE (13:24)
           MOVE    WRK-KEKKAMEI        TO  WRK-LINE (38:20)
           MOVE    WRK-HOUHOUMEI       TO  WRK-LINE (60:6)
           MOVE    WRK-IN-RENRAKUYMD   TO  WRK-LINE (67:8)
           MOVE    WRK-RIYU            TO  WRK-LINE (77:)
           PERFORM 900-RCLLST-WRITE-SEC
           .
       510-KEKKA-NEXT.
      *
           PERFORM 900-RCLCSV-READ-SEC
           .
       510-KEKKA-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者番号取得処理（ＷＲＫ−ＰＴＩＤ から）
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
      *    患者ＩＤ取得処理（ＷＲＫ−ＰＴＮＵＭ から）
      *    （ＦＬＧ−ＰＴＮＵＭ　０：あり）
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
      *    連絡結果・連絡方法名称編集処理
      *****************************************************************
       820-KEKKAMEI-SEC            SECTION.
      *
           EVALUATE    WRK-IN-KEKKA
               WHEN    "1"
                   MOVE    "連絡済み"          TO  WRK-KEKKAMEI
               WHEN    "2"
                   MOVE    "転医"              TO  WRK-KEKKAMEI
               WHEN    "3"
                   MOVE    "死亡"              TO  WRK-KEKKAMEI
               WHEN    "4"
                   MOVE    "本人希望なし"      TO  WRK-KEKKAMEI
               WHEN    OTHER
                   MOVE    SPACE               TO  WRK-KEKKAMEI
           END-EVALUATE
           EVALUATE    WRK-IN-HOUHOU
               WHEN    "1"
                   MOVE    "電話"              TO  WRK-HOUHOUMEI
               WHEN    "2"
                   MOVE    "はがき"            TO  WRK-HOUHOUMEI
               WHEN    OTHER
                   MOVE    SPACE               TO  WRK-HOUHOUMEI
           END-EVALUATE
           .
       820-KEKKAMEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    氏名・住所の外字変換処理
      *    （外字マップの代替文字（帳票印字用）へ置き換える）
      *****************************************************************
       830-PTINF-GAIJI-SEC         SECTION.
      *
           IF      FLG-PTINF       NOT =   ZERO
               GO  TO  830-PTINF-GAIJI-EXT
           END-IF
      *
           MOVE    PTINF-NAME          TO  SGAIJI-INDATA
           PERFORM 8301-GAIJI-HENKAN-SEC
           MOVE    SGAIJI-OUTDATA      TO  PTINF-NAME
           MOVE    PTINF-HOME-ADRS     TO  SGAIJI-INDATA
           PERFORM 8301-GAIJI-HENKAN-SEC
           MOVE    SGAIJI-OUTDATA      TO  PTINF-HOME-ADRS
           MOVE    PTINF-HOME-BANTI    TO  SGAIJI-INDATA
           PERFORM 8301-GAIJI-HENKAN-SEC
           MOVE    SGAIJI-OUTDATA      TO  PTINF-HOME-BANTI
           .
       830-PTINF-GAIJI-EXT.
           EXIT.
      *
      *****************************************************************
      *    外字代替文字変換処理
      *    （桁あふれ時は変換しない）
      *****************************************************************
       8301-GAIJI-HENKAN-SEC        SECTION.
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
       8301-GAIJI-HENKAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       900-TERM-SEC                SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-RCLLST-WRITE-SEC
           IF      WRK-PARA-SYORIKBN   =   "1"
               MOVE    CNT-KENSYUTU        TO  WRK-ED-KENSU
               STRING  "リコール対象：　　　　　　"
                                           DELIMITED   BY  SIZE
                       WRK-ED-KENSU        DELIMITED   BY  SIZE
                       "名"                DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-RCLLST-WRITE-SEC
               MOVE    CNT-YOYAKU          TO  WRK-ED-KENSU
               STRING  "除外（予約あり）：　　　　"
                                           DELIMITED   BY  SIZE
                       WRK-ED-KENSU        DELIMITED   BY  SIZE
                       "名"                DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-RCLLST-WRITE-SEC
               MOVE    CNT-NYUIN           TO  WRK-ED-KENSU
               STRING  "除外（入院中）：　　　　　"
                                           DELIMITED   BY  SIZE
                       WRK-ED-KENSU        DELIMITED   BY  SIZE
                       "名"                DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-RCLLST-WRITE-SEC
               MOVE    CNT-DEATH           TO  WRK-ED-KENSU
               STRING  "除外（死亡登録）：　　　　"
                                           DELIMITED   BY  SIZE
                       WRK-ED-KENSU        DELIMITED   BY  SIZE
                       "名"                DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-RCLLST-WRITE-SEC
               MOVE    CNT-JOGAI           TO  WRK-ED-KENSU
               STRING  "除外（連絡結果による）：　"
                                           DELIMITED   BY  SIZE
                       WRK-ED-KENSU        DELIMITED   BY  SIZE
                       "名"                DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-RCLLST-WRITE-SEC
               IF      CNT-OVER            >   ZERO
                   MOVE    CNT-OVER            TO  WRK-ED-KENSU
                   STRING  "件数超過で未出力：　　　　"
                                               DELIMITED   BY  SIZE
                           WRK-ED-KENSU        DELIMITED   BY  SIZE
                           "名（疾病群を指定して"
                                               DELIMITED   BY  SIZE
                           "再実行してください）"
                                               DELIMITED   BY  SIZE
                                               INTO    WRK-LINE
                   END-STRING
                   PERFORM 900-RCLLST-WRITE-SEC
               END-IF
           ELSE
               MOVE    CNT-TOUROKU         TO  WRK-ED-KENSU
               STRING  "登録件数：　"      DELIMITED   BY  SIZE
                       WRK-ED-KENSU        DELIMITED   BY  SIZE
                       "件"                DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-RCLLST-WRITE-SEC
               MOVE    CNT-ERR             TO  WRK-ED-KENSU
               STRING  "エラー件数："      DELIMITED   BY  SIZE
                       WRK-ED-KENSU        DELIMITED   BY  SIZE
                       "件"                DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-RCLLST-WRITE-SEC
           END-IF
      *
           CLOSE   RCLLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           IF      WRK-PARA-SYORIKBN   =   "1"
               MOVE    CNT-KENSYUTU        TO  JOB-UPDCNT
           ELSE
               MOVE    CNT-TOUROKU         TO  JOB-UPDCNT
           END-IF
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "PTBYOMEI CNT-IN    :" CNT-IN
           DISPLAY "KANJA    CNT       :" CNT-KANJA
           DISPLAY "KENSYUTU CNT       :" CNT-KENSYUTU
           DISPLAY "RIREKI-NASI CNT    :" CNT-RIREKI
           DISPLAY "TOUROKU  CNT       :" CNT-TOUROKU
           DISPLAY "ERR      CNT       :" CNT-ERR
           DISPLAY "*** ORCBRECALL END ***"
           .
       900-TERM-EXT.
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
      *    リコール管理読込処理（ＦＬＧ−ＲＥＣＡＬＬ　０：あり）
      *****************************************************************
       900-RECALL-READ-SEC         SECTION.
      *
           MOVE    1                   TO  FLG-RECALL
           MOVE    RECALL-REC          TO  MCPDATA-REC
           MOVE    "tbl_recall"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_recall"        TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  RECALL-REC
                   MOVE    ZERO                TO  FLG-RECALL
               END-IF
           END-IF
           MOVE    "tbl_recall"        TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-RECALL-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    ドクター名称取得処理（ＦＬＧ−ＳＹＳＫＡＮＲＩ　０：あり）
      *****************************************************************
       910-SYS1010-INV-SEC         SECTION.
      *
           MOVE    1                   TO  FLG-SYSKANRI
           INITIALIZE                  SYS-1010-REC
           MOVE    SPA-HOSPNUM         TO  SYS-1010-HOSPNUM
           MOVE    "1010"              TO  SYS-1010-KANRICD
           MOVE    WRK-DRCD            TO  SYS-1010-KBNCD
           MOVE    WRK-PARA-KIJUNYMD   TO  SYS-1010-STYUKYMD
                                           SYS-1010-EDYUKYMD
           MOVE    SYS-1010-REC        TO  MCPDATA-REC
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
                   MOVE    MCPDATA-REC         TO  SYS-1010-REC
                   MOVE    ZERO                TO  FLG-SYSKANRI
               END-IF
           END-IF
           MOVE    "tbl_syskanri"      TO  MCP-TABLE
           MOVE    "key10"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       910-SYS1010-INV-EXT.
           EXIT.
      *
      *****************************************************************
      *    リコールリスト行出力処理
      *****************************************************************
       900-RCLLST-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  RCLLST-REC
           WRITE   RCLLST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-RCLLST-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    リコールＣＳＶ行出力処理
      *****************************************************************
       900-RCLCSV-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  RCLCSV-REC
           WRITE   RCLCSV-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-RCLCSV-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    連絡結果ＣＳＶ読込処理
      *****************************************************************
       900-RCLCSV-READ-SEC         SECTION.
      *
           READ    RCLCSV-FILE
               AT  END
                   MOVE    1                   TO  FLG-RCLCSV
           END-READ
           .
       900-RCLCSV-READ-EXT.
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
