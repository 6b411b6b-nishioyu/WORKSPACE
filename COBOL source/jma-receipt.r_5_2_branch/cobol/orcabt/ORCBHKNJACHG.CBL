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
       PROGRAM-ID.             ORCBHKNJACHG.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 患者
      *  コンポーネント名  : 保険者番号変更による患者保険一括切替
      *                      （保険者の合併・番号変更時に、旧保険者
      *                        番号の患者保険を適用開始日で新保険者
      *                        番号へ切り替える。
      *                        処理区分　１：対応登録（旧→新の対応
      *                        をＣＳＶから保険者番号変更対応テーブル
      *                        へ登録）　２：対象者リスト（更新しな
      *                        い）　３：一括切替（結果リスト出力）
      *                        適用開始日より前から有効な保険は前日で
      *                        終了し、新保険者番号の保険を追加する。
      *                        適用開始日以降に開始した保険は保険者
      *                        番号・記号・番号を置き換える。
      *                        エラーのなかった対応は実施済とし、
      *                        以降の切替対象としない）
      *                      （対応ＣＳＶ：旧保険者番号,新保険者番号,
      *                        適用開始日,新保険番号,記号変換区分,
      *                        記号指定値,記号桁数,番号変換区分,
      *                        番号指定値,番号桁数,備考
      *                        変換区分　０：変更なし　１：指定値へ
      *                        置換　２：指定値を先頭へ付加　３：前
      *                        ゼロを付加して指定桁数にする　４：前
      *                        ゼロを除去）
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
      *    入力：保険者番号変更対応
           SELECT  MAP-FILE        ASSIGN  ASS-MAP
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  STS-MAP.
      *
      *    出力：対象者リスト・結果リスト
           SELECT  LST-FILE        ASSIGN  ASS-LST
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  STS-LST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  MAP-FILE.
       01  MAP-REC                 PIC X(500).
      *
       FD  LST-FILE.
       01  LST-REC                 PIC X(600).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    ファイル指定領域
       01  ASS-AREA.
           03  ASS-MAP                 PIC X(256).
           03  ASS-LST                 PIC X(256).
      *
       01  STS-AREA.
           03  STS-MAP                 PIC X(02).
           03  STS-LST                 PIC X(02).
      *
      *    フラグ領域
       01  FLG-AREA.
           03  FLG-END                 PIC 9(01).
           03  FLG-EOF                 PIC 9(01).
           03  FLG-FETCH               PIC 9(01).
           03  FLG-HJC                 PIC 9(01).
           03  FLG-PTHKN               PIC 9(01).
           03  FLG-OVER                PIC 9(01).
           03  FLG-ZUMI                PIC 9(01).
           03  FLG-HEN                 PIC 9(01).
           03  FLG-YMD                 PIC 9(01).
           03  FLG-KENSYO              PIC 9(01).
           03  FLG-PTNUM               PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                  PIC 9(06).
           03  CNT-OK                  PIC 9(06).
           03  CNT-ERR                 PIC 9(06).
           03  CNT-PT                  PIC 9(09).
           03  CNT-TAISYO              PIC 9(06).
           03  CNT-KIRIKAE             PIC 9(06).
           03  CNT-TAISYOGAI           PIC 9(06).
           03  CNT-LINE                PIC 9(06).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                     PIC 9(05).
           03  IDX-HJC                 PIC 9(05).
           03  IDX-PHK                 PIC 9(05).
           03  IDX-PHK2                PIC 9(05).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
               05  WRK-PARA-JOBID      PIC 9(07).
               05  WRK-PARA-SHELLID    PIC X(08).
               05  WRK-PARA-HOSPNUM    PIC 9(02).
      *        処理区分（１：対応登録　２：対象者リスト
      *                  ３：一括切替）
               05  WRK-PARA-SYORIKBN   PIC X(01).
      *        旧保険者番号（空白は未実施の対応すべて）
               05  WRK-PARA-HKNJANUM   PIC X(08).
      *
      *    対応ＣＳＶ項目
           03  WRK-MAP.
               05  WRK-MAP-OLD         PIC X(08).
               05  WRK-MAP-NEW         PIC X(08).
               05  WRK-MAP-TEKSTYMD    PIC X(08).
               05  WRK-MAP-HKNNUM      PIC X(03).
               05  WRK-MAP-KIGO-KBN    PIC X(01).
               05  WRK-MAP-KIGO-SITEI  PIC X(20).
               05  WRK-MAP-KIGO-KETA   PIC X(02).
               05  WRK-MAP-NUM-KBN     PIC X(01).
               05  WRK-MAP-NUM-SITEI   PIC X(20).
               05  WRK-MAP-NUM-KETA    PIC X(02).
               05  WRK-MAP-BIKO        PIC X(50).
      *
           03  WRK-ERRMSG              PIC X(100).
           03  WRK-SYORI               PIC X(08).
           03  WRK-LST-KBN             PIC X(08).
           03  WRK-LST-PTR             PIC 9(03).
           03  WRK-HKNID-MAX           PIC 9(03).
           03  WRK-ED-LINE             PIC ZZZZZ9.
           03  WRK-ED-KENSU            PIC ZZZ,ZZ9.
      *
      *    切替後の保険項目
           03  WRK-NEW-HKNNUM          PIC X(03).
           03  WRK-NEW-KIGO            PIC X(80).
           03  WRK-NEW-NUM             PIC X(80).
      *    切替前の保険項目（リスト出力用）
           03  WRK-OLD-HKNNUM          PIC X(03).
           03  WRK-OLD-KIGO            PIC X(80).
           03  WRK-OLD-NUM             PIC X(80).
           03  WRK-OLD-TEKSTYMD        PIC X(08).
           03  WRK-OLD-TEKEDYMD        PIC X(08).
      *
      *    記号・番号の桁変更
           03  WRK-HEN-IN              PIC X(80).
           03  WRK-HEN-OUT             PIC X(80).
           03  WRK-HEN-KBN             PIC X(01).
           03  WRK-HEN-SITEI           PIC X(20).
           03  WRK-HEN-KETA            PIC 9(02).
           03  WRK-HEN-KETA-X          PIC X(02).
           03  WRK-KIGO-KETA           PIC 9(02).
           03  WRK-RULE-NAME           PIC X(06).
           03  WRK-HEN-LEN             PIC 9(02).
           03  WRK-HEN-POS             PIC 9(02).
           03  WRK-HEN-ZERO            PIC 9(02).
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
      *    検証番号チェック（新保険者番号）
           03  WRK-KENSYO-NUM          PIC X(08).
           03  WRK-KENSYO-KETA         PIC 9(01).
           03  WRK-KENSYO-SUM          PIC 9(04).
           03  WRK-KENSYO-DGT          PIC 9(02).
           03  WRK-KENSYO-OMOMI        PIC 9(01).
           03  WRK-KENSYO-CD           PIC 9(01).
           03  WRK-KENSYO-POS          PIC 9(01).
           03  WRK-KENSYO-SUJI         PIC 9(01).
      *
      *    切替対象の保険者番号変更対応（最大１００件）
       01  HJC-AREA.
           03  HJC-MAX                 PIC 9(05).
           03  HJC-TBL             OCCURS  100.
               05  HJC-T-OLD           PIC X(08).
               05  HJC-T-TEKSTYMD      PIC X(08).
               05  HJC-T-ZENJITU       PIC X(08).
               05  HJC-T-NEW           PIC X(08).
               05  HJC-T-HKNNUM        PIC X(03).
               05  HJC-T-KIGO-KBN      PIC X(01).
               05  HJC-T-KIGO-SITEI    PIC X(20).
               05  HJC-T-KIGO-KETA     PIC 9(02).
               05  HJC-T-NUM-KBN       PIC X(01).
               05  HJC-T-NUM-SITEI     PIC X(20).
               05  HJC-T-NUM-KETA      PIC 9(02).
               05  HJC-T-CNT           PIC 9(06).
               05  HJC-T-ERR           PIC 9(06).
      *
      *    患者の保険（最大１００件）
       01  PHK-AREA.
           03  PHK-MAX                 PIC 9(05).
           03  PHK-TBL             OCCURS  100.
               05  PHK-REC             PIC X(1000).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    保険者番号変更対応テーブル
       01  HKNJACHG-REC.
           03  HJC-HOSPNUM             PIC 9(02).
           03  HJC-OLD-HKNJANUM        PIC X(08).
           03  HJC-TEKSTYMD            PIC X(08).
           03  HJC-NEW-HKNJANUM        PIC X(08).
      *    新保険番号（空白は切替前の保険番号のまま）
           03  HJC-NEW-HKNNUM          PIC X(03).
      *    記号・番号の変換区分・指定値・桁数
           03  HJC-KIGO-KBN            PIC X(01).
           03  HJC-KIGO-SITEI          PIC X(20).
           03  HJC-KIGO-KETA           PIC 9(02).
           03  HJC-NUM-KBN             PIC X(01).
           03  HJC-NUM-SITEI           PIC X(20).
           03  HJC-NUM-KETA            PIC 9(02).
           03  HJC-BIKO                PIC X(50).
      *    実施日・切替件数
           03  HJC-JISSIYMD            PIC X(08).
           03  HJC-JISSICNT            PIC 9(06).
           03  HJC-OPID                PIC X(16).
           03  HJC-CREYMD              PIC X(08).
           03  HJC-UPYMD               PIC X(08).
           03  HJC-UPHMS               PIC X(06).
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
               IF      WRK-PARA-SYORIKBN   =   "1"
                   PERFORM 200-TOUROKU-SEC
               ELSE
                   PERFORM 300-HJC-LOAD-SEC
                   IF      HJC-MAX             >   ZERO
                       PERFORM 400-PTINF-SEC
                       IF      WRK-PARA-SYORIKBN   =   "3"
                           PERFORM 500-HJC-JISSI-SEC
                       END-IF
                   END-IF
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
           DISPLAY "*** ORCBHKNJACHG START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       HJC-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               WRK-PARA-SYORIKBN
                                               WRK-PARA-HKNJANUM
                                               ASS-MAP
                                               ASS-LST
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
           IF      WRK-PARA-SYORIKBN   NOT =   "1"
           AND     WRK-PARA-SYORIKBN   NOT =   "3"
               MOVE    "2"                 TO  WRK-PARA-SYORIKBN
           END-IF
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "保険者番号変更一括切替"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBHKNJACHG"  TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
           MOVE    SMCNDATE-YMD        TO  SPA-SYSYMD
      *
           OPEN    OUTPUT              LST-FILE
           EVALUATE    WRK-PARA-SYORIKBN
               WHEN    "1"
                   MOVE    "＊＊＊　保険者変更対応登録"
                                       TO  LST-REC
                   PERFORM 900-LST-WRITE-SEC
                   STRING  "行,旧保険者番号,新保険者番号,"
                                           DELIMITED   BY  SIZE
                           "適用開始日,区分,内容"
                                           DELIMITED   BY  SIZE
                                           INTO    LST-REC
                   END-STRING
               WHEN    "2"
                   MOVE    "＊＊＊　保険者変更対象者"
                                       TO  LST-REC
                   PERFORM 900-LST-WRITE-SEC
                   PERFORM 900-LST-MIDASI-SEC
               WHEN    OTHER
                   MOVE    "＊＊＊　保険者変更切替結果"
                                       TO  LST-REC
                   PERFORM 900-LST-WRITE-SEC
                   PERFORM 900-LST-MIDASI-SEC
           END-EVALUATE
           PERFORM 900-LST-WRITE-SEC
      *
           IF      WRK-PARA-SYORIKBN   =   "1"
               OPEN    INPUT               MAP-FILE
               IF      STS-MAP         NOT =   "00"
                   DISPLAY "ORCBHKNJACHG MAP-FILE OPEN ERR STS="
                           STS-MAP
                   MOVE    "対応ファイルがありません"
                                       TO  LST-REC
                   PERFORM 900-LST-WRITE-SEC
                   MOVE    1                   TO  FLG-END
               END-IF
           END-IF
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    対応登録処理
      *****************************************************************
       200-TOUROKU-SEC             SECTION.
      *
           MOVE    ZERO                TO  CNT-LINE
                                           FLG-EOF
           PERFORM 900-MAP-READ-SEC
           PERFORM UNTIL   FLG-EOF     =   1
               PERFORM 2001-TOUROKU-LINE-SEC
               PERFORM 900-MAP-READ-SEC
           END-PERFORM
           CLOSE   MAP-FILE
           .
       200-TOUROKU-EXT.
           EXIT.
      *
      *****************************************************************
      *    対応登録処理（１行分）
      *****************************************************************
       2001-TOUROKU-LINE-SEC       SECTION.
      *
           IF      MAP-REC             =   SPACE
               GO  TO  2001-TOUROKU-LINE-EXT
           END-IF
           INITIALIZE                  WRK-MAP
           MOVE    SPACE               TO  WRK-ERRMSG
           UNSTRING    MAP-REC         DELIMITED  BY  ","
                                       INTO    WRK-MAP-OLD
                                               WRK-MAP-NEW
                                               WRK-MAP-TEKSTYMD
                                               WRK-MAP-HKNNUM
                                               WRK-MAP-KIGO-KBN
                                               WRK-MAP-KIGO-SITEI
                                               WRK-MAP-KIGO-KETA
                                               WRK-MAP-NUM-KBN
                                               WRK-MAP-NUM-SITEI
                                               WRK-MAP-NUM-KETA
                                               WRK-MAP-BIKO
           END-UNSTRING
           IF      WRK-MAP-KIGO-KBN    =   SPACE
               MOVE    "0"                 TO  WRK-MAP-KIGO-KBN
           END-IF
           IF      WRK-MAP-NUM-KBN     =   SPACE
               MOVE    "0"                 TO  WRK-MAP-NUM-KBN
           END-IF
      *
           PERFORM 2002-TOUROKU-CHK-SEC
           IF      WRK-ERRMSG          =   SPACE
               PERFORM 2003-HKNJACHG-UPD-SEC
           END-IF
      *
           MOVE    CNT-LINE            TO  WRK-ED-LINE
           MOVE    SPACE               TO  LST-REC
           IF      WRK-ERRMSG          =   SPACE
               MOVE    "登録"              TO  WRK-SYORI
               ADD     1                   TO  CNT-OK
           ELSE
               MOVE    "エラー"            TO  WRK-SYORI
               ADD     1                   TO  CNT-ERR
           END-IF
           STRING  WRK-ED-LINE         DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-MAP-OLD         DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-MAP-NEW         DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-MAP-TEKSTYMD    DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-SYORI           DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ERRMSG          DELIMITED   BY  "  "
                                       INTO    LST-REC
           END-STRING
           PERFORM 900-LST-WRITE-SEC
           .
       2001-TOUROKU-LINE-EXT.
           EXIT.
      *
      *****************************************************************
      *    対応チェック処理
      *****************************************************************
       2002-TOUROKU-CHK-SEC        SECTION.
      *
           IF      WRK-MAP-OLD         =   SPACE
               MOVE    "旧保険者番号がありません"
                                       TO  WRK-ERRMSG
               GO  TO  2002-TOUROKU-CHK-EXT
           END-IF
      *
      *    新保険者番号（６桁・８桁）と検証番号
           MOVE    WRK-MAP-NEW         TO  WRK-KENSYO-NUM
           PERFORM 850-KENSYO-CHK-SEC
           EVALUATE    FLG-KENSYO
               WHEN    1
                   MOVE    "新保険者番号の桁数誤り"
                                       TO  WRK-ERRMSG
                   GO  TO  2002-TOUROKU-CHK-EXT
               WHEN    2
                   MOVE    "新保険者番号の検証誤り"
                                       TO  WRK-ERRMSG
                   GO  TO  2002-TOUROKU-CHK-EXT
           END-EVALUATE
           IF      WRK-MAP-NEW         =   WRK-MAP-OLD
               MOVE    "新旧の保険者番号が同じです"
                                       TO  WRK-ERRMSG
               GO  TO  2002-TOUROKU-CHK-EXT
           END-IF
      *
           MOVE    WRK-MAP-TEKSTYMD    TO  WRK-CHK-YMD
           PERFORM 840-YMD-CHK-SEC
           IF      FLG-YMD         NOT =   ZERO
               MOVE    "適用開始日の日付誤り"
                                       TO  WRK-ERRMSG
               GO  TO  2002-TOUROKU-CHK-EXT
           END-IF
      *
           IF      WRK-MAP-HKNNUM  NOT =   SPACE
           AND     WRK-MAP-HKNNUM      IS  NOT NUMERIC
               MOVE    "新保険番号は３桁の数字です"
                                       TO  WRK-ERRMSG
               GO  TO  2002-TOUROKU-CHK-EXT
           END-IF
      *
      *    記号の変換ルール
           MOVE    "記号"              TO  WRK-RULE-NAME
           MOVE    WRK-MAP-KIGO-KBN    TO  WRK-HEN-KBN
           MOVE    WRK-MAP-KIGO-SITEI  TO  WRK-HEN-SITEI
           MOVE    WRK-MAP-KIGO-KETA   TO  WRK-HEN-KETA-X
           PERFORM 2004-RULE-CHK-SEC
           IF      WRK-ERRMSG      NOT =   SPACE
               GO  TO  2002-TOUROKU-CHK-EXT
           END-IF
           MOVE    WRK-HEN-KETA        TO  WRK-KIGO-KETA
      *
      *    番号の変換ルール
           MOVE    "番号"              TO  WRK-RULE-NAME
           MOVE    WRK-MAP-NUM-KBN     TO  WRK-HEN-KBN
           MOVE    WRK-MAP-NUM-SITEI   TO  WRK-HEN-SITEI
           MOVE    WRK-MAP-NUM-KETA    TO  WRK-HEN-KETA-X
           PERFORM 2004-RULE-CHK-SEC
           .
       2002-TOUROKU-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    保険者番号変更対応テーブル更新処理
      *****************************************************************
       2003-HKNJACHG-UPD-SEC       SECTION.
      *
           INITIALIZE                  HKNJACHG-REC
           MOVE    SPA-HOSPNUM         TO  HJC-HOSPNUM
           MOVE    WRK-MAP-OLD         TO  HJC-OLD-HKNJANUM
           MOVE    WRK-MAP-TEKSTYMD    TO  HJC-TEKSTYMD
           PERFORM 910-HJC-KEY-SEC
           IF      FLG-HJC             =   ZERO
               IF      HJC-JISSIYMD    NOT =   SPACE
                   MOVE    "切替実施済の対応"
                                       TO  WRK-ERRMSG
                   GO  TO  2003-HKNJACHG-UPD-EXT
               END-IF
           ELSE
               INITIALIZE                  HKNJACHG-REC
               MOVE    SPA-HOSPNUM         TO  HJC-HOSPNUM
               MOVE    WRK-MAP-OLD         TO  HJC-OLD-HKNJANUM
               MOVE    WRK-MAP-TEKSTYMD    TO  HJC-TEKSTYMD
               MOVE    SMCNDATE-YMD        TO  HJC-CREYMD
           END-IF
           MOVE    WRK-MAP-NEW         TO  HJC-NEW-HKNJANUM
           MOVE    WRK-MAP-HKNNUM      TO  HJC-NEW-HKNNUM
           MOVE    WRK-MAP-KIGO-KBN    TO  HJC-KIGO-KBN
           MOVE    WRK-MAP-KIGO-SITEI  TO  HJC-KIGO-SITEI
           MOVE    WRK-KIGO-KETA       TO  HJC-KIGO-KETA
           MOVE    WRK-MAP-NUM-KBN     TO  HJC-NUM-KBN
           MOVE    WRK-MAP-NUM-SITEI   TO  HJC-NUM-SITEI
           MOVE    WRK-HEN-KETA        TO  HJC-NUM-KETA
           MOVE    WRK-MAP-BIKO        TO  HJC-BIKO
           MOVE    SPA-OPID            TO  HJC-OPID
           MOVE    SMCNDATE-YMD        TO  HJC-UPYMD
           MOVE    SMCNDATE-HMS        TO  HJC-UPHMS
           MOVE    HKNJACHG-REC        TO  MCPDATA-REC
           MOVE    "tbl_hknjachg"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           IF      FLG-HJC             =   ZERO
               MOVE    "DBUPDATE"          TO  MCP-FUNC
           ELSE
               MOVE    "DBINSERT"          TO  MCP-FUNC
           END-IF
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    "対応の登録エラー"  TO  WRK-ERRMSG
           END-IF
           .
       2003-HKNJACHG-UPD-EXT.
           EXIT.
      *
      *****************************************************************
      *    記号・番号の変換ルールチェック処理
      *    （桁数は変換区分３のときのみ１〜２０で指定する）
      *****************************************************************
       2004-RULE-CHK-SEC           SECTION.
      *
           MOVE    ZERO                TO  WRK-HEN-KETA
           IF      WRK-HEN-KBN         <   "0"
           OR      WRK-HEN-KBN         >   "4"
               STRING  WRK-RULE-NAME       DELIMITED   BY  SPACE
                       "変換区分は０〜４です"
                                           DELIMITED   BY  SIZE
                                       INTO    WRK-ERRMSG
               END-STRING
               GO  TO  2004-RULE-CHK-EXT
           END-IF
      *
           IF     (WRK-HEN-KBN         =   "1"  OR  "2")
           AND     WRK-HEN-SITEI       =   SPACE
               STRING  WRK-RULE-NAME       DELIMITED   BY  SPACE
                       "指定値がありません"
                                           DELIMITED   BY  SIZE
                                       INTO    WRK-ERRMSG
               END-STRING
               GO  TO  2004-RULE-CHK-EXT
           END-IF
      *
           IF      WRK-HEN-KBN         =   "3"
               IF      WRK-HEN-KETA-X (2:1)    =   SPACE
                   MOVE    WRK-HEN-KETA-X (1:1)
                                       TO  WRK-HEN-KETA-X (2:1)
                   MOVE    "0"             TO  WRK-HEN-KETA-X (1:1)
               END-IF
               IF      WRK-HEN-KETA-X      IS  NUMERIC
                   MOVE    WRK-HEN-KETA-X      TO  WRK-HEN-KETA
               END-IF
               IF      WRK-HEN-KETA        =   ZERO
               OR      WRK-HEN-KETA        >   20
                   STRING  WRK-RULE-NAME       DELIMITED   BY  SPACE
                           "桁数は１〜２０です"
                                           DELIMITED   BY  SIZE
                                       INTO    WRK-ERRMSG
                   END-STRING
               END-IF
           END-IF
           .
       2004-RULE-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    切替対象の対応読込処理
      *    （未実施の対応を適用開始日順に読み込む）
      *****************************************************************
       300-HJC-LOAD-SEC            SECTION.
      *
           INITIALIZE                  HKNJACHG-REC
           MOVE    SPA-HOSPNUM         TO  HJC-HOSPNUM
           MOVE    HKNJACHG-REC        TO  MCPDATA-REC
           MOVE    "tbl_hknjachg"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 3001-HJC-1KEN-SEC
                       UNTIL   FLG-FETCH       =   1
           END-IF
           MOVE    "tbl_hknjachg"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      HJC-MAX             =   ZERO
               MOVE    "切替対象の対応がありません"
                                       TO  LST-REC
               PERFORM 900-LST-WRITE-SEC
           END-IF
           .
       300-HJC-LOAD-EXT.
           EXIT.
      *
      *****************************************************************
      *    切替対象の対応読込処理（１件）
      *****************************************************************
       3001-HJC-1KEN-SEC           SECTION.
      *
           MOVE    "tbl_hknjachg"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  3001-HJC-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  HKNJACHG-REC
      *
           IF      HJC-JISSIYMD    NOT =   SPACE
               GO  TO  3001-HJC-1KEN-EXT
           END-IF
           IF      WRK-PARA-HKNJANUM   NOT =   SPACE
           AND     WRK-PARA-HKNJANUM   NOT =   HJC-OLD-HKNJANUM
               GO  TO  3001-HJC-1KEN-EXT
           END-IF
           IF      HJC-MAX             >=  100
               MOVE    "対応の件数超過"
                                       TO  LST-REC
               PERFORM 900-LST-WRITE-SEC
               MOVE    1                   TO  FLG-FETCH
               GO  TO  3001-HJC-1KEN-EXT
           END-IF
      *
           ADD     1                   TO  HJC-MAX
           MOVE    HJC-OLD-HKNJANUM    TO  HJC-T-OLD       (HJC-MAX)
           MOVE    HJC-TEKSTYMD        TO  HJC-T-TEKSTYMD  (HJC-MAX)
           MOVE    HJC-NEW-HKNJANUM    TO  HJC-T-NEW       (HJC-MAX)
           MOVE    HJC-NEW-HKNNUM      TO  HJC-T-HKNNUM    (HJC-MAX)
           MOVE    HJC-KIGO-KBN        TO  HJC-T-KIGO-KBN  (HJC-MAX)
           MOVE    HJC-KIGO-SITEI      TO  HJC-T-KIGO-SITEI
                                                           (HJC-MAX)
           MOVE    HJC-KIGO-KETA       TO  HJC-T-KIGO-KETA (HJC-MAX)
           MOVE    HJC-NUM-KBN         TO  HJC-T-NUM-KBN   (HJC-MAX)
           MOVE    HJC-NUM-SITEI       TO  HJC-T-NUM-SITEI (HJC-MAX)
           MOVE    HJC-NUM-KETA        TO  HJC-T-NUM-KETA  (HJC-MAX)
           MOVE    ZERO                TO  HJC-T-CNT       (HJC-MAX)
                                           HJC-T-ERR       (HJC-MAX)
      *    旧保険の終了日（適用開始日の前日）
           PERFORM 820-ZENJITU-SEC
           .
       3001-HJC-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者判定処理
      *****************************************************************
       400-PTINF-SEC               SECTION.
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
               PERFORM 4001-PTINF-1KEN-SEC
                       UNTIL   FLG-FETCH       =   1
           END-IF
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       400-PTINF-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者判定処理（１件）
      *****************************************************************
       4001-PTINF-1KEN-SEC         SECTION.
      *
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  4001-PTINF-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  PTINF-REC
           ADD     1                   TO  CNT-PT
           MOVE    ZERO                TO  FLG-PTNUM
      *
      *    患者の保険をすべて読み込んでから判定する
           PERFORM 4002-PTHKN-LOAD-SEC
           PERFORM VARYING IDX-PHK FROM 1 BY 1
                   UNTIL   IDX-PHK     >   PHK-MAX
               PERFORM 4003-HKN-HANTEI-SEC
           END-PERFORM
           .
       4001-PTINF-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者保険読込処理
      *    （削除分も含めた保険ＩＤの最大値を求める）
      *****************************************************************
       4002-PTHKN-LOAD-SEC         SECTION.
      *
           MOVE    ZERO                TO  PHK-MAX
                                           WRK-HKNID-MAX
                                           FLG-OVER
           INITIALIZE                  PTHKNINF-REC
           MOVE    SPA-HOSPNUM         TO  PTHKN-HOSPNUM
           MOVE    PTINF-PTID          TO  PTHKN-PTID
           MOVE    PTHKNINF-REC        TO  MCPDATA-REC
           MOVE    "tbl_pthkninf"      TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-PTHKN
           ELSE
               MOVE    1                   TO  FLG-PTHKN
           END-IF
           PERFORM UNTIL   FLG-PTHKN   =   1
               MOVE    "tbl_pthkninf"      TO  MCP-TABLE
               MOVE    "pt"                TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTHKNINF-REC
                   IF      PTHKN-HKNID         >   WRK-HKNID-MAX
                       MOVE    PTHKN-HKNID         TO  WRK-HKNID-MAX
                   END-IF
                   IF      PHK-MAX             <   100
                       ADD     1                   TO  PHK-MAX
                       MOVE    PTHKNINF-REC        TO  PHK-REC
                                                           (PHK-MAX)
                   ELSE
                       MOVE    1                   TO  FLG-OVER
                   END-IF
               ELSE
                   MOVE    1                   TO  FLG-PTHKN
               END-IF
           END-PERFORM
           MOVE    "tbl_pthkninf"      TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       4002-PTHKN-LOAD-EXT.
           EXIT.
      *
      *****************************************************************
      *    保険判定処理（１件）
      *    （旧保険者番号で適用開始日以降も有効な保険を対象とする）
      *****************************************************************
       4003-HKN-HANTEI-SEC         SECTION.
      *
           MOVE    PHK-REC (IDX-PHK)   TO  PTHKNINF-REC
           IF      PTHKN-SAKJOKBN  NOT =   SPACE
               GO  TO  4003-HKN-HANTEI-EXT
           END-IF
      *
           MOVE    ZERO                TO  IDX
           PERFORM VARYING IDX-HJC FROM 1 BY 1
                   UNTIL   IDX-HJC     >   HJC-MAX
                   OR      IDX         >   ZERO
               IF      HJC-T-OLD (IDX-HJC) =   PTHKN-HKNJANUM
               AND     HJC-T-TEKSTYMD (IDX-HJC)
                                       <=  PTHKN-TEKEDYMD
                   MOVE    IDX-HJC             TO  IDX
               END-IF
           END-PERFORM
           IF      IDX                 =   ZERO
               GO  TO  4003-HKN-HANTEI-EXT
           END-IF
      *
           MOVE    PTHKN-HKNNUM        TO  WRK-OLD-HKNNUM
           MOVE    PTHKN-KIGO          TO  WRK-OLD-KIGO
           MOVE    PTHKN-NUM           TO  WRK-OLD-NUM
           MOVE    PTHKN-TEKSTYMD      TO  WRK-OLD-TEKSTYMD
           MOVE    PTHKN-TEKEDYMD      TO  WRK-OLD-TEKEDYMD
           MOVE    SPACE               TO  WRK-ERRMSG
                                           WRK-NEW-KIGO
                                           WRK-NEW-NUM
      *
           IF      WRK-OLD-TEKSTYMD    <   HJC-T-TEKSTYMD (IDX)
               MOVE    "切替"              TO  WRK-SYORI
           ELSE
               MOVE    "置換"              TO  WRK-SYORI
           END-IF
           IF      HJC-T-HKNNUM (IDX)  =   SPACE
               MOVE    WRK-OLD-HKNNUM      TO  WRK-NEW-HKNNUM
           ELSE
               MOVE    HJC-T-HKNNUM (IDX)  TO  WRK-NEW-HKNNUM
           END-IF
      *
      *    記号・番号の桁変更
           MOVE    "記号"              TO  WRK-RULE-NAME
           MOVE    WRK-OLD-KIGO        TO  WRK-HEN-IN
           MOVE    HJC-T-KIGO-KBN   (IDX)  TO  WRK-HEN-KBN
           MOVE    HJC-T-KIGO-SITEI (IDX)  TO  WRK-HEN-SITEI
           MOVE    HJC-T-KIGO-KETA  (IDX)  TO  WRK-HEN-KETA
           PERFORM 810-BANGO-HENSYU-SEC
           MOVE    WRK-HEN-OUT         TO  WRK-NEW-KIGO
           IF      WRK-ERRMSG          =   SPACE
               MOVE    "番号"              TO  WRK-RULE-NAME
               MOVE    WRK-OLD-NUM         TO  WRK-HEN-IN
               MOVE    HJC-T-NUM-KBN   (IDX)   TO  WRK-HEN-KBN
               MOVE    HJC-T-NUM-SITEI (IDX)   TO  WRK-HEN-SITEI
               MOVE    HJC-T-NUM-KETA  (IDX)   TO  WRK-HEN-KETA
               PERFORM 810-BANGO-HENSYU-SEC
               MOVE    WRK-HEN-OUT         TO  WRK-NEW-NUM
           END-IF
           IF      WRK-ERRMSG          =   SPACE
           AND     FLG-OVER            =   1
               MOVE    "保険の件数超過"
                                       TO  WRK-ERRMSG
           END-IF
           IF      WRK-ERRMSG      NOT =   SPACE
               MOVE    "エラー"            TO  WRK-LST-KBN
               ADD     1                   TO  HJC-T-ERR (IDX)
                                               CNT-ERR
               PERFORM 4005-LST-OUT-SEC
               GO  TO  4003-HKN-HANTEI-EXT
           END-IF
      *
      *    新保険者番号の保険が登録済の患者は対象外
           PERFORM 4006-ZUMI-CHK-SEC
           IF      FLG-ZUMI            =   1
               MOVE    "対象外"            TO  WRK-LST-KBN
               MOVE    "新保険者番号の保険が登録済"
                                       TO  WRK-ERRMSG
               ADD     1                   TO  CNT-TAISYOGAI
               PERFORM 4005-LST-OUT-SEC
               GO  TO  4003-HKN-HANTEI-EXT
           END-IF
      *
           IF      WRK-PARA-SYORIKBN   =   "2"
               MOVE    "対象"              TO  WRK-LST-KBN
               ADD     1                   TO  HJC-T-CNT (IDX)
                                               CNT-TAISYO
           ELSE
               PERFORM 4004-KIRIKAE-SEC
               IF      WRK-ERRMSG          =   SPACE
                   MOVE    "完了"              TO  WRK-LST-KBN
                   ADD     1                   TO  HJC-T-CNT (IDX)
                                                   CNT-KIRIKAE
               ELSE
                   MOVE    "エラー"            TO  WRK-LST-KBN
                   ADD     1                   TO  HJC-T-ERR (IDX)
                                                   CNT-ERR
               END-IF
           END-IF
           PERFORM 4005-LST-OUT-SEC
           .
       4003-HKN-HANTEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    保険切替処理
      *    （切替：旧保険を前日で終了し新保険を追加
      *      置換：保険者番号・記号・番号を置き換える）
      *****************************************************************
       4004-KIRIKAE-SEC            SECTION.
      *
           IF      WRK-SYORI           =   "切替"
               MOVE    HJC-T-ZENJITU (IDX) TO  PTHKN-TEKEDYMD
               MOVE    SPA-OPID            TO  PTHKN-OPID
               MOVE    SMCNDATE-YMD        TO  PTHKN-UPYMD
               MOVE    SMCNDATE-HMS        TO  PTHKN-UPHMS
               MOVE    PTHKNINF-REC        TO  MCPDATA-REC
               MOVE    "tbl_pthkninf"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBUPDATE"          TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC          NOT =   ZERO
                   MOVE    "旧保険の終了日更新エラー"
                                       TO  WRK-ERRMSG
                   GO  TO  4004-KIRIKAE-EXT
               END-IF
               MOVE    PTHKNINF-REC        TO  PHK-REC (IDX-PHK)
      *
               ADD     1                   TO  WRK-HKNID-MAX
               MOVE    WRK-HKNID-MAX       TO  PTHKN-HKNID
               MOVE    HJC-T-TEKSTYMD (IDX)
                                       TO  PTHKN-TEKSTYMD
               MOVE    WRK-OLD-TEKEDYMD    TO  PTHKN-TEKEDYMD
           END-IF
      *
           MOVE    WRK-NEW-HKNNUM      TO  PTHKN-HKNNUM
           MOVE    HJC-T-NEW (IDX)     TO  PTHKN-HKNJANUM
           MOVE    WRK-NEW-KIGO        TO  PTHKN-KIGO
           MOVE    WRK-NEW-NUM         TO  PTHKN-NUM
      *    新しい保険証は未確認とする
           MOVE    SPACE               TO  PTHKN-KAKUNINYMD
           MOVE    SPA-OPID            TO  PTHKN-OPID
           MOVE    SMCNDATE-YMD        TO  PTHKN-UPYMD
           MOVE    SMCNDATE-HMS        TO  PTHKN-UPHMS
           MOVE    PTHKNINF-REC        TO  MCPDATA-REC
           MOVE    "tbl_pthkninf"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           IF      WRK-SYORI           =   "切替"
               MOVE    "DBINSERT"          TO  MCP-FUNC
           ELSE
               MOVE    "DBUPDATE"          TO  MCP-FUNC
           END-IF
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               IF      WRK-SYORI           =   "切替"
                   MOVE    "新保険の登録エラー"
                                       TO  WRK-ERRMSG
               ELSE
                   MOVE    "保険の更新エラー"  TO  WRK-ERRMSG
               END-IF
               GO  TO  4004-KIRIKAE-EXT
           END-IF
           IF      WRK-SYORI           =   "置換"
               MOVE    PTHKNINF-REC        TO  PHK-REC (IDX-PHK)
           END-IF
           .
       4004-KIRIKAE-EXT.
           EXIT.
      *
      *****************************************************************
      *    リスト明細出力処理
      *****************************************************************
       4005-LST-OUT-SEC            SECTION.
      *
           IF      FLG-PTNUM           =   ZERO
               PERFORM 800-PTNUM-GET-SEC
               MOVE    1                   TO  FLG-PTNUM
           END-IF
      *
           MOVE    SPACE               TO  LST-REC
           STRING  WRK-LST-KBN         DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   HJC-T-OLD (IDX)     DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   HJC-T-NEW (IDX)     DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   HJC-T-TEKSTYMD (IDX)
                                       DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   PTNUM-PTNUM         DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   PTINF-NAME          DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-OLD-HKNNUM      DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-OLD-KIGO        DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-OLD-NUM         DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-NEW-HKNNUM      DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-NEW-KIGO        DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-NEW-NUM         DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-OLD-TEKSTYMD    DELIMITED   BY  SIZE
                   "-"                 DELIMITED   BY  SIZE
                   WRK-OLD-TEKEDYMD    DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-SYORI           DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-ERRMSG          DELIMITED   BY  "  "
                                       INTO    LST-REC
           END-STRING
           PERFORM 900-LST-WRITE-SEC
           .
       4005-LST-OUT-EXT.
           EXIT.
      *
      *****************************************************************
      *    切替済判定処理
      *    （新保険者番号で適用開始日から始まる保険があれば切替済）
      *****************************************************************
       4006-ZUMI-CHK-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-ZUMI
           PERFORM VARYING IDX-PHK2 FROM 1 BY 1
                   UNTIL   IDX-PHK2    >   PHK-MAX
                   OR      FLG-ZUMI    =   1
               MOVE    PHK-REC (IDX-PHK2)  TO  PTHKNINF-REC
               IF      PTHKN-SAKJOKBN      =   SPACE
               AND     PTHKN-HKNJANUM      =   HJC-T-NEW (IDX)
               AND     PTHKN-TEKSTYMD      =   HJC-T-TEKSTYMD (IDX)
                   MOVE    1                   TO  FLG-ZUMI
               END-IF
           END-PERFORM
           MOVE    PHK-REC (IDX-PHK)   TO  PTHKNINF-REC
           .
       4006-ZUMI-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    対応の実施済更新処理
      *    （エラーのなかった対応に実施日と切替件数を設定する）
      *****************************************************************
       500-HJC-JISSI-SEC           SECTION.
      *
           PERFORM VARYING IDX-HJC FROM 1 BY 1
                   UNTIL   IDX-HJC     >   HJC-MAX
               IF      HJC-T-ERR (IDX-HJC) =   ZERO
                   INITIALIZE                  HKNJACHG-REC
                   MOVE    SPA-HOSPNUM         TO  HJC-HOSPNUM
                   MOVE    HJC-T-OLD (IDX-HJC) TO  HJC-OLD-HKNJANUM
                   MOVE    HJC-T-TEKSTYMD (IDX-HJC)
                                               TO  HJC-TEKSTYMD
                   PERFORM 910-HJC-KEY-SEC
                   IF      FLG-HJC             =   ZERO
                       MOVE    SMCNDATE-YMD        TO  HJC-JISSIYMD
                                                       HJC-UPYMD
                       MOVE    HJC-T-CNT (IDX-HJC) TO  HJC-JISSICNT
                       MOVE    SPA-OPID            TO  HJC-OPID
                       MOVE    SMCNDATE-HMS        TO  HJC-UPHMS
                       MOVE    HKNJACHG-REC        TO  MCPDATA-REC
                       MOVE    "tbl_hknjachg"      TO  MCP-TABLE
                       MOVE    "key"               TO  MCP-PATHNAME
                       MOVE    "DBUPDATE"          TO  MCP-FUNC
                       PERFORM 900-ORCDBMAIN-SEC
                   END-IF
               END-IF
           END-PERFORM
           .
       500-HJC-JISSI-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       600-TERM-SEC                SECTION.
      *
           IF      FLG-END             =   ZERO
               MOVE    SPACE               TO  LST-REC
               PERFORM 900-LST-WRITE-SEC
               IF      WRK-PARA-SYORIKBN   =   "1"
                   MOVE    CNT-OK              TO  WRK-ED-KENSU
                   STRING  "登録　"            DELIMITED   BY  SIZE
                           WRK-ED-KENSU        DELIMITED   BY  SIZE
                           "　件"              DELIMITED   BY  SIZE
                                           INTO    LST-REC
                   END-STRING
                   PERFORM 900-LST-WRITE-SEC
                   MOVE    CNT-ERR             TO  WRK-ED-KENSU
                   STRING  "エラー"            DELIMITED   BY  SIZE
                           WRK-ED-KENSU        DELIMITED   BY  SIZE
                           "　件"              DELIMITED   BY  SIZE
                                           INTO    LST-REC
                   END-STRING
                   PERFORM 900-LST-WRITE-SEC
               ELSE
                   PERFORM VARYING IDX-HJC FROM 1 BY 1
                           UNTIL   IDX-HJC     >   HJC-MAX
                       PERFORM 6001-SYUKEI-SEC
                   END-PERFORM
               END-IF
           END-IF
           CLOSE   LST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "MAP  IN  CNT :" CNT-IN
           DISPLAY "MAP  OK  CNT :" CNT-OK
           DISPLAY "PT       CNT :" CNT-PT
           DISPLAY "TAISYO   CNT :" CNT-TAISYO
           DISPLAY "KIRIKAE  CNT :" CNT-KIRIKAE
           DISPLAY "ERR      CNT :" CNT-ERR
           DISPLAY "*** ORCBHKNJACHG END ***"
           .
       600-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    件数出力処理（対応ごと）
      *****************************************************************
       6001-SYUKEI-SEC             SECTION.
      *
           MOVE    1                   TO  WRK-LST-PTR
           STRING  HJC-T-OLD (IDX-HJC) DELIMITED   BY  SPACE
                   "→"                DELIMITED   BY  SIZE
                   HJC-T-NEW (IDX-HJC) DELIMITED   BY  SPACE
                   "（"                DELIMITED   BY  SIZE
                   HJC-T-TEKSTYMD (IDX-HJC)
                                       DELIMITED   BY  SIZE
                   "〜）　"            DELIMITED   BY  SIZE
                                       INTO    LST-REC
                                       WITH    POINTER WRK-LST-PTR
           END-STRING
           IF      WRK-PARA-SYORIKBN   =   "2"
               STRING  "対象"              DELIMITED   BY  SIZE
                                       INTO    LST-REC
                                       WITH    POINTER WRK-LST-PTR
               END-STRING
           ELSE
               STRING  "切替"              DELIMITED   BY  SIZE
                                       INTO    LST-REC
                                       WITH    POINTER WRK-LST-PTR
               END-STRING
           END-IF
           MOVE    HJC-T-CNT (IDX-HJC) TO  WRK-ED-KENSU
           STRING  WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "　件　エラー"      DELIMITED   BY  SIZE
                                       INTO    LST-REC
                                       WITH    POINTER WRK-LST-PTR
           END-STRING
           MOVE    HJC-T-ERR (IDX-HJC) TO  WRK-ED-KENSU
           STRING  WRK-ED-KENSU        DELIMITED   BY  SIZE
                   "　件"              DELIMITED   BY  SIZE
                                       INTO    LST-REC
                                       WITH    POINTER WRK-LST-PTR
           END-STRING
           IF      WRK-PARA-SYORIKBN   =   "3"
           AND     HJC-T-ERR (IDX-HJC) >   ZERO
               STRING  "（未実施のまま）"  DELIMITED   BY  SIZE
                                       INTO    LST-REC
                                       WITH    POINTER WRK-LST-PTR
               END-STRING
           END-IF
           PERFORM 900-LST-WRITE-SEC
           .
       6001-SYUKEI-EXT.
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
               MOVE    "tbl_ptnum"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
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
      *    記号・番号の桁変更処理
      *    （変換区分　０：変更なし　１：指定値へ置換
      *      ２：指定値を先頭へ付加　３：前ゼロを付加して指定桁数
      *      にする　４：前ゼロを除去）
      *****************************************************************
       810-BANGO-HENSYU-SEC        SECTION.
      *
           MOVE    WRK-HEN-IN          TO  WRK-HEN-OUT
      *
           MOVE    80                  TO  WRK-HEN-LEN
           PERFORM UNTIL   WRK-HEN-LEN     =   ZERO
                   OR      WRK-HEN-IN (WRK-HEN-LEN:1)  NOT =   SPACE
               SUBTRACT    1               FROM    WRK-HEN-LEN
           END-PERFORM
      *
           EVALUATE    WRK-HEN-KBN
               WHEN    "1"
                   MOVE    WRK-HEN-SITEI       TO  WRK-HEN-OUT
               WHEN    "2"
                   IF      WRK-HEN-LEN         =   ZERO
                       MOVE    WRK-HEN-SITEI       TO  WRK-HEN-OUT
                   ELSE
                       MOVE    SPACE               TO  WRK-HEN-OUT
                       STRING  WRK-HEN-SITEI   DELIMITED   BY  SPACE
                               WRK-HEN-IN (1:WRK-HEN-LEN)
                                               DELIMITED   BY  SIZE
                                           INTO    WRK-HEN-OUT
                       END-STRING
                   END-IF
               WHEN    "3"
                   IF      WRK-HEN-LEN         =   ZERO
                       GO  TO  810-BANGO-HENSYU-EXT
                   END-IF
                   IF      WRK-HEN-IN (1:WRK-HEN-LEN)
                                               IS  NOT NUMERIC
                       STRING  WRK-RULE-NAME   DELIMITED   BY  SPACE
                               "が数字以外のため不可"
                                               DELIMITED   BY  SIZE
                                           INTO    WRK-ERRMSG
                       END-STRING
                       GO  TO  810-BANGO-HENSYU-EXT
                   END-IF
                   IF      WRK-HEN-LEN         >   WRK-HEN-KETA
                       STRING  WRK-RULE-NAME   DELIMITED   BY  SPACE
                               "が指定桁数を超えています"
                                               DELIMITED   BY  SIZE
                                           INTO    WRK-ERRMSG
                       END-STRING
                       GO  TO  810-BANGO-HENSYU-EXT
                   END-IF
                   MOVE    SPACE               TO  WRK-HEN-OUT
                   MOVE    ALL "0"             TO  WRK-HEN-OUT
                                                   (1:WRK-HEN-KETA)
                   COMPUTE WRK-HEN-POS     =   WRK-HEN-KETA
                                           -   WRK-HEN-LEN +   1
                   MOVE    WRK-HEN-IN (1:WRK-HEN-LEN)
                                   TO  WRK-HEN-OUT
                                           (WRK-HEN-POS:WRK-HEN-LEN)
               WHEN    "4"
                   IF      WRK-HEN-LEN         =   ZERO
                       GO  TO  810-BANGO-HENSYU-EXT
                   END-IF
                   MOVE    1                   TO  WRK-HEN-POS
                   PERFORM UNTIL   WRK-HEN-POS     >=  WRK-HEN-LEN
                           OR      WRK-HEN-IN (WRK-HEN-POS:1)
                                                   NOT =   "0"
                       ADD     1                   TO  WRK-HEN-POS
                   END-PERFORM
                   COMPUTE WRK-HEN-ZERO    =   WRK-HEN-LEN
                                           -   WRK-HEN-POS +   1
                   MOVE    SPACE               TO  WRK-HEN-OUT
                   MOVE    WRK-HEN-IN (WRK-HEN-POS:WRK-HEN-ZERO)
                                       TO  WRK-HEN-OUT
           END-EVALUATE
           .
       810-BANGO-HENSYU-EXT.
           EXIT.
      *
      *****************************************************************
      *    適用開始日の前日算出処理
      *****************************************************************
       820-ZENJITU-SEC             SECTION.
      *
           INITIALIZE                  STS-AREA-DAY
           INITIALIZE                  LNK-DAY6-AREA
           MOVE    "61"                TO  LNK-DAY6-IRAI
           MOVE    HJC-T-TEKSTYMD (HJC-MAX)
                                       TO  LNK-DAY6-KIJUN
           MOVE    "2"                 TO  LNK-DAY6-ZOGENPTN
           MOVE    -1                  TO  LNK-DAY6-ZOGEN
           CALL    "ORCSDAY"           USING   STS-AREA-DAY
                                               LNK-DAY6-AREA
           MOVE    LNK-DAY6-KEISAN     TO  HJC-T-ZENJITU (HJC-MAX)
           .
       820-ZENJITU-EXT.
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
      *    検証番号チェック処理（新保険者番号）
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
      *    リスト見出し編集処理
      *****************************************************************
       900-LST-MIDASI-SEC          SECTION.
      *
           MOVE    SPACE               TO  LST-REC
           STRING  "区分,旧保険者番号,新保険者番号,"
                                       DELIMITED   BY  SIZE
                   "適用開始日,患者番号,氏名,保険番号,"
                                       DELIMITED   BY  SIZE
                   "旧記号,旧番号,新保険番号,新記号,"
                                       DELIMITED   BY  SIZE
                   "新番号,旧適用期間,処理,内容"
                                       DELIMITED   BY  SIZE
                                       INTO    LST-REC
           END-STRING
           .
       900-LST-MIDASI-EXT.
           EXIT.
      *
      *****************************************************************
      *    リスト出力処理
      *****************************************************************
       900-LST-WRITE-SEC           SECTION.
      *
           WRITE   LST-REC
           MOVE    SPACE               TO  LST-REC
           .
       900-LST-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    対応ファイル読込処理
      *****************************************************************
       900-MAP-READ-SEC            SECTION.
      *
           READ    MAP-FILE
               AT  END
                   MOVE    1           TO  FLG-EOF
               NOT AT  END
                   ADD     1           TO  CNT-LINE
                                           CNT-IN
           END-READ
           .
       900-MAP-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    保険者番号変更対応テーブル検索処理
      *    （キーは呼出元で設定する）
      *    FLG-HJC　０：あり　１：なし
      *****************************************************************
       910-HJC-KEY-SEC             SECTION.
      *
           MOVE    1                   TO  FLG-HJC
           MOVE    HKNJACHG-REC        TO  MCPDATA-REC
           MOVE    "tbl_hknjachg"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_hknjachg"      TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  HKNJACHG-REC
                   MOVE    ZERO                TO  FLG-HJC
               END-IF
           END-IF
           MOVE    "tbl_hknjachg"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       910-HJC-KEY-EXT.
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
