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
       PROGRAM-ID.             ORCBREMIND.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 予約
      *  コンポーネント名  : 予約リマインド通知送信
      *                      （予約テーブルから翌日以降の予約患者を
      *                        抽出し、患者連絡先テーブルの送信区分
      *                        に従ってメール転送ゲートウェイ向けの
      *                        メールファイル、またはＳＭＳ送信業者
      *                        向けの送信ファイルを作成する。送信
      *                        した予約はリマインド送信履歴テーブル
      *                        へ記録し、送信結果・キャンセル返信の
      *                        取込（ＯＲＣＢＲＥＭＩＮＤＲＥＳ）と
      *                        月次集計（ＯＲＣＢＲＥＭＩＮＤＳＵＭ）
      *                        で使用する）
      *  管理者            :
      *  作成日付    作業者        記述
      *  26/10/15    ORCAMO        新規作成
      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.01    ORCAMO       26/10/15  死亡登録患者の予約は送信
      *                                     しない
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *
      *    メール転送ゲートウェイ向けメールファイル（１通１ファイル）
           SELECT  MAIL-FILE       ASSIGN  MAILPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-MAIL.
      *
      *    ＳＭＳ送信業者向け送信ファイル（ＣＳＶ）
           SELECT  SMS-FILE        ASSIGN  SMSPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-SMS.
      *
      *    送信結果リスト
           SELECT  RMDLST-FILE     ASSIGN  RMDLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-RMDLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
      *    メールファイル
       FD  MAIL-FILE.
       01  MAIL-REC                PIC X(200).
      *
      *    ＳＭＳ送信ファイル
       FD  SMS-FILE.
       01  SMS-REC                 PIC X(300).
      *
      *    送信結果リスト
       FD  RMDLST-FILE.
       01  RMDLST-REC              PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-MAIL                        PIC X(02).
           03  STS-SMS                         PIC X(02).
           03  STS-RMDLST                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-END                         PIC 9(01).
           03  FLG-YYK                         PIC 9(01).
           03  FLG-RRK                         PIC 9(01).
           03  FLG-RENRAKU                     PIC 9(01).
           03  FLG-SYSKANRI                    PIC 9(01).
           03  FLG-SMSOPEN                     PIC 9(01).
           03  FLG-DEATH                       PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-YYK                         PIC 9(06).
           03  CNT-MAIL                        PIC 9(06).
           03  CNT-SMS                         PIC 9(06).
           03  CNT-NASI                        PIC 9(06).
           03  CNT-SUMI                        PIC 9(06).
           03  CNT-ERR                         PIC 9(06).
           03  CNT-DEATH                       PIC 9(06).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX-NISSU                       PIC 9(03).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        リマインド対象日数（既定２日：翌日・翌々日）
               05  WRK-PARA-NISSU              PIC 9(03).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *        メールファイル出力ディレクトリ
               05  WRK-PARA-MAILDIR            PIC X(128).
      *
           03  WRK-TAISYOYMD                   PIC X(08).
           03  WRK-HOSPNAME                    PIC X(120).
           03  WRK-SRYKANAME                   PIC X(40).
           03  WRK-SOUSINID                    PIC X(26).
           03  WRK-SOUSINKBN                   PIC X(01).
           03  WRK-STATE                       PIC X(01).
           03  WRK-MAILADDR                    PIC X(80).
           03  WRK-TELNUM                      PIC X(15).
      *    予約日時の編集（ＹＹＹＹ年ＭＭ月ＤＤ日　ＨＨ時ＭＭ分）
           03  WRK-YYKNICHIJI                  PIC X(60).
           03  WRK-LINE                        PIC X(200).
      *
           03  MAILPARA                        PIC X(256).
           03  SMSPARA                         PIC X(256).
           03  RMDLSTPARA                      PIC X(256).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    予約テーブル
       01  YYK-REC.
           COPY    "CPYYK.INC".
      *
      *    患者連絡先テーブル（リマインド通知の送信先）
      *    （ＯＲＣＧＲＥＭＩＮＤと同一レイアウト）
       01  PTRENRAKU-REC.
           03  RNR-HOSPNUM             PIC 9(02).
           03  RNR-PTID                PIC 9(10).
      *    送信区分　１：メール　２：ＳＭＳ　９：送信しない
           03  RNR-SOUSINKBN           PIC X(01).
           03  RNR-MAILADDR            PIC X(80).
           03  RNR-TELNUM              PIC X(15).
           03  RNR-OPID                PIC X(16).
           03  RNR-UPYMD               PIC X(08).
           03  RNR-UPHMS               PIC X(06).
      *
      *    リマインド送信履歴テーブル
      *    （ＯＲＣＢＲＥＭＩＮＤＲＥＳ・ＯＲＣＢＲＥＭＩＮＤＳＵＭ
      *      と同一レイアウト）
       01  REMINDRRK-REC.
           03  RMD-HOSPNUM             PIC 9(02).
           03  RMD-YOYAKUYMD           PIC X(08).
           03  RMD-YOYAKUTIME          PIC X(06).
           03  RMD-PTID                PIC 9(10).
           03  RMD-SRYKA               PIC X(02).
      *    送信ＩＤ（医療機関識別番号＋予約日＋予約時刻＋患者ＩＤ）
           03  RMD-SOUSINID            PIC X(26).
      *    送信区分　１：メール　２：ＳＭＳ　９：送信しない
           03  RMD-SOUSINKBN           PIC X(01).
      *    状態　０：送信依頼済　１：送信成功　２：送信失敗
      *          ３：キャンセル受付済　８：送信対象外（連絡先なし等）
           03  RMD-STATE               PIC X(01).
           03  RMD-SENDYMD             PIC X(08).
           03  RMD-SENDHMS             PIC X(06).
           03  RMD-KEKKAYMD            PIC X(08).
           03  RMD-KEKKAHMS            PIC X(06).
           03  RMD-UPYMD               PIC X(08).
           03  RMD-UPHMS               PIC X(06).
      *
      *    システム管理マスタ
           COPY    "CPSYSKANRI.INC".
      *
      *    医療機関情報（基本）
           COPY    "CPSK1001.INC".
      *
      *    診療科目情報
           COPY    "CPSK1005.INC".
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
      *    日付変換サブ
           COPY    "CPORCSDAY.INC".
           COPY    "CPORCSLNK.INC".
      *
      *    死亡登録による関連業務停止サブ
           COPY    "CPORCSDEATH.INC".
      *
      *    ＤＢ検索
           COPY    "MCPDATA.INC".
           COPY    "MCPAREA".
      *
      ****************************************************************
       LINKAGE                 SECTION.
       01  COMMAND-PARAM.
           02  FILLER      PIC X(512).
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
      *    翌日から指定日数分の予約を対象とする
           PERFORM VARYING IDX-NISSU   FROM    1   BY  1
                   UNTIL   IDX-NISSU   >   WRK-PARA-NISSU
               PERFORM 200-TAISYOBI-SEC
           END-PERFORM
      *
           PERFORM 500-TERM-SEC
      *
           STOP    RUN
           .
      *****************************************************************
      *    初期　処理
      *****************************************************************
       100-INIT-SEC                SECTION.
      *
           DISPLAY "*** ORCBREMIND START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-NISSU
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               WRK-PARA-MAILDIR
                                               SMSPARA
                                               RMDLSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           IF      WRK-PARA-NISSU      =   ZERO
               MOVE    2                   TO  WRK-PARA-NISSU
           END-IF
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "予約リマインド通知送信"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBREMIND"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
      *    医療機関名称（メール・ＳＭＳ本文に記載）
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
               MOVE    SYS-1001-HOSPNAME   TO  WRK-HOSPNAME
           END-IF
      *
           OPEN    OUTPUT              RMDLST-FILE
      *
           STRING  "＊＊＊　予約リマインド通知送信"
                                       DELIMITED   BY  SIZE
                   "　＊＊＊　処理日："
                                       DELIMITED   BY  SIZE
                   SMCNDATE-YMD        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-RMDLST-WRITE-SEC
           STRING  "予約日    時刻    患者ＩＤ    "
                                       DELIMITED   BY  SIZE
                   "診療科  送信結果"  DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-RMDLST-WRITE-SEC
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    対象日処理（当日＋ＩＤＸ−ＮＩＳＳＵ日の予約）
      *****************************************************************
       200-TAISYOBI-SEC            SECTION.
      *
           INITIALIZE                      STS-AREA-DAY
           INITIALIZE                      LNK-DAY6-AREA
           MOVE  "61"                      TO  LNK-DAY6-IRAI
           MOVE  SMCNDATE-YMD              TO  LNK-DAY6-KIJUN
           MOVE  "2"                       TO  LNK-DAY6-ZOGENPTN
           MOVE  IDX-NISSU                 TO  LNK-DAY6-ZOGEN
           CALL  "ORCSDAY"                 USING   STS-AREA-DAY
                                                   LNK-DAY6-AREA
           MOVE    LNK-DAY6-KEISAN         TO  WRK-TAISYOYMD
      *
           MOVE    ZERO                TO  FLG-END
           INITIALIZE                  YYK-REC
           MOVE    SPA-HOSPNUM         TO  YYK-HOSPNUM
           MOVE    WRK-TAISYOYMD       TO  YYK-YOYAKUYMD
           MOVE    YYK-REC             TO  MCPDATA-REC
           MOVE    "tbl_yyk"           TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-END
           ELSE
               PERFORM 900-YYK-FETCH-SEC
               IF      FLG-YYK         NOT =   ZERO
                   MOVE    1                   TO  FLG-END
               END-IF
           END-IF
      *
           PERFORM 210-YYK-SEC
                   UNTIL   FLG-END         =   1
      *
           MOVE    "tbl_yyk"           TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-TAISYOBI-EXT.
           EXIT.
      *
      *****************************************************************
      *    予約１件処理
      *****************************************************************
       210-YYK-SEC                 SECTION.
      *
           ADD     1                   TO  CNT-YYK
      *
      *    送信済み（再実行時）の予約は対象外
           PERFORM 800-RRK-GET-SEC
           IF      FLG-RRK             =   ZERO
               ADD     1                   TO  CNT-SUMI
               GO  TO  210-YYK-NEXT
           END-IF
      *
      *    死亡登録患者は送信しない（送信履歴も記録しない）
           PERFORM 900-DEATH-INV-SEC
           IF      FLG-DEATH           =   ZERO
               ADD     1                   TO  CNT-DEATH
               STRING  YYK-YOYAKUYMD       DELIMITED   BY  SIZE
                       "  "                DELIMITED   BY  SIZE
                       YYK-YOYAKUTIME      DELIMITED   BY  SIZE
                       "  "                DELIMITED   BY  SIZE
                       YYK-PTID            DELIMITED   BY  SIZE
                       "  "                DELIMITED   BY  SIZE
                       YYK-SRYKA           DELIMITED   BY  SIZE
                       "      "            DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               MOVE    "死亡登録済（送信停止）"
                                               TO  WRK-LINE (45:)
               PERFORM 900-RMDLST-WRITE-SEC
               GO  TO  210-YYK-NEXT
           END-IF
      *
           MOVE    SPACE               TO  WRK-SOUSINID
           STRING  YYK-HOSPNUM         DELIMITED   BY  SIZE
                   YYK-YOYAKUYMD       DELIMITED   BY  SIZE
                   YYK-YOYAKUTIME      DELIMITED   BY  SIZE
                   YYK-PTID            DELIMITED   BY  SIZE
                                       INTO    WRK-SOUSINID
           END-STRING
      *
           PERFORM 810-RENRAKU-GET-SEC
           PERFORM 820-SRYKANAME-GET-SEC
           PERFORM 830-NICHIJI-HEN-SEC
      *
           MOVE    "8"                 TO  WRK-STATE
           EVALUATE    WRK-SOUSINKBN
               WHEN    "1"
                   PERFORM 300-MAIL-SEC
               WHEN    "2"
                   PERFORM 400-SMS-SEC
               WHEN    OTHER
                   ADD     1                   TO  CNT-NASI
           END-EVALUATE
      *
      *    送信履歴の記録（送信対象外も記録し月次集計で
      *      「送信なし」として扱う）
           INITIALIZE                  REMINDRRK-REC
           MOVE    SPA-HOSPNUM         TO  RMD-HOSPNUM
           MOVE    YYK-YOYAKUYMD       TO  RMD-YOYAKUYMD
           MOVE    YYK-YOYAKUTIME      TO  RMD-YOYAKUTIME
           MOVE    YYK-PTID            TO  RMD-PTID
           MOVE    YYK-SRYKA           TO  RMD-SRYKA
           MOVE    WRK-SOUSINID        TO  RMD-SOUSINID
           MOVE    WRK-SOUSINKBN       TO  RMD-SOUSINKBN
           MOVE    WRK-STATE           TO  RMD-STATE
           MOVE    SMCNDATE-YMD        TO  RMD-SENDYMD
                                           RMD-UPYMD
           MOVE    SMCNDATE-HMS        TO  RMD-SENDHMS
                                           RMD-UPHMS
           MOVE    REMINDRRK-REC       TO  MCPDATA-REC
           MOVE    "tbl_remindrrk"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBREMIND RRK INSERT ERR RC=" MCP-RC
           END-IF
      *
           STRING  YYK-YOYAKUYMD       DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   YYK-YOYAKUTIME      DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   YYK-PTID            DELIMITED   BY  SIZE
                   "  "                DELIMITED   BY  SIZE
                   YYK-SRYKA           DELIMITED   BY  SIZE
                   "      "            DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           EVALUATE    TRUE
               WHEN    WRK-STATE       =   "0"
               AND     WRK-SOUSINKBN   =   "1"
                   MOVE    "メール送信依頼"    TO  WRK-LINE (45:)
               WHEN    WRK-STATE       =   "0"
                   MOVE    "ＳＭＳ送信依頼"    TO  WRK-LINE (45:)
               WHEN    WRK-STATE       =   "2"
                   MOVE    "送信ファイル作成エラー"
                                               TO  WRK-LINE (45:)
               WHEN    WRK-SOUSINKBN   =   "9"
                   MOVE    "送信不要（患者辞退）"
                                               TO  WRK-LINE (45:)
               WHEN    OTHER
                   MOVE    "連絡先未登録"      TO  WRK-LINE (45:)
           END-EVALUATE
           PERFORM 900-RMDLST-WRITE-SEC
           .
       210-YYK-NEXT.
      *
           PERFORM 900-YYK-FETCH-SEC
           IF      FLG-YYK         NOT =   ZERO
               MOVE    1                   TO  FLG-END
           END-IF
           .
       210-YYK-EXT.
           EXIT.
      *
      *****************************************************************
      *    メールファイル作成処理
      *    （１行目：宛先　２行目：件名　３行目以降：本文）
      *****************************************************************
       300-MAIL-SEC                SECTION.
      *
           MOVE    SPACE               TO  MAILPARA
           STRING  WRK-PARA-MAILDIR    DELIMITED   BY  SPACE
                   "/REMIND"           DELIMITED   BY  SIZE
                   WRK-SOUSINID        DELIMITED   BY  SIZE
                   ".txt"              DELIMITED   BY  SIZE
                                       INTO    MAILPARA
           END-STRING
           OPEN    OUTPUT              MAIL-FILE
           IF      STS-MAIL        NOT =   "00"
               DISPLAY "ORCBREMIND MAIL OPEN ERR " STS-MAIL
               ADD     1                   TO  CNT-ERR
               MOVE    "2"                 TO  WRK-STATE
               GO  TO  300-MAIL-EXT
           END-IF
      *
           MOVE    WRK-MAILADDR        TO  MAIL-REC
           WRITE   MAIL-REC
           MOVE    SPACE               TO  MAIL-REC
           STRING  "ご予約のお知らせ　［"
                                       DELIMITED   BY  SIZE
                   WRK-SOUSINID        DELIMITED   BY  SIZE
                   "］"                DELIMITED   BY  SIZE
                                       INTO    MAIL-REC
           END-STRING
           WRITE   MAIL-REC
           MOVE    SPACE               TO  MAIL-REC
           STRING  WRK-HOSPNAME        DELIMITED   BY  SPACE
                   "よりご予約のお知らせです。"
                                       DELIMITED   BY  SIZE
                                       INTO    MAIL-REC
           END-STRING
           WRITE   MAIL-REC
           MOVE    SPACE               TO  MAIL-REC
           WRITE   MAIL-REC
           MOVE    SPACE               TO  MAIL-REC
           STRING  "ご予約日時："      DELIMITED   BY  SIZE
                   WRK-YYKNICHIJI      DELIMITED   BY  SPACE
                                       INTO    MAIL-REC
           END-STRING
           WRITE   MAIL-REC
           MOVE    SPACE               TO  MAIL-REC
           STRING  "診療科："          DELIMITED   BY  SIZE
                   WRK-SRYKANAME       DELIMITED   BY  SPACE
                                       INTO    MAIL-REC
           END-STRING
           WRITE   MAIL-REC
           MOVE    SPACE               TO  MAIL-REC
           WRITE   MAIL-REC
           STRING  "ご都合が悪くなった場合は、"
                                       DELIMITED   BY  SIZE
                   "件名を変えずに本文に"
                                       DELIMITED   BY  SIZE
                                       INTO    MAIL-REC
           END-STRING
           WRITE   MAIL-REC
           MOVE    SPACE               TO  MAIL-REC
           STRING  "「キャンセル」と記入して"
                                       DELIMITED   BY  SIZE
                   "返信してください。"
                                       DELIMITED   BY  SIZE
                                       INTO    MAIL-REC
           END-STRING
           WRITE   MAIL-REC
           CLOSE   MAIL-FILE
      *
           MOVE    "0"                 TO  WRK-STATE
           ADD     1                   TO  CNT-MAIL
           .
       300-MAIL-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＳＭＳ送信ファイル作成処理
      *    （送信ＩＤ，電話番号，本文）
      *****************************************************************
       400-SMS-SEC                 SECTION.
      *
           IF      FLG-SMSOPEN         =   ZERO
               OPEN    OUTPUT              SMS-FILE
               IF      STS-SMS         NOT =   "00"
                   DISPLAY "ORCBREMIND SMS OPEN ERR " STS-SMS
                   MOVE    9                   TO  FLG-SMSOPEN
               ELSE
                   MOVE    1                   TO  FLG-SMSOPEN
               END-IF
           END-IF
           IF      FLG-SMSOPEN     NOT =   1
               ADD     1                   TO  CNT-ERR
               MOVE    "2"                 TO  WRK-STATE
               GO  TO  400-SMS-EXT
           END-IF
      *
           MOVE    SPACE               TO  SMS-REC
           STRING  WRK-SOUSINID        DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-TELNUM          DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-HOSPNAME        DELIMITED   BY  SPACE
                   "です。ご予約は"    DELIMITED   BY  SIZE
                   WRK-YYKNICHIJI      DELIMITED   BY  SPACE
                   "　"                DELIMITED   BY  SIZE
                   WRK-SRYKANAME       DELIMITED   BY  SPACE
                   "です。キャンセルの場合は"
                                       DELIMITED   BY  SIZE
                   "「キャンセル」と"  DELIMITED   BY  SIZE
                   "返信してください。"
                                       DELIMITED   BY  SIZE
                                       INTO    SMS-REC
           END-STRING
           WRITE   SMS-REC
      *
           MOVE    "0"                 TO  WRK-STATE
           ADD     1                   TO  CNT-SMS
           .
       400-SMS-EXT.
           EXIT.
      *
      *****************************************************************
      *    送信履歴取得処理
      *    （ＦＬＧ−ＲＲＫ　０：送信履歴あり）
      *****************************************************************
       800-RRK-GET-SEC             SECTION.
      *
           MOVE    1                   TO  FLG-RRK
      *
           INITIALIZE                  REMINDRRK-REC
           MOVE    SPA-HOSPNUM         TO  RMD-HOSPNUM
           MOVE    YYK-YOYAKUYMD       TO  RMD-YOYAKUYMD
           MOVE    YYK-YOYAKUTIME      TO  RMD-YOYAKUTIME
           MOVE    YYK-PTID            TO  RMD-PTID
           MOVE    REMINDRRK-REC       TO  MCPDATA-REC
           MOVE    "tbl_remindrrk"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_remindrrk"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    ZERO                TO  FLG-RRK
               END-IF
           END-IF
           MOVE    "tbl_remindrrk"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       800-RRK-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者連絡先取得処理
      *    （未登録・宛先なしは送信区分を空白とする）
      *****************************************************************
       810-RENRAKU-GET-SEC         SECTION.
      *
           MOVE    SPACE               TO  WRK-SOUSINKBN
                                           WRK-MAILADDR
                                           WRK-TELNUM
           MOVE    1                   TO  FLG-RENRAKU
      *
           INITIALIZE                  PTRENRAKU-REC
           MOVE    SPA-HOSPNUM         TO  RNR-HOSPNUM
           MOVE    YYK-PTID            TO  RNR-PTID
           MOVE    PTRENRAKU-REC       TO  MCPDATA-REC
           MOVE    "tbl_ptrenraku"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_ptrenraku"     TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTRENRAKU-REC
                   MOVE    ZERO                TO  FLG-RENRAKU
               END-IF
           END-IF
           MOVE    "tbl_ptrenraku"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      FLG-RENRAKU     NOT =   ZERO
               GO  TO  810-RENRAKU-GET-EXT
           END-IF
      *
           EVALUATE    TRUE
               WHEN    RNR-SOUSINKBN   =   "1"
               AND     RNR-MAILADDR    NOT =   SPACE
                   MOVE    "1"                 TO  WRK-SOUSINKBN
                   MOVE    RNR-MAILADDR        TO  WRK-MAILADDR
               WHEN    RNR-SOUSINKBN   =   "2"
               AND     RNR-TELNUM      NOT =   SPACE
                   MOVE    "2"                 TO  WRK-SOUSINKBN
                   MOVE    RNR-TELNUM          TO  WRK-TELNUM
               WHEN    RNR-SOUSINKBN   =   "9"
                   MOVE    "9"                 TO  WRK-SOUSINKBN
           END-EVALUATE
           .
       810-RENRAKU-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    診療科名称取得処理
      *****************************************************************
       820-SRYKANAME-GET-SEC       SECTION.
      *
           MOVE    SPACE               TO  WRK-SRYKANAME
      *
           INITIALIZE                  SYSKANRI-REC
           MOVE    SPA-HOSPNUM         TO  SYS-HOSPNUM
           MOVE    "1005"              TO  SYS-KANRICD
           MOVE    YYK-SRYKA           TO  SYS-KBNCD
           MOVE    YYK-YOYAKUYMD       TO  SYS-STYUKYMD
                                           SYS-EDYUKYMD
           MOVE    SYSKANRI-REC        TO  MCPDATA-REC
           PERFORM 910-SYSKANRI-INV-SEC
           IF      FLG-SYSKANRI        =   ZERO
               MOVE    MCPDATA-REC         TO  SYS-1005-REC
               MOVE    SYS-1005-SRYKANAME  TO  WRK-SRYKANAME
           END-IF
           .
       820-SRYKANAME-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    予約日時編集処理
      *****************************************************************
       830-NICHIJI-HEN-SEC         SECTION.
      *
           MOVE    SPACE               TO  WRK-YYKNICHIJI
           IF      YYK-YOYAKUTIME (1:4)    IS  NUMERIC
               STRING  YYK-YOYAKUYMD (1:4) DELIMITED   BY  SIZE
                       "年"                DELIMITED   BY  SIZE
                       YYK-YOYAKUYMD (5:2) DELIMITED   BY  SIZE
                       "月"                DELIMITED   BY  SIZE
                       YYK-YOYAKUYMD (7:2) DELIMITED   BY  SIZE
                       "日"                DELIMITED   BY  SIZE
                       YYK-YOYAKUTIME (1:2)
                                           DELIMITED   BY  SIZE
                       "時"                DELIMITED   BY  SIZE
                       YYK-YOYAKUTIME (3:2)
                                           DELIMITED   BY  SIZE
                       "分"                DELIMITED   BY  SIZE
                                           INTO    WRK-YYKNICHIJI
               END-STRING
           ELSE
               STRING  YYK-YOYAKUYMD (1:4) DELIMITED   BY  SIZE
                       "年"                DELIMITED   BY  SIZE
                       YYK-YOYAKUYMD (5:2) DELIMITED   BY  SIZE
                       "月"                DELIMITED   BY  SIZE
                       YYK-YOYAKUYMD (7:2) DELIMITED   BY  SIZE
                       "日"                DELIMITED   BY  SIZE
                                           INTO    WRK-YYKNICHIJI
               END-STRING
           END-IF
           .
       830-NICHIJI-HEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    予約読込処理
      *****************************************************************
       900-YYK-FETCH-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-YYK
           MOVE    "tbl_yyk"           TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  YYK-REC
           ELSE
               MOVE    1                   TO  FLG-YYK
           END-IF
           .
       900-YYK-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    死亡登録判定処理（ＦＬＧ−ＤＥＡＴＨ　０：死亡登録あり）
      *****************************************************************
       900-DEATH-INV-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-DEATH
      *
           INITIALIZE                  ORCSDEATHAREA
           MOVE    "1"                 TO  SDEATH-MODE
           MOVE    SPA-HOSPNUM         TO  SDEATH-HOSPNUM
           MOVE    YYK-PTID            TO  SDEATH-PTID
           MOVE    "ORCBREMIND"        TO  SDEATH-OPID
           CALL    "ORCSDEATH"         USING   ORCSDEATHAREA
           IF      SDEATH-RC           =   ZERO
               MOVE    ZERO                TO  FLG-DEATH
           END-IF
           .
       900-DEATH-INV-EXT.
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
      *    一覧行出力処理
      *****************************************************************
       900-RMDLST-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  RMDLST-REC
           WRITE   RMDLST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-RMDLST-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           IF      FLG-SMSOPEN         =   1
               CLOSE   SMS-FILE
           END-IF
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-RMDLST-WRITE-SEC
           STRING  "予約件数："        DELIMITED   BY  SIZE
                   CNT-YYK             DELIMITED   BY  SIZE
                   "　メール："        DELIMITED   BY  SIZE
                   CNT-MAIL            DELIMITED   BY  SIZE
                   "　ＳＭＳ："        DELIMITED   BY  SIZE
                   CNT-SMS             DELIMITED   BY  SIZE
                   "　送信対象外："    DELIMITED   BY  SIZE
                   CNT-NASI            DELIMITED   BY  SIZE
                   "　送信済："        DELIMITED   BY  SIZE
                   CNT-SUMI            DELIMITED   BY  SIZE
                   "　エラー："        DELIMITED   BY  SIZE
                   CNT-ERR             DELIMITED   BY  SIZE
                   "　死亡登録："      DELIMITED   BY  SIZE
                   CNT-DEATH           DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-RMDLST-WRITE-SEC
           CLOSE   RMDLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           COMPUTE JOB-UPDCNT      =   CNT-MAIL    +   CNT-SMS
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "YYK      CNT     :" CNT-YYK
           DISPLAY "MAIL     CNT     :" CNT-MAIL
           DISPLAY "SMS      CNT     :" CNT-SMS
           DISPLAY "NASI     CNT     :" CNT-NASI
           DISPLAY "SUMI     CNT     :" CNT-SUMI
           DISPLAY "ERR      CNT     :" CNT-ERR
           DISPLAY "DEATH    CNT     :" CNT-DEATH
           DISPLAY "*** ORCBREMIND END ***"
           .
       500-TERM-EXT.
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
