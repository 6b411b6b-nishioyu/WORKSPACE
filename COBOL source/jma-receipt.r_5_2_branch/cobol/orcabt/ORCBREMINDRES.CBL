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
       PROGRAM-ID.             ORCBREMINDRES.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 予約
      *  コンポーネント名  : 予約リマインド送信結果・返信取込
      *                      （メール転送ゲートウェイ・ＳＭＳ送信
      *                        業者から返却された送信結果ファイル
      *                        （ＣＳＶ）を取り込み、リマインド送信
      *                        履歴の状態を更新する。「キャンセル」
      *                        返信の予約は予約テーブルから削除して
      *                        空き枠へ戻し、取消一覧へ出力する）
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
      *    送信結果ファイル（ＣＳＶ）
           SELECT  KEKKA-FILE      ASSIGN  KEKKAPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-KEKKA.
      *
      *    取込結果・予約取消一覧
           SELECT  RESLST-FILE     ASSIGN  RESLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-RESLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
      *    送信結果ファイル
       FD  KEKKA-FILE.
       01  KEKKA-REC               PIC X(300).
      *
      *    取込結果・予約取消一覧
       FD  RESLST-FILE.
       01  RESLST-REC              PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-KEKKA                       PIC X(02).
           03  STS-RESLST                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-KEKKA                       PIC 9(01).
           03  FLG-RRK                         PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-IN                          PIC 9(06).
           03  CNT-SEIKO                       PIC 9(06).
           03  CNT-SIPPAI                      PIC 9(06).
           03  CNT-CANCEL                      PIC 9(06).
           03  CNT-ERR                         PIC 9(06).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
               05  WRK-PARA-INFILE             PIC X(128).
      *
      *    送信結果ＣＳＶ分解領域
           03  WRK-CSV.
               05  WRK-CSV-SOUSINID            PIC X(26).
      *        結果区分（１：送信成功　２：送信失敗
      *                  ３：キャンセル返信）
               05  WRK-CSV-KEKKAKBN            PIC X(01).
               05  WRK-CSV-YMD                 PIC X(08).
               05  WRK-CSV-HMS                 PIC X(06).
      *
           03  WRK-ERRMSG                      PIC X(60).
           03  WRK-LINE                        PIC X(200).
      *
           03  KEKKAPARA                       PIC X(256).
           03  RESLSTPARA                      PIC X(256).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    予約テーブル
       01  YYK-REC.
           COPY    "CPYYK.INC".
      *
      *    リマインド送信履歴テーブル
      *    （ＯＲＣＢＲＥＭＩＮＤと同一レイアウト）
       01  REMINDRRK-REC.
           03  RMD-HOSPNUM             PIC 9(02).
           03  RMD-YOYAKUYMD           PIC X(08).
           03  RMD-YOYAKUTIME          PIC X(06).
           03  RMD-PTID                PIC 9(10).
           03  RMD-SRYKA               PIC X(02).
           03  RMD-SOUSINID            PIC X(26).
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
           PERFORM 200-TORIKOMI-SEC
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
           DISPLAY "*** ORCBREMINDRES START ***"
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
                                               WRK-PARA-INFILE
                                               RESLSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "予約リマインド送信結果取込"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBREMINDRES"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           OPEN    OUTPUT              RESLST-FILE
      *
           STRING  "＊＊＊　予約リマインド送信結果取込"
                                       DELIMITED   BY  SIZE
                   "　＊＊＊　処理日："
                                       DELIMITED   BY  SIZE
                   SMCNDATE-YMD        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-RESLST-WRITE-SEC
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    送信結果取込処理
      *****************************************************************
       200-TORIKOMI-SEC            SECTION.
      *
           MOVE    WRK-PARA-INFILE     TO  KEKKAPARA
           OPEN    INPUT               KEKKA-FILE
           IF      STS-KEKKA       NOT =   "00"
               DISPLAY "ORCBREMINDRES KEKKA OPEN ERR " STS-KEKKA
               MOVE    "送信結果ファイルがありません"
                                       TO  WRK-LINE
               PERFORM 900-RESLST-WRITE-SEC
               GO  TO  200-TORIKOMI-EXT
           END-IF
      *
           PERFORM 900-KEKKA-READ-SEC
           PERFORM 210-TORIKOMI-1KEN-SEC
                   UNTIL   FLG-KEKKA       =   1
      *
           CLOSE   KEKKA-FILE
           .
       200-TORIKOMI-EXT.
           EXIT.
      *
      *****************************************************************
      *    送信結果取込処理（１件）
      *****************************************************************
       210-TORIKOMI-1KEN-SEC       SECTION.
      *
           INITIALIZE                  WRK-CSV
           MOVE    SPACE               TO  WRK-ERRMSG
           UNSTRING    KEKKA-REC       DELIMITED   BY  ","
                                       INTO    WRK-CSV-SOUSINID
                                               WRK-CSV-KEKKAKBN
                                               WRK-CSV-YMD
                                               WRK-CSV-HMS
           END-UNSTRING
      *
      *    見出し行等、送信ＩＤが数字でない行は読み飛ばす
           IF      WRK-CSV-SOUSINID    IS  NOT NUMERIC
               GO  TO  210-TORIKOMI-NEXT
           END-IF
           IF      WRK-CSV-YMD         IS  NOT NUMERIC
               MOVE    SMCNDATE-YMD        TO  WRK-CSV-YMD
           END-IF
           IF      WRK-CSV-HMS         IS  NOT NUMERIC
               MOVE    SMCNDATE-HMS        TO  WRK-CSV-HMS
           END-IF
      *
           PERFORM 800-RRK-GET-SEC
           IF      FLG-RRK         NOT =   ZERO
               MOVE    "送信履歴がありません"
                                       TO  WRK-ERRMSG
               GO  TO  210-TORIKOMI-ERR
           END-IF
      *
      *    キャンセル受付済みの予約は状態を変えない
           IF      RMD-STATE           =   "3"
               GO  TO  210-TORIKOMI-NEXT
           END-IF
      *
           EVALUATE    WRK-CSV-KEKKAKBN
               WHEN    "1"
                   MOVE    "1"                 TO  RMD-STATE
                   ADD     1                   TO  CNT-SEIKO
               WHEN    "2"
                   MOVE    "2"                 TO  RMD-STATE
                   ADD     1                   TO  CNT-SIPPAI
                   STRING  "【送信失敗】予約日："
                                               DELIMITED   BY  SIZE
                           RMD-YOYAKUYMD       DELIMITED   BY  SIZE
                           "　時刻："          DELIMITED   BY  SIZE
                           RMD-YOYAKUTIME      DELIMITED   BY  SIZE
                           "　患者ＩＤ："     DELIMITED   BY  SIZE
                           RMD-PTID            DELIMITED   BY  SIZE
                                               INTO    WRK-LINE
                   END-STRING
                   PERFORM 900-RESLST-WRITE-SEC
               WHEN    "3"
                   PERFORM 300-CANCEL-SEC
                   IF      WRK-ERRMSG      NOT =   SPACE
                       GO  TO  210-TORIKOMI-ERR
                   END-IF
               WHEN    OTHER
                   MOVE    "結果区分に誤りがあります"
                                               TO  WRK-ERRMSG
                   GO  TO  210-TORIKOMI-ERR
           END-EVALUATE
      *
           MOVE    WRK-CSV-YMD         TO  RMD-KEKKAYMD
           MOVE    WRK-CSV-HMS         TO  RMD-KEKKAHMS
           MOVE    SMCNDATE-YMD        TO  RMD-UPYMD
           MOVE    SMCNDATE-HMS        TO  RMD-UPHMS
           MOVE    REMINDRRK-REC       TO  MCPDATA-REC
           MOVE    "tbl_remindrrk"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBREMINDRES RRK UPDATE ERR RC=" MCP-RC
           END-IF
           GO  TO  210-TORIKOMI-NEXT
           .
       210-TORIKOMI-ERR.
      *
           ADD     1                   TO  CNT-ERR
           STRING  "【取込エラー】送信ＩＤ："
                                       DELIMITED   BY  SIZE
                   WRK-CSV-SOUSINID    DELIMITED   BY  SPACE
                   "　"                DELIMITED   BY  SIZE
                   WRK-ERRMSG          DELIMITED   BY  SPACE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-RESLST-WRITE-SEC
           .
       210-TORIKOMI-NEXT.
      *
           PERFORM 900-KEKKA-READ-SEC
           .
       210-TORIKOMI-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    キャンセル返信処理
      *    （予約を削除して空き枠へ戻す）
      *****************************************************************
       300-CANCEL-SEC              SECTION.
      *
      *    予約日を過ぎた返信は取り消さず、窓口での確認対象とする
           IF      RMD-YOYAKUYMD       <   SMCNDATE-YMD
               MOVE    "予約日経過のため取消しません"
                                       TO  WRK-ERRMSG
               GO  TO  300-CANCEL-EXT
           END-IF
      *
           INITIALIZE                  YYK-REC
           MOVE    SPA-HOSPNUM         TO  YYK-HOSPNUM
           MOVE    RMD-PTID            TO  YYK-PTID
           MOVE    RMD-YOYAKUYMD       TO  YYK-YOYAKUYMD
           MOVE    RMD-YOYAKUTIME      TO  YYK-YOYAKUTIME
           MOVE    YYK-REC             TO  MCPDATA-REC
           MOVE    "tbl_yyk"           TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    "3"                 TO  RMD-STATE
           ADD     1                   TO  CNT-CANCEL
           STRING  "【予約取消】予約日："
                                       DELIMITED   BY  SIZE
                   RMD-YOYAKUYMD       DELIMITED   BY  SIZE
                   "　時刻："          DELIMITED   BY  SIZE
                   RMD-YOYAKUTIME      DELIMITED   BY  SIZE
                   "　患者ＩＤ："      DELIMITED   BY  SIZE
                   RMD-PTID            DELIMITED   BY  SIZE
                   "　診療科："        DELIMITED   BY  SIZE
                   RMD-SRYKA           DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
      *    予約が既に取り消されていた場合はその旨を付記する
           IF      MCP-RC              =   ZERO
               MOVE    "　空き枠へ戻しました"
                                       TO  WRK-LINE (110:)
           ELSE
               MOVE    "　予約は取消済みです"
                                       TO  WRK-LINE (110:)
           END-IF
           PERFORM 900-RESLST-WRITE-SEC
           .
       300-CANCEL-EXT.
           EXIT.
      *
      *****************************************************************
      *    送信履歴取得処理（送信ＩＤ）
      *    （ＦＬＧ−ＲＲＫ　０：送信履歴あり）
      *****************************************************************
       800-RRK-GET-SEC             SECTION.
      *
           MOVE    1                   TO  FLG-RRK
      *
           INITIALIZE                  REMINDRRK-REC
           MOVE    SPA-HOSPNUM         TO  RMD-HOSPNUM
           MOVE    WRK-CSV-SOUSINID    TO  RMD-SOUSINID
           MOVE    REMINDRRK-REC       TO  MCPDATA-REC
           MOVE    "tbl_remindrrk"     TO  MCP-TABLE
           MOVE    "sousinid"          TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_remindrrk"     TO  MCP-TABLE
               MOVE    "sousinid"          TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  REMINDRRK-REC
                   MOVE    ZERO                TO  FLG-RRK
               END-IF
           END-IF
           MOVE    "tbl_remindrrk"     TO  MCP-TABLE
           MOVE    "sousinid"          TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       800-RRK-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    送信結果読込処理
      *****************************************************************
       900-KEKKA-READ-SEC          SECTION.
      *
           MOVE    ZERO                TO  FLG-KEKKA
           READ    KEKKA-FILE
               AT  END
                   MOVE    1               TO  FLG-KEKKA
               NOT AT  END
                   ADD     1               TO  CNT-IN
           END-READ
           .
       900-KEKKA-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    一覧行出力処理
      *****************************************************************
       900-RESLST-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  RESLST-REC
           WRITE   RESLST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-RESLST-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
           PERFORM 900-RESLST-WRITE-SEC
           STRING  "送信成功："        DELIMITED   BY  SIZE
                   CNT-SEIKO           DELIMITED   BY  SIZE
                   "　送信失敗："      DELIMITED   BY  SIZE
                   CNT-SIPPAI          DELIMITED   BY  SIZE
                   "　キャンセル："    DELIMITED   BY  SIZE
                   CNT-CANCEL          DELIMITED   BY  SIZE
                   "　エラー："        DELIMITED   BY  SIZE
                   CNT-ERR             DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-RESLST-WRITE-SEC
           CLOSE   RESLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           COMPUTE JOB-UPDCNT      =   CNT-SEIKO   +   CNT-SIPPAI
                                   +   CNT-CANCEL
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "KEKKA    CNT-IN  :" CNT-IN
           DISPLAY "SEIKO    CNT     :" CNT-SEIKO
           DISPLAY "SIPPAI   CNT     :" CNT-SIPPAI
           DISPLAY "CANCEL   CNT     :" CNT-CANCEL
           DISPLAY "ERR      CNT     :" CNT-ERR
           DISPLAY "*** ORCBREMINDRES END ***"
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
