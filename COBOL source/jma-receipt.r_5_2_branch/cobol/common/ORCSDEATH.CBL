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
       PROGRAM-ID.             ORCSDEATH.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 共通
      *  コンポーネント名  : 死亡登録による関連業務停止サブ
      *                      （死亡登録（ｔｂｌ＿ｐｔｄｅａｔｈ）
      *                        された患者について、死亡日より後の
      *                        予約・定期請求予定・口座振替を停止し、
      *                        督促・医療費通知・リマインドの停止と
      *                        あわせて停止業務（ｔｂｌ＿ｄｅａｔｈ
      *                        ｓｔｏｐ）へ記録する。誤登録時は記録
      *                        から一括で元へ戻す。死亡登録の保守は
      *                        ＯＲＣＧＤＥＡＴＨが行う）
      *                      処理区分
      *                        １：死亡判定（督促・医療費通知等の
      *                            バッチが患者ごとに呼び出す）
      *                        ２：関連業務停止（死亡登録時）
      *                        ３：停止業務戻し（死亡登録取消時）
      *                        ４：停止業務一覧
      *                      業務区分
      *                        ０１：予約（削除して退避）
      *                        ０２：定期請求予定（状態８：停止）
      *                        ０３：口座振替（口座状態８：停止）
      *                        ０４：督促（相続人宛て請求へ切替）
      *                        ０５：医療費通知（相続人宛て）
      *                        ０６：予約リマインド
      *                      督促・医療費通知・リマインドは各バッチが
      *                      処理区分１の判定で対象外（相続人登録時は
      *                      相続人宛て）とする
      *  返却エラーコード  : 0:正常（処理区分１は死亡登録あり）
      *                      1:死亡登録なし　2:停止済み
      *                      9:ＤＢエラー
      *  管理者            :
      *  作成日付    作業者        記述
      *  26/10/15    ORCAMO        新規作成
      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
       CONFIGURATION               SECTION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
      *
       DATA                    DIVISION.
       WORKING-STORAGE             SECTION.
      *
      *    スパ領域
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  FLG-AREA.
           03  FLG-FETCH           PIC 9(01).
           03  FLG-DEATH           PIC 9(01).
           03  FLG-UPD             PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                 PIC 9(04)   COMP.
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-SEQ             PIC 9(04).
           03  WRK-MISYU           PIC S9(10).
           03  WRK-ED-KIN          PIC ZZZ,ZZZ,ZZ9.
           03  WRK-NAIYO           PIC X(100).
           03  WRK-KEKKA           PIC X(60).
           03  WRK-GYOMUKBN        PIC X(02).
           03  WRK-OLDVAL          PIC X(02).
           03  WRK-IMAGE           PIC X(1000).
      *
      *    停止対象の退避領域（カーソル終了後に更新する）
       01  TGT-AREA.
           03  TGT-MAX             PIC 9(04)   COMP.
           03  TGT-TBL             OCCURS  300.
               05  TGT-IMAGE       PIC X(1000).
      *
      *    停止業務の退避領域（戻し処理用）
       01  DSA-AREA.
           03  DSA-MAX             PIC 9(04)   COMP.
           03  DSA-TBL             OCCURS  300.
               05  DSA-REC         PIC X(1300).
      *
       01  CONST-AREA.
           03  CONST-TGT-MAX       PIC 9(04)   COMP    VALUE   300.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    死亡登録テーブル
      *    （ＯＲＣＧＤＥＡＴＨ・ＯＲＣＢＤＥＡＴＨと同一レイアウト）
       01  PTDEATH-REC.
           03  DTH-HOSPNUM         PIC 9(02).
           03  DTH-PTID            PIC 9(10).
           03  DTH-DEATHYMD        PIC X(08).
      *    死亡退院区分（１：死亡退院）
           03  DTH-TAIINKBN        PIC X(01).
      *    相続人（未精算分の請求先）
           03  DTH-SOZOKU-NAME     PIC X(50).
           03  DTH-SOZOKU-ZOKU     PIC X(20).
           03  DTH-SOZOKU-POST     PIC X(07).
           03  DTH-SOZOKU-ADRS     PIC X(200).
           03  DTH-SOZOKU-TEL      PIC X(15).
      *    状態（０：登録中　９：取消）
           03  DTH-STATE           PIC X(01).
           03  DTH-TOUROKUYMD      PIC X(08).
           03  DTH-TORIKESIYMD     PIC X(08).
           03  DTH-OPID            PIC X(16).
           03  DTH-CREYMD          PIC X(08).
           03  DTH-UPYMD           PIC X(08).
           03  DTH-UPHMS           PIC X(06).
      *
      *    死亡停止業務テーブル
      *    （ＯＲＣＢＤＥＡＴＨと同一レイアウト）
       01  DEATHSTOP-REC.
           03  DST-HOSPNUM         PIC 9(02).
           03  DST-PTID            PIC 9(10).
           03  DST-SEQ             PIC 9(04).
           03  DST-GYOMUKBN        PIC X(02).
           03  DST-NAIYO           PIC X(100).
      *    停止前の状態値（定期請求予定・口座振替）
           03  DST-OLDVAL          PIC X(02).
      *    停止前のレコード（予約）
           03  DST-IMAGE           PIC X(1000).
      *    状態（０：停止中　１：戻し済　２：戻し不可）
           03  DST-STATE           PIC X(01).
           03  DST-KEKKA           PIC X(60).
           03  DST-OPID            PIC X(16).
           03  DST-CREYMD          PIC X(08).
           03  DST-UPYMD           PIC X(08).
           03  DST-UPHMS           PIC X(06).
      *
      *    予約テーブル
       01  YYK-REC.
           COPY    "CPYYK.INC".
      *
      *    定期請求予定テーブル
      *    （ＯＲＣＢＴＥＩＫＩＣＨＫと同一レイアウト）
       01  TEIKIYOTEI-REC.
           03  TYOTEI-HOSPNUM      PIC 9(02).
           03  TYOTEI-SRYYM        PIC X(06).
           03  TYOTEI-PTID         PIC 9(10).
           03  TYOTEI-BTUNUM       PIC X(02).
           03  TYOTEI-YOTEIYMD     PIC X(08).
      *    状態（０：未請求　１：請求済　２：処理漏れ警告
      *          ８：停止（死亡））
           03  TYOTEI-STATE        PIC X(01).
           03  TYOTEI-UPYMD        PIC X(08).
           03  TYOTEI-UPHMS        PIC X(06).
      *
      *    患者口座情報テーブル
      *    （ＯＲＣＧＫＯＵＺＡと同一レイアウト）
       01  PTKOUZA-REC.
           03  KOUZA-HOSPNUM       PIC 9(02).
           03  KOUZA-PTID          PIC 9(10).
           03  KOUZA-BANKCD        PIC X(04).
           03  KOUZA-SITENCD       PIC X(03).
           03  KOUZA-YOKINKBN      PIC X(01).
           03  KOUZA-KOUZANUM      PIC X(07).
           03  KOUZA-MEIGIKANA     PIC X(30).
      *    状態（０：有効　８：停止（死亡）　９：解約）
           03  KOUZA-STATE         PIC X(01).
           03  KOUZA-TOUROKUYMD    PIC X(08).
           03  KOUZA-UPYMD         PIC X(08).
           03  KOUZA-UPHMS         PIC X(06).
      *
      *    収納テーブル
       01  SYUNOU-REC.
           COPY    "CPSYUNOU.INC".
      *
      *****************************************************************
      *    サブプロ用領域
      *****************************************************************
      *
      *    マシン日付取得サブ
           COPY    "CPORCSMCNDATE.INC".
      *
      *    ＤＢ検索
           COPY    "MCPDATA.INC".
           COPY    "MCPAREA".
      *
      *****************************************************************
      *    連絡領域
      *****************************************************************
        LINKAGE                     SECTION.
      *
           COPY    "CPORCSDEATH.INC".
      *
       PROCEDURE                   DIVISION    USING
                                               ORCSDEATHAREA.
      *
      *****************************************************************
      *    主処理
      *****************************************************************
       000-PROC-SEC                SECTION.
      *
           INITIALIZE                  FLG-AREA
                                       WRK-AREA
                                       SDEATH-OUT
           MOVE    ZERO                TO  TGT-MAX
                                           DSA-MAX
      *
           INITIALIZE                  SPA-AREA
           MOVE    SDEATH-HOSPNUM      TO  SPA-HOSPNUM
           MOVE    SDEATH-OPID         TO  SPA-OPID
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
      *
           PERFORM 800-PTDEATH-GET-SEC
           IF      FLG-DEATH       NOT =   ZERO
               MOVE    1                   TO  SDEATH-RC
               IF      SDEATH-MODE         =   "4"
                   PERFORM 500-ICHIRAN-SEC
               END-IF
               GO  TO  000-PROC-EXT
           END-IF
      *
           EVALUATE    SDEATH-MODE
               WHEN    "2"
                   PERFORM 300-TEISI-SEC
               WHEN    "3"
                   PERFORM 400-MODOSI-SEC
               WHEN    "4"
                   PERFORM 500-ICHIRAN-SEC
           END-EVALUATE
           .
       000-PROC-EXT.
           EXIT PROGRAM
           .
      *
      *****************************************************************
      *    関連業務停止処理
      *****************************************************************
       300-TEISI-SEC               SECTION.
      *
      *    停止中の業務があれば二重に停止しない
           PERFORM 810-DEATHSTOP-LOAD-SEC
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   DSA-MAX
               MOVE    DSA-REC (IDX)       TO  DEATHSTOP-REC
               IF      DST-STATE           =   "0"
                   MOVE    2                   TO  SDEATH-RC
               END-IF
           END-PERFORM
           IF      SDEATH-RC           =   2
               PERFORM 500-ICHIRAN-SEC
               GO  TO  300-TEISI-EXT
           END-IF
      *
           PERFORM 3001-YYK-TEISI-SEC
           PERFORM 3002-TEIKI-TEISI-SEC
           PERFORM 3003-KOUZA-TEISI-SEC
      *
      *    未精算額（督促は相続人宛て請求とする）
           PERFORM 820-MISYU-SUM-SEC
           MOVE    WRK-MISYU           TO  SDEATH-MISYU
           MOVE    WRK-MISYU           TO  WRK-ED-KIN
           MOVE    SPACE               TO  WRK-NAIYO
           IF      DTH-SOZOKU-NAME     =   SPACE
               STRING  "督促状の発行停止　未精算額"
                                       DELIMITED   BY  SIZE
                       WRK-ED-KIN          DELIMITED   BY  SIZE
                       "円"                DELIMITED   BY  SIZE
                                       INTO    WRK-NAIYO
               END-STRING
           ELSE
               STRING  "相続人宛て請求へ切替　未精算額"
                                       DELIMITED   BY  SIZE
                       WRK-ED-KIN          DELIMITED   BY  SIZE
                       "円"                DELIMITED   BY  SIZE
                                       INTO    WRK-NAIYO
               END-STRING
           END-IF
           MOVE    "04"                TO  WRK-GYOMUKBN
           MOVE    SPACE               TO  WRK-OLDVAL
                                           WRK-IMAGE
           PERFORM 900-DEATHSTOP-INS-SEC
      *
           IF      DTH-SOZOKU-NAME     =   SPACE
               MOVE    "医療費通知の発行停止"
                                       TO  WRK-NAIYO
           ELSE
               MOVE    "医療費通知を相続人宛てに発行"
                                       TO  WRK-NAIYO
           END-IF
           MOVE    "05"                TO  WRK-GYOMUKBN
           PERFORM 900-DEATHSTOP-INS-SEC
      *
           MOVE    "予約リマインド通知の送信停止"
                                       TO  WRK-NAIYO
           MOVE    "06"                TO  WRK-GYOMUKBN
           PERFORM 900-DEATHSTOP-INS-SEC
      *
           PERFORM 500-ICHIRAN-SEC
           .
       300-TEISI-EXT.
           EXIT.
      *
      *****************************************************************
      *    予約停止処理（死亡日より後の予約を退避して削除する）
      *****************************************************************
       3001-YYK-TEISI-SEC          SECTION.
      *
           MOVE    ZERO                TO  TGT-MAX
           INITIALIZE                  YYK-REC
           MOVE    SPA-HOSPNUM         TO  YYK-HOSPNUM
           MOVE    SDEATH-PTID         TO  YYK-PTID
           MOVE    YYK-REC             TO  MCPDATA-REC
           MOVE    "tbl_yyk"           TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH   =   1
                   MOVE    "tbl_yyk"           TO  MCP-TABLE
                   MOVE    "ptid"              TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  YYK-REC
                       IF      YYK-YOYAKUYMD       >   DTH-DEATHYMD
                       AND     TGT-MAX             <   CONST-TGT-MAX
                           ADD     1                   TO  TGT-MAX
                           MOVE    YYK-REC         TO  TGT-IMAGE
                                                       (TGT-MAX)
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_yyk"           TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    "01"                TO  WRK-GYOMUKBN
           MOVE    SPACE               TO  WRK-OLDVAL
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   TGT-MAX
               MOVE    TGT-IMAGE (IDX)     TO  YYK-REC
               MOVE    YYK-REC             TO  MCPDATA-REC
               MOVE    "tbl_yyk"           TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBDELETE"          TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    SPACE               TO  WRK-NAIYO
                   STRING  "予約取消　予約日："
                                       DELIMITED   BY  SIZE
                           YYK-YOYAKUYMD   DELIMITED   BY  SIZE
                           "　時刻："      DELIMITED   BY  SIZE
                           YYK-YOYAKUTIME  DELIMITED   BY  SIZE
                           "　診療科："    DELIMITED   BY  SIZE
                           YYK-SRYKA       DELIMITED   BY  SIZE
                                       INTO    WRK-NAIYO
                   END-STRING
                   MOVE    TGT-IMAGE (IDX)     TO  WRK-IMAGE
                   PERFORM 900-DEATHSTOP-INS-SEC
               END-IF
           END-PERFORM
           MOVE    SPACE               TO  WRK-IMAGE
           .
       3001-YYK-TEISI-EXT.
           EXIT.
      *
      *****************************************************************
      *    定期請求予定停止処理
      *    （死亡日より後の未請求の予定を停止（状態８）にする）
      *****************************************************************
       3002-TEIKI-TEISI-SEC        SECTION.
      *
           MOVE    ZERO                TO  TGT-MAX
           INITIALIZE                  TEIKIYOTEI-REC
           MOVE    SPA-HOSPNUM         TO  TYOTEI-HOSPNUM
           MOVE    SDEATH-PTID         TO  TYOTEI-PTID
           MOVE    TEIKIYOTEI-REC      TO  MCPDATA-REC
           MOVE    "tbl_teikiyotei"    TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH   =   1
                   MOVE    "tbl_teikiyotei"    TO  MCP-TABLE
                   MOVE    "ptid"              TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  TEIKIYOTEI-REC
                       IF    ( TYOTEI-STATE        =   "0"  OR  "2" )
                       AND     TYOTEI-YOTEIYMD     >   DTH-DEATHYMD
                       AND     TGT-MAX             <   CONST-TGT-MAX
                           ADD     1                   TO  TGT-MAX
                           MOVE    TEIKIYOTEI-REC  TO  TGT-IMAGE
                                                       (TGT-MAX)
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_teikiyotei"    TO  MCP-TABLE
           MOVE    "ptid"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    "02"                TO  WRK-GYOMUKBN
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   TGT-MAX
               MOVE    TGT-IMAGE (IDX)     TO  TEIKIYOTEI-REC
               MOVE    TYOTEI-STATE        TO  WRK-OLDVAL
               MOVE    "8"                 TO  TYOTEI-STATE
               MOVE    SMCNDATE-YMD        TO  TYOTEI-UPYMD
               MOVE    SMCNDATE-HMS        TO  TYOTEI-UPHMS
               MOVE    TEIKIYOTEI-REC      TO  MCPDATA-REC
               MOVE    "tbl_teikiyotei"    TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBUPDATE"          TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    SPACE               TO  WRK-NAIYO
                   STRING  "定期請求予定停止　診療年月："
                                       DELIMITED   BY  SIZE
                           TYOTEI-SRYYM    DELIMITED   BY  SIZE
                           "　予定日："    DELIMITED   BY  SIZE
                           TYOTEI-YOTEIYMD DELIMITED   BY  SIZE
                                       INTO    WRK-NAIYO
                   END-STRING
                   MOVE    TEIKIYOTEI-REC      TO  WRK-IMAGE
                   PERFORM 900-DEATHSTOP-INS-SEC
               END-IF
           END-PERFORM
           MOVE    SPACE               TO  WRK-OLDVAL
                                           WRK-IMAGE
           .
       3002-TEIKI-TEISI-EXT.
           EXIT.
      *
      *****************************************************************
      *    口座振替停止処理（有効な口座を停止（状態８）にする）
      *****************************************************************
       3003-KOUZA-TEISI-SEC        SECTION.
      *
           PERFORM 830-KOUZA-GET-SEC
           IF      FLG-FETCH       NOT =   ZERO
           OR      KOUZA-STATE     NOT =   "0"
               GO  TO  3003-KOUZA-TEISI-EXT
           END-IF
      *
           MOVE    KOUZA-STATE         TO  WRK-OLDVAL
           MOVE    "8"                 TO  KOUZA-STATE
           MOVE    SMCNDATE-YMD        TO  KOUZA-UPYMD
           MOVE    SMCNDATE-HMS        TO  KOUZA-UPHMS
           MOVE    PTKOUZA-REC         TO  MCPDATA-REC
           MOVE    "tbl_ptkouza"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    SPACE               TO  WRK-NAIYO
               STRING  "口座振替停止　金融機関："
                                       DELIMITED   BY  SIZE
                       KOUZA-BANKCD        DELIMITED   BY  SIZE
                       "−"                DELIMITED   BY  SIZE
                       KOUZA-SITENCD       DELIMITED   BY  SIZE
                                       INTO    WRK-NAIYO
               END-STRING
               MOVE    "03"                TO  WRK-GYOMUKBN
               PERFORM 900-DEATHSTOP-INS-SEC
           END-IF
           MOVE    SPACE               TO  WRK-OLDVAL
           .
       3003-KOUZA-TEISI-EXT.
           EXIT.
      *
      *****************************************************************
      *    停止業務戻し処理
      *    （停止中の業務を元へ戻す。戻せないものは結果に理由を
      *      記録する）
      *****************************************************************
       400-MODOSI-SEC              SECTION.
      *
           PERFORM 810-DEATHSTOP-LOAD-SEC
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   DSA-MAX
               MOVE    DSA-REC (IDX)       TO  DEATHSTOP-REC
               IF      DST-STATE           =   "0"
                   PERFORM 4001-MODOSI-1KEN-SEC
               END-IF
           END-PERFORM
      *
           PERFORM 500-ICHIRAN-SEC
           .
       400-MODOSI-EXT.
           EXIT.
      *
      *****************************************************************
      *    停止業務戻し処理（１件）
      *****************************************************************
       4001-MODOSI-1KEN-SEC        SECTION.
      *
           MOVE    "1"                 TO  DST-STATE
           MOVE    SPACE               TO  DST-KEKKA
      *
           EVALUATE    DST-GYOMUKBN
      *        予約：退避したレコードを登録し直す
               WHEN    "01"
                   MOVE    DST-IMAGE           TO  YYK-REC
                   IF      YYK-YOYAKUYMD       <   SMCNDATE-YMD
                       MOVE    "2"                 TO  DST-STATE
                       MOVE    "予約日経過のため戻せません"
                                               TO  DST-KEKKA
                   ELSE
                       MOVE    YYK-REC             TO  MCPDATA-REC
                       MOVE    "tbl_yyk"           TO  MCP-TABLE
                       MOVE    "key"               TO  MCP-PATHNAME
                       MOVE    "DBINSERT"          TO  MCP-FUNC
                       PERFORM 900-ORCDBMAIN-SEC
                       IF      MCP-RC          NOT =   ZERO
                           MOVE    "2"                 TO  DST-STATE
                           MOVE    "予約枠が使用済み"
                                               TO  DST-KEKKA
                       END-IF
                   END-IF
      *        定期請求予定：停止のままであれば状態を戻す
               WHEN    "02"
                   MOVE    DST-IMAGE           TO  TEIKIYOTEI-REC
                   MOVE    ZERO                TO  FLG-UPD
                   MOVE    TEIKIYOTEI-REC      TO  MCPDATA-REC
                   MOVE    "tbl_teikiyotei"    TO  MCP-TABLE
                   MOVE    "key"               TO  MCP-PATHNAME
                   MOVE    "DBSELECT"          TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    "DBFETCH"           TO  MCP-FUNC
                       PERFORM 900-ORCDBMAIN-SEC
                       IF      MCP-RC              =   ZERO
                           MOVE    MCPDATA-REC     TO  TEIKIYOTEI-REC
                           IF      TYOTEI-STATE        =   "8"
                               MOVE    1                   TO  FLG-UPD
                           END-IF
                       END-IF
                   END-IF
                   MOVE    "tbl_teikiyotei"    TO  MCP-TABLE
                   MOVE    "key"               TO  MCP-PATHNAME
                   MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      FLG-UPD             =   1
                       MOVE    DST-OLDVAL          TO  TYOTEI-STATE
                       MOVE    SMCNDATE-YMD        TO  TYOTEI-UPYMD
                       MOVE    SMCNDATE-HMS        TO  TYOTEI-UPHMS
                       MOVE    TEIKIYOTEI-REC      TO  MCPDATA-REC
                       MOVE    "tbl_teikiyotei"    TO  MCP-TABLE
                       MOVE    "key"               TO  MCP-PATHNAME
                       MOVE    "DBUPDATE"          TO  MCP-FUNC
                       PERFORM 900-ORCDBMAIN-SEC
                   ELSE
                       MOVE    "2"                 TO  DST-STATE
                       MOVE    "予定が変更済み"
                                               TO  DST-KEKKA
                   END-IF
      *        口座振替：停止のままであれば有効に戻す
               WHEN    "03"
                   PERFORM 830-KOUZA-GET-SEC
                   IF      FLG-FETCH           =   ZERO
                   AND     KOUZA-STATE         =   "8"
                       MOVE    DST-OLDVAL          TO  KOUZA-STATE
                       MOVE    SMCNDATE-YMD        TO  KOUZA-UPYMD
                       MOVE    SMCNDATE-HMS        TO  KOUZA-UPHMS
                       MOVE    PTKOUZA-REC         TO  MCPDATA-REC
                       MOVE    "tbl_ptkouza"       TO  MCP-TABLE
                       MOVE    "key"               TO  MCP-PATHNAME
                       MOVE    "DBUPDATE"          TO  MCP-FUNC
                       PERFORM 900-ORCDBMAIN-SEC
                   ELSE
                       MOVE    "2"                 TO  DST-STATE
                       MOVE    "口座が変更済み"
                                               TO  DST-KEKKA
                   END-IF
      *        督促・医療費通知・リマインドは死亡登録の取消で戻る
               WHEN    OTHER
                   CONTINUE
           END-EVALUATE
      *
           IF      DST-STATE           =   "1"
               MOVE    "戻し済"            TO  DST-KEKKA
           END-IF
           MOVE    SPA-OPID            TO  DST-OPID
           MOVE    SMCNDATE-YMD        TO  DST-UPYMD
           MOVE    SMCNDATE-HMS        TO  DST-UPHMS
           MOVE    DEATHSTOP-REC       TO  MCPDATA-REC
           MOVE    "tbl_deathstop"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    9                   TO  SDEATH-RC
           END-IF
           .
       4001-MODOSI-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    停止業務一覧編集処理
      *****************************************************************
       500-ICHIRAN-SEC             SECTION.
      *
           MOVE    DTH-DEATHYMD        TO  SDEATH-DEATHYMD
           MOVE    DTH-TAIINKBN        TO  SDEATH-TAIINKBN
           MOVE    DTH-SOZOKU-NAME     TO  SDEATH-SOZOKU-NAME
           MOVE    DTH-SOZOKU-POST     TO  SDEATH-SOZOKU-POST
           MOVE    DTH-SOZOKU-ADRS     TO  SDEATH-SOZOKU-ADRS
      *
           IF      FLG-DEATH           =   ZERO
               PERFORM 820-MISYU-SUM-SEC
               MOVE    WRK-MISYU           TO  SDEATH-MISYU
           END-IF
      *
           MOVE    ZERO                TO  SDEATH-STOP-MAX
           PERFORM 810-DEATHSTOP-LOAD-SEC
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   DSA-MAX
                   OR      SDEATH-STOP-MAX >=  50
               MOVE    DSA-REC (IDX)       TO  DEATHSTOP-REC
               ADD     1                   TO  SDEATH-STOP-MAX
               MOVE    DST-GYOMUKBN        TO  SDEATH-GYOMUKBN
                                               (SDEATH-STOP-MAX)
               MOVE    DST-NAIYO           TO  SDEATH-NAIYO
                                               (SDEATH-STOP-MAX)
               EVALUATE    DST-GYOMUKBN
                   WHEN    "01"
                       MOVE    "予約"              TO  WRK-KEKKA
                   WHEN    "02"
                       MOVE    "定期請求"          TO  WRK-KEKKA
                   WHEN    "03"
                       MOVE    "口座振替"          TO  WRK-KEKKA
                   WHEN    "04"
                       MOVE    "督促"              TO  WRK-KEKKA
                   WHEN    "05"
                       MOVE    "医療費通知"        TO  WRK-KEKKA
                   WHEN    OTHER
                       MOVE    "リマインド"        TO  WRK-KEKKA
               END-EVALUATE
               MOVE    WRK-KEKKA           TO  SDEATH-GYOMUMEI
                                               (SDEATH-STOP-MAX)
               IF      DST-STATE           =   "0"
                   MOVE    "停止中"            TO  SDEATH-KEKKA
                                               (SDEATH-STOP-MAX)
               ELSE
                   MOVE    DST-KEKKA           TO  SDEATH-KEKKA
                                               (SDEATH-STOP-MAX)
               END-IF
           END-PERFORM
           .
       500-ICHIRAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    死亡登録取得処理
      *    （ＦＬＧ−ＤＥＡＴＨ　０：死亡登録あり　１：なし。処理区分
      *      ３・４は取消済みの登録も対象とする）
      *****************************************************************
       800-PTDEATH-GET-SEC         SECTION.
      *
           MOVE    1                   TO  FLG-DEATH
           INITIALIZE                  PTDEATH-REC
           MOVE    SPA-HOSPNUM         TO  DTH-HOSPNUM
           MOVE    SDEATH-PTID         TO  DTH-PTID
           MOVE    PTDEATH-REC         TO  MCPDATA-REC
           MOVE    "tbl_ptdeath"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTDEATH-REC
                   IF      DTH-STATE           =   "0"
                   OR    ( SDEATH-MODE         =   "3"  OR  "4" )
                       MOVE    ZERO                TO  FLG-DEATH
                   END-IF
               END-IF
           END-IF
           MOVE    "tbl_ptdeath"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      FLG-DEATH           =   ZERO
               MOVE    DTH-DEATHYMD        TO  SDEATH-DEATHYMD
               MOVE    DTH-TAIINKBN        TO  SDEATH-TAIINKBN
               MOVE    DTH-SOZOKU-NAME     TO  SDEATH-SOZOKU-NAME
               MOVE    DTH-SOZOKU-POST     TO  SDEATH-SOZOKU-POST
               MOVE    DTH-SOZOKU-ADRS     TO  SDEATH-SOZOKU-ADRS
           END-IF
           .
       800-PTDEATH-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    停止業務読込処理（患者の停止業務をＤＳＡ−ＴＢＬへ退避）
      *****************************************************************
       810-DEATHSTOP-LOAD-SEC      SECTION.
      *
           MOVE    ZERO                TO  DSA-MAX
                                           WRK-SEQ
           INITIALIZE                  DEATHSTOP-REC
           MOVE    SPA-HOSPNUM         TO  DST-HOSPNUM
           MOVE    SDEATH-PTID         TO  DST-PTID
           MOVE    DEATHSTOP-REC       TO  MCPDATA-REC
           MOVE    "tbl_deathstop"     TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH   =   1
                   MOVE    "tbl_deathstop"     TO  MCP-TABLE
                   MOVE    "pt"                TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  DEATHSTOP-REC
                       IF      DST-SEQ             >   WRK-SEQ
                           MOVE    DST-SEQ             TO  WRK-SEQ
                       END-IF
                       IF      DSA-MAX             <   300
                           ADD     1                   TO  DSA-MAX
                           MOVE    DEATHSTOP-REC   TO  DSA-REC
                                                       (DSA-MAX)
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_deathstop"     TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       810-DEATHSTOP-LOAD-EXT.
           EXIT.
      *
      *****************************************************************
      *    未精算額集計処理
      *****************************************************************
       820-MISYU-SUM-SEC           SECTION.
      *
           MOVE    ZERO                TO  WRK-MISYU
           INITIALIZE                  SYUNOU-REC
           MOVE    SPA-HOSPNUM         TO  SYU-HOSPNUM
           MOVE    SDEATH-PTID         TO  SYU-PTID
           MOVE    SYUNOU-REC          TO  MCPDATA-REC
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM UNTIL   FLG-FETCH   =   1
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
                       MOVE    1                   TO  FLG-FETCH
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_syunou"        TO  MCP-TABLE
           MOVE    "pt"                TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       820-MISYU-SUM-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者口座取得処理（ＦＬＧ−ＦＥＴＣＨ　０：あり　１：なし）
      *****************************************************************
       830-KOUZA-GET-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-FETCH
           INITIALIZE                  PTKOUZA-REC
           MOVE    SPA-HOSPNUM         TO  KOUZA-HOSPNUM
           MOVE    SDEATH-PTID         TO  KOUZA-PTID
           MOVE    PTKOUZA-REC         TO  MCPDATA-REC
           MOVE    "tbl_ptkouza"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTKOUZA-REC
                   MOVE    ZERO                TO  FLG-FETCH
               END-IF
           END-IF
           MOVE    "tbl_ptkouza"       TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       830-KOUZA-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    停止業務登録処理
      *****************************************************************
       900-DEATHSTOP-INS-SEC       SECTION.
      *
           ADD     1                   TO  WRK-SEQ
           INITIALIZE                  DEATHSTOP-REC
           MOVE    SPA-HOSPNUM         TO  DST-HOSPNUM
           MOVE    SDEATH-PTID         TO  DST-PTID
           MOVE    WRK-SEQ             TO  DST-SEQ
           MOVE    WRK-GYOMUKBN        TO  DST-GYOMUKBN
           MOVE    WRK-NAIYO           TO  DST-NAIYO
           MOVE    WRK-OLDVAL          TO  DST-OLDVAL
           MOVE    WRK-IMAGE           TO  DST-IMAGE
           MOVE    "0"                 TO  DST-STATE
           MOVE    SPA-OPID            TO  DST-OPID
           MOVE    SMCNDATE-YMD        TO  DST-CREYMD
                                           DST-UPYMD
           MOVE    SMCNDATE-HMS        TO  DST-UPHMS
           MOVE    DEATHSTOP-REC       TO  MCPDATA-REC
           MOVE    "tbl_deathstop"     TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    9                   TO  SDEATH-RC
           END-IF
           .
       900-DEATHSTOP-INS-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＤＢ処理
      *****************************************************************
       900-ORCDBMAIN-SEC           SECTION.
      *
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           .
       900-ORCDBMAIN-EXT.
           EXIT.
