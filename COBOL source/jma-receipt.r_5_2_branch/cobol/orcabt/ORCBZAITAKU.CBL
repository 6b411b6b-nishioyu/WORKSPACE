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
       PROGRAM-ID.             ORCBZAITAKU.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 在宅医療
      *  コンポーネント名  : 在宅訪問実績判定・会計候補作成
      *                      （在宅医療管理画面（ＯＲＣＧＺＡＩＴＡＫＵ）
      *                        で入力した訪問実績から、日次に在宅
      *                        患者訪問診療料（同一建物居住者の別）
      *                        ・往診料・往診の加算を判定して会計
      *                        候補を作成し、訪問計画に対して実績の
      *                        ない患者の警告リストを出力する。月次
      *                        に在宅時医学総合管理料の月回数要件と
      *                        単一建物診療患者数の区分を判定する）
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
      *    判定結果・警告リスト
           SELECT  ZTKLST-FILE     ASSIGN  ZTKLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-ZTKLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
      *    判定結果・警告リスト
       FD  ZTKLST-FILE.
       01  ZTKLST-REC              PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-ZTKLST                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-FETCH2                      PIC 9(01).
           03  FLG-JSK                         PIC 9(01).
           03  FLG-TENSU                       PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-JSK                         PIC 9(06).
           03  CNT-KOUHO                       PIC 9(06).
           03  CNT-MIJISSI                     PIC 9(06).
           03  CNT-ZAIISOKAN                   PIC 9(06).
           03  CNT-KEIKOKU                     PIC 9(06).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理区分（１：日次　２：月次）
               05  WRK-PARA-SYORIKBN           PIC X(01).
      *        対象日（日次　省略時は前日）または
      *        対象年月（月次　省略時は前月）
               05  WRK-PARA-YMD                PIC X(08).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
      *    訪問診療料・往診料の診療行為コード
      *    （点数マスタにない場合は警告を出力し、候補は作成する）
           03  WRK-SRYCD-AREA.
      *        在宅患者訪問診療料（１）１（同一建物居住者以外）
               05  WRK-SRYCD-HOMON             PIC X(09)
                                               VALUE "114001110".
      *        在宅患者訪問診療料（１）１（同一建物居住者）
               05  WRK-SRYCD-HOMON-DOUITU      PIC X(09)
                                               VALUE "114030310".
      *        往診料
               05  WRK-SRYCD-OUSIN             PIC X(09)
                                               VALUE "114000110".
      *
           03  WRK-YMD.
               05  WRK-YMD-YY                  PIC 9(04).
               05  WRK-YMD-MM                  PIC 9(02).
               05  WRK-YMD-DD                  PIC 9(02).
           03  WRK-TAISYOYMD                   PIC X(08).
           03  WRK-SRYYM                       PIC X(06).
           03  WRK-STYMD                       PIC X(08).
           03  WRK-EDYMD                       PIC X(08).
           03  WRK-WEEKSTYMD                   PIC X(08).
           03  WRK-KIJUNYMD                    PIC X(08).
           03  WRK-KEISANYMD                   PIC X(08).
           03  WRK-DOW                         PIC 9(01).
           03  WRK-SYU                         PIC 9(01).
      *    曜日計算用（ツェラーの公式）
           03  WRK-Z-YY                        PIC 9(04).
           03  WRK-Z-MM                        PIC 9(02).
           03  WRK-Z-J                         PIC 9(02).
           03  WRK-Z-K                         PIC 9(02).
           03  WRK-Z-H                         PIC 9(05).
           03  WRK-Z-T1                        PIC 9(05).
           03  WRK-Z-T2                        PIC 9(05).
           03  WRK-Z-T3                        PIC 9(05).
           03  WRK-Z-SHO                       PIC 9(05).
           03  WRK-Z-AMARI                     PIC 9(05).
      *
           03  WRK-NINZU                       PIC 9(05).
           03  WRK-KAISU                       PIC 9(03).
           03  WRK-ED-KAISU                    PIC ZZ9.
           03  WRK-ED-NINZU                    PIC ZZZZ9.
           03  WRK-LASTYMD                     PIC X(08).
           03  WRK-MAEPTID                     PIC 9(10).
           03  WRK-MAEPTID2                    PIC 9(10).
           03  WRK-CHK-SRYCD                   PIC X(09).
           03  WRK-HANTEI                      PIC X(100).
           03  WRK-YOUKEN                      PIC X(30).
           03  WRK-NINZUKBN                    PIC X(30).
           03  WRK-LINE                        PIC X(200).
      *
           03  ZTKLSTPARA                      PIC X(256).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    在宅訪問計画テーブル
      *    （ＯＲＣＧＺＡＩＴＡＫＵと同一レイアウト）
       01  ZAITAKUPLAN-REC.
           03  ZPL-HOSPNUM         PIC 9(02).
           03  ZPL-PTID            PIC 9(10).
           03  ZPL-RENNUM          PIC 9(02).
      *    訪問曜日　１：月曜〜７：日曜
           03  ZPL-YOUBI           PIC 9(01).
      *    訪問周期　１：毎週　２：第１・３・５週　３：第２・４週
           03  ZPL-SYUKI           PIC X(01).
           03  ZPL-DRCD            PIC X(05).
      *    建物コード（同一建物居住者の判定に使用　空白：戸建て）
           03  ZPL-TATEMONOCD      PIC X(10).
      *    在宅時医学総合管理料　１：算定対象
           03  ZPL-ZAIISOKANFLG    PIC X(01).
           03  ZPL-STYMD           PIC X(08).
           03  ZPL-EDYMD           PIC X(08).
           03  ZPL-OPID            PIC X(16).
           03  ZPL-UPYMD           PIC X(08).
           03  ZPL-UPHMS           PIC X(06).
      *
      *    在宅訪問計画（同一建物の患者数計数用）
       01  ZAITAKUPLAN2-REC.
           03  ZPL2-HOSPNUM        PIC 9(02).
           03  ZPL2-PTID           PIC 9(10).
           03  ZPL2-RENNUM         PIC 9(02).
           03  ZPL2-YOUBI          PIC 9(01).
           03  ZPL2-SYUKI          PIC X(01).
           03  ZPL2-DRCD           PIC X(05).
           03  ZPL2-TATEMONOCD     PIC X(10).
           03  ZPL2-ZAIISOKANFLG   PIC X(01).
           03  ZPL2-STYMD          PIC X(08).
           03  ZPL2-EDYMD          PIC X(08).
           03  ZPL2-OPID           PIC X(16).
           03  ZPL2-UPYMD          PIC X(08).
           03  ZPL2-UPHMS          PIC X(06).
      *
      *    在宅訪問実績テーブル
      *    （ＯＲＣＧＺＡＩＴＡＫＵと同一レイアウト）
       01  ZAITAKUJSK-REC.
           03  ZJS-HOSPNUM         PIC 9(02).
           03  ZJS-PTID            PIC 9(10).
           03  ZJS-HOMONYMD        PIC X(08).
           03  ZJS-HOMONHM         PIC X(04).
      *    滞在時間（分）
           03  ZJS-TAIZAI          PIC 9(03).
           03  ZJS-DRCD            PIC X(05).
           03  ZJS-DOUKOU          PIC X(40).
      *    訪問区分　１：定期訪問　２：往診　３：緊急往診
      *              ４：夜間・休日往診　５：深夜往診
           03  ZJS-HOMONKBN        PIC X(01).
           03  ZJS-TATEMONOCD      PIC X(10).
      *    会計候補作成　０：未　１：作成済み
           03  ZJS-HANTEIFLG       PIC X(01).
           03  ZJS-OPID            PIC X(16).
           03  ZJS-UPYMD           PIC X(08).
           03  ZJS-UPHMS           PIC X(06).
      *
      *    在宅訪問実績（計数用）
       01  ZAITAKUJSK2-REC.
           03  ZJS2-HOSPNUM        PIC 9(02).
           03  ZJS2-PTID           PIC 9(10).
           03  ZJS2-HOMONYMD       PIC X(08).
           03  ZJS2-HOMONHM        PIC X(04).
           03  ZJS2-TAIZAI         PIC 9(03).
           03  ZJS2-DRCD           PIC X(05).
           03  ZJS2-DOUKOU         PIC X(40).
           03  ZJS2-HOMONKBN       PIC X(01).
           03  ZJS2-TATEMONOCD     PIC X(10).
           03  ZJS2-HANTEIFLG      PIC X(01).
           03  ZJS2-OPID           PIC X(16).
           03  ZJS2-UPYMD          PIC X(08).
           03  ZJS2-UPHMS          PIC X(06).
      *
      *    在宅医療会計候補テーブル
       01  ZAITAKUKOUHO-REC.
           03  ZKH-HOSPNUM         PIC 9(02).
           03  ZKH-PTID            PIC 9(10).
           03  ZKH-SRYYMD          PIC X(08).
      *    訪問時刻（在宅時医学総合管理料は"0000"）
           03  ZKH-HOMONHM         PIC X(04).
      *    算定区分　１：訪問診療料　２：往診料　３：往診の加算
      *              ４：在宅時医学総合管理料
           03  ZKH-SANTEIKBN       PIC X(01).
      *    診療行為コード（施設基準等で選択が必要なものは空白）
           03  ZKH-SRYCD           PIC X(09).
           03  ZKH-HANTEI          PIC X(100).
      *    会計反映　０：会計候補　１：会計済み
           03  ZKH-KAIKEIFLG       PIC X(01).
           03  ZKH-UPYMD           PIC X(08).
           03  ZKH-UPHMS           PIC X(06).
      *
      *    点数マスタ
       01  TNS-TENSU-REC.
           COPY    "CPTENSU.INC".
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
           IF      WRK-PARA-SYORIKBN   =   "2"
      *        在宅時医学総合管理料の月次判定
               PERFORM 400-ZAIISOKAN-SEC
           ELSE
      *        訪問実績からの会計候補作成
               PERFORM 200-KOUHO-SEC
      *        訪問予定未実施の警告
               PERFORM 300-MIJISSI-SEC
           END-IF
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
           DISPLAY "*** ORCBZAITAKU START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-PARA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-SYORIKBN
                                               WRK-PARA-YMD
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               ZTKLSTPARA
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
           MOVE    "在宅訪問実績判定"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBZAITAKU"
                                   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           IF      WRK-PARA-SYORIKBN   =   "1"
      *        日次：対象日の省略時は前日
               IF      WRK-PARA-YMD        IS  NUMERIC
                   MOVE    WRK-PARA-YMD        TO  WRK-TAISYOYMD
               ELSE
                   MOVE    -1                  TO  LNK-DAY6-ZOGEN
                   MOVE    SMCNDATE-YMD        TO  WRK-KIJUNYMD
                   PERFORM 810-DAY-KEISAN-SEC
                   MOVE    WRK-KEISANYMD       TO  WRK-TAISYOYMD
               END-IF
           ELSE
      *        月次：対象年月の省略時は前月
               IF      WRK-PARA-YMD (1:6)  IS  NUMERIC
                   MOVE    WRK-PARA-YMD (1:6)  TO  WRK-SRYYM
               ELSE
                   MOVE    SMCNDATE-YMD        TO  WRK-YMD
                   IF      WRK-YMD-MM          =   1
                       SUBTRACT    1               FROM    WRK-YMD-YY
                       MOVE        12              TO      WRK-YMD-MM
                   ELSE
                       SUBTRACT    1               FROM    WRK-YMD-MM
                   END-IF
                   MOVE    WRK-YMD (1:6)       TO  WRK-SRYYM
               END-IF
               STRING  WRK-SRYYM           DELIMITED   BY  SIZE
                       "01"                DELIMITED   BY  SIZE
                                           INTO    WRK-STYMD
               END-STRING
               STRING  WRK-SRYYM           DELIMITED   BY  SIZE
                       "31"                DELIMITED   BY  SIZE
                                           INTO    WRK-EDYMD
               END-STRING
           END-IF
      *
           OPEN    OUTPUT              ZTKLST-FILE
      *
           IF      WRK-PARA-SYORIKBN   =   "1"
               STRING  "＊＊＊　在宅訪問実績判定"
                                           DELIMITED   BY  SIZE
                       "（日次）"          DELIMITED   BY  SIZE
                       "　＊＊＊　対象日："
                                           DELIMITED   BY  SIZE
                       WRK-TAISYOYMD       DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
           ELSE
               STRING  "＊＊＊　在医総管判定"
                                           DELIMITED   BY  SIZE
                       "（月次）"          DELIMITED   BY  SIZE
                       "　＊＊＊　対象年月："
                                           DELIMITED   BY  SIZE
                       WRK-SRYYM           DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
           END-IF
           PERFORM 900-ZTKLST-WRITE-SEC
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    会計候補作成処理（対象日の訪問実績）
      *****************************************************************
       200-KOUHO-SEC               SECTION.
      *
      *    週の訪問回数判定のため対象日の週の月曜日を求める
           MOVE    WRK-TAISYOYMD       TO  WRK-YMD
           PERFORM 800-DOW-SEC
           COMPUTE LNK-DAY6-ZOGEN  =   1   -   WRK-DOW
           MOVE    WRK-TAISYOYMD       TO  WRK-KIJUNYMD
           PERFORM 810-DAY-KEISAN-SEC
           MOVE    WRK-KEISANYMD       TO  WRK-WEEKSTYMD
      *
           INITIALIZE                  ZAITAKUJSK-REC
           MOVE    SPA-HOSPNUM         TO  ZJS-HOSPNUM
           MOVE    WRK-TAISYOYMD       TO  ZJS-HOMONYMD
           MOVE    ZAITAKUJSK-REC      TO  MCPDATA-REC
           MOVE    "tbl_zaitakujsk"    TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  200-KOUHO-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM 210-KOUHO-1KEN-SEC
                   UNTIL   FLG-FETCH       =   1
      *
           MOVE    "tbl_zaitakujsk"    TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-KOUHO-EXT.
           EXIT.
      *
      *****************************************************************
      *    会計候補作成処理（訪問実績１件）
      *****************************************************************
       210-KOUHO-1KEN-SEC          SECTION.
      *
           MOVE    "tbl_zaitakujsk"    TO  MCP-TABLE
           MOVE    "ymd"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  210-KOUHO-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  ZAITAKUJSK-REC
           ADD     1                   TO  CNT-JSK
      *
           IF      ZJS-HOMONKBN        =   "1"
               PERFORM 220-HOMON-SEC
           ELSE
               PERFORM 230-OUSIN-SEC
           END-IF
      *
      *    会計候補作成済みとする（再実行時は候補を作り直す）
           MOVE    "1"                 TO  ZJS-HANTEIFLG
           MOVE    SMCNDATE-YMD        TO  ZJS-UPYMD
           MOVE    SMCNDATE-HMS        TO  ZJS-UPHMS
           MOVE    ZAITAKUJSK-REC      TO  MCPDATA-REC
           MOVE    "tbl_zaitakujsk"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBZAITAKU JSK UPDATE ERR RC=" MCP-RC
           END-IF
           .
       210-KOUHO-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    在宅患者訪問診療料判定処理
      *    （同日に同一建物で定期訪問した患者が２人以上なら同一建物
      *      居住者とする）
      *****************************************************************
       220-HOMON-SEC               SECTION.
      *
           MOVE    1                   TO  WRK-NINZU
           IF      ZJS-TATEMONOCD  NOT =   SPACE
               PERFORM 820-DOUITU-NINZU-SEC
           END-IF
      *
           INITIALIZE                  ZAITAKUKOUHO-REC
           MOVE    "1"                 TO  ZKH-SANTEIKBN
           MOVE    WRK-NINZU           TO  WRK-ED-NINZU
           IF      WRK-NINZU           >=  2
               MOVE    WRK-SRYCD-HOMON-DOUITU
                                       TO  ZKH-SRYCD
               STRING  "在宅患者訪問診療料"
                                       DELIMITED   BY  SIZE
                       "（同一建物居住者）"
                                       DELIMITED   BY  SIZE
                       "　同日同一建物："
                                       DELIMITED   BY  SIZE
                       WRK-ED-NINZU        DELIMITED   BY  SIZE
                       "人"                DELIMITED   BY  SIZE
                                       INTO    ZKH-HANTEI
               END-STRING
           ELSE
               MOVE    WRK-SRYCD-HOMON     TO  ZKH-SRYCD
               STRING  "在宅患者訪問診療料"
                                       DELIMITED   BY  SIZE
                       "（同一建物居住者以外）"
                                       DELIMITED   BY  SIZE
                                       INTO    ZKH-HANTEI
               END-STRING
           END-IF
           PERFORM 290-KOUHO-INS-SEC
      *
      *    訪問診療料は週３回を限度とする（超過は警告のみ）
           PERFORM 830-SYU-KAISU-SEC
           IF      WRK-KAISU           >   3
               ADD     1                   TO  CNT-KEIKOKU
               MOVE    WRK-KAISU           TO  WRK-ED-KAISU
               STRING  "【週３回超】患者ＩＤ："
                                           DELIMITED   BY  SIZE
                       ZJS-PTID            DELIMITED   BY  SIZE
                       "　訪問日："        DELIMITED   BY  SIZE
                       ZJS-HOMONYMD        DELIMITED   BY  SIZE
                       "　同一週の定期訪問："
                                           DELIMITED   BY  SIZE
                       WRK-ED-KAISU        DELIMITED   BY  SIZE
                       "回"                DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-ZTKLST-WRITE-SEC
           END-IF
           .
       220-HOMON-EXT.
           EXIT.
      *
      *****************************************************************
      *    往診料判定処理
      *    （緊急・夜間休日・深夜の加算は在宅療養支援診療所の区分で
      *      点数が異なるため、診療行為コードは会計時に選択する）
      *****************************************************************
       230-OUSIN-SEC               SECTION.
      *
           INITIALIZE                  ZAITAKUKOUHO-REC
           MOVE    "2"                 TO  ZKH-SANTEIKBN
           MOVE    WRK-SRYCD-OUSIN     TO  ZKH-SRYCD
           MOVE    "往診料"            TO  ZKH-HANTEI
           PERFORM 290-KOUHO-INS-SEC
      *
           IF      ZJS-HOMONKBN        =   "2"
               GO  TO  230-OUSIN-EXT
           END-IF
      *
           INITIALIZE                  ZAITAKUKOUHO-REC
           MOVE    "3"                 TO  ZKH-SANTEIKBN
           EVALUATE    ZJS-HOMONKBN
               WHEN    "3"
                   MOVE    "緊急往診加算"      TO  WRK-YOUKEN
               WHEN    "4"
                   MOVE    "夜間・休日往診加算"
                                       TO  WRK-YOUKEN
               WHEN    OTHER
                   MOVE    "深夜往診加算"      TO  WRK-YOUKEN
           END-EVALUATE
           STRING  WRK-YOUKEN          DELIMITED   BY  SPACE
                   "（施設区分により選択）"
                                       DELIMITED   BY  SIZE
                                       INTO    ZKH-HANTEI
           END-STRING
           PERFORM 290-KOUHO-INS-SEC
           .
       230-OUSIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    会計候補登録処理
      *    （ＺＫＨ−ＳＡＮＴＥＩＫＢＮ・ＳＲＹＣＤ・ＨＡＮＴＥＩを
      *      設定して呼ぶ。同一キーは置き換える）
      *****************************************************************
       290-KOUHO-INS-SEC           SECTION.
      *
           MOVE    SPA-HOSPNUM         TO  ZKH-HOSPNUM
           MOVE    ZJS-PTID            TO  ZKH-PTID
           IF      WRK-PARA-SYORIKBN   =   "1"
               MOVE    ZJS-HOMONYMD        TO  ZKH-SRYYMD
               MOVE    ZJS-HOMONHM         TO  ZKH-HOMONHM
           ELSE
               MOVE    ZPL-PTID            TO  ZKH-PTID
               MOVE    WRK-LASTYMD         TO  ZKH-SRYYMD
               MOVE    "0000"              TO  ZKH-HOMONHM
           END-IF
           MOVE    "0"                 TO  ZKH-KAIKEIFLG
           MOVE    SMCNDATE-YMD        TO  ZKH-UPYMD
           MOVE    SMCNDATE-HMS        TO  ZKH-UPHMS
      *
           MOVE    ZAITAKUKOUHO-REC    TO  MCPDATA-REC
           MOVE    "tbl_zaitakukouho"  TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBDELETE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    ZAITAKUKOUHO-REC    TO  MCPDATA-REC
           MOVE    "tbl_zaitakukouho"  TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               DISPLAY "ORCBZAITAKU KOUHO INSERT ERR RC=" MCP-RC
               GO  TO  290-KOUHO-INS-EXT
           END-IF
           ADD     1                   TO  CNT-KOUHO
      *
           STRING  "【会計候補】患者ＩＤ："
                                       DELIMITED   BY  SIZE
                   ZKH-PTID            DELIMITED   BY  SIZE
                   "　"                DELIMITED   BY  SIZE
                   ZKH-SRYYMD          DELIMITED   BY  SIZE
                   "　"                DELIMITED   BY  SIZE
                   ZKH-SRYCD           DELIMITED   BY  SIZE
                   "　"                DELIMITED   BY  SIZE
                   ZKH-HANTEI          DELIMITED   BY  "  "
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-ZTKLST-WRITE-SEC
      *
           IF      ZKH-SRYCD       NOT =   SPACE
               MOVE    ZKH-SRYCD           TO  WRK-CHK-SRYCD
               PERFORM 840-TENSU-CHK-SEC
               IF      FLG-TENSU       NOT =   ZERO
                   STRING  "　　＊点数マスタ未登録："
                                           DELIMITED   BY  SIZE
                           WRK-CHK-SRYCD       DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
                   END-STRING
                   PERFORM 900-ZTKLST-WRITE-SEC
               END-IF
           END-IF
           .
       290-KOUHO-INS-EXT.
           EXIT.
      *
      *****************************************************************
      *    訪問予定未実施警告処理
      *    （対象日の曜日・週に訪問予定がある計画で実績のない患者）
      *****************************************************************
       300-MIJISSI-SEC             SECTION.
      *
           STRING  "＊＊＊　訪問予定未実施一覧"
                                       DELIMITED   BY  SIZE
                   "　＊＊＊"          DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-ZTKLST-WRITE-SEC
      *
           MOVE    WRK-TAISYOYMD       TO  WRK-YMD
           PERFORM 800-DOW-SEC
           COMPUTE WRK-SYU     =   ( WRK-YMD-DD  -   1 ) /   7   +   1
      *
           INITIALIZE                  ZAITAKUPLAN-REC
           MOVE    SPA-HOSPNUM         TO  ZPL-HOSPNUM
           MOVE    ZAITAKUPLAN-REC     TO  MCPDATA-REC
           MOVE    "tbl_zaitakuplan"   TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  300-MIJISSI-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM 310-MIJISSI-1KEN-SEC
                   UNTIL   FLG-FETCH       =   1
      *
           MOVE    "tbl_zaitakuplan"   TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       300-MIJISSI-EXT.
           EXIT.
      *
      *****************************************************************
      *    訪問予定未実施判定処理（計画１件）
      *****************************************************************
       310-MIJISSI-1KEN-SEC        SECTION.
      *
           MOVE    "tbl_zaitakuplan"   TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  310-MIJISSI-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  ZAITAKUPLAN-REC
      *
           IF      ZPL-STYMD           >   WRK-TAISYOYMD
           OR      ZPL-EDYMD           <   WRK-TAISYOYMD
           OR      ZPL-YOUBI       NOT =   WRK-DOW
               GO  TO  310-MIJISSI-1KEN-EXT
           END-IF
           EVALUATE    TRUE
               WHEN    ZPL-SYUKI       =   "2"
               AND   ( WRK-SYU         =   2   OR  4 )
               WHEN    ZPL-SYUKI       =   "3"
               AND   ( WRK-SYU         =   1   OR  3   OR  5 )
                   GO  TO  310-MIJISSI-1KEN-EXT
           END-EVALUATE
      *
      *    対象日の実績（定期訪問・往診を問わない）の有無
           MOVE    1                   TO  FLG-JSK
           INITIALIZE                  ZAITAKUJSK2-REC
           MOVE    SPA-HOSPNUM         TO  ZJS2-HOSPNUM
           MOVE    ZPL-PTID            TO  ZJS2-PTID
           MOVE    WRK-TAISYOYMD       TO  ZJS2-HOMONYMD
           MOVE    ZAITAKUJSK2-REC     TO  MCPDATA-REC
           MOVE    "tbl_zaitakujsk"    TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_zaitakujsk"    TO  MCP-TABLE
               MOVE    "ptymd"             TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    ZERO                TO  FLG-JSK
               END-IF
           END-IF
           MOVE    "tbl_zaitakujsk"    TO  MCP-TABLE
           MOVE    "ptymd"             TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      FLG-JSK             =   ZERO
               GO  TO  310-MIJISSI-1KEN-EXT
           END-IF
      *
           ADD     1                   TO  CNT-MIJISSI
           STRING  "【訪問未実施】患者ＩＤ："
                                       DELIMITED   BY  SIZE
                   ZPL-PTID            DELIMITED   BY  SIZE
                   "　予定日："        DELIMITED   BY  SIZE
                   WRK-TAISYOYMD       DELIMITED   BY  SIZE
                   "　医師："          DELIMITED   BY  SIZE
                   ZPL-DRCD            DELIMITED   BY  SIZE
                   "　建物："          DELIMITED   BY  SIZE
                   ZPL-TATEMONOCD      DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-ZTKLST-WRITE-SEC
           .
       310-MIJISSI-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    在宅時医学総合管理料判定処理（月次）
      *****************************************************************
       400-ZAIISOKAN-SEC           SECTION.
      *
           INITIALIZE                  ZAITAKUPLAN-REC
           MOVE    SPA-HOSPNUM         TO  ZPL-HOSPNUM
           MOVE    ZAITAKUPLAN-REC     TO  MCPDATA-REC
           MOVE    "tbl_zaitakuplan"   TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  400-ZAIISOKAN-EXT
           END-IF
      *
           MOVE    ZERO                TO  WRK-MAEPTID
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM 410-ZAIISOKAN-1KEN-SEC
                   UNTIL   FLG-FETCH       =   1
      *
           MOVE    "tbl_zaitakuplan"   TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       400-ZAIISOKAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    在宅時医学総合管理料判定処理（患者１人）
      *    （訪問計画は患者ＩＤ順に読み、同一患者の２件目以降は
      *      読み飛ばす）
      *****************************************************************
       410-ZAIISOKAN-1KEN-SEC      SECTION.
      *
           MOVE    "tbl_zaitakuplan"   TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  410-ZAIISOKAN-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  ZAITAKUPLAN-REC
      *
           IF      ZPL-ZAIISOKANFLG NOT =  "1"
           OR      ZPL-STYMD           >   WRK-EDYMD
           OR      ZPL-EDYMD           <   WRK-STYMD
           OR      ZPL-PTID            =   WRK-MAEPTID
               GO  TO  410-ZAIISOKAN-1KEN-EXT
           END-IF
           MOVE    ZPL-PTID            TO  WRK-MAEPTID
           ADD     1                   TO  CNT-ZAIISOKAN
      *
      *    月内の定期訪問回数
           PERFORM 850-TUKI-KAISU-SEC
           MOVE    WRK-KAISU           TO  WRK-ED-KAISU
           EVALUATE    TRUE
               WHEN    WRK-KAISU           >=  2
                   MOVE    "月２回以上訪問"    TO  WRK-YOUKEN
               WHEN    WRK-KAISU           =   1
                   MOVE    "月１回訪問"        TO  WRK-YOUKEN
               WHEN    OTHER
                   ADD     1                   TO  CNT-KEIKOKU
                   STRING  "【訪問実績なし・算定不可】"
                                           DELIMITED   BY  SIZE
                           "患者ＩＤ："        DELIMITED   BY  SIZE
                           ZPL-PTID            DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
                   END-STRING
                   PERFORM 900-ZTKLST-WRITE-SEC
                   GO  TO  410-ZAIISOKAN-1KEN-EXT
           END-EVALUATE
      *
      *    単一建物診療患者数
           MOVE    1                   TO  WRK-NINZU
           IF      ZPL-TATEMONOCD  NOT =   SPACE
               PERFORM 860-TATEMONO-NINZU-SEC
           END-IF
           EVALUATE    TRUE
               WHEN    WRK-NINZU           =   1
                   MOVE    "単一建物診療患者１人"
                                       TO  WRK-NINZUKBN
               WHEN    WRK-NINZU           <=  9
                   MOVE    "単一建物診療患者２〜９人"
                                       TO  WRK-NINZUKBN
               WHEN    WRK-NINZU           <=  19
                   MOVE    "単一建物診療患者１０〜１９人"
                                       TO  WRK-NINZUKBN
               WHEN    WRK-NINZU           <=  49
                   MOVE    "単一建物診療患者２０〜４９人"
                                       TO  WRK-NINZUKBN
               WHEN    OTHER
                   MOVE    "単一建物診療患者５０人以上"
                                       TO  WRK-NINZUKBN
           END-EVALUATE
      *
      *    施設基準により点数が異なるため診療行為コードは会計時に
      *    選択する
           INITIALIZE                  ZAITAKUKOUHO-REC
           MOVE    "4"                 TO  ZKH-SANTEIKBN
           STRING  "在医総管　"        DELIMITED   BY  SIZE
                   WRK-YOUKEN          DELIMITED   BY  SPACE
                   "（"                DELIMITED   BY  SIZE
                   WRK-ED-KAISU        DELIMITED   BY  SIZE
                   "回）　"            DELIMITED   BY  SIZE
                   WRK-NINZUKBN        DELIMITED   BY  SPACE
                                       INTO    ZKH-HANTEI
           END-STRING
           PERFORM 290-KOUHO-INS-SEC
           .
       410-ZAIISOKAN-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    曜日計算処理（ツェラーの公式　１：月曜〜７：日曜）
      *****************************************************************
       800-DOW-SEC                 SECTION.
      *
           MOVE    WRK-YMD-YY          TO  WRK-Z-YY
           MOVE    WRK-YMD-MM          TO  WRK-Z-MM
           IF      WRK-Z-MM            <   3
               COMPUTE WRK-Z-MM        =   WRK-Z-MM    +   12
               COMPUTE WRK-Z-YY        =   WRK-Z-YY    -   1
           END-IF
           DIVIDE  WRK-Z-YY            BY  100
                   GIVING  WRK-Z-J
                   REMAINDER   WRK-Z-K
      *    各項は切り捨て（整数除算）で求めること
           COMPUTE WRK-Z-T1    =   13  *   ( WRK-Z-MM + 1 )
           DIVIDE  WRK-Z-T1            BY  5
                   GIVING  WRK-Z-T1
           DIVIDE  WRK-Z-K             BY  4
                   GIVING  WRK-Z-T2
           DIVIDE  WRK-Z-J             BY  4
                   GIVING  WRK-Z-T3
           COMPUTE WRK-Z-H =   WRK-YMD-DD
                           +   WRK-Z-T1
                           +   WRK-Z-K
                           +   WRK-Z-T2
                           +   WRK-Z-T3
                           +   ( 5 * WRK-Z-J )
           DIVIDE  WRK-Z-H             BY  7
                   GIVING  WRK-Z-SHO
                   REMAINDER   WRK-Z-AMARI
      *    ツェラーの結果（０：土曜）を月曜起点（１〜７）に変換する
           EVALUATE    WRK-Z-AMARI
               WHEN    0
                   MOVE    6               TO  WRK-DOW
               WHEN    1
                   MOVE    7               TO  WRK-DOW
               WHEN    OTHER
                   COMPUTE WRK-DOW     =   WRK-Z-AMARI -   1
           END-EVALUATE
           .
       800-DOW-EXT.
           EXIT.
      *
      *****************************************************************
      *    日付計算処理
      *    （ＷＲＫ−ＫＩＪＵＮＹＭＤにＬＮＫ−ＤＡＹ６−ＺＯＧＥＮ日を
      *      加減した日付をＷＲＫ−ＫＥＩＳＡＮＹＭＤに返す）
      *****************************************************************
       810-DAY-KEISAN-SEC          SECTION.
      *
           INITIALIZE                      STS-AREA-DAY
           MOVE  "61"                      TO  LNK-DAY6-IRAI
           MOVE  WRK-KIJUNYMD              TO  LNK-DAY6-KIJUN
           MOVE  "2"                       TO  LNK-DAY6-ZOGENPTN
           CALL  "ORCSDAY"                 USING   STS-AREA-DAY
                                                   LNK-DAY6-AREA
           MOVE  LNK-DAY6-KEISAN           TO  WRK-KEISANYMD
           .
       810-DAY-KEISAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    同一建物人数計数処理（対象日）
      *    （訪問実績と同日・同一建物の定期訪問患者数を求める）
      *****************************************************************
       820-DOUITU-NINZU-SEC        SECTION.
      *
           MOVE    ZERO                TO  WRK-NINZU
           MOVE    ZERO                TO  WRK-MAEPTID2
           INITIALIZE                  ZAITAKUJSK2-REC
           MOVE    SPA-HOSPNUM         TO  ZJS2-HOSPNUM
           MOVE    ZJS-HOMONYMD        TO  ZJS2-HOMONYMD
           MOVE    ZJS-TATEMONOCD      TO  ZJS2-TATEMONOCD
           MOVE    ZAITAKUJSK2-REC     TO  MCPDATA-REC
           MOVE    "tbl_zaitakujsk"    TO  MCP-TABLE
           MOVE    "ymdtatemono"       TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH2
               PERFORM UNTIL   FLG-FETCH2      =   1
                   MOVE    "tbl_zaitakujsk"    TO  MCP-TABLE
                   MOVE    "ymdtatemono"       TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  ZAITAKUJSK2-REC
      *                同一患者の複数回訪問は１人とする（患者ＩＤ順）
                       IF      ZJS2-HOMONKBN       =   "1"
                       AND     ZJS2-PTID       NOT =   WRK-MAEPTID2
                           ADD     1                   TO  WRK-NINZU
                           MOVE    ZJS2-PTID           TO  WRK-MAEPTID2
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH2
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_zaitakujsk"    TO  MCP-TABLE
           MOVE    "ymdtatemono"       TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      WRK-NINZU           =   ZERO
               MOVE    1                   TO  WRK-NINZU
           END-IF
           .
       820-DOUITU-NINZU-EXT.
           EXIT.
      *
      *****************************************************************
      *    週内定期訪問回数計数処理
      *    （対象日の週の月曜日から対象日までの定期訪問回数）
      *****************************************************************
       830-SYU-KAISU-SEC           SECTION.
      *
           MOVE    ZERO                TO  WRK-KAISU
           MOVE    WRK-WEEKSTYMD (1:6) TO  WRK-SRYYM
           PERFORM 835-SYU-KAISU-YM-SEC
           IF      WRK-TAISYOYMD (1:6) NOT =   WRK-WEEKSTYMD (1:6)
               MOVE    WRK-TAISYOYMD (1:6) TO  WRK-SRYYM
               PERFORM 835-SYU-KAISU-YM-SEC
           END-IF
           .
       830-SYU-KAISU-EXT.
           EXIT.
      *
      *****************************************************************
      *    週内定期訪問回数計数処理（年月単位）
      *****************************************************************
       835-SYU-KAISU-YM-SEC        SECTION.
      *
           INITIALIZE                  ZAITAKUJSK2-REC
           MOVE    SPA-HOSPNUM         TO  ZJS2-HOSPNUM
           MOVE    ZJS-PTID            TO  ZJS2-PTID
           MOVE    WRK-SRYYM           TO  ZJS2-HOMONYMD (1:6)
           MOVE    ZAITAKUJSK2-REC     TO  MCPDATA-REC
           MOVE    "tbl_zaitakujsk"    TO  MCP-TABLE
           MOVE    "ptym"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH2
               PERFORM UNTIL   FLG-FETCH2      =   1
                   MOVE    "tbl_zaitakujsk"    TO  MCP-TABLE
                   MOVE    "ptym"              TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  ZAITAKUJSK2-REC
                       IF      ZJS2-HOMONKBN       =   "1"
                       AND     ZJS2-HOMONYMD   >=  WRK-WEEKSTYMD
                       AND     ZJS2-HOMONYMD   <=  WRK-TAISYOYMD
                           ADD     1                   TO  WRK-KAISU
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH2
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_zaitakujsk"    TO  MCP-TABLE
           MOVE    "ptym"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       835-SYU-KAISU-YM-EXT.
           EXIT.
      *
      *****************************************************************
      *    点数マスタ確認処理
      *****************************************************************
       840-TENSU-CHK-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-TENSU
           INITIALIZE                  TNS-TENSU-REC
           MOVE    SPA-HOSPNUM         TO  TNS-HOSPNUM
           MOVE    WRK-CHK-SRYCD       TO  TNS-SRYCD
           MOVE    ZKH-SRYYMD          TO  TNS-YUKOSTYMD
                                           TNS-YUKOEDYMD
           MOVE    TNS-TENSU-REC       TO  MCPDATA-REC
           MOVE    "tbl_tensu"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_tensu"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    ZERO                TO  FLG-TENSU
               END-IF
           END-IF
           MOVE    "tbl_tensu"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       840-TENSU-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    月内定期訪問回数計数処理
      *    （最終訪問日をＷＲＫ−ＬＡＳＴＹＭＤに返す）
      *****************************************************************
       850-TUKI-KAISU-SEC          SECTION.
      *
           MOVE    ZERO                TO  WRK-KAISU
           MOVE    SPACE               TO  WRK-LASTYMD
           INITIALIZE                  ZAITAKUJSK2-REC
           MOVE    SPA-HOSPNUM         TO  ZJS2-HOSPNUM
           MOVE    ZPL-PTID            TO  ZJS2-PTID
           MOVE    WRK-SRYYM           TO  ZJS2-HOMONYMD (1:6)
           MOVE    ZAITAKUJSK2-REC     TO  MCPDATA-REC
           MOVE    "tbl_zaitakujsk"    TO  MCP-TABLE
           MOVE    "ptym"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH2
               PERFORM UNTIL   FLG-FETCH2      =   1
                   MOVE    "tbl_zaitakujsk"    TO  MCP-TABLE
                   MOVE    "ptym"              TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  ZAITAKUJSK2-REC
                       IF      ZJS2-HOMONKBN       =   "1"
                           ADD     1                   TO  WRK-KAISU
                           IF      ZJS2-HOMONYMD   >   WRK-LASTYMD
                               MOVE    ZJS2-HOMONYMD   TO  WRK-LASTYMD
                           END-IF
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH2
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_zaitakujsk"    TO  MCP-TABLE
           MOVE    "ptym"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       850-TUKI-KAISU-EXT.
           EXIT.
      *
      *****************************************************************
      *    単一建物診療患者数計数処理（対象年月）
      *    （同一建物で在医総管対象の計画がある患者数を求める）
      *****************************************************************
       860-TATEMONO-NINZU-SEC      SECTION.
      *
           MOVE    ZERO                TO  WRK-NINZU
           MOVE    ZERO                TO  WRK-MAEPTID2
           INITIALIZE                  ZAITAKUPLAN2-REC
           MOVE    SPA-HOSPNUM         TO  ZPL2-HOSPNUM
           MOVE    ZPL-TATEMONOCD      TO  ZPL2-TATEMONOCD
           MOVE    ZAITAKUPLAN2-REC    TO  MCPDATA-REC
           MOVE    "tbl_zaitakuplan"   TO  MCP-TABLE
           MOVE    "tatemono"          TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH2
               PERFORM UNTIL   FLG-FETCH2      =   1
                   MOVE    "tbl_zaitakuplan"   TO  MCP-TABLE
                   MOVE    "tatemono"          TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                       MOVE    MCPDATA-REC         TO  ZAITAKUPLAN2-REC
      *                患者ＩＤ順に読み、同一患者は１人とする
                       IF      ZPL2-ZAIISOKANFLG   =   "1"
                       AND     ZPL2-STYMD      <=  WRK-EDYMD
                       AND     ZPL2-EDYMD      >=  WRK-STYMD
                       AND     ZPL2-PTID       NOT =   WRK-MAEPTID2
                           ADD     1                   TO  WRK-NINZU
                           MOVE    ZPL2-PTID           TO  WRK-MAEPTID2
                       END-IF
                   ELSE
                       MOVE    1                   TO  FLG-FETCH2
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_zaitakuplan"   TO  MCP-TABLE
           MOVE    "tatemono"          TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      WRK-NINZU           =   ZERO
               MOVE    1                   TO  WRK-NINZU
           END-IF
           .
       860-TATEMONO-NINZU-EXT.
           EXIT.
      *
      *****************************************************************
      *    判定結果・警告リスト出力処理
      *****************************************************************
       900-ZTKLST-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  ZTKLST-REC
           WRITE   ZTKLST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-ZTKLST-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           MOVE    CNT-KOUHO           TO  WRK-ED-NINZU
           STRING  "会計候補作成件数："
                                       DELIMITED   BY  SIZE
                   WRK-ED-NINZU        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-ZTKLST-WRITE-SEC
           MOVE    CNT-MIJISSI         TO  WRK-ED-NINZU
           STRING  "訪問未実施件数："
                                       DELIMITED   BY  SIZE
                   WRK-ED-NINZU        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-ZTKLST-WRITE-SEC
           MOVE    CNT-KEIKOKU         TO  WRK-ED-NINZU
           STRING  "警告件数："        DELIMITED   BY  SIZE
                   WRK-ED-NINZU        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-ZTKLST-WRITE-SEC
      *
           CLOSE   ZTKLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    CNT-KOUHO           TO  JOB-UPDCNT
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "JISSEKI  CNT     :" CNT-JSK
           DISPLAY "KOUHO    CNT     :" CNT-KOUHO
           DISPLAY "MIJISSI  CNT     :" CNT-MIJISSI
           DISPLAY "ZAIISOKAN CNT    :" CNT-ZAIISOKAN
           DISPLAY "KEIKOKU  CNT     :" CNT-KEIKOKU
           DISPLAY "*** ORCBZAITAKU END ***"
           .
       500-TERM-EXT.
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
