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
       PROGRAM-ID.             ORCBBYOIKO.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 病名
      *  コンポーネント名  : 廃止病名一括移行
      *                      （病名マスタ改定で廃止・コード変更と
      *                        なった傷病名について、移行対応表
      *                        （旧病名コード，移行先病名コード）を
      *                        取り込み、継続中の患者病名と自院病名
      *                        の病名コードを移行先へ置き換える。
      *                        病名は構成する病名コードの名称から
      *                        編集し直す。
      *                        処理区分　１：移行確認（更新しない）
      *                        ２：移行実行（置換前の内容を病名移行
      *                        履歴へ記録する）
      *                        ３：戻し（指定した移行番号の履歴から
      *                        置換前の内容へ戻す。移行後に変更
      *                        された病名は戻さない）
      *                        移行先がない・病名が編集できないもの
      *                        は患者別の要手修正リストへ出力し、
      *                        実行前後の件数を報告する）
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
      *    移行対応表
           SELECT  TAIOU-FILE      ASSIGN  TAIOUPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-TAIOU.
      *
      *    移行結果・要手修正リスト
           SELECT  IKOLST-FILE     ASSIGN  IKOLSTPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-IKOLST.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  TAIOU-FILE.
       01  TAIOU-REC               PIC X(100).
      *
       FD  IKOLST-FILE.
       01  IKOLST-REC              PIC X(200).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-TAIOU                       PIC X(02).
           03  STS-IKOLST                      PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-END                         PIC 9(01).
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-BYOMEI                      PIC 9(01).
      *    旧病名コードを含む
           03  FLG-HIT                         PIC 9(01).
      *    要手修正
           03  FLG-NG                          PIC 9(01).
      *    走査区分（１：移行　２：残存件数の計数）
           03  FLG-SCAN                        PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                             PIC 9(05).
           03  IDX-CD                          PIC 9(02).
           03  IDX-TAI                         PIC 9(05).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-TAIOU                       PIC 9(06).
           03  CNT-PT-MAE                      PIC 9(06).
           03  CNT-PT-IKO                      PIC 9(06).
           03  CNT-PT-NG                       PIC 9(06).
           03  CNT-PT-ATO                      PIC 9(06).
           03  CNT-US-MAE                      PIC 9(06).
           03  CNT-US-IKO                      PIC 9(06).
           03  CNT-US-NG                       PIC 9(06).
           03  CNT-US-ATO                      PIC 9(06).
           03  CNT-MODOSI                      PIC 9(06).
           03  CNT-MODOSI-NG                   PIC 9(06).
           03  CNT-RRK                         PIC 9(07).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
      *        処理区分（１：移行確認　２：移行実行　３：戻し）
               05  WRK-PARA-MODE               PIC X(01).
      *        移行番号（戻しの対象。移行実行時に採番して報告する）
               05  WRK-PARA-IKONUM             PIC X(14).
               05  WRK-PARA-JOBID              PIC 9(07).
               05  WRK-PARA-SHELLID            PIC X(08).
               05  WRK-PARA-HOSPNUM            PIC 9(02).
      *
      *    対応表レコード分解領域
           03  WRK-IN-OLDCD                    PIC X(07).
           03  WRK-IN-NEWCD                    PIC X(07).
      *
      *    病名コード編集領域（患者病名・自院病名共通）
           03  WRK-CD-G.
               05  WRK-CD                      PIC X(07)
                                               OCCURS  21.
           03  WRK-BYOMEI                      PIC X(160).
           03  WRK-PTR                         PIC 9(04).
           03  WRK-NGRIYU                      PIC X(40).
           03  WRK-KEY                         PIC X(40).
           03  WRK-LINE                        PIC X(200).
           03  WRK-ED-KENSU1                   PIC ZZZ,ZZ9.
           03  WRK-ED-KENSU2                   PIC ZZZ,ZZ9.
           03  WRK-ED-KENSU3                   PIC ZZZ,ZZ9.
           03  WRK-ED-KENSU4                   PIC ZZZ,ZZ9.
      *
           03  TAIOUPARA                       PIC X(128).
           03  IKOLSTPARA                      PIC X(128).
      *
      *    移行対応表
      *    （移行先病名コードが空白・病名マスタにないものは移行不可）
       01  TAI-AREA.
           03  TAI-TBL                     OCCURS  3000.
               05  TAI-OLDCD                   PIC X(07).
               05  TAI-NEWCD                   PIC X(07).
               05  TAI-OKFLG                   PIC 9(01).
      *
      *    定数領域
       01  CONST-AREA.
           03  CONST-TAI-MAX                   PIC 9(05)   VALUE 3000.
      *    病名を構成する病名コードの数
           03  CONST-CD-MAX                    PIC 9(02)   VALUE 21.
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    患者病名
       01  PTBYOMEI-REC.
           COPY    "CPPTBYOMEI.INC".
      *
      *    病名マスタ
       01  BYOMEI-REC.
           COPY    "CPBYOMEI.INC".
      *
      *    自院病名
       01  USERBYOMEI-REC.
           COPY    "CPUSERBYOMEI.INC".
      *
      *    病名移行履歴テーブル
      *    （置換前の患者病名・自院病名の内容を保存する）
       01  BYOIKORRK-REC.
           03  BIR-HOSPNUM             PIC 9(02).
           03  BIR-IKONUM              PIC X(14).
           03  BIR-RENNUM              PIC 9(07).
      *    区分（１：患者病名　２：自院病名）
           03  BIR-KBN                 PIC X(01).
           03  BIR-PTID                PIC 9(10).
      *    置換前の内容・置換後の病名コード
           03  BIR-MAEDATA             PIC X(3000).
           03  BIR-ATOCD-G             PIC X(147).
      *    戻し区分（１：戻し済）
           03  BIR-MODOSIFLG           PIC X(01).
           03  BIR-UPYMD               PIC X(08).
           03  BIR-UPHMS               PIC X(06).
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
               IF      WRK-PARA-MODE       =   "3"
                   PERFORM 300-MODOSI-SEC
               ELSE
                   MOVE    1                   TO  FLG-SCAN
                   PERFORM 200-PTBYOMEI-SEC
                   PERFORM 210-USERBYOMEI-SEC
      *            実行後の残存件数
                   IF      WRK-PARA-MODE       =   "2"
                       MOVE    2                   TO  FLG-SCAN
                       PERFORM 200-PTBYOMEI-SEC
                       PERFORM 210-USERBYOMEI-SEC
                   END-IF
                   PERFORM 400-REPORT-SEC
               END-IF
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
           DISPLAY "*** ORCBBYOIKO START ***"
      *
           INITIALIZE                  FLG-AREA
                                       IDX-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       TAI-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-MODE
                                               WRK-PARA-IKONUM
                                               WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               TAIOUPARA
                                               IKOLSTPARA
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           IF      WRK-PARA-MODE   =   "3"
               MOVE    "廃止病名移行戻し"  TO  JOB-SHELLMSG
           ELSE
               MOVE    "廃止病名一括移行"  TO  JOB-SHELLMSG
           END-IF
           MOVE    "ORCBBYOIKO"    TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
      *
           OPEN    OUTPUT              IKOLST-FILE
      *
           EVALUATE    WRK-PARA-MODE
               WHEN    "1"
                   STRING  "＊＊＊　廃止病名一括移行"
                                       DELIMITED   BY  SIZE
                           "（確認）　＊＊＊"
                                       DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
                   END-STRING
               WHEN    "2"
      *            移行番号は実行日時とする
                   STRING  SMCNDATE-YMD        DELIMITED   BY  SIZE
                           SMCNDATE-HMS        DELIMITED   BY  SIZE
                                           INTO    WRK-PARA-IKONUM
                   END-STRING
                   STRING  "＊＊＊　廃止病名一括移行"
                                       DELIMITED   BY  SIZE
                           "　＊＊＊　"        DELIMITED   BY  SIZE
                           "移行番号："        DELIMITED   BY  SIZE
                           WRK-PARA-IKONUM     DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
                   END-STRING
               WHEN    "3"
                   STRING  "＊＊＊　廃止病名移行戻し"
                                       DELIMITED   BY  SIZE
                           "　＊＊＊　"        DELIMITED   BY  SIZE
                           "移行番号："        DELIMITED   BY  SIZE
                           WRK-PARA-IKONUM     DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
                   END-STRING
               WHEN    OTHER
                   MOVE    "処理区分エラー"    TO  WRK-LINE
                   MOVE    1                   TO  FLG-END
           END-EVALUATE
           PERFORM 900-IKOLST-WRITE-SEC
           PERFORM 900-IKOLST-WRITE-SEC
      *
           IF      FLG-END             =   ZERO
           AND     WRK-PARA-MODE   NOT =   "3"
               PERFORM 110-TAIOU-LOAD-SEC
           END-IF
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    移行対応表取込処理
      *    （移行先は病名マスタに存在するコードに限る）
      *****************************************************************
       110-TAIOU-LOAD-SEC          SECTION.
      *
           OPEN    INPUT               TAIOU-FILE
           IF      STS-TAIOU       NOT =   "00"
               MOVE    "移行対応表がありません"
                                       TO  WRK-LINE
               PERFORM 900-IKOLST-WRITE-SEC
               MOVE    1                   TO  FLG-END
               GO  TO  110-TAIOU-LOAD-EXT
           END-IF
      *
           MOVE    ZERO                TO  FLG-FETCH
           PERFORM UNTIL   FLG-FETCH   =   1
               READ    TAIOU-FILE
                   AT  END
                       MOVE    1           TO  FLG-FETCH
                   NOT AT  END
                       PERFORM 1101-TAIOU-SET-SEC
               END-READ
           END-PERFORM
           CLOSE   TAIOU-FILE
      *
           IF      CNT-TAIOU           =   ZERO
               STRING  "移行対応表に"      DELIMITED   BY  SIZE
                       "有効な行がありません"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               PERFORM 900-IKOLST-WRITE-SEC
               MOVE    1                   TO  FLG-END
           END-IF
           .
       110-TAIOU-LOAD-EXT.
           EXIT.
      *
      *****************************************************************
      *    移行対応表設定処理（１行）
      *****************************************************************
       1101-TAIOU-SET-SEC          SECTION.
      *
           MOVE    SPACE               TO  WRK-IN-OLDCD
                                           WRK-IN-NEWCD
           UNSTRING    TAIOU-REC       DELIMITED  BY  ","
                                       INTO    WRK-IN-OLDCD
                                               WRK-IN-NEWCD
           END-UNSTRING
           IF      WRK-IN-OLDCD        =   SPACE
           OR      CNT-TAIOU       NOT <   CONST-TAI-MAX
               GO  TO  1101-TAIOU-SET-EXT
           END-IF
      *
           ADD     1                   TO  CNT-TAIOU
           MOVE    WRK-IN-OLDCD        TO  TAI-OLDCD (CNT-TAIOU)
           MOVE    WRK-IN-NEWCD        TO  TAI-NEWCD (CNT-TAIOU)
           MOVE    ZERO                TO  TAI-OKFLG (CNT-TAIOU)
           IF      WRK-IN-NEWCD        =   SPACE
               GO  TO  1101-TAIOU-SET-EXT
           END-IF
      *
           INITIALIZE                  BYOMEI-REC
           MOVE    WRK-IN-NEWCD        TO  BYO-BYOMEICD
           PERFORM 900-BYOMEI-READ-SEC
           IF      FLG-BYOMEI          =   ZERO
               MOVE    1                   TO  TAI-OKFLG (CNT-TAIOU)
           ELSE
               STRING  "移行先病名コードが"
                                       DELIMITED   BY  SIZE
                       "病名マスタにありません："
                                       DELIMITED   BY  SIZE
                       WRK-IN-NEWCD        DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               PERFORM 900-IKOLST-WRITE-SEC
           END-IF
           .
       1101-TAIOU-SET-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者病名移行処理
      *    （転帰のない継続中の病名を対象とする）
      *****************************************************************
       200-PTBYOMEI-SEC            SECTION.
      *
           INITIALIZE                  PTBYOMEI-REC
           MOVE    SPA-HOSPNUM         TO  PTBYO-HOSPNUM
           MOVE    PTBYOMEI-REC        TO  MCPDATA-REC
           MOVE    "tbl_ptbyomei"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-PTBYOMEI-FETCH-SEC
               PERFORM UNTIL   FLG-FETCH   =   1
                   IF      PTBYO-TENKIKBN  =   SPACE   OR  ZERO
                       PERFORM 2001-PTBYOMEI-IKO-SEC
                   END-IF
                   PERFORM 900-PTBYOMEI-FETCH-SEC
               END-PERFORM
           END-IF
           MOVE    "tbl_ptbyomei"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-PTBYOMEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者病名移行処理（１件）
      *****************************************************************
       2001-PTBYOMEI-IKO-SEC       SECTION.
      *
           MOVE    PTBYO-BYOMEICD-G    TO  WRK-CD-G
           PERFORM 800-CD-CHIKAN-SEC
           IF      FLG-HIT             =   ZERO
               GO  TO  2001-PTBYOMEI-IKO-EXT
           END-IF
      *
           IF      FLG-SCAN            =   2
               ADD     1                   TO  CNT-PT-ATO
               GO  TO  2001-PTBYOMEI-IKO-EXT
           END-IF
           ADD     1                   TO  CNT-PT-MAE
      *
           MOVE    SPACE               TO  WRK-KEY
           STRING  "患者番号："        DELIMITED   BY  SIZE
                   PTBYO-PTID          DELIMITED   BY  SIZE
                   "　開始日："        DELIMITED   BY  SIZE
                   PTBYO-SRYYMD        DELIMITED   BY  SIZE
                                       INTO    WRK-KEY
           END-STRING
      *
           IF      FLG-NG              =   1
               ADD     1                   TO  CNT-PT-NG
               STRING  "【要手修正】"      DELIMITED   BY  SIZE
                       WRK-KEY             DELIMITED   BY  "  "
                       "　"                DELIMITED   BY  SIZE
                       PTBYO-BYOMEI        DELIMITED   BY  "  "
                       "　理由："          DELIMITED   BY  SIZE
                       WRK-NGRIYU          DELIMITED   BY  "  "
                                       INTO    WRK-LINE
               END-STRING
               PERFORM 900-IKOLST-WRITE-SEC
               GO  TO  2001-PTBYOMEI-IKO-EXT
           END-IF
      *
           STRING  "【移行】"          DELIMITED   BY  SIZE
                   WRK-KEY             DELIMITED   BY  "  "
                   "　"                DELIMITED   BY  SIZE
                   PTBYO-BYOMEI        DELIMITED   BY  "  "
                   "　→　"            DELIMITED   BY  SIZE
                   WRK-BYOMEI          DELIMITED   BY  "  "
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IKOLST-WRITE-SEC
           IF      WRK-PARA-MODE   NOT =   "2"
               ADD     1                   TO  CNT-PT-IKO
               GO  TO  2001-PTBYOMEI-IKO-EXT
           END-IF
      *
      *    置換前の内容を履歴へ記録してから更新する
           INITIALIZE                  BYOIKORRK-REC
           MOVE    "1"                 TO  BIR-KBN
           MOVE    PTBYO-PTID          TO  BIR-PTID
           MOVE    PTBYOMEI-REC        TO  BIR-MAEDATA
           MOVE    WRK-CD-G            TO  BIR-ATOCD-G
           PERFORM 810-RRK-INSERT-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  2001-PTBYOMEI-IKO-EXT
           END-IF
      *
           MOVE    WRK-CD-G            TO  PTBYO-BYOMEICD-G
           PERFORM VARYING IDX-CD FROM 1 BY 1
                   UNTIL   IDX-CD          >   CONST-CD-MAX
               IF      WRK-CD (IDX-CD) NOT =   SPACE
                   MOVE    WRK-CD (IDX-CD)
                                       TO  PTBYO-BYOMEIINPUTCD (IDX-CD)
               END-IF
           END-PERFORM
           MOVE    WRK-BYOMEI          TO  PTBYO-BYOMEI
           MOVE    SMCNDATE-YMD        TO  PTBYO-UPYMD
           MOVE    SMCNDATE-HMS        TO  PTBYO-UPHMS
           MOVE    PTBYOMEI-REC        TO  MCPDATA-REC
           MOVE    "tbl_ptbyomei"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               ADD     1                   TO  CNT-PT-IKO
           ELSE
               MOVE    "　　＊＊＊　更新エラー　＊＊＊"
                                       TO  WRK-LINE
               PERFORM 900-IKOLST-WRITE-SEC
           END-IF
           .
       2001-PTBYOMEI-IKO-EXT.
           EXIT.
      *
      *****************************************************************
      *    自院病名移行処理
      *****************************************************************
       210-USERBYOMEI-SEC          SECTION.
      *
           INITIALIZE                  USERBYOMEI-REC
           MOVE    SPA-HOSPNUM         TO  USBYO-HOSPNUM
           MOVE    USERBYOMEI-REC      TO  MCPDATA-REC
           MOVE    "tbl_userbyomei"    TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-USERBYOMEI-FETCH-SEC
               PERFORM UNTIL   FLG-FETCH   =   1
                   PERFORM 2101-USERBYOMEI-IKO-SEC
                   PERFORM 900-USERBYOMEI-FETCH-SEC
               END-PERFORM
           END-IF
           MOVE    "tbl_userbyomei"    TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       210-USERBYOMEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    自院病名移行処理（１件）
      *****************************************************************
       2101-USERBYOMEI-IKO-SEC     SECTION.
      *
           MOVE    USBYO-BYOMEICD-G    TO  WRK-CD-G
           PERFORM 800-CD-CHIKAN-SEC
           IF      FLG-HIT             =   ZERO
               GO  TO  2101-USERBYOMEI-IKO-EXT
           END-IF
      *
           IF      FLG-SCAN            =   2
               ADD     1                   TO  CNT-US-ATO
               GO  TO  2101-USERBYOMEI-IKO-EXT
           END-IF
           ADD     1                   TO  CNT-US-MAE
      *
           MOVE    SPACE               TO  WRK-KEY
           STRING  "自院病名："        DELIMITED   BY  SIZE
                   USBYO-BYOMEIINPUTCD DELIMITED   BY  SPACE
                                       INTO    WRK-KEY
           END-STRING
      *
           IF      FLG-NG              =   1
               ADD     1                   TO  CNT-US-NG
               STRING  "【要手修正】"      DELIMITED   BY  SIZE
                       WRK-KEY             DELIMITED   BY  "  "
                       "　"                DELIMITED   BY  SIZE
                       USBYO-BYOMEI        DELIMITED   BY  "  "
                       "　理由："          DELIMITED   BY  SIZE
                       WRK-NGRIYU          DELIMITED   BY  "  "
                                       INTO    WRK-LINE
               END-STRING
               PERFORM 900-IKOLST-WRITE-SEC
               GO  TO  2101-USERBYOMEI-IKO-EXT
           END-IF
      *
      *    自院病名の名称は利用者の登録名のため置き換えない
           STRING  "【移行】"          DELIMITED   BY  SIZE
                   WRK-KEY             DELIMITED   BY  "  "
                   "　"                DELIMITED   BY  SIZE
                   USBYO-BYOMEI        DELIMITED   BY  "  "
                   "　（病名コード）"  DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IKOLST-WRITE-SEC
           IF      WRK-PARA-MODE   NOT =   "2"
               ADD     1                   TO  CNT-US-IKO
               GO  TO  2101-USERBYOMEI-IKO-EXT
           END-IF
      *
           INITIALIZE                  BYOIKORRK-REC
           MOVE    "2"                 TO  BIR-KBN
           MOVE    ZERO                TO  BIR-PTID
           MOVE    USERBYOMEI-REC      TO  BIR-MAEDATA
           MOVE    WRK-CD-G            TO  BIR-ATOCD-G
           PERFORM 810-RRK-INSERT-SEC
           IF      MCP-RC          NOT =   ZERO
               GO  TO  2101-USERBYOMEI-IKO-EXT
           END-IF
      *
           MOVE    WRK-CD-G            TO  USBYO-BYOMEICD-G
           MOVE    USERBYOMEI-REC      TO  MCPDATA-REC
           MOVE    "tbl_userbyomei"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               ADD     1                   TO  CNT-US-IKO
           ELSE
               MOVE    "　　＊＊＊　更新エラー　＊＊＊"
                                       TO  WRK-LINE
               PERFORM 900-IKOLST-WRITE-SEC
           END-IF
           .
       2101-USERBYOMEI-IKO-EXT.
           EXIT.
      *
      *****************************************************************
      *    戻し処理
      *    （移行番号の履歴を読み、置換後の病名コードのままの病名
      *      だけを置換前の内容へ戻す）
      *****************************************************************
       300-MODOSI-SEC              SECTION.
      *
           INITIALIZE                  BYOIKORRK-REC
           MOVE    SPA-HOSPNUM         TO  BIR-HOSPNUM
           MOVE    WRK-PARA-IKONUM     TO  BIR-IKONUM
           MOVE    BYOIKORRK-REC       TO  MCPDATA-REC
           MOVE    "tbl_byoiko_rrk"    TO  MCP-TABLE
           MOVE    "ikonum"            TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 900-RRK-FETCH-SEC
               PERFORM UNTIL   FLG-FETCH   =   1
                   IF      BIR-MODOSIFLG   NOT =   "1"
                       PERFORM 3001-MODOSI-SEC
                   END-IF
                   PERFORM 900-RRK-FETCH-SEC
               END-PERFORM
           END-IF
           MOVE    "tbl_byoiko_rrk"    TO  MCP-TABLE
           MOVE    "ikonum"            TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    CNT-MODOSI          TO  WRK-ED-KENSU1
           MOVE    CNT-MODOSI-NG       TO  WRK-ED-KENSU2
           PERFORM 900-IKOLST-WRITE-SEC
           STRING  "戻し件数："        DELIMITED   BY  SIZE
                   WRK-ED-KENSU1       DELIMITED   BY  SIZE
                   "　戻せなかった件数："
                                       DELIMITED   BY  SIZE
                   WRK-ED-KENSU2       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-IKOLST-WRITE-SEC
           .
       300-MODOSI-EXT.
           EXIT.
      *
      *****************************************************************
      *    戻し処理（１件）
      *****************************************************************
       3001-MODOSI-SEC             SECTION.
      *
           IF      BIR-KBN             =   "1"
               MOVE    BIR-MAEDATA         TO  PTBYOMEI-REC
               MOVE    PTBYOMEI-REC        TO  MCPDATA-REC
               MOVE    "tbl_ptbyomei"      TO  MCP-TABLE
           ELSE
               MOVE    BIR-MAEDATA         TO  USERBYOMEI-REC
               MOVE    USERBYOMEI-REC      TO  MCPDATA-REC
               MOVE    "tbl_userbyomei"    TO  MCP-TABLE
           END-IF
      *
      *    現在の内容を読み、移行後に変更されていないことを確認する
           PERFORM 820-GENZAI-READ-SEC
           IF      FLG-BYOMEI      NOT =   ZERO
               MOVE    "現在の病名がありません"
                                       TO  WRK-NGRIYU
               GO  TO  3001-MODOSI-NG
           END-IF
           IF      BIR-KBN             =   "1"
               MOVE    MCPDATA-REC         TO  PTBYOMEI-REC
               MOVE    PTBYO-BYOMEICD-G    TO  WRK-CD-G
           ELSE
               MOVE    MCPDATA-REC         TO  USERBYOMEI-REC
               MOVE    USBYO-BYOMEICD-G    TO  WRK-CD-G
           END-IF
           IF      WRK-CD-G        NOT =   BIR-ATOCD-G
               MOVE    "移行後に変更されています"
                                       TO  WRK-NGRIYU
               GO  TO  3001-MODOSI-NG
           END-IF
      *
           IF      BIR-KBN             =   "1"
               MOVE    BIR-MAEDATA         TO  PTBYOMEI-REC
               MOVE    SMCNDATE-YMD        TO  PTBYO-UPYMD
               MOVE    SMCNDATE-HMS        TO  PTBYO-UPHMS
               MOVE    PTBYOMEI-REC        TO  MCPDATA-REC
               MOVE    "tbl_ptbyomei"      TO  MCP-TABLE
           ELSE
               MOVE    BIR-MAEDATA         TO  USERBYOMEI-REC
               MOVE    USERBYOMEI-REC      TO  MCPDATA-REC
               MOVE    "tbl_userbyomei"    TO  MCP-TABLE
           END-IF
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    "更新エラー"        TO  WRK-NGRIYU
               GO  TO  3001-MODOSI-NG
           END-IF
      *
           MOVE    "1"                 TO  BIR-MODOSIFLG
           MOVE    SMCNDATE-YMD        TO  BIR-UPYMD
           MOVE    SMCNDATE-HMS        TO  BIR-UPHMS
           MOVE    BYOIKORRK-REC       TO  MCPDATA-REC
           MOVE    "tbl_byoiko_rrk"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           ADD     1                   TO  CNT-MODOSI
           GO  TO  3001-MODOSI-EXT
           .
       3001-MODOSI-NG.
           ADD     1                   TO  CNT-MODOSI-NG
           IF      BIR-KBN             =   "1"
               STRING  "【戻し不可】患者番号："
                                       DELIMITED   BY  SIZE
                       BIR-PTID            DELIMITED   BY  SIZE
                       "　理由："          DELIMITED   BY  SIZE
                       WRK-NGRIYU          DELIMITED   BY  "  "
                                       INTO    WRK-LINE
               END-STRING
           ELSE
               STRING  "【戻し不可】自院病名　理由："
                                       DELIMITED   BY  SIZE
                       WRK-NGRIYU          DELIMITED   BY  "  "
                                       INTO    WRK-LINE
               END-STRING
           END-IF
           PERFORM 900-IKOLST-WRITE-SEC
           .
       3001-MODOSI-EXT.
           EXIT.
      *
      *****************************************************************
      *    件数レポート出力処理
      *****************************************************************
       400-REPORT-SEC              SECTION.
      *
           PERFORM 900-IKOLST-WRITE-SEC
           MOVE    "【件数】"          TO  WRK-LINE
           PERFORM 900-IKOLST-WRITE-SEC
      *
           MOVE    CNT-PT-MAE          TO  WRK-ED-KENSU1
           MOVE    CNT-PT-IKO          TO  WRK-ED-KENSU2
           MOVE    CNT-PT-NG           TO  WRK-ED-KENSU3
           MOVE    CNT-PT-ATO          TO  WRK-ED-KENSU4
           PERFORM 410-REPORT-EDIT-SEC
           STRING  "患者病名　"        DELIMITED   BY  SIZE
                   WRK-LINE            DELIMITED   BY  SIZE
                                       INTO    IKOLST-REC
           END-STRING
           MOVE    IKOLST-REC          TO  WRK-LINE
           PERFORM 900-IKOLST-WRITE-SEC
      *
           MOVE    CNT-US-MAE          TO  WRK-ED-KENSU1
           MOVE    CNT-US-IKO          TO  WRK-ED-KENSU2
           MOVE    CNT-US-NG           TO  WRK-ED-KENSU3
           MOVE    CNT-US-ATO          TO  WRK-ED-KENSU4
           PERFORM 410-REPORT-EDIT-SEC
           STRING  "自院病名　"        DELIMITED   BY  SIZE
                   WRK-LINE            DELIMITED   BY  SIZE
                                       INTO    IKOLST-REC
           END-STRING
           MOVE    IKOLST-REC          TO  WRK-LINE
           PERFORM 900-IKOLST-WRITE-SEC
           .
       400-REPORT-EXT.
           EXIT.
      *
      *****************************************************************
      *    件数レポート行編集処理
      *    （実行前：旧病名コードを含む病名の件数
      *      実行後：移行実行後も旧病名コードが残る件数）
      *****************************************************************
       410-REPORT-EDIT-SEC         SECTION.
      *
           MOVE    SPACE               TO  WRK-LINE
                                           IKOLST-REC
           IF      WRK-PARA-MODE       =   "2"
               STRING  "実行前："          DELIMITED   BY  SIZE
                       WRK-ED-KENSU1       DELIMITED   BY  SIZE
                       "　移行："          DELIMITED   BY  SIZE
                       WRK-ED-KENSU2       DELIMITED   BY  SIZE
                       "　要手修正："      DELIMITED   BY  SIZE
                       WRK-ED-KENSU3       DELIMITED   BY  SIZE
                       "　実行後："        DELIMITED   BY  SIZE
                       WRK-ED-KENSU4       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
           ELSE
               STRING  "対象："            DELIMITED   BY  SIZE
                       WRK-ED-KENSU1       DELIMITED   BY  SIZE
                       "　移行可能："      DELIMITED   BY  SIZE
                       WRK-ED-KENSU2       DELIMITED   BY  SIZE
                       "　要手修正："      DELIMITED   BY  SIZE
                       WRK-ED-KENSU3       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
           END-IF
           .
       410-REPORT-EDIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了処理
      *****************************************************************
       500-TERM-SEC                SECTION.
      *
           CLOSE   IKOLST-FILE
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           COMPUTE JOB-UPDCNT      =   CNT-PT-IKO
                                   +   CNT-US-IKO
                                   +   CNT-MODOSI
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "TAIOU    CNT :" CNT-TAIOU
           DISPLAY "PTBYOMEI CNT :" CNT-PT-MAE " IKO:" CNT-PT-IKO
                   " NG:" CNT-PT-NG
           DISPLAY "USERBYO  CNT :" CNT-US-MAE " IKO:" CNT-US-IKO
                   " NG:" CNT-US-NG
           DISPLAY "MODOSI   CNT :" CNT-MODOSI " NG:" CNT-MODOSI-NG
           DISPLAY "*** ORCBBYOIKO END ***"
           .
       500-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    病名コード置換処理
      *    （ＷＲＫ−ＣＤ−Ｇの病名コードを移行対応表で置き換え、
      *      病名をＷＲＫ−ＢＹＯＭＥＩへ編集し直す。
      *      ＦＬＧ−ＨＩＴ　１：旧病名コードを含む
      *      ＦＬＧ−ＮＧ　　１：要手修正（理由はＷＲＫ−ＮＧＲＩＹＵ））
      *****************************************************************
       800-CD-CHIKAN-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-HIT
                                           FLG-NG
           MOVE    SPACE               TO  WRK-NGRIYU
                                           WRK-BYOMEI
      *
           PERFORM VARYING IDX-CD FROM 1 BY 1
                   UNTIL   IDX-CD          >   CONST-CD-MAX
                   OR      WRK-CD (IDX-CD) =   SPACE
               PERFORM VARYING IDX-TAI FROM 1 BY 1
                       UNTIL   IDX-TAI         >   CNT-TAIOU
                       OR      TAI-OLDCD (IDX-TAI) =   WRK-CD (IDX-CD)
                   CONTINUE
               END-PERFORM
               IF      IDX-TAI         NOT >   CNT-TAIOU
                   MOVE    1                   TO  FLG-HIT
                   IF      TAI-OKFLG (IDX-TAI) =   1
                       MOVE    TAI-NEWCD (IDX-TAI) TO  WRK-CD (IDX-CD)
                   ELSE
                       MOVE    1                   TO  FLG-NG
                       MOVE    "移行先病名コードなし"
                                       TO  WRK-NGRIYU
                   END-IF
               END-IF
           END-PERFORM
      *
           IF      FLG-HIT             =   ZERO
           OR      FLG-NG              =   1
           OR      FLG-SCAN            =   2
               GO  TO  800-CD-CHIKAN-EXT
           END-IF
      *
      *    病名の編集（構成する病名コードの名称をつなげる）
           MOVE    1                   TO  WRK-PTR
           PERFORM VARYING IDX-CD FROM 1 BY 1
                   UNTIL   IDX-CD          >   CONST-CD-MAX
                   OR      WRK-CD (IDX-CD) =   SPACE
                   OR      FLG-NG          =   1
               INITIALIZE                  BYOMEI-REC
               MOVE    WRK-CD (IDX-CD)     TO  BYO-BYOMEICD
               PERFORM 900-BYOMEI-READ-SEC
               IF      FLG-BYOMEI          =   ZERO
                   STRING  BYO-BYOMEI          DELIMITED   BY  "  "
                                       INTO    WRK-BYOMEI
                                       WITH    POINTER WRK-PTR
                   END-STRING
               ELSE
                   MOVE    1                   TO  FLG-NG
                   MOVE    "病名を編集できないコードあり"
                                       TO  WRK-NGRIYU
               END-IF
           END-PERFORM
           .
       800-CD-CHIKAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    病名移行履歴登録処理
      *****************************************************************
       810-RRK-INSERT-SEC          SECTION.
      *
           ADD     1                   TO  CNT-RRK
           MOVE    SPA-HOSPNUM         TO  BIR-HOSPNUM
           MOVE    WRK-PARA-IKONUM     TO  BIR-IKONUM
           MOVE    CNT-RRK             TO  BIR-RENNUM
           MOVE    SPACE               TO  BIR-MODOSIFLG
           MOVE    SMCNDATE-YMD        TO  BIR-UPYMD
           MOVE    SMCNDATE-HMS        TO  BIR-UPHMS
           MOVE    BYOIKORRK-REC       TO  MCPDATA-REC
           MOVE    "tbl_byoiko_rrk"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBINSERT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               STRING  "　　＊＊＊　履歴登録エラー"
                                       DELIMITED   BY  SIZE
                       "のため移行しません"
                                       DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               PERFORM 900-IKOLST-WRITE-SEC
           END-IF
           .
       810-RRK-INSERT-EXT.
           EXIT.
      *
      *****************************************************************
      *    現在の病名読込処理（戻し用）
      *    （ＭＣＰＤＡＴＡ−ＲＥＣに置換前の内容、ＭＣＰ−ＴＡＢＬＥ
      *      に対象テーブルを設定して呼ぶ）
      *****************************************************************
       820-GENZAI-READ-SEC         SECTION.
      *
           MOVE    1                   TO  FLG-BYOMEI
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    ZERO                TO  FLG-BYOMEI
               END-IF
           END-IF
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       820-GENZAI-READ-EXT.
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
      *    患者病名読込処理
      *****************************************************************
       900-PTBYOMEI-FETCH-SEC      SECTION.
      *
           MOVE    ZERO                TO  FLG-FETCH
           MOVE    "tbl_ptbyomei"      TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  PTBYOMEI-REC
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           .
       900-PTBYOMEI-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    自院病名読込処理
      *****************************************************************
       900-USERBYOMEI-FETCH-SEC    SECTION.
      *
           MOVE    ZERO                TO  FLG-FETCH
           MOVE    "tbl_userbyomei"    TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  USERBYOMEI-REC
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           .
       900-USERBYOMEI-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    病名移行履歴読込処理
      *****************************************************************
       900-RRK-FETCH-SEC           SECTION.
      *
           MOVE    ZERO                TO  FLG-FETCH
           MOVE    "tbl_byoiko_rrk"    TO  MCP-TABLE
           MOVE    "ikonum"            TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  BYOIKORRK-REC
           ELSE
               MOVE    1                   TO  FLG-FETCH
           END-IF
           .
       900-RRK-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    リスト行出力処理
      *****************************************************************
       900-IKOLST-WRITE-SEC        SECTION.
      *
           MOVE    WRK-LINE            TO  IKOLST-REC
           WRITE   IKOLST-REC
           MOVE    SPACE               TO  WRK-LINE
           .
       900-IKOLST-WRITE-EXT.
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
