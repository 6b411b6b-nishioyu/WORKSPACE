      *  05.02.06    ORCAMO       26/09/02  症状詳記レコード自動編集
      *                                     ・高点数レセプトの詳記
      *                                     未登録警告対応
      *  05.02.07    ORCAMO       26/10/15  一部負担金減免レコード
      *                                     出力対応（減免区分・
      *                                     減額割合・減免額）
      *  05.02.08    ORCAMO       26/10/15  症状詳記・付箋コメントの
      *                                     外字を外字マップの代替
      *                                     文字へ変換
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-SYOKI.
      *    一部負担金減免レコードファイル
           SELECT  GENMEN-FILE     ASSIGN  GENMENPARA
                                   ORGANIZATION    IS  LINE
                                                       SEQUENTIAL
                                   FILE    STATUS  IS  STS-GENMEN.
      *
       DATA                    DIVISION.
       FILE                    SECTION.
      *      高点数レセプトの詳記未登録警告もあわせて出力する）
       FD  SYOKI-FILE.
       01  SYOKI-R                 PIC X(700).
      *
      *    一部負担金減免レコードファイル
      *    （レセ電ファイル作成工程が保険者レコードの減免区分・
      *      減額割合・減額金額とレセプト特記事項へ取り込む）
       FD  GENMEN-FILE.
       01  GENMEN-R                PIC X(200).
      *
       WORKING-STORAGE             SECTION.
grpsys*
            COPY    "CPTEMPFL.INC"  REPLACING  //TEMPFLPARA//
                                   BY         //SYOKIPARA//.
      *
      *    一部負担金減免レコードファイル 名称領域
            COPY    "CPTEMPFL.INC"  REPLACING  //TEMPFLPARA//
                                   BY         //GENMENPARA//.
      *
      *    ファイル名取得
           COPY    "CPRECEDAT1.INC".
           COPY    "CPTEMPFL.INC".
           03  SYOKIPARA-JOBID         PIC 9(07).
           03  FILLER                  PIC X(04)   VALUE   ".txt".
      *
      *    一部負担金減免レコードファイル名称領域
       01  GENMENPARA-BASENAME.
           03  GENMENPARA-HOSPNUM      PIC 9(02).
           03  FILLER                  PIC X(08)   VALUE   "GENMEN04".
           03  GENMENPARA-JOBID        PIC 9(07).
           03  FILLER                  PIC X(04)   VALUE   ".txt".
      *
      *    フラグ領域
       01  STS-AREA.
           03  STS-RECE041                             PIC X(02).
           03  STS-CKPT                                PIC X(02).
           03  STS-FUSEN                               PIC X(02).
           03  STS-SYOKI                               PIC X(02).
           03  STS-GENMEN                              PIC X(02).
      *
       01  FLG-AREA.
           03  FLG-END                                 PIC 9(01).
           03  FLG-READ                                PIC 9(01).
      *
           03  FLG-SYSKANRI            PIC 9(01).
           03  FLG-GENMEN              PIC 9(01).
      *
      *    チェックポイント再開用スイッチ
       01  WK-SW-AREA.
           03  CNT-IN                                  PIC 9(06).
           03  CNT-HOLD                                PIC 9(06).
           03  CNT-SAISEI                              PIC 9(06).
           03  CNT-GENMEN                              PIC 9(06).
           03  CNT-OUT                                 PIC 9(06).
      *
      *    チェックポイント書き込み間隔カウンタ
               05  WRK-SYOKI-GENDO     PIC 9(08).
               05  WRK-SYOKI-CNT       PIC 9(03).
      *
      *    一部負担金減免連動用領域
      *    （レセプト（診療年月・患者・保険者番号）単位に減免実績を
      *      合算する。減免区分・割合は最終診療日のものを採用する）
           03  WRK-GENMEN-AREA.
               05  WRK-GENMEN-CNT      PIC 9(03).
               05  WRK-GENMEN-SRYYMD   PIC X(08).
               05  WRK-GENMEN-KBN      PIC X(01).
               05  WRK-GENMEN-RIYUKBN  PIC X(01).
               05  WRK-GENMEN-WARIAI   PIC 9(03).
               05  WRK-GENMEN-SYOMEINUM
                                       PIC X(20).
               05  WRK-GENMEN-GAKU     PIC 9(08).
               05  WRK-GENMEN-FTNGAKU  PIC 9(08).
      *        減免レコード出力済みキー（レセプト単位に１件だけ出力）
               05  WRK-GENMEN-OUTKEY.
                   07  WRK-GENMEN-OUTYM
                                       PIC X(06).
                   07  WRK-GENMEN-OUTPTID
                                       PIC 9(10).
                   07  WRK-GENMEN-OUTHKNJANUM
                                       PIC X(08).
      *
      *    返戻再請求連動用領域
      *    （読込時の照会結果を書き込み時の付箋出力・消込まで保持）
           03  WRK-SAISEI-AREA.
           03  SJK-UPYMD               PIC X(08).
           03  SJK-UPHMS               PIC X(06).
      *
      *    一部負担金減免実績テーブル
      *    （ＯＲＣＳＧＥＮＭＥＮと同一レイアウト）
       01  GENMENRRK-REC.
           03  GNR-HOSPNUM             PIC 9(02).
           03  GNR-PTID                PIC 9(10).
           03  GNR-SRYYMD              PIC X(08).
           03  GNR-HKNID               PIC 9(10).
           03  GNR-HKNJANUM            PIC X(08).
           03  GNR-GENMENKBN           PIC X(01).
           03  GNR-RIYUKBN             PIC X(01).
           03  GNR-WARIAI              PIC 9(03).
           03  GNR-SYOMEINUM           PIC X(20).
           03  GNR-FTNMAE              PIC 9(07).
           03  GNR-GENMENGAKU          PIC 9(07).
           03  GNR-FTNGAKU             PIC 9(07).
           03  GNR-UPYMD               PIC X(08).
           03  GNR-UPHMS               PIC X(06).
      *
      *    ジョブ管理マスタ
       01  JOBKANRI-REC.
           COPY    "CPJOBKANRI.INC".
      *
      *    返戻再請求連動サブ
           COPY    "CPORCSHENSAISEI.INC".
      *
      *    外字代替文字変換サブ
           COPY    "CPORCSGAIJI.INC".
      *
           COPY    "CPORCSGETTEMP.INC".
      *
      *
           MOVE   SGETTEMP-ST          TO  WRK-SGETTEMP-ST
      *
      *    一部負担金減免レコードファイル名取得
           INITIALIZE                      SGETTEMP-AREA
           MOVE    WRK-PARA-HOSPNUM    TO  GENMENPARA-HOSPNUM
           MOVE    WRK-PARA-JOBID      TO  GENMENPARA-JOBID
           MOVE    GENMENPARA-BASENAME TO  SGETTEMP-BASENAMES  (1)
           CALL    "ORCSGETTEMP"       USING   SGETTEMP-AREA
           MOVE    SGETTEMP-FULLNAMES (1)
                                       TO  GENMENPARA
      *
      *    チェックポイント再開処理
      *    （前回異常終了時の最終処理済みキーが記録されていれば
      *      そこまでを読み飛ばして続きから出力を再開する）
           IF      RESUME-NO
               OPEN    OUTPUT              FUSEN-FILE
               OPEN    OUTPUT              SYOKI-FILE
               OPEN    OUTPUT              GENMEN-FILE
           ELSE
               OPEN    EXTEND              FUSEN-FILE
               OPEN    EXTEND              SYOKI-FILE
               OPEN    EXTEND              GENMEN-FILE
           END-IF
      *
           IF      FLG-END             =   ZERO
      *         前レセプトの症状詳記出力・高点数警告
                IF   CNT-OUT           >   ZERO
                    PERFORM 2002-SYOKI-BREAK-SEC
                    PERFORM 2003-GENMEN-BREAK-SEC
                END-IF
                MOVE  9                TO  WRK-KOHBUNRI
                MOVE  ZERO             TO  WRK-HKNCOMBI
               PERFORM 20021-SYOKI-FETCH-SEC
               PERFORM UNTIL   MCP-RC      NOT =   ZERO
                   ADD     1                   TO  WRK-SYOKI-CNT
                   MOVE    SJK-NAIYO           TO  SGAIJI-INDATA
                   PERFORM 810-GAIJI-HENKAN-SEC
                   MOVE    SGAIJI-OUTDATA      TO  SJK-NAIYO
                   MOVE    SPACE               TO  SYOKI-R
                   STRING  "SJ,"               DELIMITED   BY  SIZE
                           SJK-PTID            DELIMITED   BY  SIZE
           EXIT.
      *
      *****************************************************************
      *    一部負担金減免レコード出力処理（レセプト単位）
      *    （一部負担金減免実績のうち、レセプトの保険者番号と一致
      *      する当月分を合算し、減免区分・減額割合・減免額・減免
      *      後一部負担金を出力する。公費単独レセプトは対象外）
      *****************************************************************
       2003-GENMEN-BREAK-SEC           SECTION.
      *
           IF      OLD-RECE041-HKNJANUM    =   SPACE
               GO  TO  2003-GENMEN-BREAK-EXT
           END-IF
           IF    ( OLD-RECE041-SRYYM   =   WRK-GENMEN-OUTYM )
           AND   ( OLD-RECE041-PTID    =   WRK-GENMEN-OUTPTID )
           AND   ( OLD-RECE041-HKNJANUM
                                       =   WRK-GENMEN-OUTHKNJANUM )
               GO  TO  2003-GENMEN-BREAK-EXT
           END-IF
      *
           MOVE    ZERO                TO  WRK-GENMEN-CNT
                                           WRK-GENMEN-WARIAI
                                           WRK-GENMEN-GAKU
                                           WRK-GENMEN-FTNGAKU
           MOVE    SPACE               TO  WRK-GENMEN-SRYYMD
                                           WRK-GENMEN-KBN
                                           WRK-GENMEN-RIYUKBN
                                           WRK-GENMEN-SYOMEINUM
      *
           INITIALIZE                  GENMENRRK-REC
           MOVE    OLD-RECE041-HOSPNUM TO  GNR-HOSPNUM
           MOVE    OLD-RECE041-PTID    TO  GNR-PTID
           MOVE    OLD-RECE041-SRYYM   TO  GNR-SRYYMD (1:6)
           MOVE    "%"                 TO  GNR-SRYYMD (7:1)
           MOVE    GENMENRRK-REC       TO  MCPDATA-REC
           MOVE    "tbl_genmen_rrk"    TO  MCP-TABLE
           MOVE    "ptym"              TO  MCP-PATHNAME
grpsys     PERFORM 900-DBSELECT-SEC
           IF      MCP-RC              =   ZERO
               PERFORM 20031-GENMEN-FETCH-SEC
               PERFORM UNTIL   FLG-GENMEN  =   1
                   IF      GNR-HKNJANUM    =   OLD-RECE041-HKNJANUM
                       ADD     1                   TO  WRK-GENMEN-CNT
                       ADD     GNR-GENMENGAKU      TO  WRK-GENMEN-GAKU
                       ADD     GNR-FTNGAKU         TO
                                                   WRK-GENMEN-FTNGAKU
                       IF      GNR-SRYYMD      >   WRK-GENMEN-SRYYMD
                           MOVE    GNR-SRYYMD      TO
                                                   WRK-GENMEN-SRYYMD
                           MOVE    GNR-GENMENKBN   TO  WRK-GENMEN-KBN
                           MOVE    GNR-RIYUKBN     TO
                                                   WRK-GENMEN-RIYUKBN
                           MOVE    GNR-WARIAI      TO
                                                   WRK-GENMEN-WARIAI
                           MOVE    GNR-SYOMEINUM   TO
                                                   WRK-GENMEN-SYOMEINUM
                       END-IF
                   END-IF
                   PERFORM 20031-GENMEN-FETCH-SEC
               END-PERFORM
               MOVE    "tbl_genmen_rrk"    TO  MCP-TABLE
               MOVE    "ptym"              TO  MCP-PATHNAME
grpsys         PERFORM 900-CLOSE-SEC
           END-IF
      *
           IF      WRK-GENMEN-CNT      =   ZERO
               GO  TO  2003-GENMEN-BREAK-EXT
           END-IF
      *
      *    減額以外（免除・徴収猶予）は減額割合を出力しない
           IF      WRK-GENMEN-KBN  NOT =   "1"
               MOVE    ZERO                TO  WRK-GENMEN-WARIAI
           END-IF
           MOVE    SPACE               TO  GENMEN-R
           STRING  "GM,"               DELIMITED   BY  SIZE
                   OLD-RECE041-PTID    DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   OLD-RECE041-SRYYM   DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   OLD-RECE041-HKNJANUM
                                       DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-GENMEN-KBN      DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-GENMEN-RIYUKBN  DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-GENMEN-WARIAI   DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-GENMEN-GAKU     DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-GENMEN-FTNGAKU  DELIMITED   BY  SIZE
                   ","                 DELIMITED   BY  SIZE
                   WRK-GENMEN-SYOMEINUM
                                       DELIMITED   BY  SPACE
                                       INTO    GENMEN-R
           END-STRING
           WRITE   GENMEN-R
           IF      STS-GENMEN          =   "00"
               CONTINUE
           ELSE
               MOVE    SPACE               TO  WRK-ERR-AREA
               INITIALIZE                      WRK-ERR-AREA
               MOVE    3                   TO  WRK-ERR-FLG
               MOVE    GENMENPARA          TO  WRK-ERR-FILE-NM
               MOVE    STS-GENMEN          TO  WRK-ERR-FILE-STS
               PERFORM 500-FILE-ERR-ABORT-SEC
           END-IF
      *
           MOVE    OLD-RECE041-SRYYM   TO  WRK-GENMEN-OUTYM
           MOVE    OLD-RECE041-PTID    TO  WRK-GENMEN-OUTPTID
           MOVE    OLD-RECE041-HKNJANUM
                                       TO  WRK-GENMEN-OUTHKNJANUM
           ADD     1                   TO  CNT-GENMEN
           .
       2003-GENMEN-BREAK-EXT.
           EXIT.
      *
      *****************************************************************
      *    一部負担金減免実績読込処理
      *****************************************************************
       20031-GENMEN-FETCH-SEC          SECTION.
      *
           MOVE    ZERO                TO  FLG-GENMEN
           MOVE    "tbl_genmen_rrk"    TO  MCP-TABLE
           MOVE    "ptym"              TO  MCP-PATHNAME
grpsys     PERFORM 900-DBFETCH-SEC
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  GENMENRRK-REC
           ELSE
               MOVE    1                   TO  FLG-GENMEN
           END-IF
           .
       20031-GENMEN-FETCH-EXT.
           EXIT.
      *
      *****************************************************************
      *    症状詳記読込処理
      *****************************************************************
       20021-SYOKI-FETCH-SEC           SECTION.
      *****************************************************************
       2001-SAISEI-FUSEN-SEC           SECTION.
      *
           MOVE    WRK-SAISEI-FUSEN    TO  SGAIJI-INDATA
           PERFORM 810-GAIJI-HENKAN-SEC
           MOVE    SGAIJI-OUTDATA      TO  WRK-SAISEI-FUSEN
           MOVE    SPACE               TO  FUSEN-R
           STRING  RECE04-PTNUM        DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
           EXIT.
      *
      *****************************************************************
      *    外字代替文字変換処理
      *    （ＳＧＡＩＪＩ−ＩＮＤＡＴＡの外字を外字マップの代替文字
      *      （レセ電・外部連携用）へ変換してＳＧＡＩＪＩ−ＯＵＴＤＡＴＡ
      *      へ返す。桁あふれ時は変換しない）
      *****************************************************************
       810-GAIJI-HENKAN-SEC            SECTION.
      *
           MOVE    "1"                 TO  SGAIJI-MODE
           MOVE    "3"                 TO  SGAIJI-KBN
           MOVE    SPA-HOSPNUM         TO  SGAIJI-HOSPNUM
           CALL    "ORCSGAIJI"         USING
                                       ORCSGAIJIAREA
           IF      SGAIJI-RC           =   2
               MOVE    SGAIJI-INDATA       TO  SGAIJI-OUTDATA
           END-IF
           .
       810-GAIJI-HENKAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    エラー出力処理
      *****************************************************************
       500-ERR-HENSYU-SEC                SECTION.
      *    最終レセプトの症状詳記出力・高点数警告
           IF      CNT-OUT             >   ZERO
               PERFORM 2002-SYOKI-BREAK-SEC
               PERFORM 2003-GENMEN-BREAK-SEC
           END-IF
      *
           PERFORM 900-DBDISCONNECT-SEC
           CLOSE   RECE041-FILE
           CLOSE   FUSEN-FILE
           CLOSE   SYOKI-FILE
           CLOSE   GENMEN-FILE
      *
      *    正常終了のためチェックポイントは不要（クリアする）
           OPEN    OUTPUT              CKPT-FILE
           DISPLAY "RECE04   IN  " CNT-IN
           DISPLAY "HOLD    CNT     :" CNT-HOLD
           DISPLAY "SAISEI  CNT     :" CNT-SAISEI
           DISPLAY "GENMEN  CNT     :" CNT-GENMEN
           DISPLAY "RECE041  CNT " CNT-OUT
           DISPLAY "*** ORCR0200 END ***"
           .
