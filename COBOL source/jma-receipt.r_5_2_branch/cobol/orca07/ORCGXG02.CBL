      * Maj/Min/Rev  修正者       日付      内容
      *  04.08.03    NACL-藤原    14/08/28  ４．８ミドル対応
      *  05.02.01    ORCAMO       26/08/22  印刷時刻予約対応
      *  05.02.02    ORCAMO       26/10/15  疾病分類別患者数統計の
      *                                     期間・分類レベル指定追加
      *****************************************************************
      *
       ENVIRONMENT                 DIVISION.
      *
           03  WRK-COL             PIC 9(03).
           03  WRK-XGIDMSG         PIC X(70).
      *
      *    疾病分類別患者数統計の期間チェック用
           03  WRK-ICD-YM.
               05  WRK-ICD-YY      PIC 9(04).
               05  WRK-ICD-MM      PIC 9(02).
      *
       01  WRKPARA                 PIC X(100).
      *
           03  WRK-CONS-JOB-SHELLID
                                   PIC X(08)   VALUE   "PUTCSV".
           03  WRK-CONS-JOB-JOBID  PIC 9(07)   VALUE   1.
      *    疾病分類別患者数統計のキー値
           03  WRK-CONS-ICDTOKEI   PIC X(08)   VALUE   "ICDTOKEI".
      *
      *****************************************************************
      *    ファイルレイアウト
           END-IF
           MOVE    SPA-GMN-XG02-CDKBNLST (1)
                                   TO  SPA-GMN-XG02-CDKBN-G
      *
      *    疾病分類別患者数統計は期間（初期値は前月）と分類レベル
           IF      SPA-NAI-XG04-TBL-KEY
                                       =   WRK-CONS-ICDTOKEI
               MOVE    SPA-SYSYMD (1:6)    TO  WRK-ICD-YM
               IF      WRK-ICD-MM          =   1
                   SUBTRACT    1               FROM    WRK-ICD-YY
                   MOVE        12              TO      WRK-ICD-MM
               ELSE
                   SUBTRACT    1               FROM    WRK-ICD-MM
               END-IF
               MOVE    WRK-ICD-YM          TO  SPA-GMN-XG02-STYM
                                               SPA-GMN-XG02-EDYM
               MOVE    "1"             TO  SPA-GMN-XG02-BUNRUIL   (1)
               MOVE    "大分類"        TO  SPA-GMN-XG02-BUNRUIMEIL(1)
               MOVE    "2"             TO  SPA-GMN-XG02-BUNRUIL   (2)
               MOVE    "中分類"        TO  SPA-GMN-XG02-BUNRUIMEIL(2)
               MOVE    2               TO  SPA-GMN-XG02-BUNRUI-MAX
               MOVE    SPA-GMN-XG02-BUNRUILST (1)
                                       TO  SPA-GMN-XG02-BUNRUI-G
           END-IF
      *
           INITIALIZE              WRK-TO-FILENAME
           IF      SPA-NAI-TTO-FOLDER (SPA-NAI-SELNUM)
           MOVE    XG02-FILENAME   TO  SPA-GMN-XG02-FILENAME
           MOVE    XG02-FILE       TO  SPA-GMN-XG02-FILE-G
           MOVE    XG02-CDKBN      TO  SPA-GMN-XG02-CDKBN-G
           IF      SPA-NAI-XG04-TBL-KEY
                                   =   WRK-CONS-ICDTOKEI
               MOVE    XG02-STYM       TO  SPA-GMN-XG02-STYM
               MOVE    XG02-EDYM       TO  SPA-GMN-XG02-EDYM
               MOVE    XG02-BUNRUI     TO  SPA-GMN-XG02-BUNRUI-G
           END-IF
      *
           .
       4101-GMN-SPA-SET-EXT.
           IF    ( SPA-ERRCD   NOT =   SPACE )
               GO  TO  4102-KIHON-CHK-EXT
           END-IF
      *
      *    期間・分類レベルチェック（疾病分類別患者数統計）
           IF      SPA-NAI-XG04-TBL-KEY
                                   =   WRK-CONS-ICDTOKEI
               PERFORM 41024-ICDTOKEI-CHK-SEC
           END-IF
           .
       4102-KIHON-CHK-EXT.
           EXIT.
           EXIT.
      *
      *****************************************************************
      *    期間・分類レベルチェック処理
      *****************************************************************
       41024-ICDTOKEI-CHK-SEC      SECTION.
      *
      *    開始年月
           MOVE    SPA-GMN-XG02-STYM   TO  WRK-ICD-YM
           IF    ( WRK-ICD-YM      IS  NOT NUMERIC )
           OR    ( WRK-ICD-MM      <   1 )
           OR    ( WRK-ICD-MM      >   12 )
               MOVE    "1007"          TO  SPA-ERRCD
               MOVE    4               TO  SPA-GMN-XG02-CUR
               GO  TO  41024-ICDTOKEI-CHK-EXT
           END-IF
      *
      *    終了年月（未入力は開始年月）
           IF      SPA-GMN-XG02-EDYM   =   SPACE
               MOVE    SPA-GMN-XG02-STYM   TO  SPA-GMN-XG02-EDYM
           END-IF
           MOVE    SPA-GMN-XG02-EDYM   TO  WRK-ICD-YM
           IF    ( WRK-ICD-YM      IS  NOT NUMERIC )
           OR    ( WRK-ICD-MM      <   1 )
           OR    ( WRK-ICD-MM      >   12 )
               MOVE    "1008"          TO  SPA-ERRCD
               MOVE    5               TO  SPA-GMN-XG02-CUR
               GO  TO  41024-ICDTOKEI-CHK-EXT
           END-IF
           IF      SPA-GMN-XG02-STYM   >   SPA-GMN-XG02-EDYM
               MOVE    "1009"          TO  SPA-ERRCD
               MOVE    5               TO  SPA-GMN-XG02-CUR
               GO  TO  41024-ICDTOKEI-CHK-EXT
           END-IF
      *
      *    分類レベル
           PERFORM VARYING IDX2    FROM   1   BY  1
                   UNTIL   IDX2    >      SPA-GMN-XG02-BUNRUI-MAX
               IF      SPA-GMN-XG02-BUNRUI
                                       =   SPA-GMN-XG02-BUNRUIL (IDX2)
                   MOVE    SPA-GMN-XG02-BUNRUILST (IDX2)
                                           TO  SPA-GMN-XG02-BUNRUI-G
                   MOVE    SPA-GMN-XG02-BUNRUI-MAX
                                           TO  IDX2
               END-IF
           END-PERFORM
           IF      SPA-GMN-XG02-BUNRUIMEI
                                   =   SPACE
               MOVE    "1010"          TO  SPA-ERRCD
               MOVE    6               TO  SPA-GMN-XG02-CUR
           END-IF
           .
       41024-ICDTOKEI-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    確定ボタン押下時チェック処理
      *****************************************************************
       4103-KAKUTEI-CHK-SEC        SECTION.
               MOVE    SPA-XG02-YOYAKUHMS
                                       TO  SPA-PRTYOYAKU-HMS
           END-IF
      *
      *    疾病分類別患者数統計の期間・分類レベルの引き継ぎ
           IF      SPA-NAI-XG04-TBL-KEY
                                   =   WRK-CONS-ICDTOKEI
               MOVE    SPA-GMN-XG02-STYM   TO  SPA-NAI-XG02-STYM
               MOVE    SPA-GMN-XG02-EDYM   TO  SPA-NAI-XG02-EDYM
               MOVE    SPA-GMN-XG02-BUNRUI TO  SPA-NAI-XG02-BUNRUI
           END-IF
      *
           ADD     1               TO  SPA-NAI-FILENO
           MOVE    "OK"            TO  SPA-XGID1-FLG
           END-PERFORM
           MOVE    SPA-GMN-XG02-CDKBN-MAX  TO  XG02-CDKBN-COUNT
           MOVE    SPA-GMN-XG02-CDKBN-G    TO  XG02-CDKBN
           IF      SPA-NAI-XG04-TBL-KEY
                                   =   WRK-CONS-ICDTOKEI
               MOVE    SPA-GMN-XG02-STYM       TO  XG02-STYM
               MOVE    SPA-GMN-XG02-EDYM       TO  XG02-EDYM
               PERFORM VARYING IDX2    FROM    1   BY  1
                       UNTIL   IDX2    >       SPA-GMN-XG02-BUNRUI-MAX
                   MOVE    SPA-GMN-XG02-BUNRUILST (IDX2)
                                           TO  XG02-BUNRUI-ITEM (IDX2)
               END-PERFORM
               MOVE    SPA-GMN-XG02-BUNRUI-MAX TO  XG02-BUNRUI-COUNT
               MOVE    SPA-GMN-XG02-BUNRUI-G   TO  XG02-BUNRUI
           END-IF
      *
           PERFORM 5001-MAPCUR-SEC
      *
                   MOVE    "FILE"        TO  MCP-WIDGET
               WHEN    3
                   MOVE    "CDKBN"       TO  MCP-WIDGET
               WHEN    4
                   MOVE    "STYM"        TO  MCP-WIDGET
               WHEN    5
                   MOVE    "EDYM"        TO  MCP-WIDGET
               WHEN    6
                   MOVE    "BUNRUI"      TO  MCP-WIDGET
               WHEN    99
                   MOVE    "B12"         TO  MCP-WIDGET
           END-EVALUATE
               WHEN   "FILE"
                   MOVE    3           TO  SPA-GMN-XG02-CUR
               WHEN   "CDKBN"
                   IF      SPA-NAI-XG04-TBL-KEY
                                           =   WRK-CONS-ICDTOKEI
                       MOVE    4           TO  SPA-GMN-XG02-CUR
                   ELSE
                       MOVE    99          TO  SPA-GMN-XG02-CUR
                   END-IF
               WHEN   "STYM"
                   MOVE    5           TO  SPA-GMN-XG02-CUR
               WHEN   "EDYM"
                   MOVE    6           TO  SPA-GMN-XG02-CUR
               WHEN   "BUNRUI"
                   MOVE    99          TO  SPA-GMN-XG02-CUR
           END-EVALUATE
           .
                                                     DELIMITED  BY  SIZE
                                                     INTO  SPA-ERRMSG
                   END-STRING
               WHEN    "1007"
                   MOVE    "開始年月に誤りがあります"
                                                   TO  SPA-ERRMSG
               WHEN    "1008"
                   MOVE    "終了年月に誤りがあります"
                                                   TO  SPA-ERRMSG
               WHEN    "1009"
                   MOVE    "終了年月が開始年月より前です"
                                                   TO  SPA-ERRMSG
               WHEN    "1010"
                   MOVE    "分類レベルに誤りがあります"
                                                   TO  SPA-ERRMSG
           END-EVALUATE
      *
           MOVE    SPACE           TO  XGERR
