      * 05.02.01     ORCAMO       26/08/22  持参薬登録画面への遷移追加
      * 05.02.02     ORCAMO       26/09/02  電子処方箋調剤結果の表示対応
      * 05.02.03     ORCAMO       26/09/02  外注検査結果の表示対応
      * 05.02.04     ORCAMO       26/10/15  Ｗｅｂ問診の表示対応
      *
      *
       ENVIRONMENT             DIVISION.
           03  FLG-JYURRK          PIC 9(01).
           03  FLG-CHOZAI          PIC 9(01).
           03  FLG-KENSA           PIC 9(01).
           03  FLG-MONSHIN         PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  LAB-UPYMD           PIC X(08).
           03  LAB-UPHMS           PIC X(06).
      *
      *    Ｗｅｂ問診結果テーブル
      *    （ＯＲＣＢＷＥＢＭＯＮと同一レイアウト）
       01  WEBMONSHIN-REC.
           03  WMS-HOSPNUM         PIC 9(02).
           03  WMS-MONNUM          PIC X(20).
           03  WMS-PTID            PIC 9(10).
           03  WMS-KARIKEY         PIC X(20).
           03  WMS-KANANAME        PIC X(50).
           03  WMS-NAME            PIC X(50).
           03  WMS-BIRTHDAY        PIC X(08).
           03  WMS-SEX             PIC X(01).
           03  WMS-RAIINYMD        PIC X(08).
           03  WMS-KAITOYMD        PIC X(08).
           03  WMS-KAITOHMS        PIC X(06).
           03  WMS-SHUSO           PIC X(200).
           03  WMS-KIOUREKI        PIC X(200).
           03  WMS-FUKUYAKU        PIC X(200).
           03  WMS-ALLERGY         PIC X(200).
           03  WMS-UKEFLG          PIC X(01).
           03  WMS-UKEYMD          PIC X(08).
           03  WMS-UKEID           PIC 9(05).
           03  WMS-KAKUNINFLG      PIC X(01).
           03  WMS-CREYMD          PIC X(08).
           03  WMS-UPYMD           PIC X(08).
           03  WMS-UPHMS           PIC X(06).
      *
      *****************************************************************
      *    サブプロ　領域
      *****************************************************************
      *      基準値範囲外の結果があるときは「検＊」とする）
           PERFORM 3103-KENSA-HEN-SEC
      *
      *    Ｗｅｂ問診（受診日の受付と連動した問診があれば表示する）
           PERFORM 3104-MONSHIN-HEN-SEC
      *
      *    今回分を前回受診分として退避する
      *    （次行との差分比較に用いる）
           MOVE    JYURRK-SRYKBN1      TO  WRK-ZENKAI-KBN1
       3103-KENSA-HEN-EXT.
           EXIT.
      *****************************************************************
      *    Ｗｅｂ問診編集処理
      *    （問：受診日に問診あり）
      *****************************************************************
       3104-MONSHIN-HEN-SEC            SECTION.
      *
           MOVE    1                   TO  FLG-MONSHIN
      *
           INITIALIZE                  WEBMONSHIN-REC
           MOVE    JYURRK-HOSPNUM      TO  WMS-HOSPNUM
           MOVE    JYURRK-PTID         TO  WMS-PTID
           MOVE    JYURRK-SRYYMD       TO  WMS-UKEYMD
           MOVE    WEBMONSHIN-REC      TO  MCPDATA-REC
           MOVE    "tbl_webmonshin"    TO  MCP-TABLE
           MOVE    "ptukeymd"          TO  MCP-PATHNAME
           PERFORM 910-DBSELECT-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_webmonshin"    TO  MCP-TABLE
               MOVE    "ptukeymd"          TO  MCP-PATHNAME
               PERFORM 920-DBFETCH-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    ZERO                TO  FLG-MONSHIN
               END-IF
               MOVE    "tbl_webmonshin"    TO  MCP-TABLE
               MOVE    "ptukeymd"          TO  MCP-PATHNAME
               PERFORM 990-DBCLOSE-SEC
           END-IF
      *
           IF      FLG-MONSHIN         =   ZERO
               MOVE    "問"        TO  SPA-GMN-KT013-MONSHIN (IDX)
           END-IF
           .
       3104-MONSHIN-HEN-EXT.
           EXIT.
      *****************************************************************
      *    画面遷移処理
      *****************************************************************
       200-GMNSENI                   SECTION.
      *        持参薬登録（他院処方・市販薬）
               WHEN    "CLICKED"       ALSO    "B05"
                   PERFORM 250-JISANYAKU-SEC
      *        Ｗｅｂ問診確認
               WHEN    "CLICKED"       ALSO    "B06"
                   PERFORM 260-WEBMON-SEC
      *    確定
      *        WHEN    "CLICKED"       ALSO    "B12"
      *            PERFORM 490-KAKUTEI-SEC
           EXIT.
      *
      *****************************************************************
      *    Ｗｅｂ問診確認画面遷移処理
      *****************************************************************
       260-WEBMON-SEC              SECTION.
      *
           MOVE    SPA-K01KYOUTU       TO  SPA-WORK
      *
           MOVE    "MWEBMON"           TO  SPA-SAKIPG
           MOVE    "KT013"             TO  SPA-MOTOPG
      *
           MOVE    "JOIN"              TO  MCP-PUTTYPE
           MOVE    "MWEBMON"           TO  MCP-WINDOW
           PERFORM 900-PUT-WINDOW
      *
           MOVE    1                   TO  FLG-END
      *
           .
       260-WEBMON-EXT.
           EXIT.
      *
      *****************************************************************
      *    西暦→和暦日付編集
      *****************************************************************
       410114-SE-WA-YMDEDIT-SEC        SECTION.
                                              TO  KT013-CHOZAI (IDX)
               MOVE    SPA-GMN-KT013-KENSA   (IDX)
                                              TO  KT013-KENSA  (IDX)
               MOVE    SPA-GMN-KT013-MONSHIN (IDX)
                                              TO  KT013-MONSHIN(IDX)
           END-PERFORM
      *
           MOVE    SPA-KT012GMN-MAX1     TO  KT013-COUNT
