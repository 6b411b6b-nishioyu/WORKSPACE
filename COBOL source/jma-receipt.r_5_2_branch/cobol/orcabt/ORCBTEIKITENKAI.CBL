      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.02    ORCAMO       26/10/15  点数マスタが対象日に有効で
      *                                     ない薬剤（経過措置期限
      *                                     切れ）をスキップする
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
           03  FLG-SET                         PIC 9(01).
           03  FLG-ZAIIN                       PIC 9(01).
           03  FLG-FETCH                       PIC 9(01).
           03  FLG-TENSU                       PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
      *      剤点数は単剤内服のため薬剤の点数マスタ点数と同一）
           MOVE    "1"                 TO  SPA-NYUGAIKBN
           PERFORM 820-ZAITEN-GET-SEC
      *    対象日に点数マスタが有効でない薬剤はスキップする
      *    （置換はＯＲＣＢＫＥＩＫＡＣＨＫで行う）
           IF      FLG-TENSU       NOT =   ZERO
               MOVE    "経過措置期限切れ"  TO  WRK-SKIPRIYU
               GO  TO  2001-TENKAI-SKIP
           END-IF
      *
           INITIALIZE                  ORCSCZAICHKAREA
           MOVE    "1"                 TO  ORCSCZAICHK-KBN
      *
      *****************************************************************
      *    剤点数取得処理（点数マスタ）
      *    （単剤内服の剤点数＝薬剤の点数マスタ点数。
      *      ＦＬＧ−ＴＥＮＳＵ　１：対象日に点数マスタなし）
      *****************************************************************
       820-ZAITEN-GET-SEC          SECTION.
      *
           MOVE    ZERO                TO  WRK-ZAITEN
           MOVE    1                   TO  FLG-TENSU
      *
           INITIALIZE                  TNS-TENSU-REC
           MOVE    SPA-HOSPNUM         TO  TNS-HOSPNUM
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  TNS-TENSU-REC
                   MOVE    TNS-TEN             TO  WRK-ZAITEN
                   MOVE    ZERO                TO  FLG-TENSU
               END-IF
               MOVE    "tbl_tensu"         TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
