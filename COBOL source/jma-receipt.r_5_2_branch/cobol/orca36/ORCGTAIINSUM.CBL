      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.01    ORCAMO       26/10/15  入退院支援記録の引用追加
      *****************************************************************
      *
       ENVIRONMENT                 DIVISION.
           03  FLG-END             PIC 9(01).
           03  FLG-FETCH           PIC 9(01).
           03  FLG-SUM             PIC 9(01).
           03  FLG-NTS             PIC 9(01).
      *
      *    添字領域
       01  IDX-AREA.
           03  TSM-UPYMD           PIC X(08).
           03  TSM-UPHMS           PIC X(06).
      *
      *    入退院支援記録テーブル
      *    （ＯＲＣＧＮＹＵＴＡＩＳＩＥＮと同一レイアウト）
       01  NYUTAISIEN-REC.
           03  NTS-HOSPNUM         PIC 9(02).
           03  NTS-PTID            PIC 9(10).
           03  NTS-NYUINYMD        PIC X(08).
           03  NTS-SCRYMD          PIC X(08).
           03  NTS-KONNANKBN       PIC X(01).
           03  NTS-KONNAN          PIC X(60).
           03  NTS-SANTEIKBN       PIC X(01).
           03  NTS-MENDANYMD       PIC X(08).
           03  NTS-CONFYMD         PIC X(08).
           03  NTS-PLANYMD         PIC X(08).
           03  NTS-TAIINSAKI       PIC X(40).
           03  NTS-SIENNAIYO       PIC X(100).
           03  NTS-OPID            PIC X(16).
           03  NTS-UPYMD           PIC X(08).
           03  NTS-UPHMS           PIC X(06).
      *
      *    入院歴テーブル
       01  PTNYUINRRK-REC.
           COPY    "CPPTNYUINRRK.INC".
      *    退院日の手術・投薬を転記する
           PERFORM 830-SRYACT-SEC
      *
      *    入退院支援記録を引用する
           PERFORM 840-NYUTAISIEN-SEC
      *
           IF      FLG-NTS             =   ZERO
               MOVE    "支援記録も転記しました"
                                       TO  MTAIINSUM-MSG
           ELSE
               MOVE    "診療内容を転記しました"
                                       TO  MTAIINSUM-MSG
           END-IF
           .
       220-TENKI-EXT.
           EXIT.
       830-SRYACT-EXT.
           EXIT.
      *****************************************************************
      *    入退院支援記録引用処理
      *    （計画書作成日と退院先を所見欄の２・３行目へ転記する）
      *****************************************************************
       840-NYUTAISIEN-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-NTS
           IF      MTAIINSUM-NYUINYMD  =   SPACE
               GO  TO  840-NYUTAISIEN-EXT
           END-IF
      *
           INITIALIZE                  NYUTAISIEN-REC
           MOVE    SPA-HOSPNUM         TO  NTS-HOSPNUM
           MOVE    MTAIINSUM-PTID      TO  NTS-PTID
           MOVE    MTAIINSUM-NYUINYMD  TO  NTS-NYUINYMD
           MOVE    NYUTAISIEN-REC      TO  MCPDATA-REC
           MOVE    "tbl_nyutaisien"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_nyutaisien"    TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  NYUTAISIEN-REC
                   MOVE    ZERO                TO  FLG-NTS
               END-IF
           END-IF
           MOVE    "tbl_nyutaisien"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           IF      FLG-NTS         NOT =   ZERO
               GO  TO  840-NYUTAISIEN-EXT
           END-IF
      *
           IF      NTS-PLANYMD     NOT =   SPACE
               STRING  "退院支援計画書："  DELIMITED   BY  SIZE
                       NTS-PLANYMD         DELIMITED   BY  SIZE
                       "作成"              DELIMITED   BY  SIZE
                                           INTO    MTAIINSUM-SHOKEN2
               END-STRING
           END-IF
           IF      NTS-TAIINSAKI   NOT =   SPACE
               STRING  "退院先："          DELIMITED   BY  SIZE
                       NTS-TAIINSAKI       DELIMITED   BY  "  "
                                           INTO    MTAIINSUM-SHOKEN3
               END-STRING
           END-IF
           .
       840-NYUTAISIEN-EXT.
           EXIT.
      *****************************************************************
      *    登録処理
      *****************************************************************
       230-TOUROKU-SEC             SECTION.
