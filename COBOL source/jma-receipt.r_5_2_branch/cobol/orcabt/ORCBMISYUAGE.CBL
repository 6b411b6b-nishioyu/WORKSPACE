      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.02    ORCAMO       26/10/15  貸倒償却済みの伝票を
      *                                     対象外とする
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
       01  FLG-AREA.
           03  FLG-END                         PIC 9(01).
           03  FLG-SYUNOU                      PIC 9(01).
           03  FLG-KASHI                       PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
       01  JOBKANRI-REC.
           COPY    "CPJOBKANRI.INC".
      *
      *    貸倒償却台帳テーブル
      *    （ＯＲＣＢＫＡＳＨＩＤＡＯＲＥと同一レイアウト）
       01  KASHI-REC.
           03  KASHI-HOSPNUM       PIC 9(02).
           03  KASHI-PTID          PIC 9(10).
           03  KASHI-NYUGAIKBN     PIC X(01).
           03  KASHI-DENPNUM       PIC 9(07).
           03  KASHI-SRYYMD        PIC X(08).
           03  KASHI-SYOKYAKUYMD   PIC X(08).
           03  KASHI-SYOKYAKUGAK   PIC S9(10).
           03  KASHI-SKYMONEY      PIC S9(10).
           03  KASHI-NYKMONEY      PIC S9(10).
           03  KASHI-RIYUKBN       PIC X(02).
           03  KASHI-RIYU          PIC X(80).
           03  KASHI-SYONINSHA     PIC X(40).
           03  KASHI-TORITATEGAK   PIC S9(10).
           03  KASHI-TORITATEYMD   PIC X(08).
      *    状態（０：償却済　１：一部取立　２：全額取立　９：取消）
           03  KASHI-STATE         PIC X(01).
           03  KASHI-OPID          PIC X(16).
           03  KASHI-CREYMD        PIC X(08).
           03  KASHI-UPYMD         PIC X(08).
           03  KASHI-UPHMS         PIC X(06).
      *
      *    督促履歴テーブル
      *    （ＯＲＣＢＳ０２と同一レイアウト）
       01  TOKURRK-REC.
      *
      *    未収額＝請求金額−入金額
           COMPUTE WRK-MISYU   =   SYU-SKYMONEY    -   SYU-NYKMONEY
      *    貸倒償却済みの伝票は未収としない
           IF      WRK-MISYU           >   ZERO
               PERFORM 900-KASHI-INV-SEC
               IF      FLG-KASHI           =   ZERO
                   MOVE    ZERO                TO  WRK-MISYU
               END-IF
           END-IF
      *
      *    回収率の分母・分子（未収の有無に関わらず累計する）
           ADD     SYU-SKYMONEY        TO  WRK-PT-SKYGOK
           EXIT.
      *
      *****************************************************************
      *    貸倒償却台帳存在チェック処理
      *    （取消以外の台帳があれば償却済みとする）
      *****************************************************************
       900-KASHI-INV-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-KASHI
      *
           INITIALIZE                  KASHI-REC
           MOVE    SPA-HOSPNUM         TO  KASHI-HOSPNUM
           MOVE    SYU-PTID            TO  KASHI-PTID
           MOVE    SYU-NYUGAIKBN       TO  KASHI-NYUGAIKBN
           MOVE    SYU-DENPNUM         TO  KASHI-DENPNUM
           MOVE    KASHI-REC           TO  MCPDATA-REC
           MOVE    "tbl_kashidaore"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_kashidaore"    TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  KASHI-REC
                   IF      KASHI-STATE     NOT =   "9"
                       MOVE    ZERO                TO  FLG-KASHI
                   END-IF
               END-IF
           END-IF
           MOVE    "tbl_kashidaore"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-KASHI-INV-EXT.
           EXIT.
      *
      *****************************************************************
      *    収納データ読込処理
      *****************************************************************
       900-SYUNOU-FETCH-SEC        SECTION.
