      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.02    ORCAMO       26/10/15  貸倒償却済みの伝票を
      *                                     対象外とする
      *  05.02.03    ORCAMO       26/10/15  法人請求へ振替済みの伝票を
      *                                     対象外とする
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
           03  FLG-KOUZA                       PIC 9(01).
           03  FLG-SYUNOU                      PIC 9(01).
           03  FLG-KOUFURI                     PIC 9(01).
           03  FLG-KASHI                       PIC 9(01).
           03  FLG-FURI                        PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  KOUZA-YOKINKBN      PIC X(01).
           03  KOUZA-KOUZANUM      PIC X(07).
           03  KOUZA-MEIGIKANA     PIC X(30).
      *    状態（０：有効　８：停止（死亡）　９：解約）
           03  KOUZA-STATE         PIC X(01).
           03  KOUZA-TOUROKUYMD    PIC X(08).
           03  KOUZA-UPYMD         PIC X(08).
           03  KOUZA-UPHMS         PIC X(06).
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
      *    法人請求振替テーブル
      *    （ＯＲＣＢＨＯＵＪＩＮと同一レイアウト）
       01  HOUJINFURI-REC.
           03  HJF-HOSPNUM         PIC 9(02).
           03  HJF-PTID            PIC 9(10).
           03  HJF-NYUGAIKBN       PIC X(01).
           03  HJF-DENPNUM         PIC 9(07).
           03  HJF-HOUJINCD        PIC X(10).
           03  HJF-SRYYMD          PIC X(08).
           03  HJF-KINGAKU         PIC S9(10).
           03  HJF-NYKMONEY        PIC S9(10).
           03  HJF-SEIKYUNUM       PIC X(20).
      *    状態（０：未請求　１：請求済　２：入金済）
           03  HJF-STATE           PIC X(01).
           03  HJF-UPYMD           PIC X(08).
           03  HJF-UPHMS           PIC X(06).
      *
      *    振替請求管理テーブル
       01  KOUFURI-REC.
           03  KOUFURI-HOSPNUM     PIC 9(02).
           PERFORM UNTIL   FLG-SYUNOU      =   1
               COMPUTE WRK-MISYU   =   SYU-SKYMONEY
                                   -   SYU-NYKMONEY
      *        貸倒償却済みの伝票は振替対象としない
               IF      WRK-MISYU           >   ZERO
                   PERFORM 900-KASHI-INV-SEC
                   IF      FLG-KASHI           =   ZERO
                       MOVE    ZERO                TO  WRK-MISYU
                   END-IF
               END-IF
      *        法人請求へ振替済みの伝票は法人から入金される
               IF      WRK-MISYU           >   ZERO
                   PERFORM 900-FURI-INV-SEC
                   IF      FLG-FURI            =   ZERO
                       MOVE    ZERO                TO  WRK-MISYU
                   END-IF
               END-IF
               IF      WRK-MISYU           >   ZERO
                   ADD     WRK-MISYU           TO  WRK-PT-MISYU
                   IF      WRK-MEI-MAX         <   100
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
      *    法人請求振替存在チェック処理
      *****************************************************************
       900-FURI-INV-SEC            SECTION.
      *
           MOVE    1                   TO  FLG-FURI
      *
           INITIALIZE                  HOUJINFURI-REC
           MOVE    SPA-HOSPNUM         TO  HJF-HOSPNUM
           MOVE    SYU-PTID            TO  HJF-PTID
           MOVE    SYU-NYUGAIKBN       TO  HJF-NYUGAIKBN
           MOVE    SYU-DENPNUM         TO  HJF-DENPNUM
           MOVE    HOUJINFURI-REC      TO  MCPDATA-REC
           MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
               MOVE    "key"               TO  MCP-PATHNAME
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    ZERO                TO  FLG-FURI
               END-IF
           END-IF
           MOVE    "tbl_houjinfuri"    TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-FURI-INV-EXT.
           EXIT.
      *
      *****************************************************************
      *    振替請求管理１件取得処理
      *****************************************************************
       810-KOUFURI-GET-SEC         SECTION.
