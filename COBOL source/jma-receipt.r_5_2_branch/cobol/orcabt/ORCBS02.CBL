      *                                     追加（世帯管理テーブル
      *                                       の登録患者をまとめて
      *                                       請求する）
      *  05.02.02    ORCAMO       26/10/15  貸倒償却済みの伝票を
      *                                     対象外とする
      *  05.02.03    ORCAMO       26/10/15  死亡登録患者の督促状を
      *                                     相続人宛てとし、相続人
      *                                       未登録時は発行しない
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
           03  FLG-TOKURRK                     PIC 9(01).
           03  FLG-PTINF                       PIC 9(01).
           03  FLG-SETAI                       PIC 9(01).
           03  FLG-KASHI                       PIC 9(01).
           03  FLG-DEATH                       PIC 9(01).
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
      *    （督促実施日・回数を患者単位に記録する）
       01  TOKURRK-REC.
      *   ジョブ管理ＤＢ制御サブ
           COPY    "CPORCSJOBKANRI.INC".
      *
      *    死亡登録による関連業務停止サブ
           COPY    "CPORCSDEATH.INC".
      *
      *    ＤＢ検索
           COPY    "MCPDATA.INC".
           COPY    "MCPAREA".
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
           IF      WRK-MISYU           >   ZERO
      *        経過日数別に仕分ける
      *        （世帯単位指定時、世帯登録のある患者は世帯合算
      *          請求書へまとめる。世帯未登録の患者は従来どおり
      *          患者単位で出力する）
      *        （死亡登録患者は世帯合算せず相続人宛てに出力する。
      *          相続人未登録のときは督促状を出力しない）
               IF      WRK-PARA-HAKKOKBN   =   "2"     OR  "3"
                   PERFORM 900-DEATH-INV-SEC
               END-IF
               IF    ( WRK-PARA-HAKKOKBN   =   "2"     OR  "3" )
               AND   ( FLG-DEATH       NOT =   ZERO
                 OR    SDEATH-SOZOKU-NAME  NOT =   SPACE )
                   MOVE    ZERO                TO  FLG-SETAI
                   IF      WRK-PARA-SETAIKBN   =   "1"
                   AND     FLG-DEATH       NOT =   ZERO
                       PERFORM 2003-SETAI-SUM-SEC
                   END-IF
                   IF      FLG-SETAI           =   ZERO
           PERFORM 900-TOKUSOKU-WRITE-SEC
      *
      *    ２回目以降は再督促の文面に切り替える
      *    （死亡登録患者は相続人宛ての文面とする）
           IF      FLG-DEATH           =   ZERO
               MOVE    SPACE               TO  WRK-LINE
               STRING  "　　　　診療費のご請求"
                                           DELIMITED   BY  SIZE
                       "（相続人様宛）"    DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
           ELSE
           IF      WRK-TOKUCNT         >=  1
               MOVE    "　　　　再度のご請求（再督促）"
                                       TO  WRK-LINE
               MOVE    "　　　　診療費のご請求（督促）"
                                       TO  WRK-LINE
           END-IF
           END-IF
           PERFORM 900-TOKUSOKU-WRITE-SEC
      *
           IF      FLG-DEATH           =   ZERO
               MOVE    SPACE               TO  WRK-LINE
               STRING  "相続人　"          DELIMITED   BY  SIZE
                       SDEATH-SOZOKU-NAME  DELIMITED   BY  "  "
                       "　様"              DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-TOKUSOKU-WRITE-SEC
           END-IF
      *
           MOVE    SPACE               TO  WRK-LINE
           IF      FLG-DEATH           =   ZERO
               STRING  "（故　"            DELIMITED   BY  SIZE
                       PTINF-NAME          DELIMITED   BY  "  "
                       "　様　ご診療分）"  DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
           ELSE
           IF      FLG-PTINF           =   ZERO
               STRING  PTINF-NAME          DELIMITED   BY  SIZE
                       "　様"              DELIMITED   BY  SIZE
                                           INTO    WRK-LINE
               END-STRING
           END-IF
           END-IF
           PERFORM 900-TOKUSOKU-WRITE-SEC
      *
           IF      WRK-TOKUCNT         >=  1
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
      *    死亡登録判定処理（ＦＬＧ−ＤＥＡＴＨ　０：死亡登録あり）
      *****************************************************************
       900-DEATH-INV-SEC           SECTION.
      *
           MOVE    1                   TO  FLG-DEATH
      *
           INITIALIZE                  ORCSDEATHAREA
           MOVE    "1"                 TO  SDEATH-MODE
           MOVE    SPA-HOSPNUM         TO  SDEATH-HOSPNUM
           MOVE    WRK-PT-PTID         TO  SDEATH-PTID
           MOVE    "ORCBS02"           TO  SDEATH-OPID
           CALL    "ORCSDEATH"         USING   ORCSDEATHAREA
           IF      SDEATH-RC           =   ZERO
               MOVE    ZERO                TO  FLG-DEATH
           END-IF
           .
       900-DEATH-INV-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者情報取得処理
      *****************************************************************
       900-PTINF-INV-SEC           SECTION.
