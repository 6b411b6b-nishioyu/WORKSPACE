      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.01    ORCAMO       26/10/15  死亡登録患者は世帯合算
      *                                     せず相続人宛てに作成し
      *                                       相続人未登録時は作成
      *                                       しない
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
           03  FLG-SYUNOU                      PIC 9(01).
           03  FLG-PTINF                       PIC 9(01).
           03  FLG-SETAI                       PIC 9(01).
           03  FLG-DEATH                       PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
      *   ジョブ管理ＤＢ制御サブ
           COPY    "CPORCSJOBKANRI.INC".
      *
      *    死亡登録による関連業務停止サブ
           COPY    "CPORCSDEATH.INC".
      *
      *    ＤＢ検索
           COPY    "MCPDATA.INC".
           COPY    "MCPAREA".
           IF      WRK-PT-NENGAK   NOT >   ZERO
               GO  TO  2001-PT-BREAK-CLR
           END-IF
      *
      *    死亡登録患者は相続人宛てとし、相続人未登録時は作成しない
           PERFORM 900-DEATH-INV-SEC
           IF      FLG-DEATH           =   ZERO
           AND     SDEATH-SOZOKU-NAME  =   SPACE
               GO  TO  2001-PT-BREAK-CLR
           END-IF
      *
           ADD     1                   TO  CNT-PT
      *
      *
      *    世帯単位指定時は世帯集計へ積み上げる
           IF      WRK-PARA-SETAIKBN   =   "1"
           AND     FLG-DEATH       NOT =   ZERO
               PERFORM 2003-SETAI-SUM-SEC
               IF      FLG-SETAI           =   1
                   GO  TO  2001-PT-BREAK-CLR
                                       INTO    WRK-LINE
           END-STRING
           PERFORM 900-TUCHI-WRITE-SEC
      *
      *    死亡登録患者は送付先（相続人）を出力する
           IF      FLG-DEATH           =   ZERO
               MOVE    SPACE               TO  WRK-LINE
               STRING  "送付先：相続人　"  DELIMITED   BY  SIZE
                       SDEATH-SOZOKU-NAME  DELIMITED   BY  "  "
                       "　様"              DELIMITED   BY  SIZE
                                       INTO    WRK-LINE
               END-STRING
               PERFORM 900-TUCHI-WRITE-SEC
           END-IF
      *
           PERFORM VARYING IDXM FROM 1 BY 1
                   UNTIL   IDXM    >   12
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
           MOVE    "ORCBIRYOHI"        TO  SDEATH-OPID
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
