      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.01    ORCAMO       26/10/15  死亡登録患者の死亡日より
      *                                     後の予定は停止状態で作成
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
           03  FLG-NACCT                       PIC 9(01).
           03  FLG-YOTEI                       PIC 9(01).
           03  FLG-SEIKYU                      PIC 9(01).
           03  FLG-DEATH                       PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  TYOTEI-BTUNUM       PIC X(02).
      *    請求予定日
           03  TYOTEI-YOTEIYMD     PIC X(08).
      *    状態（０：未請求　１：請求済　２：処理漏れ警告
      *          ８：停止（死亡））
           03  TYOTEI-STATE        PIC X(01).
           03  TYOTEI-UPYMD        PIC X(08).
           03  TYOTEI-UPHMS        PIC X(06).
      *   ジョブ管理ＤＢ制御サブ
           COPY    "CPORCSJOBKANRI.INC".
      *
      *    死亡登録による関連業務停止サブ
           COPY    "CPORCSDEATH.INC".
      *
      *    ＤＢ検索
           COPY    "MCPDATA.INC".
           COPY    "MCPAREA".
           MOVE    NACCT-BTUNUM        TO  TYOTEI-BTUNUM
           MOVE    WRK-YOTEIYMD        TO  TYOTEI-YOTEIYMD
           MOVE    "0"                 TO  TYOTEI-STATE
      *    死亡日より後の予定は停止とする
           PERFORM 900-DEATH-INV-SEC
           IF      FLG-DEATH           =   ZERO
           AND     WRK-YOTEIYMD        >   SDEATH-DEATHYMD
               MOVE    "8"                 TO  TYOTEI-STATE
           END-IF
           MOVE    SMCNDATE-YMD        TO  TYOTEI-UPYMD
           MOVE    SMCNDATE-HMS        TO  TYOTEI-UPHMS
           MOVE    TEIKIYOTEI-REC      TO  MCPDATA-REC
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
           MOVE    NACCT-PTID          TO  SDEATH-PTID
           MOVE    "ORCBTEIKICHK"      TO  SDEATH-OPID
           CALL    "ORCSDEATH"         USING   ORCSDEATHAREA
           IF      SDEATH-RC           =   ZERO
               MOVE    ZERO                TO  FLG-DEATH
           END-IF
           .
       900-DEATH-INV-EXT.
           EXIT.
      *
      *****************************************************************
      *    入院会計読込処理
      *****************************************************************
       900-NACCT-FETCH-SEC         SECTION.
