      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *****************************************************************
      * 05.02.01     ORCAMO       26/10/15  Ｗｅｂ問診の受付連動を追加
      * 05.02.02     ORCAMO       26/10/15  接続元別のＡＰＩ利用権限・呼出
      *                                     上限判定と利用ログ記録を追加
      *
       ENVIRONMENT         DIVISION.
       CONFIGURATION       SECTION.
      *    患者番号変換サブ
           COPY    "CPORCSPTID.INC".
      *
      *    ＡＰＩアクセス権限判定サブ
           COPY    "CPORCSAPIKEN.INC".
      *
      *    予約チェックイン連動サブ
           COPY    "CPORCSCHECKIN.INC".
      *
      *    Ｗｅｂ問診受付連動サブ
           COPY    "CPORCSWEBMON.INC".
      *
      *    API XML読み込み用定義体
           COPY    "CPSAIRAIV2REQ.INC".
      *
               GO  TO  100-INIT-EXT
           END-IF
      *
      *    接続元のＡＰＩ利用権限・呼出上限判定
           PERFORM 810-APIKEN-SEC
           IF    ( WRK-ERRCD       NOT =   SPACE )
               GO  TO  100-INIT-EXT
           END-IF
      *
      *    XML情報取り出し
           PERFORM 900-XML-READ-SEC
           IF    ( WRK-ERRCD       NOT =   SPACE )
           MOVE    SPTID-PTNUM         TO  SPA-PTNUM
           MOVE    SPTID-PTID          TO  SPA-PTID
      *
      *    参照可能な患者の判定
           PERFORM 811-APIKEN-PT-SEC
           IF    ( WRK-ERRCD       NOT =   SPACE )
               GO  TO  100-INIT-EXT
           END-IF
      *
      *    オン資確認済みの確認（未確認の患者は窓口対応とする）
           PERFORM 800-ONSHI-CHK-SEC
           IF      FLG-ONSHI       NOT =   ZERO
               MOVE    SCHECKIN-SRYKA  TO  SAIRAIRES-YOYAKUSRYKA
           END-IF
      *
      *    Ｗｅｂ問診受付連動（来院前に回答された問診があれば当日の
      *      問診ありとする）
           INITIALIZE                  ORCSWEBMONAREA
           MOVE    SPA-PTID            TO  SWEBMON-PTID
           MOVE    SMCNDATE-YMD        TO  SWEBMON-YMD
           MOVE    WRK-UKENUM          TO  SWEBMON-UKEID
           CALL    "ORCSWEBMON"        USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSWEBMONAREA
      *
      *    呼出表示用データの書き出し
           INITIALIZE                  YOBIDASHI-REC
           MOVE    SPA-HOSPNUM         TO  YBD-HOSPNUM
           MOVE    WRK-ERRMSG          TO  SAIRAIRES-API-RESULT-MSG
      *
           PERFORM 900-XML-WRITE-SEC
      *
      *    ＡＰＩ利用ログ記録
           PERFORM 812-APILOG-SEC
           .
       500-END-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＡＰＩ利用権限判定処理
      *****************************************************************
       810-APIKEN-SEC              SECTION.
      *
           INITIALIZE                  ORCSAPIKENAREA
           MOVE    "1"                 TO  SAPIKEN-MODE
           MOVE    "ORAPI011R1V2"      TO  SAPIKEN-PGID
           MOVE    MCP-USER            TO  SAPIKEN-CONNID
           CALL    "ORCSAPIKEN"        USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSAPIKENAREA
           EVALUATE    SAPIKEN-RC
               WHEN    1
                   MOVE    "90"            TO  WRK-ERRCD
               WHEN    2
                   MOVE    "91"            TO  WRK-ERRCD
           END-EVALUATE
           .
       810-APIKEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    参照患者範囲判定処理
      *****************************************************************
       811-APIKEN-PT-SEC           SECTION.
      *
           MOVE    "2"                 TO  SAPIKEN-MODE
           MOVE    SPA-PTID            TO  SAPIKEN-PTID
           CALL    "ORCSAPIKEN"        USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSAPIKENAREA
           IF    ( SAPIKEN-RC      NOT =   ZERO )
               MOVE    "92"            TO  WRK-ERRCD
           END-IF
           .
       811-APIKEN-PT-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＡＰＩ利用ログ記録処理
      *****************************************************************
       812-APILOG-SEC              SECTION.
      *
           MOVE    "3"                 TO  SAPIKEN-MODE
           MOVE    WRK-ERRCD           TO  SAPIKEN-RESULT
           CALL    "ORCSAPIKEN"        USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSAPIKENAREA
           .
       812-APILOG-EXT.
           EXIT.
      *
      *****************************************************************
      *    エラーメッセージ編集処理
      *****************************************************************
       890-ERRCD-MSG-SEC            SECTION.
               WHEN    "03"
                   MOVE    "受付を登録できません"
                                               TO  WRK-ERRMSG
               WHEN    "90"
                   MOVE    "ＡＰＩの利用権限がありません"
                                               TO  WRK-ERRMSG
               WHEN    "91"
                   MOVE    "ＡＰＩの呼出上限を超えました"
                                               TO  WRK-ERRMSG
               WHEN    "92"
                   MOVE    "参照できない患者です"
                                               TO  WRK-ERRMSG
               WHEN    OTHER
                   MOVE    "処理できませんでした"
                                               TO  WRK-ERRMSG
