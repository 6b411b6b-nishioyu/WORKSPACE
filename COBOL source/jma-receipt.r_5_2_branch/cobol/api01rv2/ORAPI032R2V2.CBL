      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.00    ORCAMO       23/10/03  レスポンスに算定入院料を追加
      *  05.02.01    ORCAMO       24/05/07  令和６年度改正対応
      *  05.02.02    ORCAMO       26/10/15  接続元別のＡＰＩ利用権限・呼出
      *                                     上限判定と利用ログ記録を追加
      *****************************************************************
      *
       ENVIRONMENT         DIVISION.
      *
      *    マシン日付取得サブ
           COPY    "CPORCSMCNDATE.INC".
      *
      *    ＡＰＩアクセス権限判定サブ
           COPY    "CPORCSAPIKEN.INC".
           COPY    "CPORCSKANACHK.INC".
      *
      *    日付変換サブ
               PERFORM 990-EXIT-PROGRAM-SEC
           END-IF
      *
      *    接続元のＡＰＩ利用権限・呼出上限判定
           PERFORM 810-APIKEN-SEC
           IF    ( WRK-ERRCD           NOT =   SPACE )
               PERFORM 990-EXIT-PROGRAM-SEC
           END-IF
      *
      *    XML情報取り出し
           PERFORM 900-XML-READ-SEC
           IF    ( WRK-ERRCD           NOT =   SPACE )
               MOVE    "02"        TO  WRK-ERRCD
               PERFORM 990-EXIT-PROGRAM-SEC
           END-IF
      *
      *    参照可能な患者の判定
           PERFORM 811-APIKEN-PT-SEC
           IF    ( WRK-ERRCD           NOT =   SPACE )
               PERFORM 990-EXIT-PROGRAM-SEC
           END-IF
      *
           .
       10011-PTNUM-CHECK-EXT.
           MOVE    WRK-ERRMSG          TO  HSPTEVALRES-API-RESULT-MSG
      *
           PERFORM 900-XML-WRITE-SEC
      *
      *    ＡＰＩ利用ログ記録
           PERFORM 812-APILOG-SEC
      *
           .
       300-END-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＡＰＩ利用権限判定処理
      *****************************************************************
       810-APIKEN-SEC                  SECTION.
      *
           INITIALIZE                  ORCSAPIKENAREA
           MOVE    "1"                 TO  SAPIKEN-MODE
           MOVE    "ORAPI032R2V2"      TO  SAPIKEN-PGID
           MOVE    MCP-USER            TO  SAPIKEN-CONNID
           CALL    "ORCSAPIKEN"        USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSAPIKENAREA
           EVALUATE    SAPIKEN-RC
               WHEN    1
                   MOVE    "93"            TO  WRK-ERRCD
               WHEN    2
                   MOVE    "94"            TO  WRK-ERRCD
           END-EVALUATE
      *
           .
       810-APIKEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    参照患者範囲判定処理
      *****************************************************************
       811-APIKEN-PT-SEC               SECTION.
      *
           MOVE    "2"                 TO  SAPIKEN-MODE
           MOVE    SPA-PTID            TO  SAPIKEN-PTID
           CALL    "ORCSAPIKEN"        USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSAPIKENAREA
           IF    ( SAPIKEN-RC      NOT =   ZERO )
               MOVE    "95"            TO  WRK-ERRCD
           END-IF
      *
           .
       811-APIKEN-PT-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＡＰＩ利用ログ記録処理
      *****************************************************************
       812-APILOG-SEC                  SECTION.
      *
           MOVE    "3"                 TO  SAPIKEN-MODE
           MOVE    WRK-ERRCD           TO  SAPIKEN-RESULT
           CALL    "ORCSAPIKEN"        USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSAPIKENAREA
      *
           .
       812-APILOG-EXT.
           EXIT.
      *
      *****************************************************************
      *    日付編集処理
      *****************************************************************
       800-DATE-SEC                    SECTION.
                                       DELIMITED BY SIZE
               INTO  WRK-ERRMSG
               END-STRING
           WHEN    "93"
               MOVE    "ＡＰＩの利用権限がありません"
                                       TO  WRK-ERRMSG
           WHEN    "94"
               MOVE    "ＡＰＩの呼出上限を超えました"
                                       TO  WRK-ERRMSG
           WHEN    "95"
               MOVE    "参照できない患者です"
                                       TO  WRK-ERRMSG
           WHEN    "97"
               MOVE   "送信内容に誤りがあります"
                                       TO  WRK-ERRMSG
           MOVE    WRK-ERRMSG          TO  HSPTEVALRES-API-RESULT-MSG
      *
           PERFORM 900-XML-WRITE-SEC
      *
      *    ＡＰＩ利用ログ記録
           PERFORM 812-APILOG-SEC
      *
           .
       9901-EXIT-PROGRAM-EXT.
