      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.00    ORCAMO       23/02/14  ＷｅｂＯＲＣＡカスタマイズ帳票対応
      *  05.02.00    ORCAMO       23/03/XX  電子処方箋対応
      *  05.02.01    ORCAMO       26/10/15  接続元別のＡＰＩ利用権限・呼出
      *                                     上限判定と利用ログ記録を追加
      *****************************************************************
      *
       ENVIRONMENT         DIVISION.
      *    マシン日付取得サブ
           COPY    "CPORCSMCNDATE.INC".
      *
      *    ＡＰＩアクセス権限判定サブ
           COPY    "CPORCSAPIKEN.INC".
      *
      *    日付変換サブ
           COPY    "CPORCSDAY.INC".
           COPY    "CPORCSLNK.INC".
      *            MOVE   "0089"   TO  SPA-ERRCD
      *        END-IF
           END-IF
      *
      *    接続元のＡＰＩ利用権限・呼出上限判定
           IF    ( SPA-ERRCD       =   SPACE )
               PERFORM 810-APIKEN-SEC
           END-IF
      *
           INITIALIZE                  STEMPDIR-AREA
           CALL    "ORCSTEMPDIR"       USING
                   MOVE    "0103"      TO  SPA-ERRCD
               END-IF
           END-IF
      *
      *    参照可能な患者の判定
           IF    ( SPA-ERRCD           =   SPACE )
               PERFORM 811-APIKEN-PT-SEC
           END-IF
      *
           IF    ( SPA-ERRCD           =   SPACE )
               IF    ( PSREQ-DENPNUM   =   SPACE )
                                       TO  APILST32-CONTENT-TYPE
               END-IF
           END-IF
      *
      *    ＡＰＩ利用ログ記録
           PERFORM 812-APILOG-SEC
      *
           INITIALIZE                  STEMPDIR-AREA
           MOVE    "DEL"           TO  STEMPDIR-MODE
       300-END-EXT.
           EXIT.
      *****************************************************************
      *    ＡＰＩ利用権限判定処理
      *****************************************************************
       810-APIKEN-SEC                  SECTION.
      *
           INITIALIZE                  ORCSAPIKENAREA
           MOVE    "1"                 TO  SAPIKEN-MODE
           MOVE    "ORAPI001R2V2"      TO  SAPIKEN-PGID
           MOVE    MCP-USER            TO  SAPIKEN-CONNID
           CALL    "ORCSAPIKEN"        USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSAPIKENAREA
           EVALUATE    SAPIKEN-RC
               WHEN    1
                   MOVE    "0090"          TO  SPA-ERRCD
               WHEN    2
                   MOVE    "0091"          TO  SPA-ERRCD
           END-EVALUATE
      *
           .
       810-APIKEN-EXT.
           EXIT.
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
               MOVE    "0092"          TO  SPA-ERRCD
           END-IF
      *
           .
       811-APIKEN-PT-EXT.
           EXIT.
      *****************************************************************
      *    ＡＰＩ利用ログ記録処理
      *****************************************************************
       812-APILOG-SEC                  SECTION.
      *
           MOVE    "3"                 TO  SAPIKEN-MODE
           MOVE    SPA-ERRCD           TO  SAPIKEN-RESULT
           CALL    "ORCSAPIKEN"        USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSAPIKENAREA
      *
           .
       812-APILOG-EXT.
           EXIT.
      *****************************************************************
      *    数値変換処理
      *****************************************************************
       800-ORCSNUM-SEC                 SECTION.
