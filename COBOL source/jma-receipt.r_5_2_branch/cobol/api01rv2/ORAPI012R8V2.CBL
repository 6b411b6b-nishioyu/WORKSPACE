      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      * 05.02.01     ORCAMO       26/10/15  接続元別のＡＰＩ利用権限・呼出
      *                                     上限判定と利用ログ記録を追加
      *****************************************************************
      *
       ENVIRONMENT           DIVISION.
      *    マシン日付取得サブ
           COPY    "CPORCSMCNDATE.INC".
      *
      *    ＡＰＩアクセス権限判定サブ
           COPY    "CPORCSAPIKEN.INC".
      *
      *    画面日付変換サブ
           COPY    "CPORCSGDAY.INC".
      *
           IF      SPA-ERRCD       NOT =   SPACE
               MOVE   "89"             TO  WRK-ERRCD
           END-IF
      *
      *    接続元のＡＰＩ利用権限・呼出上限判定
           IF      WRK-ERRCD           =   SPACE
               PERFORM 810-APIKEN-SEC
           END-IF
      *
           .
       100-INIT-EXT.
           PERFORM 900-PTINF-READ-SEC
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    "10"                TO  WRK-ERRCD
               GO      TO                  20011-PTNUM-CHK-EXT
           END-IF
      *
      *    参照可能な患者の判定
           PERFORM 811-APIKEN-PT-SEC
           .
       20011-PTNUM-CHK-EXT.
           EXIT.
           ELSE
               DISPLAY "XMLWRITE failure = " MCP-RC
           END-IF
      *
      *    ＡＰＩ利用ログ記録
           PERFORM 812-APILOG-SEC
      *
           .
       300-PTXMLMAKE-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＡＰＩ利用権限判定処理
      *****************************************************************
       810-APIKEN-SEC              SECTION.
      *
           INITIALIZE                  ORCSAPIKENAREA
           MOVE    "1"                 TO  SAPIKEN-MODE
           MOVE    "ORAPI012R8V2"      TO  SAPIKEN-PGID
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
               MOVE    "95"            TO  WRK-ERRCD
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
      *    日付編集処理
      *****************************************************************
       801-DAYHEN01-SEC                SECTION.
               MOVE    "他端末使用中"          TO  WRK-ERRMSG
           WHEN    "91"
               MOVE    "処理区分未設定"        TO  WRK-ERRMSG
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
               MOVE    "送信内容に誤りがあります。"
                                               TO  WRK-ERRMSG
