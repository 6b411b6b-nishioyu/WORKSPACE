      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      * 05.02.00     ORCAMO       24/07/XX  開始時間追加対応
      * 05.02.01     ORCAMO       26/10/15  接続元別のＡＰＩ利用権限・呼出
      *                                     上限判定と利用ログ記録を追加
      *                                     参照できない患者は一覧から除外
      *****************************************************************
      *
       ENVIRONMENT           DIVISION.
      *    マシン日付取得サブ
           COPY    "CPORCSMCNDATE.INC".
      *
      *    ＡＰＩアクセス権限判定サブ
           COPY    "CPORCSAPIKEN.INC".
      *
      *    API XML読み込み用定義体
           COPY    "CPPATIENTLST1V2REQ.INC".
      *    API XML読み込み用定義体
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
                   MOVE    1               TO  FLG-CHK
               END-IF
           END-IF
      *    参照できない患者は対象外
           IF      FLG-CHK             =   ZERO
               PERFORM 811-APIKEN-PT-SEC
           END-IF
           IF      FLG-CHK             =   ZERO
               ADD     1               TO  IDX
               IF      IDX             >   1000
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
           MOVE    "ORAPI012R2V2"      TO  SAPIKEN-PGID
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
      *    （参照できない患者は一覧から除外する。一覧の取得自体は
      *      拒否としないため判定結果は残さない）
      *****************************************************************
       811-APIKEN-PT-SEC           SECTION.
      *
           MOVE    "2"                 TO  SAPIKEN-MODE
           MOVE    PTNUM-PTID          TO  SAPIKEN-PTID
           CALL    "ORCSAPIKEN"        USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSAPIKENAREA
           IF    ( SAPIKEN-RC      NOT =   ZERO )
               MOVE    1               TO  FLG-CHK
               MOVE    ZERO            TO  SAPIKEN-RC
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
      *    一覧取得は特定の患者に対する呼出としない
           INITIALIZE                  SAPIKEN-PTID
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
           WHEN    "97"
               MOVE    "送信内容に誤りがあります。"
                                               TO  WRK-ERRMSG
