      *  05.02.01    ORCAMO       26/08/22  イベント種別購読フィルタ
      *                                     対応（購読管理は
      *                                       ＯＲＣＧＰＵＳＨＳＵＢＳＣ）
      *  05.02.02    ORCAMO       26/10/15  接続元別のＡＰＩ利用権限・呼出
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
               PERFORM 990-EXIT-PROGRAM-SEC
           END-IF
      *
      *    接続元のＡＰＩ利用権限・呼出上限判定
           PERFORM 810-APIKEN-SEC
           IF    ( SPA-ERRCD           NOT =   SPACE )
               PERFORM 990-EXIT-PROGRAM-SEC
           END-IF
      *
      *****IF    ( SPA-MW              =   SPA-GINBEE )
      *****    CONTINUE
      *****ELSE
           IF    ( SPA-ERRCD       NOT =   SPACE )
               PERFORM 9901-ERR-RESPONSE-EDIT-SEC
           END-IF
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
           MOVE    "ORAPI000R3V2"      TO  SAPIKEN-PGID
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
      *
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
      *
      *****************************************************************
      *    日付編集処理
      *****************************************************************
       800-DATE-SEC                    SECTION.
           WHEN    "0008"
               MOVE    "期間開始日時＞期間終了日時です。"
                                       TO  SPA-ERRMSG
           WHEN    "0090"
               MOVE    "ＡＰＩの利用権限がありません。"
                                       TO  SPA-ERRMSG
           WHEN    "0091"
               MOVE    "ＡＰＩの呼出上限を超えました。"
                                       TO  SPA-ERRMSG
           WHEN    "4001"  THRU    "4002"
               MOVE    "更新処理に失敗しました。"
                                       TO  SPA-ERRMSG
           ELSE
               PERFORM 9901-ERR-RESPONSE-EDIT-SEC
           END-IF
      *
      *    ＡＰＩ利用ログ記録
           PERFORM 812-APILOG-SEC
      *
           EXIT PROGRAM
      *
