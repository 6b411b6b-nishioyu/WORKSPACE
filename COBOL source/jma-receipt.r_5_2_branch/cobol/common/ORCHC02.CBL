      *                                       の調剤予定期間を
      *                                       リフィル管理テーブル
      *                                       へ登録する）
      *  05.02.02    ORCAMO       26/10/15  疑義照会処方変更反映対応
      *                                     （反映済の減量・中止・
      *                                       代替薬を処方内容へ
      *                                       反映して印刷する）
      *****************************************************************
      *
      *
           COPY    "CPORCSDAY.INC".
           COPY    "CPORCSLNK.INC".
      *
      *    疑義照会処方変更反映サブ
           COPY    "CPORCSGIGI.INC".
      *
      *    ＤＢ検索
           COPY    "MCPDATA.INC".
           COPY    "MCPAREA".
           AND   ( ORCHC19-REFILLCNT   >   ZERO )
               PERFORM 100-REFILL-SEC
           END-IF
      *
      *    疑義照会で変更した処方箋は変更後の内容で印刷する
           IF      ORCHC19-DENPNUM     >   ZERO
               PERFORM 200-GIGI-HANEI-SEC
           END-IF
      *
           EVALUATE    TRUE
               WHEN    SPA-SRYYMD          <   "20120401"
       100-REFILL-EXT.
           EXIT.
      *
      *****************************************************************
      *    疑義照会処方変更反映処理
      *****************************************************************
       200-GIGI-HANEI-SEC          SECTION.
      *
           INITIALIZE                  ORCSGIGIAREA
           MOVE    "1"                 TO  SGIGI-MODE
           MOVE    SPA-PTID            TO  SGIGI-PTID
           MOVE    SPA-SRYYMD          TO  SGIGI-SRYYMD
           MOVE    ORCHC19-DENPNUM     TO  SGIGI-DENPNUM
           CALL    "ORCSGIGI"          USING   MCPAREA
                                               SPA-AREA
                                               ORCSGIGIAREA
                                               ORCHC19AREA
           .
       200-GIGI-HANEI-EXT.
           EXIT.
      *
      *
