      *  04.04.00    NACL-多々納  09/03/23  外来まとめ対応
      *  05.02.01    ORCAMO       26/08/22  残量廃棄コメント自動付加
      *                                     対応
      *  05.02.02    ORCAMO       26/10/15  特定生物由来製品の使用記録
      *                                     対応（ロット番号必須）
      *****************************************************************
      *
       ENVIRONMENT                 DIVISION.
      *    注射残量廃棄コメント編集サブ
           COPY    "CPORCSC30HAIKI.INC".
      *
      *    特定生物由来製品使用記録サブ
           COPY    "CPORCSC30SEIBUTU.INC".
      *
      *****************************************************************
      *    連絡　領域
      *****************************************************************
                   END-IF
               END-IF
           END-PERFORM
      *
      *    特定生物由来製品の使用記録
      *    （製造番号（ロット番号）・使用日・使用量を記録する。
      *      未入力のときはエラーを返し、剤を登録させない）
           MOVE    ZERO                TO  ORCSC00-SEIBUTU-ERR
           MOVE    SPACE               TO  ORCSC00-SEIBUTU-MSG
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX                     >   50
                   OR      ORCSC00-SRYCD (IDX)     =   SPACE
                   OR      ORCSC00-SEIBUTU-ERR NOT =   ZERO
               INITIALIZE                  ORCSC30SEIBUTUAREA
               MOVE    ORCSC00-SRYCD (IDX)     TO  SC30SBT-SRYCD
               MOVE    ORCSC00-SURYO (IDX)     TO  SC30SBT-SURYO
               MOVE    ORCSC00-LOTNUM (IDX)    TO  SC30SBT-LOTNUM
               MOVE    ORCSC00-SIYOYMD (IDX)   TO  SC30SBT-SIYOYMD
               CALL    "ORCSC30SEIBUTU"    USING
                                           MCPAREA
                                           SPA-AREA
                                           ORCSC30SEIBUTUAREA
               IF      SC30SBT-RC          >=  8
                   MOVE    SC30SBT-RC          TO  ORCSC00-SEIBUTU-ERR
                   MOVE    SC30SBT-MSG         TO  ORCSC00-SEIBUTU-MSG
               END-IF
           END-PERFORM
      *
           .
           EXIT    PROGRAM
