      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.01    ORCAMO       26/10/15  外字マップによる代替文字
      *                                     変換対応
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
      *    拡張文字対応
           COPY    "CPORCSSTRING.INC".
      *
      *    外字代替文字変換サブ
           COPY    "CPORCSGAIJI.INC".
      *
      *****************************************************************
      *    連絡　領域
      *****************************************************************
      *****************************************************************
       1000-KOUMOKU-CHK-SEC           SECTION.
      *
      *    外字マップ登録の外字は代替文字へ変換
           PERFORM 1001-GAIJI-HENKAN-SEC
      *
      *    半角カナ、外字（■）変換
           INITIALIZE                  ORCXKANACONVAREA
           MOVE    IDX-MAX             TO  KANACONV-LEN
           EXIT.
      *
      *****************************************************************
      *    外字代替文字変換処理
      *    （外字マップの代替文字（レセ電・外部連携用）へ変換する。
      *      マップ未登録の外字は後続の変換で従来どおり■となる）
      *****************************************************************
       1001-GAIJI-HENKAN-SEC          SECTION.
      *
           INITIALIZE                  ORCSGAIJIAREA
           MOVE    "1"                 TO  SGAIJI-MODE
           MOVE    "3"                 TO  SGAIJI-KBN
           MOVE    HANKCHG-MAE-INPUT (1:IDX-MAX)
                                       TO  SGAIJI-INDATA
           CALL    "ORCSGAIJI"         USING ORCSGAIJIAREA
           IF      SGAIJI-RC           =   2
               GO  TO  1001-GAIJI-HENKAN-EXT
           END-IF
      *
           MOVE    SGAIJI-OUTDATA      TO  HANKCHG-MAE-INPUT
      *    最大桁数再判定
           MOVE    ZERO                TO  IDX-MAX
           PERFORM VARYING     IDX     FROM    1000 BY  -1
                   UNTIL       IDX     <   1
               IF     HANKCHG-MAE-INPUT (IDX:1)    NOT =   SPACE
                   MOVE    IDX             TO  IDX-MAX
                   MOVE    1               TO  IDX
               END-IF
           END-PERFORM
           MOVE    IDX-MAX             TO  HANKCHG-MAX
           .
       1001-GAIJI-HENKAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    改行判定処理
      *****************************************************************
       1009-KAIGYO-CHK-SEC           SECTION.
