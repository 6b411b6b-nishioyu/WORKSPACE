      *  05.00.00    NACL-多々納  19/03/XX  点数など桁数オーバー対応
      *  05.02.01    ORCAMO       26/08/22  点数計算根拠トレース出力
      *                                     モード追加
      *  05.02.02    ORCAMO       26/10/15  治験参加患者の支給対象外
      *                                     経費の依頼者負担振替
      *  05.02.03    ORCAMO       26/10/15  長期収載品の選定療養計算、
      *                                     会計確定・取消時の選定療養
      *                                     ログ・治験振替実績の記録
      *****************************************************************
      *
      *
           03  FLG-END             PIC 9(01).
           03  FLG-SP              PIC 9(01).
           03  FLG-GENTEN          PIC 9(01).
      *    選定療養計算済（１：計算結果あり）
           03  FLG-SENTEI          PIC 9(01).
      *
      *    点数計算トレース用領域
       01  TRACE-AREA.
           03  IDX-K               PIC 9(04).
      *
           03  IDX7                PIC 9(04).
      *
           03  IDX-CK              PIC 9(04).
      *
           03  IDX-SNT             PIC 9(04).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-SC90-KIZTEN         PIC 9(10).
      *    フィルム点数
           03  WRK-SC90-FIRTEN         PIC 9(10).
      *    手技点数
           03  WRK-SC90-TENSU          PIC 9(10).
      *
      *    治験（同種同効薬の薬剤料・依頼者負担へ振り替えた点数）
           03  WRK-CHIKEN-ZAIKEI   PIC 9(10)V9(8).
           03  WRK-CHIKEN-YKZTEN   PIC 9(10).
           03  WRK-CHIKEN-FURITEN  PIC 9(10).
      *    振替区分（１：検査　２：画像診断　３：同種同効薬）
           03  WRK-CHIKEN-FURIKBN  PIC X(01).
      *
      *    薬剤の計算に使う単価（選定療養は保険給付の薬価）
           03  WRK-KISOTEN         PIC 9(09)V9(05).
      *
      *    注射液計算用
           03  WRK-SURYO-CHU9      PIC 9(05).
      *診療行為処理最大行
       01  MAX-LINE                PIC 9(03)   VALUE   400.
      *
      *    選定療養計算の明細位置（診療行為行ごと、０は対象外）
       01  SNTTBL-AREA.
           03  SNTTBL-IDX          PIC 9(04)   OCCURS  400.
      *
      *    選定療養計算の明細上限
       01  SNT-MAX                 PIC 9(04)   VALUE   100.
      *
      *****************************************************************
      *    サブプロ用　領域
      *****************************************************************
      *
      *    長期収載品選定療養計算サブ
           COPY    "CPORCSSENTEI.INC".
      *
      *    治験費用振替サブ
           COPY    "CPORCSCHIKEN.INC".
      *
      *    ＤＢ検索用
           COPY    "COMMON-SPA".
           COPY    "MCPAREA".
      *
      *    スパ領域
       01  SPA-SCR-REC.
           COPY    "CPK02SPASCR.INC".
      *    トレースモードの判定
           PERFORM 700-TRACE-INIT-SEC
      *
      *    会計取消は伝票の選定療養ログ・治験振替実績を削除する。
      *    それ以外は長期収載品の選定療養を剤内でまとめて計算し、
      *    会計確定時はログへ記録する
           MOVE    LNK-SC90-HOSPNUM    TO  SPA-HOSPNUM
           IF      LNK-SC90-KAIKEI-KBN =   "3"
               PERFORM 1013-KAIKEI-TORIKESI-SEC
           ELSE
               IF      LNK-SC90-SENTEI-KBN =   "1"
                   PERFORM 1011-SENTEI-SEC
               END-IF
           END-IF
      *
      *    手技毎の集計
           PERFORM 100-MEISAI-SET-SEC
      *
      *    会計確定時は剤の治験振替点数を実績へ記録する
           IF      LNK-SC90-KAIKEI-KBN =   "2"
           AND     LNK-SC90-CHIKEN-KBN =   "1"
               PERFORM 1012-CHIKEN-KIROKU-SEC
           END-IF
      *
           EVALUATE    LNK-SC90-KBN
      *    剤合計
       100-MEISAI-SET-SEC              SECTION.
      *
           MOVE    ZERO                TO  IDX-MAX
           MOVE    LNK-SC90-TENSU      TO  WRK-SC90-TENSU
      *    手技料以外の点数集計
           PERFORM VARYING     IDX     FROM    IDX-STR  BY  1
                   UNTIL      (IDX     >   IDX-END     )  OR
               MOVE    WRK-GENTEN          TO  WRK-SC90-YKZTEN
           END-IF
      *
      *    治験の支給対象外経費は依頼者負担へ振り替える
           IF      LNK-SC90-CHIKEN-KBN =   "1"
               PERFORM 1009-CHIKEN-FURIKAE-SEC
           END-IF
      *
      *H31.2
      *    合計が９桁オーバーはエラー
           IF    ((WRK-SC90-YKZTEN +   LNK-SC90-YKZTEN)
           END-IF
      *
      *    手技点数
           MOVE    WRK-SC90-TENSU      TO  LNK-COM-SYUTEN-M (IDX-SYU)
           ADD     WRK-SC90-TENSU      TO  LNK-SC90-TENSUKEI
      *    薬剤
           MOVE    WRK-SC90-YKZTEN     TO  LNK-COM-YKZTEN-M(IDX-SYU)
           ADD     WRK-SC90-YKZTEN     TO  LNK-SC90-YKZTEN
      *****************************************************************
       1001-YAKUZAI-SET-SEC           SECTION.
      *
      *    選定療養の対象は保険給付の薬価で計算する
           PERFORM 1014-KISOTEN-GET-SEC
      *    点数
           COMPUTE WRK-SYOKEIS2        =  (WRK-KISOTEN
                                       *   LNK-COM-SURYO   (IDX)  )
           ADD     WRK-SYOKEIS2        TO  WRK-ZAIKEI
      *    治験の同種同効薬
           IF      LNK-SC90-CHIKEN-KBN =   "1"
               PERFORM 1008-CHIKEN-YKZ-SEC
           END-IF
      *
      *H31.2
      *    金額が１０桁オーバーはエラー
      *****************************************************************
       1002-CHUUSYA-SET-SEC           SECTION.
      *
      *    選定療養の対象は保険給付の薬価で計算する
           PERFORM 1014-KISOTEN-GET-SEC
      *
      *    残量廃棄判定
      *!   IF     (LNK-COM-TANICD (IDX)    =   "014"
      *                                    OR  "022"
                   MOVE    "0249"          TO  LNK-SC90-ERRCD
               END-IF
      *        点数
               COMPUTE WRK-SYOKEIS2        =   WRK-KISOTEN
                                           *   WRK-SURYO-CHU
           ELSE
      *H28.4
               END-IF
      *
      *        点数
               COMPUTE WRK-SYOKEIS2        =   WRK-KISOTEN
                                           *   WRK-SURYO
           END-IF
           ADD     WRK-SYOKEIS2        TO  WRK-ZAIKEI
      *    治験の同種同効薬
           IF      LNK-SC90-CHIKEN-KBN =   "1"
               PERFORM 1008-CHIKEN-YKZ-SEC
           END-IF
           .
       1002-CHUUSYA-SET-EXT.
           EXIT.
       1005-KEIZAITENU-EXT.
           EXIT.
      *****************************************************************
      *    治験同種同効薬集計処理
      *    （治験課題に登録された同種同効薬の薬剤料を集計する）
      *****************************************************************
       1008-CHIKEN-YKZ-SEC             SECTION.
      *
           IF      LNK-SC90-CHIKEN-YAKUZAI NOT =   "1"
               GO  TO  1008-CHIKEN-YKZ-EXT
           END-IF
      *
           PERFORM VARYING IDX-CK  FROM    1   BY  1
                   UNTIL   IDX-CK          >   10
               IF      LNK-SC90-CHIKEN-DOSYUCD (IDX-CK) NOT =   SPACE
               AND     LNK-SC90-CHIKEN-DOSYUCD (IDX-CK)
                                       =   LNK-COM-INPUTCD (IDX)
                   ADD     WRK-SYOKEIS2        TO  WRK-CHIKEN-ZAIKEI
                   MOVE    11                  TO  IDX-CK
               END-IF
           END-PERFORM
           .
       1008-CHIKEN-YKZ-EXT.
           EXIT.
      *****************************************************************
      *    治験費用振替処理
      *    （検査・画像診断の剤は手技料を含めた剤の点数を、同種
      *      同効薬は剤の薬剤料のうち同種同効薬の分を依頼者負担
      *      とし、保険請求の点数から除く。治験包括の薬剤料減点を
      *      手入力した剤は減点を優先し、同種同効薬は振り替えない）
      *****************************************************************
       1009-CHIKEN-FURIKAE-SEC         SECTION.
      *
           MOVE    ZERO                TO  WRK-CHIKEN-FURITEN
      *
      *    検査
           IF      LNK-SC90-CHIKEN-KENSA   =   "1"
           AND     LNK-COM-SRYKBN (01) (1:1)   =   "6"
               COMPUTE WRK-CHIKEN-FURITEN  =   WRK-SC90-TENSU
                                           +   WRK-SC90-YKZTEN
                                           +   WRK-SC90-KIZTEN
                                           +   WRK-SC90-FIRTEN
               ADD     WRK-CHIKEN-FURITEN  TO  LNK-SC90-CHIKEN-KENSATEN
               MOVE    "1"                 TO  WRK-CHIKEN-FURIKBN
               PERFORM 1010-CHIKEN-ZERO-SEC
               GO  TO  1009-CHIKEN-FURIKAE-EXT
           END-IF
      *
      *    画像診断
           IF      LNK-SC90-CHIKEN-GAZO    =   "1"
           AND     LNK-COM-SRYKBN (01) (1:1)   =   "7"
               COMPUTE WRK-CHIKEN-FURITEN  =   WRK-SC90-TENSU
                                           +   WRK-SC90-YKZTEN
                                           +   WRK-SC90-KIZTEN
                                           +   WRK-SC90-FIRTEN
               ADD     WRK-CHIKEN-FURITEN  TO  LNK-SC90-CHIKEN-GAZOTEN
               MOVE    "2"                 TO  WRK-CHIKEN-FURIKBN
               PERFORM 1010-CHIKEN-ZERO-SEC
               GO  TO  1009-CHIKEN-FURIKAE-EXT
           END-IF
      *
      *    同種同効薬
           IF      WRK-CHIKEN-ZAIKEI   =   ZERO
           OR      WRK-GENTEN          >   ZERO
               GO  TO  1009-CHIKEN-FURIKAE-EXT
           END-IF
      *
           IF      WRK-CHIKEN-ZAIKEI   >=  WRK-ZAIKEI
      *        剤内の薬剤がすべて同種同効薬
               MOVE    WRK-SC90-YKZTEN     TO  WRK-CHIKEN-YKZTEN
           ELSE
      *        同種同効薬の分を剤の薬剤料と同じ端数処理で点数化
               IF      WRK-CHIKEN-ZAIKEI   <=  15
                   MOVE    1                   TO  WRK-SYOKEIS3
               ELSE
                   COMPUTE WRK-SYOKEIS3    =  ((WRK-CHIKEN-ZAIKEI - 15)
                                           /    10 )
                                           +   1
               END-IF
               COMPUTE WRK-CHIKEN-YKZTEN   =   WRK-SYOKEIS3 + 0.999999
               IF      WRK-CHIKEN-YKZTEN   >   WRK-SC90-YKZTEN
                   MOVE    WRK-SC90-YKZTEN     TO  WRK-CHIKEN-YKZTEN
               END-IF
           END-IF
      *
           SUBTRACT    WRK-CHIKEN-YKZTEN   FROM    WRK-SC90-YKZTEN
           ADD     WRK-CHIKEN-YKZTEN   TO  LNK-SC90-CHIKEN-YAKUZAITEN
           MOVE    WRK-CHIKEN-YKZTEN   TO  WRK-CHIKEN-FURITEN
           MOVE    "3"                 TO  WRK-CHIKEN-FURIKBN
           .
       1009-CHIKEN-FURIKAE-EXT.
           EXIT.
      *****************************************************************
      *    治験振替剤の点数クリア処理
      *****************************************************************
       1010-CHIKEN-ZERO-SEC            SECTION.
      *
           MOVE    ZERO                TO  WRK-SC90-TENSU
                                           WRK-SC90-YKZTEN
                                           WRK-SC90-KIZTEN
                                           WRK-SC90-FIRTEN
           .
       1010-CHIKEN-ZERO-EXT.
           EXIT.
      *****************************************************************
      *    長期収載品選定療養計算処理
      *    （剤内の薬剤をまとめて選定療養計算サブへ渡し、対象薬剤
      *      の保険給付の薬価と特別の料金を求める。数量は回数分
      *      とし、特別の料金は剤の回数分を返す。会計確定時は同じ
      *      計算で選定療養ログへ記録する）
      *****************************************************************
       1011-SENTEI-SEC                 SECTION.
      *
           INITIALIZE                  ORCSSENTEIAREA
                                       SNTTBL-AREA
           MOVE    ZERO                TO  IDX-SNT
      *
           PERFORM VARYING     IDX     FROM    IDX-STR  BY  1
                   UNTIL      (IDX     >   IDX-END     )  OR
                             ((LNK-COM-INPUTCD(IDX)    =   SPACE ) AND
                              (LNK-GMN-INPUTCD(IDX)    =   SPACE ))
               IF      LNK-COM-INPUTCD (IDX) (1:1) =   "6"
               AND     LNK-COM-YAKUHYO (IDX)   NOT =   "1"
               AND     LNK-COM-YKZKBN (IDX)    NOT =   "3"
               AND     IDX-SNT                 <   SNT-MAX
                   ADD     1                   TO  IDX-SNT
                   MOVE    IDX-SNT             TO  SNTTBL-IDX (IDX)
                   MOVE    LNK-COM-INPUTCD (IDX)
                                       TO  SSENTEI-SRYCD (IDX-SNT)
                   IF      LNK-SC90-KAISU      >   ZERO
                       COMPUTE SSENTEI-SURYO (IDX-SNT)
                                       =   LNK-COM-SURYO (IDX)
                                       *   LNK-SC90-KAISU
                   ELSE
                       MOVE    LNK-COM-SURYO (IDX)
                                       TO  SSENTEI-SURYO (IDX-SNT)
                   END-IF
                   MOVE    LNK-SC90-SENTEI-RIYUKBN
                                       TO  SSENTEI-RIYUKBN (IDX-SNT)
                   MOVE    LNK-SC90-ZAINUM
                                       TO  SSENTEI-ZAINUM (IDX-SNT)
               END-IF
           END-PERFORM
      *
           IF      IDX-SNT             =   ZERO
               GO  TO  1011-SENTEI-EXT
           END-IF
      *
           IF      LNK-SC90-KAIKEI-KBN =   "2"
               MOVE    "2"                 TO  SSENTEI-MODE
           ELSE
               MOVE    "1"                 TO  SSENTEI-MODE
           END-IF
           MOVE    LNK-PTID            TO  SSENTEI-PTID
           MOVE    LNK-SRYYMD          TO  SSENTEI-SRYYMD
           MOVE    LNK-SC90-DENPNUM    TO  SSENTEI-DENPNUM
           MOVE    LNK-SC90-NYUGAIKBN  TO  SSENTEI-NYUGAIKBN
           CALL    "ORCSSENTEI"        USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSSENTEIAREA
           IF      SSENTEI-RC          =   ZERO
               MOVE    1                   TO  FLG-SENTEI
               ADD     SSENTEI-GOKEI-ZEINUKI
                                       TO  LNK-SC90-SENTEI-ZEINUKI
               ADD     SSENTEI-GOKEI-GAKU
                                       TO  LNK-SC90-SENTEI-GAKU
           END-IF
           .
       1011-SENTEI-EXT.
           EXIT.
      *****************************************************************
      *    治験費用振替実績記録処理（会計確定）
      *    （振替がない剤も来院回数の算定のため記録する）
      *****************************************************************
       1012-CHIKEN-KIROKU-SEC          SECTION.
      *
           INITIALIZE                  ORCSCHIKENAREA
           MOVE    "2"                 TO  SCHIKEN-MODE
           MOVE    LNK-PTID            TO  SCHIKEN-PTID
           MOVE    LNK-SRYYMD          TO  SCHIKEN-SRYYMD
           MOVE    LNK-SC90-DENPNUM    TO  SCHIKEN-DENPNUM
           MOVE    LNK-SC90-ZAINUM     TO  SCHIKEN-ZAINUM
           MOVE    ZERO                TO  SCHIKEN-KENSATEN
                                           SCHIKEN-GAZOTEN
                                           SCHIKEN-YAKUZAITEN
           EVALUATE    WRK-CHIKEN-FURIKBN
               WHEN    "1"
                   MOVE    WRK-CHIKEN-FURITEN  TO  SCHIKEN-KENSATEN
               WHEN    "2"
                   MOVE    WRK-CHIKEN-FURITEN  TO  SCHIKEN-GAZOTEN
               WHEN    "3"
                   MOVE    WRK-CHIKEN-FURITEN  TO  SCHIKEN-YAKUZAITEN
           END-EVALUATE
           CALL    "ORCSCHIKEN"        USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSCHIKENAREA
           .
       1012-CHIKEN-KIROKU-EXT.
           EXIT.
      *****************************************************************
      *    会計取消処理
      *    （伝票の選定療養ログ・治験振替実績を削除する）
      *****************************************************************
       1013-KAIKEI-TORIKESI-SEC        SECTION.
      *
           INITIALIZE                  ORCSSENTEIAREA
           MOVE    "3"                 TO  SSENTEI-MODE
           MOVE    LNK-PTID            TO  SSENTEI-PTID
           MOVE    LNK-SRYYMD          TO  SSENTEI-SRYYMD
           MOVE    LNK-SC90-DENPNUM    TO  SSENTEI-DENPNUM
           CALL    "ORCSSENTEI"        USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSSENTEIAREA
      *
           INITIALIZE                  ORCSCHIKENAREA
           MOVE    "3"                 TO  SCHIKEN-MODE
           MOVE    LNK-PTID            TO  SCHIKEN-PTID
           MOVE    LNK-SRYYMD          TO  SCHIKEN-SRYYMD
           MOVE    LNK-SC90-DENPNUM    TO  SCHIKEN-DENPNUM
           CALL    "ORCSCHIKEN"        USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSCHIKENAREA
           .
       1013-KAIKEI-TORIKESI-EXT.
           EXIT.
      *****************************************************************
      *    薬剤単価取得処理
      *    （選定療養の対象薬剤は保険給付の薬価とする）
      *****************************************************************
       1014-KISOTEN-GET-SEC            SECTION.
      *
           MOVE    LNK-COM-KISOTEN (IDX)   TO  WRK-KISOTEN
           IF      FLG-SENTEI          NOT =   1
               GO  TO  1014-KISOTEN-GET-EXT
           END-IF
           IF      SNTTBL-IDX (IDX)    =   ZERO
               GO  TO  1014-KISOTEN-GET-EXT
           END-IF
      *
           MOVE    SNTTBL-IDX (IDX)    TO  IDX-SNT
           IF      SSENTEI-TAISYOFLG (IDX-SNT) =   1
               MOVE    SSENTEI-HOKENYAKKA (IDX-SNT)
                                       TO  WRK-KISOTEN
           END-IF
           .
       1014-KISOTEN-GET-EXT.
           EXIT.
      *****************************************************************
      *    器材点数計算処理（フィルム、酸素、窒素以外）
      *****************************************************************
       1006-KIZTEN-KEI-SEC             SECTION.
               WRITE   TRACE-REC
           END-PERFORM
      *
      *    治験の依頼者負担振替
           IF      WRK-CHIKEN-FURITEN  >   ZERO
               MOVE    SPACE               TO  TRACE-LINE
               MOVE    WRK-CHIKEN-FURITEN  TO  TRACE-ED-TEN
               STRING  "　治験振替（依頼者負担）："
                                           DELIMITED   BY  SIZE
                       TRACE-ED-TEN        DELIMITED   BY  SIZE
                                           INTO    TRACE-LINE
               END-STRING
               MOVE    TRACE-LINE          TO  TRACE-REC
               WRITE   TRACE-REC
           END-IF
      *
      *    長期収載品の選定療養（特別の料金）
           IF      FLG-SENTEI          =   1
           AND     SSENTEI-GOKEI-GAKU  >   ZERO
               MOVE    SPACE               TO  TRACE-LINE
               MOVE    SSENTEI-GOKEI-GAKU  TO  TRACE-ED-TEN
               STRING  "　選定療養（特別の料金）："
                                           DELIMITED   BY  SIZE
                       TRACE-ED-TEN        DELIMITED   BY  SIZE
                                           INTO    TRACE-LINE
               END-STRING
               MOVE    TRACE-LINE          TO  TRACE-REC
               WRITE   TRACE-REC
           END-IF
      *
      *    剤点数内訳（端数処理適用後）
           MOVE    SPACE               TO  TRACE-LINE
           MOVE    LNK-SC90-TENSUKEI   TO  TRACE-ED-TEN
