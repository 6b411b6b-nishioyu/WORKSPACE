      *  05.02.01    ORCAMO       26/09/02  薬剤区分別の投薬日数上限
      *                                     チェック追加（新薬１４日
      *                                     ・向精神薬３０日等）
      *  05.02.02    ORCAMO       26/10/15  施設基準届出台帳による
      *                                     届出外算定の警告追加
      *  05.02.03    ORCAMO       26/10/15  疾患別リハビリの標準的算定
      *                                     日数・月上限単位数チェック
      *                                     追加
      *****************************************************************
      *
       ENVIRONMENT                 DIVISION.
      *    投薬日数上限チェック用
           03  WRK-JOGEN-NISSU       PIC 9(03).
      *
      *    施設基準届出確認サブ
           COPY    "CPORCSSKJCHK.INC".
      *
      *    リハビリ算定日数チェックサブ
           COPY    "CPORCSRHBCHK.INC".
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
               PERFORM   300-TONYO-LIMIT-SEC
             END-IF
           END-IF
      *
      *    施設基準の届出確認（届出外項目は警告）
           IF    LNK-ORCSSRYCDCHK-RC       =   ZERO
               PERFORM   400-SISETU-CHK-SEC
           END-IF
      *
      *    疾患別リハビリの算定日数チェック（上限超過は算定不可）
           IF    LNK-ORCSSRYCDCHK-RC       =   ZERO
             IF    LNK-ORCSSRYCDCHK-SRYCD (1:1)     =   "1"
               PERFORM   500-RHB-CHK-SEC
             END-IF
           END-IF
      *
           .
       000-PROC-EXT.
           EXIT.
      *
      *****************************************************************
      *    施設基準届出確認
      *    （関連点数に登録された診療行為で、算定年月に届出中の
      *      施設基準がないときは警告（検出フラグ１：届出なし、
      *      ２：辞退済み）と文言を返す。入力のブロックは行わない）
      *****************************************************************
       400-SISETU-CHK-SEC              SECTION.
      *
           INITIALIZE                      ORCSSKJCHKAREA
           MOVE   LNK-ORCSSRYCDCHK-SRYCD     TO  SSKJCHK-SRYCD
           MOVE   LNK-ORCSSRYCDCHK-SANTEIYM  TO  SSKJCHK-SRYYMD (1:6)
           CALL   "ORCSSKJCHK"       USING   ORCSSKJCHKAREA
                                             SPA-AREA
           IF    SSKJCHK-RC      NOT =   ZERO
               MOVE   SSKJCHK-RC       TO
                      LNK-ORCSSRYCDCHK-SISETU-KENFLG
               MOVE   SSKJCHK-MSG      TO
                      LNK-ORCSSRYCDCHK-SISETU-MSG
           END-IF
           .
       400-SISETU-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    疾患別リハビリテーション算定日数チェック
      *    （起算日からの標準的算定日数の残日数と、超過後の月の
      *      単位数を判定する。検出フラグ１：警告、２：算定日数上限
      *      除外の理由なしで月の上限単位数超過（呼出元で入力を
      *      ブロックする））
      *****************************************************************
       500-RHB-CHK-SEC                 SECTION.
      *
           INITIALIZE                      ORCSRHBCHKAREA
           MOVE   LNK-ORCSSRYCDCHK-PTID      TO  SRHBCHK-PTID
           MOVE   LNK-ORCSSRYCDCHK-SRYCD     TO  SRHBCHK-SRYCD
      *    算定日の指定がなければ診療日（算定年月と異なれば月初）
           EVALUATE  TRUE
               WHEN  LNK-ORCSSRYCDCHK-SRYYMD (1:6)
                                        =   LNK-ORCSSRYCDCHK-SANTEIYM
                   MOVE   LNK-ORCSSRYCDCHK-SRYYMD
                                       TO  SRHBCHK-SRYYMD
               WHEN  SPA-SRYYMD (1:6)   =   LNK-ORCSSRYCDCHK-SANTEIYM
                   MOVE   SPA-SRYYMD       TO  SRHBCHK-SRYYMD
               WHEN  OTHER
                   MOVE   LNK-ORCSSRYCDCHK-SANTEIYM
                                       TO  SRHBCHK-SRYYMD (1:6)
                   MOVE   "01"             TO  SRHBCHK-SRYYMD (7:2)
           END-EVALUATE
           MOVE   LNK-ORCSSRYCDCHK-RHB-TANI  TO  SRHBCHK-TANI
           MOVE   LNK-ORCSSRYCDCHK-RHB-JYOGAIKBN
                                             TO  SRHBCHK-JYOGAIKBN
           CALL   "ORCSRHBCHK"       USING   ORCSRHBCHKAREA
                                             SPA-AREA
           MOVE   SRHBCHK-ZANNISSU   TO  LNK-ORCSSRYCDCHK-RHB-ZANNISSU
           MOVE   SRHBCHK-TSUKITANI  TO  LNK-ORCSSRYCDCHK-RHB-TSUKITANI
           IF    SRHBCHK-RC      NOT =   ZERO
               MOVE   SRHBCHK-RC       TO
                      LNK-ORCSSRYCDCHK-RHB-KENFLG
               MOVE   SRHBCHK-MSG      TO
                      LNK-ORCSSRYCDCHK-RHB-MSG
           END-IF
           .
       500-RHB-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    点数マスタ読込（投薬日数上限チェック用）
      *****************************************************************
       310-TENSU-READ-SEC              SECTION.
