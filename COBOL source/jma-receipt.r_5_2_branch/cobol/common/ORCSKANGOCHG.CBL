      *                                     病棟入院料を算定時は変換対象外
      *  05.02.00    ORCAMO       24/03/22  令和６年３月
      *                                     療養病棟入院料２（経過措置）終了対応
      *  05.02.02    ORCAMO       26/10/15  施設基準届出台帳による
      *                                     届出外入院料の警告追加
      *****************************************************************
      *
      *
           03  FLG-SYSKANRI        PIC 9(01).
           03  FLG-PTNYUINRRK      PIC 9(01).
      *
      *    施設基準届出確認
           COPY    "CPORCSSKJCHK.INC".
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *     DISPLAY "== ORCSKANGOCHG =="
      *     DISPLAY "SPA-HOSPNUM = " SPA-HOSPNUM
      *     DISPLAY "SPA-PTID    = " SPA-PTID
      *    入院料の施設基準届出確認（届出外は警告のみ）
           PERFORM 100-SISETU-CHK-SEC
      *
      *    入院履歴を検索し最終入院歴の特定入院料算定要件区分を取得
           INITIALIZE                    PTNYUINRRK-REC
           MOVE    SPA-HOSPNUM       TO  PTNYUINRRK-HOSPNUM
           .
      *
      *****************************************************************
      *    施設基準届出確認
      *****************************************************************
       100-SISETU-CHK-SEC               SECTION.
      *
           MOVE    ZERO                TO  LNK-KANGOCHG-SISETU-KENFLG
           MOVE    SPACE               TO  LNK-KANGOCHG-SISETU-MSG
      *
           INITIALIZE                      ORCSSKJCHKAREA
           MOVE    LNK-KANGOCHG-SRYCD  TO  SSKJCHK-SRYCD
           MOVE    LNK-KANGOCHG-SANTEIYM
                                       TO  SSKJCHK-SRYYMD (1:6)
           CALL    "ORCSSKJCHK"        USING   ORCSSKJCHKAREA
                                               SPA-AREA
           IF      SSKJCHK-RC      NOT =   ZERO
               MOVE    SSKJCHK-RC      TO  LNK-KANGOCHG-SISETU-KENFLG
               MOVE    SSKJCHK-MSG     TO  LNK-KANGOCHG-SISETU-MSG
           END-IF
           .
       100-SISETU-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    コード置き換え（看護職員数等経過措置入院基本料）
      *    平成２８年４月から平成３０年３月まで
      *****************************************************************
