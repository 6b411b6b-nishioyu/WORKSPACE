      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.02    ORCAMO       26/10/15  施設基準届出台帳による
      *                                     届出外加算の除外追加
      *  05.02.03    ORCAMO       26/10/15  入退院支援加算の要件
      *                                     未充足警告追加
      *****************************************************************
      *
       ENVIRONMENT                         DIVISION.
           03  WRK-KSN-NYUKSNKBN           PIC X(03).
           03  WRK-SRYCD                   PIC X(09).
           03  WRK-KSNCD                   PIC X(09).
      *    施設基準届出確認用
           03  WRK-SKJ-SRYCD               PIC X(09).
      *    入退院支援加算要件確認用
           03  WRK-NTS-KIJUNYMD            PIC X(08).
      *
       01  CONST-AREA.
           03  CONST-H300401       PIC X(08)   VALUE   "20180401".
      *    入院点数マスタ付加情報サブ
           COPY    "CPORCSNTENSU.INC".
      *
      *    施設基準届出確認
           COPY    "CPORCSSKJCHK.INC".
      *
      *    入退院支援加算要件確認
           COPY    "CPORCSNTSCHK.INC".
      *
      *****************************************************************
      *    サブプロ用領域
      *****************************************************************
                                           SI01-JOKUSOUKBN
                                           SI01-KSN-G
                                           SI01-KSNLST-G
                                           SI01-SISETU-KENFLG
                                           SI01-SISETU-MSG
                                           SI01-NYUTAI-KENFLG
                                           SI01-NYUTAI-MSG
      *
           INITIALIZE                      SYSKANRI-REC
           MOVE    SPA-HOSPNUM         TO  SYS-HOSPNUM
               END-IF
      *
           END-PERFORM
      *
      *    入退院支援加算の要件確認
           IF    ( SI01-PTID       NOT =   ZERO )
            AND  ( SI01-NYUINYMD   NOT =   SPACE )
               PERFORM 2003-NYUTAI-CHK-SEC
           END-IF
      *
           .
      *
                   PERFORM 2001-H30-NYUKSN-CHK-SEC
               END-IF
           END-IF
      *
      *    施設基準の届出確認
           IF    ( FLG-HIT         =   1 )
               MOVE    KSN-SRYCD       TO  WRK-SKJ-SRYCD
               PERFORM 2002-SISETU-CHK-SEC
           END-IF
      *
           IF    ( FLG-HIT         =   1 )
               COMPUTE CNT-KSN =   CNT-KSN +   1
                                       TO  WRK-SRYCD
                   PERFORM 2001-JOKUSOU-CHK-SEC
               END-IF
      *
      *        施設基準の届出確認
               IF    ( FLG-HIT         =   1 )
                   MOVE    CONST-KSNCD (IDX-KSN)
                                       TO  WRK-SKJ-SRYCD
                   PERFORM 2002-SISETU-CHK-SEC
               END-IF
      *
               IF    ( FLG-HIT         =   1 )
                   COMPUTE CNT-KSN =   CNT-KSN +   1
       2001-KSN-CHK-EXT.
           EXIT.
      *****************************************************************
      *    施設基準届出確認
      *    （届出のない加算は算定可能から除き、警告を返す）
      *****************************************************************
       2002-SISETU-CHK-SEC             SECTION.
      *
           INITIALIZE                      ORCSSKJCHKAREA
           MOVE    WRK-SKJ-SRYCD       TO  SSKJCHK-SRYCD
           MOVE    SI01-SRYYMD         TO  SSKJCHK-SRYYMD
           CALL    "ORCSSKJCHK"        USING   ORCSSKJCHKAREA
                                               SPA-AREA
           IF    ( SSKJCHK-RC      NOT =   ZERO )
               MOVE    ZERO            TO  FLG-HIT
               MOVE    SSKJCHK-RC      TO  SI01-SISETU-KENFLG
               MOVE    SSKJCHK-MSG     TO  SI01-SISETU-MSG
           END-IF
      *
           .
       2002-SISETU-CHK-EXT.
           EXIT.
      *****************************************************************
      *    入退院支援加算要件確認
      *    （算定予定の患者で期限を過ぎた未実施の要件があれば
      *      警告を返す。年月のみの指定は月末時点で確認する）
      *****************************************************************
       2003-NYUTAI-CHK-SEC             SECTION.
      *
           MOVE    SI01-SRYYMD         TO  WRK-NTS-KIJUNYMD
           IF    ( WRK-NTS-KIJUNYMD (7:2)  =   SPACE )
               MOVE    "31"            TO  WRK-NTS-KIJUNYMD (7:2)
           END-IF
      *
           INITIALIZE                      ORCSNTSCHKAREA
           MOVE    SI01-PTID           TO  SNTSCHK-PTID
           MOVE    SI01-NYUINYMD       TO  SNTSCHK-NYUINYMD
           MOVE    WRK-NTS-KIJUNYMD    TO  SNTSCHK-KIJUNYMD
           CALL    "ORCSNTSCHK"        USING   ORCSNTSCHKAREA
                                               SPA-AREA
           IF    ( SNTSCHK-RC          =   2 )
            AND  ( SNTSCHK-SANTEIKBN   NOT =   SPACE )
               MOVE    SNTSCHK-RC      TO  SI01-NYUTAI-KENFLG
               MOVE    SNTSCHK-MSG     TO  SI01-NYUTAI-MSG
           END-IF
      *
           .
       2003-NYUTAI-CHK-EXT.
           EXIT.
      *****************************************************************
      *    入院料加算算定可否チェック
      *****************************************************************
       2001-NYUKSN-CHK-SEC             SECTION.
