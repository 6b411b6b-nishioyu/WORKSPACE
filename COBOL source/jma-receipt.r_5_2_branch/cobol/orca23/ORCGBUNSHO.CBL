      *                        算定する（保険外文書は自費コード）。
      *                        文書種類マスタの保守も本画面で行う。
      *                        月次の発行件数・未算定一覧はＯＲＣＢ
      *                        ＢＵＮＳＨＯで出力する。主治医意見書は
      *                        会計へ算定せず、市町村への作成料請求
      *                        （ＯＲＣＢＩＫＥＮＳＫＹ）の対象とする）
      *  管理者            :
      *  作成日付    作業者        記述
      *  26/09/02    ORCAMO        新規作成
      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.02    ORCAMO       26/10/15  主治医意見書の区分（新規・
      *                                     継続、在宅・施設、検査の
      *                                     有無）と保険者番号の登録
      *****************************************************************
      *
       ENVIRONMENT                 DIVISION.
           03  BSM-JIHIFLG         PIC X(01).
           03  BSM-UPYMD           PIC X(08).
           03  BSM-UPHMS           PIC X(06).
      *    主治医意見書フラグ（１：介護保険の主治医意見書）
           03  BSM-IKENFLG         PIC X(01).
      *
      *    文書発行台帳テーブル
      *    （ＯＲＣＢＢＵＮＳＨＯ・ＯＲＣＢＩＫＥＮＳＫＹが集計する）
       01  BUNSHORRK-REC.
           03  BSR-HOSPNUM         PIC 9(02).
           03  BSR-PTID            PIC 9(10).
           03  BSR-ATESAKI         PIC X(60).
           03  BSR-HAKKOYMD        PIC X(08).
           03  BSR-DRCD            PIC X(05).
      *    算定状態（０：未算定　１：算定済　２：市町村請求）
           03  BSR-SANTEIKBN       PIC X(01).
           03  BSR-SRYCD           PIC X(09).
           03  BSR-UPYMD           PIC X(08).
           03  BSR-UPHMS           PIC X(06).
      *    主治医意見書区分（１：新規　２：継続）
           03  BSR-IKENKBN         PIC X(01).
      *    作成場所区分（１：在宅　２：施設）
           03  BSR-BASYOKBN        PIC X(01).
      *    検査有無（１：検査あり）
           03  BSR-KENSAFLG        PIC X(01).
      *    介護保険者番号（請求先市町村）
           03  BSR-HKNJANUM        PIC X(06).
      *    請求状態（０：未請求　１：請求済　２：入金済）
           03  BSR-SKYSTATE        PIC X(01).
           03  BSR-SKYYM           PIC X(06).
           03  BSR-IKENRYO         PIC S9(08).
           03  BSR-NYKYMD          PIC X(08).
      *
      *    診療行為テーブル
       01  SRYACT-REC.
                                           MBUNSHO-DRCD
                                           MBUNSHO-SRYCD
                                           MBUNSHO-JIHIFLG
                                           MBUNSHO-IKENFLG
                                           MBUNSHO-IKENKBN
                                           MBUNSHO-BASYOKBN
                                           MBUNSHO-KENSAFLG
                                           MBUNSHO-HKNJANUM
                                           MBUNSHO-MSG
           INITIALIZE                      MBUNSHO-PTID
                                           MBUNSHO-BUNSHOCD
                                           MBUNSHO-DRCD
                                           MBUNSHO-SRYCD
                                           MBUNSHO-JIHIFLG
                                           MBUNSHO-IKENFLG
                                           MBUNSHO-IKENKBN
                                           MBUNSHO-BASYOKBN
                                           MBUNSHO-KENSAFLG
                                           MBUNSHO-HKNJANUM
                                           MBUNSHO-MSG
           PERFORM 250-LST-CLEAR-SEC
      *
           MOVE    BSR-BUNSHOCD        TO  MBUNSHO-LST-CD    ( IDX )
           MOVE    BSR-ATESAKI         TO  MBUNSHO-LST-ATE   ( IDX )
           MOVE    BSR-DRCD            TO  MBUNSHO-LST-DR    ( IDX )
           EVALUATE    TRUE
               WHEN    BSR-SANTEIKBN       =   "1"
                   MOVE    "算定済"            TO
                           MBUNSHO-LST-STATE ( IDX )
               WHEN    BSR-SANTEIKBN       =   "2"
               AND     BSR-SKYSTATE        =   "2"
                   MOVE    "入金済"            TO
                           MBUNSHO-LST-STATE ( IDX )
               WHEN    BSR-SANTEIKBN       =   "2"
               AND     BSR-SKYSTATE        =   "1"
                   MOVE    "請求済"            TO
                           MBUNSHO-LST-STATE ( IDX )
               WHEN    BSR-SANTEIKBN       =   "2"
                   MOVE    "未請求"            TO
                           MBUNSHO-LST-STATE ( IDX )
               WHEN    OTHER
                   MOVE    "未算定"            TO
                           MBUNSHO-LST-STATE ( IDX )
           END-EVALUATE
           .
       221-DAICHO-FETCH-EXT.
           EXIT.
               PERFORM 290-REDISP-SEC
               GO  TO  230-HAKKO-EXT
           END-IF
      *
      *    主治医意見書は作成料の区分と請求先保険者が必須
           IF      BSM-IKENFLG         =   "1"
               IF    ( MBUNSHO-IKENKBN     NOT =   "1"
                 AND     MBUNSHO-IKENKBN     NOT =   "2" )
               OR    ( MBUNSHO-BASYOKBN    NOT =   "1"
                 AND     MBUNSHO-BASYOKBN    NOT =   "2" )
                   MOVE    "意見書の作成区分が未入力です"
                                       TO  MBUNSHO-MSG
                   PERFORM 290-REDISP-SEC
                   GO  TO  230-HAKKO-EXT
               END-IF
               IF      MBUNSHO-HKNJANUM    IS  NOT NUMERIC
                   MOVE    "介護保険者番号が未入力です"
                                       TO  MBUNSHO-MSG
                   PERFORM 290-REDISP-SEC
                   GO  TO  230-HAKKO-EXT
               END-IF
           END-IF
      *
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING   ORCSMCNDATEAREA
           MOVE    "0"                 TO  BSR-SANTEIKBN
           MOVE    SMCNDATE-YMD        TO  BSR-UPYMD
           MOVE    SMCNDATE-HMS        TO  BSR-UPHMS
           MOVE    SPACE               TO  BSR-IKENKBN
                                           BSR-BASYOKBN
                                           BSR-KENSAFLG
                                           BSR-HKNJANUM
                                           BSR-SKYSTATE
                                           BSR-SKYYM
                                           BSR-NYKYMD
           MOVE    ZERO                TO  BSR-IKENRYO
      *
      *    主治医意見書は市町村へ請求するため会計へは算定しない
           IF      BSM-IKENFLG         =   "1"
               MOVE    "2"                 TO  BSR-SANTEIKBN
               MOVE    MBUNSHO-IKENKBN     TO  BSR-IKENKBN
               MOVE    MBUNSHO-BASYOKBN    TO  BSR-BASYOKBN
               IF      MBUNSHO-KENSAFLG    =   "1"
                   MOVE    "1"                 TO  BSR-KENSAFLG
               ELSE
                   MOVE    "0"                 TO  BSR-KENSAFLG
               END-IF
               MOVE    MBUNSHO-HKNJANUM    TO  BSR-HKNJANUM
               MOVE    "0"                 TO  BSR-SKYSTATE
           ELSE
      *        文書料の自動算定（会計へ登録）
               IF      BSM-SRYCD           NOT =   SPACE
                   PERFORM 231-SANTEI-SEC
               END-IF
           END-IF
      *
           MOVE    BUNSHORRK-REC       TO  MCPDATA-REC
               IF      BSR-SANTEIKBN       =   "1"
                   MOVE    "発行登録（文書料算定済）"
                                       TO  MBUNSHO-MSG
               ELSE
               IF      BSR-SANTEIKBN       =   "2"
                   MOVE    "発行登録（市町村請求対象）"
                                       TO  MBUNSHO-MSG
               ELSE
                   MOVE    "発行登録（文書料未算定）"
                                       TO  MBUNSHO-MSG
               END-IF
               END-IF
           ELSE
               MOVE    "発行を登録できませんでした"
                                       TO  MBUNSHO-MSG
           END-IF
           MOVE    SMCNDATE-YMD        TO  BSM-UPYMD
           MOVE    SMCNDATE-HMS        TO  BSM-UPHMS
           IF      MBUNSHO-IKENFLG     =   "1"
               MOVE    "1"                 TO  BSM-IKENFLG
           ELSE
               MOVE    "0"                 TO  BSM-IKENFLG
           END-IF
      *
           MOVE    BUNSHOMST-REC       TO  MCPDATA-REC
           MOVE    "tbl_bunshomst"     TO  MCP-TABLE
