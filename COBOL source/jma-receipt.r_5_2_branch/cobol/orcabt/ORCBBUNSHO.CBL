      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.02    ORCAMO       26/10/15  主治医意見書（市町村請求）
      *                                     を未算定から除外
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
           03  BSR-SRYCD               PIC X(09).
           03  BSR-UPYMD               PIC X(08).
           03  BSR-UPHMS               PIC X(06).
           03  BSR-IKENKBN             PIC X(01).
           03  BSR-BASYOKBN            PIC X(01).
           03  BSR-KENSAFLG            PIC X(01).
           03  BSR-HKNJANUM            PIC X(06).
           03  BSR-SKYSTATE            PIC X(01).
           03  BSR-SKYYM               PIC X(06).
           03  BSR-IKENRYO             PIC S9(08).
           03  BSR-NYKYMD              PIC X(08).
      *
      *    ジョブ管理マスタ
       01  JOBKANRI-REC.
           IF      BSR-HAKKOYMD (1:6)  =   WRK-PARA-YM
               ADD     1                   TO  CNT-HAKKO
               PERFORM 2001-CD-SUM-SEC
      *        主治医意見書は市町村請求のため未算定としない
               IF      BSR-SANTEIKBN   NOT =   "1"
               AND     BSR-SANTEIKBN   NOT =   "2"
                   ADD     1                   TO  CNT-MISANTEI
                   PERFORM 2002-MISANTEI-EDIT-SEC
               END-IF
