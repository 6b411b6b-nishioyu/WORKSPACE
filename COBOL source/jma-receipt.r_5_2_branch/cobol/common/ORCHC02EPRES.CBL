      *                                     （リフィル区分・総使用
      *                                       回数を処方情報データ
      *                                       へ転記する）
      *  05.02.02    ORCAMO       26/10/15  疑義照会処方変更反映対応
      *                                     （訂正区分・訂正後数量・
      *                                       訂正日を追加。リフィル
      *                                       項目の定義漏れを修正）
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
      *    医師情報
           03  EPRES-DRCD          PIC X(05).
           03  EPRES-SRYKA         PIC X(02).
      *    リフィル区分（１：リフィル可）・総使用回数
           03  EPRES-REFILLKBN     PIC X(01).
           03  EPRES-REFILLCNT     PIC 9(02).
      *    送信状態（０：未送信）
           03  EPRES-SENDSTATE     PIC 9(01).
           03  EPRES-PRINTYMD      PIC X(08).
           03  EPRES-PRINTHMS      PIC X(06).
      *    疑義照会による訂正（ＯＲＣＳＧＩＧＩが設定）
      *    訂正区分（１：減量　２：中止　３：代替薬）
           03  EPRES-TEISEIKBN     PIC X(01).
           03  EPRES-TEISEISURYO   PIC 9(05)V9(05).
           03  EPRES-TEISEIYMD     PIC X(08).
      *
      *    最低薬価マスタ
       01  GENERICPRICE-REC.
