      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.01    ORCAMO       26/10/15  処方情報データのリフィル・
      *                                     疑義照会訂正項目を追加
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
           03  EPRES-YOHONAME      PIC X(200).
           03  EPRES-DRCD          PIC X(05).
           03  EPRES-SRYKA         PIC X(02).
           03  EPRES-REFILLKBN     PIC X(01).
           03  EPRES-REFILLCNT     PIC 9(02).
           03  EPRES-SENDSTATE     PIC 9(01).
           03  EPRES-PRINTYMD      PIC X(08).
           03  EPRES-PRINTHMS      PIC X(06).
           03  EPRES-TEISEIKBN     PIC X(01).
           03  EPRES-TEISEISURYO   PIC 9(05)V9(05).
           03  EPRES-TEISEIYMD     PIC X(08).
      *
      *    電子処方箋調剤結果テーブル
      *    （ＯＲＣＧＫＴ０１３と同一レイアウト）
