           03  KOUZA-KOUZANUM      PIC X(07).
      *    預金者名（半角カナ）
           03  KOUZA-MEIGIKANA     PIC X(30).
      *    状態（０：有効　８：停止（死亡）　９：解約）
           03  KOUZA-STATE         PIC X(01).
           03  KOUZA-TOUROKUYMD    PIC X(08).
           03  KOUZA-UPYMD         PIC X(08).
