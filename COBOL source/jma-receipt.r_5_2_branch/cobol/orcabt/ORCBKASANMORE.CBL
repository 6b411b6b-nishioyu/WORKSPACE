      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *  05.02.02    ORCAMO       26/10/15  入退院支援加算の要件
      *                                     未充足警告の出力追加
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
       01  CNT-AREA.
           03  CNT-PT                          PIC 9(05).
           03  CNT-MORE                        PIC 9(06).
           03  CNT-NYUTAI                      PIC 9(06).
      *
      *    添字領域
       01  IDX-AREA.
                                       SI01-AREA
                                       SPA-AREA
      *
      *    入退院支援加算の要件未充足は警告を出力する
           IF      SI01-NYUTAI-KENFLG  NOT =   ZERO
               ADD     1                   TO  CNT-NYUTAI
               MOVE    SPACE               TO  WRK-LINE
               STRING  PTNYUINRRK-PTID     DELIMITED   BY  SIZE
                       "　【警告】"        DELIMITED   BY  SIZE
                       SI01-NYUTAI-MSG     DELIMITED   BY  "  "
                                           INTO    WRK-LINE
               END-STRING
               PERFORM 900-MORE-WRITE-SEC
           END-IF
      *
      *    算定可能と判定された加算ごとに会計の有無を確認する
           PERFORM VARYING IDX FROM 1 BY 1
                   UNTIL   IDX         >   SI01-KSNLST-MAX
      *
           DISPLAY "PATIENT CNT :" CNT-PT
           DISPLAY "MORE    CNT :" CNT-MORE
           DISPLAY "NYUTAI  CNT :" CNT-NYUTAI
           DISPLAY "*** ORCBKASANMORE END ***"
           .
       300-TERM-EXT.
