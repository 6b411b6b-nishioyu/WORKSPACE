      * Maj/Min/Rev  ������       ����      ����
      *  05.02.01    ORCAMO       26/09/02  限度額適用認定情報の自動適用対応
      *  05.02.02    ORCAMO       26/09/02  高額療養費多数回該当の自動管理対応
      *  05.02.03    ORCAMO       26/10/15  自己負担上限額管理・減免の適用対応
      *****************************************************************
      *
       ENVIRONMENT                     DIVISION.
           03  FLG-SYUDAY              PIC 9(01).
           03  FLG-PTTEIKIRRK          PIC 9(01).
           03  FLG-PTNYUINRRK          PIC 9(01).
           03  FLG-HKNCOMBI            PIC 9(01).
      *
       01  IDX-AREA.
           03  IDX-KBT                 PIC 9(05).
           03  IDX-SYU                 PIC 9(05).
           03  IDX-TEN                 PIC 9(05).
           03  IDX-KOH                 PIC 9(05).
      *
       01  WRK-AREA.
           03  WRK-DENPNUM             PIC 9(07).
           03  WRK-SKYSTYMD            PIC X(08).
           03  WRK-SKYEDYMD            PIC X(08).
           03  WRK-DOUJITSUKBN         PIC X(01).
           03  WRK-TENSU               PIC 9(08).
      *
       01  CONST-AREA.
           03  CONST-H180401           PIC X(08)   VALUE "20060401".
           03  CONST-DENPNUM           PIC 9(07)   VALUE 9999001.
           03  CONST-KOH-MAX           PIC 9(05)   VALUE 4.
           03  CONST-TEN-MAX           PIC 9(05)   VALUE 17.
      *
      *****************************************************************
      *    �ե�����쥤������
      *
       01  PTTEIKIRRK-REC.
           COPY    "CPPTTEIKIRRK.INC".
      *
       01  HKNCOMBI-REC.
           COPY    "CPHKNCOMBI.INC".
      *
      *****************************************************************
      *    ���֥ץ����ΰ�
      *    高額療養費多数回該当管理サブ
           COPY    "CPORCSTASUKAI.INC".
      *
      *    自己負担上限額管理サブ
           COPY    "CPORCSJKFTN.INC".
      *
      *    一部負担金減免サブ
           COPY    "CPORCSGENMEN.INC".
      *
      *    �ޥ������ռ�������
           COPY    "CPORCSMCNDATE.INC".
      *
                                   LNK-SYUNOU-REC-T
                                   LNK-SYUDAY-REC-T
      *
      *    月毎の負担額へ指定難病・小児慢性の月額上限と一部負担金
      *    減免を適用し、上限管理票と減免実績へ記録する
           IF    ( LNK-S02-RC          =   ZERO )
               PERFORM VARYING IDX-SYU FROM    1   BY  1
                       UNTIL ( IDX-SYU >   10 )
                        OR   ( LNK-SYU-HOSPNUM (IDX-SYU)
                                       =   ZERO )
                   PERFORM 20011-JKFTN-GENMEN-SEC
               END-PERFORM
           END-IF
      *
      *    高額療養費の現物給付が行われた月を該当履歴へ記録する
      *    （次回以降の多数回該当判定に使う）
           IF    ( LNK-S02-KOGAKUFLG   =   "1" )
       20011-NYUFTN-CALC-EXT.
           EXIT.
      *****************************************************************
      *    自己負担上限額・減免適用処理
      *    （上限額で丸めた後の負担額に減免を適用する）
      *****************************************************************
       20011-JKFTN-GENMEN-SEC          SECTION.
      *
           PERFORM 900-HKNCOMBI-KEY-SEL-SEC
           IF    ( FLG-HKNCOMBI    NOT =   ZERO )
               GO  TO  20011-JKFTN-GENMEN-EXT
           END-IF
      *
           MOVE    ZERO                TO  WRK-TENSU
           PERFORM VARYING IDX-TEN FROM    1   BY  1
                   UNTIL ( IDX-TEN >   CONST-TEN-MAX )
               ADD     LNK-SYU-HKNTEN (IDX-SYU IDX-TEN)
                                       TO  WRK-TENSU
           END-PERFORM
      *
           PERFORM VARYING IDX-KOH FROM    1   BY  1
                   UNTIL ( IDX-KOH >   CONST-KOH-MAX )
                    OR   ( COMB-KOHHKNNUM (IDX-KOH)    =   SPACE )
               IF    ( COMB-KOHHKNNUM (IDX-KOH)    =   "052"
                                                   OR  "054" )
                   INITIALIZE                  ORCSJKFTNAREA
                   MOVE    "2"             TO  SJKFTN-MODE
                   MOVE    STEIKISGK-PTID  TO  SJKFTN-PTID
                   MOVE    COMB-KOHHKNNUM (IDX-KOH)
                                           TO  SJKFTN-KOHNUM
                   MOVE    LNK-SYU-SRYYMD (IDX-SYU)
                                           TO  SJKFTN-SRYYMD
                   COMPUTE SJKFTN-IRYOHI   =   WRK-TENSU   *   10
                   MOVE    LNK-SYU-SKYMONEY (IDX-SYU)
                                           TO  SJKFTN-FTNGAKU
                   CALL    "ORCSJKFTN"         USING
                                               MCPAREA
                                               SPA-AREA
                                               ORCSJKFTNAREA
                   IF    ( SJKFTN-RC       =   ZERO )
                    AND  ( SJKFTN-KANRIFLG =   1 )
                       MOVE    SJKFTN-KEKKA
                                   TO  LNK-SYU-SKYMONEY (IDX-SYU)
                   END-IF
               END-IF
           END-PERFORM
      *
           INITIALIZE                  ORCSGENMENAREA
           MOVE    "2"             TO  SGENMEN-MODE
           MOVE    STEIKISGK-PTID  TO  SGENMEN-PTID
           MOVE    COMB-HKNID      TO  SGENMEN-HKNID
           MOVE    LNK-SYU-SRYYMD (IDX-SYU)
                                   TO  SGENMEN-SRYYMD
           MOVE    LNK-SYU-SKYMONEY (IDX-SYU)
                                   TO  SGENMEN-FTNGAKU
           CALL    "ORCSGENMEN"        USING
                                       MCPAREA
                                       SPA-AREA
                                       ORCSGENMENAREA
           IF    ( SGENMEN-RC          =   ZERO )
            AND  ( SGENMEN-GENMENFLG   =   1 )
               MOVE    SGENMEN-KEKKA
                                   TO  LNK-SYU-SKYMONEY (IDX-SYU)
           END-IF
      *
           .
       20011-JKFTN-GENMEN-EXT.
           EXIT.
      *****************************************************************
      *    �������򸡺�����
      *****************************************************************
       20011-PTNYUINRRK-SEL-SEC             SECTION.
       900-PTNYUINRRK-KEY-SEL-EXT.
           EXIT.
      *****************************************************************
      *    保険組合せ取得処理
      *****************************************************************
       900-HKNCOMBI-KEY-SEL-SEC        SECTION.
      *
           MOVE    ZERO                TO  FLG-HKNCOMBI
      *
           INITIALIZE                      HKNCOMBI-REC
           MOVE    SPA-HOSPNUM         TO  COMB-HOSPNUM
           MOVE    STEIKISGK-PTID      TO  COMB-PTID
           MOVE    LNK-SYU-HKNCOMBINUM (IDX-SYU)
                                       TO  COMB-HKNCOMBINUM
           MOVE    HKNCOMBI-REC        TO  MCPDATA-REC
           MOVE    "tbl_hkncombi"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           PERFORM 910-DBSELECT-SEC
           IF    ( MCP-RC              =   ZERO )
               MOVE    MCPDATA-REC     TO  HKNCOMBI-REC
           ELSE
               MOVE    1               TO  FLG-HKNCOMBI
               INITIALIZE                  HKNCOMBI-REC
           END-IF
      *
           MOVE    "tbl_hkncombi"      TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           PERFORM 910-DBCLOSECURSOR-SEC
      *
           .
       900-HKNCOMBI-KEY-SEL-EXT.
           EXIT.
      *****************************************************************
      *    �ģ¸���������FHETCH��Ԥ�)
      *****************************************************************
       910-DBSELECT-SEC                SECTION.
