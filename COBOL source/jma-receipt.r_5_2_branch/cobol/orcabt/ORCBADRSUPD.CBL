      *******************************************************************
      * Project code name "ORCA"
      * 日医標準レセプトソフト（JMA standard receipt software）
      * Copyright(C) 2002 JMA (Japan Medical Association)
      *
      * This program is part of "JMA standard receipt software".
      *
      *     This program is distributed in the hope that it will be useful
      * for further advancement in medical care, according to JMA Open
      * Source License, but WITHOUT ANY WARRANTY.
      *     Everyone is granted permission to use, copy, modify and
      * redistribute this program, but only under the conditions described
      * in the JMA Open Source License. You should have received a copy of
      * this license along with this program. If not, stop using this
      * program and contact JMA, 2-28-16 Honkomagome, Bunkyo-ku, Tokyo,
      * 113-8621, Japan.
      ********************************************************************
       IDENTIFICATION          DIVISION.
       PROGRAM-ID.             ORCBADRSUPD.
      *****************************************************************
      *  システム名        : ＯＲＣＡ
      *  サブシステム名    : 患者
      *  コンポーネント名  : 住所マスタ更新の患者住所一括反映
      *                      （住所マスタの更新（市町村合併・郵便
      *                        番号変更）後に、患者の郵便番号・住所
      *                        （番地を除く）を住所マスタと照合し、
      *                        新しい郵便番号・住所へ置き換える。
      *                        処理区分　１：検出（更新しない）
      *                        ２：一括反映　３：確認結果取込
      *                        郵便番号の住所と前方一致すれば反映
      *                        不要とし、町域名（括弧書きを除く）が
      *                        後方一致する候補が１件のときは自動で
      *                        確定する。郵便番号がマスタにないとき
      *                        は同じ都道府県で町域名が一致する住所
      *                        を候補とする。
      *                        候補が０件・複数件のものは要確認
      *                        リストへ出力し、反映欄に１を入力した
      *                        行を処理区分３で取り込んで反映する）
      *  管理者            :
      *  作成日付    作業者        記述
      *  26/10/15    ORCAMO        新規作成
      *****************************************************************
      *  プログラム修正履歴
      * Maj/Min/Rev  修正者       日付      内容
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
       CONFIGURATION           SECTION.
       INPUT-OUTPUT            SECTION.
       FILE-CONTROL.
      *
      *    出力：結果リスト
           SELECT  LST-FILE        ASSIGN  ASS-LST
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  STS-LST.
      *
      *    入出力：要確認リスト
           SELECT  KAK-FILE        ASSIGN  ASS-KAK
                                   ORGANIZATION    IS  LINE SEQUENTIAL
                                   FILE    STATUS  IS  STS-KAK.
      *
       DATA                        DIVISION.
       FILE                        SECTION.
      *
       FD  LST-FILE.
       01  LST-REC                 PIC X(800).
      *
       FD  KAK-FILE.
       01  KAK-REC                 PIC X(800).
      *
       WORKING-STORAGE             SECTION.
      *
           COPY    "COMMON-SPA".
      *
      *    ファイル指定領域
       01  ASS-AREA.
           03  ASS-LST                 PIC X(256).
           03  ASS-KAK                 PIC X(256).
      *
       01  STS-AREA.
           03  STS-LST                 PIC X(02).
           03  STS-KAK                 PIC X(02).
      *
      *    フラグ領域
       01  FLG-AREA.
           03  FLG-END                 PIC 9(01).
           03  FLG-EOF                 PIC 9(01).
           03  FLG-FETCH               PIC 9(01).
           03  FLG-ADRS                PIC 9(01).
           03  FLG-PTNUM               PIC 9(01).
           03  FLG-PTINF               PIC 9(01).
           03  FLG-ICCHI               PIC 9(01).
      *
      *    カウント領域
       01  CNT-AREA.
           03  CNT-PT                  PIC 9(09).
           03  CNT-JIDO                PIC 9(06).
           03  CNT-KAKUNIN             PIC 9(06).
           03  CNT-HANEI               PIC 9(06).
           03  CNT-ERR                 PIC 9(06).
           03  CNT-LINE                PIC 9(06).
           03  CNT-KOHO                PIC 9(03).
           03  CNT-KEISAI              PIC 9(03).
      *
      *    添字領域
       01  IDX-AREA.
           03  IDX                     PIC 9(05).
           03  IDX-ADR                 PIC 9(03).
           03  IDX-KOHO                PIC 9(03).
           03  IDX-DAD                 PIC 9(05).
           03  IDX-STL                 PIC 9(05).
      *
      *    一時領域
       01  WRK-AREA.
           03  WRK-PARA.
               05  WRK-PARA-JOBID      PIC 9(07).
               05  WRK-PARA-SHELLID    PIC X(08).
               05  WRK-PARA-HOSPNUM    PIC 9(02).
      *        処理区分（１：検出　２：一括反映　３：確認結果取込）
               05  WRK-PARA-SYORIKBN   PIC X(01).
      *
      *    患者の現在の郵便番号・住所
           03  WRK-PTID                PIC 9(10).
           03  WRK-POST                PIC X(07).
           03  WRK-PT-PTNUM            PIC X(20).
           03  WRK-PT-NAME             PIC X(100).
           03  WRK-PT-POST             PIC X(07).
           03  WRK-PT-ADRS             PIC X(200).
           03  WRK-PT-LEN              PIC 9(03).
      *    反映後の郵便番号・住所
           03  WRK-NEW-POST            PIC X(07).
           03  WRK-NEW-ADRS            PIC X(200).
      *
      *    住所マスタから編集した住所
           03  WRK-MST-ADRS            PIC X(200).
           03  WRK-MST-LEN             PIC 9(03).
           03  WRK-MST-PREF            PIC X(40).
           03  WRK-MST-PREF-LEN        PIC 9(03).
           03  WRK-MST-TOWN            PIC X(200).
           03  WRK-MST-TOWN-LEN        PIC 9(03).
      *
      *    町域名の後方一致判定
           03  WRK-CHK-PREF            PIC X(40).
           03  WRK-CHK-PREF-LEN        PIC 9(03).
           03  WRK-CHK-TOWN            PIC X(200).
           03  WRK-CHK-TOWN-LEN        PIC 9(03).
           03  WRK-CHK-POS             PIC 9(03).
      *
      *    文字列長算出
           03  WRK-LEN-IN              PIC X(200).
           03  WRK-LEN                 PIC 9(03).
      *
           03  WRK-KBN                 PIC X(10).
           03  WRK-RIYU                PIC X(100).
           03  WRK-ED-KENSU            PIC ZZZ,ZZ9.
      *
      *    要確認リスト項目
           03  WRK-KAK.
               05  WRK-KAK-HANEI       PIC X(01).
               05  WRK-KAK-PTNUM       PIC X(20).
               05  WRK-KAK-POST        PIC X(07).
               05  WRK-KAK-ADRS        PIC X(200).
               05  WRK-KAK-NEW-POST    PIC X(07).
               05  WRK-KAK-NEW-ADRS    PIC X(200).
               05  WRK-KAK-RIYU        PIC X(100).
      *
      *    郵便番号の住所マスタ（最大２０件）
       01  ADR-AREA.
           03  ADR-MAX                 PIC 9(03).
           03  ADR-TBL             OCCURS  20.
               05  ADR-POST            PIC X(07).
               05  ADR-ADRS            PIC X(200).
               05  ADR-LEN             PIC 9(03).
               05  ADR-PREF            PIC X(40).
               05  ADR-PREF-LEN        PIC 9(03).
               05  ADR-TOWN            PIC X(200).
               05  ADR-TOWN-LEN        PIC 9(03).
      *
      *    住所マスタにない郵便番号の住所（重複を除き最大１０００件）
       01  DAD-AREA.
           03  DAD-MAX                 PIC 9(05).
           03  DAD-TBL             OCCURS  1000.
               05  DAD-ADRS            PIC X(200).
               05  DAD-LEN             PIC 9(03).
               05  DAD-KOHO-CNT        PIC 9(05).
               05  DAD-KOHO        OCCURS  5.
                   07  DAD-K-POST      PIC X(07).
                   07  DAD-K-ADRS      PIC X(200).
      *
      *    住所マスタにない郵便番号の患者（最大５０００件）
       01  STL-AREA.
           03  STL-MAX                 PIC 9(05).
           03  STL-TBL             OCCURS  5000.
               05  STL-PTID            PIC 9(10).
               05  STL-PTNUM           PIC X(20).
               05  STL-NAME            PIC X(100).
               05  STL-POST            PIC X(07).
               05  STL-IDX-DAD         PIC 9(05).
      *
      *****************************************************************
      *    ファイルレイアウト
      *****************************************************************
      *
      *    患者情報
       01  PTINF-REC.
           COPY    "CPPTINF.INC".
      *
      *    患者番号変換
       01  PTNUM-REC.
           COPY    "CPPTNUM.INC".
      *
      *    住所マスタ
       01  ADRS-REC.
           COPY    "CPADRS.INC".
      *
      *    ジョブ管理マスタ
       01  JOBKANRI-REC.
           COPY    "CPJOBKANRI.INC".
      *
      *****************************************************************
      *    サブプロ用領域
      *****************************************************************
      *
      *    マシン日付取得サブ
           COPY    "CPORCSMCNDATE.INC".
      *
      *   ジョブ管理ＤＢ制御サブ
           COPY    "CPORCSJOBKANRI.INC".
      *
      *    ＤＢ検索
           COPY    "MCPDATA.INC".
           COPY    "MCPAREA".
      *
      ****************************************************************
       LINKAGE                 SECTION.
       01  COMMAND-PARAM.
           02  FILLER      PIC X(256).
      ****************************************************************
       PROCEDURE           DIVISION
               USING
           COMMAND-PARAM.
      *
      *****************************************************************
      *    主　　処理
      *****************************************************************
       000-PROC-SEC                SECTION.
      *
           PERFORM 100-INIT-SEC
      *
           IF      FLG-END             =   ZERO
               IF      WRK-PARA-SYORIKBN   =   "3"
                   PERFORM 500-KAKUNIN-SEC
               ELSE
                   PERFORM 200-PTINF-SEC
                   IF      DAD-MAX             >   ZERO
                       PERFORM 300-ADRS-ALL-SEC
                   END-IF
                   PERFORM 400-STL-HANEI-SEC
               END-IF
           END-IF
      *
           PERFORM 600-TERM-SEC
      *
           STOP    RUN
           .
      *****************************************************************
      *    初期　処理
      *****************************************************************
       100-INIT-SEC                SECTION.
      *
           DISPLAY "*** ORCBADRSUPD START ***"
      *
           INITIALIZE                  FLG-AREA
                                       CNT-AREA
                                       WRK-AREA
                                       DAD-AREA
                                       STL-AREA
                                       SPA-AREA
      *
           UNSTRING   COMMAND-PARAM    DELIMITED  BY  ","
                                       INTO    WRK-PARA-JOBID
                                               WRK-PARA-SHELLID
                                               WRK-PARA-HOSPNUM
                                               WRK-PARA-SYORIKBN
                                               ASS-LST
                                               ASS-KAK
           END-UNSTRING
           MOVE    WRK-PARA-HOSPNUM    TO  SPA-HOSPNUM
           IF      WRK-PARA-SYORIKBN   NOT =   "2"
           AND     WRK-PARA-SYORIKBN   NOT =   "3"
               MOVE    "1"                 TO  WRK-PARA-SYORIKBN
           END-IF
      *
           PERFORM 100-DBOPEN-SEC
      *
      *    ステップ管理開始処理
           MOVE    "STS"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "患者住所一括反映"
                                   TO  JOB-SHELLMSG
           MOVE    "ORCBADRSUPD"   TO  JOB-PGID
           PERFORM 900-CALL-ORCSJOB-SEC
      *
      *    マシン日付取得
           INITIALIZE                  ORCSMCNDATEAREA
           CALL    "ORCSMCNDATE"       USING
                                       ORCSMCNDATEAREA
           MOVE    SMCNDATE-YMD        TO  SPA-SYSYMD
      *
           OPEN    OUTPUT              LST-FILE
           EVALUATE    WRK-PARA-SYORIKBN
               WHEN    "1"
                   MOVE    "＊＊＊　患者住所反映（検出）"
                                       TO  LST-REC
               WHEN    "2"
                   MOVE    "＊＊＊　患者住所反映（反映）"
                                       TO  LST-REC
               WHEN    OTHER
                   MOVE    "＊＊＊　患者住所確認結果取込"
                                       TO  LST-REC
           END-EVALUATE
           PERFORM 900-LST-WRITE-SEC
           STRING  "区分,患者番号,氏名,"
                                       DELIMITED   BY  SIZE
                   "旧郵便番号,旧住所,"
                                       DELIMITED   BY  SIZE
                   "新郵便番号,新住所,内容"
                                       DELIMITED   BY  SIZE
                                       INTO    LST-REC
           END-STRING
           PERFORM 900-LST-WRITE-SEC
      *
           IF      WRK-PARA-SYORIKBN   =   "3"
               OPEN    INPUT               KAK-FILE
               IF      STS-KAK         NOT =   "00"
                   DISPLAY "ORCBADRSUPD KAK-FILE OPEN ERR STS="
                           STS-KAK
                   MOVE    "要確認リストがありません"
                                       TO  LST-REC
                   PERFORM 900-LST-WRITE-SEC
                   MOVE    1                   TO  FLG-END
               END-IF
           ELSE
               OPEN    OUTPUT              KAK-FILE
               STRING  "反映,患者番号,現郵便番号,現住所,"
                                       DELIMITED   BY  SIZE
                       "候補郵便番号,候補住所,理由"
                                       DELIMITED   BY  SIZE
                                       INTO    KAK-REC
               END-STRING
               PERFORM 900-KAK-WRITE-SEC
           END-IF
           .
       100-INIT-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者住所判定処理
      *****************************************************************
       200-PTINF-SEC               SECTION.
      *
           INITIALIZE                  PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    PTINF-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 2001-PTINF-1KEN-SEC
                       UNTIL   FLG-FETCH       =   1
           END-IF
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       200-PTINF-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者住所判定処理（１件）
      *****************************************************************
       2001-PTINF-1KEN-SEC         SECTION.
      *
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  2001-PTINF-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  PTINF-REC
           ADD     1                   TO  CNT-PT
      *
      *    郵便番号のない患者は対象外
           IF      PTINF-HOME-POST     =   SPACE
               GO  TO  2001-PTINF-1KEN-EXT
           END-IF
           MOVE    PTINF-HOME-POST     TO  WRK-PT-POST
           MOVE    PTINF-HOME-ADRS     TO  WRK-PT-ADRS
           MOVE    PTINF-NAME          TO  WRK-PT-NAME
           MOVE    WRK-PT-ADRS         TO  WRK-LEN-IN
           PERFORM 840-LEN-SEC
           MOVE    WRK-LEN             TO  WRK-PT-LEN
      *
           PERFORM 2002-POST-HANTEI-SEC
           .
       2001-PTINF-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    郵便番号の住所との照合処理
      *****************************************************************
       2002-POST-HANTEI-SEC        SECTION.
      *
           MOVE    WRK-PT-POST         TO  ADRS-POST
           PERFORM 820-ADRS-POST-GET-SEC
      *
      *    郵便番号が住所マスタにない（候補は住所マスタ全体から探す）
           IF      ADR-MAX             =   ZERO
               PERFORM 2003-STL-ADD-SEC
               GO  TO  2002-POST-HANTEI-EXT
           END-IF
      *
      *    郵便番号の住所と前方一致していれば反映不要
           PERFORM VARYING IDX-ADR FROM 1 BY 1
                   UNTIL   IDX-ADR     >   ADR-MAX
               IF      ADR-LEN (IDX-ADR)   >   ZERO
               AND     ADR-LEN (IDX-ADR)   <=  WRK-PT-LEN
                   IF      WRK-PT-ADRS (1:ADR-LEN (IDX-ADR))
                       =   ADR-ADRS (IDX-ADR) (1:ADR-LEN (IDX-ADR))
                       GO  TO  2002-POST-HANTEI-EXT
                   END-IF
               END-IF
           END-PERFORM
      *
      *    町域名が後方一致する住所
           MOVE    ZERO                TO  CNT-KOHO
                                           IDX-KOHO
           PERFORM VARYING IDX-ADR FROM 1 BY 1
                   UNTIL   IDX-ADR     >   ADR-MAX
               MOVE    ADR-PREF     (IDX-ADR)  TO  WRK-CHK-PREF
               MOVE    ADR-PREF-LEN (IDX-ADR)  TO  WRK-CHK-PREF-LEN
               MOVE    ADR-TOWN     (IDX-ADR)  TO  WRK-CHK-TOWN
               MOVE    ADR-TOWN-LEN (IDX-ADR)  TO  WRK-CHK-TOWN-LEN
               PERFORM 850-TOWN-CHK-SEC
               IF      FLG-ICCHI           =   1
                   ADD     1                   TO  CNT-KOHO
                   MOVE    IDX-ADR             TO  IDX-KOHO
               END-IF
           END-PERFORM
      *
           MOVE    WRK-PT-POST         TO  WRK-KAK-POST
           MOVE    WRK-PT-ADRS         TO  WRK-KAK-ADRS
           IF      CNT-KOHO            =   1
               MOVE    ADR-POST (IDX-KOHO) TO  WRK-NEW-POST
               MOVE    ADR-ADRS (IDX-KOHO) TO  WRK-NEW-ADRS
               PERFORM 2004-JIDO-HANEI-SEC
           ELSE
               IF      CNT-KOHO            =   ZERO
                   MOVE    "郵便番号の住所と一致しない"
                                       TO  WRK-KAK-RIYU
               ELSE
                   MOVE    "町域の候補が複数ある"
                                       TO  WRK-KAK-RIYU
               END-IF
               PERFORM 900-PTNUM-SET-SEC
               PERFORM VARYING IDX-ADR FROM 1 BY 1
                       UNTIL   IDX-ADR     >   ADR-MAX
                   MOVE    ADR-POST (IDX-ADR)  TO  WRK-KAK-NEW-POST
                   MOVE    ADR-ADRS (IDX-ADR)  TO  WRK-KAK-NEW-ADRS
                   PERFORM 900-KAK-OUT-SEC
               END-PERFORM
               PERFORM 2005-KAKUNIN-LST-SEC
           END-IF
           .
       2002-POST-HANTEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    住所マスタにない郵便番号の患者登録処理
      *    （同じ住所はまとめて候補を探す）
      *****************************************************************
       2003-STL-ADD-SEC            SECTION.
      *
           IF      STL-MAX             >=  5000
               MOVE    "件数超過のため照合できない"
                                       TO  WRK-KAK-RIYU
               PERFORM 2006-KOHO-NASI-SEC
               GO  TO  2003-STL-ADD-EXT
           END-IF
      *
           MOVE    ZERO                TO  IDX
           PERFORM VARYING IDX-DAD FROM 1 BY 1
                   UNTIL   IDX-DAD     >   DAD-MAX
                   OR      IDX         >   ZERO
               IF      DAD-ADRS (IDX-DAD)  =   WRK-PT-ADRS
                   MOVE    IDX-DAD             TO  IDX
               END-IF
           END-PERFORM
           IF      IDX                 =   ZERO
               IF      DAD-MAX             >=  1000
               OR      WRK-PT-LEN          =   ZERO
                   MOVE    "件数超過のため照合できない"
                                       TO  WRK-KAK-RIYU
                   IF      WRK-PT-LEN          =   ZERO
                       MOVE    "郵便番号が住所マスタにない"
                                       TO  WRK-KAK-RIYU
                   END-IF
                   PERFORM 2006-KOHO-NASI-SEC
                   GO  TO  2003-STL-ADD-EXT
               END-IF
               ADD     1                   TO  DAD-MAX
               MOVE    DAD-MAX             TO  IDX
               MOVE    WRK-PT-ADRS         TO  DAD-ADRS (IDX)
               MOVE    WRK-PT-LEN          TO  DAD-LEN  (IDX)
               MOVE    ZERO                TO  DAD-KOHO-CNT (IDX)
           END-IF
      *
           ADD     1                   TO  STL-MAX
           MOVE    PTINF-PTID          TO  STL-PTID    (STL-MAX)
           MOVE    WRK-PT-NAME         TO  STL-NAME    (STL-MAX)
           MOVE    WRK-PT-POST         TO  STL-POST    (STL-MAX)
           MOVE    IDX                 TO  STL-IDX-DAD (STL-MAX)
           PERFORM 800-PTNUM-GET-SEC
           MOVE    PTNUM-PTNUM         TO  STL-PTNUM   (STL-MAX)
           .
       2003-STL-ADD-EXT.
           EXIT.
      *
      *****************************************************************
      *    自動反映処理
      *****************************************************************
       2004-JIDO-HANEI-SEC         SECTION.
      *
           PERFORM 900-PTNUM-SET-SEC
           MOVE    SPACE               TO  WRK-RIYU
           IF      WRK-PARA-SYORIKBN   =   "2"
               PERFORM 860-PTINF-UPD-SEC
               IF      WRK-RIYU            =   SPACE
                   MOVE    "自動反映"          TO  WRK-KBN
                   ADD     1                   TO  CNT-JIDO
               ELSE
                   MOVE    "エラー"            TO  WRK-KBN
                   ADD     1                   TO  CNT-ERR
               END-IF
           ELSE
               MOVE    "反映予定"          TO  WRK-KBN
               ADD     1                   TO  CNT-JIDO
           END-IF
           PERFORM 900-LST-OUT-SEC
           .
       2004-JIDO-HANEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    要確認の結果リスト出力処理
      *****************************************************************
       2005-KAKUNIN-LST-SEC        SECTION.
      *
           MOVE    "要確認"            TO  WRK-KBN
           MOVE    SPACE               TO  WRK-NEW-POST
                                           WRK-NEW-ADRS
           MOVE    WRK-KAK-RIYU        TO  WRK-RIYU
           PERFORM 900-LST-OUT-SEC
           ADD     1                   TO  CNT-KAKUNIN
           .
       2005-KAKUNIN-LST-EXT.
           EXIT.
      *
      *****************************************************************
      *    候補なしの要確認出力処理
      *    （反映欄とともに候補欄へ入力して取り込める）
      *****************************************************************
       2006-KOHO-NASI-SEC          SECTION.
      *
           PERFORM 900-PTNUM-SET-SEC
           MOVE    WRK-PT-POST         TO  WRK-KAK-POST
           MOVE    WRK-PT-ADRS         TO  WRK-KAK-ADRS
           MOVE    SPACE               TO  WRK-KAK-NEW-POST
                                           WRK-KAK-NEW-ADRS
           PERFORM 900-KAK-OUT-SEC
           PERFORM 2005-KAKUNIN-LST-SEC
           .
       2006-KOHO-NASI-EXT.
           EXIT.
      *
      *****************************************************************
      *    住所マスタ照合処理
      *    （住所マスタにない郵便番号の住所と町域名を照合する）
      *****************************************************************
       300-ADRS-ALL-SEC            SECTION.
      *
           INITIALIZE                  ADRS-REC
           MOVE    SPA-HOSPNUM         TO  ADRS-HOSPNUM
           MOVE    ADRS-REC            TO  MCPDATA-REC
           MOVE    "tbl_adrs"          TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-FETCH
               PERFORM 3001-ADRS-1KEN-SEC
                       UNTIL   FLG-FETCH       =   1
           END-IF
           MOVE    "tbl_adrs"          TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       300-ADRS-ALL-EXT.
           EXIT.
      *
      *****************************************************************
      *    住所マスタ照合処理（１件）
      *****************************************************************
       3001-ADRS-1KEN-SEC          SECTION.
      *
           MOVE    "tbl_adrs"          TO  MCP-TABLE
           MOVE    "all"               TO  MCP-PATHNAME
           MOVE    "DBFETCH"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    1                   TO  FLG-FETCH
               GO  TO  3001-ADRS-1KEN-EXT
           END-IF
           MOVE    MCPDATA-REC         TO  ADRS-REC
           PERFORM 830-ADRS-HENSYU-SEC
           IF      WRK-MST-TOWN-LEN    =   ZERO
               GO  TO  3001-ADRS-1KEN-EXT
           END-IF
           MOVE    WRK-MST-PREF        TO  WRK-CHK-PREF
           MOVE    WRK-MST-PREF-LEN    TO  WRK-CHK-PREF-LEN
           MOVE    WRK-MST-TOWN        TO  WRK-CHK-TOWN
           MOVE    WRK-MST-TOWN-LEN    TO  WRK-CHK-TOWN-LEN
      *
           PERFORM VARYING IDX-DAD FROM 1 BY 1
                   UNTIL   IDX-DAD     >   DAD-MAX
               MOVE    DAD-ADRS (IDX-DAD)  TO  WRK-PT-ADRS
               MOVE    DAD-LEN  (IDX-DAD)  TO  WRK-PT-LEN
               PERFORM 850-TOWN-CHK-SEC
               IF      FLG-ICCHI           =   1
                   PERFORM 3002-DAD-KOHO-SEC
               END-IF
           END-PERFORM
           .
       3001-ADRS-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    候補住所の登録処理（５件まで保持し件数は数える）
      *****************************************************************
       3002-DAD-KOHO-SEC           SECTION.
      *
      *    同じ郵便番号・住所の候補は１件とする
           PERFORM VARYING IDX-KOHO FROM 1 BY 1
                   UNTIL   IDX-KOHO    >   DAD-KOHO-CNT (IDX-DAD)
                   OR      IDX-KOHO    >   5
               IF      DAD-K-POST (IDX-DAD IDX-KOHO)   =   ADRS-POST
               AND     DAD-K-ADRS (IDX-DAD IDX-KOHO)   =   WRK-MST-ADRS
                   GO  TO  3002-DAD-KOHO-EXT
               END-IF
           END-PERFORM
      *
           ADD     1                   TO  DAD-KOHO-CNT (IDX-DAD)
           IF      DAD-KOHO-CNT (IDX-DAD)  <=  5
               MOVE    DAD-KOHO-CNT (IDX-DAD)  TO  IDX-KOHO
               MOVE    ADRS-POST           TO  DAD-K-POST
                                               (IDX-DAD IDX-KOHO)
               MOVE    WRK-MST-ADRS        TO  DAD-K-ADRS
                                               (IDX-DAD IDX-KOHO)
           END-IF
           .
       3002-DAD-KOHO-EXT.
           EXIT.
      *
      *****************************************************************
      *    住所マスタにない郵便番号の患者の反映処理
      *****************************************************************
       400-STL-HANEI-SEC           SECTION.
      *
           PERFORM VARYING IDX-STL FROM 1 BY 1
                   UNTIL   IDX-STL     >   STL-MAX
               PERFORM 4001-STL-1KEN-SEC
           END-PERFORM
           .
       400-STL-HANEI-EXT.
           EXIT.
      *
      *****************************************************************
      *    住所マスタにない郵便番号の患者の反映処理（１件）
      *****************************************************************
       4001-STL-1KEN-SEC           SECTION.
      *
           MOVE    STL-IDX-DAD (IDX-STL)   TO  IDX-DAD
           MOVE    STL-PTID  (IDX-STL) TO  PTINF-PTID
           MOVE    STL-PTNUM (IDX-STL) TO  WRK-PT-PTNUM
           MOVE    STL-NAME  (IDX-STL) TO  WRK-PT-NAME
           MOVE    STL-POST  (IDX-STL) TO  WRK-PT-POST
           MOVE    DAD-ADRS (IDX-DAD)  TO  WRK-PT-ADRS
           MOVE    WRK-PT-POST         TO  WRK-KAK-POST
           MOVE    WRK-PT-ADRS         TO  WRK-KAK-ADRS
      *
           IF      DAD-KOHO-CNT (IDX-DAD)  =   1
               MOVE    DAD-K-POST (IDX-DAD 1)  TO  WRK-NEW-POST
               MOVE    DAD-K-ADRS (IDX-DAD 1)  TO  WRK-NEW-ADRS
               MOVE    SPACE               TO  WRK-RIYU
               IF      WRK-PARA-SYORIKBN   =   "2"
                   PERFORM 860-PTINF-UPD-SEC
                   IF      WRK-RIYU            =   SPACE
                       MOVE    "自動反映"          TO  WRK-KBN
                       ADD     1                   TO  CNT-JIDO
                   ELSE
                       MOVE    "エラー"            TO  WRK-KBN
                       ADD     1                   TO  CNT-ERR
                   END-IF
               ELSE
                   MOVE    "反映予定"          TO  WRK-KBN
                   ADD     1                   TO  CNT-JIDO
               END-IF
               PERFORM 900-LST-OUT-SEC
               GO  TO  4001-STL-1KEN-EXT
           END-IF
      *
           EVALUATE    TRUE
               WHEN    DAD-KOHO-CNT (IDX-DAD)  =   ZERO
                   MOVE    "郵便番号が住所マスタにない"
                                       TO  WRK-KAK-RIYU
                   MOVE    SPACE               TO  WRK-KAK-NEW-POST
                                                   WRK-KAK-NEW-ADRS
                   PERFORM 900-KAK-OUT-SEC
               WHEN    DAD-KOHO-CNT (IDX-DAD)  >   5
                   MOVE    "候補が多いため５件まで出力"
                                       TO  WRK-KAK-RIYU
               WHEN    OTHER
                   MOVE    "町域の候補が複数ある"
                                       TO  WRK-KAK-RIYU
           END-EVALUATE
           PERFORM VARYING IDX-KOHO FROM 1 BY 1
                   UNTIL   IDX-KOHO    >   DAD-KOHO-CNT (IDX-DAD)
                   OR      IDX-KOHO    >   5
               MOVE    DAD-K-POST (IDX-DAD IDX-KOHO)
                                       TO  WRK-KAK-NEW-POST
               MOVE    DAD-K-ADRS (IDX-DAD IDX-KOHO)
                                       TO  WRK-KAK-NEW-ADRS
               PERFORM 900-KAK-OUT-SEC
           END-PERFORM
           PERFORM 2005-KAKUNIN-LST-SEC
           .
       4001-STL-1KEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    確認結果取込処理
      *    （要確認リストの反映欄に１を入力した行を反映する）
      *****************************************************************
       500-KAKUNIN-SEC             SECTION.
      *
           MOVE    ZERO                TO  CNT-LINE
                                           FLG-EOF
      *    見出し行を読み飛ばす
           PERFORM 900-KAK-READ-SEC
           PERFORM 900-KAK-READ-SEC
           PERFORM UNTIL   FLG-EOF     =   1
               PERFORM 5001-KAKUNIN-LINE-SEC
               PERFORM 900-KAK-READ-SEC
           END-PERFORM
           CLOSE   KAK-FILE
           .
       500-KAKUNIN-EXT.
           EXIT.
      *
      *****************************************************************
      *    確認結果取込処理（１行分）
      *****************************************************************
       5001-KAKUNIN-LINE-SEC       SECTION.
      *
           INITIALIZE                  WRK-KAK
           UNSTRING    KAK-REC         DELIMITED  BY  ","
                                       INTO    WRK-KAK-HANEI
                                               WRK-KAK-PTNUM
                                               WRK-KAK-POST
                                               WRK-KAK-ADRS
                                               WRK-KAK-NEW-POST
                                               WRK-KAK-NEW-ADRS
                                               WRK-KAK-RIYU
           END-UNSTRING
           IF      WRK-KAK-HANEI   NOT =   "1"
               GO  TO  5001-KAKUNIN-LINE-EXT
           END-IF
      *
           MOVE    WRK-KAK-PTNUM       TO  WRK-PT-PTNUM
           MOVE    WRK-KAK-POST        TO  WRK-PT-POST
           MOVE    WRK-KAK-ADRS        TO  WRK-PT-ADRS
           MOVE    WRK-KAK-NEW-POST    TO  WRK-NEW-POST
           MOVE    WRK-KAK-NEW-ADRS    TO  WRK-NEW-ADRS
           MOVE    SPACE               TO  WRK-PT-NAME
                                           WRK-RIYU
      *
           PERFORM 5002-KAKUNIN-CHK-SEC
           IF      WRK-RIYU            =   SPACE
               PERFORM 860-PTINF-UPD-SEC
           END-IF
           IF      WRK-RIYU            =   SPACE
               MOVE    "反映"              TO  WRK-KBN
               ADD     1                   TO  CNT-HANEI
           ELSE
               MOVE    "エラー"            TO  WRK-KBN
               ADD     1                   TO  CNT-ERR
           END-IF
           PERFORM 900-LST-OUT-SEC
           .
       5001-KAKUNIN-LINE-EXT.
           EXIT.
      *
      *****************************************************************
      *    確認結果チェック処理
      *****************************************************************
       5002-KAKUNIN-CHK-SEC        SECTION.
      *
           PERFORM 810-PTNUM-KEY2-SEC
           IF      FLG-PTNUM       NOT =   ZERO
               MOVE    "患者番号が登録されていない"
                                       TO  WRK-RIYU
               GO  TO  5002-KAKUNIN-CHK-EXT
           END-IF
           MOVE    PTNUM-PTID          TO  PTINF-PTID
      *
           IF      WRK-NEW-POST        =   SPACE
           OR      WRK-NEW-ADRS        =   SPACE
               MOVE    "候補の郵便番号・住所がない"
                                       TO  WRK-RIYU
               GO  TO  5002-KAKUNIN-CHK-EXT
           END-IF
      *
      *    候補の郵便番号が住所マスタにあること
           MOVE    WRK-NEW-POST        TO  ADRS-POST
           PERFORM 820-ADRS-POST-GET-SEC
           IF      ADR-MAX             =   ZERO
               MOVE    "候補の郵便番号がない"
                                       TO  WRK-RIYU
           END-IF
           .
       5002-KAKUNIN-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    終了　処理
      *****************************************************************
       600-TERM-SEC                SECTION.
      *
           IF      FLG-END             =   ZERO
               MOVE    SPACE               TO  LST-REC
               IF      WRK-PARA-SYORIKBN   =   "3"
                   MOVE    CNT-HANEI           TO  WRK-ED-KENSU
                   STRING  "反映件数,"         DELIMITED   BY  SIZE
                           WRK-ED-KENSU        DELIMITED   BY  SIZE
                                       INTO    LST-REC
                   END-STRING
               ELSE
                   MOVE    CNT-JIDO            TO  WRK-ED-KENSU
                   STRING  "自動反映件数,"   DELIMITED   BY  SIZE
                           WRK-ED-KENSU        DELIMITED   BY  SIZE
                                       INTO    LST-REC
                   END-STRING
                   PERFORM 900-LST-WRITE-SEC
                   MOVE    CNT-KAKUNIN         TO  WRK-ED-KENSU
                   STRING  "要確認件数,"       DELIMITED   BY  SIZE
                           WRK-ED-KENSU        DELIMITED   BY  SIZE
                                       INTO    LST-REC
                   END-STRING
               END-IF
               PERFORM 900-LST-WRITE-SEC
               MOVE    CNT-ERR             TO  WRK-ED-KENSU
               STRING  "エラー件数,"       DELIMITED   BY  SIZE
                       WRK-ED-KENSU        DELIMITED   BY  SIZE
                                       INTO    LST-REC
               END-STRING
               PERFORM 900-LST-WRITE-SEC
               IF      WRK-PARA-SYORIKBN   NOT =   "3"
                   CLOSE   KAK-FILE
               END-IF
           END-IF
           CLOSE   LST-FILE
      *
           DISPLAY "ORCBADRSUPD PT=" CNT-PT " JIDO=" CNT-JIDO
                   " KAKUNIN=" CNT-KAKUNIN " HANEI=" CNT-HANEI
                   " ERR=" CNT-ERR
      *
      *    ステップ管理終了処理
           MOVE    "STE"           TO  SJOBKANRI-MODE
           INITIALIZE                  JOBKANRI-REC
           MOVE    "患者住所一括反映"
                                   TO  JOB-SHELLMSG
           PERFORM 900-CALL-ORCSJOB-SEC
      *
           PERFORM 900-DBDISCONNECT-SEC
      *
           DISPLAY "*** ORCBADRSUPD END ***"
           .
       600-TERM-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者番号取得処理（患者ＩＤから）
      *****************************************************************
       800-PTNUM-GET-SEC           SECTION.
      *
           INITIALIZE                  PTNUM-REC
           MOVE    SPA-HOSPNUM         TO  PTNUM-HOSPNUM
           MOVE    PTINF-PTID          TO  PTNUM-PTID
           MOVE    PTNUM-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
           END-IF
           IF      MCP-RC              =   ZERO
               MOVE    MCPDATA-REC         TO  PTNUM-REC
           ELSE
               INITIALIZE                  PTNUM-REC
           END-IF
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       800-PTNUM-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者ＩＤ取得処理（患者番号から）
      *****************************************************************
       810-PTNUM-KEY2-SEC          SECTION.
      *
           MOVE    1                   TO  FLG-PTNUM
           INITIALIZE                  PTNUM-REC
           MOVE    SPA-HOSPNUM         TO  PTNUM-HOSPNUM
           MOVE    WRK-PT-PTNUM        TO  PTNUM-PTNUM
           MOVE    PTNUM-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTNUM-REC
                   MOVE    ZERO                TO  FLG-PTNUM
               END-IF
           END-IF
           MOVE    "tbl_ptnum"         TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       810-PTNUM-KEY2-EXT.
           EXIT.
      *
      *****************************************************************
      *    郵便番号の住所マスタ取得処理（ADRS-POST を設定して呼ぶ）
      *****************************************************************
       820-ADRS-POST-GET-SEC       SECTION.
      *
           MOVE    ZERO                TO  ADR-MAX
           MOVE    ADRS-POST           TO  WRK-POST
           INITIALIZE                  ADRS-REC
           MOVE    SPA-HOSPNUM         TO  ADRS-HOSPNUM
           MOVE    WRK-POST            TO  ADRS-POST
           MOVE    ADRS-REC            TO  MCPDATA-REC
           MOVE    "tbl_adrs"          TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC              =   ZERO
               MOVE    ZERO                TO  FLG-ADRS
               PERFORM UNTIL   FLG-ADRS    =   1
                   MOVE    "tbl_adrs"          TO  MCP-TABLE
                   MOVE    "key2"              TO  MCP-PATHNAME
                   MOVE    "DBFETCH"           TO  MCP-FUNC
                   PERFORM 900-ORCDBMAIN-SEC
                   IF      MCP-RC              =   ZERO
                   AND     ADR-MAX             <   20
                       MOVE    MCPDATA-REC         TO  ADRS-REC
                       PERFORM 830-ADRS-HENSYU-SEC
                       ADD     1                   TO  ADR-MAX
                       MOVE    ADRS-POST           TO  ADR-POST
                                                       (ADR-MAX)
                       MOVE    WRK-MST-ADRS        TO  ADR-ADRS
                                                       (ADR-MAX)
                       MOVE    WRK-MST-LEN         TO  ADR-LEN
                                                       (ADR-MAX)
                       MOVE    WRK-MST-PREF        TO  ADR-PREF
                                                       (ADR-MAX)
                       MOVE    WRK-MST-PREF-LEN    TO  ADR-PREF-LEN
                                                       (ADR-MAX)
                       MOVE    WRK-MST-TOWN        TO  ADR-TOWN
                                                       (ADR-MAX)
                       MOVE    WRK-MST-TOWN-LEN    TO  ADR-TOWN-LEN
                                                       (ADR-MAX)
                   ELSE
                       MOVE    1                   TO  FLG-ADRS
                   END-IF
               END-PERFORM
           END-IF
           MOVE    "tbl_adrs"          TO  MCP-TABLE
           MOVE    "key2"              TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       820-ADRS-POST-GET-EXT.
           EXIT.
      *
      *****************************************************************
      *    住所マスタの住所編集処理
      *    （都道府県＋市区町村＋町域。町域は括弧書きを除く）
      *****************************************************************
       830-ADRS-HENSYU-SEC         SECTION.
      *
           MOVE    SPACE               TO  WRK-MST-PREF
                                           WRK-MST-TOWN
                                           WRK-MST-ADRS
           MOVE    ADRS-PREFNAME       TO  WRK-MST-PREF
           MOVE    WRK-MST-PREF        TO  WRK-LEN-IN
           PERFORM 840-LEN-SEC
           MOVE    WRK-LEN             TO  WRK-MST-PREF-LEN
      *
      *    「以下に掲載がない場合」は町域名なしとする
           MOVE    ZERO                TO  CNT-KEISAI
           INSPECT ADRS-TOWNNAME   TALLYING    CNT-KEISAI
                                   FOR ALL "以下に掲載がない"
           IF      CNT-KEISAI          =   ZERO
               UNSTRING    ADRS-TOWNNAME   DELIMITED  BY  "（"
                                           OR  SPACE
                                       INTO    WRK-MST-TOWN
               END-UNSTRING
           END-IF
           MOVE    WRK-MST-TOWN        TO  WRK-LEN-IN
           PERFORM 840-LEN-SEC
           MOVE    WRK-LEN             TO  WRK-MST-TOWN-LEN
      *
           STRING  ADRS-PREFNAME       DELIMITED   BY  SPACE
                   ADRS-CITYNAME       DELIMITED   BY  SPACE
                   WRK-MST-TOWN        DELIMITED   BY  SPACE
                                       INTO    WRK-MST-ADRS
           END-STRING
           MOVE    WRK-MST-ADRS        TO  WRK-LEN-IN
           PERFORM 840-LEN-SEC
           MOVE    WRK-LEN             TO  WRK-MST-LEN
           .
       830-ADRS-HENSYU-EXT.
           EXIT.
      *
      *****************************************************************
      *    文字列長算出処理（WRK-LEN-IN の後ろの空白を除いた長さ）
      *****************************************************************
       840-LEN-SEC                 SECTION.
      *
           MOVE    200                 TO  WRK-LEN
           PERFORM UNTIL   WRK-LEN     =   ZERO
                   OR      WRK-LEN-IN (WRK-LEN:1)  NOT =   SPACE
               SUBTRACT    1               FROM    WRK-LEN
           END-PERFORM
           .
       840-LEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    町域名一致判定処理
      *    （患者住所が都道府県で始まり町域名で終わるとき一致）
      *****************************************************************
       850-TOWN-CHK-SEC            SECTION.
      *
           MOVE    ZERO                TO  FLG-ICCHI
           IF      WRK-CHK-TOWN-LEN    =   ZERO
           OR      WRK-CHK-PREF-LEN    =   ZERO
           OR      WRK-CHK-TOWN-LEN    >   WRK-PT-LEN
           OR      WRK-CHK-PREF-LEN    >   WRK-PT-LEN
               GO  TO  850-TOWN-CHK-EXT
           END-IF
           IF      WRK-PT-ADRS (1:WRK-CHK-PREF-LEN)
               NOT =   WRK-CHK-PREF (1:WRK-CHK-PREF-LEN)
               GO  TO  850-TOWN-CHK-EXT
           END-IF
           COMPUTE WRK-CHK-POS =   WRK-PT-LEN  -   WRK-CHK-TOWN-LEN
                                               +   1
           IF      WRK-PT-ADRS (WRK-CHK-POS:WRK-CHK-TOWN-LEN)
               =   WRK-CHK-TOWN (1:WRK-CHK-TOWN-LEN)
               MOVE    1                   TO  FLG-ICCHI
           END-IF
           .
       850-TOWN-CHK-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者住所更新処理
      *    （PTINF-PTID の患者の現在値が WRK-PT-POST・WRK-PT-ADRS の
      *      ときに WRK-NEW-POST・WRK-NEW-ADRS へ更新する）
      *****************************************************************
       860-PTINF-UPD-SEC           SECTION.
      *
           MOVE    PTINF-PTID          TO  WRK-PTID
           INITIALIZE                  PTINF-REC
           MOVE    SPA-HOSPNUM         TO  PTINF-HOSPNUM
           MOVE    WRK-PTID            TO  PTINF-PTID
           MOVE    PTINF-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBSELECT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           MOVE    1                   TO  FLG-PTINF
           IF      MCP-RC              =   ZERO
               MOVE    "DBFETCH"           TO  MCP-FUNC
               PERFORM 900-ORCDBMAIN-SEC
               IF      MCP-RC              =   ZERO
                   MOVE    MCPDATA-REC         TO  PTINF-REC
                   MOVE    ZERO                TO  FLG-PTINF
               END-IF
           END-IF
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBCLOSECURSOR"     TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      FLG-PTINF       NOT =   ZERO
               MOVE    "患者情報がない"    TO  WRK-RIYU
               GO  TO  860-PTINF-UPD-EXT
           END-IF
           MOVE    PTINF-NAME          TO  WRK-PT-NAME
      *
      *    抽出後に変更された患者は更新しない
           IF      PTINF-HOME-POST NOT =   WRK-PT-POST
           OR      PTINF-HOME-ADRS NOT =   WRK-PT-ADRS
               MOVE    "住所が変更済"      TO  WRK-RIYU
               GO  TO  860-PTINF-UPD-EXT
           END-IF
      *
           MOVE    WRK-NEW-POST        TO  PTINF-HOME-POST
           MOVE    WRK-NEW-ADRS        TO  PTINF-HOME-ADRS
           MOVE    SPA-OPID            TO  PTINF-OPID
           MOVE    SMCNDATE-YMD        TO  PTINF-UPYMD
           MOVE    SMCNDATE-HMS        TO  PTINF-UPHMS
           MOVE    PTINF-REC           TO  MCPDATA-REC
           MOVE    "tbl_ptinf"         TO  MCP-TABLE
           MOVE    "key"               TO  MCP-PATHNAME
           MOVE    "DBUPDATE"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           IF      MCP-RC          NOT =   ZERO
               MOVE    "患者情報の更新エラー"
                                       TO  WRK-RIYU
           END-IF
           .
       860-PTINF-UPD-EXT.
           EXIT.
      *
      *****************************************************************
      *    患者番号設定処理
      *****************************************************************
       900-PTNUM-SET-SEC           SECTION.
      *
           PERFORM 800-PTNUM-GET-SEC
           MOVE    PTNUM-PTNUM         TO  WRK-PT-PTNUM
           .
       900-PTNUM-SET-EXT.
           EXIT.
      *
      *****************************************************************
      *    結果リスト出力処理
      *****************************************************************
       900-LST-OUT-SEC             SECTION.
      *
           MOVE    SPACE               TO  LST-REC
           STRING  WRK-KBN             DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-PT-PTNUM        DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-PT-NAME         DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-PT-POST         DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-PT-ADRS         DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-NEW-POST        DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-NEW-ADRS        DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-RIYU            DELIMITED   BY  "  "
                                       INTO    LST-REC
           END-STRING
           PERFORM 900-LST-WRITE-SEC
           .
       900-LST-OUT-EXT.
           EXIT.
      *
      *****************************************************************
      *    結果リスト書込処理
      *****************************************************************
       900-LST-WRITE-SEC           SECTION.
      *
           WRITE   LST-REC
           MOVE    SPACE               TO  LST-REC
           .
       900-LST-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    要確認リスト出力処理（反映欄は空欄で出力）
      *****************************************************************
       900-KAK-OUT-SEC             SECTION.
      *
           MOVE    SPACE               TO  KAK-REC
           STRING  ","                 DELIMITED   BY  SIZE
                   WRK-PT-PTNUM        DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-KAK-POST        DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-KAK-ADRS        DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-KAK-NEW-POST    DELIMITED   BY  SPACE
                   ","                 DELIMITED   BY  SIZE
                   WRK-KAK-NEW-ADRS    DELIMITED   BY  "  "
                   ","                 DELIMITED   BY  SIZE
                   WRK-KAK-RIYU        DELIMITED   BY  "  "
                                       INTO    KAK-REC
           END-STRING
           PERFORM 900-KAK-WRITE-SEC
           .
       900-KAK-OUT-EXT.
           EXIT.
      *
      *****************************************************************
      *    要確認リスト書込処理
      *****************************************************************
       900-KAK-WRITE-SEC           SECTION.
      *
           WRITE   KAK-REC
           MOVE    SPACE               TO  KAK-REC
           .
       900-KAK-WRITE-EXT.
           EXIT.
      *
      *****************************************************************
      *    要確認リスト読込処理
      *****************************************************************
       900-KAK-READ-SEC            SECTION.
      *
           READ    KAK-FILE
               AT  END
                   MOVE    1                   TO  FLG-EOF
               NOT AT  END
                   ADD     1                   TO  CNT-LINE
           END-READ
           .
       900-KAK-READ-EXT.
           EXIT.
      *
      *****************************************************************
      *    ジョブ管理ＤＢ制御サブ呼出処理
      *****************************************************************
       900-CALL-ORCSJOB-SEC            SECTION.
      *
           MOVE    WRK-PARA-JOBID      TO  JOB-JOBID
           MOVE    WRK-PARA-SHELLID    TO  JOB-SHELLID
           CALL    "ORCSJOB"           USING
                                       ORCSJOBKANRIAREA
                                       JOBKANRI-REC
           .
       900-CALL-ORCSJOB-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＤＢオープン処理
      *****************************************************************
       100-DBOPEN-SEC                SECTION.
      *
           MOVE    LOW-VALUE           TO  MCP-TABLE
                                           MCP-PATHNAME
           MOVE    "DBOPEN"            TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    LOW-VALUE           TO  MCP-TABLE
                                           MCP-PATHNAME
           MOVE    "DBSTART"           TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       100-DBOPEN-EXT.
           EXIT.
      *
      *****************************************************************
      *    ＤＢクローズ処理
      *****************************************************************
       900-DBDISCONNECT-SEC            SECTION.
      *
           MOVE    LOW-VALUE           TO  MCP-TABLE
                                           MCP-PATHNAME
           MOVE    "DBCOMMIT"          TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
      *
           MOVE    LOW-VALUE           TO  MCP-TABLE
                                           MCP-PATHNAME
           MOVE    "DBDISCONNECT"      TO  MCP-FUNC
           PERFORM 900-ORCDBMAIN-SEC
           .
       900-DBDISCONNECT-EXT.
           EXIT.
      *
      *****************************************************************
      *    テーブルアクセス処理
      *****************************************************************
       900-ORCDBMAIN-SEC               SECTION.
      *
           CALL    "ORCDBMAIN"         USING   MCPAREA
                                               MCPDATA-REC
                                               SPA-AREA
           .
      *
       900-ORCDBMAIN-EXT.
           EXIT.
