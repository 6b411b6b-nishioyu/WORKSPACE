      *  05.02.06    ORCAMO       26/09/02  職員ロール権限外起動
      *                                     試行ログ（区分６）対応
      *                                     （改ざん検証用）
      *  05.02.07    ORCAMO       26/10/15  外字マップによる代替文字
      *                                     変換対応
      *  05.02.08    ORCAMO       26/10/15  保存年限経過患者の匿名化
      *                                     ログ（区分７）対応
      *****************************************************************
      *
       ENVIRONMENT             DIVISION.
      *    監査ログ連鎖ハッシュ計算サブ
           COPY    "CPORCSAUDITHASH.INC".
      *
      *R10.15
      *    外字代替文字変換サブ
           COPY    "CPORCSGAIJI.INC".
      *
      *****************************************************************
      *    連絡領域
      *****************************************************************
           03  AUDITROLE-ROLEID            PIC X(10).
           03  AUDITROLE-RESULT            PIC X(01).
      *
      *R10.15
      *    保存年限経過患者の匿名化ログ用領域
      *    （SHIKIBETU-KBN = "7" のとき使用）
       01  AUDITTOKUMEI-AREA.
           03  AUDITTOKUMEI-HOSPNUM        PIC 9(02).
           03  AUDITTOKUMEI-PTID           PIC 9(10).
           03  AUDITTOKUMEI-PTNUM          PIC X(20).
           03  AUDITTOKUMEI-LASTYMD        PIC X(08).
           03  AUDITTOKUMEI-SYONIN-OPID    PIC X(16).
           03  AUDITTOKUMEI-OPID           PIC X(16).
      *
      *****************************************************************
       PROCEDURE               DIVISION    USING
                               SHIKIBETU-KBN
                               AUDITTOUGOU-AREA
                               AUDITHLTH-AREA
                               AUDITROLE-AREA
                               AUDITTOKUMEI-AREA
           .
      *
      *****************************************************************
      *        監視ログ編集処理 (職員ロール権限外起動試行)
               PERFORM 1001-ROLELOG-SEC
           ELSE
           IF      SHIKIBETU-KBN       =   "7"
      *        監視ログ編集処理 (保存年限経過患者の匿名化)
               PERFORM 1001-TOKUMEILOG-SEC
           ELSE
      *        監視ログ編集処理 (ジョブ管理テーブル)
               PERFORM 1001-JOBLOG-SEC
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
      *
      *R10.15
      *    外字は外字マップの代替文字（画面表示用）へ変換する
      *    （マップ未登録の外字は従来どおり■となる）
           PERFORM 1003-GAIJI-HENKAN-SEC
      *
      *R08.08
      *    監査ログ閲覧画面より検索できるようテーブルにも登録する
       1001-ROLELOG-EXT.
           EXIT.
      *
      *R10.15
      *****************************************************************
      *    監視ログ編集処理（保存年限経過患者の匿名化）
      *****************************************************************
       1001-TOKUMEILOG-SEC         SECTION.
      *
           MOVE   "PtAnonymize"        TO  WRK-STR
           MOVE    AUDITTOKUMEI-PTID   TO  WRK-PTID
      *
           STRING WRK-STR              DELIMITED   BY  SPACE
                  " HOSPNUM["          DELIMITED   BY  SIZE
                  AUDITTOKUMEI-HOSPNUM DELIMITED   BY  SIZE
                  "] PTID["            DELIMITED   BY  SIZE
                  AUDITTOKUMEI-PTID    DELIMITED   BY  SIZE
                  "] PTNUM["           DELIMITED   BY  SIZE
                  AUDITTOKUMEI-PTNUM   DELIMITED   BY  SPACE
                  "] LASTYMD["         DELIMITED   BY  SIZE
                  AUDITTOKUMEI-LASTYMD DELIMITED   BY  SIZE
                  "] APPROVE["         DELIMITED   BY  SIZE
                  AUDITTOKUMEI-SYONIN-OPID DELIMITED   BY  SPACE
                  "] OPID["            DELIMITED   BY  SIZE
                  AUDITTOKUMEI-OPID    DELIMITED   BY  SPACE
                  "]"                  DELIMITED   BY  SIZE
                                       INTO    WRK-LOGMSG
           END-STRING
           .
      *
       1001-TOKUMEILOG-EXT.
           EXIT.
      *
      *****************************************************************
      *    監査ログ閲覧画面（ＯＲＣＧＡＵＤＩＴ）用テーブル登録処理
      *****************************************************************
       10022-HASH-KEISAN-EXT.
           EXIT.
      *
      *R10.15
      *****************************************************************
      *    外字代替文字変換処理
      *****************************************************************
       1003-GAIJI-HENKAN-SEC           SECTION.
      *
           INITIALIZE                  ORCSGAIJIAREA
           MOVE    "1"                 TO  SGAIJI-MODE
           MOVE    "1"                 TO  SGAIJI-KBN
           MOVE    SPA-HOSPNUM         TO  SGAIJI-HOSPNUM
           MOVE    WRK-LOGMSG          TO  SGAIJI-INDATA
           CALL    "ORCSGAIJI"         USING
                                       ORCSGAIJIAREA
           IF      SGAIJI-RC       NOT =   2
               MOVE    SGAIJI-OUTDATA      TO  WRK-LOGMSG
           END-IF
           .
       1003-GAIJI-HENKAN-EXT.
           EXIT.
      *
      *****************************************************************
      *    エラーメッセージ編集処理
      *****************************************************************
