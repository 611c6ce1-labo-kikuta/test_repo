      *         ベンダーマスタからベンダー名称を付加したうえで
      *         納入予定データを出力する
      *         (処理前にU01をサマリキー順にソートする)
      *         購買担当者マスタ(U12)で担当者CDを検証し、帳票は
      *         所属別に担当者名を付けて印字する
      *         保留ファイル処理(EDPG0059)で解除した再投入ファイル
      *         (U01HSK)があれば、U01とあわせて読み込む
      *         (前回の本PG正常終了後にEDPG0059が正常終了している
      *          場合のみ。再実行時などの二重読込を防ぐ)
      *         拠点CD(納入先拠点)もサマリキーに含め、日別スロットの
      *         実納入日付は拠点ごとの工場カレンダーから求める
      *         (拠点CD空白は従来の工場＝標準拠点としてCALFILEを、
      *          それ以外は環境変数EDPG0040_CAL_DIR(未設定時は
      *          カレント)配下のCAL_拠点CD.datを参照する)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                                         DIVISION.
           SELECT U01-FILE ASSIGN TO "U01FILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-U01-STATUS.
      *>   再投入ファイル（EDPG0059で解除したエラー行・U01と同一
      *>   レイアウト。ファイルなしは再投入なしとして扱う）
           SELECT U01-HSK-FILE ASSIGN TO "U01HSKFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-U01HSK-STATUS.
           SELECT U01-SRT-FILE ASSIGN TO 'U01SRT.tmp'.
           SELECT U01S-FILE ASSIGN TO "U01SFILE"
           ORGANIZATION IS LINE SEQUENTIAL.
           ACCESS MODE IS RANDOM
           RECORD KEY IS U11-BUHIN-CD
           FILE STATUS IS WK-U11-STATUS.
      *>   購買担当者マスタ（索引編成・購買担当者CDキーの随時READ）
           SELECT U12-FILE ASSIGN TO "U12FILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS U12-KOBAI-TANTO-CD
           FILE STATUS IS WK-U12-STATUS.
      *>   工場カレンダー（稼働日のみ・日付昇順）
      *>   標準拠点以外は拠点ごとのファイル名を組み立て、
      *>   "DD_CALFILE"環境変数へ設定してからOPENする
      *>   （EDPG0041のベンダー別CSVと同じfilename-mapping方式）
           SELECT CAL-FILE ASSIGN TO "CALFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-CAL-STATUS.
      *>   レコード区分(1:新規 2:訂正=全置換 3:取消。
      *>   空白は旧レイアウト互換で新規扱い)
         03  U01-REC-KBN                                      PIC X(01).
      *>   拠点CD（納入先拠点。空白は旧レイアウト互換で標準拠点）
         03  U01-KYOTEN-CD                                    PIC X(03).

      *>   再投入ファイル
       FD  U01-HSK-FILE.
       01  U01-HSK-REC.
         03  U01-HSK-KOBAI-TANTO-CD                           PIC X(05).
         03  U01-HSK-BUHIN-CD                                 PIC X(10).
         03  U01-HSK-VENDOR-CD                                PIC X(08).
         03  U01-HSK-NKKAITO-INF.
           05  U01-HSK-SUPPLY-DAY                             PIC 9(02).
           05  U01-HSK-NKKAITO-SU                             PIC 9(07).
         03  U01-HSK-ORDER-NO                                 PIC X(07).
         03  U01-HSK-REC-KBN                                  PIC X(01).
         03  U01-HSK-KYOTEN-CD                                PIC X(03).

      *>   納期回答データソートワーク
      *>   (所属CDは帳票を所属別にまとめるため購買担当者マスタから
      *>    付加する第1ソートキー。マスタ未登録の担当者は空白)
       SD  U01-SRT-FILE.
       01  U01-SRT-REC.
         03  U01-SRT-SHOZOKU-CD                               PIC X(05).
         03  U01-SRT-KOBAI-TANTO-CD                           PIC X(05).
         03  U01-SRT-BUHIN-CD                                 PIC X(10).
         03  U01-SRT-VENDOR-CD                                PIC X(08).
           05  U01-SRT-NKKAITO-SU                             PIC 9(07).
         03  U01-SRT-ORDER-NO                                 PIC X(07).
         03  U01-SRT-REC-KBN                                  PIC X(01).
         03  U01-SRT-KYOTEN-CD                                PIC X(03).

      *>   納期回答データソート済
       FD  U01S-FILE.
       01  U01S-REC.
         03  U01S-SHOZOKU-CD                                  PIC X(05).
         03  U01S-KOBAI-TANTO-CD                              PIC X(05).
         03  U01S-BUHIN-CD                                    PIC X(10).
         03  U01S-VENDOR-CD                                   PIC X(08).
           05  U01S-NKKAITO-SU                                PIC 9(07).
         03  U01S-ORDER-NO                                    PIC X(07).
         03  U01S-REC-KBN                                     PIC X(01).
         03  U01S-KYOTEN-CD                                   PIC X(03).

      *>   ベンダーマスタ
       FD  U10-FILE.
         03  U11-TANI                                         PIC X(05).
         03  U11-SOKO                                         PIC X(05).

      *>   購買担当者マスタ
      *>   (有効/廃止フラグ 1:有効 9:廃止)
       FD  U12-FILE.
       01  U12-REC.
         03  U12-KOBAI-TANTO-CD                               PIC X(05).
         03  U12-TANTO-NAME                                   PIC X(20).
         03  U12-SHOZOKU-CD                                   PIC X(05).
         03  U12-SHOZOKU-NAME                                 PIC X(20).
         03  U12-RENRAKUSAKI                                  PIC X(15).
         03  U12-YUKO-FLG                                     PIC X(01).
         03  U12-TEKIYO-START-DATE                            PIC 9(08).

      *>   納入予定データ
       FD  U21-FILE.
       01  U21-REC.
      *>   部品マスタから付加する部品名称
      *>   (既存レコードとの互換のためレイアウト末尾へ追加)
         03  U21-BUHIN-NAME                                   PIC X(30).
      *>   拠点CD（納入先拠点。空白は標準拠点）
         03  U21-KYOTEN-CD                                    PIC X(03).

      *>   納期回答データエラー
      *>   (理由CD 01:SUPPLY-DAY範囲外 02:レコード区分不正
      *>    03:部品マスタ未登録
      *>    04:複数オーダー上限超過で訂正/取消の正味化不能
      *>    05:購買担当者CD未設定・マスタ未登録・廃止)
       FD  U01-ERR-FILE.
       01  U01-ERR-REC.
         03  U01-ERR-KOBAI-TANTO-CD                           PIC X(05).
         03  U01-ERR-ORDER-NO                                 PIC X(07).
         03  U01-ERR-REC-KBN                                  PIC X(01).
         03  U01-ERR-REASON-CD                                PIC X(02).
         03  U01-ERR-KYOTEN-CD                                PIC X(03).

      *>   サマリキーに複数オーダーが混在した場合の例外データ
       FD  U01-MUL-FILE.
      *>   月次集計用：処理日・バッチID
         03  U01-MUL-RUN-DATE                                 PIC 9(08).
         03  U01-MUL-BATCH-ID                                 PIC 9(05).
         03  U01-MUL-KYOTEN-CD                                PIC X(03).

      *>   工場カレンダー（稼働日のみ・日付昇順）
       FD  CAL-FILE.
         03  WRN-VENDOR-NAME                                  PIC X(30).
         03  WRN-ORDER-NO                                     PIC X(07).
         03  WRN-NKKAITO-SU-TOTAL                             PIC 9(09).
         03  WRN-KYOTEN-CD                                    PIC X(03).

      *>   購買担当者別サマリ帳票
       FD  RPT-FILE.
         03  CKP-RPT-FIRST-FLG                      PIC X(01).
         03  CKP-RPT-AGENT-SBT   OCCURS 6 TIMES     PIC 9(09).
         03  CKP-RPT-GRAND-TOTAL OCCURS 6 TIMES     PIC 9(09).
      *>   所属別ブレイク対応で追加した中断位置キー・再開用ワーク
         03  CKP-SHOZOKU-CD                         PIC X(05).
         03  CKP-RPT-SHOZOKU-OLD                    PIC X(05).
         03  CKP-RPT-SHOZOKU-SBT OCCURS 6 TIMES     PIC 9(09).
      *>   拠点CDをサマリキーに加えたことで追加した中断位置キー
         03  CKP-KYOTEN-CD                          PIC X(03).
      *>   バッチID採番
       FD  BID-FILE.
       01  BID-REC.

      *>   実行管理台帳
      *>   (区分 S:開始 E:正常終了。異常終了時はEが残らないため
      *>    Sのみのエントリが未完了実行として検出できる。
      *>    R:取消はEDPG0062が本PGの取り消したバッチに記録)
       FD  RUN-FILE.
       01  RUN-REC.
         03  RUN-PROGRAM-ID                        PIC X(08).
         03  RUN-RETURN-CD                         PIC 9(02).

       WORKING-STORAGE                                        SECTION.
      *>   (所属CDはサマリキーではなく並び順のための上位キー)
       01  KEY-NEW.
         03  KEY-NEW-SHOZOKU-CD                               PIC X(05).
         03  KEY-NEW-KOBAI-TANTO-CD                           PIC X(05).
         03  KEY-NEW-BUHIN-CD                                 PIC X(10).
         03  KEY-NEW-VENDOR-CD                                PIC X(08).
         03  KEY-NEW-KYOTEN-CD                                PIC X(03).
       01  KEY-OLD.
         03  KEY-OLD-SHOZOKU-CD                               PIC X(05).
         03  KEY-OLD-KOBAI-TANTO-CD                           PIC X(05).
         03  KEY-OLD-BUHIN-CD                                 PIC X(10).
         03  KEY-OLD-VENDOR-CD                                PIC X(08).
         03  KEY-OLD-KYOTEN-CD                                PIC X(03).
       01  CNT-U01                        PIC 9(07)      VALUE 0.
       01  CNT-U01-HSK                    PIC 9(07)      VALUE 0.
       01  CNT-U21                        PIC 9(07)      VALUE 0.
       01  CNT-U01-ERR                    PIC 9(07)      VALUE 0.
       01  CNT-U01-MUL                    PIC 9(07)      VALUE 0.
       01  RPT-IDX                        PIC 9(01)      VALUE 0.
       01  RPT-AGENT-SBT   OCCURS 6 TIMES PIC 9(09)      VALUE 0.
       01  RPT-GRAND-TOTAL OCCURS 6 TIMES PIC 9(09)      VALUE 0.
      *>   所属ブレイク制御
       01  RPT-SHOZOKU-OLD                       PIC X(05)
                                                  VALUE SPACES.
       01  RPT-SHOZOKU-SBT OCCURS 6 TIMES PIC 9(09)      VALUE 0.
      *>   小計・見出し印字用の担当者名・所属名（U12キーREAD結果）
       01  WK-RPT-TANTO-NAME              PIC X(20)      VALUE SPACES.
       01  WK-RPT-SHOZOKU-NAME            PIC X(20)      VALUE SPACES.
      *>   処理中サマリキーの担当者名・所属名・連絡先
       01  WK-GRP-TANTO-NAME              PIC X(20)      VALUE SPACES.
       01  WK-GRP-SHOZOKU-NAME            PIC X(20)      VALUE SPACES.
       01  WK-GRP-RENRAKUSAKI             PIC X(15)      VALUE SPACES.
       01  WK-RPT-DETAIL-LINE.
         03  WK-RPT-D-TANTO                       PIC X(07).
         03  WK-RPT-D-BUHIN                       PIC X(12).
         03  WK-RPT-D-BUHIN-NAME                  PIC X(18).
         03  WK-RPT-D-VENDOR                      PIC X(10).
         03  WK-RPT-D-KYOTEN                      PIC X(05).
         03  WK-RPT-D-ORDER                       PIC X(09).
         03  WK-RPT-D-Q1                          PIC ZZZ,ZZ9.
         03  FILLER                               PIC X(02).
       01  WK-RPT-RECON-DIFF-LINE.
         03  WK-RPT-RECON-DIFF-LABEL              PIC X(32).
         03  WK-RPT-RECON-DIFF-SU                 PIC -ZZZ,ZZZ,ZZ9.
      *>   (担当者名・所属名を印字するため見出し部を明細の
      *>    数量欄の手前までに広げた)
       01  WK-RPT-TOTAL-LINE.
         03  WK-RPT-T-LABEL                       PIC X(61).
         03  WK-RPT-T-Q1                          PIC ZZZ,ZZ9.
         03  FILLER                               PIC X(02).
         03  WK-RPT-T-Q2                          PIC ZZZ,ZZ9.
      *>   部品マスタ登録有無制御
       01  WK-BUHIN-TOROKU-FLG            PIC X(01)      VALUE 'N'.
         88  BUHIN-TOROKU-ARI                            VALUE 'Y'.
      *>   購買担当者有効制御（マスタ登録済かつ有効の場合のみ'Y'）
       01  WK-TANTO-YUKO-FLG              PIC X(01)      VALUE 'N'.
         88  TANTO-YUKO                                  VALUE 'Y'.
      *>   工場カレンダー保持テーブルと日別スロット実納入日付
       01  WK-CAL-TBL.
         03  WK-CAL-CNT                             PIC 9(05) VALUE 0.
         03  WK-NNYU-DATE-TBL OCCURS 6 TIMES.
           05  WK-NNYU-DATE                          PIC 9(08).
       01  WK-NNYU-SUB                    PIC 9(01)      VALUE 0.
      *>   拠点別の日別スロット実納入日付（拠点の初出時に
      *>   その拠点のカレンダーを読み込んで登録する）
       01  WK-CAL-KYOTEN-CD               PIC X(03)      VALUE SPACES.
       01  WK-CAL-DIR                     PIC X(100)     VALUE SPACES.
       01  WK-CAL-FILE-PATH               PIC X(150)     VALUE SPACES.
       01  WK-KYT-TBL.
         03  WK-KYT-CNT                             PIC 9(02) VALUE 0.
         03  WK-KYT-ARR            OCCURS 20 TIMES.
           05  WK-KYT-ARR-CD                         PIC X(03).
           05  WK-KYT-ARR-NNYU-DATE-INF.
             07  WK-KYT-ARR-NNYU-DATE OCCURS 6 TIMES PIC 9(08).
       01  WK-KYT-SUB                     PIC 9(02)      VALUE 0.
       01  WK-KYT-FOUND-SUB               PIC 9(02)      VALUE 0.
      *>   チェックポイント／リスタート制御
       01  WK-U01-STATUS                  PIC X(02).
       01  WK-U01HSK-STATUS               PIC X(02).
       01  WK-U21-STATUS                  PIC X(02).
       01  WK-U01ERR-STATUS               PIC X(02).
       01  WK-RPT-STATUS                  PIC X(02).
       01  WK-U10-STATUS                  PIC X(02).
       01  WK-U11-STATUS                  PIC X(02).
       01  WK-U12-STATUS                  PIC X(02).
       01  WK-WRN-STATUS                  PIC X(02).
       01  WK-CAL-STATUS                  PIC X(02).
       01  WK-CKP-STATUS                  PIC X(02).
       01  WK-U01-PRE-CNT                 PIC 9(07)      VALUE 0.
       01  WK-DUP-FOUND-FLG               PIC X(01)      VALUE 'N'.
         88  DUP-RUN-FOUND                               VALUE 'Y'.
       01  WK-DUP-BATCH-ID                PIC 9(05)      VALUE 0.
       01  WK-OVERRIDE-ANS                PIC X(01).
      *>   再投入ファイル読込要否の判定ワーク
       01  WK-LAST-0040-DT                PIC X(14)      VALUE ZERO.
       01  WK-LAST-0059-DT                PIC X(14)      VALUE ZERO.
       01  WK-HSK-READ-FLG                PIC X(01)      VALUE 'N'.
         88  HSK-READ                                    VALUE 'Y'.
       01  CKP-SAVE-REC.
         03  CKP-SAVE-STATUS                PIC X(01).
         03  CKP-SAVE-KOBAI-TANTO-CD        PIC X(05).
                                            PIC 9(09).
         03  CKP-SAVE-RPT-GRAND-TOTAL OCCURS 6 TIMES
                                            PIC 9(09).
         03  CKP-SAVE-SHOZOKU-CD             PIC X(05).
         03  CKP-SAVE-RPT-SHOZOKU-OLD        PIC X(05).
         03  CKP-SAVE-RPT-SHOZOKU-SBT OCCURS 6 TIMES
                                            PIC 9(09).
         03  CKP-SAVE-KYOTEN-CD              PIC X(03).
       01  RESTART-KEY.
         03  RESTART-KEY-SHOZOKU-CD         PIC X(05).
         03  RESTART-KEY-KOBAI-TANTO-CD     PIC X(05).
         03  RESTART-KEY-BUHIN-CD           PIC X(10).
         03  RESTART-KEY-VENDOR-CD          PIC X(08).
         03  RESTART-KEY-KYOTEN-CD          PIC X(03).
      *>   U21最終出力レコードから再算出した中断位置キー
       01  WK-DERIVE-KEY.
         03  WK-DERIVE-SHOZOKU-CD           PIC X(05).
         03  WK-DERIVE-KOBAI-TANTO-CD       PIC X(05).
         03  WK-DERIVE-BUHIN-CD             PIC X(10).
         03  WK-DERIVE-VENDOR-CD            PIC X(08).
         03  WK-DERIVE-KYOTEN-CD            PIC X(03).
      *>   PG開始・終了時日付データ
       01  WK-SYS-DATE.
         03  WK-SYS-DATE-YYYY                                 PIC 9(04).

       PROCEDURE                                              DIVISION.
       S000-RROC                                              SECTION.
      *>   購買担当者マスタOPEN（中断位置の再算出とソート時の
      *>   所属CD付加で参照するため最初に開く）
           PERFORM S170-OPEN-TANTO-MST.
      *>   前回異常終了の有無を確認
           PERFORM S070-CHECK-RESTART.
      *>   実行管理台帳で同日・同一U01内容の再実行を確認
           PERFORM S050-CHECK-RERUN.
      *>   実行管理台帳で再投入ファイルの読込要否を判定
           PERFORM S058-CHECK-HSK.
      *>   U01ソート処理
           PERFORM S090-SORT-U01.
      *>   初期処理
      *>   中断位置キーはチェックポイントのキーとU21-FILEの実際の
      *>   最終出力レコードから求めたキーの後の方を採用する
      *>   （詳細はS077の注記を参照）
           MOVE CKP-SAVE-SHOZOKU-CD     TO RESTART-KEY-SHOZOKU-CD.
           MOVE CKP-SAVE-KOBAI-TANTO-CD TO RESTART-KEY-KOBAI-TANTO-CD.
           MOVE CKP-SAVE-BUHIN-CD       TO RESTART-KEY-BUHIN-CD.
           MOVE CKP-SAVE-VENDOR-CD      TO RESTART-KEY-VENDOR-CD.
           MOVE CKP-SAVE-KYOTEN-CD      TO RESTART-KEY-KYOTEN-CD.
           PERFORM S077-DERIVE-RESTART-KEY.
           DISPLAY '***   前回は異常終了しています   ***'.
           DISPLAY '   中断位置 担当者='
                   RESTART-KEY-KOBAI-TANTO-CD
                   ' 部品CD='           RESTART-KEY-BUHIN-CD.
           DISPLAY '   ベンダーCD='     RESTART-KEY-VENDOR-CD
                   ' 拠点CD='           RESTART-KEY-KYOTEN-CD.
           MOVE SPACES TO WK-CKP-ANS.
           ACCEPT WK-CKP-ANS FROM ENVIRONMENT 'EDPG0040_RESTART'.
           IF WK-CKP-ANS = SPACES
               MOVE CKP-SAVE-RPT-GRAND-TOTAL(4) TO RPT-GRAND-TOTAL(4)
               MOVE CKP-SAVE-RPT-GRAND-TOTAL(5) TO RPT-GRAND-TOTAL(5)
               MOVE CKP-SAVE-RPT-GRAND-TOTAL(6) TO RPT-GRAND-TOTAL(6)
               MOVE CKP-SAVE-RPT-SHOZOKU-OLD    TO RPT-SHOZOKU-OLD
               MOVE CKP-SAVE-RPT-SHOZOKU-SBT(1) TO RPT-SHOZOKU-SBT(1)
               MOVE CKP-SAVE-RPT-SHOZOKU-SBT(2) TO RPT-SHOZOKU-SBT(2)
               MOVE CKP-SAVE-RPT-SHOZOKU-SBT(3) TO RPT-SHOZOKU-SBT(3)
               MOVE CKP-SAVE-RPT-SHOZOKU-SBT(4) TO RPT-SHOZOKU-SBT(4)
               MOVE CKP-SAVE-RPT-SHOZOKU-SBT(5) TO RPT-SHOZOKU-SBT(5)
               MOVE CKP-SAVE-RPT-SHOZOKU-SBT(6) TO RPT-SHOZOKU-SBT(6)
           END-IF.

      *    U21-FILEの最終出力レコードから中断位置キーを再算出し、
                            WK-DERIVE-KOBAI-TANTO-CD
                       MOVE U21-BUHIN-CD     TO WK-DERIVE-BUHIN-CD
                       MOVE U21-VENDOR-CD    TO WK-DERIVE-VENDOR-CD
                       MOVE U21-KYOTEN-CD    TO WK-DERIVE-KYOTEN-CD
                   END-IF
               END-PERFORM
               CLOSE U21-FILE
           END-IF.
      *>   U21は所属CDを持たないため、最終レコードの担当者の
      *>   所属CDを購買担当者マスタから求めて上位キーとする
           IF WK-DERIVE-KEY NOT = LOW-VALUE
               MOVE WK-DERIVE-KOBAI-TANTO-CD TO U12-KOBAI-TANTO-CD
               PERFORM S218-READ-TANTO-MST
               MOVE U12-SHOZOKU-CD           TO WK-DERIVE-SHOZOKU-CD
           END-IF.
           IF WK-DERIVE-KEY > RESTART-KEY
               MOVE WK-DERIVE-KEY TO RESTART-KEY
           END-IF.

      *    U01を所属CD・購買担当者CD・部品CD・ベンダーCD・拠点CD順に
      *    ソート
      *    (所属CDを上位キーとし、帳票を所属別にまとめる。
      *     オーダーNOを第6キーとし、サマリキー内で複数オーダーが
      *     混在してもグループ内先頭レコードが再開時も再現可能な
      *     決定的な順序になるようにする)
       S090-SORT-U01                                          SECTION.
      *>   レコード区分を第7キーとし、同一オーダー内で
      *>   新規→訂正→取消の順に処理されるようにする
           SORT U01-SRT-FILE
             ON ASCENDING KEY U01-SRT-SHOZOKU-CD
                              U01-SRT-KOBAI-TANTO-CD
                              U01-SRT-BUHIN-CD
                              U01-SRT-VENDOR-CD
                              U01-SRT-KYOTEN-CD
                              U01-SRT-ORDER-NO
                              U01-SRT-REC-KBN
             INPUT PROCEDURE S095-SELECT-U01
             GIVING U01S-FILE.

      *    U01に購買担当者マスタの所属CDを付加してソートへ投入
      *>   (担当者CD未設定・マスタ未登録は所属CD空白で先頭に並び、
      *>    S200で理由CD=05としてエラーファイルへ振り分ける。
      *>    再投入ファイルの行も同様に付加して投入する)
       S095-SELECT-U01                                        SECTION.
           OPEN INPUT U01-FILE.
           IF WK-U01-STATUS NOT = '00'
               MOVE 'U01FILE'            TO WK-ERR-FILE-NAME
               MOVE WK-U01-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           PERFORM UNTIL WK-U01-STATUS NOT = '00'
               READ U01-FILE
               IF WK-U01-STATUS = '00'
                   MOVE U01-KOBAI-TANTO-CD TO U12-KOBAI-TANTO-CD
                   PERFORM S218-READ-TANTO-MST
                   MOVE U12-SHOZOKU-CD     TO U01-SRT-SHOZOKU-CD
                   MOVE U01-KOBAI-TANTO-CD TO U01-SRT-KOBAI-TANTO-CD
                   MOVE U01-BUHIN-CD       TO U01-SRT-BUHIN-CD
                   MOVE U01-VENDOR-CD      TO U01-SRT-VENDOR-CD
                   MOVE U01-SUPPLY-DAY     TO U01-SRT-SUPPLY-DAY
                   MOVE U01-NKKAITO-SU     TO U01-SRT-NKKAITO-SU
                   MOVE U01-ORDER-NO       TO U01-SRT-ORDER-NO
                   MOVE U01-REC-KBN        TO U01-SRT-REC-KBN
                   MOVE U01-KYOTEN-CD      TO U01-SRT-KYOTEN-CD
                   RELEASE U01-SRT-REC
               END-IF
           END-PERFORM.
           CLOSE U01-FILE.
           IF HSK-READ
               PERFORM S096-SELECT-U01-HSK
           END-IF.

      *    再投入ファイル(U01HSK)の行をソートへ投入
      *>   (ファイル未作成(STATUS=35)は再投入なしとして扱う)
       S096-SELECT-U01-HSK                                    SECTION.
           OPEN INPUT U01-HSK-FILE.
           IF  WK-U01HSK-STATUS NOT = '00'
           AND WK-U01HSK-STATUS NOT = '35'
               MOVE 'U01HSKFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-U01HSK-STATUS     TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF WK-U01HSK-STATUS = '00'
               PERFORM UNTIL WK-U01HSK-STATUS NOT = '00'
                   READ U01-HSK-FILE
                   IF WK-U01HSK-STATUS = '00'
                       ADD  1                  TO CNT-U01-HSK
                       MOVE U01-HSK-KOBAI-TANTO-CD
                                               TO U12-KOBAI-TANTO-CD
                       PERFORM S218-READ-TANTO-MST
                       MOVE U12-SHOZOKU-CD     TO U01-SRT-SHOZOKU-CD
                       MOVE U01-HSK-KOBAI-TANTO-CD
                                               TO U01-SRT-KOBAI-TANTO-CD
                       MOVE U01-HSK-BUHIN-CD   TO U01-SRT-BUHIN-CD
                       MOVE U01-HSK-VENDOR-CD  TO U01-SRT-VENDOR-CD
                       MOVE U01-HSK-SUPPLY-DAY TO U01-SRT-SUPPLY-DAY
                       MOVE U01-HSK-NKKAITO-SU TO U01-SRT-NKKAITO-SU
                       MOVE U01-HSK-ORDER-NO   TO U01-SRT-ORDER-NO
                       MOVE U01-HSK-REC-KBN    TO U01-SRT-REC-KBN
                       MOVE U01-HSK-KYOTEN-CD  TO U01-SRT-KYOTEN-CD
                       RELEASE U01-SRT-REC
                   END-IF
               END-PERFORM
               CLOSE U01-HSK-FILE
           END-IF.

      *>   初期処理
       S100-INIT                                              SECTION.
           MOVE     FUNCTION CURRENT-DATE TO WK-SYS-DATE.

           PERFORM     S120-OPEN-VENDOR-MST.
           PERFORM     S160-OPEN-BUHIN-MST.
      *>   標準拠点のカレンダーは従来どおり開始時に必ず読み込む
           MOVE SPACES TO WK-CAL-DIR.
           ACCEPT WK-CAL-DIR FROM ENVIRONMENT 'EDPG0040_CAL_DIR'.
           IF WK-CAL-DIR = SPACES
               MOVE '.' TO WK-CAL-DIR
           END-IF.
           MOVE SPACES TO WK-CAL-KYOTEN-CD.
           PERFORM     S150-LOAD-CALENDAR.

           OPEN INPUT  U01S-FILE.

      *    台帳から同日・同件数の正常終了記録を探す
      *>   (台帳未作成(STATUS=35)は初回運転として扱う)
      *>   (EDPG0062で取り消されたバッチの記録は対象外とする)
       S054-SCAN-RUN-LEDGER                                   SECTION.
           MOVE 'N' TO WK-DUP-FOUND-FLG.
           MOVE 'N' TO WK-RUN-EOF-FLG.
                       AND RUN-DATE       = WK-RUN-DATE
                       AND RUN-CNT-IN     = WK-U01-PRE-CNT
                           SET DUP-RUN-FOUND TO TRUE
                           MOVE RUN-BATCH-ID TO WK-DUP-BATCH-ID
                       END-IF
                       IF  RUN-PROGRAM-ID = 'EDPG0040'
                       AND RUN-KBN        = 'R'
                       AND RUN-BATCH-ID   = WK-DUP-BATCH-ID
                       AND DUP-RUN-FOUND
                           MOVE 'N' TO WK-DUP-FOUND-FLG
                       END-IF
                   END-READ
               END-PERFORM
               END-IF
           END-IF.

      *    再投入ファイル(U01HSK)の読込要否を判定
      *>   (U01HSKはEDPG0059でのみ書き換えられるため、EDPG0059の
      *>    最終正常終了が本PGの最終正常終了より後の場合のみ読み込む。
      *>    再開モードも前回未完了の実行と同じ判定結果となる)
       S058-CHECK-HSK                                         SECTION.
           MOVE 'N' TO WK-RUN-EOF-FLG.
           OPEN INPUT RUN-FILE.
           IF WK-RUN-STATUS = '00'
               PERFORM UNTIL RUN-EOF
                   READ RUN-FILE
                     AT END
                       SET RUN-EOF       TO TRUE
                     NOT AT END
                       IF RUN-KBN = 'E'
                           PERFORM S059-SAVE-LAST-DT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-FILE
           ELSE
               IF WK-RUN-STATUS NOT = '35'
                   MOVE 'RUNFILE'        TO WK-ERR-FILE-NAME
                   MOVE WK-RUN-STATUS    TO WK-ERR-STATUS
                   PERFORM S900-FILE-ERROR
               END-IF
           END-IF.
           IF WK-LAST-0059-DT > WK-LAST-0040-DT
               SET HSK-READ              TO TRUE
           ELSE
               DISPLAY '   U01HSKは取込済のため読込なし'
               DISPLAY '   EDPG0040 前回完了 = ' WK-LAST-0040-DT
               DISPLAY '   EDPG0059 前回完了 = ' WK-LAST-0059-DT
           END-IF.

      *    プログラム別の最終正常終了日時を保存
       S059-SAVE-LAST-DT                                      SECTION.
           EVALUATE RUN-PROGRAM-ID
             WHEN 'EDPG0040'
               IF RUN-DATETIME > WK-LAST-0040-DT
                   MOVE RUN-DATETIME     TO WK-LAST-0040-DT
               END-IF
             WHEN 'EDPG0059'
               IF RUN-DATETIME > WK-LAST-0059-DT
                   MOVE RUN-DATETIME     TO WK-LAST-0059-DT
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *    同日再実行のオペレータ承認確認
       S056-CONFIRM-OVERRIDE                                  SECTION.
           MOVE SPACES TO WK-OVERRIDE-ANS.
           MOVE 'E'                      TO RUN-KBN.
           MOVE FUNCTION CURRENT-DATE(1:14)
                                         TO RUN-DATETIME.
      *>   (S052と同じくU01のみの件数を記録する)
           COMPUTE RUN-CNT-IN = CNT-U01 - CNT-U01-HSK.
           MOVE CNT-U21                  TO RUN-CNT-OUT.
           MOVE RETURN-CODE              TO RUN-RETURN-CD.
           WRITE RUN-REC.
               PERFORM S900-FILE-ERROR
           END-IF.

      *    購買担当者マスタOPEN（索引編成・随時READ用）
       S170-OPEN-TANTO-MST                                    SECTION.
           OPEN INPUT U12-FILE.
           IF WK-U12-STATUS NOT = '00'
               MOVE 'U12FILE'            TO WK-ERR-FILE-NAME
               MOVE WK-U12-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.

      *    工場カレンダー読込と日別スロット実納入日付の決定
      *>   カレンダーは稼働日のみを日付昇順で持つ。処理日の
      *>   翌稼働日を1日目とし、以降の稼働日6日分を
      *>   日別スロット1〜6の実納入日付とする
      *>   (対象拠点は呼出し元でWK-CAL-KYOTEN-CDへ設定済。
      *>    求めた日付は拠点別テーブルへ登録する)
       S150-LOAD-CALENDAR                                     SECTION.
           IF WK-CAL-KYOTEN-CD NOT = SPACES
               MOVE SPACES TO WK-CAL-FILE-PATH
               STRING FUNCTION TRIM(WK-CAL-DIR)
                                         DELIMITED BY SIZE
                      '/CAL_'            DELIMITED BY SIZE
                      FUNCTION TRIM(WK-CAL-KYOTEN-CD)
                                         DELIMITED BY SIZE
                      '.dat'             DELIMITED BY SIZE
                 INTO WK-CAL-FILE-PATH
               DISPLAY 'DD_CALFILE'       UPON ENVIRONMENT-NAME
               DISPLAY WK-CAL-FILE-PATH   UPON ENVIRONMENT-VALUE
           END-IF.
           MOVE 0 TO WK-CAL-CNT.
           OPEN INPUT CAL-FILE.
           IF WK-CAL-STATUS NOT = '00'
               IF WK-CAL-KYOTEN-CD NOT = SPACES
                   DISPLAY '   拠点CD=' WK-CAL-KYOTEN-CD
                           ' PATH=' WK-CAL-FILE-PATH
               END-IF
               MOVE 'CALFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-CAL-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
             OR WK-CAL-START-SUB + 5 > WK-CAL-CNT
               DISPLAY '***   工場カレンダー不足   ***'
               DISPLAY '   処理日=' WK-RUN-DATE
                       ' 拠点CD=' WK-CAL-KYOTEN-CD
               DISPLAY '   翌稼働日から6稼働日分の'
               DISPLAY '   カレンダーを登録してください'
               MOVE 16 TO RETURN-CODE
               MOVE WK-CAL-ARR-DATE(WK-CAL-SUB)
                 TO WK-NNYU-DATE(WK-NNYU-SUB)
           END-PERFORM.
           DISPLAY '   納入日付 拠点CD=' WK-CAL-KYOTEN-CD
                   ' 1日目=' WK-NNYU-DATE(1)
                   ' 6日目=' WK-NNYU-DATE(6).
           IF WK-KYT-CNT < 20
               ADD  1                    TO WK-KYT-CNT
               MOVE WK-KYT-CNT           TO WK-KYT-FOUND-SUB
               MOVE WK-CAL-KYOTEN-CD     TO WK-KYT-ARR-CD(WK-KYT-CNT)
               MOVE WK-NNYU-DATE-INF
                 TO WK-KYT-ARR-NNYU-DATE-INF(WK-KYT-CNT)
           ELSE
      *>       上限超過時は拠点を登録せず、都度読み込む
               MOVE 0                    TO WK-KYT-FOUND-SUB
               DISPLAY '***  拠点カレンダー上限超過  ***'
               DISPLAY '   上限20拠点超のため拠点CD='
                       WK-CAL-KYOTEN-CD
               DISPLAY '   は都度読み込みます'
           END-IF.

      *    拠点CDに対応する日別スロット実納入日付をU21へ設定
      *>   (拠点別テーブルになければその拠点のカレンダーを読み込む)
       S155-FIND-KYOTEN-CAL                                   SECTION.
           MOVE 0 TO WK-KYT-FOUND-SUB.
           PERFORM VARYING WK-KYT-SUB FROM 1 BY 1
                     UNTIL WK-KYT-SUB > WK-KYT-CNT
               IF U21-KYOTEN-CD = WK-KYT-ARR-CD(WK-KYT-SUB)
                   MOVE WK-KYT-SUB TO WK-KYT-FOUND-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WK-KYT-FOUND-SUB = 0
               MOVE U21-KYOTEN-CD        TO WK-CAL-KYOTEN-CD
               PERFORM S150-LOAD-CALENDAR
           END-IF.
           IF WK-KYT-FOUND-SUB = 0
               MOVE WK-NNYU-DATE-INF     TO U21-NNYU-DATE-INF
           ELSE
               MOVE WK-KYT-ARR-NNYU-DATE-INF(WK-KYT-FOUND-SUB)
                 TO U21-NNYU-DATE-INF
           END-IF.

      *    バッチIDを採番（再開時は前回のIDを引き継ぐ）
       S140-ALLOC-BATCH-ID                                    SECTION.
           MOVE SPACES TO RPT-LINE.
           STRING '担当者 部品CD'
                  '      部品名称         '
                  ' ベンダーCD  拠点 オーダーNO    1日目'
                  '   2日目   3日目   4日目   5日目   6日目'
                  DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.
             NOT AT END
               ADD  1                     TO CNT-U01
               ADD  U01S-NKKAITO-SU       TO WK-SU-TOTAL-U01
               MOVE U01S-SHOZOKU-CD       TO KEY-NEW-SHOZOKU-CD
               MOVE U01S-KOBAI-TANTO-CD   TO KEY-NEW-KOBAI-TANTO-CD
               MOVE U01S-BUHIN-CD         TO KEY-NEW-BUHIN-CD
               MOVE U01S-VENDOR-CD        TO KEY-NEW-VENDOR-CD
               MOVE U01S-KYOTEN-CD        TO KEY-NEW-KYOTEN-CD
           END-READ.

      *>   主処理
           MOVE       U01S-ORDER-NO       TO U21-ORDER-NO.
           MOVE       WK-RUN-DATE         TO U21-RUN-DATE.
           MOVE       WK-BATCH-ID         TO U21-BATCH-ID.
           MOVE       U01S-KYOTEN-CD      TO U21-KYOTEN-CD.
           PERFORM    S155-FIND-KYOTEN-CAL.
           PERFORM    S210-FIND-VENDOR-NAME.
           PERFORM    S215-FIND-BUHIN-NAME.
           PERFORM    S217-FIND-TANTO.

           MOVE KEY-NEW-SHOZOKU-CD        TO KEY-OLD-SHOZOKU-CD.
           MOVE KEY-NEW-KOBAI-TANTO-CD    TO KEY-OLD-KOBAI-TANTO-CD.
           MOVE KEY-NEW-BUHIN-CD          TO KEY-OLD-BUHIN-CD.
           MOVE KEY-NEW-VENDOR-CD         TO KEY-OLD-VENDOR-CD.
           MOVE KEY-NEW-KYOTEN-CD         TO KEY-OLD-KYOTEN-CD.

           MOVE 0       TO WK-MUL-ORDER-CNT.
           MOVE SPACES  TO WK-MUL-ORDER-TBL.
      *>   グループ終了時にS250でまとめて日別スロットへ合算する
           PERFORM UNTIL KEY-NEW NOT = KEY-OLD
             EVALUATE TRUE
               WHEN NOT TANTO-YUKO
                 MOVE '05' TO WK-REJECT-REASON-CD
                 PERFORM S220-REJECT-U01
               WHEN NOT BUHIN-TOROKU-ARI
                 MOVE '03' TO WK-REJECT-REASON-CD
                 PERFORM S220-REJECT-U01
             PERFORM  S110-READ-U01
           END-PERFORM.

      *>   部品マスタ未登録・購買担当者無効のグループは全レコードを
      *>   エラーへ振り分け済のため、納入予定データ・帳票には出力しない
           IF BUHIN-TOROKU-ARI AND TANTO-YUKO
               PERFORM S250-SUM-GROUP
               WRITE   U21-REC
               ADD     1                  TO CNT-U21
           MOVE U01S-ORDER-NO          TO U01-ERR-ORDER-NO.
           MOVE U01S-REC-KBN           TO U01-ERR-REC-KBN.
           MOVE WK-REJECT-REASON-CD    TO U01-ERR-REASON-CD.
           MOVE U01S-KYOTEN-CD         TO U01-ERR-KYOTEN-CD.
           WRITE U01-ERR-REC.
           ADD   1                     TO CNT-U01-ERR.
           ADD   U01S-NKKAITO-SU       TO WK-SU-TOTAL-U01-ERR.
                   DISPLAY '  担当者=' KEY-NEW-KOBAI-TANTO-CD
                           ' 部品CD=' KEY-NEW-BUHIN-CD
                   DISPLAY '  ベンダーCD=' KEY-NEW-VENDOR-CD
                           ' 拠点CD=' KEY-NEW-KYOTEN-CD
                   DISPLAY '  オーダーNO=' U01S-ORDER-NO
                   DISPLAY '  例外ファイルに未記録'
                   PERFORM S237-TRACK-OVERFLOW
           MOVE U21-VENDOR-CD          TO WRN-VENDOR-CD.
           MOVE U21-VENDOR-NAME        TO WRN-VENDOR-NAME.
           MOVE U21-ORDER-NO           TO WRN-ORDER-NO.
           MOVE U21-KYOTEN-CD          TO WRN-KYOTEN-CD.
           COMPUTE WRN-NKKAITO-SU-TOTAL =
               U21-NKKAITO-SU(1) + U21-NKKAITO-SU(2)
               + U21-NKKAITO-SU(3) + U21-NKKAITO-SU(4)
                                           TO U01-MUL-NKKAITO-SU(6)
               MOVE WK-RUN-DATE            TO U01-MUL-RUN-DATE
               MOVE WK-BATCH-ID            TO U01-MUL-BATCH-ID
               MOVE KEY-OLD-KYOTEN-CD      TO U01-MUL-KYOTEN-CD
               WRITE U01-MUL-REC
           END-PERFORM.
           ADD 1 TO CNT-U01-MUL.
               MOVE RPT-GRAND-TOTAL(4)      TO CKP-RPT-GRAND-TOTAL(4)
               MOVE RPT-GRAND-TOTAL(5)      TO CKP-RPT-GRAND-TOTAL(5)
               MOVE RPT-GRAND-TOTAL(6)      TO CKP-RPT-GRAND-TOTAL(6)
               MOVE KEY-OLD-SHOZOKU-CD      TO CKP-SHOZOKU-CD
               MOVE RPT-SHOZOKU-OLD         TO CKP-RPT-SHOZOKU-OLD
               MOVE RPT-SHOZOKU-SBT(1)      TO CKP-RPT-SHOZOKU-SBT(1)
               MOVE RPT-SHOZOKU-SBT(2)      TO CKP-RPT-SHOZOKU-SBT(2)
               MOVE RPT-SHOZOKU-SBT(3)      TO CKP-RPT-SHOZOKU-SBT(3)
               MOVE RPT-SHOZOKU-SBT(4)      TO CKP-RPT-SHOZOKU-SBT(4)
               MOVE RPT-SHOZOKU-SBT(5)      TO CKP-RPT-SHOZOKU-SBT(5)
               MOVE RPT-SHOZOKU-SBT(6)      TO CKP-RPT-SHOZOKU-SBT(6)
               MOVE KEY-OLD-KYOTEN-CD       TO CKP-KYOTEN-CD
               WRITE CKP-REC
               MOVE 0                       TO WK-CKP-GROUP-CNT
           END-IF.
               SET  BUHIN-TOROKU-ARI TO TRUE
           END-READ.

      *    購買担当者マスタから担当者の有効性と名称を取得
      *>   (担当者CD未設定・未登録・廃止の場合はフラグを落とし、
      *>    グループ内の全レコードを理由CD=05でエラーファイルへ
      *>    振り分けるのに用いる)
       S217-FIND-TANTO                                        SECTION.
           MOVE 'N'                TO WK-TANTO-YUKO-FLG.
           MOVE U21-KOBAI-TANTO-CD TO U12-KOBAI-TANTO-CD.
           PERFORM S218-READ-TANTO-MST.
           MOVE U12-TANTO-NAME     TO WK-GRP-TANTO-NAME.
           MOVE U12-SHOZOKU-NAME   TO WK-GRP-SHOZOKU-NAME.
           MOVE U12-RENRAKUSAKI    TO WK-GRP-RENRAKUSAKI.
           IF  U12-KOBAI-TANTO-CD NOT = SPACES
           AND U12-YUKO-FLG       NOT = '9'
               SET TANTO-YUKO TO TRUE
           END-IF.

      *    購買担当者マスタのキーREAD
      *>   (キーは呼出し元でU12-KOBAI-TANTO-CDへ設定済。
      *>    担当者CD未設定・未登録の場合はU12-RECをスペースで返す)
       S218-READ-TANTO-MST                                    SECTION.
           IF U12-KOBAI-TANTO-CD = SPACES
               MOVE SPACES TO U12-REC
           ELSE
               READ U12-FILE
                 INVALID KEY
                   MOVE SPACES TO U12-REC
               END-READ
           END-IF.

      *    ベンダーマスタからベンダー名称をキーREADで取得
      *>   (廃止ベンダーの場合は警告出力用フラグを立てる)
       S210-FIND-VENDOR-NAME                                  SECTION.
               END-IF
           END-READ.

      *    サマリ帳票明細印刷（所属・担当者ブレイク含む）
       S410-PRINT-DETAIL                                      SECTION.
           IF  RPT-FIRST-TIME
               MOVE 'N'                TO RPT-FIRST-FLG
               PERFORM S412-PRINT-SHOZOKU-HEADER
               PERFORM S414-PRINT-TANTO-HEADER
           ELSE
               IF KEY-OLD-SHOZOKU-CD NOT = RPT-SHOZOKU-OLD
                   PERFORM S420-PRINT-AGENT-SUBTOTAL
                   PERFORM S425-PRINT-SHOZOKU-SUBTOTAL
                   PERFORM S412-PRINT-SHOZOKU-HEADER
                   PERFORM S414-PRINT-TANTO-HEADER
               ELSE
                   IF U21-KOBAI-TANTO-CD NOT = RPT-TANTO-OLD
                       PERFORM S420-PRINT-AGENT-SUBTOTAL
                       PERFORM S414-PRINT-TANTO-HEADER
                   END-IF
               END-IF
           END-IF.
           MOVE U21-KOBAI-TANTO-CD     TO RPT-TANTO-OLD.
           MOVE KEY-OLD-SHOZOKU-CD     TO RPT-SHOZOKU-OLD.

           MOVE SPACES                 TO WK-RPT-DETAIL-LINE.
           MOVE U21-KOBAI-TANTO-CD     TO WK-RPT-D-TANTO.
           MOVE U21-BUHIN-CD           TO WK-RPT-D-BUHIN.
           MOVE U21-BUHIN-NAME         TO WK-RPT-D-BUHIN-NAME.
           MOVE U21-VENDOR-CD          TO WK-RPT-D-VENDOR.
           MOVE U21-KYOTEN-CD          TO WK-RPT-D-KYOTEN.
           MOVE U21-ORDER-NO           TO WK-RPT-D-ORDER.
           MOVE U21-NKKAITO-SU(1)      TO WK-RPT-D-Q1.
           MOVE U21-NKKAITO-SU(2)      TO WK-RPT-D-Q2.
           PERFORM VARYING RPT-IDX FROM 1 BY 1 UNTIL RPT-IDX > 6
               ADD U21-NKKAITO-SU(RPT-IDX) TO RPT-AGENT-SBT(RPT-IDX)
               ADD U21-NKKAITO-SU(RPT-IDX) TO RPT-GRAND-TOTAL(RPT-IDX)
               ADD U21-NKKAITO-SU(RPT-IDX) TO RPT-SHOZOKU-SBT(RPT-IDX)
           END-PERFORM.

      *    所属見出し印刷
       S412-PRINT-SHOZOKU-HEADER                              SECTION.
           MOVE SPACES                         TO RPT-LINE.
           STRING '【所属 ' KEY-OLD-SHOZOKU-CD ' '
                  WK-GRP-SHOZOKU-NAME '】'
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

      *    購買担当者見出し印刷（担当者名・連絡先）
       S414-PRINT-TANTO-HEADER                                SECTION.
           MOVE SPACES                         TO RPT-LINE.
           STRING '  担当者 ' U21-KOBAI-TANTO-CD ' '
                  WK-GRP-TANTO-NAME '  連絡先 '
                  WK-GRP-RENRAKUSAKI
             DELIMITED BY SIZE INTO RPT-LINE.
           WRITE RPT-LINE.

      *    小計印字用に直前の担当者の名称・所属名を取得
      *>   (再開時もブレイク済の担当者名を印字できるよう、保持値
      *>    ではなく担当者CDでマスタを引き直す)
       S416-FIND-RPT-TANTO                                    SECTION.
           MOVE RPT-TANTO-OLD      TO U12-KOBAI-TANTO-CD.
           PERFORM S218-READ-TANTO-MST.
           MOVE U12-TANTO-NAME     TO WK-RPT-TANTO-NAME.
           MOVE U12-SHOZOKU-NAME   TO WK-RPT-SHOZOKU-NAME.

      *    購買担当者ごとの小計印刷
       S420-PRINT-AGENT-SUBTOTAL                                SECTION.
           PERFORM S416-FIND-RPT-TANTO.
           MOVE SPACES                         TO WK-RPT-TOTAL-LINE.
           STRING '担当者 ' RPT-TANTO-OLD ' '
                  WK-RPT-TANTO-NAME ' 小計'
             DELIMITED BY SIZE INTO WK-RPT-T-LABEL.
           MOVE RPT-AGENT-SBT(1)                TO WK-RPT-T-Q1.
           MOVE RPT-AGENT-SBT(2)                TO WK-RPT-T-Q2.
                        RPT-AGENT-SBT(3) RPT-AGENT-SBT(4)
                        RPT-AGENT-SBT(5) RPT-AGENT-SBT(6).

      *    所属ごとの小計印刷
       S425-PRINT-SHOZOKU-SUBTOTAL                              SECTION.
           MOVE SPACES                         TO WK-RPT-TOTAL-LINE.
           STRING '所属 ' RPT-SHOZOKU-OLD ' '
                  WK-RPT-SHOZOKU-NAME ' 計'
             DELIMITED BY SIZE INTO WK-RPT-T-LABEL.
           MOVE RPT-SHOZOKU-SBT(1)              TO WK-RPT-T-Q1.
           MOVE RPT-SHOZOKU-SBT(2)              TO WK-RPT-T-Q2.
           MOVE RPT-SHOZOKU-SBT(3)              TO WK-RPT-T-Q3.
           MOVE RPT-SHOZOKU-SBT(4)              TO WK-RPT-T-Q4.
           MOVE RPT-SHOZOKU-SBT(5)              TO WK-RPT-T-Q5.
           MOVE RPT-SHOZOKU-SBT(6)              TO WK-RPT-T-Q6.
           MOVE SPACES                          TO RPT-LINE.
           MOVE WK-RPT-TOTAL-LINE               TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                          TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE ZERO TO RPT-SHOZOKU-SBT(1) RPT-SHOZOKU-SBT(2)
                        RPT-SHOZOKU-SBT(3) RPT-SHOZOKU-SBT(4)
                        RPT-SHOZOKU-SBT(5) RPT-SHOZOKU-SBT(6).

      *    全体合計印刷
       S430-PRINT-GRAND-TOTAL                                   SECTION.
           IF NOT RPT-FIRST-TIME
               PERFORM S420-PRINT-AGENT-SUBTOTAL
               PERFORM S425-PRINT-SHOZOKU-SUBTOTAL
           END-IF.
           MOVE SPACES                         TO WK-RPT-TOTAL-LINE.
           MOVE '合計'                          TO WK-RPT-T-LABEL.
           MOVE RPT-GRAND-TOTAL(4)      TO CKP-RPT-GRAND-TOTAL(4).
           MOVE RPT-GRAND-TOTAL(5)      TO CKP-RPT-GRAND-TOTAL(5).
           MOVE RPT-GRAND-TOTAL(6)      TO CKP-RPT-GRAND-TOTAL(6).
           MOVE KEY-OLD-SHOZOKU-CD      TO CKP-SHOZOKU-CD.
           MOVE RPT-SHOZOKU-OLD         TO CKP-RPT-SHOZOKU-OLD.
           MOVE RPT-SHOZOKU-SBT(1)      TO CKP-RPT-SHOZOKU-SBT(1).
           MOVE RPT-SHOZOKU-SBT(2)      TO CKP-RPT-SHOZOKU-SBT(2).
           MOVE RPT-SHOZOKU-SBT(3)      TO CKP-RPT-SHOZOKU-SBT(3).
           MOVE RPT-SHOZOKU-SBT(4)      TO CKP-RPT-SHOZOKU-SBT(4).
           MOVE RPT-SHOZOKU-SBT(5)      TO CKP-RPT-SHOZOKU-SBT(5).
           MOVE RPT-SHOZOKU-SBT(6)      TO CKP-RPT-SHOZOKU-SBT(6).
           MOVE KEY-OLD-KYOTEN-CD       TO CKP-KYOTEN-CD.
           WRITE CKP-REC.

           CLOSE U01S-FILE
                 WRN-FILE
                 CKP-FILE
                 U10-FILE
                 U11-FILE
                 U12-FILE.

           PERFORM S310-WRITE-RUN-END.

           DISPLAY '   (U01)    READ   = ' CNT-U01.
           DISPLAY '   (U01HSK) 再投入 = ' CNT-U01-HSK.
           DISPLAY '   (U21)    WRITE  = ' CNT-U21.
           DISPLAY '   (U01ERR) REJECT = ' CNT-U01-ERR.
           DISPLAY '   (U01MUL) 複数オーダー件数 = ' CNT-U01-MUL.
