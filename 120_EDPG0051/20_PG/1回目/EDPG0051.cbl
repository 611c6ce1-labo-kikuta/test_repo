      *          同一ベンダーが複数バッチで滞留している場合は
      *          1つのCSVに全バッチ分をまとめ、送信管理へは
      *          バッチごとに1件ずつ作成記録を追記する)
      *         納入予定CSV以外の種別（内示CSV等）は作成元PGの
      *         出力ファイルが出力先に残っていることを確認し、
      *         そのファイルのまま再送記録を追記する
      *         (ファイルがなければ再作成不能として表示する)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                                         DIVISION.
           SELECT EDI-FILE ASSIGN TO "EDIFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-EDI-STATUS.
      *>   納入予定CSV以外の種別の再送ファイル存在確認用。
      *>   ファイル名は種別・ベンダーCDから組み立て、"DD_CHKFILE"
      *>   環境変数へ都度設定してからOPENする
           SELECT CHK-FILE ASSIGN TO "CHKFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-CHK-STATUS.
      *>   EDI送信管理ファイル（再送分の作成記録・追記）
           SELECT SND-FILE ASSIGN TO "SNDFILE"
           ORGANIZATION IS LINE SEQUENTIAL
         03  RSND-CREATE-DATETIME                             PIC 9(14).
         03  RSND-STATUS                                      PIC X(01).
         03  RSND-RESEND-CNT                                  PIC 9(03).
         03  RSND-SHUBETSU                                    PIC X(01).
         03  RSND-ACK-DATETIME                                PIC 9(14).

      *>   納入予定データ（EDPG0040出力・全世代）
       FD  U21-FILE.
           05  U21-NNYU-DATE-TBL OCCURS 6 TIMES.
             07  U21-NNYU-DATE                                PIC 9(08).
         03  U21-BUHIN-NAME                                   PIC X(30).
      *>   拠点CD（納入先拠点。空白は標準拠点）
         03  U21-KYOTEN-CD                                    PIC X(03).

      *>   納入予定データソートワーク
       SD  U21-SRT-FILE.
           05  U21-SRT-NNYU-DATE-TBL OCCURS 6 TIMES.
             07  U21-SRT-NNYU-DATE                            PIC 9(08).
         03  U21-SRT-BUHIN-NAME                               PIC X(30).
         03  U21-SRT-KYOTEN-CD                                PIC X(03).

      *>   納入予定データソート済（再送対象分・ベンダーCD順）
       FD  U21S-FILE.
           05  U21S-NNYU-DATE-TBL OCCURS 6 TIMES.
             07  U21S-NNYU-DATE                               PIC 9(08).
         03  U21S-BUHIN-NAME                                  PIC X(30).
         03  U21S-KYOTEN-CD                                   PIC X(03).

      *>   ベンダー別EDI送信用CSV
       FD  EDI-FILE.
       01  EDI-REC                                           PIC X(180).

      *>   再送ファイル存在確認用（内容は読まない）
       FD  CHK-FILE.
       01  CHK-REC                                           PIC X(250).

      *>   EDI送信管理ファイル
      *>   (状態 1:作成済 2:送信済 3:受信確認済。再送回数は
      *>    再作成のたびに加算する。
      *>    種別 1:納入予定CSV 2:内示CSV 3:受付結果CSV。
      *>    空白は納入予定CSV。
      *>    再送分の受信確認日時は未確認の0で作成する)
       FD  SND-FILE.
       01  SND-REC.
         03  SND-VENDOR-CD                                    PIC X(08).
         03  SND-CREATE-DATETIME                              PIC 9(14).
         03  SND-STATUS                                       PIC X(01).
         03  SND-RESEND-CNT                                   PIC 9(03).
         03  SND-SHUBETSU                                     PIC X(01).
         03  SND-ACK-DATETIME                                 PIC 9(14).

      *>   実行管理台帳
      *>   (区分 S:開始 E:正常終了。異常終了時はEが残らないため
       01  KEY-OLD-VENDOR                 PIC X(08)      VALUE SPACES.
      *>   再送対象保持テーブル
      *>   (明細件数はCSVへ書いた当該バッチ分の件数。送信管理への
      *>    作成記録はバッチごとに1件書くためここで数える。
      *>    納入予定CSV以外の種別は再送対象の件数をそのまま持つ)
       01  WK-RSND-TBL.
         03  WK-RSND-CNT                            PIC 9(05) VALUE 0.
         03  WK-RSND-ARR           OCCURS 500 TIMES.
           05  WK-RSND-ARR-RESEND-CNT                PIC 9(03).
           05  WK-RSND-ARR-KENSU                     PIC 9(07).
           05  WK-RSND-ARR-SAKUSEI-FLG               PIC X(01).
           05  WK-RSND-ARR-SHUBETSU                  PIC X(01).
       01  WK-RSND-SHUBETSU               PIC X(01).
       01  WK-RSND-SUB                    PIC 9(05)      VALUE 0.
       01  WK-RSND-FOUND-SUB              PIC 9(05)      VALUE 0.
       01  WK-RSND-EOF-FLG                PIC X(01)      VALUE 'N'.
       01  WK-U21-STATUS                  PIC X(02).
       01  WK-U21S-STATUS                 PIC X(02).
       01  WK-SND-STATUS                  PIC X(02).
       01  WK-CHK-STATUS                  PIC X(02).
       01  WK-CHK-FILE-PATH               PIC X(150).
       01  CNT-CHK-SAISO                  PIC 9(05)      VALUE 0.
      *>   ファイルOPENエラー共通表示用ワーク
       01  WK-ERR-FILE-NAME               PIC X(20).
       01  WK-ERR-STATUS                  PIC X(02).
      *>   主処理
           PERFORM S200-MAIN
             UNTIL KEY-NEW-VENDOR = HIGH-VALUES.
      *>   納入予定CSV以外の種別の再送記録
           PERFORM S260-RESEND-OTHER.
      *>   U21から抽出できなかった再送対象の確認
           PERFORM S250-CHECK-MISAKUSEI.
      *>   終了処理
           CLOSE RUN-FILE.

      *    再送対象読込（テーブル展開）
      *>   (同一ベンダー・バッチID・種別の重複行は読み飛ばす。
      *>    種別空白は納入予定CSVとして扱う)
       S120-LOAD-RSND                                         SECTION.
           OPEN INPUT RSND-FILE.
           IF WK-RSND-STATUS NOT = '00'

      *    再送対象1件をテーブルへ登録
       S125-ADD-RSND-TBL                                      SECTION.
           MOVE RSND-SHUBETSU TO WK-RSND-SHUBETSU.
           IF WK-RSND-SHUBETSU = SPACE
               MOVE '1' TO WK-RSND-SHUBETSU
           END-IF.
           MOVE 0 TO WK-RSND-FOUND-SUB.
           PERFORM VARYING WK-RSND-SUB FROM 1 BY 1
                     UNTIL WK-RSND-SUB > WK-RSND-CNT
                   = WK-RSND-ARR-VENDOR-CD(WK-RSND-SUB)
               AND RSND-BATCH-ID
                   = WK-RSND-ARR-BATCH-ID(WK-RSND-SUB)
               AND WK-RSND-SHUBETSU
                   = WK-RSND-ARR-SHUBETSU(WK-RSND-SUB)
                   MOVE WK-RSND-SUB TO WK-RSND-FOUND-SUB
                   EXIT PERFORM
               END-IF
                     TO WK-RSND-ARR-BATCH-ID(WK-RSND-CNT)
                   MOVE RSND-RESEND-CNT
                     TO WK-RSND-ARR-RESEND-CNT(WK-RSND-CNT)
                   IF WK-RSND-SHUBETSU = '1'
                       MOVE 0
                         TO WK-RSND-ARR-KENSU(WK-RSND-CNT)
                   ELSE
                       MOVE RSND-KENSU
                         TO WK-RSND-ARR-KENSU(WK-RSND-CNT)
                   END-IF
                   MOVE 'N'
                     TO WK-RSND-ARR-SAKUSEI-FLG(WK-RSND-CNT)
                   MOVE WK-RSND-SHUBETSU
                     TO WK-RSND-ARR-SHUBETSU(WK-RSND-CNT)
               ELSE
                   DISPLAY '***  再送対象上限超過  ***'
                   DISPLAY '   上限500件超のため以降は'
       S090-SORT-U21                                          SECTION.
           SORT U21-SRT-FILE
             ON ASCENDING KEY U21-SRT-VENDOR-CD
                              U21-SRT-KYOTEN-CD
                              U21-SRT-BUHIN-CD
                              U21-SRT-ORDER-NO
             INPUT PROCEDURE S095-SELECT-U21
           END-IF.
           PERFORM S110-READ-U21S.

      *    再送対象（納入予定CSVでベンダーCD・バッチID一致）の
      *    U21レコードのみ
      *    ソートへ投入
       S095-SELECT-U21                                        SECTION.
           OPEN INPUT U21-FILE.
                   = WK-RSND-ARR-VENDOR-CD(WK-RSND-SUB)
               AND U21-BATCH-ID
                   = WK-RSND-ARR-BATCH-ID(WK-RSND-SUB)
               AND WK-RSND-ARR-SHUBETSU(WK-RSND-SUB) = '1'
                   ADD  1           TO CNT-U21-TAISHO
                   MOVE U21-REC     TO U21-SRT-REC
                   RELEASE U21-SRT-REC

      *    ベンダー別CSVファイルをオープンしヘッダを出力
      *>   (ヘッダの実納入日付はグループ先頭レコード＝再送対象
      *>    バッチの日付をそのまま用いる。拠点CD順のため標準拠点
      *>    （拠点CD空白）の行があればその日付となる)
       S210-OPEN-EDI-FILE                                     SECTION.
           MOVE SPACES TO WK-EDI-FILE-PATH.
           STRING FUNCTION TRIM(WK-EDI-OUT-DIR)
                                         DELIMITED BY SIZE
                  'DATE4,QTY4,DATE5,QTY5,DATE6,QTY6,ORDER-NO'
                                         DELIMITED BY SIZE
                  ',KYOTEN-CD'           DELIMITED BY SIZE
             INTO EDI-REC.
           WRITE EDI-REC.

                  U21S-NKKAITO-SU(6)           DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  FUNCTION TRIM(U21S-ORDER-NO) DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  FUNCTION TRIM(U21S-KYOTEN-CD) DELIMITED BY SIZE
             INTO EDI-REC.
           WRITE EDI-REC.
           ADD   1                       TO CNT-EDI-WRITE.
                   = WK-RSND-ARR-VENDOR-CD(WK-RSND-SUB)
               AND U21S-BATCH-ID
                   = WK-RSND-ARR-BATCH-ID(WK-RSND-SUB)
               AND WK-RSND-ARR-SHUBETSU(WK-RSND-SUB) = '1'
                   ADD  1
                     TO WK-RSND-ARR-KENSU(WK-RSND-SUB)
                   MOVE 'Y'
               IF  KEY-OLD-VENDOR
                   = WK-RSND-ARR-VENDOR-CD(WK-RSND-SUB)
               AND WK-RSND-ARR-SAKUSEI-FLG(WK-RSND-SUB) = 'Y'
               AND WK-RSND-ARR-SHUBETSU(WK-RSND-SUB) = '1'
                   MOVE KEY-OLD-VENDOR   TO SND-VENDOR-CD
                   MOVE WK-RSND-ARR-BATCH-ID(WK-RSND-SUB)
                                         TO SND-BATCH-ID
                   MOVE '1'              TO SND-STATUS
                   COMPUTE SND-RESEND-CNT =
                       WK-RSND-ARR-RESEND-CNT(WK-RSND-SUB) + 1
                   MOVE '1'              TO SND-SHUBETSU
                   MOVE 0                TO SND-ACK-DATETIME
                   WRITE SND-REC
                   ADD  1                TO CNT-SND-WRITE
               END-IF
           END-PERFORM.

      *    納入予定CSV以外の種別の再送記録を追記
      *>   (内示CSV等は作成元PGの入力が作成時点の状態でしか
      *>    得られないため再作成はせず、出力先に残っている
      *>    ファイルをそのまま再送する。同名ファイルが後続の
      *>    実行で上書きされていれば、新しい内容が送られる)
       S260-RESEND-OTHER                                      SECTION.
           PERFORM VARYING WK-RSND-SUB FROM 1 BY 1
                     UNTIL WK-RSND-SUB > WK-RSND-CNT
               IF WK-RSND-ARR-SHUBETSU(WK-RSND-SUB) NOT = '1'
                   PERFORM S265-CHECK-OTHER-FILE
               END-IF
           END-PERFORM.

      *    再送ファイルの存在確認と送信管理への再送記録追記
       S265-CHECK-OTHER-FILE                                  SECTION.
           MOVE SPACES TO WK-CHK-FILE-PATH.
           EVALUATE WK-RSND-ARR-SHUBETSU(WK-RSND-SUB)
             WHEN '2'
               STRING FUNCTION TRIM(WK-EDI-OUT-DIR)
                                     DELIMITED BY SIZE
                      '/NJI_'        DELIMITED BY SIZE
                      WK-RSND-ARR-VENDOR-CD(WK-RSND-SUB)
                                     DELIMITED BY SIZE
                      '.csv'         DELIMITED BY SIZE
                 INTO WK-CHK-FILE-PATH
             WHEN '3'
               STRING FUNCTION TRIM(WK-EDI-OUT-DIR)
                                     DELIMITED BY SIZE
                      '/UKK_'        DELIMITED BY SIZE
                      WK-RSND-ARR-VENDOR-CD(WK-RSND-SUB)
                                     DELIMITED BY SIZE
                      '.csv'         DELIMITED BY SIZE
                 INTO WK-CHK-FILE-PATH
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           IF WK-CHK-FILE-PATH NOT = SPACES
               DISPLAY 'DD_CHKFILE'     UPON ENVIRONMENT-NAME
               DISPLAY WK-CHK-FILE-PATH UPON ENVIRONMENT-VALUE
               OPEN INPUT CHK-FILE
               IF WK-CHK-STATUS = '00'
                   CLOSE CHK-FILE
                   MOVE WK-RSND-ARR-VENDOR-CD(WK-RSND-SUB)
                                         TO SND-VENDOR-CD
                   MOVE WK-RSND-ARR-BATCH-ID(WK-RSND-SUB)
                                         TO SND-BATCH-ID
                   MOVE WK-RSND-ARR-KENSU(WK-RSND-SUB)
                                         TO SND-KENSU
                   MOVE FUNCTION CURRENT-DATE(1:14)
                                         TO SND-CREATE-DATETIME
                   MOVE '1'              TO SND-STATUS
                   COMPUTE SND-RESEND-CNT =
                       WK-RSND-ARR-RESEND-CNT(WK-RSND-SUB) + 1
                   MOVE WK-RSND-ARR-SHUBETSU(WK-RSND-SUB)
                                         TO SND-SHUBETSU
                   MOVE 0                TO SND-ACK-DATETIME
                   WRITE SND-REC
                   ADD  1                TO CNT-SND-WRITE
                   ADD  1                TO CNT-CHK-SAISO
                   MOVE 'Y'
                     TO WK-RSND-ARR-SAKUSEI-FLG(WK-RSND-SUB)
               END-IF
           END-IF.

      *    U21から1件も抽出できなかった再送対象の警告表示
      *>   (該当バッチが既にパージ済の場合に起こる。アーカイブ
      *>    世代(EDPG0045出力)からの復元をジョブ側で検討すること)
                           WK-RSND-ARR-VENDOR-CD(WK-RSND-SUB)
                           ' バッチID='
                           WK-RSND-ARR-BATCH-ID(WK-RSND-SUB)
                           ' 種別=' WK-RSND-ARR-SHUBETSU(WK-RSND-SUB)
                   IF WK-RSND-ARR-SHUBETSU(WK-RSND-SUB) = '1'
                       DISPLAY '   U21に該当バッチなし'
                   ELSE
                       DISPLAY '   出力先に送信ファイルなし'
                   END-IF
               END-IF
           END-PERFORM.

           DISPLAY '   (EDI)     WRITE       = ' CNT-EDI-WRITE.
           DISPLAY '   (EDI)     ベンダー件数 = ' CNT-VENDOR.
           DISPLAY '   (SND)     再送登録    = ' CNT-SND-WRITE.
           DISPLAY '   (SND)     うち既存分  = ' CNT-CHK-SAISO.
           DISPLAY '   (RSND)    再作成不能  = ' CNT-RSND-MISAKUSEI.

           MOVE     FUNCTION CURRENT-DATE TO WK-SYS-DATE.
