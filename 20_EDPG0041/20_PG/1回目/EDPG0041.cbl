      *         ベンダー単位のEDI/FTP連携用CSVファイルを
      *         1ベンダー1ファイルで出力する
      *         (処理前にU21をベンダーCD順にソートする)
      *         明細には納入先の拠点CDを付け、同一ベンダー内は
      *         拠点CD順に並べる
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                                         DIVISION.
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

      *>   納入予定データソート済（ベンダーCD順）
       FD  U21S-FILE.
           05  U21S-NNYU-DATE-TBL OCCURS 6 TIMES.
             07  U21S-NNYU-DATE                               PIC 9(08).
         03  U21S-BUHIN-NAME                                  PIC X(30).
         03  U21S-KYOTEN-CD                                   PIC X(03).

      *>   ベンダー別EDI送信用CSV
       FD  EDI-FILE.
      *>   EDI送信管理ファイル
      *>   (状態 1:作成済 2:送信済 3:受信確認済。2・3への更新は
      *>    受信確認処理(EDPG0044)側で行う。再送回数は初回作成時0、
      *>    再送処理(EDPG0051)が再作成のたびに加算する。
      *>    9:取消済はバッチ取消(EDPG0062)で送信済以降の記録に設定。
      *>    種別 1:納入予定CSV 2:内示CSV(EDPG0060)
      *>    3:受付結果CSV(EDPG0064)。種別追加前の
      *>    レコードは空白で、納入予定CSVとして扱う。
      *>    受信確認日時はEDPG0044がACK突合時に設定する)
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
      *>    Sのみのエントリが未完了実行として検出できる。
      *>    R:取消はEDPG0062がEDPG0040の取り消したバッチに記録)
       FD  RUN-FILE.
       01  RUN-REC.
         03  RUN-PROGRAM-ID                        PIC X(08).
       01  WK-MAX-BATCH-ID                PIC 9(05)      VALUE 0.
       01  WK-U21-EOF-FLG                 PIC X(01)      VALUE 'N'.
         88  U21-EOF                                     VALUE 'Y'.
      *>   ヘッダ日付を標準拠点（拠点CD空白）の行から採ったか
       01  WK-HDR-STD-FLG                 PIC X(01)      VALUE 'N'.
         88  HDR-STD                                     VALUE 'Y'.
       01  WK-MAX-NNYU-DATE-INF.
         03  WK-MAX-NNYU-DATE-TBL OCCURS 6 TIMES.
           05  WK-MAX-NNYU-DATE                        PIC 9(08).
      *>   U21は全世代の履歴でありソートキーにバッチIDを含まない
      *>   ため、グループ先頭レコードの日付は旧バッチのものに
      *>   なり得る。ヘッダへは直近バッチの日付を出力する
      *>   (拠点ごとにカレンダーが異なるため、ヘッダは標準拠点の
      *>    日付を優先し、標準拠点の行がなければ直近バッチの
      *>    最初の行の日付とする。明細は行ごとの日付を持つ)
       S080-FIND-MAX-BATCH                                    SECTION.
           OPEN INPUT U21-FILE.
           IF WK-U21-STATUS NOT = '00'
                       MOVE U21-BATCH-ID TO WK-MAX-BATCH-ID
                       MOVE U21-NNYU-DATE-INF
                         TO WK-MAX-NNYU-DATE-INF
                       MOVE 'N'          TO WK-HDR-STD-FLG
                       IF U21-KYOTEN-CD = SPACES
                           SET HDR-STD   TO TRUE
                       END-IF
                   ELSE
                       IF  U21-BATCH-ID  = WK-MAX-BATCH-ID
                       AND U21-KYOTEN-CD = SPACES
                       AND NOT HDR-STD
                           MOVE U21-NNYU-DATE-INF
                             TO WK-MAX-NNYU-DATE-INF
                           SET HDR-STD   TO TRUE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
      *    実行管理台帳でEDPG0040の完了を確認
      *>   (当該バッチIDの正常終了記録がなければ、書きかけの
      *>    U21からCSVを抽出してしまうため実行を中止する)
      *>   (EDPG0062で取り消されたバッチも未完了と同様に扱う)
       S050-CHECK-PREREQ                                      SECTION.
           MOVE 'N' TO WK-PREREQ-OK-FLG.
           MOVE 'N' TO WK-RUN-EOF-FLG.
                       AND RUN-BATCH-ID   = WK-MAX-BATCH-ID
                           SET PREREQ-OK TO TRUE
                       END-IF
                       IF  RUN-PROGRAM-ID = 'EDPG0040'
                       AND RUN-KBN        = 'R'
                       AND RUN-BATCH-ID   = WK-MAX-BATCH-ID
                           MOVE 'N' TO WK-PREREQ-OK-FLG
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-FILE
           IF NOT PREREQ-OK
               DISPLAY '***   前提PG未完了   ***'
               DISPLAY '   EDPG0040 バッチID=' WK-MAX-BATCH-ID
               DISPLAY '   の完了記録がないか取消済です'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE RUN-REC.
           CLOSE RUN-FILE.

      *    U21をベンダーCD・拠点CD・部品CD・オーダーNO順にソート
      *>   SORT USING句はOPENエラーを検知できないため、S080で
      *>   一度OPEN/CLOSE済のファイルをそのまま入力とする
       S090-SORT-U21                                          SECTION.
           SORT U21-SRT-FILE
             ON ASCENDING KEY U21-SRT-VENDOR-CD
                              U21-SRT-KYOTEN-CD
                              U21-SRT-BUHIN-CD
                              U21-SRT-ORDER-NO
             USING U21-FILE
             INTO EDI-REC.
           WRITE EDI-REC.
      *>   ヘッダ2行目：明細の項目名
      *>   (拠点CDは既存の受信側取込みに影響しないよう末尾へ追加)
           MOVE SPACES              TO EDI-REC.
           STRING 'BUHIN-CD,BUHIN-NAME,'
                                         DELIMITED BY SIZE
                                         DELIMITED BY SIZE
                  'DATE4,QTY4,DATE5,QTY5,DATE6,QTY6,ORDER-NO'
                                         DELIMITED BY SIZE
                  ',KYOTEN-CD'           DELIMITED BY SIZE
             INTO EDI-REC.
           WRITE EDI-REC.

      *>   項目末尾のスペースがCSVの区切り値に混入しないよう、
      *>   可変長項目(部品CD/オーダーNO)はTRIMしてから編集する
      *>   日別数量は実納入日付とペアで出力する
      *>   拠点CDは納入先拠点（空白は標準拠点で空欄のまま出力）
       S220-WRITE-EDI-DETAIL                                  SECTION.
           MOVE SPACES TO EDI-REC.
           STRING FUNCTION TRIM(U21S-BUHIN-CD) DELIMITED BY SIZE
                  U21S-NKKAITO-SU(6)           DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  FUNCTION TRIM(U21S-ORDER-NO) DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  FUNCTION TRIM(U21S-KYOTEN-CD) DELIMITED BY SIZE
             INTO EDI-REC.
           WRITE EDI-REC.
           ADD   1                       TO CNT-EDI-WRITE.
                                         TO SND-CREATE-DATETIME.
           MOVE '1'                      TO SND-STATUS.
           MOVE 0                        TO SND-RESEND-CNT.
           MOVE '1'                      TO SND-SHUBETSU.
           MOVE 0                        TO SND-ACK-DATETIME.
           WRITE SND-REC.
           ADD  1                        TO CNT-SND-WRITE.

