      *         あわせて作成から一定時間を超えてもACKのない
      *         ベンダー分を滞留一覧帳票(ACKRPT)に出力し、
      *         再送対象として抽出ファイル(RSND)へ振り分ける
      *         (送信管理・ACKとも種別を持ち、ベンダーCD・バッチID・
      *          種別で突合する。種別空白は納入予定CSVとして扱う)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                                         DIVISION.
       DATA                                                   DIVISION.
       FILE                                                   SECTION.
      *>   EDI送信管理ファイル（EDPG0041出力）
      *>   (状態 1:作成済 2:送信済 3:受信確認済 9:取消済。
      *>    取消済はEDPG0062がバッチ取消時に設定し、ACKの消込のみ
      *>    行って状態更新・滞留判定の対象としない。
      *>    種別 1:納入予定CSV 2:内示CSV 3:受付結果CSV。
      *>    受信確認日時は受信確認済への更新時にACKの日時を設定。
      *>    項目追加前のレコードは空白で、未設定として扱う)
       FD  SND-FILE.
       01  SND-REC.
         03  SND-VENDOR-CD                                    PIC X(08).
           05  SND-CREATE-MMSS                                PIC 9(04).
         03  SND-STATUS                                       PIC X(01).
         03  SND-RESEND-CNT                                   PIC 9(03).
         03  SND-SHUBETSU                                     PIC X(01).
         03  SND-ACK-DATETIME                                 PIC 9(14).

      *>   ベンダー受信確認データ
      *>   (種別は送信管理と同じ。空白は納入予定CSV)
       FD  ACK-FILE.
       01  ACK-REC.
         03  ACK-VENDOR-CD                                    PIC X(08).
         03  ACK-BATCH-ID                                     PIC 9(05).
         03  ACK-DATETIME                                     PIC 9(14).
         03  ACK-SHUBETSU                                     PIC X(01).

      *>   更新後送信管理ファイル
       FD  SND-NEW-FILE.
         03  SND-NEW-CREATE-DATETIME                          PIC 9(14).
         03  SND-NEW-STATUS                                   PIC X(01).
         03  SND-NEW-RESEND-CNT                               PIC 9(03).
         03  SND-NEW-SHUBETSU                                 PIC X(01).
         03  SND-NEW-ACK-DATETIME                             PIC 9(14).

      *>   再送対象抽出ファイル（送信管理と同一レイアウト）
       FD  RSND-FILE.
         03  RSND-CREATE-DATETIME                             PIC 9(14).
         03  RSND-STATUS                                      PIC X(01).
         03  RSND-RESEND-CNT                                  PIC 9(03).
         03  RSND-SHUBETSU                                    PIC X(01).
         03  RSND-ACK-DATETIME                                PIC 9(14).

      *>   ACK滞留一覧帳票
       FD  ACK-RPT-FILE.
           05  WK-ACK-ARR-BATCH-ID                   PIC 9(05).
           05  WK-ACK-ARR-DATETIME                   PIC 9(14).
           05  WK-ACK-ARR-USED-FLG                   PIC X(01).
           05  WK-ACK-ARR-SHUBETSU                   PIC X(01).
       01  WK-ACK-SUB                     PIC 9(05)      VALUE 0.
       01  WK-ACK-FOUND-SUB               PIC 9(05)      VALUE 0.
      *>   突合用の送信管理種別（空白は納入予定CSV）
       01  WK-SND-SHUBETSU                PIC X(01).
      *>   送信管理ファイル制御
       01  WK-SND-EOF-FLG                 PIC X(01)      VALUE 'N'.
         88  SND-EOF                                    VALUE 'Y'.
         03  WK-RPT-D-KEIKA                       PIC ZZZ,ZZ9.
         03  FILLER                               PIC X(02).
         03  WK-RPT-D-JOTAI                       PIC X(10).
         03  WK-RPT-D-SHUBETSU                    PIC X(12).
      *>   ファイル制御ワーク
       01  WK-SND-STATUS                  PIC X(02).
       01  WK-ACK-STATUS                  PIC X(02).
                     TO WK-ACK-ARR-DATETIME(WK-ACK-CNT)
                   MOVE 'N'
                     TO WK-ACK-ARR-USED-FLG(WK-ACK-CNT)
                   MOVE ACK-SHUBETSU
                     TO WK-ACK-ARR-SHUBETSU(WK-ACK-CNT)
                   IF ACK-SHUBETSU = SPACE
                       MOVE '1'
                         TO WK-ACK-ARR-SHUBETSU(WK-ACK-CNT)
                   END-IF
               END-READ
           END-PERFORM.
      *    テーブル上限到達時は残りデータの有無を確認し警告表示
           WRITE ACK-RPT-LINE.
           MOVE SPACES TO ACK-RPT-LINE.
           STRING 'ベンダーCD バッチID   件数  作成日時'
                  '         経過時間  状態      種別'
                  DELIMITED BY SIZE INTO ACK-RPT-LINE.
           WRITE ACK-RPT-LINE.

       S200-MAIN                                              SECTION.
           PERFORM S220-FIND-ACK.
           IF WK-ACK-FOUND-SUB NOT = 0
               IF  SND-STATUS NOT = '3'
               AND SND-STATUS NOT = '9'
                   MOVE '3' TO SND-STATUS
                   MOVE WK-ACK-ARR-DATETIME(WK-ACK-FOUND-SUB)
                            TO SND-ACK-DATETIME
                   ADD  1   TO CNT-ACK-MATCH
               END-IF
           ELSE
               IF  SND-STATUS NOT = '3'
               AND SND-STATUS NOT = '9'
                   PERFORM S230-CHECK-TAIRYU
               END-IF
           END-IF.
           IF SND-ACK-DATETIME NOT NUMERIC
               MOVE 0 TO SND-ACK-DATETIME
           END-IF.
           MOVE SND-REC TO SND-NEW-REC.
           WRITE SND-NEW-REC.
           PERFORM S110-READ-SND.

      *    受信確認テーブルからベンダーCD・バッチID・種別で検索
       S220-FIND-ACK                                          SECTION.
           MOVE SND-SHUBETSU TO WK-SND-SHUBETSU.
           IF WK-SND-SHUBETSU = SPACE
               MOVE '1' TO WK-SND-SHUBETSU
           END-IF.
           MOVE 0 TO WK-ACK-FOUND-SUB.
           PERFORM VARYING WK-ACK-SUB FROM 1 BY 1
                     UNTIL WK-ACK-SUB > WK-ACK-CNT
               IF  SND-VENDOR-CD = WK-ACK-ARR-VENDOR-CD(WK-ACK-SUB)
               AND SND-BATCH-ID  = WK-ACK-ARR-BATCH-ID(WK-ACK-SUB)
               AND WK-SND-SHUBETSU
                   = WK-ACK-ARR-SHUBETSU(WK-ACK-SUB)
                   MOVE WK-ACK-SUB TO WK-ACK-FOUND-SUB
                   MOVE 'Y' TO WK-ACK-ARR-USED-FLG(WK-ACK-SUB)
                   EXIT PERFORM
                 WHEN OTHER
                   MOVE '不明'           TO WK-RPT-D-JOTAI
               END-EVALUATE
               EVALUATE WK-SND-SHUBETSU
                 WHEN '1'
                   MOVE '納入予定'       TO WK-RPT-D-SHUBETSU
                 WHEN '2'
                   MOVE '内示'           TO WK-RPT-D-SHUBETSU
                 WHEN '3'
                   MOVE '受付結果'       TO WK-RPT-D-SHUBETSU
                 WHEN OTHER
                   MOVE WK-SND-SHUBETSU  TO WK-RPT-D-SHUBETSU
               END-EVALUATE
               MOVE SPACES               TO ACK-RPT-LINE
               MOVE WK-RPT-DETAIL-LINE   TO ACK-RPT-LINE
               WRITE ACK-RPT-LINE
                           WK-ACK-ARR-VENDOR-CD(WK-ACK-SUB)
                           ' バッチID='
                           WK-ACK-ARR-BATCH-ID(WK-ACK-SUB)
                           ' 種別='
                           WK-ACK-ARR-SHUBETSU(WK-ACK-SUB)
               END-IF
           END-PERFORM.

