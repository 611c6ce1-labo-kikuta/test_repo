      * Author:WATANABE KAZUMA
      * Date:20260821
      * Purpose:当日バッチと直前バッチの納入予定データ(U21)を
      *         同一サマリキー（購買担当者CD・部品CD・ベンダーCD・
      *         拠点CD）で
      *         突き合わせ、日別数量が増減した明細・新規に現れた
      *         キー・消えたキーを増減量つきで一覧する差異レポートを
      *         出力する
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

      *>   納入予定データソート済（2世代分・サマリキー順）
       FD  U21D-FILE.
           05  U21D-NNYU-DATE-TBL OCCURS 6 TIMES.
             07  U21D-NNYU-DATE                               PIC 9(08).
         03  U21D-BUHIN-NAME                                  PIC X(30).
         03  U21D-KYOTEN-CD                                   PIC X(03).

      *>   納入予定差異レポート
       FD  DIF-RPT-FILE.

      *>   実行管理台帳
      *>   (区分 S:開始 E:正常終了。異常終了時はEが残らないため
      *>    Sのみのエントリが未完了実行として検出できる。
      *>    R:取消はEDPG0062がEDPG0040の取り消したバッチに記録)
       FD  RUN-FILE.
       01  RUN-REC.
         03  RUN-PROGRAM-ID                        PIC X(08).
         03  KEY-NEW-KOBAI-TANTO-CD                           PIC X(05).
         03  KEY-NEW-BUHIN-CD                                 PIC X(10).
         03  KEY-NEW-VENDOR-CD                                PIC X(08).
         03  KEY-NEW-KYOTEN-CD                                PIC X(03).
       01  KEY-OLD.
         03  KEY-OLD-KOBAI-TANTO-CD                           PIC X(05).
         03  KEY-OLD-BUHIN-CD                                 PIC X(10).
         03  KEY-OLD-VENDOR-CD                                PIC X(08).
         03  KEY-OLD-KYOTEN-CD                                PIC X(03).
      *>   バッチ世代特定ワーク
       01  WK-CUR-BATCH-ID                PIC 9(05)      VALUE 0.
       01  WK-PRE-BATCH-ID                PIC 9(05)      VALUE 0.
       01  WK-PRE-RUN-DATE                PIC 9(08)      VALUE 0.
       01  WK-U21-EOF-FLG                 PIC X(01)      VALUE 'N'.
         88  U21-EOF                                     VALUE 'Y'.
      *>   取消済バッチ保持テーブル（EDPG0062で取り消したバッチ）
       01  WK-TRK-TBL.
         03  WK-TRK-CNT                             PIC 9(03) VALUE 0.
         03  WK-TRK-ARR            OCCURS 100 TIMES
                                    INDEXED BY WK-TRK-IDX.
           05  WK-TRK-ARR-BATCH-ID                   PIC 9(05).
       01  WK-TRK-FOUND-FLG               PIC X(01)      VALUE 'N'.
         88  TRK-FOUND                                   VALUE 'Y'.
      *>   キー単位の世代別数量集計ワーク
       01  WK-CUR-ARI-FLG                 PIC X(01)      VALUE 'N'.
         88  CUR-ARI                                     VALUE 'Y'.
         03  WK-RPT-D-TANTO                       PIC X(07).
         03  WK-RPT-D-BUHIN                       PIC X(12).
         03  WK-RPT-D-VENDOR                      PIC X(10).
         03  WK-RPT-D-KYOTEN                      PIC X(05).
         03  WK-RPT-D-KBN                         PIC X(10).
         03  WK-RPT-D-Q1                          PIC -ZZZ,ZZ9.
         03  FILLER                               PIC X(01).
       S000-RROC                                              SECTION.
      *>   初期処理
           PERFORM S100-INIT.
      *>   取消済バッチの取得
           PERFORM S070-LOAD-TORIKESHI.
      *>   バッチ世代特定処理
           PERFORM S080-FIND-BATCHES.
      *>   実行管理台帳でEDPG0040の完了を確認
               PERFORM S900-FILE-ERROR
           END-IF.

      *    実行管理台帳からEDPG0062で取り消されたバッチIDを取得
      *>   (取消済バッチは世代特定の対象外とし、直前の有効な
      *>    バッチ同士を比較する)
       S070-LOAD-TORIKESHI                                    SECTION.
           MOVE 0   TO WK-TRK-CNT.
           MOVE 'N' TO WK-RUN-EOF-FLG.
           OPEN INPUT RUN-FILE.
           IF WK-RUN-STATUS = '00'
               PERFORM UNTIL RUN-EOF
                   READ RUN-FILE
                     AT END
                       SET RUN-EOF       TO TRUE
                     NOT AT END
                       IF  RUN-PROGRAM-ID = 'EDPG0040'
                       AND RUN-KBN        = 'R'
                       AND WK-TRK-CNT     < 100
                           ADD  1            TO WK-TRK-CNT
                           MOVE RUN-BATCH-ID
                             TO WK-TRK-ARR-BATCH-ID(WK-TRK-CNT)
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-FILE
           END-IF.
           IF WK-TRK-CNT > 0
               DISPLAY '   取消済バッチ数 = ' WK-TRK-CNT
           END-IF.

      *    U21を全件読み、最大・次点のバッチIDを特定する
      *>   2世代に満たない場合は比較対象なしとして正常終了する
      *>   (取消済バッチのレコードは読み飛ばす)
       S080-FIND-BATCHES                                      SECTION.
           OPEN INPUT U21-FILE.
           IF WK-U21-STATUS NOT = '00'
      *    実行管理台帳でEDPG0040の完了を確認
      *>   (当日バッチの正常終了記録がなければ、書きかけの
      *>    世代同士を比較してしまうため実行を中止する)
      *>   (EDPG0062で取り消されたバッチも未完了と同様に扱う)
       S050-CHECK-PREREQ                                      SECTION.
           MOVE 'N' TO WK-PREREQ-OK-FLG.
           MOVE 'N' TO WK-RUN-EOF-FLG.
                       AND RUN-BATCH-ID   = WK-CUR-BATCH-ID
                           SET PREREQ-OK TO TRUE
                       END-IF
                       IF  RUN-PROGRAM-ID = 'EDPG0040'
                       AND RUN-KBN        = 'R'
                       AND RUN-BATCH-ID   = WK-CUR-BATCH-ID
                           MOVE 'N' TO WK-PREREQ-OK-FLG
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-FILE
           IF NOT PREREQ-OK
               DISPLAY '***   前提PG未完了   ***'
               DISPLAY '   EDPG0040 バッチID=' WK-CUR-BATCH-ID
               DISPLAY '   の完了記録がないか取消済です'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    バッチIDの最大・次点を更新する
       S085-JUDGE-BATCH                                       SECTION.
           MOVE 'N' TO WK-TRK-FOUND-FLG.
           PERFORM VARYING WK-TRK-IDX FROM 1 BY 1
                     UNTIL WK-TRK-IDX > WK-TRK-CNT
               IF WK-TRK-ARR-BATCH-ID(WK-TRK-IDX) = U21-BATCH-ID
                   SET TRK-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           EVALUATE TRUE
             WHEN TRK-FOUND
               CONTINUE
             WHEN U21-BATCH-ID = WK-CUR-BATCH-ID
             OR   U21-BATCH-ID = WK-PRE-BATCH-ID
               CONTINUE
             ON ASCENDING KEY U21-SRT-KOBAI-TANTO-CD
                              U21-SRT-BUHIN-CD
                              U21-SRT-VENDOR-CD
                              U21-SRT-KYOTEN-CD
                              U21-SRT-BATCH-ID
             INPUT PROCEDURE S095-SELECT-U21
             GIVING U21D-FILE.
               MOVE U21D-KOBAI-TANTO-CD   TO KEY-NEW-KOBAI-TANTO-CD
               MOVE U21D-BUHIN-CD         TO KEY-NEW-BUHIN-CD
               MOVE U21D-VENDOR-CD        TO KEY-NEW-VENDOR-CD
               MOVE U21D-KYOTEN-CD        TO KEY-NEW-KYOTEN-CD
           END-READ.

      *    差異レポート見出し印刷
           WRITE DIF-RPT-LINE.
           MOVE SPACES TO DIF-RPT-LINE.
           STRING '担当者 部品CD      ベンダーCD'
                  '拠点 区分        1日目    2日目    3日目'
                  '    4日目    5日目    6日目'
                  DELIMITED BY SIZE INTO DIF-RPT-LINE.
           WRITE DIF-RPT-LINE.
           MOVE KEY-OLD-KOBAI-TANTO-CD TO WK-RPT-D-TANTO.
           MOVE KEY-OLD-BUHIN-CD       TO WK-RPT-D-BUHIN.
           MOVE KEY-OLD-VENDOR-CD      TO WK-RPT-D-VENDOR.
           MOVE KEY-OLD-KYOTEN-CD      TO WK-RPT-D-KYOTEN.
           MOVE WK-DIF-SU(1)           TO WK-RPT-D-Q1.
           MOVE WK-DIF-SU(2)           TO WK-RPT-D-Q2.
           MOVE WK-DIF-SU(3)           TO WK-RPT-D-Q3.
