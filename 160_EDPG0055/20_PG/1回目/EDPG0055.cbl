      *         担当窓口を、明細には部品CD・部品名称・オーダーNOと
      *         日別スロットの実納入日付・数量を印字し、
      *         末尾に日別の頁合計を付ける
      *         明細は納入先の拠点CDごとにまとめ、拠点ごとに
      *         拠点CDとその拠点の実納入日付を見出しとして印字する
      *         （EDI送信先のあるベンダーはEDPG0041のCSVで
      *          連携済のため印刷対象外。ワープロ再入力とFAX原稿
      *          作成の置き換え）
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

      *>   納入予定データソート済（直近バッチ分・ベンダーCD順）
       FD  U21S-FILE.
           05  U21S-NNYU-DATE-TBL OCCURS 6 TIMES.
             07  U21S-NNYU-DATE                               PIC 9(08).
         03  U21S-BUHIN-NAME                                  PIC X(30).
         03  U21S-KYOTEN-CD                                   PIC X(03).

      *>   ベンダーマスタ
       FD  U10-FILE.

      *>   実行管理台帳
      *>   (区分 S:開始 E:正常終了。異常終了時はEが残らないため
      *>    Sのみのエントリが未完了実行として検出できる。
      *>    R:取消はEDPG0062がEDPG0040の取り消したバッチに記録)
       FD  RUN-FILE.
       01  RUN-REC.
         03  RUN-PROGRAM-ID                        PIC X(08).
      *>   ベンダーCDブレイク制御
       01  KEY-NEW-VENDOR                 PIC X(08).
       01  KEY-OLD-VENDOR                 PIC X(08)      VALUE SPACES.
      *>   拠点CDブレイク制御（ベンダー内の納入先拠点の切替わり）
       01  KEY-OLD-KYOTEN                 PIC X(03)      VALUE SPACES.
      *>   直近バッチ抽出ワーク
       01  WK-MAX-BATCH-ID                PIC 9(05)      VALUE 0.
       01  WK-U21-EOF-FLG                 PIC X(01)      VALUE 'N'.
       01  WK-TODAY-DATE                  PIC 9(08)      VALUE 0.
      *>   帳票編集ワーク
       01  WK-RPT-DETAIL-LINE.
         03  WK-RPT-D-KYOTEN                      PIC X(05).
         03  WK-RPT-D-BUHIN                       PIC X(12).
         03  WK-RPT-D-BUHIN-NAME                  PIC X(18).
         03  WK-RPT-D-ORDER                       PIC X(09).
         03  FILLER                               PIC X(02).
         03  WK-RPT-D-Q6                          PIC ZZZ,ZZ9.
       01  WK-RPT-TOTAL-LINE.
         03  WK-RPT-T-LABEL                       PIC X(44).
         03  WK-RPT-T-Q1                          PIC ZZZ,ZZ9.
         03  FILLER                               PIC X(02).
         03  WK-RPT-T-Q2                          PIC ZZZ,ZZ9.
      *    実行管理台帳でEDPG0040の完了を確認
      *>   (当該バッチIDの正常終了記録がなければ、書きかけの
      *>    U21から指示書を印刷してしまうため実行を中止する)
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

      *    U21を直近バッチ分のみ抽出してベンダーCD・拠点CD順に
      *    ソート
       S090-SORT-U21                                          SECTION.
           SORT U21-SRT-FILE
             ON ASCENDING KEY U21-SRT-VENDOR-CD
                              U21-SRT-KYOTEN-CD
                              U21-SRT-BUHIN-CD
                              U21-SRT-ORDER-NO
             INPUT PROCEDURE S095-SELECT-U21
               PERFORM S210-JUDGE-VENDOR
               IF VENDOR-PRINT
                   PERFORM S220-PRINT-FORM-HEADER
                   MOVE U21S-KYOTEN-CD    TO KEY-OLD-KYOTEN
                   PERFORM S225-PRINT-KYOTEN-HEADER
               END-IF
           ELSE
               IF  VENDOR-PRINT
               AND U21S-KYOTEN-CD NOT = KEY-OLD-KYOTEN
                   MOVE U21S-KYOTEN-CD    TO KEY-OLD-KYOTEN
                   PERFORM S225-PRINT-KYOTEN-HEADER
               END-IF
           END-IF.
           IF VENDOR-PRINT
           STRING '担当窓口=' U10-TANTO-MADO
                  DELIMITED BY SIZE INTO DLV-RPT-LINE.
           WRITE DLV-RPT-LINE.

      *    納入先拠点の見出し印刷（ベンダー内の拠点ごと）
      *>   (実納入日付は拠点ごとのカレンダーで異なるため、拠点の
      *>    先頭レコードの値を拠点見出しに印字する。拠点CD空白は
      *>    標準拠点として印字する)
       S225-PRINT-KYOTEN-HEADER                               SECTION.
           MOVE SPACES TO DLV-RPT-LINE.
           WRITE DLV-RPT-LINE.
           MOVE SPACES TO DLV-RPT-LINE.
           IF U21S-KYOTEN-CD = SPACES
               STRING '納入先拠点=標準拠点'
                      DELIMITED BY SIZE INTO DLV-RPT-LINE
           ELSE
               STRING '納入先拠点=' U21S-KYOTEN-CD
                      DELIMITED BY SIZE INTO DLV-RPT-LINE
           END-IF.
           WRITE DLV-RPT-LINE.
      *>   日別スロットの実納入日付（拠点先頭レコードの値）
           MOVE SPACES TO DLV-RPT-LINE.
           STRING '納入日 1日目=' U21S-NNYU-DATE(1)
                  ' 2日目=' U21S-NNYU-DATE(2)
           MOVE SPACES TO DLV-RPT-LINE.
           WRITE DLV-RPT-LINE.
           MOVE SPACES TO DLV-RPT-LINE.
           STRING '拠点 部品CD      部品名称          '
                  'オーダーNO   1日目   2日目   3日目'
                  '   4日目   5日目   6日目'
                  DELIMITED BY SIZE INTO DLV-RPT-LINE.
      *    納入指示書の明細印刷
       S230-PRINT-DETAIL                                      SECTION.
           MOVE SPACES                 TO WK-RPT-DETAIL-LINE.
           MOVE U21S-KYOTEN-CD         TO WK-RPT-D-KYOTEN.
           MOVE U21S-BUHIN-CD          TO WK-RPT-D-BUHIN.
           MOVE U21S-BUHIN-NAME        TO WK-RPT-D-BUHIN-NAME.
           MOVE U21S-ORDER-NO          TO WK-RPT-D-ORDER.
