      *         (期日通り＝予定日と同日付の受入数量。
      *          予定日と一致しない日付の受入は、初回予定日より
      *          後であれば納期遅れ数量として計上する)
      *         ベンダーごとの予定数量・期日通り数量はベンダー評価
      *         実績(HYK)へ追記し、月次スコアカード(EDPG0061)の
      *         納期遵守率の元データとする
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                                         DIVISION.
           SELECT NYK-RPT-FILE ASSIGN TO "NYKRPTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-NYKRPT-STATUS.
      *>   ベンダー評価実績（月次スコアカード用／追記）
           SELECT HYK-FILE ASSIGN TO "HYKFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-HYK-STATUS.
      *>   実行管理台帳（全バッチPG共通の開始・終了記録／追記）
           SELECT RUN-FILE ASSIGN TO "RUNFILE"
           ORGANIZATION IS LINE SEQUENTIAL
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
       FD  U21G-FILE.
           05  U21G-NNYU-DATE-TBL OCCURS 6 TIMES.
             07  U21G-NNYU-DATE                               PIC 9(08).
         03  U21G-BUHIN-NAME                                  PIC X(30).
         03  U21G-KYOTEN-CD                                   PIC X(03).

      *>   入荷実績データ
       FD  NYK-FILE.
       FD  NYK-RPT-FILE.
       01  NYK-RPT-LINE                                      PIC X(132).

      *>   ベンダー評価実績（ベンダー別の評価指標の分子・分母を
      *>   実行ごとに追記し、月次スコアカード(EDPG0061)で集計する）
      *>   (種別 1:納期遵守(EDPG0049) 対象=予定数量 該当=期日通り数量
      *>         2:回答納期(EDPG0042) 対象=突合明細 該当=納期遅れ明細)
       FD  HYK-FILE.
       01  HYK-REC.
         03  HYK-SHUBETSU                                     PIC X(01).
         03  HYK-DATE                                         PIC 9(08).
         03  HYK-BATCH-ID                                     PIC 9(05).
         03  HYK-VENDOR-CD                                    PIC X(08).
         03  HYK-TAISHO-SU                                    PIC 9(11).
         03  HYK-GAITO-SU                                     PIC 9(11).

      *>   実行管理台帳
      *>   (区分 S:開始 E:正常終了。異常終了時はEが残らないため
      *>    Sのみのエントリが未完了実行として検出できる。
      *>    R:取消はEDPG0062がEDPG0040の取り消したバッチに記録)
       FD  RUN-FILE.
       01  RUN-REC.
         03  RUN-PROGRAM-ID                        PIC X(08).
       01  CNT-LINE-MIUKEIRE              PIC 9(07)      VALUE 0.
       01  CNT-LINE-OKURE                 PIC 9(07)      VALUE 0.
       01  CNT-NYK-YOTEIGAI               PIC 9(07)      VALUE 0.
       01  CNT-HYK-WRITE                  PIC 9(07)      VALUE 0.
      *>   ベンダーCDブレイク制御
       01  KEY-NEW-VENDOR                 PIC X(08).
       01  KEY-OLD-VENDOR                 PIC X(08)      VALUE SPACES.
       01  WK-U21G-STATUS                 PIC X(02).
       01  WK-NYK-STATUS                  PIC X(02).
       01  WK-NYKRPT-STATUS               PIC X(02).
       01  WK-HYK-STATUS                  PIC X(02).
      *>   ファイルOPENエラー共通表示用ワーク
       01  WK-ERR-FILE-NAME               PIC X(20).
       01  WK-ERR-STATUS                  PIC X(02).
               MOVE WK-NYKRPT-STATUS     TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           OPEN EXTEND HYK-FILE.
           IF WK-HYK-STATUS = '35'
               OPEN OUTPUT HYK-FILE
           END-IF.
           IF WK-HYK-STATUS NOT = '00'
               MOVE 'HYKFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-HYK-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           PERFORM S130-PRINT-HEADER.

      *    U21を全件読み、直近（最大）バッチIDを特定する
      *    実行管理台帳でEDPG0040の完了を確認
      *>   (当該バッチIDの正常終了記録がなければ、書きかけの
      *>    U21と突合してしまうため実行を中止する)
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
           WRITE NYK-RPT-LINE.
           MOVE SPACES                 TO NYK-RPT-LINE.
           WRITE NYK-RPT-LINE.
      *>   ベンダー評価実績へ追記
           MOVE '1'                    TO HYK-SHUBETSU.
           MOVE FUNCTION CURRENT-DATE(1:8)
                                       TO HYK-DATE.
           MOVE WK-MAX-BATCH-ID        TO HYK-BATCH-ID.
           MOVE KEY-OLD-VENDOR         TO HYK-VENDOR-CD.
           MOVE WK-VEN-PLAN-SU         TO HYK-TAISHO-SU.
           MOVE WK-VEN-ONTIME-SU       TO HYK-GAITO-SU.
           WRITE HYK-REC.
           ADD  1                      TO CNT-HYK-WRITE.

      *    予定に対応のない入荷実績（予定外受入）を帳票へ出力
       S250-CHECK-YOTEIGAI                                    SECTION.
           END-IF.
           PERFORM S260-PRINT-COUNT.
           CLOSE U21G-FILE
                 NYK-RPT-FILE
                 HYK-FILE.

           PERFORM S310-WRITE-RUN-END.

           DISPLAY '   (突合)   未受入     = ' CNT-LINE-MIUKEIRE.
           DISPLAY '   (突合)   納期遅れ   = ' CNT-LINE-OKURE.
           DISPLAY '   (突合)   予定外受入 = ' CNT-NYK-YOTEIGAI.
           DISPLAY '   (HYK)    WRITE  = ' CNT-HYK-WRITE.

           MOVE     FUNCTION CURRENT-DATE TO WK-SYS-DATE.
           DISPLAY '*******   EDPG00049  END   = '
