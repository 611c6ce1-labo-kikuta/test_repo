      *         受入山積みレポートを作成する。
      *         あわせて日別の荷受能力値を持つパラメータファイル
      *         (CAP)と照合し、能力超過日に警告を付ける
      *         集計・能力照合は納入先の拠点CDごとに行い、拠点別に
      *         レポートを出力する(CAPの拠点CD空白は標準拠点の
      *         能力値。拠点CDを持たない旧レイアウトのCAPも
      *         標準拠点として読める)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                                         DIVISION.
           05  U21-NNYU-DATE-TBL OCCURS 6 TIMES.
             07  U21-NNYU-DATE                                PIC 9(08).
         03  U21-BUHIN-NAME                                   PIC X(30).
      *>   拠点CD（納入先拠点。空白は標準拠点）
         03  U21-KYOTEN-CD                                    PIC X(03).

      *>   日別荷受能力パラメータ（日別スロット1〜6の能力値）
       FD  CAP-FILE.
       01  CAP-REC.
         03  CAP-DAY-NO                                       PIC 9(02).
         03  CAP-NORYOKU                                      PIC 9(09).
      *>   拠点CD（空白は標準拠点）
         03  CAP-KYOTEN-CD                                    PIC X(03).

      *>   受入山積みレポート
       FD  YMI-RPT-FILE.

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
      *>   拠点別の日別集計・日別荷受能力テーブル
       01  WK-KYT-TBL.
         03  WK-KYT-CNT                             PIC 9(02) VALUE 0.
         03  WK-KYT-ARR            OCCURS 20 TIMES.
           05  WK-KYT-ARR-CD                         PIC X(03).
           05  WK-KYT-ARR-U21-FLG                    PIC X(01).
           05  WK-KYT-ARR-TOTAL OCCURS 6 TIMES       PIC 9(09).
           05  WK-KYT-ARR-NNYU-DATE OCCURS 6 TIMES   PIC 9(08).
           05  WK-KYT-ARR-NORYOKU OCCURS 6 TIMES     PIC 9(09).
       01  WK-KYT-SUB                     PIC 9(02)      VALUE 0.
       01  WK-KYT-FOUND-SUB               PIC 9(02)      VALUE 0.
       01  WK-KYT-KEY                     PIC X(03)      VALUE SPACES.
       01  WK-KYT-OVER-FLG                PIC X(01)      VALUE 'N'.
      *>   部品別内訳保持テーブル（拠点CD・部品CD単位）
       01  WK-BUHIN-TBL.
         03  WK-BUHIN-CNT                           PIC 9(05) VALUE 0.
         03  WK-BUHIN-ARR          OCCURS 1000 TIMES.
           05  WK-BUHIN-ARR-KYOTEN                   PIC X(03).
           05  WK-BUHIN-ARR-CD                       PIC X(10).
           05  WK-BUHIN-ARR-SU OCCURS 6 TIMES        PIC 9(09).
       01  WK-BUHIN-SUB                   PIC 9(05)      VALUE 0.
         03  FILLER                               PIC X(02)
                                                  VALUE SPACES.
         03  WK-RPT-H-KEIKOKU                     PIC X(20).
       01  WK-RPT-KYOTEN-LINE.
         03  FILLER                               PIC X(16)
                                        VALUE '納入先拠点='.
         03  WK-RPT-K-KYOTEN                      PIC X(12).
       01  WK-RPT-BUHIN-LINE.
         03  FILLER                               PIC X(02).
         03  WK-RPT-B-CD                          PIC X(12).
                    WK-SYS-DATE-SS
                   '   *******'.

           MOVE 0    TO WK-KYT-CNT.

           OPEN OUTPUT YMI-RPT-FILE.
           IF WK-YMIRPT-STATUS NOT = '00'
      *    実行管理台帳でEDPG0040の完了を確認
      *>   (当該バッチIDの正常終了記録がなければ、書きかけの
      *>    U21を集計してしまうため実行を中止する)
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
           CLOSE RUN-FILE.

      *    日別荷受能力パラメータ読込
      *>   (日別スロット1〜6以外の日NOは読み飛ばして警告表示。
      *>    能力値は拠点CDごとのテーブルへ設定する)
       S120-LOAD-CAP                                          SECTION.
           OPEN INPUT CAP-FILE.
           IF WK-CAP-STATUS NOT = '00'
                 NOT AT END
                   ADD 1                 TO CNT-CAP-READ
                   IF CAP-DAY-NO >= 1 AND CAP-DAY-NO <= 6
                       MOVE CAP-KYOTEN-CD TO WK-KYT-KEY
                       PERFORM S240-FIND-KYOTEN
                       IF WK-KYT-FOUND-SUB NOT = 0
                           MOVE CAP-NORYOKU
                             TO WK-KYT-ARR-NORYOKU(WK-KYT-FOUND-SUB,
                                                   CAP-DAY-NO)
                       END-IF
                   ELSE
                       DISPLAY '***  能力日NO不正  ***'
                       DISPLAY '   日NO=' CAP-DAY-NO
           END-PERFORM.
           CLOSE U21-FILE.

      *    U21レコード1件分を拠点別日別合計・部品別内訳へ加算
       S220-ADD-U21                                           SECTION.
           MOVE U21-KYOTEN-CD TO WK-KYT-KEY.
           PERFORM S240-FIND-KYOTEN.
           IF WK-KYT-FOUND-SUB NOT = 0
               PERFORM S225-ADD-KYOTEN-U21
           END-IF.

      *    拠点別の日別合計・部品別内訳へ加算
      *>   (対象拠点はWK-KYT-FOUND-SUBで指定済)
       S225-ADD-KYOTEN-U21                                    SECTION.
           MOVE 'Y' TO WK-KYT-ARR-U21-FLG(WK-KYT-FOUND-SUB).
           PERFORM VARYING WK-DAY-SUB FROM 1 BY 1
                     UNTIL WK-DAY-SUB > 6
               ADD  U21-NKKAITO-SU(WK-DAY-SUB)
                 TO WK-KYT-ARR-TOTAL(WK-KYT-FOUND-SUB, WK-DAY-SUB)
               MOVE U21-NNYU-DATE(WK-DAY-SUB)
                 TO WK-KYT-ARR-NNYU-DATE(WK-KYT-FOUND-SUB,
                                         WK-DAY-SUB)
           END-PERFORM.
           PERFORM S230-FIND-BUHIN.
           IF WK-BUHIN-FOUND-SUB NOT = 0
               END-PERFORM
           END-IF.

      *    部品別内訳テーブルから拠点CD・部品CDを検索（なければ
      *    追加）
       S230-FIND-BUHIN                                        SECTION.
           MOVE 0 TO WK-BUHIN-FOUND-SUB.
           PERFORM VARYING WK-BUHIN-SUB FROM 1 BY 1
                     UNTIL WK-BUHIN-SUB > WK-BUHIN-CNT
               IF  U21-BUHIN-CD  = WK-BUHIN-ARR-CD(WK-BUHIN-SUB)
               AND U21-KYOTEN-CD = WK-BUHIN-ARR-KYOTEN(WK-BUHIN-SUB)
                   MOVE WK-BUHIN-SUB TO WK-BUHIN-FOUND-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WK-BUHIN-FOUND-SUB = 0
               IF WK-BUHIN-CNT < 1000
                   ADD  1 TO WK-BUHIN-CNT
                   MOVE WK-BUHIN-CNT TO WK-BUHIN-FOUND-SUB
                   MOVE U21-KYOTEN-CD
                     TO WK-BUHIN-ARR-KYOTEN(WK-BUHIN-FOUND-SUB)
                   MOVE U21-BUHIN-CD
                     TO WK-BUHIN-ARR-CD(WK-BUHIN-FOUND-SUB)
                   MOVE ZERO
                   IF WK-BUHIN-OVER-FLG = 'N'
                       MOVE 'Y' TO WK-BUHIN-OVER-FLG
                       DISPLAY '***  部品内訳上限超過  ***'
                       DISPLAY '   上限1000部品超は内訳外'
                       DISPLAY '   (日別合計には加算済)'
                   END-IF
               END-IF
           END-IF.

      *    拠点別テーブルから拠点CDを検索（なければ追加）
      *>   (検索キーは呼出し元でWK-KYT-KEYへ設定済。上限超過時は
      *>    WK-KYT-FOUND-SUB=0で返し、呼出し元は集計対象外とする)
       S240-FIND-KYOTEN                                       SECTION.
           MOVE 0 TO WK-KYT-FOUND-SUB.
           PERFORM VARYING WK-KYT-SUB FROM 1 BY 1
                     UNTIL WK-KYT-SUB > WK-KYT-CNT
               IF WK-KYT-KEY = WK-KYT-ARR-CD(WK-KYT-SUB)
                   MOVE WK-KYT-SUB TO WK-KYT-FOUND-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WK-KYT-FOUND-SUB = 0
               IF WK-KYT-CNT < 20
                   ADD  1 TO WK-KYT-CNT
                   MOVE WK-KYT-CNT TO WK-KYT-FOUND-SUB
                   MOVE WK-KYT-KEY
                     TO WK-KYT-ARR-CD(WK-KYT-FOUND-SUB)
                   MOVE 'N'
                     TO WK-KYT-ARR-U21-FLG(WK-KYT-FOUND-SUB)
                   PERFORM VARYING WK-DAY-SUB FROM 1 BY 1
                             UNTIL WK-DAY-SUB > 6
                       MOVE ZERO TO
                         WK-KYT-ARR-TOTAL(WK-KYT-FOUND-SUB,
                                          WK-DAY-SUB)
                         WK-KYT-ARR-NNYU-DATE(WK-KYT-FOUND-SUB,
                                              WK-DAY-SUB)
                         WK-KYT-ARR-NORYOKU(WK-KYT-FOUND-SUB,
                                            WK-DAY-SUB)
                   END-PERFORM
               ELSE
                   IF WK-KYT-OVER-FLG = 'N'
                       MOVE 'Y' TO WK-KYT-OVER-FLG
                       DISPLAY '***  拠点上限超過  ***'
                       DISPLAY '   上限20拠点超は集計対象外'
                       DISPLAY '   拠点CD=' WK-KYT-KEY
                   END-IF
               END-IF
           END-IF.

      *>   終了処理（受入山積みレポート出力）
       S300-FINL                                              SECTION.
           MOVE SPACES TO YMI-RPT-LINE.
           MOVE SPACES TO YMI-RPT-LINE.
           WRITE YMI-RPT-LINE.

      *>   拠点ごとに日別明細を印刷（U21のない拠点は印刷しない）
           PERFORM VARYING WK-KYT-SUB FROM 1 BY 1
                     UNTIL WK-KYT-SUB > WK-KYT-CNT
               IF WK-KYT-ARR-U21-FLG(WK-KYT-SUB) = 'Y'
                   PERFORM S305-PRINT-KYOTEN
               END-IF
           END-PERFORM.

           CLOSE YMI-RPT-FILE.

                    WK-SYS-DATE-SS
                   '   *******'.

      *    拠点見出しと拠点の日別明細を印刷
       S305-PRINT-KYOTEN                                      SECTION.
           IF WK-KYT-ARR-CD(WK-KYT-SUB) = SPACES
               MOVE '標準拠点'        TO WK-RPT-K-KYOTEN
           ELSE
               MOVE WK-KYT-ARR-CD(WK-KYT-SUB)
                                      TO WK-RPT-K-KYOTEN
           END-IF.
           MOVE SPACES               TO YMI-RPT-LINE.
           MOVE WK-RPT-KYOTEN-LINE   TO YMI-RPT-LINE.
           WRITE YMI-RPT-LINE.
           PERFORM S310-PRINT-DAY
             VARYING WK-DAY-SUB FROM 1 BY 1
               UNTIL WK-DAY-SUB > 6.

      *    日別明細（日合計・能力判定・部品別内訳）印刷
      *>   (対象拠点はWK-KYT-SUBで指定済)
       S310-PRINT-DAY                                         SECTION.
           MOVE SPACES               TO WK-RPT-H-KEIKOKU.
           IF  WK-KYT-ARR-NORYOKU(WK-KYT-SUB, WK-DAY-SUB) > 0
           AND WK-KYT-ARR-TOTAL(WK-KYT-SUB, WK-DAY-SUB)
               > WK-KYT-ARR-NORYOKU(WK-KYT-SUB, WK-DAY-SUB)
               MOVE '***能力超過***'  TO WK-RPT-H-KEIKOKU
               ADD  1                 TO CNT-CAP-OVER
           END-IF.
           MOVE WK-DAY-SUB           TO WK-RPT-H-DAY.
           MOVE WK-KYT-ARR-NNYU-DATE(WK-KYT-SUB, WK-DAY-SUB)
                                     TO WK-RPT-H-DATE.
           MOVE WK-KYT-ARR-TOTAL(WK-KYT-SUB, WK-DAY-SUB)
                                     TO WK-RPT-H-TOTAL.
           MOVE WK-KYT-ARR-NORYOKU(WK-KYT-SUB, WK-DAY-SUB)
                                     TO WK-RPT-H-NORYOKU.
           MOVE SPACES               TO YMI-RPT-LINE.
           MOVE WK-RPT-DAY-LINE      TO YMI-RPT-LINE.
           WRITE YMI-RPT-LINE.
      *>   部品別内訳（当該拠点の当日スロットに数量のある部品のみ）
           PERFORM VARYING WK-BUHIN-SUB FROM 1 BY 1
                     UNTIL WK-BUHIN-SUB > WK-BUHIN-CNT
               IF  WK-BUHIN-ARR-KYOTEN(WK-BUHIN-SUB)
                   = WK-KYT-ARR-CD(WK-KYT-SUB)
               AND WK-BUHIN-ARR-SU(WK-BUHIN-SUB, WK-DAY-SUB) > 0
                   MOVE SPACES       TO WK-RPT-BUHIN-LINE
                   MOVE WK-BUHIN-ARR-CD(WK-BUHIN-SUB)
                                     TO WK-RPT-B-CD
