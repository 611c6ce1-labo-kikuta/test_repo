      ******************************************************************
      * Author:WATANABE KAZUMA
      * Date:20261015
      * Purpose:月次検収（買掛計上）データ作成
      *         荷受場から収集した入荷実績データ(NYK)のうち締め期間内
      *         の入荷日付のものを、部品CD・ベンダーCD別の単価マスタ
      *         (U13)で入荷日付時点に有効な単価により金額計算し、
      *         ベンダー・オーダーNO単位の検収データ(KNSFILE・
      *         買掛システム連携用)と、ベンダーへ送付する請求照合用の
      *         検収明細書(KNSRPT・1ベンダー1葉)を出力する。
      *         単価の登録がない入荷実績は読み飛ばさず、
      *         単価未登録例外リスト(KNSEXC)へ出力する
      *         (締め期間は環境変数EDPG0057_FROM_DATE /
      *          EDPG0057_TO_DATE(YYYYMMDD)で指定。未設定時は
      *          前月1日〜前月末日とする。
      *          単価はU13の適用開始日が入荷日付以前のうち
      *          最も新しいものを採用し、金額は明細ごとに
      *          円未満を四捨五入する。例外がある場合はRC=4)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. EDPG0057.
       ENVIRONMENT                                            DIVISION.
       INPUT-OUTPUT                                           SECTION.
       FILE-CONTROL.
      *>   各ファイルはJCL論理名相当のDD名でASSIGNする。
      *>   実行時に環境変数DD_xxxxxx（またはxxxxxx）を設定すれば
      *>   再コンパイルなしに格納先を差替え可能（未設定時はカレント
      *>   ディレクトリ直下のDD名そのものを参照する）
      *>   入荷実績データ（荷受場で採取した受入実績）
           SELECT NYK-FILE ASSIGN TO "NYKFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-NYK-STATUS.
           SELECT NYK-SRT-FILE ASSIGN TO 'NYKKSRT.tmp'.
           SELECT NYKS-FILE ASSIGN TO "NYKKSFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-NYKS-STATUS.
      *>   単価マスタ（部品CD・ベンダーCD・適用開始日の順編成）
           SELECT U13-FILE ASSIGN TO "U13FILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-U13-STATUS.
      *>   ベンダーマスタ（索引編成・ベンダーCDキーの随時READ）
           SELECT U10-FILE ASSIGN TO "U10FILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS U10-VENDOR-CD
           FILE STATUS IS WK-U10-STATUS.
      *>   検収データ（買掛システム連携用）
           SELECT KNS-FILE ASSIGN TO "KNSFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-KNS-STATUS.
      *>   検収明細書（印刷イメージ）
           SELECT KNS-RPT-FILE ASSIGN TO "KNSRPTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-KNSRPT-STATUS.
      *>   単価未登録例外リスト
           SELECT KNS-EXC-FILE ASSIGN TO "KNSEXCFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-KNSEXC-STATUS.
      *>   実行管理台帳（全バッチPG共通の開始・終了記録／追記）
           SELECT RUN-FILE ASSIGN TO "RUNFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-RUN-STATUS.
       DATA                                                   DIVISION.
       FILE                                                   SECTION.
      *>   入荷実績データ
       FD  NYK-FILE.
       01  NYK-REC.
         03  NYK-BUHIN-CD                                     PIC X(10).
         03  NYK-VENDOR-CD                                    PIC X(08).
         03  NYK-ORDER-NO                                     PIC X(07).
         03  NYK-NYUKA-DATE                                   PIC 9(08).
         03  NYK-NYUKA-SU                                     PIC 9(07).

      *>   入荷実績ソートワーク
       SD  NYK-SRT-FILE.
       01  NYK-SRT-REC.
         03  NYK-SRT-BUHIN-CD                                 PIC X(10).
         03  NYK-SRT-VENDOR-CD                                PIC X(08).
         03  NYK-SRT-ORDER-NO                                 PIC X(07).
         03  NYK-SRT-NYUKA-DATE                               PIC 9(08).
         03  NYK-SRT-NYUKA-SU                                 PIC 9(07).

      *>   入荷実績ソート済（締め期間内・ベンダーCD・オーダーNO・
      *>   部品CD・入荷日付順）
       FD  NYKS-FILE.
       01  NYKS-REC.
         03  NYKS-BUHIN-CD                                    PIC X(10).
         03  NYKS-VENDOR-CD                                   PIC X(08).
         03  NYKS-ORDER-NO                                    PIC X(07).
         03  NYKS-NYUKA-DATE                                  PIC 9(08).
         03  NYKS-NYUKA-SU                                    PIC 9(07).

      *>   単価マスタ
      *>   (同一部品CD・ベンダーCDに適用開始日違いで複数世代を持つ。
      *>    単価は円・小数2桁)
       FD  U13-FILE.
       01  U13-REC.
         03  U13-BUHIN-CD                                     PIC X(10).
         03  U13-VENDOR-CD                                    PIC X(08).
         03  U13-TEKIYO-START-DATE                            PIC 9(08).
         03  U13-TANKA                                  PIC 9(07)V9(02).

      *>   ベンダーマスタ
       FD  U10-FILE.
       01  U10-REC.
         03  U10-VENDOR-CD                                    PIC X(08).
         03  U10-VENDOR-NAME                                  PIC X(30).
         03  U10-ADDRESS                                      PIC X(50).
         03  U10-TANTO-MADO                                   PIC X(20).
         03  U10-EDI-DEST                                     PIC X(40).
         03  U10-YUKO-FLG                                     PIC X(01).
         03  U10-TEKIYO-START-DATE                            PIC 9(08).

      *>   検収データ（ベンダー・オーダーNO・部品CD単位）
      *>   (締め日は締め期間の末日。金額は円単位)
       FD  KNS-FILE.
       01  KNS-REC.
         03  KNS-VENDOR-CD                                    PIC X(08).
         03  KNS-ORDER-NO                                     PIC X(07).
         03  KNS-BUHIN-CD                                     PIC X(10).
         03  KNS-SIME-DATE                                    PIC 9(08).
         03  KNS-KENSHU-SU                                    PIC 9(09).
         03  KNS-KINGAKU                                      PIC 9(11).
         03  KNS-MEISAI-KENSU                                 PIC 9(05).

      *>   検収明細書（印刷イメージ）
       FD  KNS-RPT-FILE.
       01  KNS-RPT-LINE                                      PIC X(132).

      *>   単価未登録例外リスト
       FD  KNS-EXC-FILE.
       01  KNS-EXC-LINE                                      PIC X(132).

      *>   実行管理台帳
      *>   (区分 S:開始 E:正常終了。異常終了時はEが残らないため
      *>    Sのみのエントリが未完了実行として検出できる。
      *>    月次検収はバッチIDと無関係のためID=0で記録する)
       FD  RUN-FILE.
       01  RUN-REC.
         03  RUN-PROGRAM-ID                        PIC X(08).
         03  RUN-BATCH-ID                          PIC 9(05).
         03  RUN-KBN                               PIC X(01).
         03  RUN-DATETIME.
           05  RUN-DATE                            PIC 9(08).
           05  RUN-TIME                            PIC 9(06).
         03  RUN-CNT-IN                            PIC 9(07).
         03  RUN-CNT-OUT                           PIC 9(07).
         03  RUN-RETURN-CD                         PIC 9(02).

       WORKING-STORAGE                                        SECTION.
       01  CNT-NYK-READ                   PIC 9(07)      VALUE 0.
       01  CNT-NYK-TAISHO                 PIC 9(07)      VALUE 0.
       01  CNT-U13-READ                   PIC 9(07)      VALUE 0.
       01  CNT-KENSHU-MEISAI              PIC 9(07)      VALUE 0.
       01  CNT-TANKA-NASHI                PIC 9(07)      VALUE 0.
       01  CNT-KNS-WRITE                  PIC 9(07)      VALUE 0.
       01  CNT-VENDOR-PRINT               PIC 9(05)      VALUE 0.
       01  CNT-VENDOR-MST-NASHI           PIC 9(05)      VALUE 0.
      *>   ベンダーCD・オーダーNO・部品CDブレイク制御
       01  KEY-NEW.
         03  KEY-NEW-VENDOR                                   PIC X(08).
         03  KEY-NEW-ORDER                                    PIC X(07).
         03  KEY-NEW-BUHIN                                    PIC X(10).
       01  KEY-OLD.
         03  KEY-OLD-VENDOR                                   PIC X(08).
         03  KEY-OLD-ORDER                                    PIC X(07).
         03  KEY-OLD-BUHIN                                    PIC X(10).
      *>   締め期間ワーク
       01  WK-FROM-DATE                   PIC 9(08)      VALUE 0.
       01  WK-TO-DATE                     PIC 9(08)      VALUE 0.
       01  WK-FROM-DATE-X                 PIC X(08).
       01  WK-TO-DATE-X                   PIC X(08).
       01  WK-TOUGETSU-1DATE              PIC 9(08)      VALUE 0.
       01  WK-TOUGETSU-1DATE-WK REDEFINES WK-TOUGETSU-1DATE.
         03  WK-TOUGETSU-1DATE-YYYY       PIC 9(04).
         03  WK-TOUGETSU-1DATE-MM         PIC 9(02).
         03  WK-TOUGETSU-1DATE-DD         PIC 9(02).
       01  WK-DATE-INT                    PIC 9(08)      VALUE 0.
      *>   単価マスタ保持テーブル
       01  WK-TNK-TBL.
         03  WK-TNK-CNT                             PIC 9(05) VALUE 0.
         03  WK-TNK-ARR            OCCURS 5000 TIMES
                                    INDEXED BY WK-TNK-IDX.
           05  WK-TNK-ARR-BUHIN-CD                   PIC X(10).
           05  WK-TNK-ARR-VENDOR-CD                  PIC X(08).
           05  WK-TNK-ARR-TEKIYO-DATE                PIC 9(08).
           05  WK-TNK-ARR-TANKA                      PIC 9(07)V9(02).
      *>   単価検索結果
       01  WK-TANKA-FOUND-FLG             PIC X(01)      VALUE 'N'.
         88  TANKA-FOUND                                 VALUE 'Y'.
       01  WK-TANKA-HIT                   PIC 9(07)V9(02) VALUE 0.
       01  WK-TANKA-HIT-DATE              PIC 9(08)      VALUE 0.
      *>   金額計算ワーク
       01  WK-LINE-KINGAKU                PIC 9(11)      VALUE 0.
       01  WK-ORD-SU                      PIC 9(09)      VALUE 0.
       01  WK-ORD-KINGAKU                 PIC 9(11)      VALUE 0.
       01  WK-ORD-KENSU                   PIC 9(05)      VALUE 0.
       01  WK-VEN-SU                      PIC 9(11)      VALUE 0.
       01  WK-VEN-KINGAKU                 PIC 9(13)      VALUE 0.
       01  WK-ALL-KINGAKU                 PIC 9(13)      VALUE 0.
      *>   明細書の見出し印刷済判定（単価のある明細が出た時点で印刷）
       01  WK-VEN-HEAD-FLG                PIC X(01)      VALUE 'N'.
         88  VEN-HEAD-PRINTED                            VALUE 'Y'.
      *>   ファイル制御ワーク
       01  WK-NYK-STATUS                  PIC X(02).
       01  WK-NYKS-STATUS                 PIC X(02).
       01  WK-U13-STATUS                  PIC X(02).
       01  WK-U10-STATUS                  PIC X(02).
       01  WK-KNS-STATUS                  PIC X(02).
       01  WK-KNSRPT-STATUS               PIC X(02).
       01  WK-KNSEXC-STATUS               PIC X(02).
       01  WK-U13-EOF-FLG                 PIC X(01)      VALUE 'N'.
         88  U13-EOF                                     VALUE 'Y'.
       01  WK-NYK-EOF-FLG                 PIC X(01)      VALUE 'N'.
         88  NYK-EOF                                     VALUE 'Y'.
      *>   ファイルOPENエラー共通表示用ワーク
       01  WK-ERR-FILE-NAME               PIC X(20).
       01  WK-ERR-STATUS                  PIC X(02).
      *>   実行管理台帳ワーク
       01  WK-RUN-STATUS                  PIC X(02).
      *>   発行日ワーク
       01  WK-TODAY-DATE                  PIC 9(08)      VALUE 0.
      *>   帳票編集ワーク
       01  WK-RPT-DETAIL-LINE.
         03  FILLER                               PIC X(02).
         03  WK-RPT-D-NYUKA-DATE                  PIC 9(08).
         03  FILLER                               PIC X(02).
         03  WK-RPT-D-ORDER                       PIC X(09).
         03  WK-RPT-D-BUHIN                       PIC X(12).
         03  WK-RPT-D-SU                          PIC ZZZ,ZZZ,ZZ9.
         03  FILLER                               PIC X(02).
         03  WK-RPT-D-TANKA                       PIC Z,ZZZ,ZZ9.99.
         03  FILLER                               PIC X(02).
         03  WK-RPT-D-KINGAKU                     PIC ZZ,ZZZ,ZZZ,ZZ9.
         03  FILLER                               PIC X(02).
         03  WK-RPT-D-TEKIYO                      PIC 9(08).
       01  WK-RPT-TOTAL-LINE.
         03  WK-RPT-T-LABEL                       PIC X(33).
         03  WK-RPT-T-SU                          PIC ZZZ,ZZZ,ZZ9.
         03  FILLER                               PIC X(16).
         03  WK-RPT-T-KINGAKU                     PIC ZZ,ZZZ,ZZZ,ZZ9.
       01  WK-RPT-EXC-LINE.
         03  FILLER                               PIC X(02).
         03  WK-RPT-E-VENDOR                      PIC X(10).
         03  WK-RPT-E-ORDER                       PIC X(09).
         03  WK-RPT-E-BUHIN                       PIC X(12).
         03  WK-RPT-E-NYUKA-DATE                  PIC 9(08).
         03  FILLER                               PIC X(02).
         03  WK-RPT-E-SU                          PIC ZZZ,ZZZ,ZZ9.
         03  FILLER                               PIC X(02).
         03  WK-RPT-E-RIYU                        PIC X(30).
       01  WK-RPT-COUNT-LINE.
         03  WK-RPT-C-LABEL                       PIC X(28).
         03  WK-RPT-C-SU                          PIC ZZZ,ZZZ,ZZ9.
      *>   PG開始・終了時日付データ
       01  WK-SYS-DATE.
         03  WK-SYS-DATE-YYYY                                 PIC 9(04).
         03  WK-SYS-DATE-MM                                   PIC 9(02).
         03  WK-SYS-DATE-DD                                   PIC 9(02).
         03  WK-SYS-DATE-HH                                   PIC 9(02).
         03  WK-SYS-DATE-HM                                   PIC 9(02).
         03  WK-SYS-DATE-SS                                   PIC 9(02).

       PROCEDURE                                              DIVISION.
       S000-RROC                                              SECTION.
      *>   初期処理
           PERFORM S100-INIT.
      *>   実行管理台帳へ開始レコードを追記
           PERFORM S060-WRITE-RUN-START.
      *>   入荷実績ソート処理（締め期間内のみ抽出）
           PERFORM S090-SORT-NYK.
      *>   主処理
           PERFORM S200-MAIN
             UNTIL KEY-NEW-VENDOR = HIGH-VALUES.
      *>   終了処理
           PERFORM S300-FINL.
           STOP RUN.

      *    ファイルOPENエラー共通処理（異常終了）
       S900-FILE-ERROR                                        SECTION.
           DISPLAY '***   ファイルOPENエラー   ***'.
           DISPLAY '   ファイル=' WK-ERR-FILE-NAME
                   ' STATUS='     WK-ERR-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *>   初期処理
       S100-INIT                                              SECTION.
           MOVE     FUNCTION CURRENT-DATE TO WK-SYS-DATE.
           DISPLAY '*******   EDPG00057  START = '
                    WK-SYS-DATE-YYYY
                   '/'
                    WK-SYS-DATE-MM
                   '/'
                    WK-SYS-DATE-DD
                   '  '
                    WK-SYS-DATE-HH
                   ':'
                    WK-SYS-DATE-HM
                   ':'
                    WK-SYS-DATE-SS
                   '   *******'.

           STRING WK-SYS-DATE-YYYY WK-SYS-DATE-MM WK-SYS-DATE-DD
             DELIMITED BY SIZE INTO WK-TODAY-DATE.

      *>   締め期間は環境変数から取得する（未設定時は前月）
           MOVE WK-SYS-DATE-YYYY TO WK-TOUGETSU-1DATE-YYYY.
           MOVE WK-SYS-DATE-MM   TO WK-TOUGETSU-1DATE-MM.
           MOVE 1                TO WK-TOUGETSU-1DATE-DD.
           COMPUTE WK-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WK-TOUGETSU-1DATE) - 1.
           MOVE SPACES TO WK-TO-DATE-X.
           ACCEPT WK-TO-DATE-X
             FROM ENVIRONMENT 'EDPG0057_TO_DATE'.
           IF  WK-TO-DATE-X NOT = SPACES
           AND WK-TO-DATE-X IS NUMERIC
               MOVE WK-TO-DATE-X TO WK-TO-DATE
           ELSE
               COMPUTE WK-TO-DATE =
                   FUNCTION DATE-OF-INTEGER(WK-DATE-INT)
           END-IF.
           MOVE SPACES TO WK-FROM-DATE-X.
           ACCEPT WK-FROM-DATE-X
             FROM ENVIRONMENT 'EDPG0057_FROM_DATE'.
           IF  WK-FROM-DATE-X NOT = SPACES
           AND WK-FROM-DATE-X IS NUMERIC
               MOVE WK-FROM-DATE-X TO WK-FROM-DATE
           ELSE
               COMPUTE WK-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WK-DATE-INT)
               MOVE WK-FROM-DATE     TO WK-TOUGETSU-1DATE
               MOVE 1                TO WK-TOUGETSU-1DATE-DD
               MOVE WK-TOUGETSU-1DATE TO WK-FROM-DATE
           END-IF.
           DISPLAY '   締め期間 = ' WK-FROM-DATE ' - ' WK-TO-DATE.
           IF WK-FROM-DATE > WK-TO-DATE
               DISPLAY '***   締め期間指定エラー   ***'
               DISPLAY '   開始日が終了日より後です'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *>   単価マスタ読込（テーブル展開）
      *>   (上限超過で中止するため出力ファイルOPEN前に行う)
           PERFORM S120-LOAD-TANKA.

           OPEN INPUT U10-FILE.
           IF WK-U10-STATUS NOT = '00'
               MOVE 'U10FILE'            TO WK-ERR-FILE-NAME
               MOVE WK-U10-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           OPEN OUTPUT KNS-FILE.
           IF WK-KNS-STATUS NOT = '00'
               MOVE 'KNSFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-KNS-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           OPEN OUTPUT KNS-RPT-FILE.
           IF WK-KNSRPT-STATUS NOT = '00'
               MOVE 'KNSRPTFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-KNSRPT-STATUS     TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           OPEN OUTPUT KNS-EXC-FILE.
           IF WK-KNSEXC-STATUS NOT = '00'
               MOVE 'KNSEXCFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-KNSEXC-STATUS     TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           PERFORM S130-PRINT-EXC-HEADER.

      *    実行管理台帳へ開始レコードを追記
       S060-WRITE-RUN-START                                   SECTION.
           OPEN EXTEND RUN-FILE.
           IF WK-RUN-STATUS = '35'
               OPEN OUTPUT RUN-FILE
           END-IF.
           IF WK-RUN-STATUS NOT = '00'
               MOVE 'RUNFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-RUN-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           MOVE 'EDPG0057'               TO RUN-PROGRAM-ID.
           MOVE 0                        TO RUN-BATCH-ID.
           MOVE 'S'                      TO RUN-KBN.
           MOVE FUNCTION CURRENT-DATE(1:14)
                                         TO RUN-DATETIME.
           MOVE 0                        TO RUN-CNT-IN.
           MOVE 0                        TO RUN-CNT-OUT.
           MOVE 0                        TO RUN-RETURN-CD.
           WRITE RUN-REC.
           CLOSE RUN-FILE.

      *    実行管理台帳へ終了レコードを追記
       S310-WRITE-RUN-END                                     SECTION.
           OPEN EXTEND RUN-FILE.
           IF WK-RUN-STATUS = '35'
               OPEN OUTPUT RUN-FILE
           END-IF.
           IF WK-RUN-STATUS NOT = '00'
               MOVE 'RUNFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-RUN-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           MOVE 'EDPG0057'               TO RUN-PROGRAM-ID.
           MOVE 0                        TO RUN-BATCH-ID.
           MOVE 'E'                      TO RUN-KBN.
           MOVE FUNCTION CURRENT-DATE(1:14)
                                         TO RUN-DATETIME.
           MOVE CNT-NYK-TAISHO           TO RUN-CNT-IN.
           MOVE CNT-KNS-WRITE            TO RUN-CNT-OUT.
           MOVE RETURN-CODE              TO RUN-RETURN-CD.
           WRITE RUN-REC.
           CLOSE RUN-FILE.

      *    単価マスタ読込（テーブル展開）
       S120-LOAD-TANKA                                        SECTION.
           OPEN INPUT U13-FILE.
           IF WK-U13-STATUS NOT = '00'
               MOVE 'U13FILE'            TO WK-ERR-FILE-NAME
               MOVE WK-U13-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           MOVE 'N' TO WK-U13-EOF-FLG.
           PERFORM UNTIL U13-EOF
               READ U13-FILE
                 AT END
                   SET U13-EOF           TO TRUE
                 NOT AT END
                   ADD 1                 TO CNT-U13-READ
                   IF WK-TNK-CNT < 5000
                       ADD  1            TO WK-TNK-CNT
                       SET  WK-TNK-IDX   TO WK-TNK-CNT
                       MOVE U13-BUHIN-CD
                         TO WK-TNK-ARR-BUHIN-CD(WK-TNK-IDX)
                       MOVE U13-VENDOR-CD
                         TO WK-TNK-ARR-VENDOR-CD(WK-TNK-IDX)
                       MOVE U13-TEKIYO-START-DATE
                         TO WK-TNK-ARR-TEKIYO-DATE(WK-TNK-IDX)
                       MOVE U13-TANKA
                         TO WK-TNK-ARR-TANKA(WK-TNK-IDX)
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE U13-FILE.
      *    テーブル上限超過時は異常終了（新しい世代の単価が漏れると
      *    旧単価で買掛計上されるため、検収データは作成しない）
           IF CNT-U13-READ > 5000
               DISPLAY '***  単価マスタ上限超過  ***'
               DISPLAY '   件数=' CNT-U13-READ
               DISPLAY '   上限5000件超で中止'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    入荷実績を締め期間内のみ抽出してベンダーCD順にソート
       S090-SORT-NYK                                          SECTION.
           SORT NYK-SRT-FILE
             ON ASCENDING KEY NYK-SRT-VENDOR-CD
                              NYK-SRT-ORDER-NO
                              NYK-SRT-BUHIN-CD
                              NYK-SRT-NYUKA-DATE
             INPUT PROCEDURE S095-SELECT-NYK
             GIVING NYKS-FILE.
      *>   GIVINGファイルはSORT文完了後でないと作成されないため、
      *>   OPENと先読みはここで行う
           OPEN INPUT NYKS-FILE.
           IF WK-NYKS-STATUS NOT = '00'
               MOVE 'NYKKSFILE'          TO WK-ERR-FILE-NAME
               MOVE WK-NYKS-STATUS       TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           MOVE SPACES TO KEY-OLD.
           PERFORM S110-READ-NYKS.

      *    締め期間内の入荷実績のみソートへ投入
       S095-SELECT-NYK                                        SECTION.
           OPEN INPUT NYK-FILE.
           IF WK-NYK-STATUS NOT = '00'
               MOVE 'NYKFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-NYK-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           MOVE 'N' TO WK-NYK-EOF-FLG.
           PERFORM UNTIL NYK-EOF
               READ NYK-FILE
                 AT END
                   SET NYK-EOF           TO TRUE
                 NOT AT END
                   ADD 1                 TO CNT-NYK-READ
                   IF  NYK-NYUKA-DATE >= WK-FROM-DATE
                   AND NYK-NYUKA-DATE <= WK-TO-DATE
                       ADD  1            TO CNT-NYK-TAISHO
                       MOVE NYK-REC      TO NYK-SRT-REC
                       RELEASE NYK-SRT-REC
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE NYK-FILE.

      *    入荷実績ソート済READ処理
       S110-READ-NYKS                                         SECTION.
           READ NYKS-FILE
             AT END
               MOVE HIGH-VALUES           TO KEY-NEW
             NOT AT END
               MOVE NYKS-VENDOR-CD        TO KEY-NEW-VENDOR
               MOVE NYKS-ORDER-NO         TO KEY-NEW-ORDER
               MOVE NYKS-BUHIN-CD         TO KEY-NEW-BUHIN
           END-READ.

      *    単価未登録例外リスト見出し印刷
       S130-PRINT-EXC-HEADER                                  SECTION.
           MOVE SPACES TO KNS-EXC-LINE.
           STRING '検収　単価未登録例外リスト'
                  '　締め期間=' WK-FROM-DATE '-' WK-TO-DATE
                  DELIMITED BY SIZE INTO KNS-EXC-LINE.
           WRITE KNS-EXC-LINE.
           MOVE SPACES TO KNS-EXC-LINE.
           WRITE KNS-EXC-LINE.
           MOVE SPACES TO KNS-EXC-LINE.
           STRING '  ベンダーCD オーダーNO 部品CD      '
                  '入荷日付        入荷数量  理由'
                  DELIMITED BY SIZE INTO KNS-EXC-LINE.
           WRITE KNS-EXC-LINE.

      *>   主処理（ベンダーCD・オーダーNO・部品CDブレイク）
       S200-MAIN                                              SECTION.
           IF KEY-NEW NOT = KEY-OLD
               IF KEY-OLD-VENDOR NOT = SPACES
                   PERFORM S240-END-ORDER
               END-IF
               IF KEY-NEW-VENDOR NOT = KEY-OLD-VENDOR
                   IF VEN-HEAD-PRINTED
                       PERFORM S250-PRINT-VENDOR-TOTAL
                   END-IF
                   MOVE 'N'               TO WK-VEN-HEAD-FLG
                   MOVE 0                 TO WK-VEN-SU
                   MOVE 0                 TO WK-VEN-KINGAKU
               END-IF
               MOVE KEY-NEW               TO KEY-OLD
               MOVE 0                     TO WK-ORD-SU
               MOVE 0                     TO WK-ORD-KINGAKU
               MOVE 0                     TO WK-ORD-KENSU
           END-IF.
           PERFORM S220-FIND-TANKA.
           IF TANKA-FOUND
               IF NOT VEN-HEAD-PRINTED
                   PERFORM S210-PRINT-FORM-HEADER
               END-IF
               PERFORM S230-PRINT-DETAIL
           ELSE
               PERFORM S235-PRINT-EXCEPTION
           END-IF.
           PERFORM S110-READ-NYKS.

      *    検収明細書の見出し印刷（1ベンダー1葉）
      *>   (マスタ未登録のベンダーは名称・住所空白で印刷する)
       S210-PRINT-FORM-HEADER                                 SECTION.
           MOVE 'Y'             TO WK-VEN-HEAD-FLG.
           ADD  1               TO CNT-VENDOR-PRINT.
           MOVE NYKS-VENDOR-CD  TO U10-VENDOR-CD.
           READ U10-FILE
             INVALID KEY
               ADD  1 TO CNT-VENDOR-MST-NASHI
               DISPLAY '***  ベンダーマスタ未登録  ***'
               DISPLAY '   ベンダーCD=' NYKS-VENDOR-CD
               MOVE NYKS-VENDOR-CD   TO U10-VENDOR-CD
               MOVE SPACES           TO U10-VENDOR-NAME
               MOVE SPACES           TO U10-ADDRESS
               MOVE SPACES           TO U10-TANTO-MADO
           END-READ.
           MOVE ALL '=' TO KNS-RPT-LINE.
           WRITE KNS-RPT-LINE.
           MOVE SPACES TO KNS-RPT-LINE.
           STRING '検収明細書'
                  '　発行日=' WK-TODAY-DATE
                  '  締め期間=' WK-FROM-DATE '-' WK-TO-DATE
                  DELIMITED BY SIZE INTO KNS-RPT-LINE.
           WRITE KNS-RPT-LINE.
           MOVE SPACES TO KNS-RPT-LINE.
           STRING 'ベンダーCD=' U10-VENDOR-CD
                  '  名称=' U10-VENDOR-NAME
                  DELIMITED BY SIZE INTO KNS-RPT-LINE.
           WRITE KNS-RPT-LINE.
           MOVE SPACES TO KNS-RPT-LINE.
           STRING '住所=' U10-ADDRESS
                  DELIMITED BY SIZE INTO KNS-RPT-LINE.
           WRITE KNS-RPT-LINE.
           MOVE SPACES TO KNS-RPT-LINE.
           STRING '担当窓口=' U10-TANTO-MADO
                  DELIMITED BY SIZE INTO KNS-RPT-LINE.
           WRITE KNS-RPT-LINE.
           MOVE SPACES TO KNS-RPT-LINE.
           WRITE KNS-RPT-LINE.
           MOVE SPACES TO KNS-RPT-LINE.
           STRING '  入荷日付  オーダーNO 部品CD      '
                  '   検収数量          単価'
                  '            金額  単価適用日'
                  DELIMITED BY SIZE INTO KNS-RPT-LINE.
           WRITE KNS-RPT-LINE.

      *    入荷日付時点で有効な単価の検索
      *>   (部品CD・ベンダーCDが一致し、適用開始日が入荷日付以前の
      *>    世代のうち適用開始日が最も新しいものを採用する)
       S220-FIND-TANKA                                        SECTION.
           MOVE 'N' TO WK-TANKA-FOUND-FLG.
           MOVE 0   TO WK-TANKA-HIT.
           MOVE 0   TO WK-TANKA-HIT-DATE.
           PERFORM VARYING WK-TNK-IDX FROM 1 BY 1
                     UNTIL WK-TNK-IDX > WK-TNK-CNT
               IF  WK-TNK-ARR-BUHIN-CD(WK-TNK-IDX)  = NYKS-BUHIN-CD
               AND WK-TNK-ARR-VENDOR-CD(WK-TNK-IDX) = NYKS-VENDOR-CD
               AND WK-TNK-ARR-TEKIYO-DATE(WK-TNK-IDX)
                   <= NYKS-NYUKA-DATE
                   IF NOT TANKA-FOUND
                   OR WK-TNK-ARR-TEKIYO-DATE(WK-TNK-IDX)
                      > WK-TANKA-HIT-DATE
                       SET  TANKA-FOUND TO TRUE
                       MOVE WK-TNK-ARR-TANKA(WK-TNK-IDX)
                         TO WK-TANKA-HIT
                       MOVE WK-TNK-ARR-TEKIYO-DATE(WK-TNK-IDX)
                         TO WK-TANKA-HIT-DATE
                   END-IF
               END-IF
           END-PERFORM.

      *    検収明細1件の金額計算と明細書印刷
       S230-PRINT-DETAIL                                      SECTION.
           COMPUTE WK-LINE-KINGAKU ROUNDED =
               NYKS-NYUKA-SU * WK-TANKA-HIT.
           ADD  1                      TO CNT-KENSHU-MEISAI.
           ADD  1                      TO WK-ORD-KENSU.
           ADD  NYKS-NYUKA-SU          TO WK-ORD-SU.
           ADD  WK-LINE-KINGAKU        TO WK-ORD-KINGAKU.
           MOVE SPACES                 TO WK-RPT-DETAIL-LINE.
           MOVE NYKS-NYUKA-DATE        TO WK-RPT-D-NYUKA-DATE.
           MOVE NYKS-ORDER-NO          TO WK-RPT-D-ORDER.
           MOVE NYKS-BUHIN-CD          TO WK-RPT-D-BUHIN.
           MOVE NYKS-NYUKA-SU          TO WK-RPT-D-SU.
           MOVE WK-TANKA-HIT           TO WK-RPT-D-TANKA.
           MOVE WK-LINE-KINGAKU        TO WK-RPT-D-KINGAKU.
           MOVE WK-TANKA-HIT-DATE      TO WK-RPT-D-TEKIYO.
           MOVE SPACES                 TO KNS-RPT-LINE.
           MOVE WK-RPT-DETAIL-LINE     TO KNS-RPT-LINE.
           WRITE KNS-RPT-LINE.

      *    単価未登録の入荷実績を例外リストへ出力
       S235-PRINT-EXCEPTION                                   SECTION.
           ADD  1                      TO CNT-TANKA-NASHI.
           MOVE SPACES                 TO WK-RPT-EXC-LINE.
           MOVE NYKS-VENDOR-CD         TO WK-RPT-E-VENDOR.
           MOVE NYKS-ORDER-NO          TO WK-RPT-E-ORDER.
           MOVE NYKS-BUHIN-CD          TO WK-RPT-E-BUHIN.
           MOVE NYKS-NYUKA-DATE        TO WK-RPT-E-NYUKA-DATE.
           MOVE NYKS-NYUKA-SU          TO WK-RPT-E-SU.
           MOVE '単価未登録'           TO WK-RPT-E-RIYU.
           MOVE SPACES                 TO KNS-EXC-LINE.
           MOVE WK-RPT-EXC-LINE        TO KNS-EXC-LINE.
           WRITE KNS-EXC-LINE.

      *    オーダー単位の締め（検収データ出力・オーダー計印刷）
      *>   (単価のある明細がないオーダーは検収データを出力しない)
       S240-END-ORDER                                         SECTION.
           IF WK-ORD-KENSU > 0
               MOVE KEY-OLD-VENDOR         TO KNS-VENDOR-CD
               MOVE KEY-OLD-ORDER          TO KNS-ORDER-NO
               MOVE KEY-OLD-BUHIN          TO KNS-BUHIN-CD
               MOVE WK-TO-DATE             TO KNS-SIME-DATE
               MOVE WK-ORD-SU              TO KNS-KENSHU-SU
               MOVE WK-ORD-KINGAKU         TO KNS-KINGAKU
               MOVE WK-ORD-KENSU           TO KNS-MEISAI-KENSU
               WRITE KNS-REC
               ADD  1                      TO CNT-KNS-WRITE
               ADD  WK-ORD-SU              TO WK-VEN-SU
               ADD  WK-ORD-KINGAKU         TO WK-VEN-KINGAKU
               ADD  WK-ORD-KINGAKU         TO WK-ALL-KINGAKU
               MOVE SPACES                 TO WK-RPT-TOTAL-LINE
               MOVE '    オーダー計'       TO WK-RPT-T-LABEL
               MOVE WK-ORD-SU              TO WK-RPT-T-SU
               MOVE WK-ORD-KINGAKU         TO WK-RPT-T-KINGAKU
               MOVE SPACES                 TO KNS-RPT-LINE
               MOVE WK-RPT-TOTAL-LINE      TO KNS-RPT-LINE
               WRITE KNS-RPT-LINE
           END-IF.

      *    検収明細書のベンダー合計印刷
       S250-PRINT-VENDOR-TOTAL                                SECTION.
           MOVE SPACES                 TO KNS-RPT-LINE.
           WRITE KNS-RPT-LINE.
           MOVE SPACES                 TO WK-RPT-TOTAL-LINE.
           MOVE '検収合計'             TO WK-RPT-T-LABEL.
           MOVE WK-VEN-SU              TO WK-RPT-T-SU.
           MOVE WK-VEN-KINGAKU         TO WK-RPT-T-KINGAKU.
           MOVE SPACES                 TO KNS-RPT-LINE.
           MOVE WK-RPT-TOTAL-LINE      TO KNS-RPT-LINE.
           WRITE KNS-RPT-LINE.
           MOVE SPACES                 TO KNS-RPT-LINE.
           WRITE KNS-RPT-LINE.

      *    例外リスト件数印刷
       S260-PRINT-COUNT                                       SECTION.
           MOVE SPACES               TO KNS-EXC-LINE.
           WRITE KNS-EXC-LINE.
           IF CNT-TANKA-NASHI = 0
               MOVE SPACES TO KNS-EXC-LINE
               STRING '単価未登録の入荷実績はありません'
                 DELIMITED BY SIZE INTO KNS-EXC-LINE
               WRITE KNS-EXC-LINE
           END-IF.
           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE '対象入荷実績'       TO WK-RPT-C-LABEL.
           MOVE CNT-NYK-TAISHO       TO WK-RPT-C-SU.
           MOVE SPACES               TO KNS-EXC-LINE.
           MOVE WK-RPT-COUNT-LINE    TO KNS-EXC-LINE.
           WRITE KNS-EXC-LINE.
           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE '検収明細'           TO WK-RPT-C-LABEL.
           MOVE CNT-KENSHU-MEISAI    TO WK-RPT-C-SU.
           MOVE SPACES               TO KNS-EXC-LINE.
           MOVE WK-RPT-COUNT-LINE    TO KNS-EXC-LINE.
           WRITE KNS-EXC-LINE.
           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE '単価未登録'         TO WK-RPT-C-LABEL.
           MOVE CNT-TANKA-NASHI      TO WK-RPT-C-SU.
           MOVE SPACES               TO KNS-EXC-LINE.
           MOVE WK-RPT-COUNT-LINE    TO KNS-EXC-LINE.
           WRITE KNS-EXC-LINE.

      *>   終了処理
       S300-FINL                                              SECTION.
           IF KEY-OLD-VENDOR NOT = SPACES
               PERFORM S240-END-ORDER
           END-IF.
           IF VEN-HEAD-PRINTED
               PERFORM S250-PRINT-VENDOR-TOTAL
           END-IF.
           PERFORM S260-PRINT-COUNT.
           IF CNT-TANKA-NASHI > 0
               DISPLAY '***   警告：単価未登録あり   ***'
               DISPLAY '   単価未登録件数=' CNT-TANKA-NASHI
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE NYKS-FILE
                 U10-FILE
                 KNS-FILE
                 KNS-RPT-FILE
                 KNS-EXC-FILE.

           PERFORM S310-WRITE-RUN-END.

           DISPLAY '   (NYK)    READ     = ' CNT-NYK-READ.
           DISPLAY '   (NYK)    対象     = ' CNT-NYK-TAISHO.
           DISPLAY '   (U13)    READ     = ' CNT-U13-READ.
           DISPLAY '   (検収)   明細     = ' CNT-KENSHU-MEISAI.
           DISPLAY '   (検収)   出力     = ' CNT-KNS-WRITE.
           DISPLAY '   (検収)   金額合計 = ' WK-ALL-KINGAKU.
           DISPLAY '   (例外)   単価なし = ' CNT-TANKA-NASHI.
           DISPLAY '   (明細書) ベンダー = ' CNT-VENDOR-PRINT.
           DISPLAY '   (マスタ) 未登録   = ' CNT-VENDOR-MST-NASHI.

           MOVE     FUNCTION CURRENT-DATE TO WK-SYS-DATE.
           DISPLAY '*******   EDPG00057  END   = '
                    WK-SYS-DATE-YYYY
                   '/'
                    WK-SYS-DATE-MM
                   '/'
                    WK-SYS-DATE-DD
                   '  '
                    WK-SYS-DATE-HH
                   ':'
                    WK-SYS-DATE-HM
                   ':'
                    WK-SYS-DATE-SS
                   '   *******'.
