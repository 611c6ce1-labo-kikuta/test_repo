      ******************************************************************
      * Author:WATANABE KAZUMA
      * Date:20261015
      * Purpose:指定したバッチIDの納入予定作成結果を取り消す
      *         （ロールバック）ユーティリティ
      *         納入予定データ(U21)・複数オーダー例外データ(U01MUL)
      *         から当該バッチIDのレコードを除いた新ファイル
      *         (U21NEW・U01MULNEW)を出力し、送信管理(SND)は
      *         当該バッチの記録の状態を取消済(9)にして(SNDNEW)、
      *         送信済・受信確認済の記録はベンダーへの取消通知対象、
      *         未送信(作成済)の記録は送信先ディレクトリに残る
      *         CSVの回収対象としてリスト(TSC)へ出力する。
      *         実行管理台帳にはEDPG0040の当該バッチに対する
      *         取消記録(区分R)を追記し、EDPG0041〜EDPG0049等の
      *         前提確認で当該バッチを無効として扱わせる
      *         (EDPG0046はU21から当該バッチが除かれることで、
      *          直前の有効バッチとの差異を出力する)。
      *         取消前後のファイル別件数を帳票(RBKRPT)に出力する
      *         (対象バッチIDは環境変数EDPG0062_BATCH_ID(5桁)で指定。
      *          取消前に対象件数を表示し、オペレータ承認
      *          (環境変数EDPG0062_CONFIRM=Y、未設定時は応答入力)
      *          がない限り何も出力せずに中止する。
      *          新ファイルの入替えはジョブ側で行う)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. EDPG0062.
       ENVIRONMENT                                            DIVISION.
       INPUT-OUTPUT                                           SECTION.
       FILE-CONTROL.
      *>   各ファイルはJCL論理名相当のDD名でASSIGNする。
      *>   実行時に環境変数DD_xxxxxx（またはxxxxxx）を設定すれば
      *>   再コンパイルなしに格納先を差替え可能（未設定時はカレント
      *>   ディレクトリ直下のDD名そのものを参照する）
           SELECT U21-FILE ASSIGN TO "U21FILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-U21-STATUS.
      *>   取消後納入予定データ
           SELECT U21-NEW-FILE ASSIGN TO "U21NEWFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-U21NEW-STATUS.
      *>   サマリキーに複数オーダーが混在した場合の例外データ
           SELECT U01-MUL-FILE ASSIGN TO "U01MULFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-MUL-STATUS.
      *>   取消後複数オーダー例外データ
           SELECT U01-MUL-NEW-FILE ASSIGN TO "U01MULNEWFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-MULNEW-STATUS.
      *>   EDI送信管理ファイル
           SELECT SND-FILE ASSIGN TO "SNDFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-SND-STATUS.
      *>   取消後送信管理ファイル
           SELECT SND-NEW-FILE ASSIGN TO "SNDNEWFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-SNDNEW-STATUS.
      *>   ベンダー取消通知対象リスト
           SELECT TSC-FILE ASSIGN TO "TSCFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-TSC-STATUS.
      *>   取消結果帳票
           SELECT RBK-RPT-FILE ASSIGN TO "RBKRPTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-RBKRPT-STATUS.
      *>   実行管理台帳（全バッチPG共通の開始・終了記録／追記）
           SELECT RUN-FILE ASSIGN TO "RUNFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-RUN-STATUS.
       DATA                                                   DIVISION.
       FILE                                                   SECTION.
      *>   納入予定データ（EDPG0040出力・全世代）
       FD  U21-FILE.
       01  U21-REC.
         03  U21-KOBAI-TANTO-CD                               PIC X(05).
         03  U21-BUHIN-CD                                     PIC X(10).
         03  U21-VENDOR-CD                                    PIC X(08).
         03  U21-VENDOR-NAME                                  PIC X(30).
         03  U21-NKKAITO-INF.
           05  U21-NKKAITO-TBL OCCURS 6 TIMES.
             07  U21-NKKAITO-SU                               PIC 9(07).
         03  U21-ORDER-NO                                     PIC X(07).
         03  U21-RUN-DATE                                     PIC 9(08).
         03  U21-BATCH-ID                                     PIC 9(05).
         03  U21-NNYU-DATE-INF.
           05  U21-NNYU-DATE-TBL OCCURS 6 TIMES.
             07  U21-NNYU-DATE                                PIC 9(08).
         03  U21-BUHIN-NAME                                   PIC X(30).
      *>   拠点CD（納入先拠点。空白は標準拠点）
         03  U21-KYOTEN-CD                                    PIC X(03).

      *>   取消後納入予定データ（U21と同一レイアウト）
       FD  U21-NEW-FILE.
       01  U21-NEW-REC                                PIC X(196).

      *>   サマリキーに複数オーダーが混在した場合の例外データ
      *>   (バッチIDのない旧レイアウトレコードは取消対象外)
       FD  U01-MUL-FILE.
       01  U01-MUL-REC.
         03  U01-MUL-KOBAI-TANTO-CD                           PIC X(05).
         03  U01-MUL-BUHIN-CD                                 PIC X(10).
         03  U01-MUL-VENDOR-CD                                PIC X(08).
         03  U01-MUL-ORDER-NO                                 PIC X(07).
         03  U01-MUL-NKKAITO-INF.
           05  U01-MUL-NKKAITO-TBL OCCURS 6 TIMES.
             07  U01-MUL-NKKAITO-SU                           PIC 9(07).
         03  U01-MUL-RUN-DATE                                 PIC X(08).
         03  U01-MUL-BATCH-ID                                 PIC X(05).
         03  U01-MUL-KYOTEN-CD                                PIC X(03).

      *>   取消後複数オーダー例外データ（U01MULと同一レイアウト）
       FD  U01-MUL-NEW-FILE.
       01  U01-MUL-NEW-REC                            PIC X(88).

      *>   EDI送信管理ファイル
      *>   (状態 1:作成済 2:送信済 3:受信確認済 9:取消済。
      *>    取消対象バッチの記録は9に更新して残す)
       FD  SND-FILE.
       01  SND-REC.
         03  SND-VENDOR-CD                                    PIC X(08).
         03  SND-BATCH-ID                                     PIC 9(05).
         03  SND-KENSU                                        PIC 9(07).
         03  SND-CREATE-DATETIME                              PIC 9(14).
         03  SND-STATUS                                       PIC X(01).
         03  SND-RESEND-CNT                                   PIC 9(03).
         03  SND-SHUBETSU                                     PIC X(01).
         03  SND-ACK-DATETIME                                 PIC 9(14).

      *>   取消後送信管理ファイル
       FD  SND-NEW-FILE.
       01  SND-NEW-REC.
         03  SND-NEW-VENDOR-CD                                PIC X(08).
         03  SND-NEW-BATCH-ID                                 PIC 9(05).
         03  SND-NEW-KENSU                                    PIC 9(07).
         03  SND-NEW-CREATE-DATETIME                          PIC 9(14).
         03  SND-NEW-STATUS                                   PIC X(01).
         03  SND-NEW-RESEND-CNT                               PIC 9(03).
         03  SND-NEW-SHUBETSU                                 PIC X(01).
         03  SND-NEW-ACK-DATETIME                             PIC 9(14).

      *>   ベンダー取消通知・ファイル回収対象リスト
      *>   (取り消した送信管理記録。取消前状態 2:送信済
      *>    3:受信確認済はベンダーへの取消通知、1:作成済は未送信の
      *>    CSVが送信先ディレクトリに残るためファイル回収を要する)
       FD  TSC-FILE.
       01  TSC-REC.
         03  TSC-VENDOR-CD                                    PIC X(08).
         03  TSC-BATCH-ID                                     PIC 9(05).
         03  TSC-SHUBETSU                                     PIC X(01).
         03  TSC-KENSU                                        PIC 9(07).
         03  TSC-CREATE-DATETIME                              PIC 9(14).
         03  TSC-MAE-STATUS                                   PIC X(01).
         03  TSC-RESEND-CNT                                   PIC 9(03).
         03  TSC-TORIKESHI-DATETIME                           PIC 9(14).

      *>   取消結果帳票
       FD  RBK-RPT-FILE.
       01  RBK-RPT-LINE                               PIC X(132).

      *>   実行管理台帳
      *>   (区分 S:開始 E:正常終了。異常終了時はEが残らないため
      *>    Sのみのエントリが未完了実行として検出できる。
      *>    区分R:取消はEDPG0040のPG-IDで当該バッチIDに対して記録し、
      *>    件数(入力)にU21の取消件数、件数(出力)に取消通知件数を
      *>    設定する)
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
      *>   ファイル別件数（処理前・取消対象・処理後）
       01  CNT-U21-MAE                    PIC 9(07)      VALUE 0.
       01  CNT-U21-TAISHO                 PIC 9(07)      VALUE 0.
       01  CNT-U21-ATO                    PIC 9(07)      VALUE 0.
       01  CNT-MUL-MAE                    PIC 9(07)      VALUE 0.
       01  CNT-MUL-TAISHO                 PIC 9(07)      VALUE 0.
       01  CNT-MUL-ATO                    PIC 9(07)      VALUE 0.
       01  CNT-SND-MAE                    PIC 9(07)      VALUE 0.
       01  CNT-SND-TAISHO                 PIC 9(07)      VALUE 0.
       01  CNT-SND-TSUCHI                 PIC 9(07)      VALUE 0.
       01  CNT-SND-KAISHU                 PIC 9(07)      VALUE 0.
       01  CNT-SND-ATO                    PIC 9(07)      VALUE 0.
      *>   取消対象バッチID
       01  WK-BATCH-ID-ENV                PIC X(05).
       01  WK-BATCH-ID                    PIC 9(05)      VALUE 0.
       01  WK-BATCH-ID-X REDEFINES WK-BATCH-ID
                                          PIC X(05).
       01  WK-U21-MAX-BATCH-ID            PIC 9(05)      VALUE 0.
      *>   オペレータ承認
       01  WK-CONFIRM-ANS                 PIC X(01).
      *>   実行管理台帳確認ワーク
       01  WK-RUN-ARI-FLG                 PIC X(01)      VALUE 'N'.
         88  RUN-ARI                                     VALUE 'Y'.
       01  WK-TORIKESHI-ZUMI-FLG          PIC X(01)      VALUE 'N'.
         88  TORIKESHI-ZUMI                              VALUE 'Y'.
      *>   取消日時
       01  WK-TORIKESHI-DATETIME          PIC 9(14)      VALUE 0.
      *>   ファイル制御ワーク
       01  WK-U21-STATUS                  PIC X(02).
       01  WK-U21NEW-STATUS               PIC X(02).
       01  WK-MUL-STATUS                  PIC X(02).
       01  WK-MULNEW-STATUS               PIC X(02).
       01  WK-SND-STATUS                  PIC X(02).
       01  WK-SNDNEW-STATUS               PIC X(02).
       01  WK-TSC-STATUS                  PIC X(02).
       01  WK-RBKRPT-STATUS               PIC X(02).
       01  WK-MUL-ARI-FLG                 PIC X(01)      VALUE 'N'.
         88  MUL-ARI                                     VALUE 'Y'.
       01  WK-SND-ARI-FLG                 PIC X(01)      VALUE 'N'.
         88  SND-ARI                                     VALUE 'Y'.
       01  WK-EOF-FLG                     PIC X(01)      VALUE 'N'.
         88  FILE-EOF                                    VALUE 'Y'.
      *>   ファイルOPENエラー共通表示用ワーク
       01  WK-ERR-FILE-NAME               PIC X(20).
       01  WK-ERR-STATUS                  PIC X(02).
      *>   実行管理台帳ワーク
       01  WK-RUN-STATUS                  PIC X(02).
      *>   帳票編集ワーク
       01  WK-RPT-COUNT-LINE.
         03  WK-RPT-C-FILE                        PIC X(12).
         03  FILLER                               PIC X(04).
         03  WK-RPT-C-MAE                         PIC ZZZ,ZZZ,ZZ9.
         03  FILLER                               PIC X(04).
         03  WK-RPT-C-TAISHO                      PIC ZZZ,ZZZ,ZZ9.
         03  FILLER                               PIC X(04).
         03  WK-RPT-C-SAKUJO                      PIC ZZZ,ZZZ,ZZ9.
         03  FILLER                               PIC X(04).
         03  WK-RPT-C-TSUCHI                      PIC ZZZ,ZZZ,ZZ9.
         03  WK-RPT-C-TSUCHI-X REDEFINES WK-RPT-C-TSUCHI
                                                  PIC X(11).
         03  FILLER                               PIC X(04).
         03  WK-RPT-C-ATO                         PIC ZZZ,ZZZ,ZZ9.
       01  WK-RPT-TSUCHI-LINE.
         03  FILLER                               PIC X(02).
         03  WK-RPT-T-VENDOR                      PIC X(16).
         03  WK-RPT-T-SHUBETSU                    PIC X(14).
         03  WK-RPT-T-KENSU                       PIC ZZZ,ZZ9.
         03  FILLER                               PIC X(02).
         03  WK-RPT-T-CREATE                      PIC 9(14).
         03  FILLER                               PIC X(02).
         03  WK-RPT-T-JOTAI                       PIC X(34).
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
      *>   初期処理（対象バッチIDの取得）
           PERFORM S100-INIT.
      *>   実行管理台帳で対象バッチの実行・取消状況を確認
           PERFORM S050-CHECK-RUN.
      *>   取消対象件数の事前集計
           PERFORM S110-COUNT-TAISHO.
      *>   オペレータ承認確認
           PERFORM S120-CONFIRM.
      *>   実行管理台帳へ開始レコードを追記
           PERFORM S060-WRITE-RUN-START.
      *>   U21取消
           PERFORM S200-ROLLBACK-U21.
      *>   U01MUL取消
           PERFORM S210-ROLLBACK-MUL.
      *>   送信管理取消
           PERFORM S220-ROLLBACK-SND.
      *>   実行管理台帳へ取消レコードを追記
           PERFORM S070-WRITE-RUN-TORIKESHI.
      *>   取消結果帳票出力
           PERFORM S250-PRINT-REPORT.
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
           DISPLAY '*******   EDPG00062  START = '
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
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-TORIKESHI-DATETIME.

      *>   対象バッチIDは環境変数から取得する（5桁・省略不可）
           MOVE SPACES TO WK-BATCH-ID-ENV.
           ACCEPT WK-BATCH-ID-ENV
             FROM ENVIRONMENT 'EDPG0062_BATCH_ID'.
           IF  WK-BATCH-ID-ENV NOT = SPACES
           AND WK-BATCH-ID-ENV IS NUMERIC
               MOVE WK-BATCH-ID-ENV TO WK-BATCH-ID
           END-IF.
           IF WK-BATCH-ID = 0
               DISPLAY '***   対象バッチID指定エラー   ***'
               DISPLAY '   EDPG0062_BATCH_ID=' WK-BATCH-ID-ENV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY '   取消対象バッチID = ' WK-BATCH-ID.

      *    実行管理台帳で対象バッチの実行・取消状況を確認
      *>   (EDPG0040の実行記録がないバッチIDは誤指定として、
      *>    取消記録が既にあるバッチIDは二重取消として中止する)
       S050-CHECK-RUN                                         SECTION.
           MOVE 'N' TO WK-RUN-ARI-FLG.
           MOVE 'N' TO WK-TORIKESHI-ZUMI-FLG.
           MOVE 'N' TO WK-EOF-FLG.
           OPEN INPUT RUN-FILE.
           IF WK-RUN-STATUS NOT = '00' AND WK-RUN-STATUS NOT = '35'
               MOVE 'RUNFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-RUN-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF WK-RUN-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ RUN-FILE
                     AT END
                       SET FILE-EOF      TO TRUE
                     NOT AT END
                       IF  RUN-PROGRAM-ID = 'EDPG0040'
                       AND RUN-BATCH-ID   = WK-BATCH-ID
                           IF RUN-KBN = 'R'
                               SET TORIKESHI-ZUMI TO TRUE
                           ELSE
                               SET RUN-ARI  TO TRUE
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-FILE
           END-IF.
           IF NOT RUN-ARI
               DISPLAY '***   取消対象バッチなし   ***'
               DISPLAY '   EDPG0040 バッチID=' WK-BATCH-ID
               DISPLAY '   の実行記録がありません'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF TORIKESHI-ZUMI
               DISPLAY '***   取消済バッチ   ***'
               DISPLAY '   EDPG0040 バッチID=' WK-BATCH-ID
               DISPLAY '   は既に取り消されています'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

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
           MOVE 'EDPG0062'               TO RUN-PROGRAM-ID.
           MOVE WK-BATCH-ID              TO RUN-BATCH-ID.
           MOVE 'S'                      TO RUN-KBN.
           MOVE FUNCTION CURRENT-DATE(1:14)
                                         TO RUN-DATETIME.
           MOVE 0                        TO RUN-CNT-IN.
           MOVE 0                        TO RUN-CNT-OUT.
           MOVE 0                        TO RUN-RETURN-CD.
           WRITE RUN-REC.
           CLOSE RUN-FILE.

      *    実行管理台帳へEDPG0040の当該バッチの取消レコードを追記
      *>   (以降、EDPG0040の完了記録を前提とするPGは当該バッチを
      *>    未完了と同様に扱う)
       S070-WRITE-RUN-TORIKESHI                               SECTION.
           OPEN EXTEND RUN-FILE.
           IF WK-RUN-STATUS = '35'
               OPEN OUTPUT RUN-FILE
           END-IF.
           IF WK-RUN-STATUS NOT = '00'
               MOVE 'RUNFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-RUN-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           MOVE 'EDPG0040'               TO RUN-PROGRAM-ID.
           MOVE WK-BATCH-ID              TO RUN-BATCH-ID.
           MOVE 'R'                      TO RUN-KBN.
           MOVE WK-TORIKESHI-DATETIME    TO RUN-DATETIME.
           MOVE CNT-U21-TAISHO           TO RUN-CNT-IN.
           MOVE CNT-SND-TSUCHI           TO RUN-CNT-OUT.
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
           MOVE 'EDPG0062'               TO RUN-PROGRAM-ID.
           MOVE WK-BATCH-ID              TO RUN-BATCH-ID.
           MOVE 'E'                      TO RUN-KBN.
           MOVE FUNCTION CURRENT-DATE(1:14)
                                         TO RUN-DATETIME.
           COMPUTE RUN-CNT-IN  = CNT-U21-MAE + CNT-MUL-MAE
                               + CNT-SND-MAE.
           COMPUTE RUN-CNT-OUT = CNT-U21-ATO + CNT-MUL-ATO
                               + CNT-SND-ATO.
           MOVE RETURN-CODE              TO RUN-RETURN-CD.
           WRITE RUN-REC.
           CLOSE RUN-FILE.

      *    取消対象件数の事前集計
      *>   (U01MUL・SNDはファイルなしも正常とし、件数0とする)
       S110-COUNT-TAISHO                                      SECTION.
           OPEN INPUT U21-FILE.
           IF WK-U21-STATUS NOT = '00'
               MOVE 'U21FILE'            TO WK-ERR-FILE-NAME
               MOVE WK-U21-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           MOVE 'N' TO WK-EOF-FLG.
           PERFORM UNTIL FILE-EOF
               READ U21-FILE
                 AT END
                   SET FILE-EOF          TO TRUE
                 NOT AT END
                   ADD 1                 TO CNT-U21-MAE
                   IF U21-BATCH-ID = WK-BATCH-ID
                       ADD 1             TO CNT-U21-TAISHO
                   END-IF
                   IF U21-BATCH-ID > WK-U21-MAX-BATCH-ID
                       MOVE U21-BATCH-ID TO WK-U21-MAX-BATCH-ID
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE U21-FILE.

           OPEN INPUT U01-MUL-FILE.
           IF WK-MUL-STATUS NOT = '00' AND WK-MUL-STATUS NOT = '35'
               MOVE 'U01MULFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-MUL-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF WK-MUL-STATUS = '00'
               SET MUL-ARI TO TRUE
               MOVE 'N' TO WK-EOF-FLG
               PERFORM UNTIL FILE-EOF
                   READ U01-MUL-FILE
                     AT END
                       SET FILE-EOF      TO TRUE
                     NOT AT END
                       ADD 1             TO CNT-MUL-MAE
                       IF U01-MUL-BATCH-ID = WK-BATCH-ID-X
                           ADD 1         TO CNT-MUL-TAISHO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE U01-MUL-FILE
           END-IF.

           OPEN INPUT SND-FILE.
           IF WK-SND-STATUS NOT = '00' AND WK-SND-STATUS NOT = '35'
               MOVE 'SNDFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-SND-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF WK-SND-STATUS = '00'
               SET SND-ARI TO TRUE
               MOVE 'N' TO WK-EOF-FLG
               PERFORM UNTIL FILE-EOF
                   READ SND-FILE
                     AT END
                       SET FILE-EOF      TO TRUE
                     NOT AT END
                       ADD 1             TO CNT-SND-MAE
                       IF SND-BATCH-ID = WK-BATCH-ID
                           ADD 1         TO CNT-SND-TAISHO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SND-FILE
           END-IF.

           DISPLAY '   取消対象件数'.
           DISPLAY '     (U21)    ' CNT-U21-TAISHO
                   ' / '            CNT-U21-MAE.
           DISPLAY '     (U01MUL) ' CNT-MUL-TAISHO
                   ' / '            CNT-MUL-MAE.
           DISPLAY '     (SND)    ' CNT-SND-TAISHO
                   ' / '            CNT-SND-MAE.
           IF WK-U21-MAX-BATCH-ID > WK-BATCH-ID
               DISPLAY '***  最新バッチではありません  ***'
               DISPLAY '   U21最大バッチID=' WK-U21-MAX-BATCH-ID
               DISPLAY '   以降のバッチは取消されません'
           END-IF.

      *    オペレータ承認確認
      *>   (承認がなければファイルを一切出力せずに中止する)
       S120-CONFIRM                                           SECTION.
           MOVE SPACES TO WK-CONFIRM-ANS.
           ACCEPT WK-CONFIRM-ANS
             FROM ENVIRONMENT 'EDPG0062_CONFIRM'.
           IF WK-CONFIRM-ANS = SPACES
               DISPLAY '   バッチID=' WK-BATCH-ID
                       ' を取り消しますか？(Y/N)'
               ACCEPT WK-CONFIRM-ANS
           END-IF.
           IF WK-CONFIRM-ANS = 'Y' OR WK-CONFIRM-ANS = 'y'
               DISPLAY '***  取消を承認済で続行  ***'
           ELSE
               DISPLAY '***   取消未承認   ***'
               DISPLAY '   取り消す場合は環境変数'
               DISPLAY '   EDPG0062_CONFIRM=Y を設定'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT RBK-RPT-FILE.
           IF WK-RBKRPT-STATUS NOT = '00'
               MOVE 'RBKRPTFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-RBKRPT-STATUS     TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           OPEN OUTPUT TSC-FILE.
           IF WK-TSC-STATUS NOT = '00'
               MOVE 'TSCFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-TSC-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           PERFORM S130-PRINT-HEADER.

      *    取消結果帳票見出し印刷
       S130-PRINT-HEADER                                      SECTION.
           MOVE SPACES TO RBK-RPT-LINE.
           STRING 'バッチ取消（ロールバック）結果'
                  '  バッチID='
                  WK-BATCH-ID
                  '  取消日時='
                  WK-TORIKESHI-DATETIME
                  DELIMITED BY SIZE INTO RBK-RPT-LINE.
           WRITE RBK-RPT-LINE.
           MOVE SPACES TO RBK-RPT-LINE.
           WRITE RBK-RPT-LINE.
           MOVE SPACES TO RBK-RPT-LINE.
           STRING '取消通知・ファイル回収対象'
                  DELIMITED BY SIZE INTO RBK-RPT-LINE.
           WRITE RBK-RPT-LINE.
           MOVE SPACES TO RBK-RPT-LINE.
           STRING '  ベンダーCD  種別         '
                  ' 件数  作成日時        取消前状態'
                  DELIMITED BY SIZE INTO RBK-RPT-LINE.
           WRITE RBK-RPT-LINE.

      *    U21取消（当該バッチID以外を新ファイルへ複写）
       S200-ROLLBACK-U21                                      SECTION.
           OPEN INPUT U21-FILE.
           IF WK-U21-STATUS NOT = '00'
               MOVE 'U21FILE'            TO WK-ERR-FILE-NAME
               MOVE WK-U21-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           OPEN OUTPUT U21-NEW-FILE.
           IF WK-U21NEW-STATUS NOT = '00'
               MOVE 'U21NEWFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-U21NEW-STATUS     TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           MOVE 'N' TO WK-EOF-FLG.
           PERFORM UNTIL FILE-EOF
               READ U21-FILE
                 AT END
                   SET FILE-EOF          TO TRUE
                 NOT AT END
                   IF U21-BATCH-ID NOT = WK-BATCH-ID
                       MOVE U21-REC      TO U21-NEW-REC
                       WRITE U21-NEW-REC
                       ADD 1             TO CNT-U21-ATO
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE U21-FILE
                 U21-NEW-FILE.

      *    U01MUL取消（当該バッチID以外を新ファイルへ複写）
      *>   (元ファイルがない場合も空の新ファイルを作成する)
       S210-ROLLBACK-MUL                                      SECTION.
           OPEN OUTPUT U01-MUL-NEW-FILE.
           IF WK-MULNEW-STATUS NOT = '00'
               MOVE 'U01MULNEWFILE'      TO WK-ERR-FILE-NAME
               MOVE WK-MULNEW-STATUS     TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF MUL-ARI
               OPEN INPUT U01-MUL-FILE
               IF WK-MUL-STATUS NOT = '00'
                   MOVE 'U01MULFILE'     TO WK-ERR-FILE-NAME
                   MOVE WK-MUL-STATUS    TO WK-ERR-STATUS
                   PERFORM S900-FILE-ERROR
               END-IF
               MOVE 'N' TO WK-EOF-FLG
               PERFORM UNTIL FILE-EOF
                   READ U01-MUL-FILE
                     AT END
                       SET FILE-EOF      TO TRUE
                     NOT AT END
                       IF U01-MUL-BATCH-ID NOT = WK-BATCH-ID-X
                           MOVE U01-MUL-REC TO U01-MUL-NEW-REC
                           WRITE U01-MUL-NEW-REC
                           ADD 1         TO CNT-MUL-ATO
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE U01-MUL-FILE
           END-IF.
           CLOSE U01-MUL-NEW-FILE.

      *    送信管理取消
      *>   (当該バッチIDの記録は削除せず取消済(9)に更新する。
      *>    送信済・受信確認済の記録はベンダーに届いているため
      *>    取消通知対象、作成済(未送信)の記録はCSVが送信先
      *>    ディレクトリに残り外部転送で送られうるため、ファイル
      *>    回収対象として出力する。
      *>    元ファイルがない場合も空の新ファイルを作成する)
       S220-ROLLBACK-SND                                      SECTION.
           OPEN OUTPUT SND-NEW-FILE.
           IF WK-SNDNEW-STATUS NOT = '00'
               MOVE 'SNDNEWFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-SNDNEW-STATUS     TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF SND-ARI
               OPEN INPUT SND-FILE
               IF WK-SND-STATUS NOT = '00'
                   MOVE 'SNDFILE'        TO WK-ERR-FILE-NAME
                   MOVE WK-SND-STATUS    TO WK-ERR-STATUS
                   PERFORM S900-FILE-ERROR
               END-IF
               MOVE 'N' TO WK-EOF-FLG
               PERFORM UNTIL FILE-EOF
                   READ SND-FILE
                     AT END
                       SET FILE-EOF      TO TRUE
                     NOT AT END
                       PERFORM S225-CHECK-SND
                   END-READ
               END-PERFORM
               CLOSE SND-FILE
           END-IF.
           CLOSE SND-NEW-FILE.

      *    送信管理1件の取消判定
       S225-CHECK-SND                                         SECTION.
           IF SND-BATCH-ID = WK-BATCH-ID
               PERFORM S230-WRITE-TSC
               MOVE '9'                  TO SND-STATUS
           END-IF.
           IF SND-ACK-DATETIME NOT NUMERIC
               MOVE 0 TO SND-ACK-DATETIME
           END-IF.
           MOVE SND-REC                  TO SND-NEW-REC.
           WRITE SND-NEW-REC.
           ADD 1                         TO CNT-SND-ATO.

      *    取消通知・ファイル回収対象の出力
       S230-WRITE-TSC                                         SECTION.
           MOVE SND-VENDOR-CD            TO TSC-VENDOR-CD.
           MOVE SND-BATCH-ID             TO TSC-BATCH-ID.
           MOVE SND-SHUBETSU             TO TSC-SHUBETSU.
           IF TSC-SHUBETSU = SPACE
               MOVE '1'                  TO TSC-SHUBETSU
           END-IF.
           MOVE SND-KENSU                TO TSC-KENSU.
           MOVE SND-CREATE-DATETIME      TO TSC-CREATE-DATETIME.
           MOVE SND-STATUS               TO TSC-MAE-STATUS.
           MOVE SND-RESEND-CNT           TO TSC-RESEND-CNT.
           MOVE WK-TORIKESHI-DATETIME    TO TSC-TORIKESHI-DATETIME.
           WRITE TSC-REC.
           IF SND-STATUS = '2' OR SND-STATUS = '3'
               ADD 1                     TO CNT-SND-TSUCHI
           ELSE
               ADD 1                     TO CNT-SND-KAISHU
           END-IF.

           MOVE SPACES                   TO WK-RPT-TSUCHI-LINE.
           MOVE SND-VENDOR-CD            TO WK-RPT-T-VENDOR.
           EVALUATE TSC-SHUBETSU
             WHEN '1'
               MOVE '納入予定'           TO WK-RPT-T-SHUBETSU
             WHEN '2'
               MOVE '内示'               TO WK-RPT-T-SHUBETSU
             WHEN '3'
               MOVE '受付結果'           TO WK-RPT-T-SHUBETSU
             WHEN OTHER
               MOVE TSC-SHUBETSU         TO WK-RPT-T-SHUBETSU
           END-EVALUATE.
           MOVE SND-KENSU                TO WK-RPT-T-KENSU.
           MOVE SND-CREATE-DATETIME      TO WK-RPT-T-CREATE.
           EVALUATE SND-STATUS
             WHEN '2'
               MOVE '送信済'             TO WK-RPT-T-JOTAI
             WHEN '3'
               MOVE '受信確認済'         TO WK-RPT-T-JOTAI
             WHEN OTHER
               MOVE '未送信・ファイル回収要'
                                         TO WK-RPT-T-JOTAI
           END-EVALUATE.
           MOVE SPACES                   TO RBK-RPT-LINE.
           MOVE WK-RPT-TSUCHI-LINE       TO RBK-RPT-LINE.
           WRITE RBK-RPT-LINE.

      *    取消結果帳票出力（ファイル別の処理前後件数）
       S250-PRINT-REPORT                                      SECTION.
           IF CNT-SND-TSUCHI = 0 AND CNT-SND-KAISHU = 0
               MOVE SPACES TO RBK-RPT-LINE
               STRING '  取消通知・ファイル回収対象なし'
                      DELIMITED BY SIZE INTO RBK-RPT-LINE
               WRITE RBK-RPT-LINE
           END-IF.
           MOVE SPACES TO RBK-RPT-LINE.
           WRITE RBK-RPT-LINE.
           MOVE SPACES TO RBK-RPT-LINE.
           STRING 'ファイル別件数'
                  DELIMITED BY SIZE INTO RBK-RPT-LINE.
           WRITE RBK-RPT-LINE.
           MOVE SPACES TO RBK-RPT-LINE.
           STRING 'ファイル処理前件数   取消対象'
                  '   削除件数   取消通知処理後件数'
                  DELIMITED BY SIZE INTO RBK-RPT-LINE.
           WRITE RBK-RPT-LINE.

           MOVE SPACES                   TO WK-RPT-COUNT-LINE.
           MOVE 'U21'                    TO WK-RPT-C-FILE.
           MOVE CNT-U21-MAE              TO WK-RPT-C-MAE.
           MOVE CNT-U21-TAISHO           TO WK-RPT-C-TAISHO.
           MOVE CNT-U21-TAISHO           TO WK-RPT-C-SAKUJO.
           MOVE SPACES                   TO WK-RPT-C-TSUCHI-X.
           MOVE CNT-U21-ATO              TO WK-RPT-C-ATO.
           MOVE SPACES                   TO RBK-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE        TO RBK-RPT-LINE.
           WRITE RBK-RPT-LINE.

           MOVE SPACES                   TO WK-RPT-COUNT-LINE.
           MOVE 'U01MUL'                 TO WK-RPT-C-FILE.
           MOVE CNT-MUL-MAE              TO WK-RPT-C-MAE.
           MOVE CNT-MUL-TAISHO           TO WK-RPT-C-TAISHO.
           MOVE CNT-MUL-TAISHO           TO WK-RPT-C-SAKUJO.
           MOVE SPACES                   TO WK-RPT-C-TSUCHI-X.
           MOVE CNT-MUL-ATO              TO WK-RPT-C-ATO.
           MOVE SPACES                   TO RBK-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE        TO RBK-RPT-LINE.
           WRITE RBK-RPT-LINE.

           MOVE SPACES                   TO WK-RPT-COUNT-LINE.
           MOVE 'SND'                    TO WK-RPT-C-FILE.
           MOVE CNT-SND-MAE              TO WK-RPT-C-MAE.
           MOVE CNT-SND-TAISHO           TO WK-RPT-C-TAISHO.
           MOVE 0                        TO WK-RPT-C-SAKUJO.
           MOVE CNT-SND-TSUCHI           TO WK-RPT-C-TSUCHI.
           MOVE CNT-SND-ATO              TO WK-RPT-C-ATO.
           MOVE SPACES                   TO RBK-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE        TO RBK-RPT-LINE.
           WRITE RBK-RPT-LINE.
           MOVE SPACES                   TO RBK-RPT-LINE.
           STRING '  (SND 未送信・ファイル回収要 '
                  CNT-SND-KAISHU
                  '件は取消済として残す)'
                  DELIMITED BY SIZE INTO RBK-RPT-LINE.
           WRITE RBK-RPT-LINE.

      *>   件数の整合確認（処理前＝処理後＋削除。SNDは削除なし）
           IF CNT-U21-MAE NOT = CNT-U21-ATO + CNT-U21-TAISHO
           OR CNT-MUL-MAE NOT = CNT-MUL-ATO + CNT-MUL-TAISHO
           OR CNT-SND-MAE NOT = CNT-SND-ATO
           OR CNT-SND-TAISHO NOT = CNT-SND-TSUCHI + CNT-SND-KAISHU
               DISPLAY '***  件数不一致  ***'
               DISPLAY '   取消前後の件数が一致しません'
               MOVE SPACES TO RBK-RPT-LINE
               STRING '*** 件数不一致：事前集計以降に'
                      'ファイルが更新された可能性あり'
                      DELIMITED BY SIZE INTO RBK-RPT-LINE
               WRITE RBK-RPT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF.

      *>   終了処理
       S300-FINL                                              SECTION.
           CLOSE RBK-RPT-FILE
                 TSC-FILE.

           PERFORM S310-WRITE-RUN-END.

           DISPLAY '   (U21)    処理前 = ' CNT-U21-MAE.
           DISPLAY '   (U21)    取消   = ' CNT-U21-TAISHO.
           DISPLAY '   (U21)    処理後 = ' CNT-U21-ATO.
           DISPLAY '   (U01MUL) 処理前 = ' CNT-MUL-MAE.
           DISPLAY '   (U01MUL) 取消   = ' CNT-MUL-TAISHO.
           DISPLAY '   (U01MUL) 処理後 = ' CNT-MUL-ATO.
           DISPLAY '   (SND)    処理前 = ' CNT-SND-MAE.
           DISPLAY '   (SND)    取消通知 = ' CNT-SND-TSUCHI.
           DISPLAY '   (SND)    回収要   = ' CNT-SND-KAISHU.
           DISPLAY '   (SND)    処理後 = ' CNT-SND-ATO.

           MOVE     FUNCTION CURRENT-DATE TO WK-SYS-DATE.
           DISPLAY '*******   EDPG00062  END   = '
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
