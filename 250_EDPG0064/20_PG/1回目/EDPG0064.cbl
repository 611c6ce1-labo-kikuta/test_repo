      ******************************************************************
      * Author:WATANABE KAZUMA
      * Date:20261015
      * Purpose:納期回答の受付結果をベンダーへ返信するファイルの作成
      *         EDPG0040の正常終了後に、同バッチで取り込んだ
      *         納期回答データ(U01・再投入分U01HSK※)と、EDPG0053の
      *         受信時エラー(RCVERR)、EDPG0040の取込時エラー
      *         (U01ERR)を突き合わせ、回答1行ごとに
      *         受付・エラー（理由付き）・訂正/取消による正味化の
      *         いずれかを付けたベンダー単位のEDI/FTP連携用の
      *         受付結果CSVを1ベンダー1ファイルで出力する。
      *         ファイル末尾には結果別の件数を合計行として付ける。
      *         作成したファイルは送信管理(SND)へ種別=3(受付結果)
      *         で登録し、受信確認(EDPG0044)・再送(EDPG0051)の
      *         対象とする
      *         (正味化はEDPG0040と同じく、購買担当者CD・部品CD・
      *          ベンダーCD・拠点CD・オーダーNOごとに訂正=全置換、
      *          取消=削除として判定する。明細はオーダーごとに
      *          取消→訂正→新規の順に並べる。
      *          出力先は環境変数EDPG0064_OUTDIRで、EDPG0041の
      *          出力先（EDI送信先）と同じディレクトリを指定する)
      *         ※U01HSKは対象バッチのEDPG0040が読み込んだ場合のみ
      *          (EDPG0040と同じく、その実行開始時点でEDPG0059の
      *           最終正常終了がEDPG0040の前回正常終了より後の場合)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. EDPG0064.
       ENVIRONMENT                                            DIVISION.
       INPUT-OUTPUT                                           SECTION.
       FILE-CONTROL.
      *>   各ファイルはJCL論理名相当のDD名でASSIGNする。
      *>   実行時に環境変数DD_xxxxxx（またはxxxxxx）を設定すれば
      *>   再コンパイルなしに格納先を差替え可能（未設定時はカレント
      *>   ディレクトリ直下のDD名そのものを参照する）
      *>   納期回答データ（EDPG0053出力・EDPG0040入力）
           SELECT U01-FILE ASSIGN TO "U01FILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-U01-STATUS.
      *>   再投入ファイル（EDPG0059出力。ファイルなしは再投入なし）
           SELECT U01-HSK-FILE ASSIGN TO "U01HSKFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-U01HSK-STATUS.
      *>   納期回答データエラー（EDPG0040出力）
           SELECT U01-ERR-FILE ASSIGN TO "U01ERRFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-U01ERR-STATUS.
      *>   納期回答受信エラー（EDPG0053出力）
           SELECT RCV-ERR-FILE ASSIGN TO "RCVERRFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-RCVERR-STATUS.
           SELECT UKK-SRT-FILE ASSIGN TO 'UKKSRT.tmp'.
           SELECT UKKS-FILE ASSIGN TO "UKKSFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-UKKS-STATUS.
      *>   ベンダー別受付結果CSV。ファイル名は実行時にベンダーCD
      *>   から組み立て、"DD_UKKFILE"環境変数へ都度設定してから
      *>   OPENする（EDPG0041と同じfilename-mapping方式）
           SELECT UKK-FILE ASSIGN TO "UKKFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-UKK-STATUS.
      *>   EDI送信管理ファイル（ベンダー別CSVの作成記録・追記）
           SELECT SND-FILE ASSIGN TO "SNDFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-SND-STATUS.
      *>   実行管理台帳（全バッチPG共通の開始・終了記録／追記）
           SELECT RUN-FILE ASSIGN TO "RUNFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-RUN-STATUS.
       DATA                                                   DIVISION.
       FILE                                                   SECTION.
      *>   納期回答データ
      *>   (レコード区分 1:新規 2:訂正=全置換 3:取消。
      *>    空白は旧レイアウト互換で新規扱い)
       FD  U01-FILE.
       01  U01-REC.
         03  U01-KOBAI-TANTO-CD                               PIC X(05).
         03  U01-BUHIN-CD                                     PIC X(10).
         03  U01-VENDOR-CD                                    PIC X(08).
         03  U01-NKKAITO-INF.
           05  U01-SUPPLY-DAY                                 PIC 9(02).
           05  U01-NKKAITO-SU                                 PIC 9(07).
         03  U01-ORDER-NO                                     PIC X(07).
         03  U01-REC-KBN                                      PIC X(01).
         03  U01-KYOTEN-CD                                    PIC X(03).

      *>   再投入ファイル（U01と同一レイアウト）
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

      *>   納期回答データエラー
      *>   (理由CD 01:SUPPLY-DAY範囲外 02:レコード区分不正
      *>    03:部品マスタ未登録
      *>    04:複数オーダー上限超過で訂正/取消の正味化不能
      *>    05:購買担当者CD未設定・マスタ未登録・廃止)
       FD  U01-ERR-FILE.
       01  U01-ERR-REC.
         03  U01-ERR-KOBAI-TANTO-CD                           PIC X(05).
         03  U01-ERR-BUHIN-CD                                 PIC X(10).
         03  U01-ERR-VENDOR-CD                                PIC X(08).
         03  U01-ERR-NKKAITO-INF.
           05  U01-ERR-SUPPLY-DAY                             PIC 9(02).
           05  U01-ERR-NKKAITO-SU                             PIC 9(07).
         03  U01-ERR-ORDER-NO                                 PIC X(07).
         03  U01-ERR-REC-KBN                                  PIC X(01).
         03  U01-ERR-REASON-CD                                PIC X(02).
         03  U01-ERR-KYOTEN-CD                                PIC X(03).

      *>   納期回答受信エラー
      *>   (ベンダーCDは受信ファイルの送信元ベンダー。
      *>    イメージは受信レコードそのままのため数値項目も英数字で
      *>    受ける。理由CD 01:送信元ベンダーCD不一致
      *>    02:数値項目不正 03:レコード区分不正)
       FD  RCV-ERR-FILE.
       01  RCV-ERR-REC.
         03  RCV-ERR-VENDOR-CD                                PIC X(08).
         03  RCV-ERR-IMAGE.
           05  RCV-ERR-KOBAI-TANTO-CD                         PIC X(05).
           05  RCV-ERR-BUHIN-CD                               PIC X(10).
           05  RCV-ERR-IMG-VENDOR-CD                          PIC X(08).
           05  RCV-ERR-SUPPLY-DAY                             PIC X(02).
           05  RCV-ERR-NKKAITO-SU                             PIC X(07).
           05  RCV-ERR-ORDER-NO                               PIC X(07).
           05  RCV-ERR-REC-KBN                                PIC X(01).
         03  RCV-ERR-REASON-CD                                PIC X(02).
         03  RCV-ERR-KYOTEN-CD                                PIC X(03).

      *>   受付結果ソートワーク
      *>   (データ区分 1:取込時エラー(U01ERR) 2:取込行(U01・U01HSK)
      *>    3:受信時エラー(RCVERR)。取込時エラーは同一イメージの
      *>    取込行の直前に並べ、その取込行をエラーとして判定する)
       SD  UKK-SRT-FILE.
       01  UKK-SRT-REC.
         03  UKK-SRT-IMAGE.
           05  UKK-SRT-GROUP-KEY.
             07  UKK-SRT-VENDOR-CD                            PIC X(08).
             07  UKK-SRT-ORDER-NO                             PIC X(07).
             07  UKK-SRT-KOBAI-TANTO-CD                       PIC X(05).
             07  UKK-SRT-BUHIN-CD                             PIC X(10).
             07  UKK-SRT-KYOTEN-CD                            PIC X(03).
           05  UKK-SRT-REC-KBN                                PIC X(01).
           05  UKK-SRT-SUPPLY-DAY                             PIC X(02).
           05  UKK-SRT-NKKAITO-SU                             PIC X(07).
         03  UKK-SRT-DATA-KBN                                 PIC X(01).
         03  UKK-SRT-REASON-CD                                PIC X(02).

      *>   受付結果ソート済
       FD  UKKS-FILE.
       01  UKKS-REC.
         03  UKKS-IMAGE.
           05  UKKS-GROUP-KEY.
             07  UKKS-VENDOR-CD                               PIC X(08).
             07  UKKS-ORDER-NO                                PIC X(07).
             07  UKKS-KOBAI-TANTO-CD                          PIC X(05).
             07  UKKS-BUHIN-CD                                PIC X(10).
             07  UKKS-KYOTEN-CD                               PIC X(03).
           05  UKKS-REC-KBN                                   PIC X(01).
           05  UKKS-SUPPLY-DAY                                PIC X(02).
           05  UKKS-NKKAITO-SU                                PIC X(07).
           05  UKKS-NKKAITO-SU-N REDEFINES UKKS-NKKAITO-SU
                                                              PIC 9(07).
         03  UKKS-DATA-KBN                                    PIC X(01).
         03  UKKS-REASON-CD                                   PIC X(02).

      *>   ベンダー別受付結果CSV
       FD  UKK-FILE.
       01  UKK-REC                                           PIC X(200).

      *>   EDI送信管理ファイル
      *>   (状態 1:作成済 2:送信済 3:受信確認済 9:取消済。
      *>    種別 1:納入予定CSV 2:内示CSV 3:受付結果CSV)
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

      *>   実行管理台帳
      *>   (区分 S:開始 E:正常終了。異常終了時はEが残らないため
      *>    Sのみのエントリが未完了実行として検出できる。
      *>    R:取消はEDPG0062がEDPG0040の取り消したバッチに記録)
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
       01  KEY-NEW-VENDOR                 PIC X(08).
       01  KEY-OLD-VENDOR                 PIC X(08)      VALUE SPACES.
      *>   正味化判定の単位（ベンダー・オーダー・担当者・部品・拠点）
       01  KEY-OLD-GROUP                  PIC X(33)      VALUE SPACES.
      *>   取込時エラー突合の単位（回答1行のイメージ）
       01  KEY-OLD-IMAGE                  PIC X(43)      VALUE SPACES.
       01  CNT-U01-READ                   PIC 9(07)      VALUE 0.
       01  CNT-U01-HSK                    PIC 9(07)      VALUE 0.
       01  CNT-U01-ERR                    PIC 9(07)      VALUE 0.
       01  CNT-RCV-ERR                    PIC 9(07)      VALUE 0.
       01  CNT-UKK-WRITE                  PIC 9(07)      VALUE 0.
       01  CNT-UKETSUKE                   PIC 9(07)      VALUE 0.
       01  CNT-ERR                        PIC 9(07)      VALUE 0.
       01  CNT-SEIMI                      PIC 9(07)      VALUE 0.
       01  CNT-ERR-FUMEI                  PIC 9(07)      VALUE 0.
       01  CNT-VENDOR                     PIC 9(05)      VALUE 0.
       01  CNT-SND-WRITE                  PIC 9(05)      VALUE 0.
      *>   ベンダー別（1ファイル分）の合計
       01  CNT-VENDOR-DETAIL              PIC 9(07)      VALUE 0.
       01  CNT-VENDOR-UKETSUKE            PIC 9(07)      VALUE 0.
       01  CNT-VENDOR-ERR                 PIC 9(07)      VALUE 0.
       01  CNT-VENDOR-SEIMI               PIC 9(07)      VALUE 0.
       01  WK-VENDOR-UKETSUKE-SU          PIC 9(09)      VALUE 0.
      *>   対象バッチID（EDPG0040の直近の実行）
       01  WK-BATCH-ID                    PIC 9(05)      VALUE 0.
       01  WK-LAST-RUN-KBN                PIC X(01)      VALUE SPACE.
      *>   再投入ファイル読込要否の判定ワーク
       01  WK-LAST-0040-DT                PIC X(14)      VALUE ZERO.
       01  WK-LAST-0059-DT                PIC X(14)      VALUE ZERO.
       01  WK-HSK-READ-FLG                PIC X(01)      VALUE 'N'.
         88  HSK-READ                                    VALUE 'Y'.
      *>   突合待ちの取込時エラー件数と理由CD
       01  WK-HORYU-CNT                   PIC 9(05)      VALUE 0.
       01  WK-HORYU-REASON-CD             PIC X(02)      VALUE SPACES.
      *>   正味化判定ワーク（同一オーダーで受け付けた訂正・取消）
       01  WK-TEISEI-FLG                  PIC X(01)      VALUE 'N'.
         88  GRP-TEISEI                                  VALUE 'Y'.
       01  WK-TORIKESHI-FLG               PIC X(01)      VALUE 'N'.
         88  GRP-TORIKESHI                               VALUE 'Y'.
      *>   明細行の判定結果
      *>   (結果区分 1:受付 2:エラー 3:正味化。理由CDは先頭1桁が
      *>    R:受信時エラー E:取込時エラー N:正味化)
       01  WK-KEKKA-KBN                   PIC X(01).
         88  KEKKA-UKETSUKE                              VALUE '1'.
         88  KEKKA-ERR                                   VALUE '2'.
         88  KEKKA-SEIMI                                 VALUE '3'.
       01  WK-KEKKA                       PIC X(08).
       01  WK-RIYU-CD                     PIC X(03).
       01  WK-RIYU                        PIC X(60).
      *>   ファイル制御ワーク
       01  WK-U01-STATUS                  PIC X(02).
       01  WK-U01HSK-STATUS               PIC X(02).
       01  WK-U01ERR-STATUS               PIC X(02).
       01  WK-RCVERR-STATUS               PIC X(02).
       01  WK-UKKS-STATUS                 PIC X(02).
       01  WK-EOF-FLG                     PIC X(01)      VALUE 'N'.
         88  FILE-EOF                                    VALUE 'Y'.
      *>   ベンダー別CSVファイル制御ワーク
       01  WK-UKK-STATUS                  PIC X(02).
       01  WK-UKK-OPEN-FLG                PIC X(01)      VALUE 'N'.
         88  UKK-OPEN                                    VALUE 'Y'.
       01  WK-UKK-OUT-DIR                 PIC X(100).
       01  WK-UKK-FILE-PATH               PIC X(150).
       01  WK-TODAY-DATE                  PIC 9(08)      VALUE 0.
      *>   EDI送信管理ファイル制御ワーク
       01  WK-SND-STATUS                  PIC X(02).
      *>   ファイルOPENエラー共通表示用ワーク
       01  WK-ERR-FILE-NAME               PIC X(20).
       01  WK-ERR-STATUS                  PIC X(02).
      *>   実行管理台帳ワーク
       01  WK-RUN-STATUS                  PIC X(02).
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
      *>   実行管理台帳でEDPG0040の完了を確認（対象バッチIDの特定）
           PERFORM S050-CHECK-PREREQ.
      *>   初期処理
           PERFORM S100-INIT.
      *>   回答行・エラー行の集約とソート
           PERFORM S090-SORT-UKK.
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

      *    実行管理台帳でEDPG0040の完了を確認
      *>   (U01・U01ERRはEDPG0040の直近の実行の入出力であるため、
      *>    EDPG0040の最後の実行記録が正常終了であることを確認し、
      *>    そのバッチIDを対象とする。開始のみ（異常終了・実行中）
      *>    やEDPG0062で取り消されたバッチは実行を中止する。
      *>    あわせて、対象バッチのEDPG0040がU01HSKを読み込んだかを
      *>    EDPG0040と同じ判定で再現する。EDPG0040は開始レコードを
      *>    書く直前に判定するため、台帳を先頭から読み、EDPG0040の
      *>    開始レコード時点の判定結果を保持する)
       S050-CHECK-PREREQ                                      SECTION.
           MOVE SPACE TO WK-LAST-RUN-KBN.
           MOVE 0     TO WK-BATCH-ID.
           MOVE 'N'   TO WK-EOF-FLG.
           OPEN INPUT RUN-FILE.
           IF WK-RUN-STATUS = '00'
               PERFORM UNTIL FILE-EOF
                   READ RUN-FILE
                     AT END
                       SET FILE-EOF      TO TRUE
                     NOT AT END
                       IF RUN-PROGRAM-ID = 'EDPG0040'
                           EVALUATE RUN-KBN
                             WHEN 'S'
                               MOVE RUN-KBN      TO WK-LAST-RUN-KBN
                               MOVE RUN-BATCH-ID TO WK-BATCH-ID
                               PERFORM S055-SAVE-HSK-FLG
                             WHEN 'E'
                               MOVE RUN-KBN      TO WK-LAST-RUN-KBN
                               MOVE RUN-BATCH-ID TO WK-BATCH-ID
                               MOVE RUN-DATETIME TO WK-LAST-0040-DT
                             WHEN 'R'
                               IF RUN-BATCH-ID = WK-BATCH-ID
                                   MOVE 'R'      TO WK-LAST-RUN-KBN
                               END-IF
                           END-EVALUATE
                       END-IF
                       IF  RUN-PROGRAM-ID = 'EDPG0059'
                       AND RUN-KBN        = 'E'
                           MOVE RUN-DATETIME TO WK-LAST-0059-DT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-FILE
           END-IF.
           IF WK-LAST-RUN-KBN NOT = 'E'
               DISPLAY '***   前提PG未完了   ***'
               DISPLAY '   EDPG0040 バッチID=' WK-BATCH-ID
               DISPLAY '   の完了記録がないか取消済です'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT HSK-READ
               DISPLAY '   U01HSKは対象バッチで読込なし'
           END-IF.

      *    EDPG0040開始時点のU01HSK読込要否を保存
       S055-SAVE-HSK-FLG                                      SECTION.
           IF WK-LAST-0059-DT > WK-LAST-0040-DT
               SET HSK-READ              TO TRUE
           ELSE
               MOVE 'N'                  TO WK-HSK-READ-FLG
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
           MOVE 'EDPG0064'               TO RUN-PROGRAM-ID.
           MOVE WK-BATCH-ID              TO RUN-BATCH-ID.
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
           MOVE 'EDPG0064'               TO RUN-PROGRAM-ID.
           MOVE WK-BATCH-ID              TO RUN-BATCH-ID.
           MOVE 'E'                      TO RUN-KBN.
           MOVE FUNCTION CURRENT-DATE(1:14)
                                         TO RUN-DATETIME.
           COMPUTE RUN-CNT-IN = CNT-U01-READ + CNT-U01-HSK
                              + CNT-RCV-ERR.
           MOVE CNT-UKK-WRITE            TO RUN-CNT-OUT.
           MOVE RETURN-CODE              TO RUN-RETURN-CD.
           WRITE RUN-REC.
           CLOSE RUN-FILE.

      *>   初期処理
       S100-INIT                                              SECTION.
           MOVE     FUNCTION CURRENT-DATE TO WK-SYS-DATE.
           DISPLAY '*******   EDPG00064  START = '
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
           DISPLAY '   対象バッチID = ' WK-BATCH-ID.

           STRING WK-SYS-DATE-YYYY WK-SYS-DATE-MM WK-SYS-DATE-DD
             DELIMITED BY SIZE INTO WK-TODAY-DATE.

           MOVE SPACES TO WK-UKK-OUT-DIR.
           ACCEPT WK-UKK-OUT-DIR FROM ENVIRONMENT 'EDPG0064_OUTDIR'.
           IF WK-UKK-OUT-DIR = SPACES
               MOVE '.' TO WK-UKK-OUT-DIR
           END-IF.

      *>   送信管理ファイルは作成履歴として残すため追記する
           OPEN EXTEND SND-FILE.
           IF WK-SND-STATUS = '35'
               OPEN OUTPUT SND-FILE
           END-IF.
           IF WK-SND-STATUS NOT = '00'
               MOVE 'SNDFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-SND-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.

           PERFORM S060-WRITE-RUN-START.

      *    回答行・エラー行をベンダー・オーダー順にソート
      *>   (レコード区分は降順とし、同一オーダー内で取消→訂正→
      *>    新規の順に並べる。先に現れた取消・訂正の有無で、
      *>    後続の行が正味化で落ちたかを判定できる)
       S090-SORT-UKK                                          SECTION.
           SORT UKK-SRT-FILE
             ON ASCENDING  KEY UKK-SRT-VENDOR-CD
                               UKK-SRT-ORDER-NO
                               UKK-SRT-KOBAI-TANTO-CD
                               UKK-SRT-BUHIN-CD
                               UKK-SRT-KYOTEN-CD
             ON DESCENDING KEY UKK-SRT-REC-KBN
             ON ASCENDING  KEY UKK-SRT-SUPPLY-DAY
                               UKK-SRT-NKKAITO-SU
                               UKK-SRT-DATA-KBN
             INPUT PROCEDURE S095-SELECT-UKK
             GIVING UKKS-FILE.
      *>   GIVINGファイルはSORT文完了後でないと作成されないため、
      *>   OPENと先読みはここで行う
           OPEN INPUT UKKS-FILE.
           IF WK-UKKS-STATUS NOT = '00'
               MOVE 'UKKSFILE'           TO WK-ERR-FILE-NAME
               MOVE WK-UKKS-STATUS       TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           PERFORM S110-READ-UKKS.

      *    回答行（U01・U01HSK）とエラー行（U01ERR・RCVERR）を
      *    ソートへ投入
      *>   (U01HSK・U01ERR・RCVERRはファイルなしも正常とする。
      *>    U01HSKは対象バッチで読み込まれた場合のみ投入する)
       S095-SELECT-UKK                                        SECTION.
           OPEN INPUT U01-FILE.
           IF WK-U01-STATUS NOT = '00'
               MOVE 'U01FILE'            TO WK-ERR-FILE-NAME
               MOVE WK-U01-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           PERFORM UNTIL WK-U01-STATUS NOT = '00'
               READ U01-FILE
               IF WK-U01-STATUS = '00'
                   ADD  1                  TO CNT-U01-READ
                   MOVE U01-VENDOR-CD      TO UKK-SRT-VENDOR-CD
                   MOVE U01-ORDER-NO       TO UKK-SRT-ORDER-NO
                   MOVE U01-KOBAI-TANTO-CD TO UKK-SRT-KOBAI-TANTO-CD
                   MOVE U01-BUHIN-CD       TO UKK-SRT-BUHIN-CD
                   MOVE U01-KYOTEN-CD      TO UKK-SRT-KYOTEN-CD
                   MOVE U01-REC-KBN        TO UKK-SRT-REC-KBN
                   MOVE U01-SUPPLY-DAY     TO UKK-SRT-SUPPLY-DAY
                   MOVE U01-NKKAITO-SU     TO UKK-SRT-NKKAITO-SU
                   MOVE '2'                TO UKK-SRT-DATA-KBN
                   MOVE SPACES             TO UKK-SRT-REASON-CD
                   RELEASE UKK-SRT-REC
               END-IF
           END-PERFORM.
           CLOSE U01-FILE.

           IF HSK-READ
               PERFORM S096-SELECT-UKK-HSK
           END-IF.

           OPEN INPUT U01-ERR-FILE.
           IF  WK-U01ERR-STATUS NOT = '00'
           AND WK-U01ERR-STATUS NOT = '35'
               MOVE 'U01ERRFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-U01ERR-STATUS     TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF WK-U01ERR-STATUS = '00'
               PERFORM UNTIL WK-U01ERR-STATUS NOT = '00'
                   READ U01-ERR-FILE
                   IF WK-U01ERR-STATUS = '00'
                       ADD  1                  TO CNT-U01-ERR
                       MOVE U01-ERR-VENDOR-CD  TO UKK-SRT-VENDOR-CD
                       MOVE U01-ERR-ORDER-NO   TO UKK-SRT-ORDER-NO
                       MOVE U01-ERR-KOBAI-TANTO-CD
                                               TO UKK-SRT-KOBAI-TANTO-CD
                       MOVE U01-ERR-BUHIN-CD   TO UKK-SRT-BUHIN-CD
                       MOVE U01-ERR-KYOTEN-CD  TO UKK-SRT-KYOTEN-CD
                       MOVE U01-ERR-REC-KBN    TO UKK-SRT-REC-KBN
                       MOVE U01-ERR-SUPPLY-DAY TO UKK-SRT-SUPPLY-DAY
                       MOVE U01-ERR-NKKAITO-SU TO UKK-SRT-NKKAITO-SU
                       MOVE '1'                TO UKK-SRT-DATA-KBN
                       MOVE U01-ERR-REASON-CD  TO UKK-SRT-REASON-CD
                       RELEASE UKK-SRT-REC
                   END-IF
               END-PERFORM
               CLOSE U01-ERR-FILE
           END-IF.

      *>   受信時エラーは送信元ベンダーのファイルへ載せる
           OPEN INPUT RCV-ERR-FILE.
           IF  WK-RCVERR-STATUS NOT = '00'
           AND WK-RCVERR-STATUS NOT = '35'
               MOVE 'RCVERRFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-RCVERR-STATUS     TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF WK-RCVERR-STATUS = '00'
               PERFORM UNTIL WK-RCVERR-STATUS NOT = '00'
                   READ RCV-ERR-FILE
                   IF WK-RCVERR-STATUS = '00'
                       ADD  1                  TO CNT-RCV-ERR
                       MOVE RCV-ERR-VENDOR-CD  TO UKK-SRT-VENDOR-CD
                       MOVE RCV-ERR-ORDER-NO   TO UKK-SRT-ORDER-NO
                       MOVE RCV-ERR-KOBAI-TANTO-CD
                                               TO UKK-SRT-KOBAI-TANTO-CD
                       MOVE RCV-ERR-BUHIN-CD   TO UKK-SRT-BUHIN-CD
                       MOVE RCV-ERR-KYOTEN-CD  TO UKK-SRT-KYOTEN-CD
                       MOVE RCV-ERR-REC-KBN    TO UKK-SRT-REC-KBN
                       MOVE RCV-ERR-SUPPLY-DAY TO UKK-SRT-SUPPLY-DAY
                       MOVE RCV-ERR-NKKAITO-SU TO UKK-SRT-NKKAITO-SU
                       MOVE '3'                TO UKK-SRT-DATA-KBN
                       MOVE RCV-ERR-REASON-CD  TO UKK-SRT-REASON-CD
                       RELEASE UKK-SRT-REC
                   END-IF
               END-PERFORM
               CLOSE RCV-ERR-FILE
           END-IF.

      *    再投入ファイル(U01HSK)の回答行をソートへ投入
       S096-SELECT-UKK-HSK                                    SECTION.
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
                       MOVE U01-HSK-VENDOR-CD  TO UKK-SRT-VENDOR-CD
                       MOVE U01-HSK-ORDER-NO   TO UKK-SRT-ORDER-NO
                       MOVE U01-HSK-KOBAI-TANTO-CD
                                               TO UKK-SRT-KOBAI-TANTO-CD
                       MOVE U01-HSK-BUHIN-CD   TO UKK-SRT-BUHIN-CD
                       MOVE U01-HSK-KYOTEN-CD  TO UKK-SRT-KYOTEN-CD
                       MOVE U01-HSK-REC-KBN    TO UKK-SRT-REC-KBN
                       MOVE U01-HSK-SUPPLY-DAY TO UKK-SRT-SUPPLY-DAY
                       MOVE U01-HSK-NKKAITO-SU TO UKK-SRT-NKKAITO-SU
                       MOVE '2'                TO UKK-SRT-DATA-KBN
                       MOVE SPACES             TO UKK-SRT-REASON-CD
                       RELEASE UKK-SRT-REC
                   END-IF
               END-PERFORM
               CLOSE U01-HSK-FILE
           END-IF.

      *    受付結果ソート済READ処理
       S110-READ-UKKS                                         SECTION.
           READ UKKS-FILE
             AT END
               MOVE HIGH-VALUES           TO KEY-NEW-VENDOR
             NOT AT END
               MOVE UKKS-VENDOR-CD        TO KEY-NEW-VENDOR
           END-READ.

      *>   主処理（ベンダーCD・オーダー・回答イメージのブレイク）
      *>   (取込時エラーは突合待ちとして数え、同一イメージの
      *>    取込行を先頭から順にエラーとする。残りの取込行は
      *>    正味化を判定する。受信時エラーはそのままエラーとする)
       S200-MAIN                                              SECTION.
           IF KEY-NEW-VENDOR NOT = KEY-OLD-VENDOR
               IF UKK-OPEN
                   PERFORM S230-CLOSE-UKK-FILE
               END-IF
               MOVE KEY-NEW-VENDOR        TO KEY-OLD-VENDOR
               PERFORM S210-OPEN-UKK-FILE
           END-IF.
           IF UKKS-GROUP-KEY NOT = KEY-OLD-GROUP
               MOVE 'N'                   TO WK-TEISEI-FLG
               MOVE 'N'                   TO WK-TORIKESHI-FLG
               MOVE UKKS-GROUP-KEY        TO KEY-OLD-GROUP
           END-IF.
           IF UKKS-IMAGE NOT = KEY-OLD-IMAGE
               PERFORM S240-CHECK-HORYU
               MOVE UKKS-IMAGE            TO KEY-OLD-IMAGE
           END-IF.
           EVALUATE UKKS-DATA-KBN
             WHEN '1'
               ADD  1                     TO WK-HORYU-CNT
               MOVE UKKS-REASON-CD        TO WK-HORYU-REASON-CD
             WHEN '2'
               IF WK-HORYU-CNT > 0
                   SET  KEKKA-ERR         TO TRUE
                   MOVE SPACES            TO WK-RIYU-CD
                   STRING 'E' WK-HORYU-REASON-CD
                     DELIMITED BY SIZE INTO WK-RIYU-CD
                   SUBTRACT 1           FROM WK-HORYU-CNT
               ELSE
                   PERFORM S215-JUDGE-SEIMI
               END-IF
               PERFORM S220-WRITE-UKK-DETAIL
             WHEN OTHER
               SET  KEKKA-ERR             TO TRUE
               MOVE SPACES                TO WK-RIYU-CD
               STRING 'R' UKKS-REASON-CD
                 DELIMITED BY SIZE INTO WK-RIYU-CD
               PERFORM S220-WRITE-UKK-DETAIL
           END-EVALUATE.
           PERFORM S110-READ-UKKS.

      *    ベンダー別受付結果CSVファイルをオープンしヘッダを出力
       S210-OPEN-UKK-FILE                                     SECTION.
           MOVE SPACES TO WK-UKK-FILE-PATH.
           STRING FUNCTION TRIM(WK-UKK-OUT-DIR)
                                 DELIMITED BY SIZE
                  '/UKK_'         DELIMITED BY SIZE
                  UKKS-VENDOR-CD  DELIMITED BY SIZE
                  '.csv'          DELIMITED BY SIZE
             INTO WK-UKK-FILE-PATH.
           DISPLAY 'DD_UKKFILE'     UPON ENVIRONMENT-NAME.
           DISPLAY WK-UKK-FILE-PATH UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT UKK-FILE.
           IF WK-UKK-STATUS NOT = '00'
               DISPLAY '***   UKK-FILE OPENエラー STATUS='
                       WK-UKK-STATUS ' PATH=' WK-UKK-FILE-PATH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET  UKK-OPEN            TO TRUE.
           ADD  1                   TO CNT-VENDOR.
           MOVE 0                   TO CNT-VENDOR-DETAIL.
           MOVE 0                   TO CNT-VENDOR-UKETSUKE.
           MOVE 0                   TO CNT-VENDOR-ERR.
           MOVE 0                   TO CNT-VENDOR-SEIMI.
           MOVE 0                   TO WK-VENDOR-UKETSUKE-SU.
      *>   ヘッダ1行目：ベンダーCD・受付結果の表示・バッチID・作成日
           MOVE SPACES              TO UKK-REC.
           STRING 'VENDOR-CD,'           DELIMITED BY SIZE
                  FUNCTION TRIM(UKKS-VENDOR-CD)
                                         DELIMITED BY SIZE
                  ',REPLY-RESULT'        DELIMITED BY SIZE
                  ',BATCH-ID,'           DELIMITED BY SIZE
                  WK-BATCH-ID            DELIMITED BY SIZE
                  ',CREATE-DATE,'        DELIMITED BY SIZE
                  WK-TODAY-DATE          DELIMITED BY SIZE
             INTO UKK-REC.
           WRITE UKK-REC.
      *>   ヘッダ2行目：明細の項目名
           MOVE SPACES              TO UKK-REC.
           STRING 'ORDER-NO,BUHIN-CD,SUPPLY-DAY,QTY,'
                                         DELIMITED BY SIZE
                  'REC-KBN,KYOTEN-CD,'   DELIMITED BY SIZE
                  'RESULT,REASON-CD,REASON'
                                         DELIMITED BY SIZE
             INTO UKK-REC.
           WRITE UKK-REC.

      *    正味化の判定（エラーでない取込行）
      *>   (同一オーダーの取消を受け付けていれば新規・訂正とも
      *>    取消で削除、訂正を受け付けていれば新規は訂正で置換。
      *>    訂正・取消の行自体は受付とする)
       S215-JUDGE-SEIMI                                       SECTION.
           SET  KEKKA-UKETSUKE            TO TRUE.
           MOVE SPACES                    TO WK-RIYU-CD.
           EVALUATE UKKS-REC-KBN
             WHEN '3'
               SET GRP-TORIKESHI          TO TRUE
             WHEN '2'
               IF GRP-TORIKESHI
                   SET  KEKKA-SEIMI       TO TRUE
                   MOVE 'N02'             TO WK-RIYU-CD
               END-IF
               SET GRP-TEISEI             TO TRUE
             WHEN OTHER
               IF GRP-TORIKESHI
                   SET  KEKKA-SEIMI       TO TRUE
                   MOVE 'N02'             TO WK-RIYU-CD
               ELSE
                   IF GRP-TEISEI
                       SET  KEKKA-SEIMI   TO TRUE
                       MOVE 'N01'         TO WK-RIYU-CD
                   END-IF
               END-IF
           END-EVALUATE.

      *    ベンダー別受付結果CSV明細行を出力
      *>   項目末尾のスペースがCSVの区切り値に混入しないよう、
      *>   可変長項目はTRIMしてから編集する
      *>   (受信時エラーの日別スロット・数量は受信したままの値)
       S220-WRITE-UKK-DETAIL                                  SECTION.
           EVALUATE TRUE
             WHEN KEKKA-UKETSUKE
               MOVE 'ACCEPTED'            TO WK-KEKKA
               ADD  1                     TO CNT-UKETSUKE
               ADD  1                     TO CNT-VENDOR-UKETSUKE
               IF  UKKS-REC-KBN NOT = '3'
               AND UKKS-NKKAITO-SU-N IS NUMERIC
                   ADD UKKS-NKKAITO-SU-N  TO WK-VENDOR-UKETSUKE-SU
               END-IF
             WHEN KEKKA-ERR
               MOVE 'REJECTED'            TO WK-KEKKA
               ADD  1                     TO CNT-ERR
               ADD  1                     TO CNT-VENDOR-ERR
             WHEN OTHER
               MOVE 'NETTED'              TO WK-KEKKA
               ADD  1                     TO CNT-SEIMI
               ADD  1                     TO CNT-VENDOR-SEIMI
           END-EVALUATE.
           PERFORM S225-SET-RIYU.
           MOVE SPACES TO UKK-REC.
           STRING FUNCTION TRIM(UKKS-ORDER-NO)   DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(UKKS-BUHIN-CD)   DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(UKKS-SUPPLY-DAY) DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(UKKS-NKKAITO-SU) DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(UKKS-REC-KBN)    DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(UKKS-KYOTEN-CD)  DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(WK-KEKKA)        DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(WK-RIYU-CD)      DELIMITED BY SIZE
                  ','                            DELIMITED BY SIZE
                  FUNCTION TRIM(WK-RIYU)         DELIMITED BY SIZE
             INTO UKK-REC.
           WRITE UKK-REC.
           ADD   1                       TO CNT-UKK-WRITE.
           ADD   1                       TO CNT-VENDOR-DETAIL.

      *    理由CDから理由の表示文言を設定
       S225-SET-RIYU                                          SECTION.
           EVALUATE WK-RIYU-CD
             WHEN SPACES
               MOVE SPACES               TO WK-RIYU
             WHEN 'R01'
               MOVE '送信元ベンダーCD不一致'
                                         TO WK-RIYU
             WHEN 'R02'
               MOVE '数値項目不正(SUPPLY-DAY・QTY)'
                                         TO WK-RIYU
             WHEN 'R03'
               MOVE 'レコード区分不正'   TO WK-RIYU
             WHEN 'E01'
               MOVE 'SUPPLY-DAY範囲外(1〜6)'
                                         TO WK-RIYU
             WHEN 'E02'
               MOVE 'レコード区分不正'   TO WK-RIYU
             WHEN 'E03'
               MOVE '部品CD未登録'       TO WK-RIYU
             WHEN 'E04'
               MOVE 'オーダー上限超過で訂正・取消不可'
                                         TO WK-RIYU
             WHEN 'E05'
               MOVE '購買担当者CD不正(未登録・廃止等)'
                                         TO WK-RIYU
             WHEN 'N01'
               MOVE '同一オーダーの訂正により置換'
                                         TO WK-RIYU
             WHEN 'N02'
               MOVE '同一オーダーの取消により削除'
                                         TO WK-RIYU
             WHEN OTHER
               MOVE 'その他エラー'       TO WK-RIYU
           END-EVALUATE.

      *    ベンダー別受付結果CSVに合計行を出力してクローズし
      *    送信管理ファイルへ登録
      *>   (バッチIDはEDPG0040の対象バッチ、種別は3:受付結果。
      *>    件数は合計行を除く明細行数とする)
       S230-CLOSE-UKK-FILE                                    SECTION.
           MOVE SPACES TO UKK-REC.
           STRING 'TOTAL,LINES,'         DELIMITED BY SIZE
                  CNT-VENDOR-DETAIL      DELIMITED BY SIZE
                  ',ACCEPTED,'           DELIMITED BY SIZE
                  CNT-VENDOR-UKETSUKE    DELIMITED BY SIZE
                  ',REJECTED,'           DELIMITED BY SIZE
                  CNT-VENDOR-ERR         DELIMITED BY SIZE
                  ',NETTED,'             DELIMITED BY SIZE
                  CNT-VENDOR-SEIMI       DELIMITED BY SIZE
                  ',ACCEPTED-QTY,'       DELIMITED BY SIZE
                  WK-VENDOR-UKETSUKE-SU  DELIMITED BY SIZE
             INTO UKK-REC.
           WRITE UKK-REC.
           CLOSE UKK-FILE.
           MOVE 'N' TO WK-UKK-OPEN-FLG.
           MOVE KEY-OLD-VENDOR           TO SND-VENDOR-CD.
           MOVE WK-BATCH-ID              TO SND-BATCH-ID.
           MOVE CNT-VENDOR-DETAIL        TO SND-KENSU.
           MOVE FUNCTION CURRENT-DATE(1:14)
                                         TO SND-CREATE-DATETIME.
           MOVE '1'                      TO SND-STATUS.
           MOVE 0                        TO SND-RESEND-CNT.
           MOVE '3'                      TO SND-SHUBETSU.
           MOVE 0                        TO SND-ACK-DATETIME.
           WRITE SND-REC.
           ADD  1                        TO CNT-SND-WRITE.

      *    突合できなかった取込時エラーの警告表示
      *>   (U01ERRが対象バッチのU01と対応していない場合に起こる。
      *>    該当行は受付結果に出力されない)
       S240-CHECK-HORYU                                       SECTION.
           IF WK-HORYU-CNT > 0
               ADD  WK-HORYU-CNT          TO CNT-ERR-FUMEI
               DISPLAY '***  取込時エラー突合不能  ***'
               DISPLAY '   イメージ=' KEY-OLD-IMAGE
                       ' 件数=' WK-HORYU-CNT
               MOVE 0                     TO WK-HORYU-CNT
           END-IF.

      *>   終了処理
      *>   (突合できなかった取込時エラーがあればRC=4とする)
       S300-FINL                                              SECTION.
           PERFORM S240-CHECK-HORYU.
           IF UKK-OPEN
               PERFORM S230-CLOSE-UKK-FILE
           END-IF.
           CLOSE UKKS-FILE
                 SND-FILE.

           IF CNT-ERR-FUMEI > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM S310-WRITE-RUN-END.

           DISPLAY '   (U01)     READ        = ' CNT-U01-READ.
           DISPLAY '   (U01HSK)  READ        = ' CNT-U01-HSK.
           DISPLAY '   (U01ERR)  READ        = ' CNT-U01-ERR.
           DISPLAY '   (RCVERR)  READ        = ' CNT-RCV-ERR.
           DISPLAY '   (UKK)     WRITE       = ' CNT-UKK-WRITE.
           DISPLAY '   (UKK)     受付        = ' CNT-UKETSUKE.
           DISPLAY '   (UKK)     エラー      = ' CNT-ERR.
           DISPLAY '   (UKK)     正味化      = ' CNT-SEIMI.
           DISPLAY '   (UKK)     ベンダー件数 = ' CNT-VENDOR.
           DISPLAY '   (U01ERR)  突合不能    = ' CNT-ERR-FUMEI.
           DISPLAY '   (SND)     登録件数    = ' CNT-SND-WRITE.

           MOVE     FUNCTION CURRENT-DATE TO WK-SYS-DATE.
           DISPLAY '*******   EDPG00064  END   = '
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
