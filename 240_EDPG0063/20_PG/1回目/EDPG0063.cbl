      ******************************************************************
      * Author:WATANABE KAZUMA
      * Date:20261015
      * Purpose:夜間のファイル間整合性チェック
      *         次の4区分の突合を行い、検出した不整合を重要度
      *         (重大・警告・情報)付きで整合性チェック帳票(SGCRPT)
      *         に出力する
      *         01 納入予定データ(U21)と送信管理(SND)の
      *            ベンダー・バッチID別の登録有無・件数
      *         02 バッチID採番ファイル(BIDFILE)とU21の最大
      *            バッチID・実行管理台帳(RUN)のバッチID
      *         03 未回答台帳(OPN)のオーダーNOと発注データ(ORD)
      *         04 U21・OPNのベンダーCD・部品CDとベンダーマスタ
      *            (U10)・部品マスタ(U11)
      *         (重大な不整合があれば復帰コード8、警告のみなら4。
      *          ファイルは参照のみで更新しない)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. EDPG0063.
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
      *>   EDI送信管理ファイル
           SELECT SND-FILE ASSIGN TO "SNDFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-SND-STATUS.
      *>   バッチID採番ファイル（EDPG0040が最終採番IDを保持）
           SELECT BID-FILE ASSIGN TO "BIDFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-BID-STATUS.
      *>   未回答台帳（EDPG0042出力）
           SELECT OPN-FILE ASSIGN TO "OPNFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-OPN-STATUS.
      *>   発注データ
           SELECT ORD-FILE ASSIGN TO "ORDFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-ORD-STATUS.
      *>   ベンダーマスタ（索引編成・随時READ）
           SELECT U10-FILE ASSIGN TO "U10FILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS U10-VENDOR-CD
           FILE STATUS IS WK-U10-STATUS.
      *>   部品マスタ（索引編成・随時READ）
           SELECT U11-FILE ASSIGN TO "U11FILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS U11-BUHIN-CD
           FILE STATUS IS WK-U11-STATUS.
      *>   整合性チェック帳票
           SELECT SGC-RPT-FILE ASSIGN TO "SGCRPTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-SGCRPT-STATUS.
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

      *>   EDI送信管理ファイル
      *>   (状態 1:作成済 2:送信済 3:受信確認済 9:取消済。
      *>    種別 1:納入予定CSV 2:内示CSV 3:受付結果CSV。
      *>    空白は納入予定CSV。
      *>    U21との突合は納入予定CSVの取消済以外を対象とする)
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

      *>   バッチID採番ファイル
       FD  BID-FILE.
       01  BID-REC.
         03  BID-LAST-ID                           PIC 9(05).

      *>   未回答台帳
      *>   (状態 M:回答漏れ K:過少回答)
       FD  OPN-FILE.
       01  OPN-REC.
         03  OPN-ORDER-NO                                     PIC X(07).
         03  OPN-BUHIN-CD                                     PIC X(10).
         03  OPN-VENDOR-CD                                    PIC X(08).
         03  OPN-KOBAI-TANTO-CD                               PIC X(05).
         03  OPN-HACCHU-SU                                    PIC 9(07).
         03  OPN-KAITO-SU                                     PIC 9(09).
         03  OPN-JOTAI                                        PIC X(01).
         03  OPN-HASSEI-DATE                                  PIC 9(08).
         03  OPN-KEIKA-NISSU                                  PIC 9(03).

      *>   発注データ
       FD  ORD-FILE.
       01  ORD-REC.
         03  ORD-ORDER-NO                                     PIC X(07).
         03  ORD-BUHIN-CD                                     PIC X(10).
         03  ORD-VENDOR-CD                                    PIC X(08).
         03  ORD-HACCHU-SU                                    PIC 9(07).
         03  ORD-SITEI-NOKI                                   PIC 9(08).

      *>   ベンダーマスタ
      *>   (有効/廃止フラグ 9:廃止)
       FD  U10-FILE.
       01  U10-REC.
         03  U10-VENDOR-CD                                    PIC X(08).
         03  U10-VENDOR-NAME                                  PIC X(30).
         03  U10-ADDRESS                                      PIC X(50).
         03  U10-TANTO-MADO                                   PIC X(20).
         03  U10-EDI-DEST                                     PIC X(40).
         03  U10-YUKO-FLG                                     PIC X(01).
         03  U10-TEKIYO-START-DATE                            PIC 9(08).

      *>   部品マスタ
       FD  U11-FILE.
       01  U11-REC.
         03  U11-BUHIN-CD                                     PIC X(10).
         03  U11-BUHIN-NAME                                   PIC X(30).
         03  U11-TANI                                         PIC X(05).
         03  U11-SOKO                                         PIC X(05).

      *>   整合性チェック帳票
       FD  SGC-RPT-FILE.
       01  SGC-RPT-LINE                               PIC X(132).

      *>   実行管理台帳
      *>   (区分 S:開始 E:正常終了。異常終了時はEが残らないため
      *>    Sのみのエントリが未完了実行として検出できる。
      *>    R:取消はEDPG0062がEDPG0040の取り消したバッチに記録)
       FD  RUN-FILE.
       01  RUN-REC.
         03  RUN-PROGRAM-ID                        PIC X(08).
         03  RUN-BATCH-ID                          PIC 9(05).
         03  RUN-KBN                               PIC X(01).
         03  RUN-DATETIME                          PIC 9(14).
         03  RUN-CNT-IN                            PIC 9(07).
         03  RUN-CNT-OUT                           PIC 9(07).
         03  RUN-RETURN-CD                         PIC 9(02).

       WORKING-STORAGE                                        SECTION.
       01  CNT-U21-READ                   PIC 9(07)      VALUE 0.
       01  CNT-SND-READ                   PIC 9(07)      VALUE 0.
       01  CNT-OPN-READ                   PIC 9(07)      VALUE 0.
       01  CNT-ORD-READ                   PIC 9(07)      VALUE 0.
       01  CNT-RUN-READ                   PIC 9(07)      VALUE 0.
       01  CNT-U21-TORIKESHI              PIC 9(07)      VALUE 0.
      *>   重要度別の検出件数（全体）
       01  CNT-JUDAI                      PIC 9(05)      VALUE 0.
       01  CNT-KEIKOKU                    PIC 9(05)      VALUE 0.
       01  CNT-JOHO                       PIC 9(05)      VALUE 0.
      *>   チェック区分別・重要度別の検出件数
      *>   (区分 1:U21・送信管理 2:バッチID採番 3:未回答・発注
      *>    4:マスタ参照。重要度 1:重大 2:警告 3:情報)
       01  WK-CHK-CNT-TBL.
         03  WK-CHK-ARR            OCCURS 4 TIMES.
           05  WK-CHK-ARR-SEV-CNT OCCURS 3 TIMES
                                                     PIC 9(05).
      *>   ベンダー・バッチID別U21件数テーブル
       01  WK-VB-TBL.
         03  WK-VB-CNT                              PIC 9(05) VALUE 0.
         03  WK-VB-ARR             OCCURS 5000 TIMES.
           05  WK-VB-ARR-VENDOR-CD                   PIC X(08).
           05  WK-VB-ARR-BATCH-ID                    PIC 9(05).
           05  WK-VB-ARR-U21-CNT                     PIC 9(07).
           05  WK-VB-ARR-SND-FLG                     PIC X(01).
       01  WK-VB-SUB                      PIC 9(05)      VALUE 0.
       01  WK-VB-FOUND-SUB                PIC 9(05)      VALUE 0.
       01  WK-VB-OVER-FLG                 PIC X(01)      VALUE 'N'.
         88  VB-OVER                                     VALUE 'Y'.
       01  WK-VB-RUIKEI                   PIC 9(09)      VALUE 0.
      *>   取消済バッチ保持テーブル（EDPG0040の区分R）
       01  WK-TRK-TBL.
         03  WK-TRK-CNT                             PIC 9(03) VALUE 0.
         03  WK-TRK-ARR            OCCURS 100 TIMES.
           05  WK-TRK-ARR-BATCH-ID                   PIC 9(05).
       01  WK-TRK-SUB                     PIC 9(03)      VALUE 0.
       01  WK-TRK-FOUND-FLG               PIC X(01)      VALUE 'N'.
         88  TRK-FOUND                                   VALUE 'Y'.
      *>   EDPG0041正常終了バッチ保持テーブル
       01  WK-CSV-TBL.
         03  WK-CSV-CNT                             PIC 9(04) VALUE 0.
         03  WK-CSV-ARR            OCCURS 2000 TIMES.
           05  WK-CSV-ARR-BATCH-ID                   PIC 9(05).
       01  WK-CSV-SUB                     PIC 9(04)      VALUE 0.
       01  WK-CSV-FOUND-FLG               PIC X(01)      VALUE 'N'.
         88  CSV-FOUND                                   VALUE 'Y'.
      *>   発注テーブル
       01  WK-ORD-TBL.
         03  WK-ORD-CNT                             PIC 9(05) VALUE 0.
         03  WK-ORD-ARR            OCCURS 5000 TIMES.
           05  WK-ORD-ARR-ORDER-NO                   PIC X(07).
           05  WK-ORD-ARR-BUHIN-CD                   PIC X(10).
           05  WK-ORD-ARR-VENDOR-CD                  PIC X(08).
       01  WK-ORD-SUB                     PIC 9(05)      VALUE 0.
       01  WK-ORD-FOUND-SUB               PIC 9(05)      VALUE 0.
       01  WK-ORD-OVER-FLG                PIC X(01)      VALUE 'N'.
         88  ORD-OVER                                    VALUE 'Y'.
      *>   マスタ参照エラーテーブル
      *>   (同一コードは1件にまとめ、出現件数を数えて最後に出力。
      *>    区分 V:ベンダーCD B:部品CD。結果 1:未登録 9:廃止)
       01  WK-NG-TBL.
         03  WK-NG-CNT                              PIC 9(04) VALUE 0.
         03  WK-NG-ARR             OCCURS 1000 TIMES.
           05  WK-NG-ARR-KBN                         PIC X(01).
           05  WK-NG-ARR-CD                          PIC X(10).
           05  WK-NG-ARR-KEKKA                       PIC X(01).
           05  WK-NG-ARR-U21-CNT                     PIC 9(07).
           05  WK-NG-ARR-OPN-CNT                     PIC 9(07).
       01  WK-NG-SUB                      PIC 9(04)      VALUE 0.
       01  WK-NG-FOUND-SUB                PIC 9(04)      VALUE 0.
       01  WK-NG-OVER-FLG                 PIC X(01)      VALUE 'N'.
         88  NG-OVER                                     VALUE 'Y'.
       01  WK-MST-KBN                     PIC X(01).
       01  WK-MST-CD                      PIC X(10).
       01  WK-MST-KEKKA                   PIC X(01).
       01  WK-MST-SOURCE                  PIC X(01).
      *>   実行管理台帳から求めるバッチID
       01  WK-RUN-MAX-BATCH-ID            PIC 9(05)      VALUE 0.
       01  WK-RUN-YUKO-BATCH-ID           PIC 9(05)      VALUE 0.
      *>   送信管理件数突合の基準日時
      *>   (U21パージ(EDPG0045)・バッチ取消(EDPG0062)より前に作成
      *>    された送信管理は、作成時とU21の件数が異なるため突合
      *>    しない)
       01  WK-KIJUN-DATETIME              PIC 9(14)      VALUE 0.
      *>   U21から求めるバッチID
       01  WK-U21-MAX-BATCH-ID            PIC 9(05)      VALUE 0.
       01  WK-U21-MIN-BATCH-ID            PIC 9(05)      VALUE 99999.
       01  WK-BID-LAST-ID                 PIC 9(05)      VALUE 0.
       01  WK-CHECK-BATCH-ID              PIC 9(05)      VALUE 0.
       01  WK-PREV-RPT-BATCH-ID           PIC 9(05)      VALUE 0.
       01  WK-SND-SHUBETSU                PIC X(01).
      *>   検出内容編集ワーク
       01  WK-FND-CHK-NO                  PIC 9(01)      VALUE 0.
       01  WK-FND-SEV                     PIC 9(01)      VALUE 0.
       01  WK-FND-KEY                     PIC X(30).
       01  WK-FND-NAIYO                   PIC X(64).
       01  WK-ED-SU1                      PIC ZZZZZZ9.
       01  WK-ED-SU2                      PIC ZZZZZZ9.
      *>   ファイル制御ワーク
       01  WK-U21-STATUS                  PIC X(02).
       01  WK-SND-STATUS                  PIC X(02).
       01  WK-BID-STATUS                  PIC X(02).
       01  WK-OPN-STATUS                  PIC X(02).
       01  WK-ORD-STATUS                  PIC X(02).
       01  WK-U10-STATUS                  PIC X(02).
       01  WK-U11-STATUS                  PIC X(02).
       01  WK-SGCRPT-STATUS               PIC X(02).
       01  WK-EOF-FLG                     PIC X(01)      VALUE 'N'.
         88  FILE-EOF                                    VALUE 'Y'.
      *>   ファイルOPENエラー共通表示用ワーク
       01  WK-ERR-FILE-NAME               PIC X(20).
       01  WK-ERR-STATUS                  PIC X(02).
      *>   実行管理台帳ワーク
       01  WK-RUN-STATUS                  PIC X(02).
      *>   帳票編集ワーク
       01  WK-RPT-DETAIL-LINE.
         03  FILLER                               PIC X(01).
         03  WK-RPT-D-SEV                         PIC X(09).
         03  FILLER                               PIC X(01).
         03  WK-RPT-D-CHK                         PIC X(24).
         03  FILLER                               PIC X(01).
         03  WK-RPT-D-KEY                         PIC X(30).
         03  FILLER                               PIC X(01).
         03  WK-RPT-D-NAIYO                       PIC X(64).
       01  WK-RPT-SUM-LINE.
         03  FILLER                               PIC X(01).
         03  WK-RPT-S-CHK                         PIC X(24).
         03  FILLER                               PIC X(02).
         03  WK-RPT-S-JUDAI                       PIC ZZ,ZZ9.
         03  FILLER                               PIC X(04).
         03  WK-RPT-S-KEIKOKU                     PIC ZZ,ZZ9.
         03  FILLER                               PIC X(04).
         03  WK-RPT-S-JOHO                        PIC ZZ,ZZ9.
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
      *>   実行管理台帳の読込（取消済・CSV作成済バッチの取得）
           PERFORM S110-LOAD-RUN.
      *>   U21読込（ベンダー・バッチ別件数、マスタ参照）
           PERFORM S120-LOAD-U21.
      *>   01 U21と送信管理の突合
           PERFORM S130-CHECK-SND.
           PERFORM S140-CHECK-SND-MITOROKU.
      *>   02 バッチID採番の確認
           PERFORM S150-CHECK-BID.
      *>   03 未回答台帳と発注データの突合（マスタ参照含む）
           PERFORM S160-LOAD-ORD.
           PERFORM S170-CHECK-OPN.
      *>   04 マスタ参照エラーの出力
           PERFORM S180-PRINT-MST-NG.
      *>   チェック区分別件数の出力
           PERFORM S250-PRINT-SUMMARY.
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
           DISPLAY '*******   EDPG00063  START = '
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
           INITIALIZE WK-CHK-CNT-TBL.

           OPEN INPUT U10-FILE.
           IF WK-U10-STATUS NOT = '00'
               MOVE 'U10FILE'            TO WK-ERR-FILE-NAME
               MOVE WK-U10-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           OPEN INPUT U11-FILE.
           IF WK-U11-STATUS NOT = '00'
               MOVE 'U11FILE'            TO WK-ERR-FILE-NAME
               MOVE WK-U11-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           OPEN OUTPUT SGC-RPT-FILE.
           IF WK-SGCRPT-STATUS NOT = '00'
               MOVE 'SGCRPTFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-SGCRPT-STATUS     TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           PERFORM S105-PRINT-HEADER.

      *    整合性チェック帳票見出し印刷
       S105-PRINT-HEADER                                      SECTION.
           MOVE SPACES TO SGC-RPT-LINE.
           STRING 'ファイル間整合性チェック'
                  '  処理日='
                  WK-SYS-DATE-YYYY WK-SYS-DATE-MM WK-SYS-DATE-DD
                  DELIMITED BY SIZE INTO SGC-RPT-LINE.
           WRITE SGC-RPT-LINE.
           MOVE SPACES TO SGC-RPT-LINE.
           WRITE SGC-RPT-LINE.
           MOVE SPACES TO SGC-RPT-LINE.
           STRING ' 重要度 チェック区分      '
                  ' キー                         '
                  ' 内容'
                  DELIMITED BY SIZE INTO SGC-RPT-LINE.
           WRITE SGC-RPT-LINE.

      *    実行管理台帳へ開始レコードを追記
      *>   (バッチに依存しない横断処理のためバッチIDは0で記録)
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
           MOVE 'EDPG0063'               TO RUN-PROGRAM-ID.
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
      *>   (件数(出力)には重大・警告の検出件数を記録する)
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
           MOVE 'EDPG0063'               TO RUN-PROGRAM-ID.
           MOVE 0                        TO RUN-BATCH-ID.
           MOVE 'E'                      TO RUN-KBN.
           MOVE FUNCTION CURRENT-DATE(1:14)
                                         TO RUN-DATETIME.
           MOVE CNT-U21-READ             TO RUN-CNT-IN.
           COMPUTE RUN-CNT-OUT = CNT-JUDAI + CNT-KEIKOKU.
           MOVE RETURN-CODE              TO RUN-RETURN-CD.
           WRITE RUN-REC.
           CLOSE RUN-FILE.

      *    実行管理台帳の読込
      *>   (EDPG0040の最大バッチID・取消済バッチ、EDPG0041の
      *>    正常終了バッチ、送信管理件数突合の基準日時を取得し、
      *>    2回目の読込で取消済を除く最新の正常終了バッチを求める)
       S110-LOAD-RUN                                          SECTION.
           OPEN INPUT RUN-FILE.
           IF WK-RUN-STATUS NOT = '00'
               MOVE 'RUNFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-RUN-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           MOVE 'N' TO WK-EOF-FLG.
           PERFORM UNTIL FILE-EOF
               READ RUN-FILE
                 AT END
                   SET FILE-EOF          TO TRUE
                 NOT AT END
                   ADD 1                 TO CNT-RUN-READ
                   PERFORM S115-JUDGE-RUN
               END-READ
           END-PERFORM.
           CLOSE RUN-FILE.

           OPEN INPUT RUN-FILE.
           IF WK-RUN-STATUS NOT = '00'
               MOVE 'RUNFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-RUN-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           MOVE 'N' TO WK-EOF-FLG.
           PERFORM UNTIL FILE-EOF
               READ RUN-FILE
                 AT END
                   SET FILE-EOF          TO TRUE
                 NOT AT END
                   IF  RUN-PROGRAM-ID = 'EDPG0040'
                   AND RUN-KBN        = 'E'
                   AND RUN-BATCH-ID   > WK-RUN-YUKO-BATCH-ID
                       MOVE RUN-BATCH-ID TO WK-CHECK-BATCH-ID
                       PERFORM S190-FIND-TRK
                       IF NOT TRK-FOUND
                           MOVE RUN-BATCH-ID
                             TO WK-RUN-YUKO-BATCH-ID
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE RUN-FILE.
           DISPLAY '   台帳最大バッチID = ' WK-RUN-MAX-BATCH-ID.
           DISPLAY '   有効最新バッチID = ' WK-RUN-YUKO-BATCH-ID.

      *    実行管理台帳1件の判定
       S115-JUDGE-RUN                                         SECTION.
           EVALUATE TRUE
             WHEN RUN-PROGRAM-ID = 'EDPG0040'
               IF RUN-BATCH-ID > WK-RUN-MAX-BATCH-ID
                   MOVE RUN-BATCH-ID     TO WK-RUN-MAX-BATCH-ID
               END-IF
               IF  RUN-KBN = 'R'
                   IF WK-TRK-CNT < 100
                       ADD  1            TO WK-TRK-CNT
                       MOVE RUN-BATCH-ID
                         TO WK-TRK-ARR-BATCH-ID(WK-TRK-CNT)
                   END-IF
                   IF RUN-DATETIME > WK-KIJUN-DATETIME
                       MOVE RUN-DATETIME TO WK-KIJUN-DATETIME
                   END-IF
               END-IF
             WHEN RUN-PROGRAM-ID = 'EDPG0041'
              AND RUN-KBN        = 'E'
               IF WK-CSV-CNT < 2000
                   ADD  1                TO WK-CSV-CNT
                   MOVE RUN-BATCH-ID
                     TO WK-CSV-ARR-BATCH-ID(WK-CSV-CNT)
               END-IF
             WHEN RUN-PROGRAM-ID = 'EDPG0045'
              AND RUN-KBN        = 'E'
               IF RUN-DATETIME > WK-KIJUN-DATETIME
                   MOVE RUN-DATETIME     TO WK-KIJUN-DATETIME
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *    U21読込
      *>   (ベンダー・バッチID別件数を集計し、ベンダーCD・部品CDを
      *>    マスタと突合する)
       S120-LOAD-U21                                          SECTION.
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
                   ADD 1                 TO CNT-U21-READ
                   PERFORM S125-ADD-VB
                   MOVE 'U'              TO WK-MST-SOURCE
                   MOVE 'V'              TO WK-MST-KBN
                   MOVE U21-VENDOR-CD    TO WK-MST-CD
                   PERFORM S500-CHECK-MST
                   MOVE 'B'              TO WK-MST-KBN
                   MOVE U21-BUHIN-CD     TO WK-MST-CD
                   PERFORM S500-CHECK-MST
               END-READ
           END-PERFORM.
           CLOSE U21-FILE.
           IF CNT-U21-READ = 0
               MOVE 0 TO WK-U21-MIN-BATCH-ID
           END-IF.
           DISPLAY '   U21最大バッチID = ' WK-U21-MAX-BATCH-ID.
           IF VB-OVER
               MOVE 1                    TO WK-FND-CHK-NO
               MOVE 2                    TO WK-FND-SEV
               MOVE 'U21'                TO WK-FND-KEY
               MOVE 'ベンダー別上限超で一部未突合'
                                         TO WK-FND-NAIYO
               PERFORM S800-WRITE-FINDING
           END-IF.

      *    U21のベンダー・バッチID別件数加算
       S125-ADD-VB                                            SECTION.
           IF U21-BATCH-ID > WK-U21-MAX-BATCH-ID
               MOVE U21-BATCH-ID         TO WK-U21-MAX-BATCH-ID
           END-IF.
           IF U21-BATCH-ID < WK-U21-MIN-BATCH-ID
               MOVE U21-BATCH-ID         TO WK-U21-MIN-BATCH-ID
           END-IF.
           MOVE U21-BATCH-ID             TO WK-CHECK-BATCH-ID.
           PERFORM S190-FIND-TRK.
           IF TRK-FOUND
               ADD 1                     TO CNT-U21-TORIKESHI
           END-IF.
           MOVE 0 TO WK-VB-FOUND-SUB.
           PERFORM VARYING WK-VB-SUB FROM WK-VB-CNT BY -1
                     UNTIL WK-VB-SUB < 1
               IF  WK-VB-ARR-VENDOR-CD(WK-VB-SUB) = U21-VENDOR-CD
               AND WK-VB-ARR-BATCH-ID(WK-VB-SUB)  = U21-BATCH-ID
                   MOVE WK-VB-SUB        TO WK-VB-FOUND-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WK-VB-FOUND-SUB = 0
               IF WK-VB-CNT < 5000
                   ADD  1                TO WK-VB-CNT
                   MOVE WK-VB-CNT        TO WK-VB-FOUND-SUB
                   MOVE U21-VENDOR-CD
                     TO WK-VB-ARR-VENDOR-CD(WK-VB-FOUND-SUB)
                   MOVE U21-BATCH-ID
                     TO WK-VB-ARR-BATCH-ID(WK-VB-FOUND-SUB)
                   MOVE 0
                     TO WK-VB-ARR-U21-CNT(WK-VB-FOUND-SUB)
                   MOVE 'N'
                     TO WK-VB-ARR-SND-FLG(WK-VB-FOUND-SUB)
               ELSE
                   SET VB-OVER           TO TRUE
               END-IF
           END-IF.
           IF WK-VB-FOUND-SUB NOT = 0
               ADD 1 TO WK-VB-ARR-U21-CNT(WK-VB-FOUND-SUB)
           END-IF.

      *    01 送信管理とU21の突合
      *>   (納入予定CSVの取消済以外の記録ごとに、同一ベンダー・
      *>    バッチIDのU21の有無を確認する。U21にない場合、
      *>    パージ済の旧バッチは対象外、取消済バッチは取消の
      *>    入替え漏れとして重大、それ以外も重大とする。
      *>    初回作成分(再送回数0)の件数は、作成時にCSVへ出力した
      *>    当該ベンダーの同バッチ以前の全明細件数と比較する)
       S130-CHECK-SND                                         SECTION.
           OPEN INPUT SND-FILE.
           IF WK-SND-STATUS NOT = '00' AND WK-SND-STATUS NOT = '35'
               MOVE 'SNDFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-SND-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF WK-SND-STATUS = '00'
               MOVE 'N' TO WK-EOF-FLG
               PERFORM UNTIL FILE-EOF
                   READ SND-FILE
                     AT END
                       SET FILE-EOF      TO TRUE
                     NOT AT END
                       ADD 1             TO CNT-SND-READ
                       MOVE SND-SHUBETSU TO WK-SND-SHUBETSU
                       IF WK-SND-SHUBETSU = SPACE
                           MOVE '1'      TO WK-SND-SHUBETSU
                       END-IF
                       IF  WK-SND-SHUBETSU = '1'
                       AND SND-STATUS  NOT = '9'
                           PERFORM S135-CHECK-SND-REC
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SND-FILE
           END-IF.

      *    送信管理1件の突合
       S135-CHECK-SND-REC                                     SECTION.
           MOVE 0 TO WK-VB-FOUND-SUB.
           PERFORM VARYING WK-VB-SUB FROM 1 BY 1
                     UNTIL WK-VB-SUB > WK-VB-CNT
               IF  WK-VB-ARR-VENDOR-CD(WK-VB-SUB) = SND-VENDOR-CD
               AND WK-VB-ARR-BATCH-ID(WK-VB-SUB)  = SND-BATCH-ID
                   MOVE WK-VB-SUB        TO WK-VB-FOUND-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE SPACES                   TO WK-FND-KEY.
           STRING 'V=' SND-VENDOR-CD ' B=' SND-BATCH-ID
                  DELIMITED BY SIZE INTO WK-FND-KEY.
           MOVE 1                        TO WK-FND-CHK-NO.

           IF WK-VB-FOUND-SUB = 0
               MOVE SND-BATCH-ID         TO WK-CHECK-BATCH-ID
               PERFORM S190-FIND-TRK
               EVALUATE TRUE
                 WHEN TRK-FOUND
                   MOVE 1                TO WK-FND-SEV
                   MOVE '取消済バッチの送信管理が残存'
                                         TO WK-FND-NAIYO
                   PERFORM S800-WRITE-FINDING
                 WHEN SND-BATCH-ID < WK-U21-MIN-BATCH-ID
                   CONTINUE
                 WHEN VB-OVER
                   CONTINUE
                 WHEN OTHER
                   MOVE 1                TO WK-FND-SEV
                   MOVE '送信管理に対応するU21データなし'
                                         TO WK-FND-NAIYO
                   PERFORM S800-WRITE-FINDING
               END-EVALUATE
           ELSE
               MOVE 'Y' TO WK-VB-ARR-SND-FLG(WK-VB-FOUND-SUB)
               IF  SND-RESEND-CNT      = 0
               AND SND-CREATE-DATETIME > WK-KIJUN-DATETIME
                   PERFORM S137-SUM-RUIKEI
                   IF SND-KENSU NOT = WK-VB-RUIKEI
                       MOVE 2            TO WK-FND-SEV
                       MOVE SND-KENSU    TO WK-ED-SU1
                       MOVE WK-VB-RUIKEI TO WK-ED-SU2
                       MOVE SPACES       TO WK-FND-NAIYO
                       STRING '件数不一致 送信管理=' WK-ED-SU1
                              ' U21=' WK-ED-SU2
                              DELIMITED BY SIZE INTO WK-FND-NAIYO
                       PERFORM S800-WRITE-FINDING
                   END-IF
               END-IF
           END-IF.

      *    当該ベンダーの同バッチ以前のU21件数累計
       S137-SUM-RUIKEI                                        SECTION.
           MOVE 0 TO WK-VB-RUIKEI.
           PERFORM VARYING WK-VB-SUB FROM 1 BY 1
                     UNTIL WK-VB-SUB > WK-VB-CNT
               IF  WK-VB-ARR-VENDOR-CD(WK-VB-SUB) = SND-VENDOR-CD
               AND WK-VB-ARR-BATCH-ID(WK-VB-SUB) NOT > SND-BATCH-ID
                   ADD WK-VB-ARR-U21-CNT(WK-VB-SUB) TO WK-VB-RUIKEI
               END-IF
           END-PERFORM.

      *    01 送信管理のないU21（ベンダー・バッチID）
      *>   (EDPG0041が当該バッチで正常終了していれば重大。
      *>    未実行の場合は最新バッチなら情報、旧バッチなら警告とし、
      *>    バッチ単位に1件だけ出力する。取消済バッチは02で出力)
       S140-CHECK-SND-MITOROKU                                SECTION.
           MOVE 0 TO WK-PREV-RPT-BATCH-ID.
           PERFORM VARYING WK-VB-SUB FROM 1 BY 1
                     UNTIL WK-VB-SUB > WK-VB-CNT
               MOVE WK-VB-ARR-BATCH-ID(WK-VB-SUB)
                                         TO WK-CHECK-BATCH-ID
               PERFORM S190-FIND-TRK
               IF  WK-VB-ARR-SND-FLG(WK-VB-SUB) = 'N'
               AND NOT TRK-FOUND
                   PERFORM S145-JUDGE-MITOROKU
               END-IF
           END-PERFORM.

      *    送信管理のないU21の重要度判定
       S145-JUDGE-MITOROKU                                    SECTION.
           MOVE WK-VB-ARR-BATCH-ID(WK-VB-SUB) TO WK-CHECK-BATCH-ID.
           MOVE 'N' TO WK-CSV-FOUND-FLG.
           PERFORM VARYING WK-CSV-SUB FROM 1 BY 1
                     UNTIL WK-CSV-SUB > WK-CSV-CNT
               IF WK-CSV-ARR-BATCH-ID(WK-CSV-SUB) = WK-CHECK-BATCH-ID
                   SET CSV-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE 1                        TO WK-FND-CHK-NO.
           MOVE SPACES                   TO WK-FND-KEY.
           IF CSV-FOUND
               STRING 'V=' WK-VB-ARR-VENDOR-CD(WK-VB-SUB)
                      ' B=' WK-CHECK-BATCH-ID
                      DELIMITED BY SIZE INTO WK-FND-KEY
               MOVE 1                    TO WK-FND-SEV
               MOVE WK-VB-ARR-U21-CNT(WK-VB-SUB) TO WK-ED-SU1
               MOVE SPACES               TO WK-FND-NAIYO
               STRING 'CSV作成済バッチの送信管理なし U21='
                      WK-ED-SU1
                      DELIMITED BY SIZE INTO WK-FND-NAIYO
               PERFORM S800-WRITE-FINDING
           ELSE
               IF WK-CHECK-BATCH-ID NOT = WK-PREV-RPT-BATCH-ID
                   MOVE WK-CHECK-BATCH-ID TO WK-PREV-RPT-BATCH-ID
                   STRING 'B=' WK-CHECK-BATCH-ID
                          DELIMITED BY SIZE INTO WK-FND-KEY
                   IF WK-CHECK-BATCH-ID = WK-U21-MAX-BATCH-ID
                       MOVE 3            TO WK-FND-SEV
                   ELSE
                       MOVE 2            TO WK-FND-SEV
                   END-IF
                   MOVE 'EDPG0041未実行のため送信管理なし'
                                         TO WK-FND-NAIYO
                   PERFORM S800-WRITE-FINDING
               END-IF
           END-IF.

      *    02 バッチID採番の確認
      *>   (採番ファイルの最終IDがU21・台帳の最大バッチIDより小さい
      *>    とIDが再使用されるため重大。U21の最大バッチIDと台帳の
      *>    有効最新バッチID(取消済を除く正常終了)の相違、
      *>    取消済バッチのU21残存も重大。採番後に実行記録のない
      *>    IDは警告とする)
       S150-CHECK-BID                                         SECTION.
           MOVE 2                        TO WK-FND-CHK-NO.
           OPEN INPUT BID-FILE.
           IF WK-BID-STATUS NOT = '00' AND WK-BID-STATUS NOT = '35'
               MOVE 'BIDFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-BID-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF WK-BID-STATUS = '00'
               READ BID-FILE
                 AT END
                   MOVE 0                TO WK-BID-LAST-ID
                 NOT AT END
                   IF BID-LAST-ID IS NUMERIC
                       MOVE BID-LAST-ID  TO WK-BID-LAST-ID
                   END-IF
               END-READ
               CLOSE BID-FILE
           END-IF.
           DISPLAY '   採番最終バッチID = ' WK-BID-LAST-ID.

           IF WK-BID-LAST-ID < WK-U21-MAX-BATCH-ID
               MOVE 1                    TO WK-FND-SEV
               MOVE SPACES               TO WK-FND-KEY
               STRING 'BID=' WK-BID-LAST-ID
                      ' U21=' WK-U21-MAX-BATCH-ID
                      DELIMITED BY SIZE INTO WK-FND-KEY
               MOVE '採番IDがU21最大バッチID未満'
                                         TO WK-FND-NAIYO
               PERFORM S800-WRITE-FINDING
           END-IF.
           IF WK-BID-LAST-ID < WK-RUN-MAX-BATCH-ID
               MOVE 1                    TO WK-FND-SEV
               MOVE SPACES               TO WK-FND-KEY
               STRING 'BID=' WK-BID-LAST-ID
                      ' RUN=' WK-RUN-MAX-BATCH-ID
                      DELIMITED BY SIZE INTO WK-FND-KEY
               MOVE '採番IDが台帳最大バッチID未満'
                                         TO WK-FND-NAIYO
               PERFORM S800-WRITE-FINDING
           END-IF.
           IF WK-BID-LAST-ID > WK-RUN-MAX-BATCH-ID
               MOVE 2                    TO WK-FND-SEV
               MOVE SPACES               TO WK-FND-KEY
               STRING 'BID=' WK-BID-LAST-ID
                      ' RUN=' WK-RUN-MAX-BATCH-ID
                      DELIMITED BY SIZE INTO WK-FND-KEY
               MOVE '台帳に実行記録のない採番IDあり'
                                         TO WK-FND-NAIYO
               PERFORM S800-WRITE-FINDING
           END-IF.
           IF WK-U21-MAX-BATCH-ID NOT = WK-RUN-YUKO-BATCH-ID
               MOVE 1                    TO WK-FND-SEV
               MOVE SPACES               TO WK-FND-KEY
               STRING 'U21=' WK-U21-MAX-BATCH-ID
                      ' RUN=' WK-RUN-YUKO-BATCH-ID
                      DELIMITED BY SIZE INTO WK-FND-KEY
               IF WK-U21-MAX-BATCH-ID > WK-RUN-YUKO-BATCH-ID
                   MOVE '未完了バッチがU21に存在'
                                         TO WK-FND-NAIYO
               ELSE
                   MOVE '最新完了バッチがU21にない'
                                         TO WK-FND-NAIYO
               END-IF
               PERFORM S800-WRITE-FINDING
           END-IF.
           IF CNT-U21-TORIKESHI > 0
               MOVE 1                    TO WK-FND-SEV
               MOVE 'U21'                TO WK-FND-KEY
               MOVE CNT-U21-TORIKESHI    TO WK-ED-SU1
               MOVE SPACES               TO WK-FND-NAIYO
               STRING '取消済バッチのデータ残存 '
                      WK-ED-SU1 '件'
                      DELIMITED BY SIZE INTO WK-FND-NAIYO
               PERFORM S800-WRITE-FINDING
           END-IF.

      *    発注データ読込（テーブル展開）
      *>   (発注データがない場合は未回答台帳の全件を突合不能とする)
       S160-LOAD-ORD                                          SECTION.
           OPEN INPUT ORD-FILE.
           IF WK-ORD-STATUS NOT = '00' AND WK-ORD-STATUS NOT = '35'
               MOVE 'ORDFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-ORD-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF WK-ORD-STATUS = '00'
               MOVE 'N' TO WK-EOF-FLG
               PERFORM UNTIL FILE-EOF
                   READ ORD-FILE
                     AT END
                       SET FILE-EOF      TO TRUE
                     NOT AT END
                       ADD 1             TO CNT-ORD-READ
                       IF WK-ORD-CNT < 5000
                           ADD  1        TO WK-ORD-CNT
                           MOVE ORD-ORDER-NO
                             TO WK-ORD-ARR-ORDER-NO(WK-ORD-CNT)
                           MOVE ORD-BUHIN-CD
                             TO WK-ORD-ARR-BUHIN-CD(WK-ORD-CNT)
                           MOVE ORD-VENDOR-CD
                             TO WK-ORD-ARR-VENDOR-CD(WK-ORD-CNT)
                       ELSE
                           SET ORD-OVER  TO TRUE
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE ORD-FILE
           END-IF.
           IF ORD-OVER
               MOVE 3                    TO WK-FND-CHK-NO
               MOVE 2                    TO WK-FND-SEV
               MOVE 'ORD'                TO WK-FND-KEY
               MOVE '発注データ上限超で一部未突合'
                                         TO WK-FND-NAIYO
               PERFORM S800-WRITE-FINDING
           END-IF.

      *    03 未回答台帳と発注データの突合
      *>   (発注データにないオーダーはEDPG0042の次回実行で
      *>    発注消滅クローズとなるため警告、部品CD・ベンダーCDが
      *>    発注データと異なるものは重大とする)
       S170-CHECK-OPN                                         SECTION.
           OPEN INPUT OPN-FILE.
           IF WK-OPN-STATUS NOT = '00' AND WK-OPN-STATUS NOT = '35'
               MOVE 'OPNFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-OPN-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF WK-OPN-STATUS = '00'
               MOVE 'N' TO WK-EOF-FLG
               PERFORM UNTIL FILE-EOF
                   READ OPN-FILE
                     AT END
                       SET FILE-EOF      TO TRUE
                     NOT AT END
                       ADD 1             TO CNT-OPN-READ
                       PERFORM S175-CHECK-OPN-REC
                       MOVE 'O'          TO WK-MST-SOURCE
                       MOVE 'V'          TO WK-MST-KBN
                       MOVE OPN-VENDOR-CD TO WK-MST-CD
                       PERFORM S500-CHECK-MST
                       MOVE 'B'          TO WK-MST-KBN
                       MOVE OPN-BUHIN-CD TO WK-MST-CD
                       PERFORM S500-CHECK-MST
                   END-READ
               END-PERFORM
               CLOSE OPN-FILE
           END-IF.

      *    未回答台帳1件の突合
       S175-CHECK-OPN-REC                                     SECTION.
           MOVE 0 TO WK-ORD-FOUND-SUB.
           PERFORM VARYING WK-ORD-SUB FROM 1 BY 1
                     UNTIL WK-ORD-SUB > WK-ORD-CNT
               IF WK-ORD-ARR-ORDER-NO(WK-ORD-SUB) = OPN-ORDER-NO
                   MOVE WK-ORD-SUB       TO WK-ORD-FOUND-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           MOVE 3                        TO WK-FND-CHK-NO.
           MOVE SPACES                   TO WK-FND-KEY.
           STRING 'ORDER=' OPN-ORDER-NO ' P=' OPN-BUHIN-CD
                  DELIMITED BY SIZE INTO WK-FND-KEY.
           IF WK-ORD-FOUND-SUB = 0
               IF NOT ORD-OVER
                   MOVE 2                TO WK-FND-SEV
                   MOVE 'オーダーが発注データにない'
                                         TO WK-FND-NAIYO
                   PERFORM S800-WRITE-FINDING
               END-IF
           ELSE
               IF WK-ORD-ARR-BUHIN-CD(WK-ORD-FOUND-SUB)
                                         NOT = OPN-BUHIN-CD
               OR WK-ORD-ARR-VENDOR-CD(WK-ORD-FOUND-SUB)
                                         NOT = OPN-VENDOR-CD
                   MOVE 1                TO WK-FND-SEV
                   MOVE SPACES           TO WK-FND-NAIYO
                   STRING '発注データと不一致 発注側 P='
                          WK-ORD-ARR-BUHIN-CD(WK-ORD-FOUND-SUB)
                          ' V='
                          WK-ORD-ARR-VENDOR-CD(WK-ORD-FOUND-SUB)
                          DELIMITED BY SIZE INTO WK-FND-NAIYO
                   PERFORM S800-WRITE-FINDING
               END-IF
           END-IF.

      *    04 マスタ参照エラーの出力
      *>   (未登録は重大、廃止ベンダーは警告。コード単位に1件)
       S180-PRINT-MST-NG                                      SECTION.
           MOVE 4                        TO WK-FND-CHK-NO.
           PERFORM VARYING WK-NG-SUB FROM 1 BY 1
                     UNTIL WK-NG-SUB > WK-NG-CNT
               MOVE SPACES               TO WK-FND-KEY
               MOVE SPACES               TO WK-FND-NAIYO
               IF WK-NG-ARR-KBN(WK-NG-SUB) = 'V'
                   STRING 'V=' WK-NG-ARR-CD(WK-NG-SUB)
                          DELIMITED BY SIZE INTO WK-FND-KEY
               ELSE
                   STRING 'P=' WK-NG-ARR-CD(WK-NG-SUB)
                          DELIMITED BY SIZE INTO WK-FND-KEY
               END-IF
               MOVE WK-NG-ARR-U21-CNT(WK-NG-SUB) TO WK-ED-SU1
               MOVE WK-NG-ARR-OPN-CNT(WK-NG-SUB) TO WK-ED-SU2
               EVALUATE TRUE
                 WHEN WK-NG-ARR-KEKKA(WK-NG-SUB) = '9'
                   MOVE 2                TO WK-FND-SEV
                   STRING '廃止ベンダー U21=' WK-ED-SU1
                          ' OPN=' WK-ED-SU2
                          DELIMITED BY SIZE INTO WK-FND-NAIYO
                 WHEN WK-NG-ARR-KBN(WK-NG-SUB) = 'V'
                   MOVE 1                TO WK-FND-SEV
                   STRING 'ベンダーマスタ未登録 U21='
                          WK-ED-SU1
                          ' OPN=' WK-ED-SU2
                          DELIMITED BY SIZE INTO WK-FND-NAIYO
                 WHEN OTHER
                   MOVE 1                TO WK-FND-SEV
                   STRING '部品マスタ未登録 U21=' WK-ED-SU1
                          ' OPN=' WK-ED-SU2
                          DELIMITED BY SIZE INTO WK-FND-NAIYO
               END-EVALUATE
               PERFORM S800-WRITE-FINDING
           END-PERFORM.
           IF NG-OVER
               MOVE 2                    TO WK-FND-SEV
               MOVE 'U21/OPN'            TO WK-FND-KEY
               MOVE 'マスタ参照エラー上限超で以降省略'
                                         TO WK-FND-NAIYO
               PERFORM S800-WRITE-FINDING
           END-IF.

      *    取消済バッチの検索
       S190-FIND-TRK                                          SECTION.
           MOVE 'N' TO WK-TRK-FOUND-FLG.
           PERFORM VARYING WK-TRK-SUB FROM 1 BY 1
                     UNTIL WK-TRK-SUB > WK-TRK-CNT
               IF WK-TRK-ARR-BATCH-ID(WK-TRK-SUB) = WK-CHECK-BATCH-ID
                   SET TRK-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    チェック区分別件数の出力
       S250-PRINT-SUMMARY                                     SECTION.
           IF CNT-JUDAI + CNT-KEIKOKU + CNT-JOHO = 0
               MOVE SPACES TO SGC-RPT-LINE
               STRING ' 不整合なし'
                      DELIMITED BY SIZE INTO SGC-RPT-LINE
               WRITE SGC-RPT-LINE
           END-IF.
           MOVE SPACES TO SGC-RPT-LINE.
           WRITE SGC-RPT-LINE.
           MOVE SPACES TO SGC-RPT-LINE.
           STRING ' チェック区分別件数'
                  DELIMITED BY SIZE INTO SGC-RPT-LINE.
           WRITE SGC-RPT-LINE.
           MOVE SPACES TO SGC-RPT-LINE.
           STRING ' チェック区分        重大'
                  '    警告    情報'
                  DELIMITED BY SIZE INTO SGC-RPT-LINE.
           WRITE SGC-RPT-LINE.
           PERFORM VARYING WK-FND-CHK-NO FROM 1 BY 1
                     UNTIL WK-FND-CHK-NO > 4
               MOVE SPACES               TO WK-RPT-SUM-LINE
               PERFORM S810-SET-CHK-NAME
               MOVE WK-RPT-D-CHK         TO WK-RPT-S-CHK
               MOVE WK-CHK-ARR-SEV-CNT(WK-FND-CHK-NO 1)
                                         TO WK-RPT-S-JUDAI
               MOVE WK-CHK-ARR-SEV-CNT(WK-FND-CHK-NO 2)
                                         TO WK-RPT-S-KEIKOKU
               MOVE WK-CHK-ARR-SEV-CNT(WK-FND-CHK-NO 3)
                                         TO WK-RPT-S-JOHO
               MOVE SPACES               TO SGC-RPT-LINE
               MOVE WK-RPT-SUM-LINE      TO SGC-RPT-LINE
               WRITE SGC-RPT-LINE
           END-PERFORM.
           MOVE SPACES                   TO WK-RPT-SUM-LINE.
           MOVE '合計'                   TO WK-RPT-S-CHK.
           MOVE CNT-JUDAI                TO WK-RPT-S-JUDAI.
           MOVE CNT-KEIKOKU              TO WK-RPT-S-KEIKOKU.
           MOVE CNT-JOHO                 TO WK-RPT-S-JOHO.
           MOVE SPACES                   TO SGC-RPT-LINE.
           MOVE WK-RPT-SUM-LINE          TO SGC-RPT-LINE.
           WRITE SGC-RPT-LINE.

      *    マスタ参照（ベンダーCD・部品CD）
      *>   (未登録・廃止のコードはエラーテーブルへ登録し、
      *>    出現元(U:U21 O:OPN)別の件数を加算する)
       S500-CHECK-MST                                         SECTION.
           MOVE '0' TO WK-MST-KEKKA.
           IF WK-MST-KBN = 'V'
               MOVE WK-MST-CD            TO U10-VENDOR-CD
               READ U10-FILE
                 INVALID KEY
                   MOVE '1'              TO WK-MST-KEKKA
                 NOT INVALID KEY
                   IF U10-YUKO-FLG = '9'
                       MOVE '9'          TO WK-MST-KEKKA
                   END-IF
               END-READ
           ELSE
               MOVE WK-MST-CD            TO U11-BUHIN-CD
               READ U11-FILE
                 INVALID KEY
                   MOVE '1'              TO WK-MST-KEKKA
               END-READ
           END-IF.
           IF WK-MST-KEKKA NOT = '0'
               PERFORM S510-ADD-NG
           END-IF.

      *    マスタ参照エラーテーブルへの登録・件数加算
       S510-ADD-NG                                            SECTION.
           MOVE 0 TO WK-NG-FOUND-SUB.
           PERFORM VARYING WK-NG-SUB FROM 1 BY 1
                     UNTIL WK-NG-SUB > WK-NG-CNT
               IF  WK-NG-ARR-KBN(WK-NG-SUB) = WK-MST-KBN
               AND WK-NG-ARR-CD(WK-NG-SUB)  = WK-MST-CD
                   MOVE WK-NG-SUB        TO WK-NG-FOUND-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WK-NG-FOUND-SUB = 0
               IF WK-NG-CNT < 1000
                   ADD  1                TO WK-NG-CNT
                   MOVE WK-NG-CNT        TO WK-NG-FOUND-SUB
                   MOVE WK-MST-KBN   TO WK-NG-ARR-KBN(WK-NG-FOUND-SUB)
                   MOVE WK-MST-CD    TO WK-NG-ARR-CD(WK-NG-FOUND-SUB)
                   MOVE WK-MST-KEKKA
                     TO WK-NG-ARR-KEKKA(WK-NG-FOUND-SUB)
                   MOVE 0 TO WK-NG-ARR-U21-CNT(WK-NG-FOUND-SUB)
                   MOVE 0 TO WK-NG-ARR-OPN-CNT(WK-NG-FOUND-SUB)
               ELSE
                   SET NG-OVER           TO TRUE
               END-IF
           END-IF.
           IF WK-NG-FOUND-SUB NOT = 0
               IF WK-MST-SOURCE = 'U'
                   ADD 1 TO WK-NG-ARR-U21-CNT(WK-NG-FOUND-SUB)
               ELSE
                   ADD 1 TO WK-NG-ARR-OPN-CNT(WK-NG-FOUND-SUB)
               END-IF
           END-IF.

      *    検出内容の帳票出力と件数加算
       S800-WRITE-FINDING                                     SECTION.
           MOVE SPACES                   TO WK-RPT-DETAIL-LINE.
           EVALUATE WK-FND-SEV
             WHEN 1
               MOVE '重大'               TO WK-RPT-D-SEV
               ADD 1                     TO CNT-JUDAI
             WHEN 2
               MOVE '警告'               TO WK-RPT-D-SEV
               ADD 1                     TO CNT-KEIKOKU
             WHEN OTHER
               MOVE 3                    TO WK-FND-SEV
               MOVE '情報'               TO WK-RPT-D-SEV
               ADD 1                     TO CNT-JOHO
           END-EVALUATE.
           ADD 1 TO WK-CHK-ARR-SEV-CNT(WK-FND-CHK-NO WK-FND-SEV).
           PERFORM S810-SET-CHK-NAME.
           MOVE WK-FND-KEY               TO WK-RPT-D-KEY.
           MOVE WK-FND-NAIYO             TO WK-RPT-D-NAIYO.
           MOVE SPACES                   TO SGC-RPT-LINE.
           MOVE WK-RPT-DETAIL-LINE       TO SGC-RPT-LINE.
           WRITE SGC-RPT-LINE.

      *    チェック区分名称の設定
       S810-SET-CHK-NAME                                      SECTION.
           EVALUATE WK-FND-CHK-NO
             WHEN 1
               MOVE '01 U21・送信管理'   TO WK-RPT-D-CHK
             WHEN 2
               MOVE '02 バッチID採番'    TO WK-RPT-D-CHK
             WHEN 3
               MOVE '03 未回答・発注'    TO WK-RPT-D-CHK
             WHEN OTHER
               MOVE '04 マスタ参照'      TO WK-RPT-D-CHK
           END-EVALUATE.

      *>   終了処理
      *>   (重大があれば復帰コード8、警告のみなら4)
       S300-FINL                                              SECTION.
           CLOSE U10-FILE
                 U11-FILE
                 SGC-RPT-FILE.

           EVALUATE TRUE
             WHEN CNT-JUDAI > 0
               MOVE 8 TO RETURN-CODE
             WHEN CNT-KEIKOKU > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           PERFORM S310-WRITE-RUN-END.

           DISPLAY '   (U21)    入力件数 = ' CNT-U21-READ.
           DISPLAY '   (SND)    入力件数 = ' CNT-SND-READ.
           DISPLAY '   (OPN)    入力件数 = ' CNT-OPN-READ.
           DISPLAY '   (ORD)    入力件数 = ' CNT-ORD-READ.
           DISPLAY '   (RUN)    入力件数 = ' CNT-RUN-READ.
           DISPLAY '   重大     検出件数 = ' CNT-JUDAI.
           DISPLAY '   警告     検出件数 = ' CNT-KEIKOKU.
           DISPLAY '   情報     検出件数 = ' CNT-JOHO.

           MOVE     FUNCTION CURRENT-DATE TO WK-SYS-DATE.
           DISPLAY '*******   EDPG00063  END   = '
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
