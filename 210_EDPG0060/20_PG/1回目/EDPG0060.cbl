      ******************************************************************
      * Author:WATANABE KAZUMA
      * Date:20261015
      * Purpose:内示（フォーキャスト）CSVの作成
      *         発注データ(ORD)のうち、指定納期が直近バッチの
      *         確定枠（U21の6日目の実納入日付）より先の行を、
      *         ベンダー・部品別に週別8週分と、その後の月別4か月分
      *         の期間へ集計し、ベンダー単位のEDI/FTP連携用の
      *         内示CSVを1ベンダー1ファイルで出力する。
      *         作成したファイルは送信管理(SND)へ種別=2(内示)で
      *         登録し、納入予定CSV(EDPG0041)と同じく受信確認
      *         (EDPG0044)・再送(EDPG0051)の対象とする。
      *         内示は確定ではないため、ヘッダと全明細行に
      *         NON-BINDINGを表示する
      *         (週は工場カレンダー(CALFILE)の稼働日がある
      *          月曜〜日曜の暦週とし、稼働日のない週は数えない。
      *          数量は発注残台帳(ZAN)の残数量とし、台帳にない
      *          オーダーは発注数量とする。完納済は除く。
      *          ORDは拠点CDを持たないため標準拠点の確定枠・
      *          カレンダーで期間を決める。
      *          出力先は環境変数EDPG0060_OUTDIRで、EDPG0041の
      *          出力先（EDI送信先）と同じディレクトリを指定する)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. EDPG0060.
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
           SELECT ORD-FILE ASSIGN TO "ORDFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-ORD-STATUS.
      *>   発注残台帳（EDPG0058出力。ファイルなしは発注数量で集計）
           SELECT ZAN-FILE ASSIGN TO "ZANFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-ZAN-STATUS.
      *>   工場カレンダー（稼働日のみ・日付昇順）
           SELECT CAL-FILE ASSIGN TO "CALFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-CAL-STATUS.
      *>   部品マスタ（索引編成・部品CDキーの随時READ）
           SELECT U11-FILE ASSIGN TO "U11FILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS U11-BUHIN-CD
           FILE STATUS IS WK-U11-STATUS.
           SELECT NJI-SRT-FILE ASSIGN TO 'NJISRT.tmp'.
           SELECT NJIS-FILE ASSIGN TO "NJISFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-NJIS-STATUS.
      *>   ベンダー別内示CSV。ファイル名は実行時にベンダーCDから
      *>   組み立て、"DD_NJIFILE"環境変数へ都度設定してからOPENする
      *>   （EDPG0041と同じfilename-mapping方式）
           SELECT NJI-FILE ASSIGN TO "NJIFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-NJI-STATUS.
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
      *>   納入予定データ（EDPG0040出力・確定枠の特定に用いる）
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

      *>   発注データ
       FD  ORD-FILE.
       01  ORD-REC.
         03  ORD-ORDER-NO                                     PIC X(07).
         03  ORD-BUHIN-CD                                     PIC X(10).
         03  ORD-VENDOR-CD                                    PIC X(08).
         03  ORD-HACCHU-SU                                    PIC 9(07).
         03  ORD-SITEI-NOKI                                   PIC 9(08).

      *>   発注残台帳
      *>   (状態 O:残あり C:完納クローズ)
       FD  ZAN-FILE.
       01  ZAN-REC.
         03  ZAN-ORDER-NO                                     PIC X(07).
         03  ZAN-BUHIN-CD                                     PIC X(10).
         03  ZAN-VENDOR-CD                                    PIC X(08).
         03  ZAN-HACCHU-SU                                    PIC 9(07).
         03  ZAN-SITEI-NOKI                                   PIC 9(08).
         03  ZAN-NYUKA-RUIKEI                                 PIC 9(09).
         03  ZAN-ZAN-SU                                       PIC 9(07).
         03  ZAN-CHOKA-SU                                     PIC 9(09).
         03  ZAN-JOTAI                                        PIC X(01).
         03  ZAN-SAISHU-NYUKA-DATE                            PIC 9(08).
         03  ZAN-CLOSE-DATE                                   PIC 9(08).

      *>   工場カレンダー
       FD  CAL-FILE.
       01  CAL-REC.
         03  CAL-DATE                                         PIC 9(08).

      *>   部品マスタ
       FD  U11-FILE.
       01  U11-REC.
         03  U11-BUHIN-CD                                     PIC X(10).
         03  U11-BUHIN-NAME                                   PIC X(30).
         03  U11-TANI                                         PIC X(05).
         03  U11-SOKO                                         PIC X(05).

      *>   内示明細ソートワーク
      *>   (期間NO 1〜8:週別 9〜12:月別)
       SD  NJI-SRT-FILE.
       01  NJI-SRT-REC.
         03  NJI-SRT-VENDOR-CD                                PIC X(08).
         03  NJI-SRT-BUHIN-CD                                 PIC X(10).
         03  NJI-SRT-KIKAN-NO                                 PIC 9(02).
         03  NJI-SRT-SU                                       PIC 9(07).
         03  NJI-SRT-ORDER-NO                                 PIC X(07).

      *>   内示明細ソート済（ベンダーCD・部品CD順）
       FD  NJIS-FILE.
       01  NJIS-REC.
         03  NJIS-VENDOR-CD                                   PIC X(08).
         03  NJIS-BUHIN-CD                                    PIC X(10).
         03  NJIS-KIKAN-NO                                    PIC 9(02).
         03  NJIS-SU                                          PIC 9(07).
         03  NJIS-ORDER-NO                                    PIC X(07).

      *>   ベンダー別内示CSV
       FD  NJI-FILE.
       01  NJI-REC                                           PIC X(250).

      *>   EDI送信管理ファイル
      *>   (状態 1:作成済 2:送信済 3:受信確認済。
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
       01  KEY-OLD-BUHIN                  PIC X(10)      VALUE SPACES.
       01  CNT-U21-READ                   PIC 9(07)      VALUE 0.
       01  CNT-ORD-READ                   PIC 9(07)      VALUE 0.
       01  CNT-ORD-KAKUTEI                PIC 9(07)      VALUE 0.
       01  CNT-ORD-NAIJI                  PIC 9(07)      VALUE 0.
       01  CNT-ORD-KIKANGAI               PIC 9(07)      VALUE 0.
       01  CNT-ORD-KANNO                  PIC 9(07)      VALUE 0.
       01  CNT-ZAN-READ                   PIC 9(07)      VALUE 0.
       01  CNT-NJI-WRITE                  PIC 9(07)      VALUE 0.
       01  CNT-VENDOR                     PIC 9(05)      VALUE 0.
       01  CNT-VENDOR-DETAIL              PIC 9(07)      VALUE 0.
       01  CNT-SND-WRITE                  PIC 9(05)      VALUE 0.
      *>   直近バッチ特定ワーク（確定枠の最終日＝6日目の実納入日付）
      *>   (拠点ごとにカレンダーが異なるため標準拠点の行を優先する)
       01  WK-MAX-BATCH-ID                PIC 9(05)      VALUE 0.
       01  WK-KAKUTEI-END-DATE            PIC 9(08)      VALUE 0.
       01  WK-HDR-STD-FLG                 PIC X(01)      VALUE 'N'.
         88  HDR-STD                                     VALUE 'Y'.
      *>   発注残台帳保持テーブル
       01  WK-ZAN-TBL.
         03  WK-ZAN-CNT                             PIC 9(05) VALUE 0.
         03  WK-ZAN-ARR            OCCURS 5000 TIMES.
           05  WK-ZAN-ARR-ORDER-NO                   PIC X(07).
           05  WK-ZAN-ARR-ZAN-SU                     PIC 9(07).
           05  WK-ZAN-ARR-JOTAI                      PIC X(01).
       01  WK-ZAN-SUB                     PIC 9(05)      VALUE 0.
       01  WK-ZAN-FOUND-SUB               PIC 9(05)      VALUE 0.
      *>   工場カレンダー保持テーブル
       01  WK-CAL-TBL.
         03  WK-CAL-CNT                             PIC 9(05) VALUE 0.
         03  WK-CAL-ARR            OCCURS 400 TIMES.
           05  WK-CAL-ARR-DATE                       PIC 9(08).
       01  WK-CAL-SUB                     PIC 9(05)      VALUE 0.
      *>   内示期間テーブル（1〜8:週別 9〜12:月別）
      *>   (期間は開始日〜終了日の暦日で持ち、指定納期が休日でも
      *>    いずれかの期間に入るよう隙間なく連続させる。
      *>    代表日は期間内の最初の稼働日。カレンダーの範囲外の
      *>    期間は開始日とする)
       01  WK-KKN-TBL.
         03  WK-KKN-CNT                             PIC 9(02) VALUE 0.
         03  WK-KKN-ARR            OCCURS 12 TIMES.
           05  WK-KKN-ARR-FROM-DATE                  PIC 9(08).
           05  WK-KKN-ARR-TO-DATE                    PIC 9(08).
           05  WK-KKN-ARR-DAIHYO                     PIC X(08).
       01  WK-KKN-SUB                     PIC 9(02)      VALUE 0.
       01  WK-KKN-FOUND-SUB               PIC 9(02)      VALUE 0.
       01  WK-KKN-WEEK-CNT                PIC 9(02)      VALUE 0.
      *>   期間作成ワーク（INTEGER-OF-DATEの通算日。1601年1月1日＝
      *>   月曜を1とするため(通算日-1)/7の商が同じ日は同じ暦週）
       01  WK-NEXT-FROM-INT               PIC 9(07)      VALUE 0.
       01  WK-TO-INT                      PIC 9(07)      VALUE 0.
       01  WK-CUR-INT                     PIC 9(07)      VALUE 0.
       01  WK-WEEK-NO                     PIC 9(07)      VALUE 0.
       01  WK-PREV-WEEK-NO                PIC 9(07)      VALUE 0.
       01  WK-WORK-DATE                   PIC 9(08)      VALUE 0.
       01  WK-WORK-DATE-R  REDEFINES WK-WORK-DATE.
         03  WK-WORK-YYYY                 PIC 9(04).
         03  WK-WORK-MM                   PIC 9(02).
         03  WK-WORK-DD                   PIC 9(02).
      *>   内示数量ワーク
       01  WK-NAIJI-SU                    PIC 9(07)      VALUE 0.
      *>   部品別期間集計（CSV明細1行分）
       01  WK-NJI-SU-LIST.
         03  WK-NJI-SU-ITEM        OCCURS 12 TIMES.
           05  FILLER                                PIC X(01)
                                                     VALUE ','.
           05  WK-NJI-SU                             PIC 9(07).
      *>   期間開始日・終了日・代表日（CSVヘッダ用）
       01  WK-NJI-FROM-LIST.
         03  WK-NJI-FROM-ITEM      OCCURS 12 TIMES.
           05  FILLER                                PIC X(01)
                                                     VALUE ','.
           05  WK-NJI-FROM                           PIC 9(08).
       01  WK-NJI-TO-LIST.
         03  WK-NJI-TO-ITEM        OCCURS 12 TIMES.
           05  FILLER                                PIC X(01)
                                                     VALUE ','.
           05  WK-NJI-TO                             PIC 9(08).
       01  WK-NJI-DAIHYO-LIST.
         03  WK-NJI-DAIHYO-ITEM    OCCURS 12 TIMES.
           05  FILLER                                PIC X(01)
                                                     VALUE ','.
           05  WK-NJI-DAIHYO                         PIC X(08).
      *>   入力ファイル制御ワーク
       01  WK-U21-STATUS                  PIC X(02).
       01  WK-ORD-STATUS                  PIC X(02).
       01  WK-ZAN-STATUS                  PIC X(02).
       01  WK-CAL-STATUS                  PIC X(02).
       01  WK-U11-STATUS                  PIC X(02).
       01  WK-NJIS-STATUS                 PIC X(02).
       01  WK-U21-EOF-FLG                 PIC X(01)      VALUE 'N'.
         88  U21-EOF                                     VALUE 'Y'.
       01  WK-ORD-EOF-FLG                 PIC X(01)      VALUE 'N'.
         88  ORD-EOF                                     VALUE 'Y'.
       01  WK-ZAN-EOF-FLG                 PIC X(01)      VALUE 'N'.
         88  ZAN-EOF                                     VALUE 'Y'.
      *>   ベンダー別CSVファイル制御ワーク
       01  WK-NJI-STATUS                  PIC X(02).
       01  WK-NJI-OPEN-FLG                PIC X(01)      VALUE 'N'.
         88  NJI-OPEN                                    VALUE 'Y'.
       01  WK-NJI-OUT-DIR                 PIC X(100).
       01  WK-NJI-FILE-PATH               PIC X(150).
      *>   EDI送信管理ファイル制御ワーク
       01  WK-SND-STATUS                  PIC X(02).
      *>   ファイルOPENエラー共通表示用ワーク
       01  WK-ERR-FILE-NAME               PIC X(20).
       01  WK-ERR-STATUS                  PIC X(02).
      *>   実行管理台帳ワーク
       01  WK-RUN-STATUS                  PIC X(02).
       01  WK-RUN-EOF-FLG                 PIC X(01)      VALUE 'N'.
         88  RUN-EOF                                     VALUE 'Y'.
       01  WK-PREREQ-OK-FLG               PIC X(01)      VALUE 'N'.
         88  PREREQ-OK                                   VALUE 'Y'.
      *>   処理日ワーク
       01  WK-TODAY-DATE                  PIC 9(08)      VALUE 0.
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
      *>   直近バッチIDと確定枠の特定
           PERFORM S080-FIND-MAX-BATCH.
      *>   実行管理台帳でEDPG0040の完了を確認
           PERFORM S050-CHECK-PREREQ.
      *>   初期処理
           PERFORM S100-INIT.
      *>   発注残台帳読込（テーブル展開）
           PERFORM S120-LOAD-ZAN.
      *>   工場カレンダー読込と内示期間の作成
           PERFORM S130-LOAD-CALENDAR.
           PERFORM S140-SET-KIKAN.
      *>   発注データの抽出・期間振分けとソート
           PERFORM S090-SORT-NJI.
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

      *    U21を全件読み、直近（最大）バッチIDと確定枠の最終日を
      *    特定する
      *>   (EDPG0041のヘッダ日付と同じく、標準拠点（拠点CD空白）の
      *>    行の日付を優先し、なければ直近バッチの最初の行とする)
       S080-FIND-MAX-BATCH                                    SECTION.
           OPEN INPUT U21-FILE.
           IF WK-U21-STATUS NOT = '00'
               MOVE 'U21FILE'            TO WK-ERR-FILE-NAME
               MOVE WK-U21-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           PERFORM UNTIL U21-EOF
               READ U21-FILE
                 AT END
                   SET U21-EOF           TO TRUE
                 NOT AT END
                   ADD 1                 TO CNT-U21-READ
                   IF U21-BATCH-ID > WK-MAX-BATCH-ID
                       MOVE U21-BATCH-ID TO WK-MAX-BATCH-ID
                       MOVE U21-NNYU-DATE(6)
                         TO WK-KAKUTEI-END-DATE
                       MOVE 'N'          TO WK-HDR-STD-FLG
                       IF U21-KYOTEN-CD = SPACES
                           SET HDR-STD   TO TRUE
                       END-IF
                   ELSE
                       IF  U21-BATCH-ID  = WK-MAX-BATCH-ID
                       AND U21-KYOTEN-CD = SPACES
                       AND NOT HDR-STD
                           MOVE U21-NNYU-DATE(6)
                             TO WK-KAKUTEI-END-DATE
                           SET HDR-STD   TO TRUE
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE U21-FILE.
           DISPLAY '   確定枠バッチID = ' WK-MAX-BATCH-ID
                   ' 確定枠最終日 = ' WK-KAKUTEI-END-DATE.

      *    実行管理台帳でEDPG0040の完了を確認
      *>   (当該バッチIDの正常終了記録がなければ、確定枠が
      *>    書きかけのU21によるものとなるため実行を中止する)
      *>   (EDPG0062で取り消されたバッチも未完了と同様に扱う)
       S050-CHECK-PREREQ                                      SECTION.
           MOVE 'N' TO WK-PREREQ-OK-FLG.
           MOVE 'N' TO WK-RUN-EOF-FLG.
           OPEN INPUT RUN-FILE.
           IF WK-RUN-STATUS = '00'
               PERFORM UNTIL RUN-EOF
                   READ RUN-FILE
                     AT END
                       SET RUN-EOF       TO TRUE
                     NOT AT END
                       IF  RUN-PROGRAM-ID = 'EDPG0040'
                       AND RUN-KBN        = 'E'
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
           END-IF.
           IF NOT PREREQ-OK
               DISPLAY '***   前提PG未完了   ***'
               DISPLAY '   EDPG0040 バッチID=' WK-MAX-BATCH-ID
               DISPLAY '   の完了記録がないか取消済です'
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
           MOVE 'EDPG0060'               TO RUN-PROGRAM-ID.
           MOVE WK-MAX-BATCH-ID          TO RUN-BATCH-ID.
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
           MOVE 'EDPG0060'               TO RUN-PROGRAM-ID.
           MOVE WK-MAX-BATCH-ID          TO RUN-BATCH-ID.
           MOVE 'E'                      TO RUN-KBN.
           MOVE FUNCTION CURRENT-DATE(1:14)
                                         TO RUN-DATETIME.
           MOVE CNT-ORD-READ             TO RUN-CNT-IN.
           MOVE CNT-NJI-WRITE            TO RUN-CNT-OUT.
           MOVE RETURN-CODE              TO RUN-RETURN-CD.
           WRITE RUN-REC.
           CLOSE RUN-FILE.

      *>   初期処理
       S100-INIT                                              SECTION.
           MOVE     FUNCTION CURRENT-DATE TO WK-SYS-DATE.
           DISPLAY '*******   EDPG00060  START = '
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

           MOVE SPACES TO WK-NJI-OUT-DIR.
           ACCEPT WK-NJI-OUT-DIR FROM ENVIRONMENT 'EDPG0060_OUTDIR'.
           IF WK-NJI-OUT-DIR = SPACES
               MOVE '.' TO WK-NJI-OUT-DIR
           END-IF.

           OPEN INPUT U11-FILE.
           IF WK-U11-STATUS NOT = '00'
               MOVE 'U11FILE'            TO WK-ERR-FILE-NAME
               MOVE WK-U11-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
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

      *    発注残台帳読込（テーブル展開）
      *>   台帳なしは全オーダーを発注数量で集計する
       S120-LOAD-ZAN                                          SECTION.
           OPEN INPUT ZAN-FILE.
           IF WK-ZAN-STATUS = '35'
               DISPLAY '***  発注残台帳なし  ***'
               DISPLAY '   発注数量で集計します'
           END-IF.
           IF WK-ZAN-STATUS NOT = '00' AND WK-ZAN-STATUS NOT = '35'
               MOVE 'ZANFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-ZAN-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF WK-ZAN-STATUS = '00'
               PERFORM S125-LOAD-ZAN-TBL
               CLOSE ZAN-FILE
           END-IF.

      *    発注残台帳のテーブル展開本体
       S125-LOAD-ZAN-TBL                                      SECTION.
           MOVE 'N' TO WK-ZAN-EOF-FLG.
           PERFORM UNTIL ZAN-EOF
               READ ZAN-FILE
                 AT END
                   SET ZAN-EOF           TO TRUE
                 NOT AT END
                   ADD 1                 TO CNT-ZAN-READ
                   IF WK-ZAN-CNT < 5000
                       ADD  1            TO WK-ZAN-CNT
                       MOVE ZAN-ORDER-NO
                         TO WK-ZAN-ARR-ORDER-NO(WK-ZAN-CNT)
                       MOVE ZAN-ZAN-SU
                         TO WK-ZAN-ARR-ZAN-SU(WK-ZAN-CNT)
                       MOVE ZAN-JOTAI
                         TO WK-ZAN-ARR-JOTAI(WK-ZAN-CNT)
                   ELSE
                       DISPLAY '***  発注残台帳上限超過  ***'
                       DISPLAY '   上限5000件超のため以降は'
                       DISPLAY '   発注数量で集計します'
                       SET ZAN-EOF       TO TRUE
                   END-IF
               END-READ
           END-PERFORM.

      *    工場カレンダー読込（テーブル展開）
       S130-LOAD-CALENDAR                                     SECTION.
           OPEN INPUT CAL-FILE.
           IF WK-CAL-STATUS NOT = '00'
               MOVE 'CALFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-CAL-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           PERFORM UNTIL WK-CAL-CNT = 400
               READ CAL-FILE
                 AT END
                   EXIT PERFORM
                 NOT AT END
                   ADD  1             TO WK-CAL-CNT
                   MOVE CAL-DATE
                     TO WK-CAL-ARR-DATE(WK-CAL-CNT)
               END-READ
           END-PERFORM.
      *    テーブル上限到達時は残りデータの有無を確認し警告表示
           IF WK-CAL-CNT = 400
               READ CAL-FILE
                 AT END
                   CONTINUE
                 NOT AT END
                   DISPLAY '***  工場カレンダー上限超過  ***'
                   DISPLAY '   上限400件超のため以降は'
                   DISPLAY '   読み飛ばします'
               END-READ
           END-IF.
           CLOSE CAL-FILE.

      *    内示期間の作成
      *>   (確定枠最終日の翌日から、稼働日のある暦週を順に
      *>    8週分取り週別期間とする。各週の終了日は日曜日。
      *>    続けて月末までを1期間とする月別期間を4か月分作る。
      *>    8週目の途中で月が替わらない場合、月別1か月目は
      *>    その月の残り日数分となる。
      *>    CSVの期間欄は週別8・月別4の固定のため、カレンダー不足で
      *>    8週分取れない場合は内示を作成せず異常終了する)
       S140-SET-KIKAN                                         SECTION.
           MOVE 0 TO WK-KKN-CNT.
           MOVE 0 TO WK-PREV-WEEK-NO.
           COMPUTE WK-NEXT-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WK-KAKUTEI-END-DATE) + 1.
           PERFORM VARYING WK-CAL-SUB FROM 1 BY 1
                     UNTIL WK-CAL-SUB > WK-CAL-CNT
                        OR WK-KKN-CNT = 8
               IF WK-CAL-ARR-DATE(WK-CAL-SUB) > WK-KAKUTEI-END-DATE
                   COMPUTE WK-CUR-INT = FUNCTION INTEGER-OF-DATE(
                       WK-CAL-ARR-DATE(WK-CAL-SUB))
                   COMPUTE WK-WEEK-NO = (WK-CUR-INT - 1) / 7
                   IF WK-WEEK-NO NOT = WK-PREV-WEEK-NO
                       MOVE WK-WEEK-NO TO WK-PREV-WEEK-NO
                       PERFORM S145-ADD-WEEK-KIKAN
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WK-KKN-CNT TO WK-KKN-WEEK-CNT.
           IF WK-KKN-WEEK-CNT < 8
               DISPLAY '***  工場カレンダー不足  ***'
               DISPLAY '   週別期間は' WK-KKN-WEEK-CNT
                       '週分のみのため中止'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WK-KKN-SUB FROM 1 BY 1
                     UNTIL WK-KKN-SUB > 4
               PERFORM S147-ADD-MONTH-KIKAN
           END-PERFORM.
           PERFORM VARYING WK-KKN-SUB FROM 1 BY 1
                     UNTIL WK-KKN-SUB > WK-KKN-CNT
               DISPLAY '   内示期間' WK-KKN-SUB
                       ' ' WK-KKN-ARR-FROM-DATE(WK-KKN-SUB)
                       '-' WK-KKN-ARR-TO-DATE(WK-KKN-SUB)
                       ' ' WK-KKN-ARR-DAIHYO(WK-KKN-SUB)
           END-PERFORM.

      *    週別期間1件の追加
      *>   (開始日は前期間の翌日、終了日は当該暦週の日曜日、
      *>    代表日は当該暦週の最初の稼働日)
       S145-ADD-WEEK-KIKAN                                    SECTION.
           ADD  1 TO WK-KKN-CNT.
           COMPUTE WK-TO-INT = WK-WEEK-NO * 7 + 7.
           COMPUTE WK-KKN-ARR-FROM-DATE(WK-KKN-CNT) =
               FUNCTION DATE-OF-INTEGER(WK-NEXT-FROM-INT).
           COMPUTE WK-KKN-ARR-TO-DATE(WK-KKN-CNT) =
               FUNCTION DATE-OF-INTEGER(WK-TO-INT).
           MOVE WK-CAL-ARR-DATE(WK-CAL-SUB)
             TO WK-KKN-ARR-DAIHYO(WK-KKN-CNT).
           COMPUTE WK-NEXT-FROM-INT = WK-TO-INT + 1.

      *    月別期間1件の追加
      *>   (開始日は前期間の翌日、終了日はその月の末日、
      *>    代表日は期間内の最初の稼働日)
       S147-ADD-MONTH-KIKAN                                   SECTION.
           ADD  1 TO WK-KKN-CNT.
           COMPUTE WK-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(WK-NEXT-FROM-INT).
           MOVE WK-WORK-DATE TO WK-KKN-ARR-FROM-DATE(WK-KKN-CNT).
      *>   翌月1日の前日を月末日とする
           IF WK-WORK-MM = 12
               ADD  1  TO WK-WORK-YYYY
               MOVE 1  TO WK-WORK-MM
           ELSE
               ADD  1  TO WK-WORK-MM
           END-IF.
           MOVE 1 TO WK-WORK-DD.
           COMPUTE WK-TO-INT =
               FUNCTION INTEGER-OF-DATE(WK-WORK-DATE) - 1.
           COMPUTE WK-KKN-ARR-TO-DATE(WK-KKN-CNT) =
               FUNCTION DATE-OF-INTEGER(WK-TO-INT).
           COMPUTE WK-NEXT-FROM-INT = WK-TO-INT + 1.
           MOVE WK-KKN-ARR-FROM-DATE(WK-KKN-CNT)
             TO WK-KKN-ARR-DAIHYO(WK-KKN-CNT).
           PERFORM VARYING WK-CAL-SUB FROM 1 BY 1
                     UNTIL WK-CAL-SUB > WK-CAL-CNT
               IF  WK-CAL-ARR-DATE(WK-CAL-SUB)
                   >= WK-KKN-ARR-FROM-DATE(WK-KKN-CNT)
               AND WK-CAL-ARR-DATE(WK-CAL-SUB)
                   <= WK-KKN-ARR-TO-DATE(WK-KKN-CNT)
                   MOVE WK-CAL-ARR-DATE(WK-CAL-SUB)
                     TO WK-KKN-ARR-DAIHYO(WK-KKN-CNT)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    発注データを期間へ振り分けてベンダーCD・部品CD順にソート
       S090-SORT-NJI                                          SECTION.
           SORT NJI-SRT-FILE
             ON ASCENDING KEY NJI-SRT-VENDOR-CD
                              NJI-SRT-BUHIN-CD
                              NJI-SRT-KIKAN-NO
             INPUT PROCEDURE S095-SELECT-ORD
             GIVING NJIS-FILE.
      *>   GIVINGファイルはSORT文完了後でないと作成されないため、
      *>   OPENと先読みはここで行う
           OPEN INPUT NJIS-FILE.
           IF WK-NJIS-STATUS NOT = '00'
               MOVE 'NJISFILE'           TO WK-ERR-FILE-NAME
               MOVE WK-NJIS-STATUS       TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           PERFORM S110-READ-NJIS.

      *    確定枠より先の発注データのみ期間を付けてソートへ投入
       S095-SELECT-ORD                                        SECTION.
           OPEN INPUT ORD-FILE.
           IF WK-ORD-STATUS NOT = '00'
               MOVE 'ORDFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-ORD-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           PERFORM UNTIL ORD-EOF
               READ ORD-FILE
                 AT END
                   SET ORD-EOF           TO TRUE
                 NOT AT END
                   ADD 1                 TO CNT-ORD-READ
                   IF ORD-SITEI-NOKI > WK-KAKUTEI-END-DATE
                       PERFORM S097-RELEASE-NAIJI
                   ELSE
                       ADD 1             TO CNT-ORD-KAKUTEI
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE ORD-FILE.

      *    発注1行の期間判定と数量決定
      *>   (最終期間より先の指定納期は期間外として件数のみ数える。
      *>    発注残台帳で完納済・残数量0のオーダーは除く)
       S097-RELEASE-NAIJI                                     SECTION.
           MOVE 0 TO WK-KKN-FOUND-SUB.
           PERFORM VARYING WK-KKN-SUB FROM 1 BY 1
                     UNTIL WK-KKN-SUB > WK-KKN-CNT
               IF  ORD-SITEI-NOKI >= WK-KKN-ARR-FROM-DATE(WK-KKN-SUB)
               AND ORD-SITEI-NOKI <= WK-KKN-ARR-TO-DATE(WK-KKN-SUB)
                   MOVE WK-KKN-SUB TO WK-KKN-FOUND-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WK-KKN-FOUND-SUB = 0
               ADD 1 TO CNT-ORD-KIKANGAI
           ELSE
               MOVE ORD-HACCHU-SU TO WK-NAIJI-SU
               MOVE 0 TO WK-ZAN-FOUND-SUB
               PERFORM VARYING WK-ZAN-SUB FROM 1 BY 1
                         UNTIL WK-ZAN-SUB > WK-ZAN-CNT
                   IF ORD-ORDER-NO = WK-ZAN-ARR-ORDER-NO(WK-ZAN-SUB)
                       MOVE WK-ZAN-SUB TO WK-ZAN-FOUND-SUB
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WK-ZAN-FOUND-SUB NOT = 0
                   IF WK-ZAN-ARR-JOTAI(WK-ZAN-FOUND-SUB) = 'C'
                       MOVE 0 TO WK-NAIJI-SU
                   ELSE
                       MOVE WK-ZAN-ARR-ZAN-SU(WK-ZAN-FOUND-SUB)
                         TO WK-NAIJI-SU
                   END-IF
               END-IF
               IF WK-NAIJI-SU = 0
                   ADD 1 TO CNT-ORD-KANNO
               ELSE
                   ADD  1                TO CNT-ORD-NAIJI
                   MOVE ORD-VENDOR-CD    TO NJI-SRT-VENDOR-CD
                   MOVE ORD-BUHIN-CD     TO NJI-SRT-BUHIN-CD
                   MOVE WK-KKN-FOUND-SUB TO NJI-SRT-KIKAN-NO
                   MOVE WK-NAIJI-SU      TO NJI-SRT-SU
                   MOVE ORD-ORDER-NO     TO NJI-SRT-ORDER-NO
                   RELEASE NJI-SRT-REC
               END-IF
           END-IF.

      *    内示明細ソート済READ処理
       S110-READ-NJIS                                         SECTION.
           READ NJIS-FILE
             AT END
               MOVE HIGH-VALUES           TO KEY-NEW-VENDOR
             NOT AT END
               MOVE NJIS-VENDOR-CD        TO KEY-NEW-VENDOR
           END-READ.

      *>   主処理（ベンダーCD・部品CDブレイク）
       S200-MAIN                                              SECTION.
           IF KEY-NEW-VENDOR NOT = KEY-OLD-VENDOR
               IF NJI-OPEN
                   PERFORM S220-WRITE-NJI-DETAIL
                   PERFORM S230-CLOSE-NJI-FILE
               END-IF
               MOVE KEY-NEW-VENDOR        TO KEY-OLD-VENDOR
               PERFORM S210-OPEN-NJI-FILE
               MOVE NJIS-BUHIN-CD         TO KEY-OLD-BUHIN
           ELSE
               IF NJIS-BUHIN-CD NOT = KEY-OLD-BUHIN
                   PERFORM S220-WRITE-NJI-DETAIL
                   MOVE NJIS-BUHIN-CD     TO KEY-OLD-BUHIN
               END-IF
           END-IF.
           ADD  NJIS-SU TO WK-NJI-SU(NJIS-KIKAN-NO).
           PERFORM S110-READ-NJIS.

      *    ベンダー別内示CSVファイルをオープンしヘッダを出力
       S210-OPEN-NJI-FILE                                     SECTION.
           MOVE SPACES TO WK-NJI-FILE-PATH.
           STRING FUNCTION TRIM(WK-NJI-OUT-DIR)
                                 DELIMITED BY SIZE
                  '/NJI_'         DELIMITED BY SIZE
                  NJIS-VENDOR-CD  DELIMITED BY SIZE
                  '.csv'          DELIMITED BY SIZE
             INTO WK-NJI-FILE-PATH.
           DISPLAY 'DD_NJIFILE'     UPON ENVIRONMENT-NAME.
           DISPLAY WK-NJI-FILE-PATH UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT NJI-FILE.
           IF WK-NJI-STATUS NOT = '00'
               DISPLAY '***   NJI-FILE OPENエラー STATUS='
                       WK-NJI-STATUS ' PATH=' WK-NJI-FILE-PATH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET  NJI-OPEN            TO TRUE.
           ADD  1                   TO CNT-VENDOR.
           MOVE 0                   TO CNT-VENDOR-DETAIL.
           PERFORM VARYING WK-KKN-SUB FROM 1 BY 1
                     UNTIL WK-KKN-SUB > 12
               MOVE 0               TO WK-NJI-SU(WK-KKN-SUB)
               MOVE WK-KKN-ARR-FROM-DATE(WK-KKN-SUB)
                                    TO WK-NJI-FROM(WK-KKN-SUB)
               MOVE WK-KKN-ARR-TO-DATE(WK-KKN-SUB)
                                    TO WK-NJI-TO(WK-KKN-SUB)
               MOVE WK-KKN-ARR-DAIHYO(WK-KKN-SUB)
                                    TO WK-NJI-DAIHYO(WK-KKN-SUB)
           END-PERFORM.
      *>   ヘッダ1行目：ベンダーCD・内示（確定ではない）の表示・
      *>   確定枠最終日・作成日
           MOVE SPACES              TO NJI-REC.
           STRING 'VENDOR-CD,'           DELIMITED BY SIZE
                  FUNCTION TRIM(NJIS-VENDOR-CD)
                                         DELIMITED BY SIZE
                  ',FORECAST,NON-BINDING'
                                         DELIMITED BY SIZE
                  ',FIRM-UNTIL,'         DELIMITED BY SIZE
                  WK-KAKUTEI-END-DATE    DELIMITED BY SIZE
                  ',CREATE-DATE,'        DELIMITED BY SIZE
                  WK-TODAY-DATE          DELIMITED BY SIZE
             INTO NJI-REC.
           WRITE NJI-REC.
      *>   ヘッダ2〜4行目：期間の代表日（最初の稼働日）・
      *>   開始日・終了日
           MOVE SPACES              TO NJI-REC.
           STRING 'PERIOD,,'             DELIMITED BY SIZE
                  WK-NJI-DAIHYO-LIST     DELIMITED BY SIZE
             INTO NJI-REC.
           WRITE NJI-REC.
           MOVE SPACES              TO NJI-REC.
           STRING 'PERIOD-FROM,,'        DELIMITED BY SIZE
                  WK-NJI-FROM-LIST       DELIMITED BY SIZE
             INTO NJI-REC.
           WRITE NJI-REC.
           MOVE SPACES              TO NJI-REC.
           STRING 'PERIOD-TO,,'          DELIMITED BY SIZE
                  WK-NJI-TO-LIST         DELIMITED BY SIZE
             INTO NJI-REC.
           WRITE NJI-REC.
      *>   ヘッダ5行目：明細の項目名
           MOVE SPACES              TO NJI-REC.
           STRING 'KBN,BUHIN-CD,BUHIN-NAME,'
                                         DELIMITED BY SIZE
                  'W01,W02,W03,W04,W05,W06,W07,W08,'
                                         DELIMITED BY SIZE
                  'M01,M02,M03,M04'      DELIMITED BY SIZE
             INTO NJI-REC.
           WRITE NJI-REC.

      *    ベンダー別内示CSV明細行（部品1行）を出力
      *>   (区分欄に全行NON-BINDINGを出力し、確定数量と区別する)
       S220-WRITE-NJI-DETAIL                                  SECTION.
           MOVE SPACES        TO U11-BUHIN-NAME.
           MOVE KEY-OLD-BUHIN TO U11-BUHIN-CD.
           READ U11-FILE
             INVALID KEY
               MOVE SPACES    TO U11-BUHIN-NAME
           END-READ.
           MOVE SPACES TO NJI-REC.
           STRING 'NON-BINDING,'               DELIMITED BY SIZE
                  FUNCTION TRIM(KEY-OLD-BUHIN) DELIMITED BY SIZE
                  ','                          DELIMITED BY SIZE
                  FUNCTION TRIM(U11-BUHIN-NAME)
                                               DELIMITED BY SIZE
                  WK-NJI-SU-LIST               DELIMITED BY SIZE
             INTO NJI-REC.
           WRITE NJI-REC.
           ADD   1                       TO CNT-NJI-WRITE.
           ADD   1                       TO CNT-VENDOR-DETAIL.
           PERFORM VARYING WK-KKN-SUB FROM 1 BY 1
                     UNTIL WK-KKN-SUB > 12
               MOVE 0 TO WK-NJI-SU(WK-KKN-SUB)
           END-PERFORM.

      *    ベンダー別内示CSVをクローズし送信管理ファイルへ登録
      *>   (バッチIDは確定枠を決めた直近バッチ、種別は2:内示)
       S230-CLOSE-NJI-FILE                                    SECTION.
           CLOSE NJI-FILE.
           MOVE 'N' TO WK-NJI-OPEN-FLG.
           MOVE KEY-OLD-VENDOR           TO SND-VENDOR-CD.
           MOVE WK-MAX-BATCH-ID          TO SND-BATCH-ID.
           MOVE CNT-VENDOR-DETAIL        TO SND-KENSU.
           MOVE FUNCTION CURRENT-DATE(1:14)
                                         TO SND-CREATE-DATETIME.
           MOVE '1'                      TO SND-STATUS.
           MOVE 0                        TO SND-RESEND-CNT.
           MOVE '2'                      TO SND-SHUBETSU.
           MOVE 0                        TO SND-ACK-DATETIME.
           WRITE SND-REC.
           ADD  1                        TO CNT-SND-WRITE.

      *>   終了処理
       S300-FINL                                              SECTION.
           IF NJI-OPEN
               PERFORM S220-WRITE-NJI-DETAIL
               PERFORM S230-CLOSE-NJI-FILE
           END-IF.
           CLOSE NJIS-FILE
                 U11-FILE
                 SND-FILE.

           PERFORM S310-WRITE-RUN-END.

           DISPLAY '   (U21)     READ        = ' CNT-U21-READ.
           DISPLAY '   (ZAN)     READ        = ' CNT-ZAN-READ.
           DISPLAY '   (ORD)     READ        = ' CNT-ORD-READ.
           DISPLAY '   (ORD)     確定枠内    = ' CNT-ORD-KAKUTEI.
           DISPLAY '   (ORD)     内示対象    = ' CNT-ORD-NAIJI.
           DISPLAY '   (ORD)     完納済      = ' CNT-ORD-KANNO.
           DISPLAY '   (ORD)     期間外      = ' CNT-ORD-KIKANGAI.
           DISPLAY '   (NJI)     WRITE       = ' CNT-NJI-WRITE.
           DISPLAY '   (NJI)     ベンダー件数 = ' CNT-VENDOR.
           DISPLAY '   (SND)     登録件数    = ' CNT-SND-WRITE.

           MOVE     FUNCTION CURRENT-DATE TO WK-SYS-DATE.
           DISPLAY '*******   EDPG00060  END   = '
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
