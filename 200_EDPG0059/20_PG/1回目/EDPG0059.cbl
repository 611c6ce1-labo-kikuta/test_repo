      ******************************************************************
      * Author:WATANABE KAZUMA
      * Date:20261015
      * Purpose:納期回答エラーの保留ファイル(HRY)の更新
      *         EDPG0040のエラーファイル(U01ERR)とEDPG0053の検査
      *         不合格ファイル(RCVERR)を保留NOを採番して保留ファイル
      *         へ取り込み（前回取込後に正常終了した実行分のみ）、
      *         訂正トランザクション(HTR)により項目の訂正・解除・
      *         取消を行う。解除した行はU01と同一レイアウトの
      *         再投入ファイル(U01HSK)へ出力し、次回のEDPG0040が
      *         U01とあわせて読み込む（前回出力分をEDPG0040が
      *         まだ読み込んでいない場合は、その後ろへ追記する）。
      *         拒否日からN日を超えて未解除の行を、ベンダー別・
      *         エラー元・理由CD別の滞留一覧(HRYRPT)に印字する
      *         (状態 H:保留中 T:訂正済・未解除 R:解除済 C:取消。
      *          滞留日数は環境変数EDPG0059_AGING_DAYS（未設定時は
      *          3日）、解除・取消済行の保存日数は
      *          EDPG0059_HOZON_DAYS（未設定時は30日）で指定する。
      *          保留ファイルの入替え(HRYNEW→HRY)はジョブ側で行う)
      *         納入先拠点CDは回答イメージの後に保持し、再投入時に
      *         U01へ引き継ぐ（空白は標準拠点・項目CD 08で訂正可）
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. EDPG0059.
       ENVIRONMENT                                            DIVISION.
       INPUT-OUTPUT                                           SECTION.
       FILE-CONTROL.
      *>   各ファイルはJCL論理名相当のDD名でASSIGNする。
      *>   実行時に環境変数DD_xxxxxx（またはxxxxxx）を設定すれば
      *>   再コンパイルなしに格納先を差替え可能（未設定時はカレント
      *>   ディレクトリ直下のDD名そのものを参照する）
      *>   保留ファイル（前回分）
           SELECT HRY-FILE ASSIGN TO "HRYFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-HRY-STATUS.
      *>   保留ファイル（今回更新分）
           SELECT HRY-NEW-FILE ASSIGN TO "HRYNEWFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-HRYNEW-STATUS.
      *>   納期回答データエラー（EDPG0040出力）
           SELECT U01-ERR-FILE ASSIGN TO "U01ERRFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-U01ERR-STATUS.
      *>   検査不合格行（EDPG0053出力）
           SELECT RCV-ERR-FILE ASSIGN TO "RCVERRFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-RCVERR-STATUS.
      *>   訂正トランザクション
           SELECT HTR-FILE ASSIGN TO "HTRFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-HTR-STATUS.
      *>   再投入ファイル（U01と同一レイアウト・EDPG0040入力）
           SELECT U01-HSK-FILE ASSIGN TO "U01HSKFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-U01HSK-STATUS.
      *>   訂正処理結果・滞留一覧
           SELECT HRY-RPT-FILE ASSIGN TO "HRYRPTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-HRYRPT-STATUS.
      *>   滞留一覧明細ワーク（ベンダー・理由CD別一覧のソート用）
           SELECT HRA-SRT-FILE ASSIGN TO 'HRASRT.tmp'.
           SELECT HRAS-FILE ASSIGN TO 'HRASWRK.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-HRAS-STATUS.
      *>   実行管理台帳（全バッチPG共通の開始・終了記録／追記）
           SELECT RUN-FILE ASSIGN TO "RUNFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-RUN-STATUS.
       DATA                                                   DIVISION.
       FILE                                                   SECTION.
      *>   保留ファイル（前回分）
      *>   (エラー元 1:U01ERR 2:RCVERR。ベンダーCDはRCVERRでは
      *>    受信ファイルのベンダーCD。回答イメージはU01と同一
      *>    レイアウトで、数値項目も訂正のためXで保持する)
       FD  HRY-FILE.
       01  HRY-REC.
         03  HRY-HORYU-NO                                     PIC 9(07).
         03  HRY-MOTO-KBN                                     PIC X(01).
         03  HRY-VENDOR-CD                                    PIC X(08).
         03  HRY-REASON-CD                                    PIC X(02).
         03  HRY-IMAGE                                        PIC X(40).
         03  HRY-JOTAI                                        PIC X(01).
         03  HRY-KYOHI-DATE                                   PIC 9(08).
         03  HRY-KOSHIN-DATE                                  PIC 9(08).
         03  HRY-KYOTEN-CD                                    PIC X(03).

      *>   保留ファイル（今回更新分・レイアウトはHRYと同一）
       FD  HRY-NEW-FILE.
       01  HRY-NEW-REC.
         03  HRY-NEW-HORYU-NO                                 PIC 9(07).
         03  HRY-NEW-MOTO-KBN                                 PIC X(01).
         03  HRY-NEW-VENDOR-CD                                PIC X(08).
         03  HRY-NEW-REASON-CD                                PIC X(02).
         03  HRY-NEW-IMAGE                                    PIC X(40).
         03  HRY-NEW-JOTAI                                    PIC X(01).
         03  HRY-NEW-KYOHI-DATE                               PIC 9(08).
         03  HRY-NEW-KOSHIN-DATE                              PIC 9(08).
         03  HRY-NEW-KYOTEN-CD                                PIC X(03).

      *>   納期回答データエラー（U01レイアウト＋理由CD。
      *>   数値項目もXで受ける）
       FD  U01-ERR-FILE.
       01  U01-ERR-REC.
         03  U01-ERR-IMAGE.
           05  U01-ERR-KOBAI-TANTO-CD                         PIC X(05).
           05  U01-ERR-BUHIN-CD                               PIC X(10).
           05  U01-ERR-VENDOR-CD                              PIC X(08).
           05  U01-ERR-SUPPLY-DAY                             PIC X(02).
           05  U01-ERR-NKKAITO-SU                             PIC X(07).
           05  U01-ERR-ORDER-NO                               PIC X(07).
           05  U01-ERR-REC-KBN                                PIC X(01).
         03  U01-ERR-REASON-CD                                PIC X(02).
         03  U01-ERR-KYOTEN-CD                                PIC X(03).

      *>   検査不合格行（理由CD付）
       FD  RCV-ERR-FILE.
       01  RCV-ERR-REC.
         03  RCV-ERR-VENDOR-CD                                PIC X(08).
         03  RCV-ERR-IMAGE                                    PIC X(40).
         03  RCV-ERR-REASON-CD                                PIC X(02).
         03  RCV-ERR-KYOTEN-CD                                PIC X(03).

      *>   訂正トランザクション
      *>   (処理区分 1:訂正 2:解除 3:取消。
      *>    項目CDは訂正時のみ 01:購買担当者CD 02:部品CD
      *>    03:ベンダーCD 04:SUPPLY-DAY(2桁) 05:納期回答数量(7桁)
      *>    06:オーダーNO 07:レコード区分 08:納入先拠点CD。
      *>    訂正値は左詰め)
       FD  HTR-FILE.
       01  HTR-REC.
         03  HTR-HORYU-NO                                     PIC X(07).
         03  HTR-SHORI-KBN                                    PIC X(01).
         03  HTR-KOMOKU-CD                                    PIC X(02).
         03  HTR-VALUE                                        PIC X(10).

      *>   再投入ファイル
      *>   (EDPG0040の最終正常終了より後に本PGが正常終了していれば
      *>    前回出力分は未読込のため追記、それ以外は新規作成する)
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

      *>   訂正処理結果・滞留一覧
       FD  HRY-RPT-FILE.
       01  HRY-RPT-LINE                                      PIC X(132).

      *>   滞留一覧明細ソートワーク
       SD  HRA-SRT-FILE.
       01  HRA-SRT-REC.
         03  HRA-SRT-VENDOR-CD                                PIC X(08).
         03  HRA-SRT-MOTO-KBN                                 PIC X(01).
         03  HRA-SRT-REASON-CD                                PIC X(02).
         03  HRA-SRT-HORYU-NO                                 PIC 9(07).
         03  HRA-SRT-KYOHI-DATE                               PIC 9(08).
         03  HRA-SRT-KEIKA-NISSU                              PIC 9(05).
         03  HRA-SRT-JOTAI                                    PIC X(01).
         03  HRA-SRT-IMAGE                                    PIC X(40).

      *>   滞留一覧明細ソート済
       FD  HRAS-FILE.
       01  HRAS-REC.
         03  HRAS-VENDOR-CD                                   PIC X(08).
         03  HRAS-MOTO-KBN                                    PIC X(01).
         03  HRAS-REASON-CD                                   PIC X(02).
         03  HRAS-HORYU-NO                                    PIC 9(07).
         03  HRAS-KYOHI-DATE                                  PIC 9(08).
         03  HRAS-KEIKA-NISSU                                 PIC 9(05).
         03  HRAS-JOTAI                                       PIC X(01).
         03  HRAS-IMAGE.
           05  HRAS-KOBAI-TANTO-CD                            PIC X(05).
           05  HRAS-BUHIN-CD                                  PIC X(10).
           05  HRAS-IMG-VENDOR-CD                             PIC X(08).
           05  HRAS-SUPPLY-DAY                                PIC X(02).
           05  HRAS-NKKAITO-SU                                PIC X(07).
           05  HRAS-ORDER-NO                                  PIC X(07).
           05  HRAS-REC-KBN                                   PIC X(01).

      *>   実行管理台帳
      *>   (区分 S:開始 E:正常終了。異常終了時はEが残らないため
      *>    Sのみのエントリが未完了実行として検出できる。
      *>    保留ファイルの更新はバッチIDと無関係のためID=0で記録する)
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
       01  CNT-HRY-READ                   PIC 9(07)      VALUE 0.
       01  CNT-U01ERR-TORIKOMI            PIC 9(07)      VALUE 0.
       01  CNT-RCVERR-TORIKOMI            PIC 9(07)      VALUE 0.
       01  CNT-HTR-READ                   PIC 9(07)      VALUE 0.
       01  CNT-HTR-TEISEI                 PIC 9(07)      VALUE 0.
       01  CNT-HTR-KAIJO                  PIC 9(07)      VALUE 0.
       01  CNT-HTR-TORIKESHI              PIC 9(07)      VALUE 0.
       01  CNT-HTR-ERR                    PIC 9(07)      VALUE 0.
       01  CNT-U01HSK-WRITE               PIC 9(07)      VALUE 0.
       01  CNT-HRY-SAKUJO                 PIC 9(07)      VALUE 0.
       01  CNT-HRY-WRITE                  PIC 9(07)      VALUE 0.
       01  CNT-HRY-MIKAIJO                PIC 9(07)      VALUE 0.
       01  CNT-HRY-TAIRYU                 PIC 9(07)      VALUE 0.
      *>   保留ファイル保持テーブル
       01  WK-HRY-TBL.
         03  WK-HRY-CNT                             PIC 9(05) VALUE 0.
         03  WK-HRY-ARR            OCCURS 5000 TIMES.
           05  WK-HRY-ARR-HORYU-NO                   PIC 9(07).
           05  WK-HRY-ARR-MOTO-KBN                   PIC X(01).
           05  WK-HRY-ARR-VENDOR-CD                  PIC X(08).
           05  WK-HRY-ARR-REASON-CD                  PIC X(02).
           05  WK-HRY-ARR-IMAGE.
             07  WK-HRY-ARR-KOBAI-TANTO-CD           PIC X(05).
             07  WK-HRY-ARR-BUHIN-CD                 PIC X(10).
             07  WK-HRY-ARR-IMG-VENDOR-CD            PIC X(08).
             07  WK-HRY-ARR-SUPPLY-DAY               PIC X(02).
             07  WK-HRY-ARR-NKKAITO-SU               PIC X(07).
             07  WK-HRY-ARR-ORDER-NO                 PIC X(07).
             07  WK-HRY-ARR-REC-KBN                  PIC X(01).
           05  WK-HRY-ARR-JOTAI                      PIC X(01).
           05  WK-HRY-ARR-KYOHI-DATE                 PIC 9(08).
           05  WK-HRY-ARR-KOSHIN-DATE                PIC 9(08).
           05  WK-HRY-ARR-KYOTEN-CD                  PIC X(03).
       01  WK-HRY-SUB                     PIC 9(05)      VALUE 0.
       01  WK-HRY-FOUND-SUB               PIC 9(05)      VALUE 0.
       01  WK-HRY-MAX-NO                  PIC 9(07)      VALUE 0.
       01  WK-HRY-SRCH-NO                 PIC 9(07)      VALUE 0.
      *>   取込判定ワーク（実行管理台帳の各PG最終正常終了日時）
       01  WK-LAST-0040-DT                PIC X(14)      VALUE ZERO.
       01  WK-LAST-0053-DT                PIC X(14)      VALUE ZERO.
       01  WK-LAST-0059-DT                PIC X(14)      VALUE ZERO.
       01  WK-KYOHI-DATE                  PIC 9(08)      VALUE 0.
      *>   取込元ワーク（S135で保留ファイルへ追加する1行）
       01  WK-ADD-MOTO-KBN                PIC X(01).
       01  WK-ADD-VENDOR-CD               PIC X(08).
       01  WK-ADD-REASON-CD               PIC X(02).
       01  WK-ADD-IMAGE                   PIC X(40).
       01  WK-ADD-KYOTEN-CD               PIC X(03).
      *>   訂正トランザクション判定ワーク
       01  WK-HTR-KEKKA                   PIC X(40).
       01  WK-HTR-OK-FLG                  PIC X(01)      VALUE 'N'.
         88  HTR-OK                                      VALUE 'Y'.
       01  WK-IMAGE-OK-FLG                PIC X(01)      VALUE 'N'.
         88  IMAGE-OK                                    VALUE 'Y'.
       01  WK-CHK-SUPPLY-DAY              PIC 9(02)      VALUE 0.
      *>   環境変数パラメータ
       01  WK-AGING-DAYS-X                PIC X(04).
       01  WK-AGING-DAYS                  PIC 9(04)      VALUE 3.
       01  WK-HOZON-DAYS-X                PIC X(04).
       01  WK-HOZON-DAYS                  PIC 9(04)      VALUE 30.
      *>   経過日数ワーク
       01  WK-TODAY-DATE                  PIC 9(08)      VALUE 0.
       01  WK-KEIKA-NISSU                 PIC S9(05)     VALUE 0.
      *>   ファイル制御ワーク
       01  WK-HRY-STATUS                  PIC X(02).
       01  WK-HRYNEW-STATUS               PIC X(02).
       01  WK-U01ERR-STATUS               PIC X(02).
       01  WK-RCVERR-STATUS               PIC X(02).
       01  WK-HTR-STATUS                  PIC X(02).
       01  WK-U01HSK-STATUS               PIC X(02).
       01  WK-HRYRPT-STATUS               PIC X(02).
       01  WK-HRAS-STATUS                 PIC X(02).
       01  WK-HRY-EOF-FLG                 PIC X(01)      VALUE 'N'.
         88  HRY-EOF                                     VALUE 'Y'.
       01  WK-ERR-EOF-FLG                 PIC X(01)      VALUE 'N'.
         88  ERR-EOF                                     VALUE 'Y'.
       01  WK-HTR-EOF-FLG                 PIC X(01)      VALUE 'N'.
         88  HTR-EOF                                     VALUE 'Y'.
      *>   ファイルOPENエラー共通表示用ワーク
       01  WK-ERR-FILE-NAME               PIC X(20).
       01  WK-ERR-STATUS                  PIC X(02).
      *>   実行管理台帳ワーク
       01  WK-RUN-STATUS                  PIC X(02).
       01  WK-RUN-EOF-FLG                 PIC X(01)      VALUE 'N'.
         88  RUN-EOF                                     VALUE 'Y'.
      *>   滞留一覧のブレイク制御
       01  RPT-HRA-VENDOR-OLD             PIC X(08)      VALUE SPACES.
       01  RPT-HRA-REASON-OLD.
         03  RPT-HRA-MOTO-OLD             PIC X(01)      VALUE SPACES.
         03  RPT-HRA-REASON-CD-OLD        PIC X(02)      VALUE SPACES.
       01  RPT-HRA-FIRST-FLG              PIC X(01)      VALUE 'Y'.
         88  RPT-HRA-FIRST-TIME                          VALUE 'Y'.
       01  RPT-HRA-REASON-KENSU           PIC 9(05)      VALUE 0.
      *>   帳票編集ワーク
       01  WK-RPT-HTR-LINE.
         03  FILLER                               PIC X(02).
         03  WK-RPT-T-HORYU                       PIC X(07).
         03  FILLER                               PIC X(02).
         03  WK-RPT-T-SHORI                       PIC X(06).
         03  FILLER                               PIC X(02).
         03  WK-RPT-T-KOMOKU                      PIC X(02).
         03  FILLER                               PIC X(02).
         03  WK-RPT-T-VALUE                       PIC X(10).
         03  FILLER                               PIC X(02).
         03  WK-RPT-T-KEKKA                       PIC X(40).
       01  WK-RPT-VENDOR-LINE.
         03  FILLER                               PIC X(15)
             VALUE 'ベンダーCD='.
         03  WK-RPT-V-VENDOR                      PIC X(08).
       01  WK-RPT-REASON-LINE.
         03  FILLER                               PIC X(16)
             VALUE '  エラー元='.
         03  WK-RPT-R-MOTO                        PIC X(06).
         03  FILLER                               PIC X(12)
             VALUE ' 理由CD='.
         03  WK-RPT-R-REASON                      PIC X(02).
         03  FILLER                               PIC X(01).
         03  WK-RPT-R-REASON-NAME                 PIC X(40).
       01  WK-RPT-AGING-LINE.
         03  FILLER                               PIC X(04).
         03  WK-RPT-A-HORYU                       PIC 9(07).
         03  FILLER                               PIC X(02).
         03  WK-RPT-A-KYOHI                       PIC 9(08).
         03  FILLER                               PIC X(02).
         03  WK-RPT-A-KEIKA                       PIC ZZZZ9.
         03  FILLER                               PIC X(02).
         03  WK-RPT-A-JOTAI                       PIC X(10).
         03  FILLER                               PIC X(01).
         03  WK-RPT-A-TANTO                       PIC X(06).
         03  WK-RPT-A-BUHIN                       PIC X(11).
         03  WK-RPT-A-VENDOR                      PIC X(09).
         03  WK-RPT-A-DAY                         PIC X(03).
         03  WK-RPT-A-SU                          PIC X(08).
         03  WK-RPT-A-ORDER                       PIC X(08).
         03  WK-RPT-A-KBN                         PIC X(01).
       01  WK-RPT-KENSU-LINE.
         03  FILLER                               PIC X(12)
             VALUE '    件数='.
         03  WK-RPT-K-KENSU                       PIC ZZZZ9.
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
      *>   実行管理台帳で取込対象のエラーファイルを判定
           PERFORM S050-CHECK-RUN.
      *>   再投入ファイルOPEN（未読込の前回出力分があれば追記）
           PERFORM S070-OPEN-U01HSK.
      *>   実行管理台帳へ開始レコードを追記
           PERFORM S060-WRITE-RUN-START.
      *>   前回保留ファイル読込（テーブル展開）
           PERFORM S120-LOAD-HRY.
      *>   U01ERR・RCVERRの取込
           PERFORM S130-COLLECT-U01ERR.
           PERFORM S140-COLLECT-RCVERR.
      *>   訂正トランザクションの反映
           PERFORM S150-APPLY-HTR.
      *>   新保留ファイル出力
           PERFORM S200-WRITE-HRY-NEW.
      *>   滞留一覧印刷
           PERFORM S250-PRINT-AGING.
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
           DISPLAY '*******   EDPG00059  START = '
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
      *>   滞留日数は環境変数から取得する（未設定時は3日）
           MOVE SPACES TO WK-AGING-DAYS-X.
           ACCEPT WK-AGING-DAYS-X
             FROM ENVIRONMENT 'EDPG0059_AGING_DAYS'.
           IF  WK-AGING-DAYS-X NOT = SPACES
           AND FUNCTION TRIM(WK-AGING-DAYS-X) IS NUMERIC
               MOVE FUNCTION NUMVAL(WK-AGING-DAYS-X) TO WK-AGING-DAYS
           END-IF.
      *>   解除・取消済行の保存日数は環境変数から取得する
      *>   （未設定時は30日）
           MOVE SPACES TO WK-HOZON-DAYS-X.
           ACCEPT WK-HOZON-DAYS-X
             FROM ENVIRONMENT 'EDPG0059_HOZON_DAYS'.
           IF  WK-HOZON-DAYS-X NOT = SPACES
           AND FUNCTION TRIM(WK-HOZON-DAYS-X) IS NUMERIC
               MOVE FUNCTION NUMVAL(WK-HOZON-DAYS-X) TO WK-HOZON-DAYS
           END-IF.
           DISPLAY '   滞留日数     = ' WK-AGING-DAYS.
           DISPLAY '   保存日数     = ' WK-HOZON-DAYS.

           OPEN OUTPUT HRY-NEW-FILE.
           IF WK-HRYNEW-STATUS NOT = '00'
               MOVE 'HRYNEWFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-HRYNEW-STATUS     TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           OPEN OUTPUT HRY-RPT-FILE.
           IF WK-HRYRPT-STATUS NOT = '00'
               MOVE 'HRYRPTFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-HRYRPT-STATUS     TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           MOVE SPACES TO HRY-RPT-LINE.
           STRING '納期回答エラー保留ファイル'
                  '　訂正処理結果・滞留一覧'
                  DELIMITED BY SIZE INTO HRY-RPT-LINE.
           WRITE HRY-RPT-LINE.
           MOVE SPACES TO HRY-RPT-LINE.
           STRING '処理日=' WK-TODAY-DATE
                  DELIMITED BY SIZE INTO HRY-RPT-LINE.
           WRITE HRY-RPT-LINE.

      *    実行管理台帳で取込対象のエラーファイルを判定
      *>   (EDPG0040・EDPG0053の最終正常終了が前回の本PG正常終了
      *>    より後の場合のみ、そのエラーファイルを取り込む。
      *>    同じエラーファイルの二重取込を防ぐ)
       S050-CHECK-RUN                                         SECTION.
           MOVE 'N' TO WK-RUN-EOF-FLG.
           OPEN INPUT RUN-FILE.
           IF WK-RUN-STATUS = '00'
               PERFORM UNTIL RUN-EOF
                   READ RUN-FILE
                     AT END
                       SET RUN-EOF       TO TRUE
                     NOT AT END
                       IF RUN-KBN = 'E'
                           PERFORM S055-SAVE-LAST-DT
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-FILE
           END-IF.
           IF WK-RUN-STATUS NOT = '00' AND WK-RUN-STATUS NOT = '35'
               MOVE 'RUNFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-RUN-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           DISPLAY '   EDPG0040 最終完了 = ' WK-LAST-0040-DT.
           DISPLAY '   EDPG0053 最終完了 = ' WK-LAST-0053-DT.
           DISPLAY '   EDPG0059 前回完了 = ' WK-LAST-0059-DT.

      *    各PGの最終正常終了日時を保存
       S055-SAVE-LAST-DT                                      SECTION.
           EVALUATE RUN-PROGRAM-ID
             WHEN 'EDPG0040'
               IF RUN-DATETIME > WK-LAST-0040-DT
                   MOVE RUN-DATETIME TO WK-LAST-0040-DT
               END-IF
             WHEN 'EDPG0053'
               IF RUN-DATETIME > WK-LAST-0053-DT
                   MOVE RUN-DATETIME TO WK-LAST-0053-DT
               END-IF
             WHEN 'EDPG0059'
               IF RUN-DATETIME > WK-LAST-0059-DT
                   MOVE RUN-DATETIME TO WK-LAST-0059-DT
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *    再投入ファイルOPEN
      *>   (前回の本PG正常終了がEDPG0040の最終正常終了より後の場合、
      *>    前回解除分はEDPG0040に未読込のため上書きせず追記する)
       S070-OPEN-U01HSK                                       SECTION.
           IF WK-LAST-0059-DT > WK-LAST-0040-DT
               DISPLAY '   U01HSKは未読込のため追記'
               OPEN EXTEND U01-HSK-FILE
               IF WK-U01HSK-STATUS = '35'
                   OPEN OUTPUT U01-HSK-FILE
               END-IF
           ELSE
               OPEN OUTPUT U01-HSK-FILE
           END-IF.
           IF WK-U01HSK-STATUS NOT = '00'
               MOVE 'U01HSKFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-U01HSK-STATUS     TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
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
           MOVE 'EDPG0059'               TO RUN-PROGRAM-ID.
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
           MOVE 'EDPG0059'               TO RUN-PROGRAM-ID.
           MOVE 0                        TO RUN-BATCH-ID.
           MOVE 'E'                      TO RUN-KBN.
           MOVE FUNCTION CURRENT-DATE(1:14)
                                         TO RUN-DATETIME.
           COMPUTE RUN-CNT-IN = CNT-U01ERR-TORIKOMI
                              + CNT-RCVERR-TORIKOMI.
           MOVE CNT-U01HSK-WRITE         TO RUN-CNT-OUT.
           MOVE RETURN-CODE              TO RUN-RETURN-CD.
           WRITE RUN-REC.
           CLOSE RUN-FILE.

      *    前回保留ファイル読込（テーブル展開）
      *>   保留ファイルなし（初回運転）も正常として扱う
       S120-LOAD-HRY                                          SECTION.
           OPEN INPUT HRY-FILE.
           IF WK-HRY-STATUS = '35'
               DISPLAY '***  保留ファイルなし  ***'
               DISPLAY '   空のファイルから開始します'
           END-IF.
           IF WK-HRY-STATUS NOT = '00' AND WK-HRY-STATUS NOT = '35'
               MOVE 'HRYFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-HRY-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF WK-HRY-STATUS = '00'
               PERFORM S125-LOAD-HRY-TBL
               CLOSE HRY-FILE
           END-IF.

      *    保留ファイルのテーブル展開本体
       S125-LOAD-HRY-TBL                                      SECTION.
           MOVE 'N' TO WK-HRY-EOF-FLG.
           PERFORM UNTIL HRY-EOF
               READ HRY-FILE
                 AT END
                   SET HRY-EOF           TO TRUE
                 NOT AT END
                   ADD 1                 TO CNT-HRY-READ
                   IF HRY-HORYU-NO > WK-HRY-MAX-NO
                       MOVE HRY-HORYU-NO TO WK-HRY-MAX-NO
                   END-IF
                   IF WK-HRY-CNT < 5000
                       ADD  1            TO WK-HRY-CNT
                       MOVE HRY-HORYU-NO
                         TO WK-HRY-ARR-HORYU-NO(WK-HRY-CNT)
                       MOVE HRY-MOTO-KBN
                         TO WK-HRY-ARR-MOTO-KBN(WK-HRY-CNT)
                       MOVE HRY-VENDOR-CD
                         TO WK-HRY-ARR-VENDOR-CD(WK-HRY-CNT)
                       MOVE HRY-REASON-CD
                         TO WK-HRY-ARR-REASON-CD(WK-HRY-CNT)
                       MOVE HRY-IMAGE
                         TO WK-HRY-ARR-IMAGE(WK-HRY-CNT)
                       MOVE HRY-JOTAI
                         TO WK-HRY-ARR-JOTAI(WK-HRY-CNT)
                       MOVE HRY-KYOHI-DATE
                         TO WK-HRY-ARR-KYOHI-DATE(WK-HRY-CNT)
                       MOVE HRY-KOSHIN-DATE
                         TO WK-HRY-ARR-KOSHIN-DATE(WK-HRY-CNT)
                       MOVE HRY-KYOTEN-CD
                         TO WK-HRY-ARR-KYOTEN-CD(WK-HRY-CNT)
                   ELSE
                       DISPLAY '*** 保留ファイル上限超過 ***'
                       DISPLAY '   上限5000件超で中止'
                       DISPLAY '   (HRYNEWは入替え不可)'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-READ
           END-PERFORM.

      *    U01ERRの取込（EDPG0040の前回本PG後の完了分）
       S130-COLLECT-U01ERR                                    SECTION.
           IF WK-LAST-0040-DT NOT > WK-LAST-0059-DT
               DISPLAY '   U01ERRは取込済のため対象外'
           ELSE
               OPEN INPUT U01-ERR-FILE
               IF WK-U01ERR-STATUS NOT = '00'
               AND WK-U01ERR-STATUS NOT = '35'
                   MOVE 'U01ERRFILE'     TO WK-ERR-FILE-NAME
                   MOVE WK-U01ERR-STATUS TO WK-ERR-STATUS
                   PERFORM S900-FILE-ERROR
               END-IF
               IF WK-U01ERR-STATUS = '00'
                   MOVE WK-LAST-0040-DT(1:8) TO WK-KYOHI-DATE
                   MOVE 'N' TO WK-ERR-EOF-FLG
                   PERFORM UNTIL ERR-EOF
                       READ U01-ERR-FILE
                         AT END
                           SET ERR-EOF   TO TRUE
                         NOT AT END
                           MOVE '1'      TO WK-ADD-MOTO-KBN
                           MOVE U01-ERR-VENDOR-CD
                                         TO WK-ADD-VENDOR-CD
                           MOVE U01-ERR-REASON-CD
                                         TO WK-ADD-REASON-CD
                           MOVE U01-ERR-IMAGE
                                         TO WK-ADD-IMAGE
                           MOVE U01-ERR-KYOTEN-CD
                                         TO WK-ADD-KYOTEN-CD
                           PERFORM S135-ADD-HRY
                           ADD  1        TO CNT-U01ERR-TORIKOMI
                       END-READ
                   END-PERFORM
                   CLOSE U01-ERR-FILE
               END-IF
           END-IF.

      *    保留ファイルへの新規追加（保留NOを採番）
       S135-ADD-HRY                                           SECTION.
           IF WK-HRY-CNT < 5000
               ADD  1                TO WK-HRY-CNT
               ADD  1                TO WK-HRY-MAX-NO
               MOVE WK-HRY-MAX-NO
                 TO WK-HRY-ARR-HORYU-NO(WK-HRY-CNT)
               MOVE WK-ADD-MOTO-KBN
                 TO WK-HRY-ARR-MOTO-KBN(WK-HRY-CNT)
               MOVE WK-ADD-VENDOR-CD
                 TO WK-HRY-ARR-VENDOR-CD(WK-HRY-CNT)
               MOVE WK-ADD-REASON-CD
                 TO WK-HRY-ARR-REASON-CD(WK-HRY-CNT)
               MOVE WK-ADD-IMAGE
                 TO WK-HRY-ARR-IMAGE(WK-HRY-CNT)
               MOVE 'H'
                 TO WK-HRY-ARR-JOTAI(WK-HRY-CNT)
               MOVE WK-KYOHI-DATE
                 TO WK-HRY-ARR-KYOHI-DATE(WK-HRY-CNT)
               MOVE WK-TODAY-DATE
                 TO WK-HRY-ARR-KOSHIN-DATE(WK-HRY-CNT)
               MOVE WK-ADD-KYOTEN-CD
                 TO WK-HRY-ARR-KYOTEN-CD(WK-HRY-CNT)
           ELSE
               DISPLAY '***  保留ファイル上限超過  ***'
               DISPLAY '   ベンダーCD=' WK-ADD-VENDOR-CD
                       ' 理由CD=' WK-ADD-REASON-CD
               DISPLAY '   上限5000件超で中止'
               DISPLAY '   (HRYNEWは入替え不可)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    RCVERRの取込（EDPG0053の前回本PG後の完了分）
       S140-COLLECT-RCVERR                                    SECTION.
           IF WK-LAST-0053-DT NOT > WK-LAST-0059-DT
               DISPLAY '   RCVERRは取込済のため対象外'
           ELSE
               OPEN INPUT RCV-ERR-FILE
               IF WK-RCVERR-STATUS NOT = '00'
               AND WK-RCVERR-STATUS NOT = '35'
                   MOVE 'RCVERRFILE'     TO WK-ERR-FILE-NAME
                   MOVE WK-RCVERR-STATUS TO WK-ERR-STATUS
                   PERFORM S900-FILE-ERROR
               END-IF
               IF WK-RCVERR-STATUS = '00'
                   MOVE WK-LAST-0053-DT(1:8) TO WK-KYOHI-DATE
                   MOVE 'N' TO WK-ERR-EOF-FLG
                   PERFORM UNTIL ERR-EOF
                       READ RCV-ERR-FILE
                         AT END
                           SET ERR-EOF   TO TRUE
                         NOT AT END
                           MOVE '2'      TO WK-ADD-MOTO-KBN
                           MOVE RCV-ERR-VENDOR-CD
                                         TO WK-ADD-VENDOR-CD
                           MOVE RCV-ERR-REASON-CD
                                         TO WK-ADD-REASON-CD
                           MOVE RCV-ERR-IMAGE
                                         TO WK-ADD-IMAGE
                           MOVE RCV-ERR-KYOTEN-CD
                                         TO WK-ADD-KYOTEN-CD
                           PERFORM S135-ADD-HRY
                           ADD  1        TO CNT-RCVERR-TORIKOMI
                       END-READ
                   END-PERFORM
                   CLOSE RCV-ERR-FILE
               END-IF
           END-IF.

      *    訂正トランザクションの反映
      *>   (トランザクションなしは訂正なしとして扱う。
      *>    1件ごとに処理結果を帳票へ印字する)
       S150-APPLY-HTR                                         SECTION.
           MOVE SPACES TO HRY-RPT-LINE.
           WRITE HRY-RPT-LINE.
           MOVE SPACES TO HRY-RPT-LINE.
           STRING '【訂正処理結果】'
                  DELIMITED BY SIZE INTO HRY-RPT-LINE.
           WRITE HRY-RPT-LINE.
           MOVE SPACES TO HRY-RPT-LINE.
           STRING '  保留NO   処理    項目 訂正値      結果'
                  DELIMITED BY SIZE INTO HRY-RPT-LINE.
           WRITE HRY-RPT-LINE.
           OPEN INPUT HTR-FILE.
           IF WK-HTR-STATUS NOT = '00' AND WK-HTR-STATUS NOT = '35'
               MOVE 'HTRFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-HTR-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF WK-HTR-STATUS = '00'
               MOVE 'N' TO WK-HTR-EOF-FLG
               PERFORM UNTIL HTR-EOF
                   READ HTR-FILE
                     AT END
                       SET HTR-EOF       TO TRUE
                     NOT AT END
                       ADD 1             TO CNT-HTR-READ
                       PERFORM S152-CHECK-HTR
                       PERFORM S159-PRINT-HTR
                   END-READ
               END-PERFORM
               CLOSE HTR-FILE
           END-IF.
           IF CNT-HTR-READ = 0
               MOVE SPACES TO HRY-RPT-LINE
               STRING '  訂正トランザクションなし'
                 DELIMITED BY SIZE INTO HRY-RPT-LINE
               WRITE HRY-RPT-LINE
           END-IF.

      *    訂正トランザクション1件の検査と処理区分別の反映
       S152-CHECK-HTR                                         SECTION.
           MOVE 'N'    TO WK-HTR-OK-FLG.
           MOVE SPACES TO WK-HTR-KEKKA.
           MOVE 0      TO WK-HRY-FOUND-SUB.
           IF HTR-HORYU-NO IS NUMERIC
               MOVE HTR-HORYU-NO TO WK-HRY-SRCH-NO
               PERFORM S153-FIND-HRY
           END-IF.
           EVALUATE TRUE
             WHEN WK-HRY-FOUND-SUB = 0
               MOVE 'エラー：保留NOなし'      TO WK-HTR-KEKKA
             WHEN WK-HRY-ARR-JOTAI(WK-HRY-FOUND-SUB) = 'R'
               MOVE 'エラー：解除済'          TO WK-HTR-KEKKA
             WHEN WK-HRY-ARR-JOTAI(WK-HRY-FOUND-SUB) = 'C'
               MOVE 'エラー：取消済'          TO WK-HTR-KEKKA
             WHEN HTR-SHORI-KBN = '1'
               PERFORM S154-TEISEI-HRY
             WHEN HTR-SHORI-KBN = '2'
               PERFORM S156-KAIJO-HRY
             WHEN HTR-SHORI-KBN = '3'
               MOVE 'C' TO WK-HRY-ARR-JOTAI(WK-HRY-FOUND-SUB)
               MOVE WK-TODAY-DATE
                 TO WK-HRY-ARR-KOSHIN-DATE(WK-HRY-FOUND-SUB)
               ADD  1   TO CNT-HTR-TORIKESHI
               SET  HTR-OK TO TRUE
               MOVE '取消'                    TO WK-HTR-KEKKA
             WHEN OTHER
               MOVE 'エラー：処理区分不正'    TO WK-HTR-KEKKA
           END-EVALUATE.
           IF NOT HTR-OK
               ADD 1 TO CNT-HTR-ERR
           END-IF.

      *    保留ファイルから保留NOを検索
      *>   (検索キーは呼出し元でWK-HRY-SRCH-NOへ設定済)
       S153-FIND-HRY                                          SECTION.
           MOVE 0 TO WK-HRY-FOUND-SUB.
           PERFORM VARYING WK-HRY-SUB FROM 1 BY 1
                     UNTIL WK-HRY-SUB > WK-HRY-CNT
               IF WK-HRY-SRCH-NO = WK-HRY-ARR-HORYU-NO(WK-HRY-SUB)
                   MOVE WK-HRY-SUB TO WK-HRY-FOUND-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    項目の訂正
      *>   (数値項目は桁数分の数字であることを検査する。
      *>    訂正後は状態を訂正済とし、解除は別トランザクションで行う)
       S154-TEISEI-HRY                                        SECTION.
           SET HTR-OK TO TRUE.
           EVALUATE HTR-KOMOKU-CD
             WHEN '01'
               MOVE HTR-VALUE(1:5)
                 TO WK-HRY-ARR-KOBAI-TANTO-CD(WK-HRY-FOUND-SUB)
             WHEN '02'
               MOVE HTR-VALUE(1:10)
                 TO WK-HRY-ARR-BUHIN-CD(WK-HRY-FOUND-SUB)
             WHEN '03'
               MOVE HTR-VALUE(1:8)
                 TO WK-HRY-ARR-IMG-VENDOR-CD(WK-HRY-FOUND-SUB)
             WHEN '04'
               IF HTR-VALUE(1:2) IS NUMERIC
                   MOVE HTR-VALUE(1:2)
                     TO WK-HRY-ARR-SUPPLY-DAY(WK-HRY-FOUND-SUB)
               ELSE
                   MOVE 'N' TO WK-HTR-OK-FLG
               END-IF
             WHEN '05'
               IF HTR-VALUE(1:7) IS NUMERIC
                   MOVE HTR-VALUE(1:7)
                     TO WK-HRY-ARR-NKKAITO-SU(WK-HRY-FOUND-SUB)
               ELSE
                   MOVE 'N' TO WK-HTR-OK-FLG
               END-IF
             WHEN '06'
               MOVE HTR-VALUE(1:7)
                 TO WK-HRY-ARR-ORDER-NO(WK-HRY-FOUND-SUB)
             WHEN '07'
               MOVE HTR-VALUE(1:1)
                 TO WK-HRY-ARR-REC-KBN(WK-HRY-FOUND-SUB)
             WHEN '08'
               MOVE HTR-VALUE(1:3)
                 TO WK-HRY-ARR-KYOTEN-CD(WK-HRY-FOUND-SUB)
             WHEN OTHER
               MOVE 'N' TO WK-HTR-OK-FLG
           END-EVALUATE.
           IF HTR-OK
               MOVE 'T' TO WK-HRY-ARR-JOTAI(WK-HRY-FOUND-SUB)
               MOVE WK-TODAY-DATE
                 TO WK-HRY-ARR-KOSHIN-DATE(WK-HRY-FOUND-SUB)
               ADD  1   TO CNT-HTR-TEISEI
               MOVE '訂正'                    TO WK-HTR-KEKKA
           ELSE
               MOVE 'エラー：項目CD・訂正値不正'
                                              TO WK-HTR-KEKKA
           END-IF.

      *    解除（再投入ファイルへの出力）
      *>   (U01の数値項目へ移送できない行は解除しない。
      *>    マスタ・担当者の検査は再投入後のEDPG0040で行う)
       S156-KAIJO-HRY                                         SECTION.
           PERFORM S157-CHECK-IMAGE.
           IF IMAGE-OK
               MOVE WK-HRY-ARR-IMAGE(WK-HRY-FOUND-SUB)
                 TO U01-HSK-REC
               MOVE WK-HRY-ARR-KYOTEN-CD(WK-HRY-FOUND-SUB)
                 TO U01-HSK-KYOTEN-CD
               WRITE U01-HSK-REC
               ADD  1   TO CNT-U01HSK-WRITE
               MOVE 'R' TO WK-HRY-ARR-JOTAI(WK-HRY-FOUND-SUB)
               MOVE WK-TODAY-DATE
                 TO WK-HRY-ARR-KOSHIN-DATE(WK-HRY-FOUND-SUB)
               ADD  1   TO CNT-HTR-KAIJO
               SET  HTR-OK TO TRUE
               MOVE '解除（再投入）'          TO WK-HTR-KEKKA
           ELSE
               MOVE 'エラー：内容不正・解除不可'
                                              TO WK-HTR-KEKKA
           END-IF.

      *    解除前の回答イメージ検査
      *>   (SUPPLY-DAYは01〜06、数量は数字、レコード区分は
      *>    1・2・3・空白のみ可)
       S157-CHECK-IMAGE                                       SECTION.
           SET IMAGE-OK TO TRUE.
           IF WK-HRY-ARR-SUPPLY-DAY(WK-HRY-FOUND-SUB) IS NUMERIC
               MOVE WK-HRY-ARR-SUPPLY-DAY(WK-HRY-FOUND-SUB)
                 TO WK-CHK-SUPPLY-DAY
               IF WK-CHK-SUPPLY-DAY < 1 OR WK-CHK-SUPPLY-DAY > 6
                   MOVE 'N' TO WK-IMAGE-OK-FLG
               END-IF
           ELSE
               MOVE 'N' TO WK-IMAGE-OK-FLG
           END-IF.
           IF WK-HRY-ARR-NKKAITO-SU(WK-HRY-FOUND-SUB) IS NOT NUMERIC
               MOVE 'N' TO WK-IMAGE-OK-FLG
           END-IF.
           IF  WK-HRY-ARR-REC-KBN(WK-HRY-FOUND-SUB) NOT = '1'
           AND WK-HRY-ARR-REC-KBN(WK-HRY-FOUND-SUB) NOT = '2'
           AND WK-HRY-ARR-REC-KBN(WK-HRY-FOUND-SUB) NOT = '3'
           AND WK-HRY-ARR-REC-KBN(WK-HRY-FOUND-SUB) NOT = ' '
               MOVE 'N' TO WK-IMAGE-OK-FLG
           END-IF.

      *    訂正処理結果1件の印刷
       S159-PRINT-HTR                                         SECTION.
           MOVE SPACES                 TO WK-RPT-HTR-LINE.
           MOVE HTR-HORYU-NO           TO WK-RPT-T-HORYU.
           EVALUATE HTR-SHORI-KBN
             WHEN '1'
               MOVE '訂正'             TO WK-RPT-T-SHORI
               MOVE HTR-KOMOKU-CD      TO WK-RPT-T-KOMOKU
               MOVE HTR-VALUE          TO WK-RPT-T-VALUE
             WHEN '2'
               MOVE '解除'             TO WK-RPT-T-SHORI
             WHEN '3'
               MOVE '取消'             TO WK-RPT-T-SHORI
             WHEN OTHER
               MOVE HTR-SHORI-KBN      TO WK-RPT-T-SHORI
           END-EVALUATE.
           MOVE WK-HTR-KEKKA           TO WK-RPT-T-KEKKA.
           MOVE SPACES                 TO HRY-RPT-LINE.
           MOVE WK-RPT-HTR-LINE        TO HRY-RPT-LINE.
           WRITE HRY-RPT-LINE.

      *    新保留ファイル出力
      *>   (解除・取消済で最終更新日から保存日数を超えた行は除く)
       S200-WRITE-HRY-NEW                                     SECTION.
           PERFORM VARYING WK-HRY-SUB FROM 1 BY 1
                     UNTIL WK-HRY-SUB > WK-HRY-CNT
               IF  ( WK-HRY-ARR-JOTAI(WK-HRY-SUB) = 'R'
                  OR WK-HRY-ARR-JOTAI(WK-HRY-SUB) = 'C' )
               AND FUNCTION INTEGER-OF-DATE(WK-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(
                       WK-HRY-ARR-KOSHIN-DATE(WK-HRY-SUB))
                   > WK-HOZON-DAYS
                   ADD 1 TO CNT-HRY-SAKUJO
               ELSE
                   PERFORM S210-WRITE-HRY-REC
               END-IF
           END-PERFORM.

      *    新保留ファイルへの1件出力
       S210-WRITE-HRY-REC                                     SECTION.
           MOVE WK-HRY-ARR-HORYU-NO(WK-HRY-SUB)
                                       TO HRY-NEW-HORYU-NO.
           MOVE WK-HRY-ARR-MOTO-KBN(WK-HRY-SUB)
                                       TO HRY-NEW-MOTO-KBN.
           MOVE WK-HRY-ARR-VENDOR-CD(WK-HRY-SUB)
                                       TO HRY-NEW-VENDOR-CD.
           MOVE WK-HRY-ARR-REASON-CD(WK-HRY-SUB)
                                       TO HRY-NEW-REASON-CD.
           MOVE WK-HRY-ARR-IMAGE(WK-HRY-SUB)
                                       TO HRY-NEW-IMAGE.
           MOVE WK-HRY-ARR-JOTAI(WK-HRY-SUB)
                                       TO HRY-NEW-JOTAI.
           MOVE WK-HRY-ARR-KYOHI-DATE(WK-HRY-SUB)
                                       TO HRY-NEW-KYOHI-DATE.
           MOVE WK-HRY-ARR-KOSHIN-DATE(WK-HRY-SUB)
                                       TO HRY-NEW-KOSHIN-DATE.
           MOVE WK-HRY-ARR-KYOTEN-CD(WK-HRY-SUB)
                                       TO HRY-NEW-KYOTEN-CD.
           WRITE HRY-NEW-REC.
           ADD 1 TO CNT-HRY-WRITE.
           IF WK-HRY-ARR-JOTAI(WK-HRY-SUB) = 'H'
           OR WK-HRY-ARR-JOTAI(WK-HRY-SUB) = 'T'
               ADD 1 TO CNT-HRY-MIKAIJO
           END-IF.

      *    滞留一覧印刷（ベンダー・エラー元・理由CD別）
      *>   (拒否日から滞留日数を超えて未解除の行をソートワークへ
      *>    投入し、ベンダーごと・理由CDごとに見出しと件数を入れる)
       S250-PRINT-AGING                                       SECTION.
           MOVE SPACES TO HRY-RPT-LINE.
           WRITE HRY-RPT-LINE.
           MOVE SPACES TO HRY-RPT-LINE.
           STRING '【滞留一覧（拒否日から' WK-AGING-DAYS
                  '日超・未解除）】'
                  DELIMITED BY SIZE INTO HRY-RPT-LINE.
           WRITE HRY-RPT-LINE.
           MOVE SPACES TO HRY-RPT-LINE.
           STRING '    保留NO   拒否日    経過  状態'
                  '       担当  部品CD     ベンダーCD'
                  ' 日 数量    オーダー 区'
                  DELIMITED BY SIZE INTO HRY-RPT-LINE.
           WRITE HRY-RPT-LINE.
           SORT HRA-SRT-FILE
             ON ASCENDING KEY HRA-SRT-VENDOR-CD
                              HRA-SRT-MOTO-KBN
                              HRA-SRT-REASON-CD
                              HRA-SRT-HORYU-NO
             INPUT PROCEDURE S255-SELECT-AGING
             GIVING HRAS-FILE.
           OPEN INPUT HRAS-FILE.
           IF WK-HRAS-STATUS NOT = '00'
               MOVE 'HRASWRK.tmp'        TO WK-ERR-FILE-NAME
               MOVE WK-HRAS-STATUS       TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           MOVE 'Y' TO RPT-HRA-FIRST-FLG.
           PERFORM S260-PRINT-AGING-DETAIL
             UNTIL WK-HRAS-STATUS NOT = '00'.
           CLOSE HRAS-FILE.
           IF CNT-HRY-TAIRYU = 0
               MOVE SPACES TO HRY-RPT-LINE
               STRING '  該当なし'
                 DELIMITED BY SIZE INTO HRY-RPT-LINE
               WRITE HRY-RPT-LINE
           ELSE
               PERFORM S266-PRINT-REASON-KENSU
           END-IF.

      *    滞留明細のソート投入
       S255-SELECT-AGING                                      SECTION.
           PERFORM VARYING WK-HRY-SUB FROM 1 BY 1
                     UNTIL WK-HRY-SUB > WK-HRY-CNT
               IF WK-HRY-ARR-JOTAI(WK-HRY-SUB) = 'H'
               OR WK-HRY-ARR-JOTAI(WK-HRY-SUB) = 'T'
                   COMPUTE WK-KEIKA-NISSU =
                       FUNCTION INTEGER-OF-DATE(WK-TODAY-DATE)
                       - FUNCTION INTEGER-OF-DATE(
                           WK-HRY-ARR-KYOHI-DATE(WK-HRY-SUB))
                   IF WK-KEIKA-NISSU > WK-AGING-DAYS
                       PERFORM S257-RELEASE-AGING
                   END-IF
               END-IF
           END-PERFORM.

      *    滞留明細1件のソート投入
       S257-RELEASE-AGING                                     SECTION.
           MOVE WK-HRY-ARR-VENDOR-CD(WK-HRY-SUB)
                                       TO HRA-SRT-VENDOR-CD.
           MOVE WK-HRY-ARR-MOTO-KBN(WK-HRY-SUB)
                                       TO HRA-SRT-MOTO-KBN.
           MOVE WK-HRY-ARR-REASON-CD(WK-HRY-SUB)
                                       TO HRA-SRT-REASON-CD.
           MOVE WK-HRY-ARR-HORYU-NO(WK-HRY-SUB)
                                       TO HRA-SRT-HORYU-NO.
           MOVE WK-HRY-ARR-KYOHI-DATE(WK-HRY-SUB)
                                       TO HRA-SRT-KYOHI-DATE.
           MOVE WK-KEIKA-NISSU         TO HRA-SRT-KEIKA-NISSU.
           MOVE WK-HRY-ARR-JOTAI(WK-HRY-SUB)
                                       TO HRA-SRT-JOTAI.
           MOVE WK-HRY-ARR-IMAGE(WK-HRY-SUB)
                                       TO HRA-SRT-IMAGE.
           RELEASE HRA-SRT-REC.

      *    滞留明細1件の印刷（ベンダー・理由CDブレイク含む）
       S260-PRINT-AGING-DETAIL                                SECTION.
           READ HRAS-FILE
             AT END
               CONTINUE
             NOT AT END
               ADD 1 TO CNT-HRY-TAIRYU
               IF RPT-HRA-FIRST-TIME
               OR HRAS-VENDOR-CD NOT = RPT-HRA-VENDOR-OLD
                   IF NOT RPT-HRA-FIRST-TIME
                       PERFORM S266-PRINT-REASON-KENSU
                   END-IF
                   MOVE HRAS-VENDOR-CD      TO RPT-HRA-VENDOR-OLD
                   MOVE SPACES              TO HRY-RPT-LINE
                   WRITE HRY-RPT-LINE
                   MOVE HRAS-VENDOR-CD      TO WK-RPT-V-VENDOR
                   MOVE SPACES              TO HRY-RPT-LINE
                   MOVE WK-RPT-VENDOR-LINE  TO HRY-RPT-LINE
                   WRITE HRY-RPT-LINE
                   PERFORM S264-PRINT-REASON-HEAD
               ELSE
                   IF HRAS-MOTO-KBN  NOT = RPT-HRA-MOTO-OLD
                   OR HRAS-REASON-CD NOT = RPT-HRA-REASON-CD-OLD
                       PERFORM S266-PRINT-REASON-KENSU
                       PERFORM S264-PRINT-REASON-HEAD
                   END-IF
               END-IF
               MOVE 'N'                    TO RPT-HRA-FIRST-FLG
               ADD  1                      TO RPT-HRA-REASON-KENSU
               MOVE SPACES                 TO WK-RPT-AGING-LINE
               MOVE HRAS-HORYU-NO          TO WK-RPT-A-HORYU
               MOVE HRAS-KYOHI-DATE        TO WK-RPT-A-KYOHI
               MOVE HRAS-KEIKA-NISSU       TO WK-RPT-A-KEIKA
               IF HRAS-JOTAI = 'T'
                   MOVE '訂正済'           TO WK-RPT-A-JOTAI
               ELSE
                   MOVE '保留中'           TO WK-RPT-A-JOTAI
               END-IF
               MOVE HRAS-KOBAI-TANTO-CD    TO WK-RPT-A-TANTO
               MOVE HRAS-BUHIN-CD          TO WK-RPT-A-BUHIN
               MOVE HRAS-IMG-VENDOR-CD     TO WK-RPT-A-VENDOR
               MOVE HRAS-SUPPLY-DAY        TO WK-RPT-A-DAY
               MOVE HRAS-NKKAITO-SU        TO WK-RPT-A-SU
               MOVE HRAS-ORDER-NO          TO WK-RPT-A-ORDER
               MOVE HRAS-REC-KBN           TO WK-RPT-A-KBN
               MOVE SPACES                 TO HRY-RPT-LINE
               MOVE WK-RPT-AGING-LINE      TO HRY-RPT-LINE
               WRITE HRY-RPT-LINE
           END-READ.

      *    エラー元・理由CDの見出し印刷
       S264-PRINT-REASON-HEAD                                 SECTION.
           MOVE HRAS-MOTO-KBN          TO RPT-HRA-MOTO-OLD.
           MOVE HRAS-REASON-CD         TO RPT-HRA-REASON-CD-OLD.
           MOVE 0                      TO RPT-HRA-REASON-KENSU.
           MOVE HRAS-REASON-CD         TO WK-RPT-R-REASON.
           IF HRAS-MOTO-KBN = '1'
               MOVE 'U01ERR'           TO WK-RPT-R-MOTO
               EVALUATE HRAS-REASON-CD
                 WHEN '01'
                   MOVE 'SUPPLY-DAY範囲外'
                                       TO WK-RPT-R-REASON-NAME
                 WHEN '02'
                   MOVE 'レコード区分不正'
                                       TO WK-RPT-R-REASON-NAME
                 WHEN '03'
                   MOVE '部品マスタ未登録'
                                       TO WK-RPT-R-REASON-NAME
                 WHEN '04'
                   MOVE '複数オーダー上限超過'
                                       TO WK-RPT-R-REASON-NAME
                 WHEN '05'
                   MOVE '購買担当者CD無効'
                                       TO WK-RPT-R-REASON-NAME
                 WHEN OTHER
                   MOVE SPACES         TO WK-RPT-R-REASON-NAME
               END-EVALUATE
           ELSE
               MOVE 'RCVERR'           TO WK-RPT-R-MOTO
               EVALUATE HRAS-REASON-CD
                 WHEN '01'
                   MOVE '送信元ベンダーCD不一致'
                                       TO WK-RPT-R-REASON-NAME
                 WHEN '02'
                   MOVE '数値項目不正' TO WK-RPT-R-REASON-NAME
                 WHEN '03'
                   MOVE 'レコード区分不正'
                                       TO WK-RPT-R-REASON-NAME
                 WHEN OTHER
                   MOVE SPACES         TO WK-RPT-R-REASON-NAME
               END-EVALUATE
           END-IF.
           MOVE SPACES                 TO HRY-RPT-LINE.
           MOVE WK-RPT-REASON-LINE     TO HRY-RPT-LINE.
           WRITE HRY-RPT-LINE.

      *    理由CD別件数の印刷
       S266-PRINT-REASON-KENSU                                SECTION.
           MOVE RPT-HRA-REASON-KENSU   TO WK-RPT-K-KENSU.
           MOVE SPACES                 TO HRY-RPT-LINE.
           MOVE WK-RPT-KENSU-LINE      TO HRY-RPT-LINE.
           WRITE HRY-RPT-LINE.

      *    処理件数印刷
       S270-PRINT-COUNT                                       SECTION.
           MOVE SPACES               TO HRY-RPT-LINE.
           WRITE HRY-RPT-LINE.
           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE 'U01ERR取込'         TO WK-RPT-C-LABEL.
           MOVE CNT-U01ERR-TORIKOMI  TO WK-RPT-C-SU.
           MOVE SPACES               TO HRY-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE    TO HRY-RPT-LINE.
           WRITE HRY-RPT-LINE.
           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE 'RCVERR取込'         TO WK-RPT-C-LABEL.
           MOVE CNT-RCVERR-TORIKOMI  TO WK-RPT-C-SU.
           MOVE SPACES               TO HRY-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE    TO HRY-RPT-LINE.
           WRITE HRY-RPT-LINE.
           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE '訂正'               TO WK-RPT-C-LABEL.
           MOVE CNT-HTR-TEISEI       TO WK-RPT-C-SU.
           MOVE SPACES               TO HRY-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE    TO HRY-RPT-LINE.
           WRITE HRY-RPT-LINE.
           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE '解除（再投入）'     TO WK-RPT-C-LABEL.
           MOVE CNT-HTR-KAIJO        TO WK-RPT-C-SU.
           MOVE SPACES               TO HRY-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE    TO HRY-RPT-LINE.
           WRITE HRY-RPT-LINE.
           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE '取消'               TO WK-RPT-C-LABEL.
           MOVE CNT-HTR-TORIKESHI    TO WK-RPT-C-SU.
           MOVE SPACES               TO HRY-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE    TO HRY-RPT-LINE.
           WRITE HRY-RPT-LINE.
           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE '訂正エラー'         TO WK-RPT-C-LABEL.
           MOVE CNT-HTR-ERR          TO WK-RPT-C-SU.
           MOVE SPACES               TO HRY-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE    TO HRY-RPT-LINE.
           WRITE HRY-RPT-LINE.
           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE '未解除'             TO WK-RPT-C-LABEL.
           MOVE CNT-HRY-MIKAIJO      TO WK-RPT-C-SU.
           MOVE SPACES               TO HRY-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE    TO HRY-RPT-LINE.
           WRITE HRY-RPT-LINE.
           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE 'うち滞留'           TO WK-RPT-C-LABEL.
           MOVE CNT-HRY-TAIRYU       TO WK-RPT-C-SU.
           MOVE SPACES               TO HRY-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE    TO HRY-RPT-LINE.
           WRITE HRY-RPT-LINE.

      *>   終了処理
      *>   (滞留行または訂正トランザクションエラーがあれば
      *>    RETURN-CODE=4で警告終了する)
       S300-FINL                                              SECTION.
           PERFORM S270-PRINT-COUNT.
           CLOSE HRY-NEW-FILE
                 U01-HSK-FILE
                 HRY-RPT-FILE.

           IF CNT-HRY-TAIRYU > 0 OR CNT-HTR-ERR > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM S310-WRITE-RUN-END.

           DISPLAY '   (保留)   READ       = ' CNT-HRY-READ.
           DISPLAY '   (U01ERR) 取込       = ' CNT-U01ERR-TORIKOMI.
           DISPLAY '   (RCVERR) 取込       = ' CNT-RCVERR-TORIKOMI.
           DISPLAY '   (HTR)    READ       = ' CNT-HTR-READ.
           DISPLAY '   (HTR)    訂正       = ' CNT-HTR-TEISEI.
           DISPLAY '   (HTR)    解除       = ' CNT-HTR-KAIJO.
           DISPLAY '   (HTR)    取消       = ' CNT-HTR-TORIKESHI.
           DISPLAY '   (HTR)    エラー     = ' CNT-HTR-ERR.
           DISPLAY '   (U01HSK) WRITE      = ' CNT-U01HSK-WRITE.
           DISPLAY '   (保留)   保存期限切 = ' CNT-HRY-SAKUJO.
           DISPLAY '   (保留)   WRITE      = ' CNT-HRY-WRITE.
           DISPLAY '   (保留)   未解除     = ' CNT-HRY-MIKAIJO.
           DISPLAY '   (保留)   滞留       = ' CNT-HRY-TAIRYU.

           MOVE     FUNCTION CURRENT-DATE TO WK-SYS-DATE.
           DISPLAY '*******   EDPG00059  END   = '
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
