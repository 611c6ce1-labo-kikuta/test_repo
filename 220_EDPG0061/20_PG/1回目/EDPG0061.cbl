      ******************************************************************
      * Author:WATANABE KAZUMA
      * Date:20261015
      * Purpose:月次ベンダー総合評価（スコアカード）の作成
      *         対象年月のベンダー別評価指標を各ファイルから集計し、
      *         評価ウェイト(SCWFILE)による加重スコアと順位を付けた
      *         スコアカード帳票(SCRRPT)を前月比つきで出力する。
      *         あわせてスコアカード履歴(SCH)へ当月分を追加し、
      *         直近12か月のスコア推移を帳票に印字する
      *         (評価指標と元データ
      *          01 納期遵守率   ＝期日通り数量÷予定数量
      *                         (EDPG0049がHYKへ追記した実績)
      *          02 回答納期遅れ率＝納期遅れ明細÷突合明細
      *                         (EDPG0042がHYKへ追記した実績)
      *                         01・02ともEDPG0062で取り消された
      *                         バッチの実績は除く
      *          03 複数オーダー率＝U01MUL件数÷U21明細件数
      *                         (EDPG0048と同じくU21/U01MULの処理日)
      *          04 ACK日数      ＝作成からACKまでの平均日数
      *                         (SNDの初回作成分。ACK未確認は
      *                          パラメータの未確認日数で計上)
      *          05 再送率       ＝再送件数÷初回作成件数(SND)
      *          06 未着日数     ＝受信ログ(RCVLOG)の未着の日数
      *          各指標は01はそのまま、02〜06は100から実績値×
      *          減点を引いた0〜100点に換算し、データのない指標を
      *          除いた重みで加重平均する。
      *          対象年月は環境変数EDPG0061_TAISHO_YM(YYYYMM)で指定。
      *          未設定時は前月とする。
      *          履歴は対象年月から12か月より古い分を除いて
      *          SCHNEWへ出力する（入替えはジョブ側でSCHNEWを
      *          SCHへ置き換えて行う。同一年月の再実行は置換え）)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. EDPG0061.
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
      *>   サマリキーに複数オーダーが混在した場合の例外データ
           SELECT U01-MUL-FILE ASSIGN TO "U01MULFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-MUL-STATUS.
      *>   ベンダー評価実績（EDPG0049・EDPG0042が追記）
           SELECT HYK-FILE ASSIGN TO "HYKFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-HYK-STATUS.
      *>   EDI送信管理ファイル
           SELECT SND-FILE ASSIGN TO "SNDFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-SND-STATUS.
      *>   ベンダー別受信ログ（EDPG0053出力）
           SELECT RCV-LOG-FILE ASSIGN TO "RCVLOGFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-RCVLOG-STATUS.
      *>   評価ウェイトパラメータ
           SELECT SCW-FILE ASSIGN TO "SCWFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-SCW-STATUS.
      *>   スコアカード履歴（前回までの12か月分）
           SELECT SCH-FILE ASSIGN TO "SCHFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-SCH-STATUS.
      *>   スコアカード履歴（当月反映後）
           SELECT SCH-NEW-FILE ASSIGN TO "SCHNEWFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-SCHNEW-STATUS.
      *>   順位付けソートワーク
           SELECT SCR-SRT-FILE ASSIGN TO 'SCRSRT.tmp'.
           SELECT SCRS-FILE ASSIGN TO "SCRSFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-SCRS-STATUS.
      *>   スコアカード帳票
           SELECT SCR-RPT-FILE ASSIGN TO "SCRRPTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-SCRRPT-STATUS.
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
         03  U21-RUN-DATE.
           05  U21-RUN-YM                                     PIC 9(06).
           05  U21-RUN-DD                                     PIC 9(02).
         03  U21-BATCH-ID                                     PIC 9(05).
         03  U21-NNYU-DATE-INF.
           05  U21-NNYU-DATE-TBL OCCURS 6 TIMES.
             07  U21-NNYU-DATE                                PIC 9(08).
         03  U21-BUHIN-NAME                                   PIC X(30).
      *>   拠点CD（納入先拠点。空白は標準拠点）
         03  U21-KYOTEN-CD                                    PIC X(03).

      *>   サマリキーに複数オーダーが混在した場合の例外データ
      *>   (EDPG0040出力。末尾の処理日で年月を判定する。
      *>    処理日のない旧レイアウトレコードは集計対象外)
       FD  U01-MUL-FILE.
       01  U01-MUL-REC.
         03  U01-MUL-KOBAI-TANTO-CD                           PIC X(05).
         03  U01-MUL-BUHIN-CD                                 PIC X(10).
         03  U01-MUL-VENDOR-CD                                PIC X(08).
         03  U01-MUL-ORDER-NO                                 PIC X(07).
         03  U01-MUL-NKKAITO-INF.
           05  U01-MUL-NKKAITO-TBL OCCURS 6 TIMES.
             07  U01-MUL-NKKAITO-SU                           PIC 9(07).
         03  U01-MUL-RUN-DATE.
           05  U01-MUL-RUN-YM                                 PIC X(06).
           05  U01-MUL-RUN-DD                                 PIC X(02).
         03  U01-MUL-BATCH-ID                                 PIC X(05).
         03  U01-MUL-KYOTEN-CD                                PIC X(03).

      *>   ベンダー評価実績
      *>   (種別 1:納期遵守(EDPG0049) 対象=予定数量 該当=期日通り数量
      *>         2:回答納期(EDPG0042) 対象=突合明細 該当=納期遅れ明細)
       FD  HYK-FILE.
       01  HYK-REC.
         03  HYK-SHUBETSU                                     PIC X(01).
         03  HYK-DATE.
           05  HYK-YM                                         PIC 9(06).
           05  HYK-DD                                         PIC 9(02).
         03  HYK-BATCH-ID                                     PIC 9(05).
         03  HYK-VENDOR-CD                                    PIC X(08).
         03  HYK-TAISHO-SU                                    PIC 9(11).
         03  HYK-GAITO-SU                                     PIC 9(11).

      *>   EDI送信管理ファイル
      *>   (再送回数0が初回作成分。受信確認日時は項目追加前の
      *>    レコードでは空白のため、数字でなければ未確認とする)
       FD  SND-FILE.
       01  SND-REC.
         03  SND-VENDOR-CD                                    PIC X(08).
         03  SND-BATCH-ID                                     PIC 9(05).
         03  SND-KENSU                                        PIC 9(07).
         03  SND-CREATE-DATETIME.
           05  SND-CREATE-DATE.
             07  SND-CREATE-YM                                PIC 9(06).
             07  SND-CREATE-DD                                PIC 9(02).
           05  SND-CREATE-TIME                                PIC 9(06).
         03  SND-STATUS                                       PIC X(01).
         03  SND-RESEND-CNT                                   PIC 9(03).
         03  SND-SHUBETSU                                     PIC X(01).
         03  SND-ACK-DATETIME.
           05  SND-ACK-DATE                                   PIC 9(08).
           05  SND-ACK-TIME                                   PIC 9(06).

      *>   ベンダー別受信ログ
      *>   (状態 1:受信 0:未着)
       FD  RCV-LOG-FILE.
       01  RCV-LOG-REC.
         03  RCV-LOG-VENDOR-CD                                PIC X(08).
         03  RCV-LOG-DATETIME.
           05  RCV-LOG-DATE.
             07  RCV-LOG-YM                                   PIC 9(06).
             07  RCV-LOG-DD                                   PIC 9(02).
           05  RCV-LOG-TIME                                   PIC 9(06).
         03  RCV-LOG-KENSU                                    PIC 9(07).
         03  RCV-LOG-ERR-KENSU                                PIC 9(07).
         03  RCV-LOG-STATUS                                   PIC X(01).

      *>   評価ウェイトパラメータ
      *>   (評価項目CD 01〜06ごとに重み・減点（実績値1あたりの
      *>    減点）・未確認日数（04のみ使用）を指定する。
      *>    指定のない項目は既定値で評価する)
       FD  SCW-FILE.
       01  SCW-REC.
         03  SCW-KOMOKU-CD                                    PIC X(02).
         03  SCW-OMOMI                                        PIC X(03).
         03  SCW-GENTEN                                       PIC X(05).
         03  SCW-KIJUN                                        PIC X(03).

      *>   スコアカード履歴
      *>   (評価値は項目CD順。該当フラグNは元データなし)
       FD  SCH-FILE.
       01  SCH-REC.
         03  SCH-YM.
           05  SCH-YM-YYYY                                    PIC 9(04).
           05  SCH-YM-MM                                      PIC 9(02).
         03  SCH-VENDOR-CD                                    PIC X(08).
         03  SCH-VENDOR-NAME                                  PIC X(30).
         03  SCH-SCORE                                  PIC 9(03)V9(01).
         03  SCH-RANK                                         PIC 9(05).
         03  SCH-VENDOR-SU                                    PIC 9(05).
         03  SCH-HYOKA-TBL OCCURS 6 TIMES.
           05  SCH-ATAI                                 PIC 9(03)V9(01).
           05  SCH-GAITO-FLG                                  PIC X(01).
         03  SCH-MEISAI-CNT                                   PIC 9(07).

      *>   スコアカード履歴（当月反映後・SCHと同一レイアウト）
       FD  SCH-NEW-FILE.
       01  SCH-NEW-REC.
         03  SCH-NEW-YM                                       PIC 9(06).
         03  SCH-NEW-VENDOR-CD                                PIC X(08).
         03  SCH-NEW-VENDOR-NAME                              PIC X(30).
         03  SCH-NEW-SCORE                              PIC 9(03)V9(01).
         03  SCH-NEW-RANK                                     PIC 9(05).
         03  SCH-NEW-VENDOR-SU                                PIC 9(05).
         03  SCH-NEW-HYOKA-TBL OCCURS 6 TIMES.
           05  SCH-NEW-ATAI                             PIC 9(03)V9(01).
           05  SCH-NEW-GAITO-FLG                              PIC X(01).
         03  SCH-NEW-MEISAI-CNT                               PIC 9(07).

      *>   順位付けソートワーク（スコア降順・ベンダーCD順）
       SD  SCR-SRT-FILE.
       01  SCR-SRT-REC.
         03  SCR-SRT-SCORE                              PIC 9(03)V9(01).
         03  SCR-SRT-VENDOR-CD                                PIC X(08).
         03  SCR-SRT-VEN-SUB                                  PIC 9(05).

      *>   順位付けソート済
       FD  SCRS-FILE.
       01  SCRS-REC.
         03  SCRS-SCORE                                 PIC 9(03)V9(01).
         03  SCRS-VENDOR-CD                                   PIC X(08).
         03  SCRS-VEN-SUB                                     PIC 9(05).

      *>   スコアカード帳票
       FD  SCR-RPT-FILE.
       01  SCR-RPT-LINE                               PIC X(132).

      *>   実行管理台帳
      *>   (区分 S:開始 E:正常終了。異常終了時はEが残らないため
      *>    Sのみのエントリが未完了実行として検出できる。
      *>    月次評価は全世代を横断するためID=0で記録する)
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
       01  CNT-U21-READ                   PIC 9(07)      VALUE 0.
       01  CNT-MUL-READ                   PIC 9(07)      VALUE 0.
       01  CNT-HYK-READ                   PIC 9(07)      VALUE 0.
       01  CNT-HYK-TORIKESHI              PIC 9(07)      VALUE 0.
       01  CNT-SND-READ                   PIC 9(07)      VALUE 0.
       01  CNT-RCVLOG-READ                PIC 9(07)      VALUE 0.
       01  CNT-SCW-READ                   PIC 9(05)      VALUE 0.
       01  CNT-SCW-ERR                    PIC 9(05)      VALUE 0.
       01  CNT-SCH-READ                   PIC 9(07)      VALUE 0.
       01  CNT-SCH-KEEP                   PIC 9(07)      VALUE 0.
       01  CNT-SCH-DROP                   PIC 9(07)      VALUE 0.
       01  CNT-SCH-WRITE                  PIC 9(07)      VALUE 0.
       01  CNT-RPT-VENDOR                 PIC 9(07)      VALUE 0.
      *>   対象年月ワーク
       01  WK-TAISHO-YM                   PIC 9(06)      VALUE 0.
       01  WK-TAISHO-YM-X REDEFINES WK-TAISHO-YM
                                          PIC X(06).
       01  WK-TAISHO-YM-ENV               PIC X(06).
       01  WK-YM-WK.
         03  WK-YM-WK-YYYY                PIC 9(04).
         03  WK-YM-WK-MM                  PIC 9(02).
       01  WK-YM-WK-N REDEFINES WK-YM-WK  PIC 9(06).
      *>   年月の通算月（年×12＋月−1）
       01  WK-TAISHO-TSUKI                PIC 9(07)      VALUE 0.
       01  WK-YM-TSUKI                    PIC 9(07)      VALUE 0.
       01  WK-TSUKI-SA                    PIC S9(07)     VALUE 0.
       01  WK-SUII-SUB                    PIC 9(02)      VALUE 0.
      *>   評価項目テーブル（重み・減点・未確認日数）
       01  WK-KOMOKU-NAME-INIT.
         03  FILLER                       PIC X(24)
                                          VALUE '納期遵守率'.
         03  FILLER                       PIC X(24)
                                          VALUE '回答納期遅れ率'.
         03  FILLER                       PIC X(24)
                                          VALUE '複数オーダー率'.
         03  FILLER                       PIC X(24)
                                          VALUE 'ACK日数'.
         03  FILLER                       PIC X(24)
                                          VALUE '再送率'.
         03  FILLER                       PIC X(24)
                                          VALUE '未着日数'.
       01  WK-KOMOKU-NAME-TBL REDEFINES WK-KOMOKU-NAME-INIT.
         03  WK-KOMOKU-NAME        OCCURS 6 TIMES
                                          PIC X(24).
       01  WK-SCW-TBL.
         03  WK-SCW-ARR            OCCURS 6 TIMES.
           05  WK-SCW-ARR-OMOMI                      PIC 9(03).
           05  WK-SCW-ARR-GENTEN                     PIC 9(03)V9(02).
           05  WK-SCW-ARR-KIJUN                      PIC 9(03).
       01  WK-KOMOKU-SUB                  PIC 9(02)      VALUE 0.
       01  WK-SCW-OMOMI-N                 PIC 9(03)      VALUE 0.
       01  WK-SCW-GENTEN-N                PIC 9(05)      VALUE 0.
       01  WK-SCW-KIJUN-N                 PIC 9(03)      VALUE 0.
       01  WK-SCW-OMOMI-TOTAL             PIC 9(05)      VALUE 0.
      *>   ベンダー別評価集計テーブル
      *>   (評価値は項目CD順。推移は12番目が対象年月、
      *>    11番目が前月のスコア)
       01  WK-VEN-TBL.
         03  WK-VEN-CNT                             PIC 9(05) VALUE 0.
         03  WK-VEN-ARR            OCCURS 2000 TIMES.
           05  WK-VEN-ARR-VENDOR-CD                  PIC X(08).
           05  WK-VEN-ARR-VENDOR-NAME                PIC X(30).
           05  WK-VEN-ARR-MEISAI-CNT                 PIC 9(07).
           05  WK-VEN-ARR-MUL-CNT                    PIC 9(07).
           05  WK-VEN-ARR-PLAN-SU                    PIC 9(13).
           05  WK-VEN-ARR-ONTIME-SU                  PIC 9(13).
           05  WK-VEN-ARR-NOKI-TAISHO                PIC 9(09).
           05  WK-VEN-ARR-NOKI-OKURE                 PIC 9(09).
           05  WK-VEN-ARR-SND-CNT                    PIC 9(05).
           05  WK-VEN-ARR-ACK-DAYS                   PIC 9(07).
           05  WK-VEN-ARR-MIACK-CNT                  PIC 9(05).
           05  WK-VEN-ARR-RESEND-CNT                 PIC 9(05).
           05  WK-VEN-ARR-RCV-CNT                    PIC 9(05).
           05  WK-VEN-ARR-MICHAKU-DAYS               PIC 9(03).
           05  WK-VEN-ARR-MICHAKU-DATE               PIC 9(08).
           05  WK-VEN-ARR-HYOKA-TBL OCCURS 6 TIMES.
             07  WK-VEN-ARR-ATAI                     PIC 9(03)V9(01).
             07  WK-VEN-ARR-GAITO-FLG                PIC X(01).
           05  WK-VEN-ARR-SCORE                      PIC 9(03)V9(01).
           05  WK-VEN-ARR-ZEN-RANK                   PIC 9(05).
           05  WK-VEN-ARR-SUII-TBL OCCURS 12 TIMES.
             07  WK-VEN-ARR-SUII-SCORE               PIC 9(03)V9(01).
             07  WK-VEN-ARR-SUII-FLG                 PIC X(01).
       01  WK-VEN-SUB                     PIC 9(05)      VALUE 0.
       01  WK-VEN-IX                      PIC 9(05)      VALUE 0.
       01  WK-KEY-VENDOR-CD               PIC X(08).
       01  WK-VEN-ADD-FLG                 PIC X(01)      VALUE 'N'.
         88  VEN-ADD                                     VALUE 'Y'.
       01  WK-VEN-OVER-FLG                PIC X(01)      VALUE 'N'.
         88  VEN-OVER                                    VALUE 'Y'.
      *>   評価実績の重複排除テーブル
      *>   (同一種別・バッチID・ベンダーの再実行分は後の記録で置換え)
       01  WK-HKD-TBL.
         03  WK-HKD-CNT                             PIC 9(05) VALUE 0.
         03  WK-HKD-ARR            OCCURS 10000 TIMES.
           05  WK-HKD-ARR-SHUBETSU                   PIC X(01).
           05  WK-HKD-ARR-BATCH-ID                   PIC 9(05).
           05  WK-HKD-ARR-VENDOR-CD                  PIC X(08).
           05  WK-HKD-ARR-TAISHO-SU                  PIC 9(11).
           05  WK-HKD-ARR-GAITO-SU                   PIC 9(11).
       01  WK-HKD-SUB                     PIC 9(05)      VALUE 0.
       01  WK-HKD-FOUND-SUB               PIC 9(05)      VALUE 0.
       01  WK-HKD-OVER-FLG                PIC X(01)      VALUE 'N'.
         88  HKD-OVER                                    VALUE 'Y'.
      *>   取消済バッチ保持テーブル（EDPG0040の区分R）
       01  WK-TRK-TBL.
         03  WK-TRK-CNT                             PIC 9(03) VALUE 0.
         03  WK-TRK-ARR            OCCURS 100 TIMES.
           05  WK-TRK-ARR-BATCH-ID                   PIC 9(05).
       01  WK-TRK-SUB                     PIC 9(03)      VALUE 0.
       01  WK-TRK-FOUND-FLG               PIC X(01)      VALUE 'N'.
         88  TRK-FOUND                                   VALUE 'Y'.
      *>   評価計算ワーク
       01  WK-CALC                        PIC 9(07)V9(01) VALUE 0.
       01  WK-CREATE-DATE                 PIC 9(08)      VALUE 0.
       01  WK-NISSU                       PIC S9(07)     VALUE 0.
       01  WK-TEN                         PIC S9(07)V9(02) VALUE 0.
       01  WK-TOKUTEN-TOTAL               PIC 9(09)V9(02) VALUE 0.
       01  WK-OMOMI-TOTAL                 PIC 9(05)      VALUE 0.
      *>   順位付けワーク
       01  WK-JUNJO                       PIC 9(05)      VALUE 0.
       01  WK-RANK                        PIC 9(05)      VALUE 0.
       01  WK-SCORE-OLD                   PIC 9(03)V9(01) VALUE 0.
       01  WK-SCORE-SA                    PIC S9(03)V9(01) VALUE 0.
       01  WK-RANK-SA                     PIC S9(05)     VALUE 0.
       01  WK-SCRS-EOF-FLG                PIC X(01)      VALUE 'N'.
         88  SCRS-EOF                                    VALUE 'Y'.
      *>   ファイル制御ワーク
       01  WK-U21-STATUS                  PIC X(02).
       01  WK-MUL-STATUS                  PIC X(02).
       01  WK-HYK-STATUS                  PIC X(02).
       01  WK-SND-STATUS                  PIC X(02).
       01  WK-RCVLOG-STATUS               PIC X(02).
       01  WK-SCW-STATUS                  PIC X(02).
       01  WK-SCH-STATUS                  PIC X(02).
       01  WK-SCHNEW-STATUS               PIC X(02).
       01  WK-SCRS-STATUS                 PIC X(02).
       01  WK-SCRRPT-STATUS               PIC X(02).
       01  WK-EOF-FLG                     PIC X(01)      VALUE 'N'.
         88  FILE-EOF                                    VALUE 'Y'.
      *>   ファイルOPENエラー共通表示用ワーク
       01  WK-ERR-FILE-NAME               PIC X(20).
       01  WK-ERR-STATUS                  PIC X(02).
      *>   実行管理台帳ワーク
       01  WK-RUN-STATUS                  PIC X(02).
      *>   帳票編集ワーク
       01  WK-RPT-TITLE-LINE.
         03  FILLER                               PIC X(48)
             VALUE 'ベンダー総合評価（スコアカード）'.
         03  FILLER                               PIC X(15)
                                        VALUE '  対象年月='.
         03  WK-RPT-T-YM                          PIC 9(06).
         03  FILLER                               PIC X(12)
                                        VALUE '  作成日='.
         03  WK-RPT-T-DATE                        PIC 9(08).
       01  WK-RPT-WEIGHT-LINE.
         03  FILLER                               PIC X(02)
                                                  VALUE SPACE.
         03  WK-RPT-W-CD                          PIC X(02).
         03  FILLER                               PIC X(01)
                                                  VALUE SPACE.
         03  WK-RPT-W-NAME                        PIC X(24).
         03  FILLER                               PIC X(07)
                                                  VALUE '重み='.
         03  WK-RPT-W-OMOMI                       PIC ZZ9.
         03  FILLER                               PIC X(09)
                                                  VALUE '  減点='.
         03  WK-RPT-W-GENTEN                      PIC ZZ9.99.
         03  WK-RPT-W-KIJUN-LABEL                 PIC X(18).
         03  WK-RPT-W-KIJUN                       PIC ZZ9.
         03  WK-RPT-W-KIJUN-X REDEFINES WK-RPT-W-KIJUN
                                                  PIC X(03).
       01  WK-RPT-DETAIL-LINE.
         03  WK-RPT-D-RANK                        PIC ZZZZ9.
         03  FILLER                               PIC X(01).
         03  WK-RPT-D-VENDOR                      PIC X(09).
         03  WK-RPT-D-VENDOR-NAME                 PIC X(20).
         03  WK-RPT-D-SCORE                       PIC ZZ9.9.
         03  FILLER                               PIC X(02).
         03  WK-RPT-D-ZEN-SCORE                   PIC ZZ9.9.
         03  WK-RPT-D-ZEN-SCORE-X REDEFINES WK-RPT-D-ZEN-SCORE
                                                  PIC X(05).
         03  FILLER                               PIC X(01).
         03  WK-RPT-D-SCORE-SA                    PIC ---9.9.
         03  WK-RPT-D-SCORE-SA-X REDEFINES WK-RPT-D-SCORE-SA
                                                  PIC X(06).
         03  FILLER                               PIC X(02).
         03  WK-RPT-D-RANK-SA                     PIC ++++++9.
         03  WK-RPT-D-RANK-SA-X REDEFINES WK-RPT-D-RANK-SA
                                                  PIC X(07).
         03  WK-RPT-D-HYOKA-TBL OCCURS 6 TIMES.
           05  FILLER                             PIC X(02).
           05  WK-RPT-D-ATAI                      PIC ZZ9.9.
           05  WK-RPT-D-ATAI-X REDEFINES WK-RPT-D-ATAI
                                                  PIC X(05).
         03  FILLER                               PIC X(02).
         03  WK-RPT-D-MEISAI                      PIC ZZZ,ZZ9.
       01  WK-RPT-SUII-HEAD-LINE.
         03  FILLER                               PIC X(14)
                                        VALUE 'ベンダーCD'.
         03  WK-RPT-SH-TBL         OCCURS 12 TIMES.
           05  FILLER                             PIC X(01).
           05  WK-RPT-SH-YM                       PIC 9(06).
       01  WK-RPT-SUII-LINE.
         03  WK-RPT-S-VENDOR                      PIC X(14).
         03  WK-RPT-S-TBL          OCCURS 12 TIMES.
           05  FILLER                             PIC X(02).
           05  WK-RPT-S-SCORE                     PIC ZZ9.9.
           05  WK-RPT-S-SCORE-X REDEFINES WK-RPT-S-SCORE
                                                  PIC X(05).
       01  WK-RPT-COUNT-LINE.
         03  WK-RPT-C-LABEL                       PIC X(28).
         03  WK-RPT-C-SU                          PIC ZZZ,ZZZ,ZZ9.
      *>   PG開始・終了時日付データ
       01  WK-TODAY-DATE                  PIC 9(08)      VALUE 0.
       01  WK-SYS-DATE.
         03  WK-SYS-DATE-YYYY                                 PIC 9(04).
         03  WK-SYS-DATE-MM                                   PIC 9(02).
         03  WK-SYS-DATE-DD                                   PIC 9(02).
         03  WK-SYS-DATE-HH                                   PIC 9(02).
         03  WK-SYS-DATE-HM                                   PIC 9(02).
         03  WK-SYS-DATE-SS                                   PIC 9(02).

       PROCEDURE                                              DIVISION.
       S000-RROC                                              SECTION.
      *>   初期処理（対象年月の決定）
           PERFORM S100-INIT.
      *>   実行管理台帳へ開始レコードを追記
           PERFORM S060-WRITE-RUN-START.
      *>   評価ウェイトパラメータ読込
           PERFORM S110-LOAD-SCW.
      *>   回答明細件数集計（U21）
           PERFORM S120-LOAD-U21.
      *>   複数オーダー例外件数集計（U01MUL）
           PERFORM S130-LOAD-MUL.
      *>   取消済バッチの取得（RUN）
           PERFORM S135-LOAD-TRK.
      *>   納期遵守・回答納期実績集計（HYK）
           PERFORM S140-LOAD-HYK.
      *>   ACK日数・再送件数集計（SND）
           PERFORM S150-LOAD-SND.
      *>   未着日数集計（RCVLOG）
           PERFORM S160-LOAD-RCVLOG.
      *>   ベンダー別スコア計算
           PERFORM S170-CALC-SCORE.
      *>   スコアカード履歴読込（前月・推移の取得と保持分の出力）
           PERFORM S180-LOAD-SCH.
      *>   スコア順ソート処理
           PERFORM S090-SORT-SCORE.
      *>   主処理（順位付け・帳票出力・履歴追加）
           PERFORM S200-MAIN
             UNTIL SCRS-EOF.
      *>   スコア推移印刷処理
           PERFORM S250-PRINT-SUII.
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
           DISPLAY '*******   EDPG00061  START = '
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

      *>   対象年月は環境変数から取得する（未設定時は前月）
           MOVE SPACES TO WK-TAISHO-YM-ENV.
           ACCEPT WK-TAISHO-YM-ENV
             FROM ENVIRONMENT 'EDPG0061_TAISHO_YM'.
           IF  WK-TAISHO-YM-ENV NOT = SPACES
           AND WK-TAISHO-YM-ENV IS NUMERIC
               MOVE WK-TAISHO-YM-ENV TO WK-YM-WK
           ELSE
               MOVE WK-SYS-DATE-YYYY TO WK-YM-WK-YYYY
               MOVE WK-SYS-DATE-MM   TO WK-YM-WK-MM
               IF WK-YM-WK-MM = 1
                   SUBTRACT 1 FROM WK-YM-WK-YYYY
                   MOVE 12 TO WK-YM-WK-MM
               ELSE
                   SUBTRACT 1 FROM WK-YM-WK-MM
               END-IF
           END-IF.
           IF WK-YM-WK-MM < 1 OR WK-YM-WK-MM > 12
               DISPLAY '***   対象年月指定エラー   ***'
               DISPLAY '   EDPG0061_TAISHO_YM=' WK-TAISHO-YM-ENV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WK-YM-WK-N TO WK-TAISHO-YM.
           COMPUTE WK-TAISHO-TSUKI =
               WK-YM-WK-YYYY * 12 + WK-YM-WK-MM - 1.
           DISPLAY '   対象年月 = ' WK-TAISHO-YM.

           OPEN OUTPUT SCR-RPT-FILE.
           IF WK-SCRRPT-STATUS NOT = '00'
               MOVE 'SCRRPTFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-SCRRPT-STATUS     TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           OPEN OUTPUT SCH-NEW-FILE.
           IF WK-SCHNEW-STATUS NOT = '00'
               MOVE 'SCHNEWFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-SCHNEW-STATUS     TO WK-ERR-STATUS
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
           MOVE 'EDPG0061'               TO RUN-PROGRAM-ID.
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
           MOVE 'EDPG0061'               TO RUN-PROGRAM-ID.
           MOVE 0                        TO RUN-BATCH-ID.
           MOVE 'E'                      TO RUN-KBN.
           MOVE FUNCTION CURRENT-DATE(1:14)
                                         TO RUN-DATETIME.
           MOVE CNT-U21-READ             TO RUN-CNT-IN.
           MOVE CNT-RPT-VENDOR           TO RUN-CNT-OUT.
           MOVE RETURN-CODE              TO RUN-RETURN-CD.
           WRITE RUN-REC.
           CLOSE RUN-FILE.

      *    評価ウェイトパラメータ読込
      *>   (既定値を設定したうえで、パラメータの指定で置き換える。
      *>    ファイルなしは既定値のみで評価する。不正行はRC=4)
       S110-LOAD-SCW                                          SECTION.
           MOVE 30    TO WK-SCW-ARR-OMOMI(1).
           MOVE 0     TO WK-SCW-ARR-GENTEN(1).
           MOVE 20    TO WK-SCW-ARR-OMOMI(2).
           MOVE 1     TO WK-SCW-ARR-GENTEN(2).
           MOVE 10    TO WK-SCW-ARR-OMOMI(3).
           MOVE 1     TO WK-SCW-ARR-GENTEN(3).
           MOVE 15    TO WK-SCW-ARR-OMOMI(4).
           MOVE 20    TO WK-SCW-ARR-GENTEN(4).
           MOVE 10    TO WK-SCW-ARR-OMOMI(5).
           MOVE 1     TO WK-SCW-ARR-GENTEN(5).
           MOVE 15    TO WK-SCW-ARR-OMOMI(6).
           MOVE 10    TO WK-SCW-ARR-GENTEN(6).
           PERFORM VARYING WK-KOMOKU-SUB FROM 1 BY 1
                     UNTIL WK-KOMOKU-SUB > 6
               MOVE 0 TO WK-SCW-ARR-KIJUN(WK-KOMOKU-SUB)
           END-PERFORM.
           MOVE 5     TO WK-SCW-ARR-KIJUN(4).

           OPEN INPUT SCW-FILE.
           IF WK-SCW-STATUS = '35'
               DISPLAY '***  評価ウェイト既定値  ***'
           END-IF.
           IF WK-SCW-STATUS NOT = '00' AND WK-SCW-STATUS NOT = '35'
               MOVE 'SCWFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-SCW-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF WK-SCW-STATUS = '00'
               MOVE 'N' TO WK-EOF-FLG
               PERFORM UNTIL FILE-EOF
                   READ SCW-FILE
                     AT END
                       SET FILE-EOF      TO TRUE
                     NOT AT END
                       ADD 1             TO CNT-SCW-READ
                       PERFORM S115-SET-SCW
                   END-READ
               END-PERFORM
               CLOSE SCW-FILE
           END-IF.

           MOVE 0 TO WK-SCW-OMOMI-TOTAL.
           PERFORM VARYING WK-KOMOKU-SUB FROM 1 BY 1
                     UNTIL WK-KOMOKU-SUB > 6
               ADD WK-SCW-ARR-OMOMI(WK-KOMOKU-SUB)
                 TO WK-SCW-OMOMI-TOTAL
           END-PERFORM.
           IF WK-SCW-OMOMI-TOTAL = 0
               DISPLAY '***   評価ウェイト指定エラー   ***'
               DISPLAY '   全項目の重みが0です'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF CNT-SCW-ERR > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM S118-PRINT-HEADER.

      *    評価ウェイトパラメータ1行の検査と設定
      *>   (減点は整数3桁・小数2桁の5桁数字。未確認日数は空白可)
       S115-SET-SCW                                           SECTION.
           IF  SCW-KOMOKU-CD IS NUMERIC
           AND SCW-KOMOKU-CD >= '01' AND SCW-KOMOKU-CD <= '06'
           AND SCW-OMOMI  IS NUMERIC
           AND SCW-GENTEN IS NUMERIC
           AND (SCW-KIJUN IS NUMERIC OR SCW-KIJUN = SPACES)
               MOVE SCW-KOMOKU-CD        TO WK-KOMOKU-SUB
               MOVE SCW-OMOMI            TO WK-SCW-OMOMI-N
               MOVE SCW-GENTEN           TO WK-SCW-GENTEN-N
               MOVE WK-SCW-OMOMI-N
                 TO WK-SCW-ARR-OMOMI(WK-KOMOKU-SUB)
               COMPUTE WK-SCW-ARR-GENTEN(WK-KOMOKU-SUB) =
                   WK-SCW-GENTEN-N / 100
               IF SCW-KIJUN IS NUMERIC
                   MOVE SCW-KIJUN        TO WK-SCW-KIJUN-N
                   MOVE WK-SCW-KIJUN-N
                     TO WK-SCW-ARR-KIJUN(WK-KOMOKU-SUB)
               END-IF
           ELSE
               ADD 1 TO CNT-SCW-ERR
               DISPLAY '***  評価ウェイト不正行  ***  ' SCW-REC
           END-IF.

      *    帳票見出し・評価ウェイト印刷
       S118-PRINT-HEADER                                      SECTION.
           MOVE WK-TAISHO-YM             TO WK-RPT-T-YM.
           MOVE WK-TODAY-DATE            TO WK-RPT-T-DATE.
           MOVE SPACES                   TO SCR-RPT-LINE.
           MOVE WK-RPT-TITLE-LINE        TO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE SPACES                   TO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE SPACES                   TO SCR-RPT-LINE.
           STRING '評価ウェイト（減点は実績値1あたり。'
                  '01は実績値をそのまま点数とする）'
                  DELIMITED BY SIZE INTO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           PERFORM VARYING WK-KOMOKU-SUB FROM 1 BY 1
                     UNTIL WK-KOMOKU-SUB > 6
               MOVE WK-KOMOKU-SUB        TO WK-RPT-W-CD
               MOVE WK-KOMOKU-NAME(WK-KOMOKU-SUB)
                                         TO WK-RPT-W-NAME
               MOVE WK-SCW-ARR-OMOMI(WK-KOMOKU-SUB)
                                         TO WK-RPT-W-OMOMI
               MOVE WK-SCW-ARR-GENTEN(WK-KOMOKU-SUB)
                                         TO WK-RPT-W-GENTEN
               IF WK-KOMOKU-SUB = 4
                   MOVE '  未確認日数='     TO WK-RPT-W-KIJUN-LABEL
                   MOVE WK-SCW-ARR-KIJUN(WK-KOMOKU-SUB)
                                         TO WK-RPT-W-KIJUN
               ELSE
                   MOVE SPACES           TO WK-RPT-W-KIJUN-LABEL
                   MOVE SPACES           TO WK-RPT-W-KIJUN-X
               END-IF
               MOVE SPACES               TO SCR-RPT-LINE
               MOVE WK-RPT-WEIGHT-LINE   TO SCR-RPT-LINE
               WRITE SCR-RPT-LINE
           END-PERFORM.
           MOVE SPACES                   TO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE SPACES                   TO SCR-RPT-LINE.
      *>   評価値の見出しは上記の評価項目CDで示す
           STRING ' 順位 ベンダー 名称               '
                  '  スコア 前月  増減   順位'
                  '     01     02     03     04     05     06'
                  '  明細数'
                  DELIMITED BY SIZE INTO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.

      *    回答明細件数集計（U21の処理日が対象年月のもの）
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
                   IF U21-RUN-YM = WK-TAISHO-YM
                       MOVE U21-VENDOR-CD TO WK-KEY-VENDOR-CD
                       MOVE 'Y'           TO WK-VEN-ADD-FLG
                       PERFORM S190-FIND-VENDOR
                       IF WK-VEN-SUB NOT = 0
                           ADD 1 TO WK-VEN-ARR-MEISAI-CNT(WK-VEN-SUB)
                           IF WK-VEN-ARR-VENDOR-NAME(WK-VEN-SUB)
                              = SPACES
                               MOVE U21-VENDOR-NAME
                                 TO WK-VEN-ARR-VENDOR-NAME(WK-VEN-SUB)
                           END-IF
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE U21-FILE.

      *    複数オーダー例外件数集計（処理日が対象年月のもの）
      *>   例外データなし（ファイル未作成）も正常として扱う
       S130-LOAD-MUL                                          SECTION.
           OPEN INPUT U01-MUL-FILE.
           IF WK-MUL-STATUS NOT = '00' AND WK-MUL-STATUS NOT = '35'
               MOVE 'U01MULFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-MUL-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF WK-MUL-STATUS = '00'
               MOVE 'N' TO WK-EOF-FLG
               PERFORM UNTIL FILE-EOF
                   READ U01-MUL-FILE
                     AT END
                       SET FILE-EOF      TO TRUE
                     NOT AT END
                       ADD 1             TO CNT-MUL-READ
                       IF U01-MUL-RUN-YM = WK-TAISHO-YM-X
                           MOVE U01-MUL-VENDOR-CD
                                         TO WK-KEY-VENDOR-CD
                           MOVE 'Y'      TO WK-VEN-ADD-FLG
                           PERFORM S190-FIND-VENDOR
                           IF WK-VEN-SUB NOT = 0
                               ADD 1
                                 TO WK-VEN-ARR-MUL-CNT(WK-VEN-SUB)
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE U01-MUL-FILE
           END-IF.

      *    取消済バッチの取得
      *>   (EDPG0062が記録したEDPG0040の区分Rのバッチを保持する。
      *>    台帳なしは取消なしとして扱う)
       S135-LOAD-TRK                                          SECTION.
           OPEN INPUT RUN-FILE.
           IF WK-RUN-STATUS NOT = '00' AND WK-RUN-STATUS NOT = '35'
               MOVE 'RUNFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-RUN-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF WK-RUN-STATUS = '00'
               MOVE 'N' TO WK-EOF-FLG
               PERFORM UNTIL FILE-EOF
                   READ RUN-FILE
                     AT END
                       SET FILE-EOF      TO TRUE
                     NOT AT END
                       IF  RUN-PROGRAM-ID = 'EDPG0040'
                       AND RUN-KBN        = 'R'
                           IF WK-TRK-CNT < 100
                               ADD  1    TO WK-TRK-CNT
                               MOVE RUN-BATCH-ID
                                 TO WK-TRK-ARR-BATCH-ID(WK-TRK-CNT)
                           ELSE
                               DISPLAY '取消済上限超過 ID='
                                       RUN-BATCH-ID
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-FILE
           END-IF.

      *    納期遵守・回答納期実績集計（実行日が対象年月のもの）
      *>   (同一バッチの再実行分は重複排除テーブルで後の記録に
      *>    置き換えてからベンダー別に合算する。ファイルなしは
      *>    実績なしとして扱う。取消済バッチの実績は読み飛ばす)
       S140-LOAD-HYK                                          SECTION.
           OPEN INPUT HYK-FILE.
           IF WK-HYK-STATUS NOT = '00' AND WK-HYK-STATUS NOT = '35'
               MOVE 'HYKFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-HYK-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF WK-HYK-STATUS = '00'
               MOVE 'N' TO WK-EOF-FLG
               PERFORM UNTIL FILE-EOF OR HKD-OVER
                   READ HYK-FILE
                     AT END
                       SET FILE-EOF      TO TRUE
                     NOT AT END
                       ADD 1             TO CNT-HYK-READ
                       IF  HYK-YM = WK-TAISHO-YM
                       AND (HYK-SHUBETSU = '1' OR HYK-SHUBETSU = '2')
                           PERFORM S147-FIND-TRK
                           IF TRK-FOUND
                               ADD 1     TO CNT-HYK-TORIKESHI
                           ELSE
                               PERFORM S145-ADD-HKD-TBL
                           END-IF
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE HYK-FILE
           END-IF.
           PERFORM VARYING WK-HKD-SUB FROM 1 BY 1
                     UNTIL WK-HKD-SUB > WK-HKD-CNT
               MOVE WK-HKD-ARR-VENDOR-CD(WK-HKD-SUB)
                                         TO WK-KEY-VENDOR-CD
               MOVE 'Y'                  TO WK-VEN-ADD-FLG
               PERFORM S190-FIND-VENDOR
               IF WK-VEN-SUB NOT = 0
                   IF WK-HKD-ARR-SHUBETSU(WK-HKD-SUB) = '1'
                       ADD WK-HKD-ARR-TAISHO-SU(WK-HKD-SUB)
                         TO WK-VEN-ARR-PLAN-SU(WK-VEN-SUB)
                       ADD WK-HKD-ARR-GAITO-SU(WK-HKD-SUB)
                         TO WK-VEN-ARR-ONTIME-SU(WK-VEN-SUB)
                   ELSE
                       ADD WK-HKD-ARR-TAISHO-SU(WK-HKD-SUB)
                         TO WK-VEN-ARR-NOKI-TAISHO(WK-VEN-SUB)
                       ADD WK-HKD-ARR-GAITO-SU(WK-HKD-SUB)
                         TO WK-VEN-ARR-NOKI-OKURE(WK-VEN-SUB)
                   END-IF
               END-IF
           END-PERFORM.

      *    評価実績1件を重複排除テーブルへ登録
       S145-ADD-HKD-TBL                                       SECTION.
           MOVE 0 TO WK-HKD-FOUND-SUB.
           PERFORM VARYING WK-HKD-SUB FROM 1 BY 1
                     UNTIL WK-HKD-SUB > WK-HKD-CNT
               IF  WK-HKD-ARR-SHUBETSU(WK-HKD-SUB)  = HYK-SHUBETSU
               AND WK-HKD-ARR-BATCH-ID(WK-HKD-SUB)  = HYK-BATCH-ID
               AND WK-HKD-ARR-VENDOR-CD(WK-HKD-SUB) = HYK-VENDOR-CD
                   MOVE WK-HKD-SUB TO WK-HKD-FOUND-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WK-HKD-FOUND-SUB = 0
               IF WK-HKD-CNT = 10000
                   DISPLAY '***  評価実績上限超過  ***'
                   DISPLAY '   上限10000件超のため以降は'
                   DISPLAY '   読み飛ばします'
                   SET HKD-OVER TO TRUE
               ELSE
                   ADD  1                TO WK-HKD-CNT
                   MOVE WK-HKD-CNT       TO WK-HKD-FOUND-SUB
               END-IF
           END-IF.
           IF WK-HKD-FOUND-SUB NOT = 0
               MOVE HYK-SHUBETSU
                 TO WK-HKD-ARR-SHUBETSU(WK-HKD-FOUND-SUB)
               MOVE HYK-BATCH-ID
                 TO WK-HKD-ARR-BATCH-ID(WK-HKD-FOUND-SUB)
               MOVE HYK-VENDOR-CD
                 TO WK-HKD-ARR-VENDOR-CD(WK-HKD-FOUND-SUB)
               MOVE HYK-TAISHO-SU
                 TO WK-HKD-ARR-TAISHO-SU(WK-HKD-FOUND-SUB)
               MOVE HYK-GAITO-SU
                 TO WK-HKD-ARR-GAITO-SU(WK-HKD-FOUND-SUB)
           END-IF.

      *    評価実績のバッチIDが取消済かを判定
       S147-FIND-TRK                                          SECTION.
           MOVE 'N' TO WK-TRK-FOUND-FLG.
           PERFORM VARYING WK-TRK-SUB FROM 1 BY 1
                     UNTIL WK-TRK-SUB > WK-TRK-CNT
               IF WK-TRK-ARR-BATCH-ID(WK-TRK-SUB) = HYK-BATCH-ID
                   SET TRK-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    ACK日数・再送件数集計（作成日が対象年月のもの）
      *>   (再送回数0の初回作成分を送信件数とし、受信確認日時が
      *>    あれば作成日からの日数を、なければ未確認件数を加算。
      *>    再送回数1以上のレコードは再送件数として数える。
      *>    バッチ取消で取消済(9)となったレコードは対象外)
       S150-LOAD-SND                                          SECTION.
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
                       IF  SND-CREATE-YM = WK-TAISHO-YM
                       AND SND-STATUS    NOT = '9'
                           PERFORM S155-ADD-SND
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE SND-FILE
           END-IF.

      *    送信管理1件分の加算
       S155-ADD-SND                                           SECTION.
           MOVE SND-VENDOR-CD            TO WK-KEY-VENDOR-CD.
           MOVE 'Y'                      TO WK-VEN-ADD-FLG.
           PERFORM S190-FIND-VENDOR.
           IF WK-VEN-SUB NOT = 0
               IF SND-RESEND-CNT = 0
                   ADD 1 TO WK-VEN-ARR-SND-CNT(WK-VEN-SUB)
                   IF  SND-ACK-DATETIME IS NUMERIC
                   AND SND-ACK-DATE > 0
                       MOVE SND-CREATE-DATE TO WK-CREATE-DATE
                       COMPUTE WK-NISSU =
                           FUNCTION INTEGER-OF-DATE(SND-ACK-DATE)
                           - FUNCTION INTEGER-OF-DATE(WK-CREATE-DATE)
                       IF WK-NISSU > 0
                           ADD WK-NISSU
                             TO WK-VEN-ARR-ACK-DAYS(WK-VEN-SUB)
                       END-IF
                   ELSE
                       ADD 1 TO WK-VEN-ARR-MIACK-CNT(WK-VEN-SUB)
                   END-IF
               ELSE
                   ADD 1 TO WK-VEN-ARR-RESEND-CNT(WK-VEN-SUB)
               END-IF
           END-IF.

      *    未着日数集計（受信ログの日時が対象年月のもの）
      *>   (同一日に複数の未着記録があっても1日と数える。
      *>    受信ログは時系列に追記されるため直前の未着日と比較する)
       S160-LOAD-RCVLOG                                       SECTION.
           OPEN INPUT RCV-LOG-FILE.
           IF WK-RCVLOG-STATUS NOT = '00'
           AND WK-RCVLOG-STATUS NOT = '35'
               MOVE 'RCVLOGFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-RCVLOG-STATUS     TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF WK-RCVLOG-STATUS = '00'
               MOVE 'N' TO WK-EOF-FLG
               PERFORM UNTIL FILE-EOF
                   READ RCV-LOG-FILE
                     AT END
                       SET FILE-EOF      TO TRUE
                     NOT AT END
                       ADD 1             TO CNT-RCVLOG-READ
                       IF RCV-LOG-YM = WK-TAISHO-YM
                           PERFORM S165-ADD-RCVLOG
                       END-IF
                   END-READ
               END-PERFORM
               CLOSE RCV-LOG-FILE
           END-IF.

      *    受信ログ1件分の加算
       S165-ADD-RCVLOG                                        SECTION.
           MOVE RCV-LOG-VENDOR-CD        TO WK-KEY-VENDOR-CD.
           MOVE 'Y'                      TO WK-VEN-ADD-FLG.
           PERFORM S190-FIND-VENDOR.
           IF WK-VEN-SUB NOT = 0
               ADD 1 TO WK-VEN-ARR-RCV-CNT(WK-VEN-SUB)
               IF  RCV-LOG-STATUS = '0'
               AND RCV-LOG-DATE
                   NOT = WK-VEN-ARR-MICHAKU-DATE(WK-VEN-SUB)
                   ADD  1 TO WK-VEN-ARR-MICHAKU-DAYS(WK-VEN-SUB)
                   MOVE RCV-LOG-DATE
                     TO WK-VEN-ARR-MICHAKU-DATE(WK-VEN-SUB)
               END-IF
           END-IF.

      *    ベンダー別スコア計算
       S170-CALC-SCORE                                        SECTION.
           PERFORM VARYING WK-VEN-SUB FROM 1 BY 1
                     UNTIL WK-VEN-SUB > WK-VEN-CNT
               PERFORM S175-CALC-VENDOR
           END-PERFORM.

      *    1ベンダー分の評価値・スコア計算
       S175-CALC-VENDOR                                       SECTION.
      *>   01 納期遵守率
           IF WK-VEN-ARR-PLAN-SU(WK-VEN-SUB) > 0
               COMPUTE WK-CALC ROUNDED =
                   WK-VEN-ARR-ONTIME-SU(WK-VEN-SUB) * 100
                   / WK-VEN-ARR-PLAN-SU(WK-VEN-SUB)
               MOVE 1 TO WK-KOMOKU-SUB
               PERFORM S177-SET-ATAI
           END-IF.
      *>   02 回答納期遅れ率
           IF WK-VEN-ARR-NOKI-TAISHO(WK-VEN-SUB) > 0
               COMPUTE WK-CALC ROUNDED =
                   WK-VEN-ARR-NOKI-OKURE(WK-VEN-SUB) * 100
                   / WK-VEN-ARR-NOKI-TAISHO(WK-VEN-SUB)
               MOVE 2 TO WK-KOMOKU-SUB
               PERFORM S177-SET-ATAI
           END-IF.
      *>   03 複数オーダー率
           IF WK-VEN-ARR-MEISAI-CNT(WK-VEN-SUB) > 0
               COMPUTE WK-CALC ROUNDED =
                   WK-VEN-ARR-MUL-CNT(WK-VEN-SUB) * 100
                   / WK-VEN-ARR-MEISAI-CNT(WK-VEN-SUB)
               MOVE 3 TO WK-KOMOKU-SUB
               PERFORM S177-SET-ATAI
           END-IF.
      *>   04 ACK日数・05 再送率
           IF WK-VEN-ARR-SND-CNT(WK-VEN-SUB) > 0
               COMPUTE WK-CALC ROUNDED =
                   (WK-VEN-ARR-ACK-DAYS(WK-VEN-SUB)
                    + WK-VEN-ARR-MIACK-CNT(WK-VEN-SUB)
                      * WK-SCW-ARR-KIJUN(4))
                   / WK-VEN-ARR-SND-CNT(WK-VEN-SUB)
               MOVE 4 TO WK-KOMOKU-SUB
               PERFORM S177-SET-ATAI
               COMPUTE WK-CALC ROUNDED =
                   WK-VEN-ARR-RESEND-CNT(WK-VEN-SUB) * 100
                   / WK-VEN-ARR-SND-CNT(WK-VEN-SUB)
               MOVE 5 TO WK-KOMOKU-SUB
               PERFORM S177-SET-ATAI
           END-IF.
      *>   06 未着日数（受信ログのあるベンダーのみ）
           IF WK-VEN-ARR-RCV-CNT(WK-VEN-SUB) > 0
               MOVE WK-VEN-ARR-MICHAKU-DAYS(WK-VEN-SUB) TO WK-CALC
               MOVE 6 TO WK-KOMOKU-SUB
               PERFORM S177-SET-ATAI
           END-IF.

      *>   加重平均（データのない項目は重みから除く）
           MOVE 0 TO WK-TOKUTEN-TOTAL.
           MOVE 0 TO WK-OMOMI-TOTAL.
           PERFORM VARYING WK-KOMOKU-SUB FROM 1 BY 1
                     UNTIL WK-KOMOKU-SUB > 6
               IF  WK-VEN-ARR-GAITO-FLG(WK-VEN-SUB, WK-KOMOKU-SUB)
                   = 'Y'
               AND WK-SCW-ARR-OMOMI(WK-KOMOKU-SUB) > 0
                   PERFORM S178-ADD-TOKUTEN
               END-IF
           END-PERFORM.
           IF WK-OMOMI-TOTAL > 0
               COMPUTE WK-VEN-ARR-SCORE(WK-VEN-SUB) ROUNDED =
                   WK-TOKUTEN-TOTAL / WK-OMOMI-TOTAL
           ELSE
               MOVE 0 TO WK-VEN-ARR-SCORE(WK-VEN-SUB)
           END-IF.
           MOVE WK-VEN-ARR-SCORE(WK-VEN-SUB)
             TO WK-VEN-ARR-SUII-SCORE(WK-VEN-SUB, 12).
           MOVE 'Y' TO WK-VEN-ARR-SUII-FLG(WK-VEN-SUB, 12).

      *    評価値の設定（999.9を上限とする）
       S177-SET-ATAI                                          SECTION.
           IF WK-CALC > 999.9
               MOVE 999.9 TO WK-CALC
           END-IF.
           MOVE WK-CALC
             TO WK-VEN-ARR-ATAI(WK-VEN-SUB, WK-KOMOKU-SUB).
           MOVE 'Y'
             TO WK-VEN-ARR-GAITO-FLG(WK-VEN-SUB, WK-KOMOKU-SUB).

      *    評価値の点数換算（0〜100点）と重みつき加算
       S178-ADD-TOKUTEN                                       SECTION.
           IF WK-KOMOKU-SUB = 1
               MOVE WK-VEN-ARR-ATAI(WK-VEN-SUB, WK-KOMOKU-SUB)
                 TO WK-TEN
           ELSE
               COMPUTE WK-TEN =
                   100 - WK-VEN-ARR-ATAI(WK-VEN-SUB, WK-KOMOKU-SUB)
                         * WK-SCW-ARR-GENTEN(WK-KOMOKU-SUB)
           END-IF.
           IF WK-TEN < 0
               MOVE 0 TO WK-TEN
           END-IF.
           IF WK-TEN > 100
               MOVE 100 TO WK-TEN
           END-IF.
           COMPUTE WK-TOKUTEN-TOTAL = WK-TOKUTEN-TOTAL
               + WK-TEN * WK-SCW-ARR-OMOMI(WK-KOMOKU-SUB).
           ADD WK-SCW-ARR-OMOMI(WK-KOMOKU-SUB) TO WK-OMOMI-TOTAL.

      *    スコアカード履歴読込
      *>   (対象年月の11か月前〜前月の分を推移テーブルへ設定し、
      *>    前月分の順位を前月順位とする。対象年月の分は今回分で
      *>    置き換えるため、12か月より古い分は保持期間切れとして
      *>    出力しない。ファイルなしは初回として扱う)
       S180-LOAD-SCH                                          SECTION.
           OPEN INPUT SCH-FILE.
           IF WK-SCH-STATUS = '35'
               DISPLAY '***  評価履歴なし（初回）  ***'
           END-IF.
           IF WK-SCH-STATUS NOT = '00' AND WK-SCH-STATUS NOT = '35'
               MOVE 'SCHFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-SCH-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF WK-SCH-STATUS = '00'
               MOVE 'N' TO WK-EOF-FLG
               PERFORM UNTIL FILE-EOF
                   READ SCH-FILE
                     AT END
                       SET FILE-EOF      TO TRUE
                     NOT AT END
                       ADD 1             TO CNT-SCH-READ
                       PERFORM S185-CHECK-SCH
                   END-READ
               END-PERFORM
               CLOSE SCH-FILE
           END-IF.

      *    履歴1件の保持判定と推移テーブルへの設定
       S185-CHECK-SCH                                         SECTION.
           COMPUTE WK-YM-TSUKI =
               SCH-YM-YYYY * 12 + SCH-YM-MM - 1.
           COMPUTE WK-TSUKI-SA = WK-TAISHO-TSUKI - WK-YM-TSUKI.
           EVALUATE TRUE
             WHEN WK-TSUKI-SA = 0
               CONTINUE
             WHEN WK-TSUKI-SA > 11
               ADD 1 TO CNT-SCH-DROP
             WHEN OTHER
               MOVE SCH-REC TO SCH-NEW-REC
               WRITE SCH-NEW-REC
               ADD 1 TO CNT-SCH-KEEP
               IF WK-TSUKI-SA > 0
                   MOVE SCH-VENDOR-CD    TO WK-KEY-VENDOR-CD
                   MOVE 'N'              TO WK-VEN-ADD-FLG
                   PERFORM S190-FIND-VENDOR
                   IF WK-VEN-SUB NOT = 0
                       COMPUTE WK-SUII-SUB = 12 - WK-TSUKI-SA
                       MOVE SCH-SCORE
                         TO WK-VEN-ARR-SUII-SCORE(WK-VEN-SUB,
                                                  WK-SUII-SUB)
                       MOVE 'Y'
                         TO WK-VEN-ARR-SUII-FLG(WK-VEN-SUB,
                                                WK-SUII-SUB)
                       IF WK-TSUKI-SA = 1
                           MOVE SCH-RANK
                             TO WK-VEN-ARR-ZEN-RANK(WK-VEN-SUB)
                       END-IF
                       IF WK-VEN-ARR-VENDOR-NAME(WK-VEN-SUB) = SPACES
                           MOVE SCH-VENDOR-NAME
                             TO WK-VEN-ARR-VENDOR-NAME(WK-VEN-SUB)
                       END-IF
                   END-IF
               END-IF
           END-EVALUATE.

      *    ベンダー別評価集計テーブルの検索（登録指定時は追加）
      *>   (キーはWK-KEY-VENDOR-CD。見つからない・上限超過時は
      *>    WK-VEN-SUBを0で返す)
       S190-FIND-VENDOR                                       SECTION.
           MOVE 0 TO WK-VEN-SUB.
           PERFORM VARYING WK-VEN-IX FROM 1 BY 1
                     UNTIL WK-VEN-IX > WK-VEN-CNT
               IF WK-VEN-ARR-VENDOR-CD(WK-VEN-IX) = WK-KEY-VENDOR-CD
                   MOVE WK-VEN-IX TO WK-VEN-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WK-VEN-SUB = 0 AND VEN-ADD
               IF WK-VEN-CNT = 2000
                   IF NOT VEN-OVER
                       SET VEN-OVER TO TRUE
                       DISPLAY '***  ベンダー上限超過  ***'
                       DISPLAY '   上限2000件超のため以降は'
                       DISPLAY '   評価しません'
                   END-IF
               ELSE
                   ADD  1                TO WK-VEN-CNT
                   MOVE WK-VEN-CNT       TO WK-VEN-SUB
                   INITIALIZE WK-VEN-ARR(WK-VEN-SUB)
                   MOVE WK-KEY-VENDOR-CD
                     TO WK-VEN-ARR-VENDOR-CD(WK-VEN-SUB)
                   PERFORM VARYING WK-KOMOKU-SUB FROM 1 BY 1
                             UNTIL WK-KOMOKU-SUB > 6
                       MOVE 'N'
                         TO WK-VEN-ARR-GAITO-FLG(WK-VEN-SUB,
                                                 WK-KOMOKU-SUB)
                   END-PERFORM
                   PERFORM VARYING WK-SUII-SUB FROM 1 BY 1
                             UNTIL WK-SUII-SUB > 12
                       MOVE 'N'
                         TO WK-VEN-ARR-SUII-FLG(WK-VEN-SUB,
                                                WK-SUII-SUB)
                   END-PERFORM
               END-IF
           END-IF.

      *    スコア順ソート処理
       S090-SORT-SCORE                                        SECTION.
           SORT SCR-SRT-FILE
             ON DESCENDING KEY SCR-SRT-SCORE
             ON ASCENDING  KEY SCR-SRT-VENDOR-CD
             INPUT PROCEDURE S095-RELEASE-SCORE
             GIVING SCRS-FILE.
      *>   GIVINGファイルはSORT文完了後でないと作成されないため、
      *>   OPENと先読みはここで行う
           OPEN INPUT SCRS-FILE.
           IF WK-SCRS-STATUS NOT = '00'
               MOVE 'SCRSFILE'           TO WK-ERR-FILE-NAME
               MOVE WK-SCRS-STATUS       TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           MOVE 'N' TO WK-SCRS-EOF-FLG.
           MOVE 0   TO WK-JUNJO.
           MOVE 0   TO WK-RANK.
           PERFORM S098-READ-SCRS.

      *    評価集計テーブルの全ベンダーをソートへ投入
       S095-RELEASE-SCORE                                     SECTION.
           PERFORM VARYING WK-VEN-SUB FROM 1 BY 1
                     UNTIL WK-VEN-SUB > WK-VEN-CNT
               MOVE WK-VEN-ARR-SCORE(WK-VEN-SUB)  TO SCR-SRT-SCORE
               MOVE WK-VEN-ARR-VENDOR-CD(WK-VEN-SUB)
                                         TO SCR-SRT-VENDOR-CD
               MOVE WK-VEN-SUB           TO SCR-SRT-VEN-SUB
               RELEASE SCR-SRT-REC
           END-PERFORM.

      *    スコア順ソート済READ処理
       S098-READ-SCRS                                         SECTION.
           READ SCRS-FILE
             AT END
               SET SCRS-EOF              TO TRUE
           END-READ.

      *>   主処理（順位付け・帳票出力・履歴追加）
      *>   (同点は同順位とし、次の順位は同点の件数分進める)
       S200-MAIN                                              SECTION.
           ADD 1 TO WK-JUNJO.
           IF WK-JUNJO = 1 OR SCRS-SCORE NOT = WK-SCORE-OLD
               MOVE WK-JUNJO             TO WK-RANK
           END-IF.
           MOVE SCRS-SCORE               TO WK-SCORE-OLD.
           MOVE SCRS-VEN-SUB             TO WK-VEN-SUB.

           MOVE SPACES                   TO WK-RPT-DETAIL-LINE.
           MOVE WK-RANK                  TO WK-RPT-D-RANK.
           MOVE WK-VEN-ARR-VENDOR-CD(WK-VEN-SUB)
                                         TO WK-RPT-D-VENDOR.
           MOVE WK-VEN-ARR-VENDOR-NAME(WK-VEN-SUB)
                                         TO WK-RPT-D-VENDOR-NAME.
           MOVE WK-VEN-ARR-SCORE(WK-VEN-SUB)
                                         TO WK-RPT-D-SCORE.
      *>   前月比（前月の履歴がなければ新規）
           IF WK-VEN-ARR-SUII-FLG(WK-VEN-SUB, 11) = 'Y'
               MOVE WK-VEN-ARR-SUII-SCORE(WK-VEN-SUB, 11)
                                         TO WK-RPT-D-ZEN-SCORE
               COMPUTE WK-SCORE-SA =
                   WK-VEN-ARR-SCORE(WK-VEN-SUB)
                   - WK-VEN-ARR-SUII-SCORE(WK-VEN-SUB, 11)
               MOVE WK-SCORE-SA          TO WK-RPT-D-SCORE-SA
               COMPUTE WK-RANK-SA =
                   WK-VEN-ARR-ZEN-RANK(WK-VEN-SUB) - WK-RANK
               MOVE WK-RANK-SA           TO WK-RPT-D-RANK-SA
           ELSE
               MOVE '  -  '              TO WK-RPT-D-ZEN-SCORE-X
               MOVE SPACES               TO WK-RPT-D-SCORE-SA-X
               MOVE ' 新規'              TO WK-RPT-D-RANK-SA-X
           END-IF.
           PERFORM VARYING WK-KOMOKU-SUB FROM 1 BY 1
                     UNTIL WK-KOMOKU-SUB > 6
               IF WK-VEN-ARR-GAITO-FLG(WK-VEN-SUB, WK-KOMOKU-SUB)
                  = 'Y'
                   MOVE WK-VEN-ARR-ATAI(WK-VEN-SUB, WK-KOMOKU-SUB)
                     TO WK-RPT-D-ATAI(WK-KOMOKU-SUB)
               ELSE
                   MOVE '  -  '
                     TO WK-RPT-D-ATAI-X(WK-KOMOKU-SUB)
               END-IF
           END-PERFORM.
           MOVE WK-VEN-ARR-MEISAI-CNT(WK-VEN-SUB)
                                         TO WK-RPT-D-MEISAI.
           MOVE SPACES                   TO SCR-RPT-LINE.
           MOVE WK-RPT-DETAIL-LINE       TO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           ADD  1                        TO CNT-RPT-VENDOR.

      *>   スコアカード履歴へ当月分を追加
           MOVE WK-TAISHO-YM             TO SCH-NEW-YM.
           MOVE WK-VEN-ARR-VENDOR-CD(WK-VEN-SUB)
                                         TO SCH-NEW-VENDOR-CD.
           MOVE WK-VEN-ARR-VENDOR-NAME(WK-VEN-SUB)
                                         TO SCH-NEW-VENDOR-NAME.
           MOVE WK-VEN-ARR-SCORE(WK-VEN-SUB)
                                         TO SCH-NEW-SCORE.
           MOVE WK-RANK                  TO SCH-NEW-RANK.
           MOVE WK-VEN-CNT               TO SCH-NEW-VENDOR-SU.
           PERFORM VARYING WK-KOMOKU-SUB FROM 1 BY 1
                     UNTIL WK-KOMOKU-SUB > 6
               MOVE WK-VEN-ARR-ATAI(WK-VEN-SUB, WK-KOMOKU-SUB)
                 TO SCH-NEW-ATAI(WK-KOMOKU-SUB)
               MOVE WK-VEN-ARR-GAITO-FLG(WK-VEN-SUB, WK-KOMOKU-SUB)
                 TO SCH-NEW-GAITO-FLG(WK-KOMOKU-SUB)
           END-PERFORM.
           MOVE WK-VEN-ARR-MEISAI-CNT(WK-VEN-SUB)
                                         TO SCH-NEW-MEISAI-CNT.
           WRITE SCH-NEW-REC.
           ADD  1                        TO CNT-SCH-WRITE.
           PERFORM S098-READ-SCRS.

      *    スコア推移印刷（直近12か月・順位順）
       S250-PRINT-SUII                                        SECTION.
           CLOSE SCRS-FILE.
           MOVE SPACES                   TO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE SPACES                   TO SCR-RPT-LINE.
           STRING 'スコア推移（直近12か月）'
                  DELIMITED BY SIZE INTO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE SPACES                   TO WK-RPT-SUII-HEAD-LINE.
           MOVE 'ベンダーCD'       TO WK-RPT-SUII-HEAD-LINE(1:14).
           PERFORM VARYING WK-SUII-SUB FROM 1 BY 1
                     UNTIL WK-SUII-SUB > 12
               COMPUTE WK-YM-TSUKI =
                   WK-TAISHO-TSUKI - 12 + WK-SUII-SUB
               DIVIDE WK-YM-TSUKI BY 12
                 GIVING WK-YM-WK-YYYY
                 REMAINDER WK-YM-WK-MM
               ADD 1 TO WK-YM-WK-MM
               MOVE WK-YM-WK-N           TO WK-RPT-SH-YM(WK-SUII-SUB)
           END-PERFORM.
           MOVE SPACES                   TO SCR-RPT-LINE.
           MOVE WK-RPT-SUII-HEAD-LINE    TO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.

           OPEN INPUT SCRS-FILE.
           IF WK-SCRS-STATUS NOT = '00'
               MOVE 'SCRSFILE'           TO WK-ERR-FILE-NAME
               MOVE WK-SCRS-STATUS       TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           MOVE 'N' TO WK-SCRS-EOF-FLG.
           PERFORM S098-READ-SCRS.
           PERFORM UNTIL SCRS-EOF
               MOVE SCRS-VEN-SUB         TO WK-VEN-SUB
               MOVE SPACES               TO WK-RPT-SUII-LINE
               MOVE WK-VEN-ARR-VENDOR-CD(WK-VEN-SUB)
                                         TO WK-RPT-S-VENDOR
               PERFORM VARYING WK-SUII-SUB FROM 1 BY 1
                         UNTIL WK-SUII-SUB > 12
                   IF WK-VEN-ARR-SUII-FLG(WK-VEN-SUB, WK-SUII-SUB)
                      = 'Y'
                       MOVE WK-VEN-ARR-SUII-SCORE(WK-VEN-SUB,
                                                  WK-SUII-SUB)
                         TO WK-RPT-S-SCORE(WK-SUII-SUB)
                   ELSE
                       MOVE '    -'
                         TO WK-RPT-S-SCORE-X(WK-SUII-SUB)
                   END-IF
               END-PERFORM
               MOVE SPACES               TO SCR-RPT-LINE
               MOVE WK-RPT-SUII-LINE     TO SCR-RPT-LINE
               WRITE SCR-RPT-LINE
               PERFORM S098-READ-SCRS
           END-PERFORM.

      *    件数印刷
       S260-PRINT-COUNT                                       SECTION.
           MOVE SPACES               TO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE '評価ベンダー数'     TO WK-RPT-C-LABEL.
           MOVE CNT-RPT-VENDOR       TO WK-RPT-C-SU.
           MOVE SPACES               TO SCR-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE    TO SCR-RPT-LINE.
           WRITE SCR-RPT-LINE.
           IF CNT-RPT-VENDOR = 0
               MOVE SPACES           TO SCR-RPT-LINE
               STRING '対象年月の評価データがありません'
                      DELIMITED BY SIZE INTO SCR-RPT-LINE
               WRITE SCR-RPT-LINE
           END-IF.

      *>   終了処理
       S300-FINL                                              SECTION.
           PERFORM S260-PRINT-COUNT.
           CLOSE SCRS-FILE
                 SCR-RPT-FILE
                 SCH-NEW-FILE.

           PERFORM S310-WRITE-RUN-END.

           DISPLAY '   (U21)    READ   = ' CNT-U21-READ.
           DISPLAY '   (MUL)    READ   = ' CNT-MUL-READ.
           DISPLAY '   (HYK)    READ   = ' CNT-HYK-READ.
           DISPLAY '   (HYK)    取消済 = ' CNT-HYK-TORIKESHI.
           DISPLAY '   (SND)    READ   = ' CNT-SND-READ.
           DISPLAY '   (RCVLOG) READ   = ' CNT-RCVLOG-READ.
           DISPLAY '   (SCW)    READ   = ' CNT-SCW-READ.
           DISPLAY '   (SCW)    不正   = ' CNT-SCW-ERR.
           DISPLAY '   (SCH)    READ   = ' CNT-SCH-READ.
           DISPLAY '   (SCH)    保持   = ' CNT-SCH-KEEP.
           DISPLAY '   (SCH)    期限切 = ' CNT-SCH-DROP.
           DISPLAY '   (SCH)    追加   = ' CNT-SCH-WRITE.
           DISPLAY '   (帳票)   ベンダー行 = ' CNT-RPT-VENDOR.

           MOVE     FUNCTION CURRENT-DATE TO WK-SYS-DATE.
           DISPLAY '*******   EDPG00061  END   = '
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
