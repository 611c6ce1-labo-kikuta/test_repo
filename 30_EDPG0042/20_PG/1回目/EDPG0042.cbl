      *         経過3日超・7日超の督促フラグ付き滞留一覧帳票
      *         (OPNRPT)を出力する（台帳の入替えはジョブ側で
      *         OPNNEWをOPNへ置き換えて行う）
      *         納期遅れ一覧・滞留一覧は購買担当者マスタ(U12)から
      *         担当者名・所属を付加し、所属別にまとめて印字する
      *         突合の発注数量は発注残台帳(ZAN、EDPG0058で入荷実績
      *         を反映)がある場合はその残数量で置き換え、完納済の
      *         オーダーは回答漏れ・未回答台帳の対象から外す
      *         納期を突合した明細数・納期遅れ明細数はベンダー別に
      *         ベンダー評価実績(HYK)へ追記し、月次スコアカード
      *         (EDPG0061)の回答納期遅れ率の元データとする
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                                         DIVISION.
           SELECT ORD-FILE ASSIGN TO "ORDFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-ORD-STATUS.
      *>   発注残台帳（EDPG0058で入荷実績を反映した残数量）
           SELECT ZAN-FILE ASSIGN TO "ZANFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-ZAN-STATUS.
      *>   発注突合帳票
           SELECT MCH-RPT-FILE ASSIGN TO "MCHRPTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT NKR-RPT-FILE ASSIGN TO "NKRRPTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-NKRRPT-STATUS.
      *>   ベンダー評価実績（月次スコアカード用／追記）
           SELECT HYK-FILE ASSIGN TO "HYKFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-HYK-STATUS.
      *>   未回答台帳（前回バッチからの繰り越し）
           SELECT OPN-FILE ASSIGN TO "OPNFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           SELECT OPN-RPT-FILE ASSIGN TO "OPNRPTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-OPNRPT-STATUS.
      *>   滞留一覧明細ワーク（所属別一覧のソート用）
           SELECT OPP-SRT-FILE ASSIGN TO 'OPPSRT.tmp'.
           SELECT OPPS-FILE ASSIGN TO 'OPPSWRK.tmp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-OPPS-STATUS.
      *>   購買担当者マスタ（索引編成・購買担当者CDキーの随時READ）
           SELECT U12-FILE ASSIGN TO "U12FILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS U12-KOBAI-TANTO-CD
           FILE STATUS IS WK-U12-STATUS.
       DATA                                                   DIVISION.
       FILE                                                   SECTION.
      *>   納入予定データ（EDPG0040出力・全世代）
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

      *>   納入予定データソート済（直近バッチ分・オーダーNO順）
       FD  U21O-FILE.
           05  U21O-NNYU-DATE-TBL OCCURS 6 TIMES.
             07  U21O-NNYU-DATE                               PIC 9(08).
         03  U21O-BUHIN-NAME                                  PIC X(30).
         03  U21O-KYOTEN-CD                                   PIC X(03).

      *>   発注データ
       FD  ORD-FILE.
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

      *>   発注突合帳票
       FD  MCH-RPT-FILE.
       01  MCH-RPT-LINE                                      PIC X(132).

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
         03  RUN-RETURN-CD                         PIC 9(02).

      *>   納期遅れ明細ワーク
      *>   (所属CD・所属名・担当者名は購買担当者マスタから付加。
      *>    所属CDを第1ソートキーとして所属別にまとめる)
       FD  NKC-FILE.
       01  NKC-REC.
         03  NKC-SHOZOKU-CD                                   PIC X(05).
         03  NKC-SHOZOKU-NAME                                 PIC X(20).
         03  NKC-TANTO-NAME                                   PIC X(20).
         03  NKC-KOBAI-TANTO-CD                               PIC X(05).
         03  NKC-ORDER-NO                                     PIC X(07).
         03  NKC-BUHIN-CD                                     PIC X(10).
      *>   納期遅れ明細ソートワーク
       SD  NKC-SRT-FILE.
       01  NKC-SRT-REC.
         03  NKC-SRT-SHOZOKU-CD                               PIC X(05).
         03  NKC-SRT-SHOZOKU-NAME                             PIC X(20).
         03  NKC-SRT-TANTO-NAME                               PIC X(20).
         03  NKC-SRT-KOBAI-TANTO-CD                           PIC X(05).
         03  NKC-SRT-ORDER-NO                                 PIC X(07).
         03  NKC-SRT-BUHIN-CD                                 PIC X(10).
         03  NKC-SRT-OKURE-DAYS                               PIC 9(03).
         03  NKC-SRT-OKURE-SU                                 PIC 9(09).

      *>   納期遅れ明細ソート済（所属CD・購買担当者CD・オーダーNO順）
       FD  NKCS-FILE.
       01  NKCS-REC.
         03  NKCS-SHOZOKU-CD                                  PIC X(05).
         03  NKCS-SHOZOKU-NAME                                PIC X(20).
         03  NKCS-TANTO-NAME                                  PIC X(20).
         03  NKCS-KOBAI-TANTO-CD                              PIC X(05).
         03  NKCS-ORDER-NO                                    PIC X(07).
         03  NKCS-BUHIN-CD                                    PIC X(10).
       FD  OPN-RPT-FILE.
       01  OPN-RPT-LINE                                      PIC X(132).

      *>   滞留一覧明細ソートワーク
      *>   (段階 1:7日超 2:4〜7日 3:3日以内。所属CD・所属名・
      *>    担当者名は購買担当者マスタから付加する)
       SD  OPP-SRT-FILE.
       01  OPP-SRT-REC.
         03  OPP-SRT-SHOZOKU-CD                               PIC X(05).
         03  OPP-SRT-DANKAI                                   PIC 9(01).
         03  OPP-SRT-KOBAI-TANTO-CD                           PIC X(05).
         03  OPP-SRT-ORDER-NO                                 PIC X(07).
         03  OPP-SRT-SHOZOKU-NAME                             PIC X(20).
         03  OPP-SRT-TANTO-NAME                               PIC X(20).
         03  OPP-SRT-BUHIN-CD                                 PIC X(10).
         03  OPP-SRT-VENDOR-CD                                PIC X(08).
         03  OPP-SRT-JOTAI                                    PIC X(01).
         03  OPP-SRT-HASSEI-DATE                              PIC 9(08).
         03  OPP-SRT-KEIKA-NISSU                              PIC 9(03).

      *>   滞留一覧明細ソート済（所属CD・段階・担当者CD・オーダーNO順）
       FD  OPPS-FILE.
       01  OPPS-REC.
         03  OPPS-SHOZOKU-CD                                  PIC X(05).
         03  OPPS-DANKAI                                      PIC 9(01).
         03  OPPS-KOBAI-TANTO-CD                              PIC X(05).
         03  OPPS-ORDER-NO                                    PIC X(07).
         03  OPPS-SHOZOKU-NAME                                PIC X(20).
         03  OPPS-TANTO-NAME                                  PIC X(20).
         03  OPPS-BUHIN-CD                                    PIC X(10).
         03  OPPS-VENDOR-CD                                   PIC X(08).
         03  OPPS-JOTAI                                       PIC X(01).
         03  OPPS-HASSEI-DATE                                 PIC 9(08).
         03  OPPS-KEIKA-NISSU                                 PIC 9(03).

      *>   購買担当者マスタ
      *>   (有効/廃止フラグ 1:有効 9:廃止)
       FD  U12-FILE.
       01  U12-REC.
         03  U12-KOBAI-TANTO-CD                               PIC X(05).
         03  U12-TANTO-NAME                                   PIC X(20).
         03  U12-SHOZOKU-CD                                   PIC X(05).
         03  U12-SHOZOKU-NAME                                 PIC X(20).
         03  U12-RENRAKUSAKI                                  PIC X(15).
         03  U12-YUKO-FLG                                     PIC X(01).
         03  U12-TEKIYO-START-DATE                            PIC 9(08).

       WORKING-STORAGE                                        SECTION.
       01  CNT-U21-READ                   PIC 9(07)      VALUE 0.
       01  CNT-U21-TAISHO                 PIC 9(07)      VALUE 0.
       01  CNT-ORDER-KAJO                 PIC 9(07)      VALUE 0.
       01  CNT-ORDER-MORE                 PIC 9(07)      VALUE 0.
       01  CNT-ORDER-NASHI                PIC 9(07)      VALUE 0.
       01  CNT-ORDER-KANNO                PIC 9(07)      VALUE 0.
       01  CNT-ZAN-READ                   PIC 9(07)      VALUE 0.
      *>   オーダーNOブレイク制御
       01  KEY-NEW-ORDER                  PIC X(07).
       01  KEY-OLD-ORDER                  PIC X(07)      VALUE SPACES.
       01  WK-NOKI-OKURE-SU               PIC 9(09)      VALUE 0.
       01  WK-NOKI-DAYS-WK                PIC S9(05)     VALUE 0.
       01  WK-NOKI-MAX-DAYS               PIC 9(03)      VALUE 0.
      *>   ベンダー別回答納期集計テーブル（ベンダー評価実績用）
       01  WK-HYK-TBL.
         03  WK-HYK-CNT                             PIC 9(05) VALUE 0.
         03  WK-HYK-ARR            OCCURS 2000 TIMES.
           05  WK-HYK-ARR-VENDOR-CD                  PIC X(08).
           05  WK-HYK-ARR-TAISHO-SU                  PIC 9(11).
           05  WK-HYK-ARR-GAITO-SU                   PIC 9(11).
       01  WK-HYK-SUB                     PIC 9(05)      VALUE 0.
       01  WK-HYK-FOUND-SUB               PIC 9(05)      VALUE 0.
       01  WK-HYK-STATUS                  PIC X(02).
       01  CNT-HYK-WRITE                  PIC 9(07)      VALUE 0.
      *>   発注データ保持テーブル
      *>   (ZAN-SU 発注残数量。発注残台帳にないオーダーは発注数量)
       01  WK-ORD-TBL.
         03  WK-ORD-CNT                             PIC 9(05) VALUE 0.
         03  WK-ORD-ARR            OCCURS 5000 TIMES
           05  WK-ORD-ARR-BUHIN-CD                   PIC X(10).
           05  WK-ORD-ARR-VENDOR-CD                  PIC X(08).
           05  WK-ORD-ARR-HACCHU-SU                  PIC 9(07).
           05  WK-ORD-ARR-ZAN-SU                     PIC 9(07).
           05  WK-ORD-ARR-SITEI-NOKI                 PIC 9(08).
           05  WK-ORD-ARR-MATCH-FLG                  PIC X(01).
       01  WK-ORD-FOUND-FLG               PIC X(01)      VALUE 'N'.
       01  WK-U21-STATUS                  PIC X(02).
       01  WK-U21O-STATUS                 PIC X(02).
       01  WK-ORD-STATUS                  PIC X(02).
       01  WK-ZAN-STATUS                  PIC X(02).
       01  WK-ZAN-EOF-FLG                 PIC X(01)      VALUE 'N'.
         88  ZAN-EOF                                     VALUE 'Y'.
       01  WK-MCHRPT-STATUS               PIC X(02).
      *>   ファイルOPENエラー共通表示用ワーク
       01  WK-ERR-FILE-NAME               PIC X(20).
       01  CNT-OPN-KURIKOSHI              PIC 9(05)      VALUE 0.
       01  CNT-OPN-SHINKI                 PIC 9(05)      VALUE 0.
       01  CNT-OPN-CLOSE                  PIC 9(05)      VALUE 0.
       01  CNT-OPN-KANNO                  PIC 9(05)      VALUE 0.
       01  CNT-OPN-SHOMETSU               PIC 9(05)      VALUE 0.
       01  CNT-OPN-OVER3                  PIC 9(05)      VALUE 0.
       01  CNT-OPN-OVER7                  PIC 9(05)      VALUE 0.
       01  WK-TODAY-DATE                  PIC 9(08)      VALUE 0.
      *>   滞留一覧の段階別印刷制御（1:7日超 2:4〜7日 3:3日以内）
       01  WK-OPN-DANKAI                  PIC 9(01)      VALUE 0.
      *>   滞留一覧の所属ブレイク制御
       01  WK-OPPS-STATUS                 PIC X(02).
       01  RPT-OPN-SHOZOKU-OLD            PIC X(05)      VALUE SPACES.
       01  RPT-OPN-FIRST-FLG              PIC X(01)      VALUE 'Y'.
         88  RPT-OPN-FIRST-TIME                          VALUE 'Y'.
       01  WK-RPT-OPN-DETAIL-LINE.
         03  FILLER                               PIC X(02).
         03  WK-RPT-P-ORDER                       PIC X(09).
         03  WK-RPT-P-BUHIN                       PIC X(12).
         03  WK-RPT-P-VENDOR                      PIC X(10).
         03  WK-RPT-P-TANTO                       PIC X(07).
         03  WK-RPT-P-TANTO-NAME                  PIC X(22).
         03  WK-RPT-P-JOTAI                       PIC X(13).
         03  WK-RPT-P-HASSEI                      PIC 9(08).
         03  FILLER                               PIC X(02).
       01  WK-NKCS-STATUS                 PIC X(02).
       01  WK-NKRRPT-STATUS               PIC X(02).
       01  RPT-NOKI-TANTO-OLD             PIC X(05)      VALUE SPACES.
       01  RPT-NOKI-SHOZOKU-OLD           PIC X(05)      VALUE SPACES.
       01  RPT-NOKI-FIRST-FLG             PIC X(01)      VALUE 'Y'.
         88  RPT-NOKI-FIRST-TIME                         VALUE 'Y'.
       01  WK-RPT-NOKI-TANTO-LINE.
         03  FILLER                               PIC X(16)
                                        VALUE '購買担当者='.
         03  WK-RPT-N-TANTO                       PIC X(05).
         03  FILLER                               PIC X(01).
         03  WK-RPT-N-TANTO-NAME                  PIC X(20).
      *>   所属見出し行（納期遅れ一覧・滞留一覧共通）
       01  WK-RPT-SHOZOKU-LINE.
         03  FILLER                               PIC X(09)
                                        VALUE '所属='.
         03  WK-RPT-S-SHOZOKU                     PIC X(05).
         03  FILLER                               PIC X(01).
         03  WK-RPT-S-SHOZOKU-NAME                PIC X(22).
      *>   購買担当者マスタワーク
       01  WK-U12-STATUS                  PIC X(02).
       01  WK-RPT-NOKI-DETAIL-LINE.
         03  FILLER                               PIC X(02).
         03  WK-RPT-N-ORDER                       PIC X(09).
           PERFORM S060-WRITE-RUN-START.
      *>   発注データ読込（テーブル展開）
           PERFORM S120-LOAD-ORDER.
      *>   発注残台帳読込（発注テーブルへ残数量を反映）
           PERFORM S125-LOAD-ZAN.
      *>   未回答台帳読込（前回バッチ分のテーブル展開）
           PERFORM S140-LOAD-OPN.
      *>   U21ソート処理（直近バッチ分のみ抽出）
           PERFORM S250-CHECK-MISSING.
      *>   納期遅れ一覧印刷処理（購買担当者別）
           PERFORM S270-PRINT-NOKI-RPT.
      *>   ベンダー評価実績追記処理
           PERFORM S290-WRITE-HYK.
      *>   未回答台帳の確定・滞留一覧印刷処理
           PERFORM S280-WRITE-OPEN-LEDGER.
      *>   終了処理
               MOVE WK-OPNRPT-STATUS     TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           PERFORM S150-OPEN-TANTO-MST.
           STRING WK-SYS-DATE-YYYY WK-SYS-DATE-MM WK-SYS-DATE-DD
             DELIMITED BY SIZE INTO WK-TODAY-DATE.
           PERFORM S130-PRINT-HEADER.

      *    購買担当者マスタOPEN（索引編成・随時READ用）
       S150-OPEN-TANTO-MST                                    SECTION.
           OPEN INPUT U12-FILE.
           IF WK-U12-STATUS NOT = '00'
               MOVE 'U12FILE'            TO WK-ERR-FILE-NAME
               MOVE WK-U12-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.

      *    購買担当者マスタのキーREAD
      *>   (キーは呼出し元でU12-KOBAI-TANTO-CDへ設定済。
      *>    担当者CD未設定・未登録の場合はU12-RECをスペースで返す)
       S155-READ-TANTO-MST                                    SECTION.
           IF U12-KOBAI-TANTO-CD = SPACES
               MOVE SPACES TO U12-REC
           ELSE
               READ U12-FILE
                 INVALID KEY
                   MOVE SPACES TO U12-REC
               END-READ
           END-IF.

      *    U21を全件読み、直近（最大）バッチIDを特定する
       S080-FIND-MAX-BATCH                                    SECTION.
           OPEN INPUT U21-FILE.
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
                     TO WK-ORD-ARR-VENDOR-CD(WK-ORD-IDX)
                   MOVE ORD-HACCHU-SU
                     TO WK-ORD-ARR-HACCHU-SU(WK-ORD-IDX)
                   MOVE ORD-HACCHU-SU
                     TO WK-ORD-ARR-ZAN-SU(WK-ORD-IDX)
                   MOVE ORD-SITEI-NOKI
                     TO WK-ORD-ARR-SITEI-NOKI(WK-ORD-IDX)
                   MOVE 'N'
           END-IF.
           CLOSE ORD-FILE.

      *    発注残台帳読込（発注テーブルへ残数量を反映）
      *>   台帳なし（発注残台帳の運用開始前）は発注数量で突合する
       S125-LOAD-ZAN                                          SECTION.
           OPEN INPUT ZAN-FILE.
           IF WK-ZAN-STATUS = '35'
               DISPLAY '***  発注残台帳なし  ***'
               DISPLAY '   発注数量で突合します'
           END-IF.
           IF WK-ZAN-STATUS NOT = '00' AND WK-ZAN-STATUS NOT = '35'
               MOVE 'ZANFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-ZAN-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF WK-ZAN-STATUS = '00'
               PERFORM S127-LOAD-ZAN-TBL
               CLOSE ZAN-FILE
           END-IF.

      *    発注残台帳の残数量を発注テーブルへ反映
       S127-LOAD-ZAN-TBL                                      SECTION.
           MOVE 'N' TO WK-ZAN-EOF-FLG.
           PERFORM UNTIL ZAN-EOF
               READ ZAN-FILE
                 AT END
                   SET ZAN-EOF           TO TRUE
                 NOT AT END
                   ADD 1                 TO CNT-ZAN-READ
                   PERFORM VARYING WK-ORD-IDX FROM 1 BY 1
                             UNTIL WK-ORD-IDX > WK-ORD-CNT
                       IF ZAN-ORDER-NO
                          = WK-ORD-ARR-ORDER-NO(WK-ORD-IDX)
                           MOVE ZAN-ZAN-SU
                             TO WK-ORD-ARR-ZAN-SU(WK-ORD-IDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-READ
           END-PERFORM.

      *    未回答台帳読込（前回バッチ分のテーブル展開）
      *>   台帳なし（初回運転）も正常として扱う
       S140-LOAD-OPN                                          SECTION.
           WRITE MCH-RPT-LINE.
           MOVE SPACES TO MCH-RPT-LINE.
           STRING 'オーダーNO 部品CD      ベンダーCD'
                  '   発注残数量     回答数量         差異'
                  '  判定            指定納期'
                  DELIMITED BY SIZE INTO MCH-RPT-LINE.
           WRITE MCH-RPT-LINE.
           MOVE WK-KAITO-SU-TOTAL         TO WK-RPT-D-KAITO.
           IF ORD-FOUND
               SET WK-ORD-IDX TO WK-ORD-SAVE-IDX
               MOVE WK-ORD-ARR-ZAN-SU(WK-ORD-IDX)
                                          TO WK-RPT-D-HACCHU
               MOVE WK-ORD-ARR-SITEI-NOKI(WK-ORD-IDX)
                                          TO WK-RPT-D-SITEI-NOKI
               COMPUTE WK-DIFF-SU =
                   WK-KAITO-SU-TOTAL
                   - WK-ORD-ARR-ZAN-SU(WK-ORD-IDX)
               MOVE WK-DIFF-SU            TO WK-RPT-D-DIFF
               EVALUATE TRUE
                 WHEN WK-DIFF-SU = 0

      *    過少回答オーダーを台帳へ繰り越し・新規登録
      *>   (既存エントリは経過日数を1加算して続存、なければ
      *>    発生日＝本日・経過1日で新規登録する。
      *>    台帳の発注数量には発注残数量を記録する)
       S228-UPDATE-OPN-KASHO                                  SECTION.
           MOVE KEY-OLD-ORDER TO WK-OPN-SRCH-ORDER-NO.
           PERFORM S226-FIND-OPN.
           IF WK-OPN-FOUND-SUB NOT = 0
               MOVE 'U' TO WK-OPN-ARR-KANRI-KBN(WK-OPN-FOUND-SUB)
               MOVE 'K' TO WK-OPN-ARR-JOTAI(WK-OPN-FOUND-SUB)
               MOVE WK-ORD-ARR-ZAN-SU(WK-ORD-IDX)
                 TO WK-OPN-ARR-HACCHU-SU(WK-OPN-FOUND-SUB)
               MOVE WK-KAITO-SU-TOTAL
                 TO WK-OPN-ARR-KAITO-SU(WK-OPN-FOUND-SUB)
               MOVE WK-GRP-TANTO-CD
                     TO WK-OPN-ARR-VENDOR-CD(WK-OPN-CNT)
                   MOVE WK-GRP-TANTO-CD
                     TO WK-OPN-ARR-TANTO-CD(WK-OPN-CNT)
                   MOVE WK-ORD-ARR-ZAN-SU(WK-ORD-IDX)
                     TO WK-OPN-ARR-HACCHU-SU(WK-OPN-CNT)
                   MOVE WK-KAITO-SU-TOTAL
                     TO WK-OPN-ARR-KAITO-SU(WK-OPN-CNT)
                   END-IF
               END-PERFORM
               IF WK-NOKI-OKURE-SU > 0
                   MOVE WK-GRP-TANTO-CD   TO U12-KOBAI-TANTO-CD
                   PERFORM S155-READ-TANTO-MST
                   MOVE U12-SHOZOKU-CD    TO NKC-SHOZOKU-CD
                   MOVE U12-SHOZOKU-NAME  TO NKC-SHOZOKU-NAME
                   MOVE U12-TANTO-NAME    TO NKC-TANTO-NAME
                   MOVE WK-GRP-TANTO-CD   TO NKC-KOBAI-TANTO-CD
                   MOVE KEY-OLD-ORDER     TO NKC-ORDER-NO
                   MOVE WK-GRP-BUHIN-CD   TO NKC-BUHIN-CD
                   WRITE NKC-REC
                   ADD  1                 TO CNT-ORDER-NKOKURE
               END-IF
               PERFORM S229-ADD-HYK-TBL
           END-IF.

      *    ベンダー別回答納期集計テーブルへ加算
      *>   (指定納期のある突合明細を対象数、納期遅れ数量のある
      *>    明細を該当数として数える)
       S229-ADD-HYK-TBL                                       SECTION.
           MOVE 0 TO WK-HYK-FOUND-SUB.
           PERFORM VARYING WK-HYK-SUB FROM 1 BY 1
                     UNTIL WK-HYK-SUB > WK-HYK-CNT
               IF WK-HYK-ARR-VENDOR-CD(WK-HYK-SUB)
                  = WK-GRP-VENDOR-CD
                   MOVE WK-HYK-SUB TO WK-HYK-FOUND-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM.
           IF WK-HYK-FOUND-SUB = 0
               IF WK-HYK-CNT = 2000
                   DISPLAY '***  評価集計上限超過  ***'
                   DISPLAY '   ベンダーCD=' WK-GRP-VENDOR-CD
                   DISPLAY '   は評価実績に出力しません'
               ELSE
                   ADD  1                 TO WK-HYK-CNT
                   MOVE WK-HYK-CNT        TO WK-HYK-FOUND-SUB
                   MOVE WK-GRP-VENDOR-CD
                     TO WK-HYK-ARR-VENDOR-CD(WK-HYK-FOUND-SUB)
                   MOVE 0
                     TO WK-HYK-ARR-TAISHO-SU(WK-HYK-FOUND-SUB)
                   MOVE 0
                     TO WK-HYK-ARR-GAITO-SU(WK-HYK-FOUND-SUB)
               END-IF
           END-IF.
           IF WK-HYK-FOUND-SUB NOT = 0
               ADD 1 TO WK-HYK-ARR-TAISHO-SU(WK-HYK-FOUND-SUB)
               IF WK-NOKI-OKURE-SU > 0
                   ADD 1 TO WK-HYK-ARR-GAITO-SU(WK-HYK-FOUND-SUB)
               END-IF
           END-IF.

      *    ベンダー別回答納期集計をベンダー評価実績へ追記
       S290-WRITE-HYK                                         SECTION.
           OPEN EXTEND HYK-FILE.
           IF WK-HYK-STATUS = '35'
               OPEN OUTPUT HYK-FILE
           END-IF.
           IF WK-HYK-STATUS NOT = '00'
               MOVE 'HYKFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-HYK-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           PERFORM VARYING WK-HYK-SUB FROM 1 BY 1
                     UNTIL WK-HYK-SUB > WK-HYK-CNT
               MOVE '2'                   TO HYK-SHUBETSU
               MOVE WK-TODAY-DATE         TO HYK-DATE
               MOVE WK-MAX-BATCH-ID       TO HYK-BATCH-ID
               MOVE WK-HYK-ARR-VENDOR-CD(WK-HYK-SUB)
                                          TO HYK-VENDOR-CD
               MOVE WK-HYK-ARR-TAISHO-SU(WK-HYK-SUB)
                                          TO HYK-TAISHO-SU
               MOVE WK-HYK-ARR-GAITO-SU(WK-HYK-SUB)
                                          TO HYK-GAITO-SU
               WRITE HYK-REC
               ADD  1                     TO CNT-HYK-WRITE
           END-PERFORM.
           CLOSE HYK-FILE.

      *    発注テーブル未突合分（回答漏れ）を帳票へ出力
      *>   (発注残数量0の完納済オーダーは回答不要のため対象外とし、
      *>    未回答台帳に残っていればクローズする)
       S250-CHECK-MISSING                                     SECTION.
           PERFORM VARYING WK-ORD-IDX FROM 1 BY 1
                     UNTIL WK-ORD-IDX > WK-ORD-CNT
               IF  WK-ORD-ARR-MATCH-FLG(WK-ORD-IDX) = 'N'
               AND WK-ORD-ARR-ZAN-SU(WK-ORD-IDX) = 0
                   ADD  1                 TO CNT-ORDER-KANNO
                   PERFORM S254-CLOSE-OPN-KANNO
               END-IF
               IF  WK-ORD-ARR-MATCH-FLG(WK-ORD-IDX) = 'N'
               AND WK-ORD-ARR-ZAN-SU(WK-ORD-IDX) > 0
                   MOVE SPACES            TO WK-RPT-DETAIL-LINE
                   MOVE WK-ORD-ARR-ORDER-NO(WK-ORD-IDX)
                                          TO WK-RPT-D-ORDER
                                          TO WK-RPT-D-BUHIN
                   MOVE WK-ORD-ARR-VENDOR-CD(WK-ORD-IDX)
                                          TO WK-RPT-D-VENDOR
                   MOVE WK-ORD-ARR-ZAN-SU(WK-ORD-IDX)
                                          TO WK-RPT-D-HACCHU
                   MOVE 0                 TO WK-RPT-D-KAITO
                   COMPUTE WK-DIFF-SU =
                       0 - WK-ORD-ARR-ZAN-SU(WK-ORD-IDX)
                   MOVE WK-DIFF-SU        TO WK-RPT-D-DIFF
                   MOVE '回答漏れ'        TO WK-RPT-D-HANTEI
                   MOVE WK-ORD-ARR-SITEI-NOKI(WK-ORD-IDX)
           IF WK-OPN-FOUND-SUB NOT = 0
               MOVE 'U' TO WK-OPN-ARR-KANRI-KBN(WK-OPN-FOUND-SUB)
               MOVE 'M' TO WK-OPN-ARR-JOTAI(WK-OPN-FOUND-SUB)
               MOVE WK-ORD-ARR-ZAN-SU(WK-ORD-IDX)
                 TO WK-OPN-ARR-HACCHU-SU(WK-OPN-FOUND-SUB)
               MOVE 0
                 TO WK-OPN-ARR-KAITO-SU(WK-OPN-FOUND-SUB)
               ADD  1
                     TO WK-OPN-ARR-VENDOR-CD(WK-OPN-CNT)
                   MOVE SPACES
                     TO WK-OPN-ARR-TANTO-CD(WK-OPN-CNT)
                   MOVE WK-ORD-ARR-ZAN-SU(WK-ORD-IDX)
                     TO WK-OPN-ARR-HACCHU-SU(WK-OPN-CNT)
                   MOVE 0   TO WK-OPN-ARR-KAITO-SU(WK-OPN-CNT)
                   MOVE 'M' TO WK-OPN-ARR-JOTAI(WK-OPN-CNT)
               END-IF
           END-IF.

      *    完納済オーダーの台帳エントリをクローズ
       S254-CLOSE-OPN-KANNO                                   SECTION.
           MOVE WK-ORD-ARR-ORDER-NO(WK-ORD-IDX)
             TO WK-OPN-SRCH-ORDER-NO.
           PERFORM S226-FIND-OPN.
           IF WK-OPN-FOUND-SUB NOT = 0
               MOVE 'C' TO WK-OPN-ARR-KANRI-KBN(WK-OPN-FOUND-SUB)
               ADD  1   TO CNT-OPN-KANNO
           END-IF.

      *    突合結果件数印刷
       S260-PRINT-COUNT                                       SECTION.
           MOVE SPACES               TO MCH-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE    TO MCH-RPT-LINE.
           WRITE MCH-RPT-LINE.

           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE '完納済（対象外）'   TO WK-RPT-C-LABEL.
           MOVE CNT-ORDER-KANNO      TO WK-RPT-C-SU.
           MOVE SPACES               TO MCH-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE    TO MCH-RPT-LINE.
           WRITE MCH-RPT-LINE.

           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE '納期遅れ'           TO WK-RPT-C-LABEL.
           MOVE CNT-ORDER-NKOKURE    TO WK-RPT-C-SU.
           MOVE WK-RPT-COUNT-LINE    TO MCH-RPT-LINE.
           WRITE MCH-RPT-LINE.

      *    納期遅れ一覧印刷（所属・購買担当者別）
      *>   (明細ワークを所属CD・担当者CD・オーダーNO順にソートし、
      *>    所属ごと・担当者ごとに見出し行を入れて一覧する)
       S270-PRINT-NOKI-RPT                                    SECTION.
           CLOSE NKC-FILE.
           SORT NKC-SRT-FILE
             ON ASCENDING KEY NKC-SRT-SHOZOKU-CD
                              NKC-SRT-KOBAI-TANTO-CD
                              NKC-SRT-ORDER-NO
             USING NKC-FILE
             GIVING NKCS-FILE.
           END-IF.
           MOVE SPACES TO NKR-RPT-LINE.
           STRING '納期遅れ一覧'
                  '　所属・購買担当者別チェックリスト'
                  DELIMITED BY SIZE INTO NKR-RPT-LINE.
           WRITE NKR-RPT-LINE.
           MOVE SPACES TO NKR-RPT-LINE.
                      DELIMITED BY SIZE INTO NKR-RPT-LINE
               WRITE NKR-RPT-LINE
               MOVE SPACES TO RPT-NOKI-TANTO-OLD
               MOVE SPACES TO RPT-NOKI-SHOZOKU-OLD
               MOVE 'Y'    TO RPT-NOKI-FIRST-FLG
               PERFORM S275-PRINT-NOKI-DETAIL
                 UNTIL WK-NKCS-STATUS NOT = '00'
           END-IF.
           CLOSE NKCS-FILE.

      *    納期遅れ明細1件の印刷（所属・担当者ブレイク含む）
       S275-PRINT-NOKI-DETAIL                                 SECTION.
           READ NKCS-FILE
             AT END
               CONTINUE
             NOT AT END
               IF RPT-NOKI-FIRST-TIME
               OR NKCS-SHOZOKU-CD NOT = RPT-NOKI-SHOZOKU-OLD
                   MOVE 'N'                 TO RPT-NOKI-FIRST-FLG
                   MOVE NKCS-SHOZOKU-CD     TO RPT-NOKI-SHOZOKU-OLD
                   MOVE SPACES              TO RPT-NOKI-TANTO-OLD
                   MOVE SPACES              TO NKR-RPT-LINE
                   WRITE NKR-RPT-LINE
                   MOVE NKCS-SHOZOKU-CD     TO WK-RPT-S-SHOZOKU
                   MOVE NKCS-SHOZOKU-NAME   TO WK-RPT-S-SHOZOKU-NAME
                   IF NKCS-SHOZOKU-CD = SPACES
                       MOVE '（所属未設定）'
                                            TO WK-RPT-S-SHOZOKU-NAME
                   END-IF
                   MOVE SPACES              TO NKR-RPT-LINE
                   MOVE WK-RPT-SHOZOKU-LINE TO NKR-RPT-LINE
                   WRITE NKR-RPT-LINE
               END-IF
               IF NKCS-KOBAI-TANTO-CD NOT = RPT-NOKI-TANTO-OLD
                   MOVE NKCS-KOBAI-TANTO-CD TO RPT-NOKI-TANTO-OLD
                   MOVE SPACES              TO NKR-RPT-LINE
                   WRITE NKR-RPT-LINE
                   MOVE NKCS-KOBAI-TANTO-CD TO WK-RPT-N-TANTO
                   MOVE NKCS-TANTO-NAME     TO WK-RPT-N-TANTO-NAME
                   MOVE SPACES              TO NKR-RPT-LINE
                   MOVE WK-RPT-NOKI-TANTO-LINE
                                            TO NKR-RPT-LINE
      *    未回答台帳の確定と滞留一覧印刷
      *>   (発注データから消えた旧エントリは発注消滅として
      *>    クローズ扱い。続存・新規エントリのみ新台帳へ出力し、
      *>    所属ごとに経過7日超→4〜7日→3日以内の順で一覧する)
       S280-WRITE-OPEN-LEDGER                                 SECTION.
           PERFORM VARYING WK-OPN-SUB FROM 1 BY 1
                     UNTIL WK-OPN-SUB > WK-OPN-CNT
           WRITE OPN-RPT-LINE.
           MOVE SPACES TO OPN-RPT-LINE.
           STRING '  オーダーNO 部品CD     ベンダーCD'
                  ' 担当者 担当者名              '
                  '状態        発生日    経過  督促'
                  DELIMITED BY SIZE INTO OPN-RPT-LINE.
           WRITE OPN-RPT-LINE.
           SORT OPP-SRT-FILE
             ON ASCENDING KEY OPP-SRT-SHOZOKU-CD
                              OPP-SRT-DANKAI
                              OPP-SRT-KOBAI-TANTO-CD
                              OPP-SRT-ORDER-NO
             INPUT PROCEDURE S284-SELECT-OPN
             GIVING OPPS-FILE.
           OPEN INPUT OPPS-FILE.
           IF WK-OPPS-STATUS NOT = '00'
               MOVE 'OPPSWRK.tmp'        TO WK-ERR-FILE-NAME
               MOVE WK-OPPS-STATUS       TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           MOVE SPACES TO RPT-OPN-SHOZOKU-OLD.
           MOVE 'Y'    TO RPT-OPN-FIRST-FLG.
           PERFORM S287-PRINT-OPN-DETAIL
             UNTIL WK-OPPS-STATUS NOT = '00'.
           CLOSE OPPS-FILE.

           MOVE SPACES TO OPN-RPT-LINE.
           WRITE OPN-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE    TO OPN-RPT-LINE.
           WRITE OPN-RPT-LINE.
           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE '完納によるクローズ' TO WK-RPT-C-LABEL.
           MOVE CNT-OPN-KANNO        TO WK-RPT-C-SU.
           MOVE SPACES               TO OPN-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE    TO OPN-RPT-LINE.
           WRITE OPN-RPT-LINE.
           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE '発注消滅クローズ'   TO WK-RPT-C-LABEL.
           MOVE CNT-OPN-SHOMETSU     TO WK-RPT-C-SU.
           MOVE SPACES               TO OPN-RPT-LINE.
               ADD 1 TO CNT-OPN-OVER3
           END-IF.

      *    滞留一覧ソートへの入力
      *>   (続存・新規エントリを段階別に抽出してソートへ渡す)
       S284-SELECT-OPN                                        SECTION.
           PERFORM S285-PRINT-OPN-PASS
             VARYING WK-OPN-DANKAI FROM 1 BY 1
               UNTIL WK-OPN-DANKAI > 3.

      *    滞留一覧の段階別抽出（1:7日超 2:4〜7日 3:3日以内）
       S285-PRINT-OPN-PASS                                    SECTION.
           PERFORM VARYING WK-OPN-SUB FROM 1 BY 1
                     UNTIL WK-OPN-SUB > WK-OPN-CNT
                   EVALUATE TRUE
                     WHEN WK-OPN-DANKAI = 1
                      AND WK-OPN-ARR-KEIKA-NISSU(WK-OPN-SUB) > 7
                       PERFORM S286-RELEASE-OPN
                     WHEN WK-OPN-DANKAI = 2
                      AND WK-OPN-ARR-KEIKA-NISSU(WK-OPN-SUB) > 3
                      AND WK-OPN-ARR-KEIKA-NISSU(WK-OPN-SUB) <= 7
                       PERFORM S286-RELEASE-OPN
                     WHEN WK-OPN-DANKAI = 3
                      AND WK-OPN-ARR-KEIKA-NISSU(WK-OPN-SUB) <= 3
                       PERFORM S286-RELEASE-OPN
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *    滞留一覧明細1件のソート投入
      *>   (担当者CDから購買担当者マスタを引き、所属CD・所属名・
      *>    担当者名を付加する。回答漏れは担当者CDを持たないため
      *>    所属未設定として先頭にまとまる)
       S286-RELEASE-OPN                                       SECTION.
           MOVE WK-OPN-ARR-TANTO-CD(WK-OPN-SUB)
                                       TO U12-KOBAI-TANTO-CD.
           PERFORM S155-READ-TANTO-MST.
           MOVE U12-SHOZOKU-CD         TO OPP-SRT-SHOZOKU-CD.
           MOVE U12-SHOZOKU-NAME       TO OPP-SRT-SHOZOKU-NAME.
           MOVE U12-TANTO-NAME         TO OPP-SRT-TANTO-NAME.
           MOVE WK-OPN-DANKAI          TO OPP-SRT-DANKAI.
           MOVE WK-OPN-ARR-TANTO-CD(WK-OPN-SUB)
                                       TO OPP-SRT-KOBAI-TANTO-CD.
           MOVE WK-OPN-ARR-ORDER-NO(WK-OPN-SUB)
                                       TO OPP-SRT-ORDER-NO.
           MOVE WK-OPN-ARR-BUHIN-CD(WK-OPN-SUB)
                                       TO OPP-SRT-BUHIN-CD.
           MOVE WK-OPN-ARR-VENDOR-CD(WK-OPN-SUB)
                                       TO OPP-SRT-VENDOR-CD.
           MOVE WK-OPN-ARR-JOTAI(WK-OPN-SUB)
                                       TO OPP-SRT-JOTAI.
           MOVE WK-OPN-ARR-HASSEI-DATE(WK-OPN-SUB)
                                       TO OPP-SRT-HASSEI-DATE.
           MOVE WK-OPN-ARR-KEIKA-NISSU(WK-OPN-SUB)
                                       TO OPP-SRT-KEIKA-NISSU.
           RELEASE OPP-SRT-REC.

      *    滞留一覧明細1件の印刷（所属ブレイク含む）
       S287-PRINT-OPN-DETAIL                                  SECTION.
           READ OPPS-FILE
             AT END
               CONTINUE
             NOT AT END
               IF RPT-OPN-FIRST-TIME
               OR OPPS-SHOZOKU-CD NOT = RPT-OPN-SHOZOKU-OLD
                   MOVE 'N'                 TO RPT-OPN-FIRST-FLG
                   MOVE OPPS-SHOZOKU-CD     TO RPT-OPN-SHOZOKU-OLD
                   MOVE SPACES              TO OPN-RPT-LINE
                   WRITE OPN-RPT-LINE
                   MOVE OPPS-SHOZOKU-CD     TO WK-RPT-S-SHOZOKU
                   MOVE OPPS-SHOZOKU-NAME   TO WK-RPT-S-SHOZOKU-NAME
                   IF OPPS-SHOZOKU-CD = SPACES
                       MOVE '（所属未設定）'
                                            TO WK-RPT-S-SHOZOKU-NAME
                   END-IF
                   MOVE SPACES              TO OPN-RPT-LINE
                   MOVE WK-RPT-SHOZOKU-LINE TO OPN-RPT-LINE
                   WRITE OPN-RPT-LINE
               END-IF
               MOVE SPACES                 TO WK-RPT-OPN-DETAIL-LINE
               MOVE OPPS-ORDER-NO          TO WK-RPT-P-ORDER
               MOVE OPPS-BUHIN-CD          TO WK-RPT-P-BUHIN
               MOVE OPPS-VENDOR-CD         TO WK-RPT-P-VENDOR
               MOVE OPPS-KOBAI-TANTO-CD    TO WK-RPT-P-TANTO
               MOVE OPPS-TANTO-NAME        TO WK-RPT-P-TANTO-NAME
               IF OPPS-JOTAI = 'M'
                   MOVE '回答漏れ'         TO WK-RPT-P-JOTAI
               ELSE
                   MOVE '過少回答'         TO WK-RPT-P-JOTAI
               END-IF
               MOVE OPPS-HASSEI-DATE       TO WK-RPT-P-HASSEI
               MOVE OPPS-KEIKA-NISSU       TO WK-RPT-P-NISSU
               EVALUATE TRUE
                 WHEN OPPS-KEIKA-NISSU > 7
                   MOVE '***督促***'       TO WK-RPT-P-FLAG
                 WHEN OPPS-KEIKA-NISSU > 3
                   MOVE '*注意*'           TO WK-RPT-P-FLAG
                 WHEN OTHER
                   MOVE SPACES             TO WK-RPT-P-FLAG
               END-EVALUATE
               MOVE SPACES                 TO OPN-RPT-LINE
               MOVE WK-RPT-OPN-DETAIL-LINE TO OPN-RPT-LINE
               WRITE OPN-RPT-LINE
           END-READ.

      *>   終了処理
       S300-FINL                                              SECTION.
                 MCH-RPT-FILE
                 NKR-RPT-FILE
                 OPN-NEW-FILE
                 OPN-RPT-FILE
                 U12-FILE.

           PERFORM S310-WRITE-RUN-END.

           DISPLAY '   (U21)    READ   = ' CNT-U21-READ.
           DISPLAY '   (U21)    対象   = ' CNT-U21-TAISHO.
           DISPLAY '   (ORD)    READ   = ' CNT-ORD-READ.
           DISPLAY '   (ZAN)    READ   = ' CNT-ZAN-READ.
           DISPLAY '   (突合)   一致       = ' CNT-ORDER-OK.
           DISPLAY '   (突合)   過少回答   = ' CNT-ORDER-KASHO.
           DISPLAY '   (突合)   過剰回答   = ' CNT-ORDER-KAJO.
           DISPLAY '   (突合)   回答漏れ   = ' CNT-ORDER-MORE.
           DISPLAY '   (突合)   発注なし回答 = ' CNT-ORDER-NASHI.
           DISPLAY '   (突合)   納期遅れ   = ' CNT-ORDER-NKOKURE.
           DISPLAY '   (突合)   完納済     = ' CNT-ORDER-KANNO.
           DISPLAY '   (HYK)    WRITE      = ' CNT-HYK-WRITE.
           DISPLAY '   (台帳)   READ       = ' CNT-OPN-READ.
           DISPLAY '   (台帳)   繰り越し   = ' CNT-OPN-KURIKOSHI.
           DISPLAY '   (台帳)   新規       = ' CNT-OPN-SHINKI.
           DISPLAY '   (台帳)   クローズ   = ' CNT-OPN-CLOSE.
           DISPLAY '   (台帳)   完納       = ' CNT-OPN-KANNO.
           DISPLAY '   (台帳)   発注消滅   = ' CNT-OPN-SHOMETSU.
           DISPLAY '   (台帳)   3日超      = ' CNT-OPN-OVER3.
           DISPLAY '   (台帳)   7日超      = ' CNT-OPN-OVER7.
