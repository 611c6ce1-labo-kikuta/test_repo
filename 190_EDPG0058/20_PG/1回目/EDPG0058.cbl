      ******************************************************************
      * Author:WATANABE KAZUMA
      * Date:20261015
      * Purpose:発注残台帳(ZAN)の更新
      *         前回の発注残台帳に発注データ(ORD)の新規・変更オーダー
      *         を取り込み、入荷実績データ(NYK)の受入数量を
      *         オーダーNOごとに集計して入荷累計と残数量を求め、
      *         新発注残台帳(ZANNEW)を出力する。
      *         入荷累計が発注数量に達したオーダーは完納として自動
      *         クローズし、発注数量を超えて受け入れたオーダー
      *         （過入荷）と発注データにないオーダーNOの入荷を
      *         完納・過入荷チェックリスト(ZANRPT)に一覧する
      *         (EDPG0042はこの台帳の残数量で回答を突合する。
      *          NYKは荷受場から収集する入荷実績の累積ファイルとし、
      *          入荷累計は毎回NYK全体から再計算する（再実行や後日
      *          到着分の入荷でも二重加算・取込漏れとならない）。
      *          発注データから消えたオーダーは台帳から除く。
      *          台帳の入替え(ZANNEW→ZAN)はジョブ側で行う)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. EDPG0058.
       ENVIRONMENT                                            DIVISION.
       INPUT-OUTPUT                                           SECTION.
       FILE-CONTROL.
      *>   各ファイルはJCL論理名相当のDD名でASSIGNする。
      *>   実行時に環境変数DD_xxxxxx（またはxxxxxx）を設定すれば
      *>   再コンパイルなしに格納先を差替え可能（未設定時はカレント
      *>   ディレクトリ直下のDD名そのものを参照する）
           SELECT ORD-FILE ASSIGN TO "ORDFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-ORD-STATUS.
      *>   入荷実績データ（荷受場で採取した受入実績）
           SELECT NYK-FILE ASSIGN TO "NYKFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-NYK-STATUS.
      *>   発注残台帳（前回分）
           SELECT ZAN-FILE ASSIGN TO "ZANFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-ZAN-STATUS.
      *>   発注残台帳（今回更新分）
           SELECT ZAN-NEW-FILE ASSIGN TO "ZANNEWFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-ZANNEW-STATUS.
      *>   完納・過入荷チェックリスト
           SELECT ZAN-RPT-FILE ASSIGN TO "ZANRPTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-ZANRPT-STATUS.
      *>   実行管理台帳（全バッチPG共通の開始・終了記録／追記）
           SELECT RUN-FILE ASSIGN TO "RUNFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-RUN-STATUS.
       DATA                                                   DIVISION.
       FILE                                                   SECTION.
      *>   発注データ
       FD  ORD-FILE.
       01  ORD-REC.
         03  ORD-ORDER-NO                                     PIC X(07).
         03  ORD-BUHIN-CD                                     PIC X(10).
         03  ORD-VENDOR-CD                                    PIC X(08).
         03  ORD-HACCHU-SU                                    PIC 9(07).
         03  ORD-SITEI-NOKI                                   PIC 9(08).

      *>   入荷実績データ
       FD  NYK-FILE.
       01  NYK-REC.
         03  NYK-BUHIN-CD                                     PIC X(10).
         03  NYK-VENDOR-CD                                    PIC X(08).
         03  NYK-ORDER-NO                                     PIC X(07).
         03  NYK-NYUKA-DATE                                   PIC 9(08).
         03  NYK-NYUKA-SU                                     PIC 9(07).

      *>   発注残台帳（前回分）
      *>   (状態 O:残あり C:完納クローズ。
      *>    残数量＝発注数量−入荷累計（負になる場合は0）、
      *>    過入荷数量＝入荷累計−発注数量（正の場合のみ）)
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

      *>   発注残台帳（今回更新分・レイアウトはZANと同一）
       FD  ZAN-NEW-FILE.
       01  ZAN-NEW-REC.
         03  ZAN-NEW-ORDER-NO                                 PIC X(07).
         03  ZAN-NEW-BUHIN-CD                                 PIC X(10).
         03  ZAN-NEW-VENDOR-CD                                PIC X(08).
         03  ZAN-NEW-HACCHU-SU                                PIC 9(07).
         03  ZAN-NEW-SITEI-NOKI                               PIC 9(08).
         03  ZAN-NEW-NYUKA-RUIKEI                             PIC 9(09).
         03  ZAN-NEW-ZAN-SU                                   PIC 9(07).
         03  ZAN-NEW-CHOKA-SU                                 PIC 9(09).
         03  ZAN-NEW-JOTAI                                    PIC X(01).
         03  ZAN-NEW-SAISHU-NYUKA-DATE                        PIC 9(08).
         03  ZAN-NEW-CLOSE-DATE                               PIC 9(08).

      *>   完納・過入荷チェックリスト
       FD  ZAN-RPT-FILE.
       01  ZAN-RPT-LINE                                      PIC X(132).

      *>   実行管理台帳
      *>   (区分 S:開始 E:正常終了。異常終了時はEが残らないため
      *>    Sのみのエントリが未完了実行として検出できる。
      *>    発注残台帳の更新はバッチIDと無関係のためID=0で記録する)
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
       01  CNT-ZAN-READ                   PIC 9(07)      VALUE 0.
       01  CNT-ORD-READ                   PIC 9(07)      VALUE 0.
       01  CNT-NYK-READ                   PIC 9(07)      VALUE 0.
       01  CNT-ZAN-SHINKI                 PIC 9(07)      VALUE 0.
       01  CNT-ZAN-HENKO                  PIC 9(07)      VALUE 0.
       01  CNT-ZAN-SHOMETSU               PIC 9(07)      VALUE 0.
       01  CNT-NYK-HANEI                  PIC 9(07)      VALUE 0.
       01  CNT-NYK-HACCHU-NASHI           PIC 9(07)      VALUE 0.
       01  CNT-ZAN-KANNO                  PIC 9(07)      VALUE 0.
       01  CNT-ZAN-CHOKA                  PIC 9(07)      VALUE 0.
       01  CNT-ZAN-OPEN                   PIC 9(07)      VALUE 0.
       01  CNT-ZAN-WRITE                  PIC 9(07)      VALUE 0.
      *>   発注残台帳保持テーブル
      *>   (ORD-FLG 発注データに存在=Y、NYK-SU NYK全体の入荷数量)
       01  WK-ZAN-TBL.
         03  WK-ZAN-CNT                             PIC 9(05) VALUE 0.
         03  WK-ZAN-ARR            OCCURS 5000 TIMES
                                    INDEXED BY WK-ZAN-IDX.
           05  WK-ZAN-ARR-ORDER-NO                   PIC X(07).
           05  WK-ZAN-ARR-BUHIN-CD                   PIC X(10).
           05  WK-ZAN-ARR-VENDOR-CD                  PIC X(08).
           05  WK-ZAN-ARR-HACCHU-SU                  PIC 9(07).
           05  WK-ZAN-ARR-SITEI-NOKI                 PIC 9(08).
           05  WK-ZAN-ARR-NYUKA-RUIKEI               PIC 9(09).
           05  WK-ZAN-ARR-ZAN-SU                     PIC 9(07).
           05  WK-ZAN-ARR-CHOKA-SU                   PIC 9(09).
           05  WK-ZAN-ARR-JOTAI                      PIC X(01).
           05  WK-ZAN-ARR-SAISHU-NYUKA-DATE          PIC 9(08).
           05  WK-ZAN-ARR-CLOSE-DATE                 PIC 9(08).
           05  WK-ZAN-ARR-ORD-FLG                    PIC X(01).
           05  WK-ZAN-ARR-NYK-SU                     PIC 9(09).
       01  WK-ZAN-SUB                     PIC 9(05)      VALUE 0.
       01  WK-ZAN-FOUND-SUB               PIC 9(05)      VALUE 0.
       01  WK-ZAN-SRCH-ORDER-NO           PIC X(07).
       01  WK-ZAN-OVER-FLG                PIC X(01)      VALUE 'N'.
         88  ZAN-OVER                                    VALUE 'Y'.
      *>   判定ワーク
       01  WK-SA-SU                       PIC S9(09)     VALUE 0.
       01  WK-ZEN-RUIKEI                  PIC 9(09)      VALUE 0.
       01  WK-ZOKA-SU                     PIC S9(09)     VALUE 0.
       01  WK-KANNO-FLG                   PIC X(01)      VALUE 'N'.
         88  KANNO-HONJITSU                              VALUE 'Y'.
      *>   ファイル制御ワーク
       01  WK-ORD-STATUS                  PIC X(02).
       01  WK-NYK-STATUS                  PIC X(02).
       01  WK-ZAN-STATUS                  PIC X(02).
       01  WK-ZANNEW-STATUS               PIC X(02).
       01  WK-ZANRPT-STATUS               PIC X(02).
       01  WK-ORD-EOF-FLG                 PIC X(01)      VALUE 'N'.
         88  ORD-EOF                                     VALUE 'Y'.
       01  WK-NYK-EOF-FLG                 PIC X(01)      VALUE 'N'.
         88  NYK-EOF                                     VALUE 'Y'.
       01  WK-ZAN-EOF-FLG                 PIC X(01)      VALUE 'N'.
         88  ZAN-EOF                                     VALUE 'Y'.
      *>   ファイルOPENエラー共通表示用ワーク
       01  WK-ERR-FILE-NAME               PIC X(20).
       01  WK-ERR-STATUS                  PIC X(02).
      *>   実行管理台帳ワーク
       01  WK-RUN-STATUS                  PIC X(02).
      *>   処理日ワーク
       01  WK-TODAY-DATE                  PIC 9(08)      VALUE 0.
      *>   帳票編集ワーク
       01  WK-RPT-DETAIL-LINE.
         03  FILLER                               PIC X(02).
         03  WK-RPT-D-ORDER                       PIC X(09).
         03  WK-RPT-D-BUHIN                       PIC X(12).
         03  WK-RPT-D-VENDOR                      PIC X(10).
         03  WK-RPT-D-HACCHU                      PIC ZZZ,ZZZ,ZZ9.
         03  FILLER                               PIC X(02).
         03  WK-RPT-D-RUIKEI                      PIC ZZZ,ZZZ,ZZ9.
         03  FILLER                               PIC X(02).
         03  WK-RPT-D-HONJITSU                    PIC -ZZ,ZZZ,ZZ9.
         03  FILLER                               PIC X(02).
         03  WK-RPT-D-SA                          PIC -ZZZ,ZZZ,ZZ9.
         03  FILLER                               PIC X(02).
         03  WK-RPT-D-HANTEI                      PIC X(18).
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
      *>   前回発注残台帳読込（テーブル展開）
           PERFORM S120-LOAD-ZAN.
      *>   発注データの取込（新規・変更オーダー）
           PERFORM S130-APPLY-ORDER.
      *>   入荷実績の集計（入荷累計の再計算）
           PERFORM S140-APPLY-NYK.
      *>   主処理（残数量の再計算・完納判定・新台帳出力）
           PERFORM S200-MAIN.
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
           DISPLAY '*******   EDPG00058  START = '
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

           OPEN OUTPUT ZAN-NEW-FILE.
           IF WK-ZANNEW-STATUS NOT = '00'
               MOVE 'ZANNEWFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-ZANNEW-STATUS     TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           OPEN OUTPUT ZAN-RPT-FILE.
           IF WK-ZANRPT-STATUS NOT = '00'
               MOVE 'ZANRPTFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-ZANRPT-STATUS     TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           PERFORM S150-PRINT-HEADER.

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
           MOVE 'EDPG0058'               TO RUN-PROGRAM-ID.
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
           MOVE 'EDPG0058'               TO RUN-PROGRAM-ID.
           MOVE 0                        TO RUN-BATCH-ID.
           MOVE 'E'                      TO RUN-KBN.
           MOVE FUNCTION CURRENT-DATE(1:14)
                                         TO RUN-DATETIME.
           MOVE CNT-NYK-READ             TO RUN-CNT-IN.
           MOVE CNT-ZAN-WRITE            TO RUN-CNT-OUT.
           MOVE RETURN-CODE              TO RUN-RETURN-CD.
           WRITE RUN-REC.
           CLOSE RUN-FILE.

      *    前回発注残台帳読込（テーブル展開）
      *>   台帳なし（初回運転）も正常として扱う
       S120-LOAD-ZAN                                          SECTION.
           OPEN INPUT ZAN-FILE.
           IF WK-ZAN-STATUS = '35'
               DISPLAY '***  発注残台帳なし  ***'
               DISPLAY '   発注データから作成します'
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
                       MOVE ZAN-BUHIN-CD
                         TO WK-ZAN-ARR-BUHIN-CD(WK-ZAN-CNT)
                       MOVE ZAN-VENDOR-CD
                         TO WK-ZAN-ARR-VENDOR-CD(WK-ZAN-CNT)
                       MOVE ZAN-HACCHU-SU
                         TO WK-ZAN-ARR-HACCHU-SU(WK-ZAN-CNT)
                       MOVE ZAN-SITEI-NOKI
                         TO WK-ZAN-ARR-SITEI-NOKI(WK-ZAN-CNT)
                       MOVE ZAN-NYUKA-RUIKEI
                         TO WK-ZAN-ARR-NYUKA-RUIKEI(WK-ZAN-CNT)
                       MOVE ZAN-ZAN-SU
                         TO WK-ZAN-ARR-ZAN-SU(WK-ZAN-CNT)
                       MOVE ZAN-CHOKA-SU
                         TO WK-ZAN-ARR-CHOKA-SU(WK-ZAN-CNT)
                       MOVE ZAN-JOTAI
                         TO WK-ZAN-ARR-JOTAI(WK-ZAN-CNT)
                       MOVE 0
                         TO WK-ZAN-ARR-SAISHU-NYUKA-DATE(WK-ZAN-CNT)
                       MOVE ZAN-CLOSE-DATE
                         TO WK-ZAN-ARR-CLOSE-DATE(WK-ZAN-CNT)
                       MOVE 'N'
                         TO WK-ZAN-ARR-ORD-FLG(WK-ZAN-CNT)
                       MOVE 0
                         TO WK-ZAN-ARR-NYK-SU(WK-ZAN-CNT)
                   ELSE
                       DISPLAY '***  発注残台帳上限超過  ***'
                       DISPLAY '   上限5000件超で中止'
                       DISPLAY '   (ZANNEWは入替え不可)'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-READ
           END-PERFORM.

      *    発注残台帳からオーダーNOを検索
      *>   (検索キーは呼出し元でWK-ZAN-SRCH-ORDER-NOへ設定済)
       S126-FIND-ZAN                                          SECTION.
           MOVE 0 TO WK-ZAN-FOUND-SUB.
           PERFORM VARYING WK-ZAN-SUB FROM 1 BY 1
                     UNTIL WK-ZAN-SUB > WK-ZAN-CNT
               IF WK-ZAN-SRCH-ORDER-NO
                  = WK-ZAN-ARR-ORDER-NO(WK-ZAN-SUB)
                   MOVE WK-ZAN-SUB TO WK-ZAN-FOUND-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    発注データの取込
      *>   (台帳にあるオーダーは発注数量・指定納期を最新化し、
      *>    ないオーダーは入荷累計0・残あり状態で新規登録する)
       S130-APPLY-ORDER                                       SECTION.
           OPEN INPUT ORD-FILE.
           IF WK-ORD-STATUS NOT = '00'
               MOVE 'ORDFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-ORD-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           MOVE 'N' TO WK-ORD-EOF-FLG.
           PERFORM UNTIL ORD-EOF
               READ ORD-FILE
                 AT END
                   SET ORD-EOF           TO TRUE
                 NOT AT END
                   ADD 1                 TO CNT-ORD-READ
                   MOVE ORD-ORDER-NO     TO WK-ZAN-SRCH-ORDER-NO
                   PERFORM S126-FIND-ZAN
                   IF WK-ZAN-FOUND-SUB NOT = 0
                       PERFORM S132-UPDATE-ZAN-ORDER
                   ELSE
                       PERFORM S134-ADD-ZAN-ORDER
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE ORD-FILE.

      *    台帳既存オーダーの発注数量・指定納期の最新化
       S132-UPDATE-ZAN-ORDER                                  SECTION.
           MOVE 'Y' TO WK-ZAN-ARR-ORD-FLG(WK-ZAN-FOUND-SUB).
           IF ORD-HACCHU-SU
              NOT = WK-ZAN-ARR-HACCHU-SU(WK-ZAN-FOUND-SUB)
               ADD 1 TO CNT-ZAN-HENKO
           END-IF.
           MOVE ORD-BUHIN-CD
             TO WK-ZAN-ARR-BUHIN-CD(WK-ZAN-FOUND-SUB).
           MOVE ORD-VENDOR-CD
             TO WK-ZAN-ARR-VENDOR-CD(WK-ZAN-FOUND-SUB).
           MOVE ORD-HACCHU-SU
             TO WK-ZAN-ARR-HACCHU-SU(WK-ZAN-FOUND-SUB).
           MOVE ORD-SITEI-NOKI
             TO WK-ZAN-ARR-SITEI-NOKI(WK-ZAN-FOUND-SUB).

      *    新規オーダーの台帳登録
       S134-ADD-ZAN-ORDER                                     SECTION.
           IF WK-ZAN-CNT < 5000
               ADD  1 TO WK-ZAN-CNT
               MOVE ORD-ORDER-NO
                 TO WK-ZAN-ARR-ORDER-NO(WK-ZAN-CNT)
               MOVE ORD-BUHIN-CD
                 TO WK-ZAN-ARR-BUHIN-CD(WK-ZAN-CNT)
               MOVE ORD-VENDOR-CD
                 TO WK-ZAN-ARR-VENDOR-CD(WK-ZAN-CNT)
               MOVE ORD-HACCHU-SU
                 TO WK-ZAN-ARR-HACCHU-SU(WK-ZAN-CNT)
               MOVE ORD-SITEI-NOKI
                 TO WK-ZAN-ARR-SITEI-NOKI(WK-ZAN-CNT)
               MOVE 0   TO WK-ZAN-ARR-NYUKA-RUIKEI(WK-ZAN-CNT)
               MOVE ORD-HACCHU-SU
                 TO WK-ZAN-ARR-ZAN-SU(WK-ZAN-CNT)
               MOVE 0   TO WK-ZAN-ARR-CHOKA-SU(WK-ZAN-CNT)
               MOVE 'O' TO WK-ZAN-ARR-JOTAI(WK-ZAN-CNT)
               MOVE 0   TO WK-ZAN-ARR-SAISHU-NYUKA-DATE(WK-ZAN-CNT)
               MOVE 0   TO WK-ZAN-ARR-CLOSE-DATE(WK-ZAN-CNT)
               MOVE 'Y' TO WK-ZAN-ARR-ORD-FLG(WK-ZAN-CNT)
               MOVE 0   TO WK-ZAN-ARR-NYK-SU(WK-ZAN-CNT)
               ADD  1   TO CNT-ZAN-SHINKI
           ELSE
               DISPLAY '***  発注残台帳上限超過  ***'
               DISPLAY '   オーダーNO=' ORD-ORDER-NO
               DISPLAY '   上限5000件超で中止'
               DISPLAY '   (ZANNEWは入替え不可)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    入荷実績の集計
      *>   (NYK全体をオーダーNOで台帳に引き当てて入荷数量を合計し、
      *>    最終入荷日もNYKから求め直す。
      *>    台帳にないオーダーNOの入荷は発注なし入荷として一覧)
       S140-APPLY-NYK                                         SECTION.
           OPEN INPUT NYK-FILE.
           IF WK-NYK-STATUS NOT = '00'
               MOVE 'NYKFILE'            TO WK-ERR-FILE-NAME
               MOVE WK-NYK-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           MOVE SPACES TO ZAN-RPT-LINE.
           WRITE ZAN-RPT-LINE.
           MOVE SPACES TO ZAN-RPT-LINE.
           STRING '【発注なし入荷】'
                  DELIMITED BY SIZE INTO ZAN-RPT-LINE.
           WRITE ZAN-RPT-LINE.
           MOVE 'N' TO WK-NYK-EOF-FLG.
           PERFORM UNTIL NYK-EOF
               READ NYK-FILE
                 AT END
                   SET NYK-EOF           TO TRUE
                 NOT AT END
                   ADD 1                 TO CNT-NYK-READ
                   PERFORM S142-APPLY-NYK-LINE
               END-READ
           END-PERFORM.
           CLOSE NYK-FILE.
           IF CNT-NYK-HACCHU-NASHI = 0
               MOVE SPACES TO ZAN-RPT-LINE
               STRING '  該当なし'
                 DELIMITED BY SIZE INTO ZAN-RPT-LINE
               WRITE ZAN-RPT-LINE
           END-IF.

      *    入荷実績1行の台帳への反映
       S142-APPLY-NYK-LINE                                    SECTION.
           MOVE NYK-ORDER-NO             TO WK-ZAN-SRCH-ORDER-NO.
           PERFORM S126-FIND-ZAN.
           IF  WK-ZAN-FOUND-SUB NOT = 0
           AND WK-ZAN-ARR-ORD-FLG(WK-ZAN-FOUND-SUB) = 'Y'
               ADD  1                TO CNT-NYK-HANEI
               ADD  NYK-NYUKA-SU
                 TO WK-ZAN-ARR-NYK-SU(WK-ZAN-FOUND-SUB)
               SET  WK-ZAN-IDX       TO WK-ZAN-FOUND-SUB
               IF NYK-NYUKA-DATE >
                  WK-ZAN-ARR-SAISHU-NYUKA-DATE(WK-ZAN-IDX)
                   MOVE NYK-NYUKA-DATE
                     TO WK-ZAN-ARR-SAISHU-NYUKA-DATE(WK-ZAN-IDX)
               END-IF
           ELSE
               PERFORM S145-PRINT-HACCHU-NASHI
           END-IF.

      *    発注なし入荷の明細印刷
       S145-PRINT-HACCHU-NASHI                                SECTION.
           ADD  1                      TO CNT-NYK-HACCHU-NASHI.
           MOVE SPACES                 TO WK-RPT-DETAIL-LINE.
           MOVE NYK-ORDER-NO           TO WK-RPT-D-ORDER.
           MOVE NYK-BUHIN-CD           TO WK-RPT-D-BUHIN.
           MOVE NYK-VENDOR-CD          TO WK-RPT-D-VENDOR.
           MOVE 0                      TO WK-RPT-D-HACCHU.
           MOVE 0                      TO WK-RPT-D-RUIKEI.
           MOVE NYK-NYUKA-SU           TO WK-RPT-D-HONJITSU.
           MOVE NYK-NYUKA-SU           TO WK-RPT-D-SA.
           MOVE '発注なし入荷'         TO WK-RPT-D-HANTEI.
           MOVE SPACES                 TO ZAN-RPT-LINE.
           MOVE WK-RPT-DETAIL-LINE     TO ZAN-RPT-LINE.
           WRITE ZAN-RPT-LINE.

      *    チェックリスト見出し印刷
       S150-PRINT-HEADER                                      SECTION.
           MOVE SPACES TO ZAN-RPT-LINE.
           STRING '発注残台帳更新'
                  '　完納・過入荷チェックリスト'
                  DELIMITED BY SIZE INTO ZAN-RPT-LINE.
           WRITE ZAN-RPT-LINE.
           MOVE SPACES TO ZAN-RPT-LINE.
           STRING '処理日=' WK-TODAY-DATE
                  DELIMITED BY SIZE INTO ZAN-RPT-LINE.
           WRITE ZAN-RPT-LINE.
           MOVE SPACES TO ZAN-RPT-LINE.
           WRITE ZAN-RPT-LINE.
           MOVE SPACES TO ZAN-RPT-LINE.
           STRING '  オーダーNO 部品CD      ベンダーCD'
                  '   発注数量     入荷累計     今回増加'
                  '  残/過入荷数  判定'
                  DELIMITED BY SIZE INTO ZAN-RPT-LINE.
           WRITE ZAN-RPT-LINE.

      *>   主処理（残数量の再計算・完納判定・新台帳出力）
      *>   (発注データから消えたオーダーは台帳から除く)
       S200-MAIN                                              SECTION.
           MOVE SPACES TO ZAN-RPT-LINE.
           WRITE ZAN-RPT-LINE.
           MOVE SPACES TO ZAN-RPT-LINE.
           STRING '【完納クローズ・過入荷】'
                  DELIMITED BY SIZE INTO ZAN-RPT-LINE.
           WRITE ZAN-RPT-LINE.
           PERFORM VARYING WK-ZAN-SUB FROM 1 BY 1
                     UNTIL WK-ZAN-SUB > WK-ZAN-CNT
               IF WK-ZAN-ARR-ORD-FLG(WK-ZAN-SUB) = 'N'
                   ADD 1 TO CNT-ZAN-SHOMETSU
               ELSE
                   PERFORM S210-CALC-ZAN
                   PERFORM S230-WRITE-ZAN-NEW
               END-IF
           END-PERFORM.
           IF CNT-ZAN-KANNO = 0 AND CNT-ZAN-CHOKA = 0
               MOVE SPACES TO ZAN-RPT-LINE
               STRING '  該当なし'
                 DELIMITED BY SIZE INTO ZAN-RPT-LINE
               WRITE ZAN-RPT-LINE
           END-IF.

      *    残数量の再計算と完納・過入荷判定
      *>   (入荷累計が発注数量以上になった時点で完納クローズ。
      *>    発注数量の増量変更で残が生じた場合は残ありへ戻す。
      *>    前回台帳から入荷累計が増えて過入荷となったオーダーは
      *>    一覧に印字する)
       S210-CALC-ZAN                                          SECTION.
           MOVE 'N' TO WK-KANNO-FLG.
           MOVE 'N' TO WK-ZAN-OVER-FLG.
           MOVE WK-ZAN-ARR-NYUKA-RUIKEI(WK-ZAN-SUB) TO WK-ZEN-RUIKEI.
           MOVE WK-ZAN-ARR-NYK-SU(WK-ZAN-SUB)
             TO WK-ZAN-ARR-NYUKA-RUIKEI(WK-ZAN-SUB).
           COMPUTE WK-ZOKA-SU =
               WK-ZAN-ARR-NYUKA-RUIKEI(WK-ZAN-SUB) - WK-ZEN-RUIKEI.
           COMPUTE WK-SA-SU =
               WK-ZAN-ARR-HACCHU-SU(WK-ZAN-SUB)
               - WK-ZAN-ARR-NYUKA-RUIKEI(WK-ZAN-SUB).
           IF WK-SA-SU > 0
               MOVE WK-SA-SU TO WK-ZAN-ARR-ZAN-SU(WK-ZAN-SUB)
               MOVE 0        TO WK-ZAN-ARR-CHOKA-SU(WK-ZAN-SUB)
               MOVE 'O'      TO WK-ZAN-ARR-JOTAI(WK-ZAN-SUB)
               MOVE 0        TO WK-ZAN-ARR-CLOSE-DATE(WK-ZAN-SUB)
               ADD  1        TO CNT-ZAN-OPEN
           ELSE
               MOVE 0        TO WK-ZAN-ARR-ZAN-SU(WK-ZAN-SUB)
               COMPUTE WK-ZAN-ARR-CHOKA-SU(WK-ZAN-SUB) = 0 - WK-SA-SU
               IF WK-ZAN-ARR-JOTAI(WK-ZAN-SUB) NOT = 'C'
                   MOVE 'C'  TO WK-ZAN-ARR-JOTAI(WK-ZAN-SUB)
                   MOVE WK-TODAY-DATE
                             TO WK-ZAN-ARR-CLOSE-DATE(WK-ZAN-SUB)
                   SET  KANNO-HONJITSU TO TRUE
                   ADD  1    TO CNT-ZAN-KANNO
               END-IF
               IF  WK-SA-SU < 0
               AND WK-ZOKA-SU > 0
                   SET  ZAN-OVER TO TRUE
                   ADD  1    TO CNT-ZAN-CHOKA
               END-IF
           END-IF.
           IF KANNO-HONJITSU OR ZAN-OVER
               PERFORM S220-PRINT-DETAIL
           END-IF.

      *    完納クローズ・過入荷の明細印刷
       S220-PRINT-DETAIL                                      SECTION.
           MOVE SPACES                 TO WK-RPT-DETAIL-LINE.
           MOVE WK-ZAN-ARR-ORDER-NO(WK-ZAN-SUB)
                                       TO WK-RPT-D-ORDER.
           MOVE WK-ZAN-ARR-BUHIN-CD(WK-ZAN-SUB)
                                       TO WK-RPT-D-BUHIN.
           MOVE WK-ZAN-ARR-VENDOR-CD(WK-ZAN-SUB)
                                       TO WK-RPT-D-VENDOR.
           MOVE WK-ZAN-ARR-HACCHU-SU(WK-ZAN-SUB)
                                       TO WK-RPT-D-HACCHU.
           MOVE WK-ZAN-ARR-NYUKA-RUIKEI(WK-ZAN-SUB)
                                       TO WK-RPT-D-RUIKEI.
           MOVE WK-ZOKA-SU             TO WK-RPT-D-HONJITSU.
           MOVE WK-ZAN-ARR-CHOKA-SU(WK-ZAN-SUB)
                                       TO WK-RPT-D-SA.
           EVALUATE TRUE
             WHEN KANNO-HONJITSU AND ZAN-OVER
               MOVE '完納(過入荷)'     TO WK-RPT-D-HANTEI
             WHEN ZAN-OVER
               MOVE '過入荷'           TO WK-RPT-D-HANTEI
             WHEN OTHER
               MOVE '完納クローズ'     TO WK-RPT-D-HANTEI
           END-EVALUATE.
           MOVE SPACES                 TO ZAN-RPT-LINE.
           MOVE WK-RPT-DETAIL-LINE     TO ZAN-RPT-LINE.
           WRITE ZAN-RPT-LINE.

      *    新発注残台帳への出力
       S230-WRITE-ZAN-NEW                                     SECTION.
           MOVE WK-ZAN-ARR-ORDER-NO(WK-ZAN-SUB)
                                       TO ZAN-NEW-ORDER-NO.
           MOVE WK-ZAN-ARR-BUHIN-CD(WK-ZAN-SUB)
                                       TO ZAN-NEW-BUHIN-CD.
           MOVE WK-ZAN-ARR-VENDOR-CD(WK-ZAN-SUB)
                                       TO ZAN-NEW-VENDOR-CD.
           MOVE WK-ZAN-ARR-HACCHU-SU(WK-ZAN-SUB)
                                       TO ZAN-NEW-HACCHU-SU.
           MOVE WK-ZAN-ARR-SITEI-NOKI(WK-ZAN-SUB)
                                       TO ZAN-NEW-SITEI-NOKI.
           MOVE WK-ZAN-ARR-NYUKA-RUIKEI(WK-ZAN-SUB)
                                       TO ZAN-NEW-NYUKA-RUIKEI.
           MOVE WK-ZAN-ARR-ZAN-SU(WK-ZAN-SUB)
                                       TO ZAN-NEW-ZAN-SU.
           MOVE WK-ZAN-ARR-CHOKA-SU(WK-ZAN-SUB)
                                       TO ZAN-NEW-CHOKA-SU.
           MOVE WK-ZAN-ARR-JOTAI(WK-ZAN-SUB)
                                       TO ZAN-NEW-JOTAI.
           MOVE WK-ZAN-ARR-SAISHU-NYUKA-DATE(WK-ZAN-SUB)
                                       TO ZAN-NEW-SAISHU-NYUKA-DATE.
           MOVE WK-ZAN-ARR-CLOSE-DATE(WK-ZAN-SUB)
                                       TO ZAN-NEW-CLOSE-DATE.
           WRITE ZAN-NEW-REC.
           ADD 1 TO CNT-ZAN-WRITE.

      *    更新結果件数印刷
       S260-PRINT-COUNT                                       SECTION.
           MOVE SPACES               TO ZAN-RPT-LINE.
           WRITE ZAN-RPT-LINE.
           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE '新規オーダー'       TO WK-RPT-C-LABEL.
           MOVE CNT-ZAN-SHINKI       TO WK-RPT-C-SU.
           MOVE SPACES               TO ZAN-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE    TO ZAN-RPT-LINE.
           WRITE ZAN-RPT-LINE.
           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE '発注数量変更'       TO WK-RPT-C-LABEL.
           MOVE CNT-ZAN-HENKO        TO WK-RPT-C-SU.
           MOVE SPACES               TO ZAN-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE    TO ZAN-RPT-LINE.
           WRITE ZAN-RPT-LINE.
           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE '発注消滅'           TO WK-RPT-C-LABEL.
           MOVE CNT-ZAN-SHOMETSU     TO WK-RPT-C-SU.
           MOVE SPACES               TO ZAN-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE    TO ZAN-RPT-LINE.
           WRITE ZAN-RPT-LINE.
           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE '入荷反映'           TO WK-RPT-C-LABEL.
           MOVE CNT-NYK-HANEI        TO WK-RPT-C-SU.
           MOVE SPACES               TO ZAN-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE    TO ZAN-RPT-LINE.
           WRITE ZAN-RPT-LINE.
           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE '発注なし入荷'       TO WK-RPT-C-LABEL.
           MOVE CNT-NYK-HACCHU-NASHI TO WK-RPT-C-SU.
           MOVE SPACES               TO ZAN-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE    TO ZAN-RPT-LINE.
           WRITE ZAN-RPT-LINE.
           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE '本日完納クローズ'   TO WK-RPT-C-LABEL.
           MOVE CNT-ZAN-KANNO        TO WK-RPT-C-SU.
           MOVE SPACES               TO ZAN-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE    TO ZAN-RPT-LINE.
           WRITE ZAN-RPT-LINE.
           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE '過入荷'             TO WK-RPT-C-LABEL.
           MOVE CNT-ZAN-CHOKA        TO WK-RPT-C-SU.
           MOVE SPACES               TO ZAN-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE    TO ZAN-RPT-LINE.
           WRITE ZAN-RPT-LINE.
           MOVE SPACES               TO WK-RPT-COUNT-LINE.
           MOVE '残ありオーダー'     TO WK-RPT-C-LABEL.
           MOVE CNT-ZAN-OPEN         TO WK-RPT-C-SU.
           MOVE SPACES               TO ZAN-RPT-LINE.
           MOVE WK-RPT-COUNT-LINE    TO ZAN-RPT-LINE.
           WRITE ZAN-RPT-LINE.

      *>   終了処理
       S300-FINL                                              SECTION.
           PERFORM S260-PRINT-COUNT.
           CLOSE ZAN-NEW-FILE
                 ZAN-RPT-FILE.

           PERFORM S310-WRITE-RUN-END.

           DISPLAY '   (台帳)   READ       = ' CNT-ZAN-READ.
           DISPLAY '   (ORD)    READ       = ' CNT-ORD-READ.
           DISPLAY '   (NYK)    READ       = ' CNT-NYK-READ.
           DISPLAY '   (台帳)   新規       = ' CNT-ZAN-SHINKI.
           DISPLAY '   (台帳)   数量変更   = ' CNT-ZAN-HENKO.
           DISPLAY '   (台帳)   発注消滅   = ' CNT-ZAN-SHOMETSU.
           DISPLAY '   (入荷)   反映       = ' CNT-NYK-HANEI.
           DISPLAY '   (入荷)   発注なし   = '
                    CNT-NYK-HACCHU-NASHI.
           DISPLAY '   (台帳)   完納       = ' CNT-ZAN-KANNO.
           DISPLAY '   (台帳)   過入荷     = ' CNT-ZAN-CHOKA.
           DISPLAY '   (台帳)   残あり     = ' CNT-ZAN-OPEN.
           DISPLAY '   (台帳)   出力       = ' CNT-ZAN-WRITE.

           MOVE     FUNCTION CURRENT-DATE TO WK-SYS-DATE.
           DISPLAY '*******   EDPG00058  END   = '
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
