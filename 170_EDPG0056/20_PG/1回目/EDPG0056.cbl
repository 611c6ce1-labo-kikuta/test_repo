      ******************************************************************
      * Author:WATANABE KAZUMA
      * Date:20261015
      * Purpose:購買担当者マスタ(U12)メンテナンス
      *         追加・変更・廃止のトランザクションファイル(U12TRN)を
      *         読み込み、購買担当者マスタを更新して新マスタ(U12NEW)を
      *         出力する。あわせて誰がいつ何を変えたかを残す
      *         監査証跡ファイル(U12AUD)へ更新前後のレコード内容を
      *         追記し、適用できないトランザクションは理由CD付きで
      *         エラーファイル(U12TRNERR)へ振り分ける
      *         (廃止は物理削除せず有効/廃止フラグによる論理廃止。
      *          マスタは索引編成・購買担当者CDキー。現マスタを
      *          新マスタへ複写したうえでキーREAD/REWRITEで更新する)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                                         DIVISION.
       PROGRAM-ID. EDPG0056.
       ENVIRONMENT                                            DIVISION.
       INPUT-OUTPUT                                           SECTION.
       FILE-CONTROL.
      *>   各ファイルはJCL論理名相当のDD名でASSIGNする。
      *>   実行時に環境変数DD_xxxxxx（またはxxxxxx）を設定すれば
      *>   再コンパイルなしに格納先を差替え可能（未設定時はカレント
      *>   ディレクトリ直下のDD名そのものを参照する）
      *>   購買担当者マスタ（索引編成・購買担当者CDキー）
           SELECT U12-FILE ASSIGN TO "U12FILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS U12-KOBAI-TANTO-CD
           FILE STATUS IS WK-U12-STATUS.
      *>   メンテナンストランザクション
           SELECT TRN-FILE ASSIGN TO "U12TRNFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-TRN-STATUS.
      *>   更新後購買担当者マスタ（索引編成・購買担当者CDキー）
           SELECT U12-NEW-FILE ASSIGN TO "U12NEWFILE"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS U12-NEW-KOBAI-TANTO-CD
           FILE STATUS IS WK-U12NEW-STATUS.
      *>   監査証跡（追記）
           SELECT AUD-FILE ASSIGN TO "U12AUDFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-AUD-STATUS.
      *>   適用不可トランザクション
           SELECT TRN-ERR-FILE ASSIGN TO "U12TRNERRFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-TRNERR-STATUS.
      *>   実行管理台帳（全バッチPG共通の開始・終了記録／追記）
           SELECT RUN-FILE ASSIGN TO "RUNFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-RUN-STATUS.
       DATA                                                   DIVISION.
       FILE                                                   SECTION.
      *>   購買担当者マスタ（更新前）
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

      *>   メンテナンストランザクション
      *>   (区分 1:追加 2:変更 3:廃止。廃止は区分と購買担当者CD
      *>    および適用開始日のみ参照)
       FD  TRN-FILE.
       01  TRN-REC.
         03  TRN-KBN                                          PIC X(01).
         03  TRN-KOBAI-TANTO-CD                               PIC X(05).
         03  TRN-TANTO-NAME                                   PIC X(20).
         03  TRN-SHOZOKU-CD                                   PIC X(05).
         03  TRN-SHOZOKU-NAME                                 PIC X(20).
         03  TRN-RENRAKUSAKI                                  PIC X(15).
         03  TRN-TEKIYO-START-DATE                            PIC 9(08).

      *>   更新後購買担当者マスタ
       FD  U12-NEW-FILE.
       01  U12-NEW-REC.
         03  U12-NEW-KOBAI-TANTO-CD                           PIC X(05).
         03  U12-NEW-TANTO-NAME                               PIC X(20).
         03  U12-NEW-SHOZOKU-CD                               PIC X(05).
         03  U12-NEW-SHOZOKU-NAME                             PIC X(20).
         03  U12-NEW-RENRAKUSAKI                              PIC X(15).
         03  U12-NEW-YUKO-FLG                                 PIC X(01).
         03  U12-NEW-TEKIYO-START-DATE                        PIC 9(08).

      *>   監査証跡（いつ・誰が・何を・どう変えたか）
       FD  AUD-FILE.
       01  AUD-REC.
         03  AUD-DATETIME                                     PIC 9(14).
         03  AUD-USER                                         PIC X(10).
         03  AUD-KBN                                          PIC X(01).
         03  AUD-KOBAI-TANTO-CD                               PIC X(05).
         03  AUD-OLD-IMAGE                                    PIC X(74).
         03  AUD-NEW-IMAGE                                    PIC X(74).

      *>   適用不可トランザクション（理由CD付）
      *>   (理由CD 01:区分不正 02:追加で既存あり 03:変更/廃止で
      *>    対象なし)
       FD  TRN-ERR-FILE.
       01  TRN-ERR-REC.
         03  TRN-ERR-KBN                                      PIC X(01).
         03  TRN-ERR-KOBAI-TANTO-CD                           PIC X(05).
         03  TRN-ERR-TANTO-NAME                               PIC X(20).
         03  TRN-ERR-SHOZOKU-CD                               PIC X(05).
         03  TRN-ERR-SHOZOKU-NAME                             PIC X(20).
         03  TRN-ERR-RENRAKUSAKI                              PIC X(15).
         03  TRN-ERR-TEKIYO-START-DATE                        PIC 9(08).
         03  TRN-ERR-REASON-CD                                PIC X(02).

      *>   実行管理台帳
      *>   (区分 S:開始 E:正常終了。異常終了時はEが残らないため
      *>    Sのみのエントリが未完了実行として検出できる。
      *>    マスタメンテはバッチIDと無関係のためID=0で記録する)
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
       01  CNT-U12-READ                   PIC 9(05)      VALUE 0.
       01  CNT-TRN-READ                   PIC 9(05)      VALUE 0.
       01  CNT-TRN-ADD                    PIC 9(05)      VALUE 0.
       01  CNT-TRN-CHG                    PIC 9(05)      VALUE 0.
       01  CNT-TRN-DEL                    PIC 9(05)      VALUE 0.
       01  CNT-TRN-ERR                    PIC 9(05)      VALUE 0.
       01  CNT-U12-WRITE                  PIC 9(05)      VALUE 0.
      *>   新マスタのキーREAD結果制御
       01  WK-TANTO-FOUND-FLG             PIC X(01)      VALUE 'N'.
         88  TANTO-FOUND                                 VALUE 'Y'.
      *>   マスタ複写時のREAD制御
       01  WK-U12-EOF-FLG                 PIC X(01)      VALUE 'N'.
         88  U12-EOF                                     VALUE 'Y'.
      *>   トランザクション制御
       01  WK-TRN-EOF-FLG                 PIC X(01)      VALUE 'N'.
         88  TRN-EOF                                    VALUE 'Y'.
      *>   監査証跡ワーク
       01  WK-AUD-USER                    PIC X(10).
       01  WK-AUD-DATETIME                PIC 9(14).
       01  WK-AUD-OLD-IMAGE               PIC X(74).
      *>   ファイル制御ワーク
       01  WK-U12-STATUS                  PIC X(02).
       01  WK-TRN-STATUS                  PIC X(02).
       01  WK-U12NEW-STATUS               PIC X(02).
       01  WK-AUD-STATUS                  PIC X(02).
       01  WK-TRNERR-STATUS               PIC X(02).
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
      *>   初期処理
           PERFORM S100-INIT.
      *>   現マスタを新マスタへ複写
           PERFORM S120-COPY-U12.
      *>   主処理
           PERFORM S200-MAIN
             UNTIL TRN-EOF.
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
           DISPLAY '*******   EDPG00056  START = '
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

      *>   監査証跡の操作者は環境変数から取得する
      *>   （EDPG0056_USER優先、未設定時はUSER、共に未設定は不明）
           MOVE SPACES TO WK-AUD-USER.
           ACCEPT WK-AUD-USER FROM ENVIRONMENT 'EDPG0056_USER'.
           IF WK-AUD-USER = SPACES
               ACCEPT WK-AUD-USER FROM ENVIRONMENT 'USER'
           END-IF.
           IF WK-AUD-USER = SPACES
               MOVE '*UNKNOWN*' TO WK-AUD-USER
           END-IF.

           OPEN INPUT TRN-FILE.
           IF WK-TRN-STATUS NOT = '00'
               MOVE 'U12TRNFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-TRN-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           OPEN OUTPUT U12-NEW-FILE.
           IF WK-U12NEW-STATUS NOT = '00'
               MOVE 'U12NEWFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-U12NEW-STATUS     TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
      *>   監査証跡は履歴として残すため既存ファイルへ追記する
           OPEN EXTEND AUD-FILE.
           IF WK-AUD-STATUS = '35'
               OPEN OUTPUT AUD-FILE
           END-IF.
           IF WK-AUD-STATUS NOT = '00'
               MOVE 'U12AUDFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-AUD-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           OPEN OUTPUT TRN-ERR-FILE.
           IF WK-TRNERR-STATUS NOT = '00'
               MOVE 'U12TRNERRFILE'      TO WK-ERR-FILE-NAME
               MOVE WK-TRNERR-STATUS     TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.

           PERFORM S060-WRITE-RUN-START.
           PERFORM S110-READ-TRN.

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
           MOVE 'EDPG0056'               TO RUN-PROGRAM-ID.
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
           MOVE 'EDPG0056'               TO RUN-PROGRAM-ID.
           MOVE 0                        TO RUN-BATCH-ID.
           MOVE 'E'                      TO RUN-KBN.
           MOVE FUNCTION CURRENT-DATE(1:14)
                                         TO RUN-DATETIME.
           MOVE CNT-TRN-READ             TO RUN-CNT-IN.
           MOVE CNT-U12-WRITE            TO RUN-CNT-OUT.
           MOVE RETURN-CODE              TO RUN-RETURN-CD.
           WRITE RUN-REC.
           CLOSE RUN-FILE.

      *    現マスタを新マスタへ複写し、新マスタを更新用に開き直す
      *>   マスタ初期構築時はU12FILEが存在しないことを許容し、
      *>   空の新マスタから開始する
       S120-COPY-U12                                          SECTION.
           OPEN INPUT U12-FILE.
           IF WK-U12-STATUS = '35'
               DISPLAY '***  購買担当者マスタなし  ***'
               DISPLAY '   空のマスタから初期構築します'
           END-IF.
           IF WK-U12-STATUS NOT = '00' AND WK-U12-STATUS NOT = '35'
               MOVE 'U12FILE'            TO WK-ERR-FILE-NAME
               MOVE WK-U12-STATUS        TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.
           IF WK-U12-STATUS = '00'
               PERFORM S125-COPY-U12-REC
               CLOSE U12-FILE
           END-IF.
      *>   複写後、新マスタをキーREAD/REWRITE用に開き直す
           CLOSE U12-NEW-FILE.
           OPEN I-O U12-NEW-FILE.
           IF WK-U12NEW-STATUS NOT = '00'
               MOVE 'U12NEWFILE'         TO WK-ERR-FILE-NAME
               MOVE WK-U12NEW-STATUS     TO WK-ERR-STATUS
               PERFORM S900-FILE-ERROR
           END-IF.

      *    現マスタ全件の複写本体
       S125-COPY-U12-REC                                      SECTION.
           MOVE 'N' TO WK-U12-EOF-FLG.
           PERFORM UNTIL U12-EOF
               READ U12-FILE
                 AT END
                   SET U12-EOF           TO TRUE
                 NOT AT END
                   ADD  1                TO CNT-U12-READ
                   MOVE U12-REC          TO U12-NEW-REC
                   WRITE U12-NEW-REC
                     INVALID KEY
                       DISPLAY '***  複写キー重複  ***'
                       DISPLAY '   担当者CD=' U12-KOBAI-TANTO-CD
                     NOT INVALID KEY
                       ADD 1             TO CNT-U12-WRITE
                   END-WRITE
               END-READ
           END-PERFORM.

      *    トランザクションREAD処理
       S110-READ-TRN                                          SECTION.
           READ TRN-FILE
             AT END
               SET TRN-EOF               TO TRUE
             NOT AT END
               ADD 1                     TO CNT-TRN-READ
           END-READ.

      *>   主処理（トランザクション区分別振分け）
       S200-MAIN                                              SECTION.
           PERFORM S130-FIND-TANTO.
           EVALUATE TRN-KBN
             WHEN '1'
               PERFORM S210-ADD-TANTO
             WHEN '2'
               PERFORM S220-CHANGE-TANTO
             WHEN '3'
               PERFORM S230-HAISHI-TANTO
             WHEN OTHER
               PERFORM S240-REJECT-TRN-01
           END-EVALUATE.
           PERFORM S110-READ-TRN.

      *    新マスタからトランザクションの購買担当者CDをキーREAD
      *>   (該当レコードはU12-NEW-RECへ読み込まれる)
       S130-FIND-TANTO                                        SECTION.
           MOVE 'N'                TO WK-TANTO-FOUND-FLG.
           MOVE TRN-KOBAI-TANTO-CD TO U12-NEW-KOBAI-TANTO-CD.
           READ U12-NEW-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               SET TANTO-FOUND TO TRUE
           END-READ.

      *    追加処理（新マスタへキーWRITE）
       S210-ADD-TANTO                                         SECTION.
           IF TANTO-FOUND
               MOVE '02' TO TRN-ERR-REASON-CD
               PERFORM S245-REJECT-TRN
           ELSE
               MOVE SPACES TO WK-AUD-OLD-IMAGE
               MOVE TRN-KOBAI-TANTO-CD   TO U12-NEW-KOBAI-TANTO-CD
               MOVE TRN-TANTO-NAME       TO U12-NEW-TANTO-NAME
               MOVE TRN-SHOZOKU-CD       TO U12-NEW-SHOZOKU-CD
               MOVE TRN-SHOZOKU-NAME     TO U12-NEW-SHOZOKU-NAME
               MOVE TRN-RENRAKUSAKI      TO U12-NEW-RENRAKUSAKI
               MOVE '1'                  TO U12-NEW-YUKO-FLG
               MOVE TRN-TEKIYO-START-DATE
                                         TO U12-NEW-TEKIYO-START-DATE
               WRITE U12-NEW-REC
                 INVALID KEY
                   MOVE '02' TO TRN-ERR-REASON-CD
                   PERFORM S245-REJECT-TRN
                 NOT INVALID KEY
                   ADD  1 TO CNT-TRN-ADD
                   ADD  1 TO CNT-U12-WRITE
                   PERFORM S250-WRITE-AUDIT
               END-WRITE
           END-IF.

      *    変更処理（全項目を入れ替えてREWRITE。
      *    有効/廃止フラグは維持）
       S220-CHANGE-TANTO                                      SECTION.
           IF NOT TANTO-FOUND
               MOVE '03' TO TRN-ERR-REASON-CD
               PERFORM S245-REJECT-TRN
           ELSE
               MOVE U12-NEW-REC          TO WK-AUD-OLD-IMAGE
               MOVE TRN-TANTO-NAME       TO U12-NEW-TANTO-NAME
               MOVE TRN-SHOZOKU-CD       TO U12-NEW-SHOZOKU-CD
               MOVE TRN-SHOZOKU-NAME     TO U12-NEW-SHOZOKU-NAME
               MOVE TRN-RENRAKUSAKI      TO U12-NEW-RENRAKUSAKI
               MOVE TRN-TEKIYO-START-DATE
                                         TO U12-NEW-TEKIYO-START-DATE
               REWRITE U12-NEW-REC
               ADD  1 TO CNT-TRN-CHG
               PERFORM S250-WRITE-AUDIT
           END-IF.

      *    廃止処理（有効/廃止フラグを廃止に更新する論理廃止）
      *>   (廃止後もコードは残るため、過去の帳票・履歴の担当者名は
      *>    引き続き参照できる。新規の納期回答はEDPG0040で弾く)
       S230-HAISHI-TANTO                                      SECTION.
           IF NOT TANTO-FOUND
               MOVE '03' TO TRN-ERR-REASON-CD
               PERFORM S245-REJECT-TRN
           ELSE
               MOVE U12-NEW-REC          TO WK-AUD-OLD-IMAGE
               MOVE '9'                  TO U12-NEW-YUKO-FLG
               IF TRN-TEKIYO-START-DATE NOT = 0
                   MOVE TRN-TEKIYO-START-DATE
                     TO U12-NEW-TEKIYO-START-DATE
               END-IF
               REWRITE U12-NEW-REC
               ADD  1 TO CNT-TRN-DEL
               PERFORM S250-WRITE-AUDIT
           END-IF.

      *    区分不正トランザクションの振分け
       S240-REJECT-TRN-01                                     SECTION.
           MOVE '01' TO TRN-ERR-REASON-CD.
           PERFORM S245-REJECT-TRN.

      *    適用不可トランザクションをエラーファイルへ出力
      *>   (理由CDは呼出し元でTRN-ERR-REASON-CDへ設定済)
       S245-REJECT-TRN                                        SECTION.
           MOVE TRN-KBN                TO TRN-ERR-KBN.
           MOVE TRN-KOBAI-TANTO-CD     TO TRN-ERR-KOBAI-TANTO-CD.
           MOVE TRN-TANTO-NAME         TO TRN-ERR-TANTO-NAME.
           MOVE TRN-SHOZOKU-CD         TO TRN-ERR-SHOZOKU-CD.
           MOVE TRN-SHOZOKU-NAME       TO TRN-ERR-SHOZOKU-NAME.
           MOVE TRN-RENRAKUSAKI        TO TRN-ERR-RENRAKUSAKI.
           MOVE TRN-TEKIYO-START-DATE  TO TRN-ERR-TEKIYO-START-DATE.
           WRITE TRN-ERR-REC.
           ADD  1                      TO CNT-TRN-ERR.

      *    監査証跡出力（更新前後のレコード内容を残す）
      *>   (更新前内容は呼出し元でWK-AUD-OLD-IMAGEへ設定済。
      *>    追加時はスペース)
       S250-WRITE-AUDIT                                       SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WK-AUD-DATETIME.
           MOVE WK-AUD-DATETIME        TO AUD-DATETIME.
           MOVE WK-AUD-USER            TO AUD-USER.
           MOVE TRN-KBN                TO AUD-KBN.
           MOVE TRN-KOBAI-TANTO-CD     TO AUD-KOBAI-TANTO-CD.
           MOVE WK-AUD-OLD-IMAGE       TO AUD-OLD-IMAGE.
           MOVE U12-NEW-REC            TO AUD-NEW-IMAGE.
           WRITE AUD-REC.

      *>   終了処理
       S300-FINL                                              SECTION.
           CLOSE TRN-FILE
                 U12-NEW-FILE
                 AUD-FILE
                 TRN-ERR-FILE.

           PERFORM S310-WRITE-RUN-END.

           DISPLAY '   (U12)    READ   = ' CNT-U12-READ.
           DISPLAY '   (TRN)    READ   = ' CNT-TRN-READ.
           DISPLAY '   (TRN)    追加   = ' CNT-TRN-ADD.
           DISPLAY '   (TRN)    変更   = ' CNT-TRN-CHG.
           DISPLAY '   (TRN)    廃止   = ' CNT-TRN-DEL.
           DISPLAY '   (TRN)    エラー = ' CNT-TRN-ERR.
           DISPLAY '   (U12NEW) WRITE  = ' CNT-U12-WRITE.

           MOVE     FUNCTION CURRENT-DATE TO WK-SYS-DATE.
           DISPLAY '*******   EDPG00056  END   = '
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
