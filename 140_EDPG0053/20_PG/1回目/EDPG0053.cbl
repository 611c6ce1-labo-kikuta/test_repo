      *         朝の時点で未回答のベンダーはログの未着記録で分かる
      *         (理由CD 01:送信元ベンダーCD不一致
      *          02:数値項目不正 03:レコード区分不正。
      *          レコード区分空白は新規(1)として取り込む。
      *          拠点CDはそのまま引き継ぎ、空白は標準拠点とする)
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                                         DIVISION.
           05  RCV-NKKAITO-SU                                 PIC X(07).
         03  RCV-ORDER-NO                                     PIC X(07).
         03  RCV-REC-KBN                                      PIC X(01).
      *>   拠点CD（納入先拠点。空白は旧レイアウト互換で標準拠点）
         03  RCV-KYOTEN-CD                                    PIC X(03).

      *>   納期回答データ（統合出力）
       FD  U01-FILE.
           05  U01-NKKAITO-SU                                 PIC 9(07).
         03  U01-ORDER-NO                                     PIC X(07).
         03  U01-REC-KBN                                      PIC X(01).
         03  U01-KYOTEN-CD                                    PIC X(03).

      *>   検査不合格行（理由CD付）
       FD  RCV-ERR-FILE.
         03  RCV-ERR-VENDOR-CD                                PIC X(08).
         03  RCV-ERR-IMAGE                                    PIC X(40).
         03  RCV-ERR-REASON-CD                                PIC X(02).
      *>   拠点CD（イメージは従来の40桁のまま、拠点CDは末尾へ追加）
         03  RCV-ERR-KYOTEN-CD                                PIC X(03).

      *>   ベンダー別受信ログ
      *>   (状態 1:受信 0:未着)
               MOVE RCV-SUPPLY-DAY       TO U01-SUPPLY-DAY
               MOVE RCV-NKKAITO-SU       TO U01-NKKAITO-SU
               MOVE RCV-ORDER-NO         TO U01-ORDER-NO
               MOVE RCV-KYOTEN-CD        TO U01-KYOTEN-CD
               IF RCV-REC-KBN = ' '
                   MOVE '1'              TO U01-REC-KBN
               ELSE
           MOVE U10-VENDOR-CD          TO RCV-ERR-VENDOR-CD.
           MOVE RCV-REC                TO RCV-ERR-IMAGE.
           MOVE WK-REJECT-REASON-CD    TO RCV-ERR-REASON-CD.
           MOVE RCV-KYOTEN-CD          TO RCV-ERR-KYOTEN-CD.
           WRITE RCV-ERR-REC.
           ADD  1                      TO CNT-RCV-ERR.
           ADD  1                      TO WK-VEN-ERR-KENSU.
