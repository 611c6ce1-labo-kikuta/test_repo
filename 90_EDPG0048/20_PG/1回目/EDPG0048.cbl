           05  U21-NNYU-DATE-TBL OCCURS 6 TIMES.
             07  U21-NNYU-DATE                                PIC 9(08).
         03  U21-BUHIN-NAME                                   PIC X(30).
      *>   拠点CD（納入先拠点。空白は標準拠点）
         03  U21-KYOTEN-CD                                    PIC X(03).

      *>   納入予定データソートワーク
      *>   (処理日を年月・日に分け、年月を第1ソートキーとする)
           05  U21-SRT-NNYU-DATE-TBL OCCURS 6 TIMES.
             07  U21-SRT-NNYU-DATE                            PIC 9(08).
         03  U21-SRT-BUHIN-NAME                               PIC X(30).
         03  U21-SRT-KYOTEN-CD                                PIC X(03).

      *>   納入予定データソート済（年月・ベンダーCD・部品CD順）
       FD  U21M-FILE.
           05  U21M-NNYU-DATE-TBL OCCURS 6 TIMES.
             07  U21M-NNYU-DATE                               PIC 9(08).
         03  U21M-BUHIN-NAME                                  PIC X(30).
         03  U21M-KYOTEN-CD                                   PIC X(03).

      *>   サマリキーに複数オーダーが混在した場合の例外データ
      *>   (EDPG0040出力。末尾の処理日・バッチIDで年月を判定する。
           05  U01-MUL-RUN-YM                                 PIC X(06).
           05  U01-MUL-RUN-DD                                 PIC X(02).
         03  U01-MUL-BATCH-ID                                 PIC X(05).
      *>   拠点CD（納入先拠点。空白は標準拠点）
         03  U01-MUL-KYOTEN-CD                                PIC X(03).

      *>   月次ベンダー納入予定実績帳票
       FD  MTH-RPT-FILE.
