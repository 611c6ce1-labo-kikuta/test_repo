           05  U21-NNYU-DATE-TBL OCCURS 6 TIMES.
             07  U21-NNYU-DATE                                PIC 9(08).
         03  U21-BUHIN-NAME                                   PIC X(30).
      *>   拠点CD（納入先拠点。空白は標準拠点）
         03  U21-KYOTEN-CD                                    PIC X(03).

      *>   世代アーカイブファイル（U21と同一レイアウト）
       FD  ARC-FILE.
       01  ARC-REC                                           PIC X(196).

      *>   パージ後納入予定データ（U21と同一レイアウト）
       FD  U21-NEW-FILE.
       01  U21-NEW-REC                                       PIC X(196).

      *>   パージ実績帳票
       FD  PRG-RPT-FILE.
