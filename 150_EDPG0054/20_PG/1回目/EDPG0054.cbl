
      *>   納入予定データ（稼働中・全世代）
       FD  U21-FILE.
       01  U21-REC                                           PIC X(196).

      *>   世代アーカイブファイル（U21と同一レイアウト）
       FD  ARC-FILE.
       01  ARC-REC                                           PIC X(196).

      *>   照会結果帳票
       FD  INQ-RPT-FILE.

      *>   抽出ファイル（U21と同一レイアウト）
       FD  EXT-FILE.
       01  EXT-REC                                           PIC X(196).

      *>   実行管理台帳
      *>   (区分 S:開始 E:正常終了。異常終了時はEが残らないため
           05  WK-CMP-NNYU-DATE-TBL OCCURS 6 TIMES.
             07  WK-CMP-NNYU-DATE                           PIC 9(08).
         03  WK-CMP-BUHIN-NAME                              PIC X(30).
         03  WK-CMP-KYOTEN-CD                               PIC X(03).
       01  WK-MATCH-FLG                   PIC X(01)      VALUE 'N'.
         88  CMP-MATCH                                   VALUE 'Y'.
       01  WK-SRC-KBN                     PIC X(04).
