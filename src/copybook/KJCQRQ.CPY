      ********************************************************
      * システム名    ：研修
      * コピー区名    ：見積依頼ファイル（営業起票、KJBM049入力）
      * ※見積書にしたい明細を1行1件で並べる。依頼番号の同じ
      *   連続した行を1通の見積書にまとめる（得意先・担当者・
      *   有効期限は先頭行の値を使う）。
      *   有効期限　ゼロ・見積日以前は見積日＋既定日数
      *   指値単価　ゼロ＝KJBM030と同じ優先順位で単価を決める。
      *             ゼロ以外＝担当者が提示する単価（単価区分S）
      ********************************************************
           02  QRQ-IRAI-NO       PIC X(6).
           02  QRQ-TOKU-COD      PIC X(4).
           02  QRQ-TANTO-ID      PIC X(8).
           02  QRQ-YUKO-YMD      PIC 9(8).
           02  QRQ-SHOHIN-NO     PIC X(5).
           02  QRQ-SURYO         PIC 9(3).
           02  QRQ-SASHI-TANKA   PIC 9(5).
