      ********************************************************
      * システム名    ：研修
      * コピー区名    ：仕入先デビットノート台帳（KZBM028出力・
      *                 KZBM026／027更新）
      * ※仕入先返送(VR)の受払1件につき1件。デビットノート番号は
      *   採番サービス(KCBS030)の系列"D"で仕入先ごと・発行実行
      *   ごとに1番号を採番し、同一ノートの明細は同じ番号を持つ。
      *   元の受払（日付・参照番号・商品・数量）を保持し、再実行
      *   時の二重発行を防ぐ。
      *   相殺状況　SPACE=未相殺　"N"=支払提案で相殺済(KZBM026)
      *   （振込不能でKZBM027がSPACEへ戻す）
      ********************************************************
           02  DBN-NO            PIC X(6).
           02  DBN-YMD           PIC 9(8).
           02  DBN-SHIIRE-COD    PIC X(4).
           02  DBN-SHOHIN-NO     PIC X(5).
           02  DBN-SURYO         PIC 9(5).
           02  DBN-TANKA         PIC S9(5)V9(2).
           02  DBN-KINGAKU       PIC S9(9).
      *元の受払（在庫受払ジャーナルのVR行）
           02  DBN-ZAI-YMD       PIC 9(8).
           02  DBN-ZAI-REF-NO    PIC X(6).
           02  DBN-STATUS        PIC X(1).
      *相殺日　支払提案の振込指定日（未相殺はゼロ）
           02  DBN-SOUSAI-YMD    PIC 9(8).
