      ********************************************************
      * システム名    ：研修
      * コピー区名    ：仕入先カタログ（購買担当が整備、外部定義）
      * ※仕入先×商品×適用開始日につき1件。発注日（請求書は請求
      *   日）時点で適用開始日が最も新しい1件を使う。
      *   発注書発行(KZBM015)が単価と納入予定日（営業日カレンダー
      *   でリードタイムを数える）を発注レジスタへ記録し、発注
      *   数量を最小発注数量以上・発注単位の倍数へ切り上げる。
      *   請求書照合(KZBM025)とデビットノート(KZBM028)の単価の
      *   基準にも使う
      ********************************************************
           02  CAT-SHIIRE-COD    PIC X(4).
           02  CAT-SHOHIN-NO     PIC X(5).
           02  CAT-YUKO-YMD      PIC 9(8).
      *契約仕入単価（税抜、円）
           02  CAT-TANKA         PIC 9(7)V9(2).
      *最小発注数量・発注単位（ゼロは制約なし）
           02  CAT-MIN-SURYO     PIC 9(5).
           02  CAT-TANI-SURYO    PIC 9(5).
      *リードタイム（営業日数）
           02  CAT-LEAD-DAYS     PIC 9(3).
