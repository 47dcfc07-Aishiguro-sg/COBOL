      *仕入単価（税抜、円）　移動平均原価(CFSHO-GENKA)の更新に
      *使う。不明の場合はゼロでよい（原価を変えずに入荷だけ計上）
           02  NYK-GENKA         PIC 9(7)V9(2).
      *賞味（使用）期限（食品・消耗品の包装表示の日付。期限のない
      *商品はゼロでよい）　ロット別在庫へ引き継ぐ
           02  NYK-KIGEN-YMD     PIC 9(8).
