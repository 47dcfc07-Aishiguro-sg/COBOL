      *   消込状況を更新し、発注済み未入荷の把握に使う
      *   消込状況　SPACE=未発注　"P"=発注書発行済(KZBM015)
      *             "C"=入荷済
      *             "X"=発注取消（入荷なしで残数取消、KZBM016）
      ********************************************************
           02  HAT-YMD           PIC 9(8).
           02  HAT-SHIIRE-COD    PIC X(4).
