           02  CFSHO-CASE-IRISU      PIC 9(3).
      *商品重量（KCCFSHOのCFSHO-JURYOと同じ、ゾーン形式）
           02  CFSHO-JURYO           PIC 9(5)V9(2).
      *原産国・HS関税分類番号（KCCFSHOと同じ）
           02  CFSHO-GENSAN-KOKU     PIC X(2).
           02  CFSHO-HS-COD          PIC X(10).
