      *商品重量（kg）　運賃計算(KJBM030)用。ゼロ＝重量未設定
      *（重量ゼロの明細は運賃も計算されない）
           02  CFSHO-JURYO           PIC 9(5)V9(2) PACKED-DECIMAL.
      *原産国（ISO国コード2桁）・HS関税分類番号（輸出統計品目番号
      *9桁、ピリオドなし）　輸出書類(KJBM076)のインボイスへ印字する。
      *空白＝未設定（輸出書類は例外として知らせる）
           02  CFSHO-GENSAN-KOKU     PIC X(2).
           02  CFSHO-HS-COD          PIC X(10).
