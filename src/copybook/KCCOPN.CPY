      ********************************************************
      * システム名    ：研修
      * コピー区名    ：期首残高（KCBM090出力・年度ごと）
      * ※年度更新(KCBM090)が締めた年度末の残高を、新年度の期首
      *   残高として1件ずつ書き出す。年度累計は期首残高＋新年度
      *   の取引で求められるようにする。
      *   区分　C=得意先残高（CFTOK-ZANDAKA）
      *         I=未回収請求書（INV-OPEN-ZANがゼロ以外のもの）
      *         S=在庫評価（CFSHO-ZAIKO-SURYO×CFSHO-GENKA）
      ********************************************************
      *新年度（期首月の属する西暦年）
           02  OPN-NENDO         PIC 9(4).
           02  OPN-KBN           PIC X(1).
      *キー　C=得意先コード　I=請求書番号　S=商品番号
           02  OPN-KEY           PIC X(7).
      *得意先コード（C・I）
           02  OPN-TOKU-COD      PIC X(4).
      *通貨コード（I、C・Sは空白＝円）
           02  OPN-TSUKA-COD     PIC X(3).
      *日付　I=支払期日（旧形式は発行日）　C・Sはゼロ
           02  OPN-YMD           PIC 9(8).
      *在庫数量と評価単価（S）
           02  OPN-SURYO         PIC S9(7).
           02  OPN-TANKA         PIC S9(5)V9(2).
      *残高・評価額
           02  OPN-KINGAKU       PIC S9(11).
