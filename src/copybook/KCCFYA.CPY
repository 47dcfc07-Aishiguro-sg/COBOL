      ********************************************************
      * システム名    ：研修
      * コピー区名    ：年度アーカイブ（KCBM090出力・累積）
      * ※年度更新(KCBM090)が締めた会計年度の請求書・入金・会計
      *   仕訳を、年度キー＋データ区分を頭に付けて元レコードの
      *   まま1件ずつ追記する。過去年度の照会・年間集計は年度と
      *   区分で抜き出した元レコード部を各プログラムの入力割当へ
      *   向けて行う。
      *   区分　I=請求書レジスタ(KUCF030)　R=入金トランザク
      *         ション(KUCF040)　J=会計仕訳連携(KCCGLJ)
      ********************************************************
      *会計年度（期首月の属する西暦年）
           02  FYA-NENDO         PIC 9(4).
           02  FYA-KBN           PIC X(1).
      *元レコード（区分ごとのレイアウトのまま、後ろは空白）
           02  FYA-DATA          PIC X(139).
