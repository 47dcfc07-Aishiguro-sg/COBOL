      ********************************************************
      * システム名    ：研修
      * コピー区名    ：棚番マスタ（索引編成、外部定義）
      * ※商品番号＋拠点コード（拠点別在庫のCFLOC-KEYと同じ）を
      *   キーに、倉庫内の保管棚（通路・棚・段）とピッキング順序
      *   番号を持つ。ピッキングリスト(KJBM059)は順序番号の順に
      *   並べ、入荷計上(KZBM020)は格納リストに棚番を印字する。
      *   未登録の商品は両帳票の「棚番未登録」欄へ出る
      ********************************************************
           02  CFBIN-KEY.
             03  CFBIN-SHOHIN-NO   PIC X(5).
             03  CFBIN-LOC-COD     PIC X(2).
      *通路・棚（列）・段
           02  CFBIN-TSURO         PIC X(2).
           02  CFBIN-TANA          PIC X(2).
           02  CFBIN-DAN           PIC X(2).
      *ピッキング順序番号（拠点内の歩行順、小さい順に回る）
           02  CFBIN-PICK-SEQ      PIC 9(5).
