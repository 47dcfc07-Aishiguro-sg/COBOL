      *   系列"P"で採番する。入荷計上(KZBM020)が同一仕入先×商品の
      *   古い順に入荷数量を積み、発注数量に達したらクローズする
      *   状態　SPACE=未納（オープン）　"C"=納入完了
      *         "X"=残数取消（発注変更KZBM016で未入荷分を取消）
      *   発注数量の変更・納期変更・残数取消は発注変更(KZBM016)が
      *   行い、変更の都度、変更回数を1つ進めて訂正発注書を出す
      ********************************************************
           02  POR-PO-NO         PIC X(6).
           02  POR-YMD           PIC 9(8).
           02  POR-ORDER-SURYO   PIC 9(5).
           02  POR-RECV-SURYO    PIC 9(5).
           02  POR-STATUS        PIC X(1).
      *納入予定日（未指定はゼロ）
           02  POR-NOUKI-YMD     PIC 9(8).
      *取消数量（残数取消時の未入荷分）
           02  POR-CANCEL-SURYO  PIC 9(5).
      *変更回数（発行時ゼロ）
           02  POR-HENKO-NO      PIC 9(2).
      *発注単価（仕入先カタログの契約単価、カタログなしはゼロ）
           02  POR-TANKA         PIC 9(7)V9(2).
      *最終入荷日（入荷計上KZBM020が消込の都度記録、未入荷はゼロ）
           02  POR-RECV-YMD      PIC 9(8).
      *超過入荷数量（オープン発注をすべて満たしても余った入荷数量を
      *最後に消込んだ発注へ記録する。納入実績評価KZBM029が使う）
           02  POR-OVER-SURYO    PIC 9(5).
