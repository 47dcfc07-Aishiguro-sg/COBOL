      ********************************************************
      * システム名    ：研修
      * コピー区名    ：締め前点検リスト（KUBM035用、外部定義）
      * ※期間クローズ前に点検する項目の使用有無を1項目1件で
      *   定義する。ファイルがない場合・定義のない項目は点検する
      *   点検項目　01=出荷明細の請求書発行
      *             02=為替評価替え(KUBM034)の実行
      *             03=棚卸カウントの承認
      *             04=在庫会計連携(KZBM060)の作成
      *             05=受注パイプライン突合(KJBM070)
      *             06=商品マスタ保守の承認待ち(KZCPND)
      *             07=在庫・会計照合(KZBM057)の一致
      *   使用区分　N=点検しない　それ以外=点検する
      ********************************************************
           02  CKL-COD           PIC X(2).
           02  CKL-USE           PIC X(1).
