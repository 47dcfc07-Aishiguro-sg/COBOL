      ********************************************************
      * システム名    ：研修
      * コピー区名    ：ロット保留トランザクション（KZBM067入力）
      * ※品質保証担当がロットの保留・解除・回収確定1件につき1行を
      *   起票する。商品番号＋ロット番号でロット別在庫(LOTF)の
      *   ロットを特定する（入荷日ゼロは同じロット番号の全入荷分）
      *   処理区分　"H"=保留　"F"=保留解除　"R"=回収確定
      ********************************************************
           02  LHT-KBN           PIC X(1).
           02  LHT-SHOHIN-NO     PIC X(5).
           02  LHT-LOT-NO        PIC X(10).
           02  LHT-NYK-YMD       PIC 9(8).
      *理由コード（例　Q1=品質調査　C1=顧客苦情　S1=仕入先通知）
           02  LHT-RIYU          PIC X(2).
      *操作担当者ＩＤ（担当者マスタで品質保留権限(Q)を確認する）
           02  LHT-OPR-ID        PIC X(8).
