      ********************************************************
      * システム名    ：研修
      * コピー区名    ：入荷付随費用エントリ（KZBM021入力・更新）
      * ※輸入品の運賃・関税・通関手数料などの請求1件につき1行を
      *   購買担当が起票する。配賦先の入荷は次のどちらかで指定する
      *     発注番号あり　その発注(POR)の入荷済み数量
      *     発注番号なし　仕入先の入荷(ZAIの"RC")のうち入荷日が
      *                   対象期間内のもの
      *   配賦基準　"V"=金額（入荷数量×発注単価、単価ゼロは移動
      *             平均原価）　"W"=重量（入荷数量×CFSHO-JURYO）
      *   配賦状況　SPACE=未配賦　"A"=配賦済（KZBM021が設定）
      ********************************************************
           02  LCE-NO            PIC X(6).
           02  LCE-YMD           PIC 9(8).
      *費用区分　"FR"=運賃　"DU"=関税　"BR"=通関手数料　他
           02  LCE-HIYO-KBN      PIC X(2).
      *費用金額（税抜、円）
           02  LCE-KINGAKU       PIC 9(9).
           02  LCE-SHIIRE-COD    PIC X(4).
           02  LCE-PO-NO         PIC X(6).
      *対象入荷期間（発注番号なしの場合に使う）
           02  LCE-FROM-YMD      PIC 9(8).
           02  LCE-TO-YMD        PIC 9(8).
           02  LCE-KIJUN-KBN     PIC X(1).
           02  LCE-STATUS        PIC X(1).
      *配賦日（未配賦はゼロ）
           02  LCE-HAIFU-YMD     PIC 9(8).
