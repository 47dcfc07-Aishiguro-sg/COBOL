      ********************************************************
      * システム名    ：研修
      * コピー区名    ：在庫評価記録（KZBM055出力・追記専用）
      * ※月末評価の実行ごとに、商品1件につき1件を評価年月・実行
      *   日時付きで追記する。在庫・会計照合(KZBM057)が当月分を
      *   期末、前月分を期首の評価として使う（同じ年月を再評価
      *   したときは最後の実行分を使う）
      ********************************************************
           02  ZHY-PERIOD        PIC 9(6).
           02  ZHY-RUN-YMD       PIC 9(8).
           02  ZHY-RUN-TIME      PIC 9(6).
           02  ZHY-SHOHIN-NO     PIC X(5).
           02  ZHY-SURYO         PIC 9(7).
           02  ZHY-GENKA         PIC S9(5)V9(2).
           02  ZHY-HYOKA         PIC S9(11)V9(2).
