      ********************************************************
      * システム名    ：研修
      * コピー区名    ：月次処理実行記録（KCBS080出力・追記専用）
      * ※月次締め前に済ませるべき処理が、どの期間について実行
      *   され結果がどうだったかを1実行1件で残す。締め処理
      *   (KUBM035)の締め前点検が参照する。
      *   記録元　KUBM034=為替評価替え　KZBM060=在庫会計連携
      *           KJBM070=受注パイプライン突合（期間は処理日付の年月）
      *           KZBM057=在庫・会計照合（差額が許容差超はNG）
      *           KCBM090=年度更新（期間は年度末の年月。同じ年度の
      *           再実行防止に使う）
      *   結果　OK=正常終了　NG=不一致・異常あり
      ********************************************************
           02  MRL-PGM-ID        PIC X(8).
           02  MRL-PERIOD        PIC 9(6).
           02  MRL-YMD           PIC 9(8).
           02  MRL-TIME          PIC 9(6).
           02  MRL-RESULT        PIC X(2).
