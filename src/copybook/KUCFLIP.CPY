      ********************************************************
      * システム名    ：研修
      * コピー区名    ：延滞利息計算ファイル（KUBM050の試算で作成し
      *                 計上で読む）
      * ※延滞している請求書1通につき1件。試算(KUBM050-MODE="P")
      *   が作成し、与信管理担当は請求しない行の免除区分へ"W"を
      *   記入する。計上(KUBM050-MODE="K")は免除区分が空白の行を
      *   請求先×通貨ごとに1通の利息請求書へまとめて発行し、
      *   計上済区分へ"D"、発行した請求書番号を書き戻す。
      *   試算をやり直した場合、同じ基準日の免除区分は引き継ぐ
      ********************************************************
           02  LIP-KIJUN-YMD     PIC 9(8).
           02  LIP-TOKU-COD      PIC X(4).
           02  LIP-INV-NO        PIC 9(7).
           02  LIP-TSUKA-COD     PIC X(3).
      *計算時の未回収残高と支払期日
           02  LIP-ZAN           PIC S9(9).
           02  LIP-DUE-YMD       PIC 9(8).
      *利息の計算期間（開始日の翌日から終了日まで）と日数・年利率
           02  LIP-FROM-YMD      PIC 9(8).
           02  LIP-TO-YMD        PIC 9(8).
           02  LIP-DAYS          PIC 9(4).
           02  LIP-NENRITSU      PIC 9(2)V9(3).
           02  LIP-RISOKU        PIC S9(9).
      *免除区分　SPACE=請求する　"W"=免除（与信管理担当が記入）
           02  LIP-WAIVE-FLG     PIC X(1).
      *計上済区分　SPACE=未計上　"D"=計上済み（免除は履歴記録済み）
           02  LIP-DONE-FLG      PIC X(1).
           02  LIP-RINV-NO       PIC 9(7).
