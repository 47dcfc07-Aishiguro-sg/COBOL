      ********************************************************
      * システム名    ：研修
      * コピー区名    ：延滞利率表（外部定義、KUBM050入力）
      * ※請求書の通貨ごとに1件。年利率（％、小数点以下3桁、例：
      *   14.600＝年14.6％）、猶予日数（支払期日からこの日数以内の
      *   遅れは利息を付けない。超えた場合は期日の翌日から計算
      *   する）、最低請求額（延滞している請求書1通ごとの利息が
      *   この額未満の場合は請求しない）を定義する。
      *   定義のない通貨の請求書は利息を計算しない
      ********************************************************
           02  LIR-TSUKA-COD     PIC X(3).
           02  LIR-NENRITSU      PIC 9(2)V9(3).
           02  LIR-YUYO-DAYS     PIC 9(3).
           02  LIR-MIN-KIN       PIC 9(7).
