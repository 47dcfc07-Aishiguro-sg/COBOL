      ********************************************************
      * システム名    ：研修
      * コピー区名    ：延滞利息履歴（KUBM050が計上時に追記）
      * ※計上した請求書ごとに、利息を計算した期間の終了日を記録
      *   する。次回の計算はこの終了日の翌日から始め、同じ期間の
      *   利息を二重に請求しない。免除した期間も記録する（免除
      *   した期間は後から請求しない）。
      *   利息請求書番号は発行した利息請求書の番号で、利息請求書
      *   自体には利息を付けない判定にも使う。
      *   区分　"C"=請求　"W"=免除
      ********************************************************
           02  LIH-KIJUN-YMD     PIC 9(8).
           02  LIH-INV-NO        PIC 9(7).
           02  LIH-TOKU-COD      PIC X(4).
           02  LIH-FROM-YMD      PIC 9(8).
           02  LIH-TO-YMD        PIC 9(8).
           02  LIH-DAYS          PIC 9(4).
           02  LIH-ZAN           PIC S9(9).
           02  LIH-RISOKU        PIC S9(9).
           02  LIH-KBN           PIC X(1).
           02  LIH-RINV-NO       PIC 9(7).
