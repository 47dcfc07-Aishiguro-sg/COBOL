      ********************************************************
      * システム名    ：研修
      * コピー区名    ：貸倒償却履歴（KUBM052が反映時に追記）
      * ※反映した償却・回収1件につき1件。金額は請求書の通貨建て
      *   で、消費税額は請求書の税率区分別の税額(INV-STD-ZEI/
      *   INV-RED-ZEI)の請求金額に対する割合で按分したもの。
      *   円換算額は請求書発行時のレート(INV-RATE)による。
      *   回収の申請額は同じ請求書の償却累計から回収累計を
      *   引いた額が上限となる。
      *   区分　"W"=貸倒償却　"R"=償却債権の回収
      ********************************************************
           02  WOH-YMD           PIC 9(8).
           02  WOH-KBN           PIC X(1).
           02  WOH-INV-NO        PIC 9(7).
           02  WOH-TOKU-COD      PIC X(4).
           02  WOH-TSUKA-COD     PIC X(3).
           02  WOH-KINGAKU       PIC S9(9).
           02  WOH-ZEINUKI       PIC S9(9).
           02  WOH-STD-ZEI       PIC S9(7).
           02  WOH-RED-ZEI       PIC S9(7).
           02  WOH-YEN           PIC S9(11).
           02  WOH-RIYU-COD      PIC X(2).
           02  WOH-SUBMIT-OPR    PIC X(8).
           02  WOH-APPROVE-OPR   PIC X(8).
