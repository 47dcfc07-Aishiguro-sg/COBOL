      ********************************************************
      * システム名    ：研修
      * コピー区名    ：未充当入金の返金申請トランザクション
      *                 （KUBM053入力）
      * ※得意先から返金を求められた超過入金・充当先なし入金を
      *   未充当入金台帳(KUCFUNA)の1明細につき1件で申請する。
      *   返金元の明細は得意先コードと入金日(UNA-YMD)で指定し、
      *   同じ得意先・入金日の明細が複数あるときは台帳の並び順に
      *   取り崩す。金額は円建て。理由は返金の経緯（得意先の
      *   依頼日・担当等）を記入する。
      ********************************************************
           02  RFT-TOKU-COD      PIC X(4).
           02  RFT-UNA-YMD       PIC 9(8).
           02  RFT-KINGAKU       PIC 9(9).
           02  RFT-RIYU          PIC X(30).
