      ********************************************************
      * システム名    ：研修
      * コピー区名    ：貸倒償却・償却債権回収トランザクション
      *                 （KUBM051入力）
      * ※倒産等で回収不能となった請求書の償却と、償却後に回収
      *   できた入金の計上を請求書ごとに1件で申請する。
      *   区分　"W"=貸倒償却　"R"=償却債権の回収
      *   金額は請求書の通貨建て（消費税込み）。
      *   理由コード　01=破産・特別清算　02=民事再生・会社更生
      *               03=所在不明・回収不能　09=その他
      ********************************************************
           02  WOT-KBN           PIC X(1).
           02  WOT-INV-NO        PIC 9(7).
           02  WOT-KINGAKU       PIC 9(9).
           02  WOT-RIYU-COD      PIC X(2).
           02  WOT-RIYU          PIC X(30).
