      ********************************************************
      * システム名    ：研修
      * コピー区名    ：送金明細（支払通知）データ（KUBM056入力）
      * ※得意先から届く送金明細（どの請求書をいくら支払い、
      *   いくら差し引いたか）を本形式へ変換して渡す。1件が
      *   送金明細1枚の1行で、同じ送金明細番号の行を連続して
      *   並べる（送金明細番号順）
      *   行区分　I=請求書の支払（支払対象の請求額）
      *           K=差引（値引・控除）。差引の理由は得意先の
      *             表記をそのまま理由名へ、社内の理由コード
      *             （例：DM=破損品 PA=販促協賛金 SH=数量不足
      *             PR=価格相違）へ変換して理由コードへ入れる
      *   差引の請求書番号がゼロなら送金明細の先頭の請求書から
      *   差し引く。入金額＝I行の合計−K行の合計
      ********************************************************
           02  RMA-ADV-NO        PIC X(10).
           02  RMA-TOKU-COD      PIC X(4).
      *支払日（得意先の振込予定日、YYYYMMDD）
           02  RMA-PAY-YMD       PIC 9(8).
           02  RMA-REC-KBN       PIC X(1).
           02  RMA-INV-NO        PIC 9(7).
           02  RMA-KINGAKU       PIC 9(9).
           02  RMA-RIYU-COD      PIC X(2).
           02  RMA-RIYU-MEI      PIC X(30).
