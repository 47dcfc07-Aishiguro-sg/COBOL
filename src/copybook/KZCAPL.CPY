      ********************************************************
      * システム名    ：研修
      * コピー区名    ：仕入債務台帳（KZBM025出力・KZBM026／027更新）
      * ※三面照合を通った仕入先請求書1明細につき1件。
      *   支払状況　SPACE=未提案　"P"=支払提案済(KZBM026)
      *   "S"=支払済（KZBM027が銀行の振込結果で更新。振込不能は
      *   SPACEへ戻し、次回の支払提案へ再度載せる）
      ********************************************************
           02  APL-YMD           PIC 9(8).
           02  APL-SHIIRE-COD    PIC X(4).
           02  APL-SURYO         PIC 9(5).
           02  APL-KINGAKU       PIC S9(9).
           02  APL-STATUS        PIC X(1).
      *支払日　支払提案時に振込指定日を設定し、振込結果で支払済と
      *なった明細はその日を支払日として残す（未提案・振込不能は
      *ゼロ）
           02  APL-SHIHARAI-YMD  PIC 9(8).
