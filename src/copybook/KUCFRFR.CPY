      ********************************************************
      * システム名    ：研修
      * コピー区名    ：返金レジスタ（KUBM054出力・KZBM026／027
      *                 更新）
      * ※承認・反映した返金1件につき1件。返金番号はレジスタの
      *   最大値＋1で採番する。返金先口座は振込データ作成時に
      *   得意先マスタ(CFTOK-GINKO-COD等)から引き当てる。
      *   振込状況　SPACE=未振込　"P"=振込提案済(KZBM026)
      *   "S"=振込済（KZBM027が銀行の振込結果で更新。振込不能は
      *   SPACEへ戻し、次回の支払提案へ再度載せる）
      *   総合振込データの顧客コード1は"RF"＋返金番号、顧客
      *   コード2は振込指定日とし、振込結果の突き合わせキーとする
      ********************************************************
           02  RFR-NO            PIC 9(7).
           02  RFR-YMD           PIC 9(8).
           02  RFR-TOKU-COD      PIC X(4).
           02  RFR-UNA-YMD       PIC 9(8).
           02  RFR-KINGAKU       PIC 9(9).
           02  RFR-STATUS        PIC X(1).
      *振込指定日　支払提案時に設定し、振込済となった返金はその
      *日を支払日として残す（未振込・振込不能はゼロ）
           02  RFR-SHITEI-YMD    PIC 9(8).
           02  RFR-SUBMIT-OPR    PIC X(8).
           02  RFR-APPROVE-OPR   PIC X(8).
           02  RFR-RIYU          PIC X(30).
