      ********************************************************
      * システム名    ：研修
      * コピー区名    ：入金消込履歴（KUBM031・KUBM042出力）
      * ※請求書の未回収残高を減らした消込1件につき1件を追記する
      *   （全実行分を累積し、書き戻さない）。請求書の発行日・
      *   支払期日を併記し、入金日との差から得意先の支払日数を
      *   求める材料とする（与信限度額見直しKUBM048が読む）。
      *   消込額には許容差額内の自動償却分を含む。
      *   消込元　N=入金消込(KUBM031)　U=未充当入金の充当(KUBM042、
      *   入金日は未充当入金の発生日)
      ********************************************************
           02  APH-NYU-YMD       PIC 9(8).
           02  APH-TOKU-COD      PIC X(4).
           02  APH-INV-NO        PIC 9(7).
           02  APH-INV-YMD       PIC 9(8).
           02  APH-DUE-YMD       PIC 9(8).
           02  APH-KINGAKU       PIC S9(9).
           02  APH-SRC-KBN       PIC X(1).
