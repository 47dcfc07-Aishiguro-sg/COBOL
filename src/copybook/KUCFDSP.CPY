      ********************************************************
      * システム名    ：研修
      * コピー区名    ：差引係争台帳（KUBM056出力、全実行分を追記）
      * ※送金明細の差引（値引・控除）1件につき1件を記録する。
      *   差し引かれた額は請求書の未回収残高に残ったままとなり、
      *   営業・経理が得意先と交渉して赤伝（売上返品）を起こすか
      *   回収するかを決める（許容差額の自動償却はしない）
      *   状態　SPACE=未解決
      ********************************************************
           02  DSP-TOKU-COD      PIC X(4).
           02  DSP-INV-NO        PIC 9(7).
           02  DSP-ADV-NO        PIC X(10).
      *入金日（対になった銀行入金の日付）
           02  DSP-NYU-YMD       PIC 9(8).
           02  DSP-RIYU-COD      PIC X(2).
           02  DSP-RIYU-MEI      PIC X(30).
           02  DSP-KINGAKU       PIC 9(9).
           02  DSP-STATUS        PIC X(1).
