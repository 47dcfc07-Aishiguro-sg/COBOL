      ********************************************************
      * システム名    ：研修
      * コピー区名    ：月次処理実行記録(KCBS080) 連絡領域
      ********************************************************
       01  KCBS080-P1.
         02  S080-PGM-ID             PIC X(8).
         02  S080-PERIOD             PIC 9(6).
      *結果　OK=正常終了　NG=不一致・異常あり
         02  S080-RESULT             PIC X(2).
