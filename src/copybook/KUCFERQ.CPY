      ********************************************************
      * システム名    ：研修
      * コピー区名    ：ＥＤＩ請求書再送指示（KUBM055入力）
      * ※再送する請求書1通につき1件。送信回数は今回の再送が
      *   何回目の送信になるか（初回送信が01なので最初の再送は
      *   02）を指示者が送信レジスタを見て記入する。レジスタの
      *   最終送信回数＋1と一致しない指示は実行済みとみなして
      *   受け付けない
      ********************************************************
           02  ERQ-INV-NO        PIC 9(7).
           02  ERQ-SEND-SEQ      PIC 9(2).
           02  ERQ-RIYU          PIC X(30).
