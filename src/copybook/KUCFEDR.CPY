      ********************************************************
      * システム名    ：研修
      * コピー区名    ：ＥＤＩ請求書送信レジスタ（KUBM030・KUBM055
      *                 が追記・全実行分累積）
      * ※ＥＤＩ請求書ファイルへ書き出した請求書1通につき1件。
      *   請求書発行(KUBM030)の初回送信は送信区分"N"・送信回数01、
      *   再送(KUBM055)は送信区分"R"で送信回数を1ずつ進め、再送を
      *   指示した担当者と理由を残す。
      *   KUBM030はこのレジスタの最大請求書番号以下の請求書を
      *   送らず、KUBM055は指示の送信回数がレジスタの最終送信
      *   回数＋1と一致する再送しか受け付けない（同じ指示での
      *   再実行・発行処理の再実行による二重送信を防ぐ）
      ********************************************************
           02  EDR-INV-NO        PIC 9(7).
           02  EDR-TOKU-COD      PIC X(4).
           02  EDR-SEND-SEQ      PIC 9(2).
           02  EDR-SEND-YMD      PIC 9(8).
           02  EDR-SEND-KBN      PIC X(1).
           02  EDR-PGM-ID        PIC X(8).
           02  EDR-RUN-ID        PIC X(14).
      *送信した明細行数と請求金額（請求書レジスタINV-KINGAKU）
           02  EDR-LINE-CNT      PIC 9(5).
           02  EDR-KINGAKU       PIC S9(9).
      *再送の指示者と理由（初回送信は空白）
           02  EDR-OPR-ID        PIC X(8).
           02  EDR-RIYU          PIC X(30).
