      ********************************************************
      * システム名    ：研修
      * コピー区名    ：帳票配信ログ（KCBM100が追記）
      * ※配信バッチが振り分けた帳票1通につき1件。いつ・どの
      *   帳票を・どの経路で・どこへ出したかの証跡とする。
      *   配信区分は帳票配信先マスタ(KCCFDLP)と同じ。
      *   配信先　印刷="PRINT"、電子メール=宛先アドレス、
      *           ＥＤＩ="EDI"、送付しない=空白
      *   備考　　登録どおりに配信できず印刷へ回した理由など
      ********************************************************
           02  DLG-YMD           PIC 9(8).
           02  DLG-TIME          PIC 9(6).
           02  DLG-PGM-ID        PIC X(8).
           02  DLG-RUN-DATE      PIC 9(8).
           02  DLG-DOC-KBN       PIC X(2).
           02  DLG-TOKU-COD      PIC X(4).
           02  DLG-DOC-KEY       PIC X(10).
           02  DLG-ROUTE         PIC X(1).
           02  DLG-DEST          PIC X(60).
           02  DLG-LINE-CNT      PIC 9(5).
           02  DLG-BIKO          PIC X(30).
