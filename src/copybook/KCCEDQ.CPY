      ********************************************************
      * システム名    ：研修
      * コピー区名    ：ＥＤＩ送信キュー（KCBM100出力）
      * ※ＥＤＩ配信の帳票を1行1件で積む。同じ帳票の行は行番号
      *   順に連続して書かれる
      ********************************************************
           02  EDQ-ENTRY-YMD     PIC 9(8).
           02  EDQ-TOKU-COD      PIC X(4).
           02  EDQ-DOC-KBN       PIC X(2).
           02  EDQ-DOC-KEY       PIC X(10).
           02  EDQ-SEQ           PIC 9(5).
           02  EDQ-LINE          PIC X(101).
