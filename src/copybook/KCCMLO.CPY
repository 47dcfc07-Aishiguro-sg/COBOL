      ********************************************************
      * システム名    ：研修
      * コピー区名    ：電子メール送信指示（KCBM100出力）
      * ※電子メール配信の帳票1通につき1件。本文は帳票スプール
      *   退避ファイル(KCCSPL)の該当行をスプールキー（出力
      *   プログラムＩＤ・実行日・先頭行・行数）で取り出して
      *   添付する。先頭行はその実行日の退避分の中での行番号
      *   （1起算）
      ********************************************************
           02  MLO-ENTRY-YMD     PIC 9(8).
           02  MLO-TOKU-COD      PIC X(4).
           02  MLO-MAIL-ADDR     PIC X(60).
           02  MLO-TANTO-MEI     PIC X(20).
           02  MLO-DOC-KBN       PIC X(2).
           02  MLO-DOC-KEY       PIC X(10).
           02  MLO-SPL-PGM-ID    PIC X(8).
           02  MLO-SPL-RUN-DATE  PIC 9(8).
           02  MLO-SPL-FROM      PIC 9(7).
           02  MLO-SPL-CNT       PIC 9(5).
