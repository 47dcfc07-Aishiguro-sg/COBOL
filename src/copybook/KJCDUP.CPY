      ********************************************************
      * システム名    ：研修
      * コピー区名    ：重複受注疑い対応ファイル
      *                 （KJBM020出力、KJBM078入力）
      * ※重複受注の疑い(22)を立てた明細1件につき1件、疑いの
      *   相手となった既存受注（受注データベースまたは同一実行
      *   内の先行明細）の受注番号・受注日・最終結果を残す。
      *   KJBM020が実行の都度追記し、KJBM078が確認待ちの明細の
      *   分だけを書き戻す。同一明細が複数あるときは最後の1件を
      *   使う。相手の最終結果が空白なのは同一実行内の先行明細
      ********************************************************
           02  DUP-RUN-DATE          PIC 9(8).
           02  DUP-JUCHU-NO          PIC X(6).
           02  DUP-LINE-NO           PIC 9(2).
           02  DUP-JUCHU-YMD         PIC 9(8).
           02  DUP-TOKU-COD          PIC X(4).
           02  DUP-SHOHIN-NO         PIC X(5).
           02  DUP-SURYO             PIC X(3).
           02  DUP-AITE-JUCHU-NO     PIC X(6).
           02  DUP-AITE-LINE-NO      PIC 9(2).
           02  DUP-AITE-JUCHU-YMD    PIC 9(8).
           02  DUP-AITE-RESULT       PIC X(2).
