      ********************************************************
      * システム名    ：研修
      * コピー区名    ：会計仕訳　送信レジスタ（KCBM080、累積）
      * ※送信した仕訳1件（連携元×対象年月）につき1件追記する。
      *   同じ連携元・対象年月の再送信防止と送信番号の採番に使う。
      *   訂正のための再送信は、該当記録を運用担当が取り消して
      *   から行う
      ********************************************************
           02  GLR-SRC-COD       PIC X(2).
           02  GLR-PERIOD        PIC 9(6).
           02  GLR-SOSHIN-NO     PIC 9(6).
           02  GLR-JNL-NO        PIC 9(8).
           02  GLR-SOSHIN-YMD    PIC 9(8).
           02  GLR-LINE-CNT      PIC 9(6).
      *借方合計（＝貸方合計）
           02  GLR-KINGAKU       PIC 9(13).
