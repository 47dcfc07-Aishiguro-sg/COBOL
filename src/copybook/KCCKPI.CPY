      ********************************************************
      * システム名    ：研修
      * コピー区名    ：経営指標履歴（KCBM110が対象月1件を蓄積する）
      * ※対象年月をキーに年月順で保持するLINE SEQUENTIALファイル。
      *   同じ月を再実行すると置き換わる。過去12か月の推移は印刷物
      *   ではなくこのファイルから出す。金額はすべて円換算済み。
      *   率はパーセント、受注残・売掛残高・在庫金額は実行時点の
      *   残高（月初に前月分を実行して月末残高とみなす運用）
      ********************************************************
           02  KPI-YM                PIC 9(6).
           02  KPI-RUN-DATE          PIC 9(8).
      *受注　受注明細数は受注日が対象月の通常受注明細、受理明細数は
      *そのうち受理されたもの（出荷済み・配達完了・引当解放を含む）。
      *却下・在庫待ち・与信保留は各履歴(HIS/BOH/CHH)の対象月の
      *実行日の明細数（同じ明細の再発生は1件）
           02  KPI-JUCHU-CNT         PIC 9(7).
           02  KPI-JURI-CNT          PIC 9(7).
           02  KPI-KYAKKA-CNT        PIC 9(7).
           02  KPI-BO-CNT            PIC 9(7).
           02  KPI-CH-CNT            PIC 9(7).
           02  KPI-JURI-RITSU        PIC 9(3)V9.
           02  KPI-KYAKKA-RITSU      PIC 9(3)V9.
           02  KPI-BO-RITSU          PIC 9(3)V9.
           02  KPI-CH-RITSU          PIC 9(3)V9.
      *受注残金額　受理済み未出荷("OK")の明細の金額
           02  KPI-JUCHU-ZAN         PIC S9(11).
      *売掛　売掛残高は得意先マスタの残高(CFTOK-ZANDAKA)の合計、
      *ＤＳＯ＝売掛残高÷直近3か月の請求額×その3か月の日数。
      *期日超過率＝支払期日を過ぎた未回収残÷未回収残の合計
           02  KPI-URIKAKE-ZAN       PIC S9(11).
           02  KPI-SEIKYU-3M         PIC S9(11).
           02  KPI-DSO               PIC 9(3)V9.
           02  KPI-MIKAISHU-ZAN      PIC S9(11).
           02  KPI-KIJITSU-ZAN       PIC S9(11).
           02  KPI-KIJITSU-RITSU     PIC 9(3)V9.
      *在庫　出荷原価は受払ジャーナルの対象月の出荷払出(SP)数量×
      *移動平均原価、在庫金額はKZBM055と同じ在庫数×移動平均原価。
      *回転率＝出荷原価×12÷在庫金額（年換算）、
      *在庫日数＝在庫金額÷（出荷原価÷対象月の日数）
           02  KPI-SHUKKA-GENKA      PIC S9(11).
           02  KPI-ZAIKO-KIN         PIC S9(11).
           02  KPI-KAITEN            PIC 9(3)V9(2).
           02  KPI-ZAIKO-NISSU       PIC 9(5)V9.
