      ********************************************************
      * システム名    ：研修
      * コピー区名    ：バッチジョブ統計ログ（KCBS020 出力・共通）
      * ※JLOG-KBN以降はジョブスケジューラ(KCBM074)のステップ
      *   実行記録で使う。KCBS020の運転実績では空白のまま
      *   JLOG-KBN　空白=各バッチ自身の運転実績（KCBS020）
      *             S=スケジューラのステップ正常終了
      *             F=スケジューラのステップ異常終了
      *   スケジューラの記録は入出力件数ゼロで、件数は子バッチ
      *   自身の運転実績（空白行）で見る
      ********************************************************
           02  JLOG-PGM-ID             PIC X(8).
           02  JLOG-START-DATE         PIC 9(8).
           02  JLOG-END-TIME           PIC 9(6).
           02  JLOG-IN-CNT             PIC 9(7).
           02  JLOG-OUT-CNT            PIC 9(7).
           02  JLOG-KBN                PIC X(1).
           02  JLOG-RC                 PIC 9(3).
           02  JLOG-STREAM             PIC X(8).
           02  JLOG-STEP               PIC X(3).
