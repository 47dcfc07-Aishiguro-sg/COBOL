           02  CTL-CHF-CNT       PIC 9(7).
      *CTL-APF-CNTはKJBM050の承認待ち(APF)件数専用、他は常にゼロ
           02  CTL-APF-CNT       PIC 9(7).
      *CTL-DPF-CNTはKJBM050の重複疑い(DPF)件数専用、他は常にゼロ
           02  CTL-DPF-CNT       PIC 9(7).
      *実行連番　同一処理日内のサイクル番号（KJBM080のRUN-SEQ。
      *未設定環境では"1"。サイクル別のCTLファイルを取り違えた
      *場合の検出材料）
