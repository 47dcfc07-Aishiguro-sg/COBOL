      ********************************************************
      * システム名    ：研修
      * コピー区名    ：滞留引当の解放指示（KJBM066入力）
      * ※営業が滞留引当一覧(KJBM066の出力)を確認し、引当を
      *   解放する明細ごとに起票する。指示のない明細は引当を
      *   保ったまま次回の一覧へ持ち越される
      ********************************************************
           02  RLT-JUCHU-NO      PIC X(6).
           02  RLT-LINE-NO       PIC 9(2).
      *指示者の担当者ＩＤ（監査用、一覧へ印字される）
           02  RLT-OPERATOR      PIC X(8).
