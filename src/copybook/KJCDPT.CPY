      ********************************************************
      * システム名    ：研修
      * コピー区名    ：重複疑い確認トランザクション
      *                 （KJBM078入力、解放分はKJBM020入力）
      * ※顧客サービス担当が重複疑い(DPF)の明細ごとに起票する。
      *   区分　R=解放（重複ではない。パイプラインへ再投入し、
      *   KJBM020は重複受注の疑いを再判定しない）　D=重複確定
      *   （受注データベースをNGにする。引当は取られていない）
      *   KJBM078は解放した明細をこの形式で解放済みファイル
      *   (DPR)へ書き出し、再投入と同じ回のKJBM020が読む
      ********************************************************
           02  DPT-JUCHU-NO      PIC X(6).
           02  DPT-LINE-NO       PIC 9(2).
           02  DPT-ACTION        PIC X(1).
      *確認者の担当者ＩＤ（監査用、確認結果一覧へ印字される）
           02  DPT-OPERATOR      PIC X(8).
