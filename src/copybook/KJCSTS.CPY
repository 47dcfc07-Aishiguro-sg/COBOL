      ********************************************************
      * システム名    ：研修
      * コピー区名    ：得意先取引状態変更トランザクション
      *                 （KJBM077入力、外部定義）
      * ※得意先1件の取引状態の変更を1件ずつ記入する。
      *   変更後の状態　"A"=取引中（取引再開）　"S"=取引停止
      *   "C"=解約（未回収残高のある得意先は解約できない）
      *   理由は必須。変更日ゼロは処理日を変更日とする。
      *   担当者は得意先取引状態の変更権限(S)を確認する
      ********************************************************
           02  STS-TOKU-COD      PIC X(4).
           02  STS-KBN           PIC X(1).
           02  STS-RIYU          PIC X(20).
           02  STS-YMD           PIC 9(8).
           02  STS-OPR-ID        PIC X(8).
