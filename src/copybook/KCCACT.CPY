      * ※対話型プログラムの操作1件につき1件追記する。誰が・
      *   どのプログラムで・どのキーに・何をしたかの監査証跡。
      *   日次一覧はKCBM070が出力する
      *   記録区分　SPACE=操作（呼出元の記録）
      *             F=サインオン失敗　L=ロックアウト
      *             C=パスワード変更　R=管理者のパスワード初期化
      *   （F/L/C/RはKCBS070自身が書く。区分のない旧形式の行は操作）
      ********************************************************
           02  ACT-YMD           PIC 9(8).
           02  ACT-TIME          PIC 9(6).
           02  ACT-PGM-ID        PIC X(8).
           02  ACT-KEY           PIC X(20).
           02  ACT-TEXT          PIC X(40).
           02  ACT-KBN           PIC X(1).
