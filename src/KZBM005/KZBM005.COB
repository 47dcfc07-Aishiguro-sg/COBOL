      * サブシステム名：在庫
      * プログラム名  ：在庫受払台帳
      * 作成日／作成者：２０２６年８月２２日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：在庫受払ジャーナルの金額項目追加に伴う
      *                 テーブル長の変更
      ********************************************************
      *在庫受払ジャーナル(ZAI)を商品別にまとめ、受払台帳を出力
      *する。商品ごとに期首残（最初の変動の変動前残数）から
       01  JNL-CNT                PIC  9(4)    VALUE  ZERO.
       01  JNL-TBL.
         02  JNL-ENT  OCCURS 9999 TIMES INDEXED BY JNL-IDX.
           03  JNL-IMG            PIC  X(69).
      *商品の一覧（出現順）と期首残・受払計
       01  SHO-CNT                PIC  9(4)    VALUE  ZERO.
       01  SHO-TBL.
