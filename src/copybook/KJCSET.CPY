      * コピー区名    ：セット構成マスタ（外部定義、単階層）
      * ※セット商品（親）1つを構成する部品（子）と員数を1件ずつ
      *   定義する。親は商品マスタに通常どおり登録し（価格・税は
      *   親の定義で決まる）、在庫の引当はKJBM030が親の在庫
      *   （組立済み）を先に充て、不足分だけ子の在庫へ展開する
      *   （内訳はセット引当内訳KJCSALに残す）
      ********************************************************
           02  SET-OYA-NO        PIC X(5).
           02  SET-KO-NO         PIC X(5).
