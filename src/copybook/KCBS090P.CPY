      ********************************************************
      * システム名    ：研修
      * コピー区名    ：納品先参照(KCBS090) 連絡領域
      ********************************************************
       01  KCBS090-P1.
         02  S090-TOKU-COD          PIC X(4).
         02  S090-NOHIN-COD         PIC X(4).
      *納品先マスタの内容（正常時に返す。それ以外は空白）
         02  S090-NOHIN-MEI         PIC X(40).
         02  S090-YUBIN-NO          PIC X(8).
         02  S090-JUSHO-1           PIC X(60).
         02  S090-JUSHO-2           PIC X(60).
         02  S090-TEL-NO            PIC X(15).
         02  S090-LOC-COD           PIC X(2).
         02  S090-ZONE-COD          PIC X(2).
      *戻り区分　SPACE=正常　N=納品先未登録
      *          O=納品先マスタなし
         02  S090-RCD               PIC X(1).
