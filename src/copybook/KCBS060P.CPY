      ********************************************************
       01  KCBS060-P1.
         02  S060-PGM-ID            PIC X(8).
      *対象ファイル　"ODB"／"LOC"／"IMF"／"CMF"
         02  S060-FILE-ID           PIC X(8).
      *動作区分　W=新規書込　R=書換　D=削除
         02  S060-ACTION            PIC X(1).
