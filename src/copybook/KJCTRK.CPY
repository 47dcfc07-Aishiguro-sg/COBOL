      ********************************************************
      * システム名    ：研修
      * コピー区名    ：運送会社追跡データ（KJBM065入力）
      * ※運送会社ごとの日次引受・追跡ファイルを本形式へ変換して
      *   渡す。1件が納品書1枚の1事象（引受または配達完了）
      *   事象区分　M=引受（送り状番号の付番）　D=配達完了
      ********************************************************
           02  TRK-CARRIER-COD   PIC X(2).
      *納品書番号　出荷実績レジスタのSHR-DEN-NOと突き合わせる
           02  TRK-DEN-NO        PIC X(8).
           02  TRK-TRACK-NO      PIC X(20).
           02  TRK-EVENT-KBN     PIC X(1).
      *事象日（引受日または配達完了日、YYYYMMDD）
           02  TRK-EVENT-YMD     PIC 9(8).
