      ********************************************************
      * システム名    ：研修
      * コピー区名    ：輸出許可データ（通関業者からの輸出許可
      *                 通知を本形式へ変換して渡す、全件累積）
      * ※輸出申告1件（納品書1枚）につき1件。輸出免税の売上は
      *   輸出許可書の保存が免税の要件のため、消費税集計表
      *   (KUBM024)が輸出免税の受注明細を納品書番号で突き合わせ、
      *   許可番号のない明細を例外一覧へ出す
      ********************************************************
      *納品書番号　受注番号＋明細行番号（出荷実績のSHR-DEN-NO、
      *KJBM059の納品書と同じ組み立て）
           02  EXD-DEN-NO        PIC X(8).
           02  EXD-TOKU-COD      PIC X(4).
      *輸出許可番号と許可日（YYYYMMDD）
           02  EXD-KYOKA-NO      PIC X(20).
           02  EXD-KYOKA-YMD     PIC 9(8).
