      ********************************************************
      * システム名    ：研修
      * コピー区名    ：請求書発行済みジャーナル（KUBM030・累積）
      * ※請求書1通の残高計上の直後に1件追記する。再実行時の二重
      *   計上防止（同じ実行ＩＤの発行済み集計キーを読み飛ばす）と、
      *   請求明細ジャーナル(KUCFIVL)から請求書番号を引く際の
      *   橋渡し（完全性照合KUBM047）に使う
      ********************************************************
           02  IVJ-RUN-ID        PIC X(14).
      *請求集計キー　請求先得意先×請求期間×通貨
           02  IVJ-TOKU-COD      PIC X(4).
           02  IVJ-PERIOD        PIC X(6).
           02  IVJ-TSUKA-COD     PIC X(3).
      *発行した請求書番号（INV-NO。旧形式の記録はゼロ・空白）
           02  IVJ-INV-NO        PIC 9(7).
