      * ※充当しきれなかった入金（超過入金・充当先のない入金）を
      *   得意先ごとに1件ずつ保持する。発生額(UNA-KINGAKU)は監査
      *   用に変えず、残額(UNA-ZAN)を後続の充当実行(KUBM042)が
      *   取り崩してゼロで消込完了となる。得意先へ返金した分は
      *   返金の承認反映(KUBM054)が取り崩す
      *   発生理由　O=超過入金　U=充当先請求書なし
      *             R=返金（承認済みの返金(KUBM054)で取り崩した
      *               記録。入金日は取り崩した明細の入金日、
      *               発生額は返金額のマイナス、残額はゼロ）
      ********************************************************
           02  UNA-YMD           PIC 9(8).
           02  UNA-TOKU-COD      PIC X(4).
