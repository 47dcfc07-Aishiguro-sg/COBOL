      ********************************************************
      * システム名    ：研修
      * コピー区名    ：与信評点表（KUBM048用、外部定義）
      * ※評価項目ごとに、値の上限（この値以下が該当）と点数を
      *   上限の小さい順に定義する。項目内の最後の行の上限は
      *   999999999（それ以上すべて）とする。符号"-"は減点、
      *   それ以外（空白・"+"）は加点。
      *     D=平均支払日数（請求書発行日から消込日まで、金額加重）
      *     P=ピーク残高の与信限度額に対する利用率(％)
      *     N=督促回数（期間中に督促した請求書の督促レベル合計）
      *     H=与信保留回数（期間中に与信保留へ回った明細数）
      *   評点は基礎点100に各項目の点数を加減したもの（ゼロ未満
      *   はゼロ）。新限度額への換算は区分Rで、上限に評点を、
      *   率に現限度額に対する新限度額の率(％)を定義する。
      *   例　D000000030+030000　D999999999-020000
      *       R000000080 000070　R999999999 000150
      *   未定義の場合はKUBM048の既定の評点表を使う
      ********************************************************
           02  CSC-KBN           PIC X(1).
           02  CSC-UPTO          PIC 9(9).
           02  CSC-FUGO          PIC X(1).
           02  CSC-TEN           PIC 9(3).
           02  CSC-RITSU         PIC 9(3).
