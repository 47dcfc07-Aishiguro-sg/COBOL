      ********************************************************
      * システム名    ：研修
      * コピー区名    ：滞留在庫の評価引当率（KZBM056用、外部定義）
      * ※最終払出からの経過月数の区分ごとに1件、区分の上限月数
      *   （この月数未満が対象）と引当率(％)を月数の小さい順に
      *   定義する。最後の区分は上限999（それ以上すべて）とする。
      *   例　006/000　012/025　024/050　999/100
      *   未定義の場合は0〜6・6〜12・12〜24・24か月以上の4区分、
      *   引当率ゼロ（一覧のみで引当は計上しない）として扱う
      ********************************************************
           02  PRV-TO-MONTHS     PIC 9(3).
           02  PRV-RITSU         PIC 9(3).
