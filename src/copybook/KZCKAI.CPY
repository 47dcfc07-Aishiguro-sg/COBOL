      ********************************************************
      * システム名    ：研修
      * コピー区名    ：価格一括改定指示（KZBM053入力）
      * ※仕入先の値上げ等で多数の商品の単価を一度に改定する
      *   ための指示。1件で対象商品の範囲と改定方法を指定し、
      *   KZBM053が商品マスタから該当商品を選んで変更(C)の保守
      *   トランザクション(SHT)を作る。複数件の指示に該当する
      *   商品は先の指示を採用する。
      *   対象区分　K=商品区分(CFSHO-SHOHIN-KBN)
      *             S=仕入先(CFSHO-SHIIRE-COD)
      *             R=商品番号の範囲（開始〜終了、両端を含む）
      *   改定区分　P=率（改定率％、減額はマイナス）
      *             F=定額（改定額、減額はマイナス）
      *   端数区分　R=四捨五入　U=切上げ　D=切捨て
      *   端数単位　1・10・100など（ゼロは1円単位）
      *   適用開始日は実行日より後の日付に限る（当日以前の指示
      *   は受け付けない）
      ********************************************************
           02  KAI-SEL-KBN       PIC X(1).
           02  KAI-SHOHIN-KBN    PIC X(2).
           02  KAI-SHIIRE-COD    PIC X(4).
           02  KAI-FROM-NO       PIC X(5).
           02  KAI-TO-NO         PIC X(5).
           02  KAI-UP-KBN        PIC X(1).
           02  KAI-RITSU         PIC S9(3)V9(2).
           02  KAI-GAKU          PIC S9(5).
           02  KAI-HASU-KBN      PIC X(1).
           02  KAI-HASU-TANI     PIC 9(3).
           02  KAI-TEKIYO-YMD    PIC 9(8).
