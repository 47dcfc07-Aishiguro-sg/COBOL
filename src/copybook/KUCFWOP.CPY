      ********************************************************
      * システム名    ：研修
      * コピー区名    ：貸倒償却の承認待ちファイル
      *                 （KUBM051出力・KUBM052入力）
      * ※申請1件につき1件。請求書の得意先・通貨は提出時に
      *   請求書レジスタから写す。
      *   承認者は承認区分("A"=承認　"R"=却下)と自分の担当者ＩＤ
      *   を記入する（商品マスタ保守の承認待ちKZCPNDと同じ記入
      *   方式）。提出者と同じ担当者の承認は反映されない。
      *   処理済区分　SPACE=未処理　"D"=反映・却下・失効処理済み
      *   処理結果　　"U"=反映　"R"=却下　"S"=失効（承認までに
      *               請求書の残高・償却残が申請額を下回った等）
      ********************************************************
           02  WOP-YMD           PIC 9(8).
           02  WOP-SUBMIT-OPR    PIC X(8).
           02  WOP-KBN           PIC X(1).
           02  WOP-INV-NO        PIC 9(7).
           02  WOP-TOKU-COD      PIC X(4).
           02  WOP-TSUKA-COD     PIC X(3).
           02  WOP-KINGAKU       PIC 9(9).
           02  WOP-RIYU-COD      PIC X(2).
           02  WOP-RIYU          PIC X(30).
      *承認・反映の記入欄
           02  WOP-APPROVE-FLG   PIC X(1).
           02  WOP-APPROVE-OPR   PIC X(8).
           02  WOP-DONE-FLG      PIC X(1).
           02  WOP-KEKKA         PIC X(1).
           02  WOP-DONE-YMD      PIC 9(8).
