      ********************************************************
      * システム名    ：研修
      * コピー区名    ：未充当入金の返金　承認待ちファイル
      *                 （KUBM053出力・KUBM054入力）
      * ※申請1件につき1件。
      *   承認者は承認区分("A"=承認　"R"=却下)と自分の担当者ＩＤ
      *   を記入する（貸倒償却の承認待ちKUCFWOPと同じ記入方式）。
      *   提出者と同じ担当者の承認は反映されない。
      *   処理済区分　SPACE=未処理　"D"=反映・却下・失効処理済み
      *   処理結果　　"U"=反映　"R"=却下　"S"=失効（承認までに
      *               充当実行等で未充当残が申請額を下回った等）
      ********************************************************
           02  RFP-YMD           PIC 9(8).
           02  RFP-SUBMIT-OPR    PIC X(8).
           02  RFP-TOKU-COD      PIC X(4).
           02  RFP-UNA-YMD       PIC 9(8).
           02  RFP-KINGAKU       PIC 9(9).
           02  RFP-RIYU          PIC X(30).
      *承認・反映の記入欄
           02  RFP-APPROVE-FLG   PIC X(1).
           02  RFP-APPROVE-OPR   PIC X(8).
           02  RFP-DONE-FLG      PIC X(1).
           02  RFP-KEKKA         PIC X(1).
           02  RFP-DONE-YMD      PIC 9(8).
