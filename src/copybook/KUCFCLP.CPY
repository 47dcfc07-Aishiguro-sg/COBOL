      ********************************************************
      * システム名    ：研修
      * コピー区名    ：与信限度額見直し提案ファイル
      *                 （KUBM048出力・KUBM049入力）
      * ※四半期ごとの支払実績から算出した新限度額の提案を得意先
      *   （親得意先のある支店は親へ合算）ごとに1件保持する。
      *   審査者は承認区分("A"=承認　"R"=却下)と自分の担当者ＩＤを
      *   記入する（商品マスタ保守の承認待ちKZCPNDと同じ記入方式）。
      *   得意先マスタへの反映はKUBM049が更新ジャーナル付きで行い、
      *   提案ファイルを直接マスタへ書き写すことはしない。
      *   処理済区分　SPACE=未処理　"D"=反映・却下・失効処理済み
      *   処理結果　　"U"=反映　"R"=却下　"S"=失効（提案後に
      *               限度額が変わっていた）
      ********************************************************
           02  CLP-YMD           PIC 9(8).
           02  CLP-FROM-YMD      PIC 9(8).
           02  CLP-TO-YMD        PIC 9(8).
           02  CLP-TOKU-COD      PIC X(4).
           02  CLP-OLD-LIMIT     PIC S9(9).
           02  CLP-NEW-LIMIT     PIC S9(9).
      *算出の根拠（審査用）
           02  CLP-SCORE         PIC 9(4).
           02  CLP-PAY-DAYS      PIC 9(4).
           02  CLP-PEAK-ZAN      PIC S9(11).
           02  CLP-DUN-CNT       PIC 9(4).
           02  CLP-HOLD-CNT      PIC 9(4).
      *審査・反映の記入欄
           02  CLP-APPROVE-FLG   PIC X(1).
           02  CLP-APPROVE-OPR   PIC X(8).
           02  CLP-DONE-FLG      PIC X(1).
           02  CLP-KEKKA         PIC X(1).
           02  CLP-DONE-YMD      PIC 9(8).
