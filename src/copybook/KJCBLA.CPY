      ********************************************************
      * システム名    ：研修
      * コピー区名    ：包括契約ファイル（営業登録・KJBM030更新）
      * ※得意先と年間の総数量・単価を取り決め、期間中に小口の
      *   分納（コールオフ）で引き取る契約。1契約＝得意先×商品。
      *   受注日が契約期間内の通常受注はKJBM030が契約への
      *   コールオフとみなし、約定単価を適用して引取済数量へ
      *   加算する（同じ得意先・商品で期間が重なる契約は終了日
      *   の早いものから消化する）。契約残（約定数量−引取済
      *   数量）を超える明細はERR-KBN(20)契約残超過で却下する。
      *   受注変更は増減分、キャンセルは取消数量を引取済数量へ
      *   反映する（引取済数量はゼロ未満にしない）。
      *   最終引取日・引取回数はKJBM030が引当の都度更新し、
      *   終了時に書き戻す。KJBM071が月次で消化状況を点検する。
      *   得意先別価格表(KJBM068)は約定単価を単価区分Bで載せる
      ********************************************************
           02  BLA-KEIYAKU-NO    PIC X(6).
           02  BLA-TOKU-COD      PIC X(4).
           02  BLA-SHOHIN-NO     PIC X(5).
           02  BLA-KEIYAKU-SURYO PIC 9(7).
           02  BLA-TANKA         PIC 9(5).
           02  BLA-FROM-YMD      PIC 9(8).
           02  BLA-TO-YMD        PIC 9(8).
           02  BLA-USED-SURYO    PIC 9(7).
           02  BLA-LAST-YMD      PIC 9(8).
           02  BLA-CALL-CNT      PIC 9(5).
