      *これにより再投入行が受注データベース(ODB)上で元の明細行
      *キーを保ち、同一受注の他明細の履歴を潰さない
           02  JF010-LINE-NO         PIC 9(2).
      *納品先コード　得意先配下の店舗・納品場所（納品先マスタ
      *KCCFNHSのキー）。空白は得意先そのものへの納品
           02  JF010-NOHIN-COD       PIC X(4).
      *複数行受注　1受注番号(JF010-JUCHU-NO-X)に複数商品を紐づけられる
      *よう、商品番号・数量をOCCURS DEPENDING ONの明細行テーブルとして
      *持つ（KJBM000/KJBM002のTABLE-Aと同じ技法）。KJBM010はこの明細
      *起票者の担当者ＩＤ（対話型入力KJBM003・却下訂正KJBM060が
      *サインオン済みの担当者を刻印する。バッチ取込は空白）
           02  JF010-OPR-ID          PIC X(8).
      *見積番号　見積書(KJBM049発行)に基づく受注の場合に指定する。
      *KJBM030が有効期限内・未受注の見積なら見積単価を適用する。
      *空白＝見積の指定なし
           02  JF010-MITSU-NO        PIC X(6).
