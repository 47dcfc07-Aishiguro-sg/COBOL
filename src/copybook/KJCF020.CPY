      *　"V"=仕入先返送。廃棄・返送は在庫へ戻さない）
           02  JF020-RIYU-COD        PIC X(2).
           02  JF020-SHOBUN-KBN      PIC X(1).
      *納品先コード　KJCF010から引き継ぐ（空白＝得意先そのもの）。
      *KJBM020が納品先マスタとの突合を行い、未登録は(8)とする。
      *出荷拠点・運賃の配送ゾーン・納品書・出荷案内が使う
           02  JF020-NOHIN-COD       PIC X(4).
      *見積番号　KJCF010から引き継ぐ（空白＝見積の指定なし）。
      *KJBM030が見積ファイル(QUOF)の有効な見積単価を適用する
           02  JF020-MITSU-NO        PIC X(6).
      *チェック結果　(1)データ区分 (2)受注番号 (3)受注日付
      *             (4)得意先コード (5)商品番号 (6)数量
      *             (7)受注番号重複 (8)得意先マスタ不一致
      *                （納品先の未登録を含む）
      *             (9)廃番商品       (10)在庫不足
      *             (11)与信限度額超過 (12)納期日付不正
      *             (13)返品不一致     (14)為替レート未設定
      *             (15)クローズ期間   (16)受注変更不一致
      *             (17)ケース入数不一致 (18)販売権限なし
      *             (19)割当枠超過     (20)契約残超過
      *             (21)取引停止・解約得意先
      *             (22)重複受注の疑い
      *             (23)〜(25)予備
           02  JF020-ERR-KBN-TBL.
             03  JF020-ERR-KBN       PIC X(1)  OCCURS 25 TIMES.
      *トレーラレコード専用項目　JF020-REC-TYPE="T"の時のみ有効
      *件数＝本ファイル中のデータレコード件数、金額HASH＝JF020-KINGAKU合計
           02  JF020-TRL-CNT         PIC 9(7).
