      ********************************************************
      * システム名    ：研修
      * コピー区名    ：見積ファイル（KJBM049作成・KJBM030更新）
      * ※見積書1通の明細1行につき1件。見積番号は採番サービス
      *   (KCBS030)の系列Qで発行する。見積日・有効期限・得意先・
      *   担当者は同じ見積の全明細に同じ値を持つ。
      *   見積単価　KJBM030と同じ優先順位（契約単価→定価・履歴→
      *             キャンペーン）で決めた見積日時点の単価、または
      *             担当者の指値。数量割引・消費税は含まない（受注
      *             時にKJBM030が数量に応じて適用する）。円建て
      *   単価区分　C=契約単価　P=現行単価　R=価格履歴
      *             O=最古の価格履歴　S=指値
      *   見積金額　見積数量×見積単価に数量割引を適用した税抜額
      *   状態　　　O=未受注　C=受注済（受注番号・受注処理日）。
      *             見積番号付きの受注をKJBM030が値決めした時点
      *             で、その見積の全明細を受注済にする。同じ受注
      *             番号の再投入（在庫待ち解放・却下訂正）には
      *             受注済でも見積単価を適用する
      *   期限切れは状態ではなく、有効期限と処理日で判定する
      *   保存日数を過ぎた受注済・期限切れの明細は、KJBM049が
      *   同じレイアウトの見積アーカイブ(QUOARC)へ切り出す
      ********************************************************
           02  QUO-MITSU-NO      PIC X(6).
           02  QUO-LINE-NO       PIC 9(2).
           02  QUO-TOKU-COD      PIC X(4).
           02  QUO-TANTO-ID      PIC X(8).
           02  QUO-MITSU-YMD     PIC 9(8).
           02  QUO-YUKO-YMD      PIC 9(8).
           02  QUO-SHOHIN-NO     PIC X(5).
           02  QUO-SURYO         PIC 9(3).
           02  QUO-TANKA         PIC 9(5).
           02  QUO-TANKA-KBN     PIC X(1).
           02  QUO-CAM-CODE      PIC X(4).
           02  QUO-WARIBIKI      PIC 9(2).
           02  QUO-KINGAKU       PIC 9(9).
           02  QUO-STATUS        PIC X(1).
           02  QUO-JUCHU-NO      PIC X(6).
           02  QUO-JUCHU-YMD     PIC 9(8).
