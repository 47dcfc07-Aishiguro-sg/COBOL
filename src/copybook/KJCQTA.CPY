      ********************************************************
      * システム名    ：研修
      * コピー区名    ：割当枠ファイル（営業登録・KJBM030更新）
      * ※品薄の商品を期間を区切って「割当販売」にする定義。
      *   商品・期間ごとに得意先または得意先グループへ枠を割り
      *   当てる。期間中の通常受注はKJBM030が受注日で引き当て、
      *   残枠を超える明細は在庫があっても在庫待ち(BOF)へ回す
      *   （ERR-KBN(19)割当枠超過）。
      *   キー区分　T=得意先（キーコード＝得意先コード）
      *             G=得意先グループ（キーコード＝親得意先コード
      *               CFTOK-PARENT-COD。グループ全店で共有）
      *             *=その他全得意先（キーコードは空白。個別・
      *               グループ枠のない得意先で共有）
      *   引き当ては得意先→グループ→その他の順。期間中の商品に
      *   どの枠もない得意先は残枠ゼロとして扱う。
      *   枠区分　　Q=数量指定（割当数量）
      *             P=率指定（割当率％×基準数量）
      *   基準数量は率指定の母数。ゼロで登録するとKJBM030が期間
      *   中の最初の判定時にその商品の現在庫数を設定する（入荷で
      *   枠を広げる場合は営業がゼロへ戻す）。セット親は現在庫を
      *   持たないため数量指定で登録する。
      *   使用済数量はKJBM030が引当の都度加算し（キャンセル・
      *   受注変更の減数分は戻す）、終了時に書き戻す。
      *   終了日ゼロは期限なし
      ********************************************************
           02  QTA-SHOHIN-NO     PIC X(5).
           02  QTA-FROM-YMD      PIC 9(8).
           02  QTA-TO-YMD        PIC 9(8).
           02  QTA-KEY-KBN       PIC X(1).
           02  QTA-KEY-COD       PIC X(4).
           02  QTA-KBN           PIC X(1).
           02  QTA-SURYO         PIC 9(7).
           02  QTA-RITSU         PIC 9(3).
           02  QTA-BASE-SURYO    PIC 9(7).
           02  QTA-USED-SURYO    PIC 9(7).
