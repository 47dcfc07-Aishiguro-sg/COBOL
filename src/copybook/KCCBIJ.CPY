      *   する。更新前イメージで特定実行の取り消し（バックアウト）
      *   を、更新後イメージでスナップショットからの前進回復を、
      *   復旧ユーティリティKCBM050が行う
      *   得意先マスタCMFの書換も同じく記帳する（CMFの復旧は
      *   KJBM090/KJBM091の退避・復元による）。前後イメージの
      *   項目別の変更はKCBM073（マスタ項目変更監査表）で見る
      *   動作区分　W=新規書込（前イメージなし）
      *             R=書換　D=削除（後イメージなし）
      *   イメージにはパック項目の生バイトが入るため、本ファイル
