      * コピー区名    ：会計システム連携用レコード（固定長40バイト）
      * ※KUBM023が月次売上を、KUBM034が為替評価損益を、KUBM038が
      *   リベートを、同一レイアウトで会計側へ渡す
      *   （KUBM031の為替差損益・KZBM060の在庫・KZBM056の滞留
      *   在庫の評価引当・KUBM050の延滞利息・KUBM052の貸倒償却
      *   も同形式）。
      *   会計側への送信はKCBM080が複式仕訳(KCCGLJ)へ集約して行う
      *   レコード区分　H=見出し　D=明細　T=トレーラ
      ********************************************************
           02  GLX-REC-TYPE        PIC  X(1).
