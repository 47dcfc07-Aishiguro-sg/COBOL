      ********************************************************
      * システム名    ：研修
      * コピー区名    ：発注変更トランザクション（KZBM016入力）
      * ※購買担当が発注1明細の変更につき1行を起票する。
      *   発注番号(POR-PO-NO)で発注レジスタの明細を特定する
      *   変更区分　"Q"=発注数量変更　"D"=納入予定日変更
      *             "X"=残数取消（未入荷分の取消）
      ********************************************************
           02  POC-PO-NO         PIC X(6).
           02  POC-KBN           PIC X(1).
      *変更後の発注数量（区分"Q"のみ。入荷済数量未満は不可）
           02  POC-SURYO         PIC 9(5).
      *変更後の納入予定日（区分"D"のみ、YYYYMMDD）
           02  POC-NOUKI-YMD     PIC 9(8).
      *変更理由（訂正発注書へ印字する）
           02  POC-RIYU          PIC X(20).
