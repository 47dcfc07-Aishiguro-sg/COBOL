      ********************************************************
      * システム名    ：研修
      * コピー区名    ：帳票索引ファイル（帳票出力側で作成）
      * ※得意先宛の帳票（注文請書・請求書・取引明細書・督促状・
      *   在庫待ち案内・価格表・見積書・延滞利息請求書）を出力する
      *   プログラムが、帳票ファイルと並べて1通1件で書き出す。
      *   通の先頭行番号（帳票ファイル内の行番号、1起算）と行数で
      *   通の範囲を示し、配信バッチKCBM100が得意先の配信区分に
      *   従って振り分けに使う。
      *   範囲外の行（表題・総合計・エラー行など）は社内向けと
      *   して印刷へ回る。
      *   帳票区分　OC=注文請書(KJBM058)　IV=請求書(KUBM030)
      *             ST=取引明細書(KUBM033)　DN=督促状(KUBM040)
      *             BO=在庫待ち案内(KJBM064)
      *             PL=得意先別価格表(KJBM068)　QT=見積書(KJBM049)
      *             LI=延滞利息請求書(KUBM050)
      *   帳票キー　注文請書は受注番号、請求書・督促状・延滞利息
      *             請求書は請求書番号、取引明細書・在庫待ち案内は
      *             作成日、価格表は基準日、見積書は見積番号
      ********************************************************
           02  DIX-PGM-ID        PIC X(8).
           02  DIX-RUN-DATE      PIC 9(8).
           02  DIX-DOC-KBN       PIC X(2).
           02  DIX-TOKU-COD      PIC X(4).
           02  DIX-DOC-KEY       PIC X(10).
           02  DIX-FROM-LINE     PIC 9(7).
           02  DIX-LINE-CNT      PIC 9(5).
