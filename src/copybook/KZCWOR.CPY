      ********************************************************
      * システム名    ：研修
      * コピー区名    ：組立・解体作業指示レジスタ（KZBM036出力）
      * ※作業指示1件につき1件。登録時に未完了(SPACE)で作成し、
      *   作業完了で"C"、取消で"X"になる。未完了の一覧が「指示
      *   したまま作業されていない」指示の追跡材料
      ********************************************************
           02  WOR-WO-NO         PIC X(6).
           02  WOR-YMD           PIC 9(8).
      *指示区分　B=組立　U=解体
           02  WOR-KBN           PIC X(1).
           02  WOR-OYA-NO        PIC X(5).
           02  WOR-LOC-COD       PIC X(2).
           02  WOR-SURYO         PIC 9(5).
           02  WOR-STATUS        PIC X(1).
      *完了日（未完了・取消はゼロ）
           02  WOR-KANRYO-YMD    PIC 9(8).
      *完了時の親の移動平均原価（組立は部品原価の積み上げ後、
      *解体は部品へ配分した払出原価）
           02  WOR-GENKA         PIC S9(7)V9(2).
