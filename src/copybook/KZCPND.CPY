           02  PND-APPROVE-OPR   PIC X(8).
           02  PND-DONE-FLG      PIC X(1).
      *提出トランザクション本体（KZBM050のSHTレコードと同一）
           02  PND-SHT-IMG       PIC X(160).
