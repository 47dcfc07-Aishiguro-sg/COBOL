      *返品理由コード・検品処分区分　KJCF020と同じ
           02  JF020-RIYU-COD        PIC X(2).
           02  JF020-SHOBUN-KBN      PIC X(1).
      *納品先コード　KJCF020と同じ
           02  JF020-NOHIN-COD       PIC X(4).
      *見積番号　KJCF020と同じ
           02  JF020-MITSU-NO        PIC X(6).
      *チェック結果　(1)〜(25)、KJCF020のJF020-ERR-KBN-TBLと同じ並び
           02  JF020-ERR-KBN-TBL.
             03  JF020-ERR-KBN       PIC X(1)  OCCURS 25 TIMES.
