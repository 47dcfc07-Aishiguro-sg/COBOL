           02  NYU-TOKU-COD      PIC X(4).
           02  NYU-INV-NO        PIC 9(7).
           02  NYU-KINGAKU       PIC 9(9).
      *起票元　SPACE=銀行明細・手入力　R=送金明細(KUBM056)
      *（送金明細の差引は差引係争台帳で扱うため、不足残の
      *  許容差額による自動償却をしない）
           02  NYU-SRC-KBN       PIC X(1).
