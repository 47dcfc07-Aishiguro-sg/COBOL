      ********************************************************
           02  COM-TOROKU-NO     PIC X(14).
           02  COM-KAISHA-MEI    PIC X(20).
      *総合振込の依頼人情報（全銀形式ヘッダーレコード用、KZBM026）
      *依頼人コードは銀行との契約で付番されたもの。名称類は半角
      *カナ。預金種目 1=普通 2=当座
           02  COM-IRAI-COD      PIC 9(10).
           02  COM-IRAI-MEI      PIC X(40).
           02  COM-GINKO-COD     PIC 9(4).
           02  COM-GINKO-MEI     PIC X(15).
           02  COM-SHITEN-COD    PIC 9(3).
           02  COM-SHITEN-MEI    PIC X(15).
           02  COM-YOKIN-SHUMOKU PIC 9(1).
           02  COM-KOZA-NO       PIC 9(7).
