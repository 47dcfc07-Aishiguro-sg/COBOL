      *   根拠を残す。価格紛争の際はKJBM048が受注番号で照会する
      *   単価出所　C=契約単価　P=現行定価　R=履歴単価
      *             O=最古履歴単価（受注日が履歴より前）
      *             Q=見積単価（見積番号の見積、適用開始日は見積日）
      *             B=約定単価（包括契約のコールオフ、適用開始日は
      *               契約開始日）
      *   適用開始日＝出所の契約・定価・履歴の適用開始日
      *   為替レートはゼロ＝換算なし（円建て）
      ********************************************************
           02  PTR-RATE          PIC 9(5)V9(4).
           02  PTR-ZEI-RITSU     PIC 9(2).
           02  PTR-TANKA         PIC S9(5).
      *見積番号　単価出所が見積(Q)の場合のみ。それ以外は空白
           02  PTR-MITSU-NO      PIC X(6).
      *包括契約番号　単価出所が約定単価(B)の場合のみ。それ以外は空白
           02  PTR-KEIYAKU-NO    PIC X(6).
