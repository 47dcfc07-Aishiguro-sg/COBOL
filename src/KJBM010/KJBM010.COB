      * 変更日／変更者：２０２６年９月３日  石黒　茜
      *       変更内容：ケース単位受注(JF010-UNIT-KBN="C")の個数
      *                 換算を追加（商品マスタのケース入数を使用）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：納品先コードを受注チェック前ファイルから引き継ぐ
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：見積番号を受注チェック前ファイルから引き継ぐ
      ********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *返品理由コード・検品処分区分（返品以外は空白のまま流れる）
           MOVE JF010-RIYU-COD OF ITF-REC TO JF020-RIYU-COD.
           MOVE JF010-SHOBUN-KBN OF ITF-REC TO JF020-SHOBUN-KBN.
      *納品先コード（受注単位。全明細行へ同じ値を引き継ぐ）
           MOVE JF010-NOHIN-COD OF ITF-REC TO JF020-NOHIN-COD.
      *見積番号（受注単位。全明細行へ同じ値を引き継ぐ）
           MOVE JF010-MITSU-NO OF ITF-REC TO JF020-MITSU-NO.
      *単価
           MOVE ZERO TO JF020-TANKA.
      *金額
           MOVE ZERO              TO S040-YAKUSOKU-YMD.
           MOVE JF020-CANCEL-JUCHU-NO TO S040-ORIG-JUCHU-NO.
           MOVE JF020-NOKI-YMD    TO S040-NOKI-YMD.
           MOVE JF020-NOHIN-COD   TO S040-NOHIN-COD.
           CALL "KCBS040" USING KCBS040-P1.
           EXIT.
           
