      *                 刻印・操作記録を追加
      * 変更日／変更者：２０２６年９月３日  石黒　茜
      *       変更内容：操作記録へ訂正前後の商品・数量を記載
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：納品先コードを再投入レコードへ引き継ぐ
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：見積番号を再投入レコードへ引き継ぐ
      ********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           MOVE JF020-CANCEL-JUCHU-NO OF ITF-REC
             TO JF010-CANCEL-JUCHU-NO.
           MOVE JF020-NOKI-YMD OF ITF-REC  TO JF010-NOKI-YMD.
           MOVE JF020-NOHIN-COD OF ITF-REC TO JF010-NOHIN-COD.
      *却下データは明細行1件分の再投入として扱う。元の明細行番号を
      *引き継ぎ、受注データベース上の明細行キーを保つ
           MOVE JF020-LINE-NO OF ITF-REC   TO JF010-LINE-NO.
           END-IF.

           MOVE WK-OPR-ID TO JF010-OPR-ID.
           MOVE JF020-MITSU-NO OF ITF-REC TO JF010-MITSU-NO.
           WRITE OTF-REC.
           ADD 1 TO OTF-CNT.
      *操作記録　訂正・再投入した受注番号を残す
