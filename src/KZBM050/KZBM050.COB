      * 変更日／変更者：２０２６年９月３日  石黒　茜
      *       変更内容：変更(C)でケース入数・商品重量も上書き
      *                 （従来は追加時しか設定できなかった）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：変更(C)で原産国・HS関税分類番号も上書きし、
      *                 変更を監査一覧へ印字
      ********************************************************
      *単価1件の変更のためにゾーン形式ファイル全体を編集して
      *TRZ2Pで再変換する従来運用の置き換え。保守トランザクション
             TO  CFSHO-CASE-IRISU OF IMF-REC.
           MOVE  CFSHO-JURYO OF SHT-REC
             TO  CFSHO-JURYO OF IMF-REC.
           MOVE  CFSHO-GENSAN-KOKU OF SHT-REC
             TO  CFSHO-GENSAN-KOKU OF IMF-REC.
           MOVE  CFSHO-HS-COD OF SHT-REC
             TO  CFSHO-HS-COD OF IMF-REC.
       EXT.
           EXIT.
      ********************************************************
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
           IF  (CFSHO-GENSAN-KOKU OF WK-OLD-REC  NOT  =
                CFSHO-GENSAN-KOKU OF IMF-REC)  OR
               (CFSHO-HS-COD OF WK-OLD-REC  NOT  =
                CFSHO-HS-COD OF IMF-REC)  THEN
             MOVE  SPACE  TO  RPT-REC
             STRING  "  原産国/HS "  DELIMITED BY SIZE
                     CFSHO-GENSAN-KOKU OF WK-OLD-REC
                       DELIMITED BY SIZE
                     "/"  DELIMITED BY SIZE
                     CFSHO-HS-COD OF WK-OLD-REC
                       DELIMITED BY SIZE
                     " -> "  DELIMITED BY SIZE
                     CFSHO-GENSAN-KOKU OF IMF-REC
                       DELIMITED BY SIZE
                     "/"  DELIMITED BY SIZE
                     CFSHO-HS-COD OF IMF-REC
                       DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
