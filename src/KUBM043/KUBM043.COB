      * サブシステム名：売上
      * プログラム名  ：粗利報告書（商品別・得意先別・担当者別）
      * 作成日／作成者：２０２６年９月３日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：配達完了("DL")の明細も出荷済みとして対象に含める
      ********************************************************
      *受注データベース(ODB)の受理済み明細（"OK"・出荷済み"SH"の
      *通常受注）を読み、売上（ODB-KINGAKU−ODB-ZEIGAKU、税抜）と
                 ADD  1  TO  ODB-CNT
                 IF  (ODB-DATA-KBN  =  "1")  AND
                     ((ODB-RESULT  =  "OK")  OR
                      (ODB-RESULT  =  "SH")  OR
                      (ODB-RESULT  =  "DL"))  AND
                     (ODB-SURYO  IS  NUMERIC)  AND
                     ((WK-PERIOD-X  =  SPACE)  OR
                      (ODB-JUCHU-YMD(1:6)  =  WK-PERIOD-X))  THEN
