      * サブシステム名：売上
      * プログラム名  ：得意先×商品　販売構成表（クロス集計）
      * 作成日／作成者：２０２６年９月３日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：配達完了("DL")の明細も出荷済みとして対象に含める
      ********************************************************
      *「商品12345を買っている得意先はどこか、その得意先は他に
      *何を取っているか」に答える定期帳票。受注データベース(ODB)
                 ADD  1  TO  ODB-CNT
                 IF  (ODB-DATA-KBN  =  "1")  AND
                     ((ODB-RESULT  =  "OK")  OR
                      (ODB-RESULT  =  "SH")  OR
                      (ODB-RESULT  =  "DL"))  AND
                     ((WK-PERIOD-X  =  SPACE)  OR
                      (ODB-JUCHU-YMD(1:6)  =  WK-PERIOD-X))  THEN
                   ADD  1  TO  TAISHO-CNT
