      * 変更日／変更者：２０２６年９月３日  石黒　茜
      *       変更内容：更新前後イメージの記帳(KCBS060)を追加
      *                 （KCBM050の前進回復・バックアウトの材料）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：納品先コード(ODB-NOHIN-COD)の書込を追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：当初受注数量・当初基準納期の記録を追加
      ********************************************************
      *KJBM010/020/030/050の各ステージがレコード処理の都度呼び
      *出し、受注データベース(ODB)へ最新の到達ステージ・エラー
           MOVE  S040-LINE-NO   TO  ODB-LINE-NO.
           READ  ODB-FILE
             INVALID KEY
               MOVE  SPACE  TO  ODB-TOSHO-SURYO
               MOVE  ZERO   TO  ODB-TOSHO-NOKI-YMD
               PERFORM  EDIT-RTN
               WRITE  ODB-REC
               MOVE  "W"    TO  S060-ACTION
           MOVE  S040-YAKUSOKU-YMD TO  ODB-YAKUSOKU-YMD.
           MOVE  S040-ORIG-JUCHU-NO  TO  ODB-ORIG-JUCHU-NO.
           MOVE  S040-NOKI-YMD     TO  ODB-NOKI-YMD.
           MOVE  S040-NOHIN-COD    TO  ODB-NOHIN-COD.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  ODB-RUN-DATE.
           ACCEPT  WK-RUN-SEQ  FROM  ENVIRONMENT  "RUN-SEQ".
           IF  WK-RUN-SEQ  =  SPACE  THEN
             MOVE  "1"  TO  WK-RUN-SEQ
           END-IF.
           MOVE  WK-RUN-SEQ  TO  ODB-RUN-SEQ.
           PERFORM  TOSHO-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 当初受注数量・当初基準納期の記録　未記録の時だけ設定し、
      * 再投入（在庫待ち解放・与信保留解放等）で上書きしない
      * 基準納期は最初の確約納期。確約前に在庫待ちへ回った明細は
      * 希望納期を基準とする（顧客へ約束した日を残す）
      ********************************************************
       TOSHO-RTN                  SECTION.
           IF  ODB-TOSHO-SURYO  =  SPACE  THEN
             MOVE  S040-SURYO  TO  ODB-TOSHO-SURYO
           END-IF.
           IF  ODB-TOSHO-NOKI-YMD  IS  NOT  NUMERIC  THEN
             MOVE  ZERO  TO  ODB-TOSHO-NOKI-YMD
           END-IF.
           IF  ODB-TOSHO-NOKI-YMD  =  ZERO  THEN
             IF  S040-YAKUSOKU-YMD  NOT  =  ZERO  THEN
               MOVE  S040-YAKUSOKU-YMD  TO  ODB-TOSHO-NOKI-YMD
             ELSE
               IF  (S040-RESULT  =  "BO")  AND
                   (S040-NOKI-YMD  NOT  =  ZERO)  THEN
                 MOVE  S040-NOKI-YMD  TO  ODB-TOSHO-NOKI-YMD
               END-IF
             END-IF
           END-IF.
       EXT.
           EXIT.
