      * サブシステム名：売上
      * プログラム名  ：運賃コスト対請求　月次突合表
      * 作成日／作成者：２０２６年９月３日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：納品先指定の明細は納品先の運賃ゾーンで引き直す
      ********************************************************
      *受理受注データ(KJBM050のOTF1、複数実行分の連結可)を読み、
      *明細ごとに運賃表(FARE)から満額運賃（＝当社が負担する運賃
       01  WK-FR-RYOKIN           PIC  S9(7)   VALUE  0.
       01  WK-FR-ZONE             PIC  X(2)    VALUE  SPACE.
       01  WK-FR-HIT-FLG          PIC  X       VALUE  "N".
      *納品先参照(KCBS090)への連絡領域（納品先別の運賃ゾーン）
       COPY  KCBS090P.
      *編集用
       01  WK-D1                  PIC  ----,---,---,--9.
       01  WK-D2                  PIC  ----,---,---,--9.
           EXIT.
      ********************************************************
      * 満額運賃（コスト見積り）の引き直し　送料無料は考慮しない
      * 納品先指定の明細は納品先マスタの運賃ゾーンを優先する
      * （KJBM030の運賃算出と同じ）
      ********************************************************
       COST-RTN                   SECTION.
           MOVE  0  TO  WK-FR-RYOKIN.
             NOT INVALID KEY
               MOVE  CFTOK-ZONE-COD  TO  WK-FR-ZONE
           END-READ.
           IF  JF020-NOHIN-COD  NOT  =  SPACE  THEN
             MOVE  JF020-TOKU-COD   TO  S090-TOKU-COD
             MOVE  JF020-NOHIN-COD  TO  S090-NOHIN-COD
             CALL  "KCBS090"  USING  KCBS090-P1
             IF  (S090-RCD  =  SPACE)  AND
                 (S090-ZONE-COD  NOT  =  SPACE)  THEN
               MOVE  S090-ZONE-COD  TO  WK-FR-ZONE
             END-IF
           END-IF.
           IF  WK-FR-ZONE  =  SPACE  THEN
             GO  TO  COST-EXT
           END-IF.
