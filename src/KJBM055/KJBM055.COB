      * 変更日／変更者：２０２６年８月２２日  石黒　茜
      *       変更内容：在庫待ちは累積BOFでなく当回実行分抽出
      *                 (BOFD)を読む（過去実行分の再通知を防止）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：チェック位置(19)割当枠超過の文言を追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：チェック位置(20)契約残超過の文言を追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：チェック位置(21)取引停止・解約得意先の
      *                 文言を追加（エラー区分を25個へ拡張）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：チェック位置(22)重複受注の疑いの文言を追加
      ********************************************************
      *KJBM050が振り分けた正常(OTF1)・却下(OTF2)・在庫待ち(BOF)の
      *各ファイルを受注番号単位に集約し、送信元ＥＤＩへ返す応答
           03  ACK-OK-CNT          PIC  9(3)   VALUE  ZERO.
           03  ACK-NG-CNT          PIC  9(3)   VALUE  ZERO.
           03  ACK-BO-CNT          PIC  9(3)   VALUE  ZERO.
      *却下・在庫待ち明細のチェック位置(1)〜(25)のＯＲ集約
           03  ACK-ERR-FLGS        PIC  X(25)  VALUE  SPACE.
       01  ACK-TBL-CNT            PIC  9(4)    VALUE  ZERO.
      *集約時の作業用　今読んでいるレコードの受注番号・エラー区分
       01  WK-JUCHU-NO            PIC  X(6)    VALUE  SPACE.
       01  WK-ERR-KBN-TBL         PIC  X(25)   VALUE  SPACE.
       01  WK-OK-NG-KBN           PIC  X       VALUE  SPACE.
      *チェック位置→エラー内容文言の変換テーブル　KJBM050と同一内容
       01  ERR-MSG-TBL.
         02  ERR-MSG-ENT  OCCURS 25 TIMES PIC X(30).
       01  WK-ERR-IDX             PIC  9(2).
      *応答行の編集用
       01  WK-STATUS              PIC  X(1).
           MOVE "受注変更不一致"       TO ERR-MSG-ENT(16).
           MOVE "ケース入数不一致"     TO ERR-MSG-ENT(17).
           MOVE "販売権限なし"         TO ERR-MSG-ENT(18).
           MOVE "割当枠超過"           TO ERR-MSG-ENT(19).
           MOVE "契約残超過"           TO ERR-MSG-ENT(20).
           MOVE "取引停止・解約得意先" TO ERR-MSG-ENT(21).
           MOVE "重複受注の疑い"       TO ERR-MSG-ENT(22).
       EXT.
           EXIT.
      ********************************************************
           END-EVALUATE.
           IF  WK-OK-NG-KBN  NOT  =  "O"  THEN
             PERFORM  VARYING  WK-ERR-IDX  FROM  1  BY  1
               UNTIL  WK-ERR-IDX  >  25
               IF  WK-ERR-KBN-TBL(WK-ERR-IDX:1)  NOT  =  SPACE  THEN
                 MOVE  "1"  TO  ACK-ERR-FLGS(ACK-IDX)(WK-ERR-IDX:1)
               END-IF
           MOVE  SPACE  TO  WK-REASON-TEXT.
           MOVE  1      TO  WK-REASON-PTR.
           PERFORM  VARYING  WK-ERR-IDX  FROM  1  BY  1
             UNTIL  WK-ERR-IDX  >  25
             IF  ACK-ERR-FLGS(ACK-IDX)(WK-ERR-IDX:1)
                   NOT  =  SPACE  THEN
               IF  WK-REASON-PTR  >  1  THEN
