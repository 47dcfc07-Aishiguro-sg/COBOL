      * サブシステム名：受注
      * プログラム名  ：却下傾向分析表（年月・得意先・チェック位置別）
      * 作成日／作成者：２０２６年８月２２日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：チェック位置(21)取引停止・解約得意先の
      *                 文言を追加（エラー区分を25個へ拡張）
      ********************************************************
      *KJBM050が蓄積する却下履歴(HIS)を年月（HIS-RUN-DATEの上6桁）
      *×得意先×チェック位置で集計し、件数と構成比（その年月・
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  HIS-END-FLG            PIC  X       VALUE  "N".
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
      *年月×得意先の集計テーブル　チェック位置(1)〜(25)別の件数と
      *却下明細数合計を保持する（持ち方はKJBM051のAGE-TBLに倣う）
       01  TRD-CNT                PIC  9(4)    VALUE  ZERO.
       01  TRD-TBL.
           03  TRD-YM             PIC  X(6).
           03  TRD-TOKU-COD       PIC  X(4).
           03  TRD-TOTAL          PIC  9(5).
           03  TRD-POS-CNT        PIC  9(5)  OCCURS 25 TIMES.
       01  WK-YM                  PIC  X(6)    VALUE  SPACE.
       01  WK-ERR-IDX             PIC  9(2)    VALUE  0.
      *構成比の算出・編集用
               PERFORM  FIND-OR-ADD-RTN
               ADD  1  TO  TRD-TOTAL(TRD-IDX)
               PERFORM  VARYING  WK-ERR-IDX  FROM  1  BY  1
                 UNTIL  WK-ERR-IDX  >  25
                 IF  JF020-ERR-KBN OF HIS-REC(WK-ERR-IDX)
                       NOT  =  SPACE  THEN
                   ADD  1  TO  TRD-POS-CNT(TRD-IDX, WK-ERR-IDX)
               TO  TRD-TOKU-COD(TRD-IDX)
             MOVE  ZERO  TO  TRD-TOTAL(TRD-IDX)
             PERFORM  VARYING  WK-ERR-IDX  FROM  1  BY  1
               UNTIL  WK-ERR-IDX  >  25
               MOVE  ZERO  TO  TRD-POS-CNT(TRD-IDX, WK-ERR-IDX)
             END-PERFORM
           END-IF.
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
             PERFORM  VARYING  WK-ERR-IDX  FROM  1  BY  1
               UNTIL  WK-ERR-IDX  >  25
               IF  TRD-POS-CNT(TRD-IDX, WK-ERR-IDX)  >  0  THEN
                 COMPUTE  WK-RATE  ROUNDED  =
                   TRD-POS-CNT(TRD-IDX, WK-ERR-IDX)  *  100
