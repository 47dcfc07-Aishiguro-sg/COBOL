      *       変更内容：セット親の解放判定を部品在庫（全部品×
      *                 員数）で行うよう変更（KJBM030の引当と
      *                 同じ考え方。親自身の在庫数は使わない）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：割当販売中の商品は得意先の残枠に収まる明細だけ
      *                 解放し、枠を超える明細は在庫を押さえずに持ち越す
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：納品先コードを再投入レコードへ引き継ぐ
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：見積番号を再投入レコードへ引き継ぐ
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：エラー区分の25個への拡張に伴いレコード長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：セット親の解放判定を親の在庫を先に充て、
      *                 不足分だけ部品在庫で行うよう変更（KJBM030
      *                 の引当と同じ順）
      ********************************************************
      *KJBM050が在庫不足で在庫待ちファイル(BOF)へ退避した明細を、
      *入荷・返品による在庫回復後に読み出し、受注日の古い順に
      *同一実行内で解放した数量は商品ごとの残数から差し引いて
      *チェックするため、同じ在庫を二重に解放することはない
      *（実際の在庫減算は再投入後のKJBM030の引当で行われる）。
      *割当販売中の商品の明細は、得意先の残枠（KJBM030と同じ
      *得意先→グループ→その他の順で引き当てた枠）に収まる場合
      *だけ在庫と突き合わせる。枠を超える明細は在庫を押さえずに
      *持ち越す（再投入してもKJBM030で再び在庫待ちへ戻るため）。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  SET-FILE  ASSIGN TO  EXTERNAL  SETM
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS SET-STATUS.
      *得意先マスタ（割当枠のグループ判定用に親得意先を読むのみ）
           SELECT  CMF-FILE  ASSIGN TO  EXTERNAL  CMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFTOK-TOKU-COD
                             FILE STATUS  IS CMF-STATUS.
      *割当枠ファイル（参照のみ。未定義の環境では割当販売なし）
           SELECT  QTA-FILE  ASSIGN TO  EXTERNAL  QTAF
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS QTA-STATUS.
      *OUTPUT 再投入ファイル（KJBM010のITFとなるKJCF010形式）
           SELECT  OTF-FILE  ASSIGN TO  EXTERNAL  OTF
                             ORGANIZATION IS LINE SEQUENTIAL.
       FD  SET-FILE.
       01  SET-REC.
           COPY  KJCSET.
       FD  CMF-FILE.
       01  CMF-REC.
           COPY  KCCFTOK.
       FD  QTA-FILE.
       01  QTA-REC.
           COPY  KJCQTA.
       FD  OTF-FILE.
       01  OTF-REC.
           COPY  KJCF010.
       01  BO-CNT                 PIC  9(4)    VALUE  ZERO.
       01  BO-TBL.
         02  BO-ENT  OCCURS 9999 TIMES INDEXED BY BO-IDX.
           03  BO-REC-IMG         PIC  X(156).
           03  BO-KEEP-FLG        PIC  X.
       01  WK-I                   PIC  9(4)    VALUE  0.
       01  WK-J                   PIC  9(4)    VALUE  0.
       01  WK-SWAP-IMG            PIC  X(157).
      *明細1件分をKJCF020項目で参照するための作業領域
       01  WK-BO-REC-1.
           COPY  KJCF020.
      *残数引き当ての対象商品（セット親は部品を1つずつ入れ替える）
       01  WK-ZAN-SHOHIN          PIC  X(5)    VALUE  SPACE.
      *セット構成マスタのテーブル（KJBM056と同じ持ち方。セット
      *親の引当はKJBM030が親の在庫を先に充て、不足分だけ部品在庫
      *へ展開するため、解放判定も同じ順で行う）
       01  SET-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-SETT-END-FLG        PIC  X       VALUE  SPACE.
       01  WK-SETT-CNT            PIC  9(3)    VALUE  0.
       01  WK-SET-OYA-FLG         PIC  X       VALUE  "N".
       01  WK-SET-OK-FLG          PIC  X       VALUE  "N".
       01  WK-SET-NEED            PIC  S9(7)   VALUE  0.
      *セット親の受注数のうち親の在庫で足りる数と部品展開する数
       01  WK-SET-OYA-QTY         PIC  S9(7)   VALUE  0.
       01  WK-SET-KO-QTY          PIC  S9(7)   VALUE  0.
       01  WK-SET-OYA-IDX         PIC  9(3)    VALUE  0.
      *割当枠のテーブル（KJBM030と同じ持ち方。本実行内で解放
      *した数量を枠ごとに積み、同じ残枠を二重に使わない）
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-CMF-AVAIL-FLG       PIC  X       VALUE  "N".
       01  QTA-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-QTAT-CNT            PIC  9(3)    VALUE  0.
       01  WK-QTAT-TBL.
         02  WK-QTAT-ENT  OCCURS 300 TIMES INDEXED BY WK-QTAT-IDX.
           03  WK-QTAT-SHOHIN-NO  PIC  X(5).
           03  WK-QTAT-FROM-YMD   PIC  9(8).
           03  WK-QTAT-TO-YMD     PIC  9(8).
           03  WK-QTAT-KEY-KBN    PIC  X(1).
           03  WK-QTAT-KEY-COD    PIC  X(4).
           03  WK-QTAT-KBN        PIC  X(1).
           03  WK-QTAT-SURYO      PIC  9(7).
           03  WK-QTAT-RITSU      PIC  9(3).
           03  WK-QTAT-BASE       PIC  9(7).
           03  WK-QTAT-USED       PIC  9(7).
           03  WK-QTAT-REL        PIC  9(7).
      *割当枠判定の作業領域（KJBM030のQUOTA-FIND-RTNと同じ）
       01  WK-QTA-ON-FLG          PIC  X       VALUE  "N".
       01  WK-QTA-OK-FLG          PIC  X       VALUE  "Y".
       01  WK-QTA-SEL             PIC  9(3)    VALUE  0.
       01  WK-QTA-PRI             PIC  9(1)    VALUE  0.
       01  WK-QTA-ROW-PRI         PIC  9(1)    VALUE  0.
       01  WK-QTA-PARENT          PIC  X(4)    VALUE  SPACE.
       01  WK-QTA-LIMIT           PIC  9(9)    VALUE  0.
       01  WK-QTA-ZAN             PIC  S9(9)   VALUE  0.
       01  WK-JUCHU-YMD           PIC  9(8)    VALUE  0.
       01  QTA-KEEP-CNT           PIC  9(5)    VALUE  0.
      ********************************************************
      * 在庫待ち明細の解放判定と再投入ファイル作成
      ********************************************************
       INIT-RTN                   SECTION.
           OPEN  INPUT  IMF-FILE.
           PERFORM  LOAD-SET-RTN.
           PERFORM  LOAD-QTA-RTN.
           OPEN  OUTPUT  OTF-FILE.
       EXT.
           EXIT.
       EXT.
           EXIT.
      ********************************************************
      * 割当枠ファイルの全件ロード（未定義は割当販売なし）。枠が
      * ある場合だけ得意先マスタを開く
      ********************************************************
       LOAD-QTA-RTN               SECTION.
           OPEN  INPUT  QTA-FILE.
           IF  QTA-STATUS  =  "35"  THEN
             CONTINUE
           ELSE
             PERFORM  UNTIL  QTA-STATUS  NOT  =  "00"
               READ  QTA-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  WK-QTAT-CNT  <  300  THEN
                     ADD  1  TO  WK-QTAT-CNT
                     SET  WK-QTAT-IDX  TO  WK-QTAT-CNT
                     MOVE  QTA-SHOHIN-NO
                       TO  WK-QTAT-SHOHIN-NO(WK-QTAT-IDX)
                     MOVE  QTA-FROM-YMD
                       TO  WK-QTAT-FROM-YMD(WK-QTAT-IDX)
                     MOVE  QTA-TO-YMD
                       TO  WK-QTAT-TO-YMD(WK-QTAT-IDX)
                     MOVE  QTA-KEY-KBN
                       TO  WK-QTAT-KEY-KBN(WK-QTAT-IDX)
                     MOVE  QTA-KEY-COD
                       TO  WK-QTAT-KEY-COD(WK-QTAT-IDX)
                     MOVE  QTA-KBN
                       TO  WK-QTAT-KBN(WK-QTAT-IDX)
                     MOVE  QTA-SURYO
                       TO  WK-QTAT-SURYO(WK-QTAT-IDX)
                     MOVE  QTA-RITSU
                       TO  WK-QTAT-RITSU(WK-QTAT-IDX)
                     MOVE  QTA-BASE-SURYO
                       TO  WK-QTAT-BASE(WK-QTAT-IDX)
                     MOVE  QTA-USED-SURYO
                       TO  WK-QTAT-USED(WK-QTAT-IDX)
                     MOVE  0
                       TO  WK-QTAT-REL(WK-QTAT-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  QTA-FILE
           END-IF.
           IF  WK-QTAT-CNT  >  0  THEN
             OPEN  INPUT  CMF-FILE
             IF  CMF-STATUS  =  "00"  THEN
               MOVE  "Y"  TO  WK-CMF-AVAIL-FLG
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 在庫待ちファイルの全件読込
      ********************************************************
       LOAD-BOF-RTN               SECTION.
      ********************************************************
      * 解放判定　受注日の古い順に商品の解放可能残数と突き合わせ、
      * 足りる明細は再投入へ、足りない明細は持ち越しへ。セット親
      * の明細はKJBM030の引当と同じく親の在庫を先に充て、不足分
      * を部品在庫（全部品×員数）で判定する
      ********************************************************
       RELEASE-RTN                SECTION.
           PERFORM  VARYING  BO-IDX  FROM  1  BY  1
             UNTIL  BO-IDX  >  BO-CNT
             MOVE  BO-REC-IMG(BO-IDX)  TO  WK-BO-REC-1
             MOVE  JF020-SURYO OF WK-BO-REC-1  TO  WK-SURYO-NUM
             MOVE  "Y"  TO  WK-QTA-OK-FLG
             IF  WK-QTAT-CNT  >  0  THEN
               PERFORM  QUOTA-CHECK-RTN
             END-IF
             MOVE  "N"  TO  WK-SET-OYA-FLG
             PERFORM  VARYING  WK-SETT-IDX  FROM  1  BY  1
               UNTIL  (WK-SETT-IDX  >  WK-SETT-CNT)  OR
                 MOVE  "Y"  TO  WK-SET-OYA-FLG
               END-IF
             END-PERFORM
             EVALUATE  TRUE
               WHEN  WK-QTA-OK-FLG  =  "N"
                 MOVE  "K"  TO  BO-KEEP-FLG(BO-IDX)
                 ADD  1  TO  KEEP-CNT
                 ADD  1  TO  QTA-KEEP-CNT
               WHEN  WK-SET-OYA-FLG  =  "Y"
                 PERFORM  SET-RELEASE-RTN
               WHEN  OTHER
                 MOVE  JF020-SHOHIN-NO OF WK-BO-REC-1
                   TO  WK-ZAN-SHOHIN
                 PERFORM  ZAN-LOOKUP-RTN
                 IF  (WK-FOUND-FLG  =  "Y")  AND
                     (ZAN-SURYO(ZAN-IDX)  >=  WK-SURYO-NUM)  THEN
                   SUBTRACT  WK-SURYO-NUM
                     FROM  ZAN-SURYO(ZAN-IDX)
                   PERFORM  RELEASE-WRITE-RTN
                   ADD  1  TO  REL-CNT
                 ELSE
                   MOVE  "K"  TO  BO-KEEP-FLG(BO-IDX)
                   ADD  1  TO  KEEP-CNT
                 END-IF
             END-EVALUATE
      *解放した明細の数量は適用枠の本実行分へ積む
             IF  (BO-KEEP-FLG(BO-IDX)  NOT  =  "K")  AND
                 (WK-QTA-SEL  >  0)  THEN
               SET  WK-QTAT-IDX  TO  WK-QTA-SEL
               ADD  WK-SURYO-NUM  TO  WK-QTAT-REL(WK-QTAT-IDX)
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 割当枠の判定　明細の受注日に割当販売中の商品なら、得意先
      * に適用される枠（得意先→グループ→その他）の残枠（枠数量
      * −使用済−本実行の解放済）と受注数量を突き合わせる。
      * 適用枠なし・残枠不足はWK-QTA-OK-FLG="N"（持ち越し）。
      * 率指定で基準数量が未設定の枠はKJBM030の判定に委ねる
      ********************************************************
       QUOTA-CHECK-RTN            SECTION.
           MOVE  "N"    TO  WK-QTA-ON-FLG.
           MOVE  0      TO  WK-QTA-SEL.
           MOVE  0      TO  WK-QTA-PRI.
           MOVE  SPACE  TO  WK-QTA-PARENT.
           COMPUTE WK-JUCHU-YMD =
             (JF020-JUCHU-Y2 OF WK-BO-REC-1 * 10000) +
             (JF020-JUCHU-MM OF WK-BO-REC-1 * 100) +
             JF020-JUCHU-DD OF WK-BO-REC-1.
           IF  WK-CMF-AVAIL-FLG  =  "Y"  THEN
             MOVE  JF020-TOKU-COD OF WK-BO-REC-1  TO  CFTOK-TOKU-COD
             READ  CMF-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE  CFTOK-PARENT-COD  TO  WK-QTA-PARENT
             END-READ
           END-IF.
           PERFORM  VARYING  WK-QTAT-IDX  FROM  1  BY  1
             UNTIL  WK-QTAT-IDX  >  WK-QTAT-CNT
             IF  (WK-QTAT-SHOHIN-NO(WK-QTAT-IDX)  =
                  JF020-SHOHIN-NO OF WK-BO-REC-1)  AND
                 (WK-JUCHU-YMD  >=
                  WK-QTAT-FROM-YMD(WK-QTAT-IDX))  AND
                 ((WK-QTAT-TO-YMD(WK-QTAT-IDX)  =  0)  OR
                  (WK-JUCHU-YMD  <=
                   WK-QTAT-TO-YMD(WK-QTAT-IDX)))  THEN
               MOVE  "Y"  TO  WK-QTA-ON-FLG
               MOVE  0    TO  WK-QTA-ROW-PRI
               IF  (WK-QTAT-KEY-KBN(WK-QTAT-IDX)  =  "T")  AND
                   (WK-QTAT-KEY-COD(WK-QTAT-IDX)  =
                    JF020-TOKU-COD OF WK-BO-REC-1)  THEN
                 MOVE  3  TO  WK-QTA-ROW-PRI
               END-IF
               IF  (WK-QTAT-KEY-KBN(WK-QTAT-IDX)  =  "G")  AND
                   (WK-QTA-PARENT  NOT  =  SPACE)  AND
                   (WK-QTAT-KEY-COD(WK-QTAT-IDX)  =
                    WK-QTA-PARENT)  THEN
                 MOVE  2  TO  WK-QTA-ROW-PRI
               END-IF
               IF  WK-QTAT-KEY-KBN(WK-QTAT-IDX)  =  "*"  THEN
                 MOVE  1  TO  WK-QTA-ROW-PRI
               END-IF
               IF  WK-QTA-ROW-PRI  >  WK-QTA-PRI  THEN
                 MOVE  WK-QTA-ROW-PRI  TO  WK-QTA-PRI
                 SET  WK-QTA-SEL  TO  WK-QTAT-IDX
               END-IF
             END-IF
           END-PERFORM.
           IF  WK-QTA-ON-FLG  =  "N"  THEN
             GO  TO  QUOTA-CHECK-EXT
           END-IF.
           IF  WK-QTA-SEL  =  0  THEN
             MOVE  "N"  TO  WK-QTA-OK-FLG
             GO  TO  QUOTA-CHECK-EXT
           END-IF.
           SET  WK-QTAT-IDX  TO  WK-QTA-SEL.
           IF  WK-QTAT-KBN(WK-QTAT-IDX)  =  "P"  THEN
             IF  WK-QTAT-BASE(WK-QTAT-IDX)  =  0  THEN
               GO  TO  QUOTA-CHECK-EXT
             END-IF
             COMPUTE  WK-QTA-LIMIT  =
               WK-QTAT-BASE(WK-QTAT-IDX)  *
               WK-QTAT-RITSU(WK-QTAT-IDX)  /  100
           ELSE
             MOVE  WK-QTAT-SURYO(WK-QTAT-IDX)  TO  WK-QTA-LIMIT
           END-IF.
           COMPUTE  WK-QTA-ZAN  =  WK-QTA-LIMIT
             -  WK-QTAT-USED(WK-QTAT-IDX)
             -  WK-QTAT-REL(WK-QTAT-IDX).
           IF  WK-SURYO-NUM  >  WK-QTA-ZAN  THEN
             MOVE  "N"  TO  WK-QTA-OK-FLG
           END-IF.
       QUOTA-CHECK-EXT.
           EXIT.
      ********************************************************
      * セット親の解放判定　親の残数で足りる分を先に充て、不足分
      * について全部品の残数が必要数（不足分×員数）を満たす場合
      * だけ解放し、親と各部品の残数から差し引く（同じ在庫の二重
      * 解放防止。判定と払出の2巡方式）
      ********************************************************
       SET-RELEASE-RTN            SECTION.
           MOVE  "Y"  TO  WK-SET-OK-FLG.
           MOVE  0    TO  WK-SET-OYA-QTY.
           MOVE  0    TO  WK-SET-OYA-IDX.
           MOVE  JF020-SHOHIN-NO OF WK-BO-REC-1  TO  WK-ZAN-SHOHIN.
           PERFORM  ZAN-LOOKUP-RTN.
           IF  (WK-FOUND-FLG  =  "Y")  AND
               (ZAN-SURYO(ZAN-IDX)  >  0)  THEN
             SET  WK-SET-OYA-IDX  TO  ZAN-IDX
             IF  ZAN-SURYO(ZAN-IDX)  >=  WK-SURYO-NUM  THEN
               MOVE  WK-SURYO-NUM        TO  WK-SET-OYA-QTY
             ELSE
               MOVE  ZAN-SURYO(ZAN-IDX)  TO  WK-SET-OYA-QTY
             END-IF
           END-IF.
           COMPUTE  WK-SET-KO-QTY  =  WK-SURYO-NUM  -  WK-SET-OYA-QTY.
           PERFORM  VARYING  WK-SETT-IDX  FROM  1  BY  1
             UNTIL  WK-SETT-IDX  >  WK-SETT-CNT
             IF  WK-SETT-OYA-NO(WK-SETT-IDX)  =
                 TO  WK-ZAN-SHOHIN
               PERFORM  ZAN-LOOKUP-RTN
               COMPUTE  WK-SET-NEED  =
                 WK-SET-KO-QTY
                 *  WK-SETT-KO-SURYO(WK-SETT-IDX)
               IF  (WK-SET-NEED  >  0)  AND
                   ((WK-FOUND-FLG  NOT  =  "Y")  OR
                    (ZAN-SURYO(ZAN-IDX)  <  WK-SET-NEED))  THEN
                 MOVE  "N"  TO  WK-SET-OK-FLG
               END-IF
             END-IF
           END-PERFORM.
           IF  WK-SET-OK-FLG  =  "Y"  THEN
             IF  WK-SET-OYA-QTY  >  0  THEN
               SET  ZAN-IDX  TO  WK-SET-OYA-IDX
               SUBTRACT  WK-SET-OYA-QTY  FROM  ZAN-SURYO(ZAN-IDX)
             END-IF
             PERFORM  VARYING  WK-SETT-IDX  FROM  1  BY  1
               UNTIL  WK-SETT-IDX  >  WK-SETT-CNT
               IF  WK-SETT-OYA-NO(WK-SETT-IDX)  =
                   TO  WK-ZAN-SHOHIN
                 PERFORM  ZAN-LOOKUP-RTN
                 COMPUTE  WK-SET-NEED  =
                   WK-SET-KO-QTY
                   *  WK-SETT-KO-SURYO(WK-SETT-IDX)
                 IF  WK-FOUND-FLG  =  "Y"  THEN
                   SUBTRACT  WK-SET-NEED
                     FROM  ZAN-SURYO(ZAN-IDX)
                 END-IF
               END-IF
             END-PERFORM
             PERFORM  RELEASE-WRITE-RTN
             TO  JF010-CANCEL-JUCHU-NO.
           MOVE  JF020-NOKI-YMD OF WK-BO-REC-1
             TO  JF010-NOKI-YMD.
           MOVE  JF020-NOHIN-COD OF WK-BO-REC-1
             TO  JF010-NOHIN-COD.
           MOVE  JF020-LINE-NO OF WK-BO-REC-1
             TO  JF010-LINE-NO.
           MOVE  1  TO  JF010-LINE-CNT.
             TO  JF010-SHOHIN-NO(1).
           MOVE  JF020-SURYO OF WK-BO-REC-1
             TO  JF010-SURYO(1).
      *見積番号は明細行数を決めた後に移す（明細行テーブルの後ろに
      *位置するため）
           MOVE  JF020-MITSU-NO OF WK-BO-REC-1
             TO  JF010-MITSU-NO.
           WRITE  OTF-REC.
           DISPLAY  "解放 受注番号="
                    JF020-JUCHU-NO OF WK-BO-REC-1.
       TERM-RTN                   SECTION.
           CLOSE  IMF-FILE.
           CLOSE  OTF-FILE.
           IF  WK-CMF-AVAIL-FLG  =  "Y"  THEN
             CLOSE  CMF-FILE
           END-IF.
           DISPLAY  "在庫待ち読込= "  BOF-CNT.
           DISPLAY  "解放件数    = "  REL-CNT.
           DISPLAY  "持ち越し件数= "  KEEP-CNT.
           DISPLAY  "うち割当枠  = "  QTA-KEEP-CNT.
           DISPLAY  "*** END KJBM053 ***".
       EXT.
           EXIT.
