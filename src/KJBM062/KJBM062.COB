      *       変更内容：セット親の却下は構成部品単位で引当を戻す。
      *                 商品マスタ・拠点別在庫の書換に更新イメージ
      *                 記帳(KCBS060)を追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：擬似ロットの新規作成時に賞味期限（ゼロ）・
      *                 入荷拠点（空白）を初期化
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：新規ロット作成時に保留区分等を初期化
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：納品先指定の受注は納品先マスタの出荷拠点を優先
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：見積番号追加に伴う受注チェックデータ長の変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：エラー区分の25個への拡張に伴いレコード長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：セット親の却下はセット引当内訳(SAL)どおり
      *                 親の在庫と構成部品へ引当を戻す
      ********************************************************
      *KJBM050が承認金額しきい値超過で承認待ちファイル(APF)へ
      *退避した明細と、承認者が起票した承認トランザクション(APT)
      *           トレーラを付けてKJBM050のITFとして再投入する
      *           （"A"の明細はKJBM050がしきい値を再適用しない）
      *  却下(R)：KJBM030が取った引当を在庫へ戻し（受払区分AR）、
      *           受注データベースをNGにする（セット親はセット
      *           引当内訳SALどおり親と構成部品へ戻す）
      *  指示なし：APFへ書き戻して次回に持ち越す
      *承認・却下の結果は承認者ＩＤ付きで結果一覧(RPT)へ印字する。
       ENVIRONMENT                DIVISION.
           SELECT  SET-FILE  ASSIGN TO  EXTERNAL  SETM
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS SET-STATUS.
      *セット引当内訳ファイル（KJBM030が登録。セット親の引当の
      *親在庫・部品展開の内訳。未定義の環境では全数部品展開とみなす）
           SELECT  SAL-FILE  ASSIGN TO  EXTERNAL  SAL
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS SAL-KEY
                             FILE STATUS  IS SAL-STATUS.
      *OUTPUT 承認済み再投入ファイル（KJBM050のITFとなるKJCF020形式）
           SELECT  OTF-FILE  ASSIGN TO  EXTERNAL  OTF.
      *OUTPUT 承認結果一覧
       FD  SET-FILE.
       01  SET-REC.
           COPY  KJCSET.
       FD  SAL-FILE.
       01  SAL-REC.
           COPY  KJCSAL.
       FD  OTF-FILE.
       01  OTF-REC.
           COPY  KJCF020.
       01  AP-CNT                 PIC  9(4)    VALUE  ZERO.
       01  AP-TBL.
         02  AP-ENT  OCCURS 9999 TIMES INDEXED BY AP-IDX.
           03  AP-REC-IMG         PIC  X(162).
           03  AP-KEEP-FLG        PIC  X.
      *明細1件分をKJCF020H項目で参照するための作業領域
       01  WK-AP-REC-1.
       01  WK-ACTION              PIC  X(1)    VALUE  SPACE.
       01  WK-OPERATOR            PIC  X(8)    VALUE  SPACE.
      *セット構成マスタのテーブル（KJBM056と同じ持ち方。セット親
      *の引当はKJBM030が親在庫と部品在庫に分けて取っているため、
      *却下の戻しもセット引当内訳どおり親と部品の単位で行う）
       01  SET-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-SETT-END-FLG        PIC  X       VALUE  SPACE.
       01  WK-SETT-CNT            PIC  9(3)    VALUE  0.
           03  WK-SETT-KO-NO      PIC  X(5).
           03  WK-SETT-KO-SURYO   PIC  9(3).
       01  WK-SET-OYA-FLG         PIC  X       VALUE  "N".
      *セット引当内訳　戻す親在庫分・部品展開分（親の単位）
       01  SAL-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-SAL-AVAIL-FLG       PIC  X       VALUE  "N".
       01  WK-SET-OYA-QTY         PIC  9(3)    VALUE  0.
       01  WK-SET-KO-QTY          PIC  9(3)    VALUE  0.
      *却下時の引当戻し用（戻し先商品＝通常は受注商品、セット親の
      *場合は構成部品を1つずつ入れ替えて記帳する）
       01  WK-SURYO-NUM           PIC  9(3)    VALUE  0.
       01  OTF-KINGAKU-HASH  PIC S9(11) PACKED-DECIMAL VALUE ZERO.
      *受注データベース書込(KCBS040)への連絡領域
       COPY  KCBS040P.
      *納品先参照(KCBS090)への連絡領域（納品先別の出荷拠点）
       COPY  KCBS090P.
      *更新イメージジャーナラ(KCBS060)への連絡領域と更新前退避
       COPY  KCBS060P.
       01  WK-BIJ-OLD-IMG         PIC  X(200)  VALUE  SPACE.
             MOVE  "Y"  TO  WK-LOTF-AVAIL-FLG
           END-IF.
           PERFORM  LOAD-SET-RTN.
      *セット引当内訳　未定義の環境ではセット親を全数部品で戻す
           OPEN  I-O  SAL-FILE.
           IF  SAL-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-SAL-AVAIL-FLG
           END-IF.
           OPEN  OUTPUT  OTF-FILE.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
      ********************************************************
       REJECT-RTN                 SECTION.
           MOVE  JF020-SURYO OF WK-AP-REC-1  TO  WK-SURYO-NUM.
      *セット親の判定　KJBM030の引当は親在庫と構成部品の在庫に
      *分けて取られているため、戻しもセット引当内訳どおり行う
      *（KJBM056のSET-STOCK-POST-RTNと同じ考え方）
           MOVE  "N"  TO  WK-SET-OYA-FLG.
           PERFORM  VARYING  WK-SETT-IDX  FROM  1  BY  1
             UNTIL  (WK-SETT-IDX  >  WK-SETT-CNT)  OR
       EXT.
           EXIT.
      ********************************************************
      * セット親の却下　セット引当内訳の引当中の親在庫分を親へ、
      * 残りを構成部品ごとに員数倍した数量で戻す
      ********************************************************
       SET-GIVEBACK-RTN           SECTION.
           PERFORM  SAL-RELEASE-RTN.
           IF  WK-SET-OYA-QTY  >  0  THEN
             MOVE  JF020-SHOHIN-NO OF WK-AP-REC-1
               TO  WK-GB-SHOHIN-NO
             MOVE  WK-SET-OYA-QTY  TO  WK-GB-SURYO
             PERFORM  GIVEBACK-RTN
           END-IF.
           IF  WK-SET-KO-QTY  >  0  THEN
             PERFORM  VARYING  WK-SETT-IDX  FROM  1  BY  1
               UNTIL  WK-SETT-IDX  >  WK-SETT-CNT
               IF  WK-SETT-OYA-NO(WK-SETT-IDX)  =
                   JF020-SHOHIN-NO OF WK-AP-REC-1  THEN
                 MOVE  WK-SETT-KO-NO(WK-SETT-IDX)
                   TO  WK-GB-SHOHIN-NO
                 COMPUTE  WK-GB-SURYO  =
                   WK-SET-KO-QTY
                   *  WK-SETT-KO-SURYO(WK-SETT-IDX)
                 PERFORM  GIVEBACK-RTN
               END-IF
             END-PERFORM
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 戻し内訳の決定　セット引当内訳の引当中の親在庫分を却下数
      * まで親在庫分とし、残りを部品展開分とする（内訳がなければ
      * 全数部品展開）。戻した分は引当中の内訳から差し引く
      ********************************************************
       SAL-RELEASE-RTN            SECTION.
           MOVE  0  TO  WK-SET-OYA-QTY.
           MOVE  WK-SURYO-NUM  TO  WK-SET-KO-QTY.
           IF  WK-SAL-AVAIL-FLG  NOT  =  "Y"  THEN
             GO  TO  SAL-RELEASE-EXT
           END-IF.
           MOVE  JF020-JUCHU-NO OF WK-AP-REC-1  TO  SAL-JUCHU-NO.
           MOVE  JF020-LINE-NO OF WK-AP-REC-1   TO  SAL-LINE-NO.
           READ  SAL-FILE
             INVALID KEY
               GO  TO  SAL-RELEASE-EXT
           END-READ.
           IF  SAL-AL-OYA-SURYO  >=  WK-SURYO-NUM  THEN
             MOVE  WK-SURYO-NUM  TO  WK-SET-OYA-QTY
           ELSE
             MOVE  SAL-AL-OYA-SURYO  TO  WK-SET-OYA-QTY
           END-IF.
           COMPUTE  WK-SET-KO-QTY  =  WK-SURYO-NUM  -  WK-SET-OYA-QTY.
           SUBTRACT  WK-SET-OYA-QTY  FROM  SAL-AL-OYA-SURYO.
           IF  SAL-AL-KO-SURYO  >  WK-SET-KO-QTY  THEN
             SUBTRACT  WK-SET-KO-QTY  FROM  SAL-AL-KO-SURYO
           ELSE
             MOVE  0  TO  SAL-AL-KO-SURYO
           END-IF.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  SAL-UPD-YMD.
           REWRITE  SAL-REC.
       SAL-RELEASE-EXT.
           EXIT.
      ********************************************************
      * 引当戻し1商品分の記帳　合計在庫・拠点在庫・擬似ロットへ
      * 積み戻し、在庫受払ジャーナル(AR)を残す
      ********************************************************
           EXIT.
      ********************************************************
      * 受注の出荷拠点の引き当て（KJBM030と同じ既定値の考え方）
      * 納品先指定の受注は納品先マスタの出荷拠点を優先する
      ********************************************************
       LOC-ASSIGN-RTN             SECTION.
           MOVE  WK-DEFAULT-LOC  TO  WK-ORDER-LOC.
                   MOVE  CFTOK-LOC-COD  TO  WK-ORDER-LOC
                 END-IF
             END-READ
             IF  JF020-NOHIN-COD OF WK-AP-REC-1  NOT  =  SPACE  THEN
               MOVE  JF020-TOKU-COD OF WK-AP-REC-1
                 TO  S090-TOKU-COD
               MOVE  JF020-NOHIN-COD OF WK-AP-REC-1
                 TO  S090-NOHIN-COD
               CALL  "KCBS090"  USING  KCBS090-P1
               IF  (S090-RCD  =  SPACE)  AND
                   (S090-LOC-COD  NOT  =  SPACE)  THEN
                 MOVE  S090-LOC-COD  TO  WK-ORDER-LOC
               END-IF
             END-IF
           END-IF.
       EXT.
           EXIT.
                 MOVE  WK-LOT-GB-YMD    TO  LOT-NYK-YMD
                 MOVE  "RTNSTOCK"       TO  LOT-LOT-NO
                 MOVE  WK-GB-SURYO      TO  LOT-ZAN-SURYO
                 MOVE  ZERO             TO  LOT-KIGEN-YMD
                 MOVE  SPACE            TO  LOT-LOC-COD
                 MOVE  SPACE            TO  LOT-HOLD-KBN
                 MOVE  SPACE            TO  LOT-HOLD-RIYU
                 MOVE  SPACE            TO  LOT-HOLD-OPR
                 MOVE  ZERO             TO  LOT-HOLD-YMD
                 WRITE  LOT-REC
               NOT INVALID KEY
                 ADD  WK-GB-SURYO  TO  LOT-ZAN-SURYO
             TO  S040-ORIG-JUCHU-NO.
           MOVE  JF020-NOKI-YMD OF WK-AP-REC-1
             TO  S040-NOKI-YMD.
           MOVE  JF020-NOHIN-COD OF WK-AP-REC-1
             TO  S040-NOHIN-COD.
           CALL  "KCBS040"  USING  KCBS040-P1.
       EXT.
           EXIT.
           IF  WK-LOTF-AVAIL-FLG  =  "Y"  THEN
             CLOSE  LOT-FILE
           END-IF.
           IF  WK-SAL-AVAIL-FLG  =  "Y"  THEN
             CLOSE  SAL-FILE
           END-IF.
           CLOSE  OTF-FILE.
           CLOSE  RPT-FILE.
           DISPLAY  "承認待ち読込= "  APF-CNT.
