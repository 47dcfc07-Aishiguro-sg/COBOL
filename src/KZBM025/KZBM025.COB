      * サブシステム名：在庫
      * プログラム名  ：仕入先請求書の三面照合（仕入債務計上）
      * 作成日／作成者：２０２６年９月３日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：仕入債務台帳への支払日の追加に伴い計上時に
      *                 ゼロを設定
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：発注レジスタの項目追加に伴う
      *                 テーブル長の変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：価格照合の基準を仕入先カタログの
      *                 契約単価へ変更し例外理由を印字
      ********************************************************
      *仕入先請求書エントリ(SIV)を、発注レジスタ(POR)の発注・入荷
      *実績と三面照合する（売掛側のKUBM030/031/032の鏡像）。
      *  数量照合：請求数量が同一仕入先×商品の入荷済み数量
      *            （POR-RECV-SURYOの合計）以下であること
      *  価格照合：請求単価と仕入先カタログ(SCAT、KZCCAT)の請求日
      *            時点で有効な契約単価の乖離が許容率以内である
      *            こと（カタログのない商品は商品マスタの移動平均
      *            原価と比べる）
      *照合を通った請求は仕入債務台帳(APL)へ計上し、数量超過・
      *価格乖離・発注実績なしは例外一覧(RPT)へ出して完了コード8で
      *終了する（支払提案はKZBM026が台帳から作る）。
           SELECT  APL-FILE  ASSIGN TO  EXTERNAL  APL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS APL-STATUS-WS.
      *仕入先カタログ（契約単価の参照のみ）
           SELECT  CAT-FILE  ASSIGN TO  EXTERNAL  SCAT
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS CAT-STATUS.
      *OUTPUT 照合結果・例外一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
       FD  APL-FILE.
       01  APL-REC.
           COPY  KZCAPL.
       FD  CAT-FILE.
       01  CAT-REC.
           COPY  KZCCAT.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       01  POR-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  IMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  APL-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  CAT-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-CAT-END-FLG         PIC  X       VALUE  SPACE.
       01  SIV-CNT                PIC  9(5)    VALUE  0.
       01  MATCH-CNT              PIC  9(5)    VALUE  0.
       01  EXCEPT-CNT             PIC  9(5)    VALUE  0.
       01  PORT-CNT               PIC  9(4)    VALUE  ZERO.
       01  PORT-TBL.
         02  PORT-ENT  OCCURS 9999 TIMES INDEXED BY PORT-IDX.
           03  PORT-IMG           PIC  X(71).
       01  WK-POR-REC-1.
           COPY  KZCPOR.
      *照合の作業領域　入荷済み数量合計・発注実績有無・価格乖離
       01  WK-PO-FOUND-FLG        PIC  X       VALUE  "N".
       01  WK-KAIRI               PIC  S9(7)V9(2)  VALUE  0.
       01  WK-KAIRI-PCT           PIC  S9(5)V9(2)  VALUE  0.
       01  WK-KIJUN-TANKA         PIC  9(7)V9(2)  VALUE  0.
       01  WK-RIYU                PIC  X(30)   VALUE  SPACE.
      *仕入先カタログのテーブル
       01  CATT-CNT               PIC  9(4)    VALUE  ZERO.
       01  CATT-TBL.
         02  CATT-ENT  OCCURS 5000 TIMES INDEXED BY CATT-IDX.
           03  CATT-IMG           PIC  X(39).
       01  WK-CAT-REC-1.
           COPY  KZCCAT.
       01  WK-CAT-FOUND-FLG       PIC  X       VALUE  "N".
       01  WK-CAT-YUKO-YMD        PIC  9(8)    VALUE  0.
      *編集用
       01  WK-KIN-DISP            PIC  ----,---,--9.
      ********************************************************
           MOVE  "仕入先請求書　三面照合結果"  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           PERFORM  CAT-LOAD-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 仕入先カタログの全件ロード（ファイルなしは原価と照合）
      ********************************************************
       CAT-LOAD-RTN               SECTION.
           OPEN  INPUT  CAT-FILE.
           IF  CAT-STATUS  =  "35"  THEN
             DISPLAY  "仕入先カタログなし"
             GO  TO  CAT-LOAD-EXT
           END-IF.
           PERFORM  UNTIL  WK-CAT-END-FLG  =  "E"
             READ  CAT-FILE
               AT  END
                 MOVE  "E"  TO  WK-CAT-END-FLG
               NOT  AT  END
                 IF  CATT-CNT  <  5000  THEN
                   ADD  1  TO  CATT-CNT
                   SET  CATT-IDX  TO  CATT-CNT
                   MOVE  CAT-REC  TO  CATT-IMG(CATT-IDX)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  CAT-FILE.
       CAT-LOAD-EXT.
           EXIT.
      ********************************************************
      * 発注レジスタの全件読込
      ********************************************************
       LOAD-POR-RTN               SECTION.
       MATCH-RTN                  SECTION.
           PERFORM  RECV-SUM-RTN.
           IF  WK-PO-FOUND-FLG  =  "N"  THEN
             MOVE  "発注実績なし"  TO  WK-RIYU
             PERFORM  EXCEPT-RTN
             GO  TO  MATCH-EXT
           END-IF.
           IF  SIV-SURYO  >  WK-RECV-SUM  THEN
             MOVE  "入荷数量超過"  TO  WK-RIYU
             PERFORM  EXCEPT-RTN
             GO  TO  MATCH-EXT
           END-IF.
           PERFORM  PRICE-CHECK-RTN.
           IF  WK-KAIRI-PCT  >  WK-TOL-PCT  THEN
             IF  WK-CAT-FOUND-FLG  =  "Y"  THEN
               MOVE  "カタログ単価乖離"  TO  WK-RIYU
             ELSE
               MOVE  "原価乖離"  TO  WK-RIYU
             END-IF
             PERFORM  EXCEPT-RTN
             GO  TO  MATCH-EXT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 価格照合　請求単価と基準単価の乖離率(％)を求める。
      * 基準単価は請求日時点の仕入先カタログの契約単価、カタログ
      * のない商品は移動平均原価（原価未設定の商品は照合不能＝
      * 乖離ゼロ扱いで通し、台帳計上後に原価整備で追うのが運用
      * ルール）
      ********************************************************
       PRICE-CHECK-RTN            SECTION.
           MOVE  0  TO  WK-KAIRI-PCT.
           MOVE  0  TO  WK-KIJUN-TANKA.
           PERFORM  CAT-FIND-RTN.
           IF  WK-CAT-FOUND-FLG  NOT  =  "Y"  THEN
             MOVE  SIV-SHOHIN-NO  TO  CFSHO-SHOHIN-NO
             READ  IMF-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF  CFSHO-GENKA  >  0  THEN
                   MOVE  CFSHO-GENKA  TO  WK-KIJUN-TANKA
                 END-IF
             END-READ
           END-IF.
           IF  WK-KIJUN-TANKA  >  0  THEN
             COMPUTE  WK-KAIRI  =
               SIV-TANKA  -  WK-KIJUN-TANKA
             IF  WK-KAIRI  <  0  THEN
               COMPUTE  WK-KAIRI  =  0  -  WK-KAIRI
             END-IF
             COMPUTE  WK-KAIRI-PCT  ROUNDED  =
               WK-KAIRI  *  100  /  WK-KIJUN-TANKA
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 仕入先カタログの引き当て　請求日時点で有効な最新の契約
      * （契約単価ゼロはカタログなし扱い）
      ********************************************************
       CAT-FIND-RTN               SECTION.
           MOVE  "N"   TO  WK-CAT-FOUND-FLG.
           MOVE  ZERO  TO  WK-CAT-YUKO-YMD.
           PERFORM  VARYING  CATT-IDX  FROM  1  BY  1
             UNTIL  CATT-IDX  >  CATT-CNT
             MOVE  CATT-IMG(CATT-IDX)  TO  WK-CAT-REC-1
             IF  (CAT-SHIIRE-COD OF WK-CAT-REC-1  =  SIV-SHIIRE-COD)
                 AND
                 (CAT-SHOHIN-NO OF WK-CAT-REC-1  =  SIV-SHOHIN-NO)
                 AND
                 (CAT-YUKO-YMD OF WK-CAT-REC-1  <=  SIV-YMD)  AND
                 (CAT-YUKO-YMD OF WK-CAT-REC-1  >=
                  WK-CAT-YUKO-YMD)  AND
                 (CAT-TANKA OF WK-CAT-REC-1  >  0)  THEN
               MOVE  "Y"  TO  WK-CAT-FOUND-FLG
               MOVE  CAT-YUKO-YMD OF WK-CAT-REC-1  TO  WK-CAT-YUKO-YMD
               MOVE  CAT-TANKA OF WK-CAT-REC-1  TO  WK-KIJUN-TANKA
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
           MOVE  SIV-SURYO       TO  APL-SURYO.
           MOVE  SIV-KINGAKU     TO  APL-KINGAKU.
           MOVE  SPACE           TO  APL-STATUS.
           MOVE  ZERO            TO  APL-SHIHARAI-YMD.
           WRITE  APL-REC.
           CLOSE  APL-FILE.
           ADD  1  TO  MATCH-CNT.
                   SIV-SHOHIN-NO  DELIMITED BY SIZE
                   " 金額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
                   " 照合不成立　要確認 "  DELIMITED BY SIZE
                   WK-RIYU  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
