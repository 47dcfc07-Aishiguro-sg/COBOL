       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KZBM021.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：在庫
      * プログラム名  ：入荷付随費用の配賦（移動平均原価への算入）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *入荷付随費用エントリ(LCE、KZCLCE)の未配賦の費用（輸入品の
      *運賃・関税・通関手数料など）を、その費用が対象とする入荷へ
      *配賦し、商品マスタの移動平均原価(CFSHO-GENKA)へ算入する。
      *  配賦先　発注番号の指定あり＝その発注(POR)の入荷済み数量
      *          指定なし＝仕入先の入荷(ZAIの"RC")のうち入荷日が
      *          対象期間内のもの
      *  配賦基準　"V"=金額（入荷数量×発注単価、単価ゼロは移動
      *            平均原価）　"W"=重量（入荷数量×CFSHO-JURYO）
      *配賦額は基準の比で按分し（円未満四捨五入）、端数は基準が
      *ゼロでない最後の配賦先へ寄せて費用金額と一致させる。
      *配賦額は現在庫へ乗せて新原価＝（現在庫×旧原価＋配賦額）÷
      *現在庫とし、在庫受払ジャーナル(ZAI)へ区分"LC"・数量ゼロ・
      *金額＝配賦額で記帳する（会計連携KZBM060が科目変換して仕訳
      *にする）。在庫がゼロ以下で算入できない商品は原価を変えず、
      *区分"LV"（原価差額）で記帳する。
      *配賦先がない・基準の合計がゼロ・商品マスタ不一致の費用は
      *1件も配賦せずに例外一覧へ出し、未配賦のまま完了コード8で
      *終了する（エントリを直して再実行する）。
      *配賦した費用は配賦済("A")と配賦日を書き戻す。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *入荷付随費用エントリ（読込後に配賦状況を書き戻す）
           SELECT  LCE-FILE  ASSIGN TO  EXTERNAL  LCE
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS LCE-STATUS-WS.
      *発注レジスタ（入荷実績・発注単価の参照のみ）
           SELECT  POR-FILE  ASSIGN TO  EXTERNAL  POR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS POR-STATUS-WS.
      *在庫受払ジャーナル（入荷"RC"の参照後、区分"LC"/"LV"で追記）
           SELECT  ZAI-FILE  ASSIGN TO  EXTERNAL  ZAI
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS ZAI-STATUS.
      *商品マスタ（移動平均原価の更新先）
           SELECT  IMF-FILE  ASSIGN TO  EXTERNAL  IMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFSHO-SHOHIN-NO
                             FILE STATUS  IS IMF-STATUS.
      *OUTPUT 配賦結果・例外一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  LCE-FILE.
       01  LCE-REC.
           COPY  KZCLCE.
       FD  POR-FILE.
       01  POR-REC.
           COPY  KZCPOR.
       FD  ZAI-FILE.
       01  ZAI-REC.
           COPY  KZCZAI.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
      *更新イメージジャーナラ(KCBS060)への連絡領域と更新前退避
       COPY  KCBS060P.
       01  WK-BIJ-OLD-IMG         PIC  X(200)  VALUE  SPACE.
       01  LCE-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  POR-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  ZAI-STATUS             PIC  X(2)    VALUE  SPACE.
       01  IMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  LCE-CNT                PIC  9(5)    VALUE  0.
       01  HAIFU-CNT              PIC  9(5)    VALUE  0.
       01  ZAI-W-CNT              PIC  9(5)    VALUE  0.
       01  ERR-CNT                PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-OK-FLG              PIC  X       VALUE  "Y".
       01  WK-TODAY-YMD           PIC  9(8)    VALUE  0.
       01  WK-ERR-MSG             PIC  X(60)   VALUE  SPACE.
      *入荷付随費用エントリのテーブル退避（配賦後に全件書き戻す）
       01  LCET-CNT               PIC  9(4)    VALUE  ZERO.
       01  LCET-TBL.
         02  LCET-ENT  OCCURS 2000 TIMES INDEXED BY LCET-IDX.
           03  LCET-IMG           PIC  X(61).
       01  WK-LCE-REC-1.
           COPY  KZCLCE.
      *発注レジスタのテーブル退避
       01  PORT-CNT               PIC  9(4)    VALUE  ZERO.
       01  PORT-TBL.
         02  PORT-ENT  OCCURS 9999 TIMES INDEXED BY PORT-IDX.
           03  PORT-IMG           PIC  X(71).
       01  WK-POR-REC-1.
           COPY  KZCPOR.
      *在庫受払ジャーナルの入荷("RC")
       01  RCT-CNT                PIC  9(4)    VALUE  ZERO.
       01  RCT-TBL.
         02  RCT-ENT  OCCURS 9999 TIMES INDEXED BY RCT-IDX.
           03  RCT-YMD            PIC  9(8).
           03  RCT-SHIIRE-COD     PIC  X(4).
           03  RCT-SHOHIN-NO      PIC  X(5).
           03  RCT-SURYO          PIC  S9(7).
      *費用1件の配賦先
       01  TGT-CNT                PIC  9(3)    VALUE  ZERO.
       01  TGT-TBL.
         02  TGT-ENT  OCCURS 500 TIMES INDEXED BY TGT-IDX.
           03  TGT-SHOHIN-NO      PIC  X(5).
           03  TGT-SURYO          PIC  S9(7).
           03  TGT-TANKA          PIC  9(7)V9(2).
           03  TGT-KIJUN          PIC  S9(11)V9(2).
           03  TGT-HAIFU          PIC  S9(9).
       01  WK-LAST-TGT            PIC  9(3)    VALUE  0.
       01  WK-KIJUN-SUM           PIC  S9(13)V9(2)  VALUE  0.
       01  WK-HAIFU-SUM           PIC  S9(11)  VALUE  0.
      *原価の算入用
       01  WK-ZAI-MAE-ZAN         PIC  S9(7)   VALUE  0.
       01  WK-OLD-GENKA           PIC  S9(5)V9(2)  VALUE  0.
       01  WK-NEW-GENKA           PIC  S9(7)V9(2)  VALUE  0.
       01  WK-ZAI-KBN             PIC  X(2)    VALUE  SPACE.
      *編集用
       01  WK-KIN-DISP            PIC  ----,---,---,--9.
       01  WK-SURYO-DISP          PIC  -----9.
       01  WK-GENKA-DISP          PIC  ---,--9.99.
       01  WK-GENKA-DISP2         PIC  ---,--9.99.
      ********************************************************
      * 入荷付随費用の配賦の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KZBM021 ***".
           PERFORM  INIT-RTN.
           PERFORM  LOAD-LCE-RTN.
           PERFORM  LOAD-POR-RTN.
           PERFORM  LOAD-ZAI-RTN.
           PERFORM  VARYING  LCET-IDX  FROM  1  BY  1
             UNTIL  LCET-IDX  >  LCET-CNT
             MOVE  LCET-IMG(LCET-IDX)  TO  WK-LCE-REC-1
             IF  LCE-STATUS OF WK-LCE-REC-1  =  SPACE  THEN
               PERFORM  HAIFU-RTN
               MOVE  WK-LCE-REC-1  TO  LCET-IMG(LCET-IDX)
             END-IF
           END-PERFORM.
           PERFORM  REWRITE-LCE-RTN.
           PERFORM  TERM-RTN.
           IF  ERR-CNT  >  0  THEN
             MOVE  8  TO  RETURN-CODE
           END-IF.
           STOP  RUN.
      ********************************************************
      * 開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-TODAY-YMD.
           OPEN  I-O  IMF-FILE.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "入荷付随費用の配賦　配賦日="
                     DELIMITED BY SIZE
                   WK-TODAY-YMD  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 入荷付随費用エントリの全件読込
      ********************************************************
       LOAD-LCE-RTN               SECTION.
           OPEN  INPUT  LCE-FILE.
           IF  LCE-STATUS-WS  =  "35"  THEN
             DISPLAY  "入荷付随費用エントリなし"
             GO  TO  LOAD-LCE-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  LCE-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  LCE-CNT
                 IF  LCET-CNT  <  2000  THEN
                   ADD  1  TO  LCET-CNT
                   SET  LCET-IDX  TO  LCET-CNT
                   MOVE  LCE-REC  TO  LCET-IMG(LCET-IDX)
                 ELSE
                   DISPLAY  "*** テーブル上限超過"
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  LCE-FILE.
       LOAD-LCE-EXT.
           EXIT.
      ********************************************************
      * 発注レジスタの全件読込
      ********************************************************
       LOAD-POR-RTN               SECTION.
           OPEN  INPUT  POR-FILE.
           IF  POR-STATUS-WS  =  "35"  THEN
             DISPLAY  "発注レジスタなし"
             GO  TO  LOAD-POR-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  POR-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 IF  PORT-CNT  <  9999  THEN
                   ADD  1  TO  PORT-CNT
                   SET  PORT-IDX  TO  PORT-CNT
                   MOVE  POR-REC  TO  PORT-IMG(PORT-IDX)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  POR-FILE.
       LOAD-POR-EXT.
           EXIT.
      ********************************************************
      * 在庫受払ジャーナルの入荷("RC")の読込
      * （KZBM020は参照番号欄へ仕入先コードを記帳している）
      ********************************************************
       LOAD-ZAI-RTN               SECTION.
           OPEN  INPUT  ZAI-FILE.
           IF  ZAI-STATUS  =  "35"  THEN
             DISPLAY  "在庫受払ジャーナルなし"
             GO  TO  LOAD-ZAI-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  ZAI-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 IF  (ZAI-KBN  =  "RC")  AND
                     (RCT-CNT  <  9999)  THEN
                   ADD  1  TO  RCT-CNT
                   SET  RCT-IDX  TO  RCT-CNT
                   MOVE  ZAI-YMD          TO  RCT-YMD(RCT-IDX)
                   MOVE  ZAI-REF-NO(1:4)  TO  RCT-SHIIRE-COD(RCT-IDX)
                   MOVE  ZAI-SHOHIN-NO    TO  RCT-SHOHIN-NO(RCT-IDX)
                   MOVE  ZAI-SURYO        TO  RCT-SURYO(RCT-IDX)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  ZAI-FILE.
       LOAD-ZAI-EXT.
           EXIT.
      ********************************************************
      * 費用1件の配賦　配賦先の収集→基準の算出→按分→算入
      * （検証に落ちた費用は1件も算入しない）
      ********************************************************
       HAIFU-RTN                  SECTION.
           MOVE  "Y"  TO  WK-OK-FLG.
           MOVE  ZERO  TO  TGT-CNT.
           IF  (LCE-KIJUN-KBN OF WK-LCE-REC-1  NOT  =  "V")  AND
               (LCE-KIJUN-KBN OF WK-LCE-REC-1  NOT  =  "W")  THEN
             MOVE  "配賦基準不正"  TO  WK-ERR-MSG
             PERFORM  ERR-RTN
             GO  TO  HAIFU-EXT
           END-IF.
           IF  (LCE-KINGAKU OF WK-LCE-REC-1  IS  NOT  NUMERIC)  OR
               (LCE-KINGAKU OF WK-LCE-REC-1  =  ZERO)  THEN
             MOVE  "費用金額不正"  TO  WK-ERR-MSG
             PERFORM  ERR-RTN
             GO  TO  HAIFU-EXT
           END-IF.
           IF  LCE-PO-NO OF WK-LCE-REC-1  NOT  =  SPACE  THEN
             PERFORM  TGT-POR-RTN
           ELSE
             IF  LCE-SHIIRE-COD OF WK-LCE-REC-1  =  SPACE  THEN
               MOVE  "発注番号・仕入先の指定なし"
                 TO  WK-ERR-MSG
               PERFORM  ERR-RTN
               GO  TO  HAIFU-EXT
             END-IF
             PERFORM  TGT-RCT-RTN
           END-IF.
           IF  WK-OK-FLG  NOT  =  "Y"  THEN
             GO  TO  HAIFU-EXT
           END-IF.
           IF  TGT-CNT  =  ZERO  THEN
             MOVE  "配賦先の入荷なし"  TO  WK-ERR-MSG
             PERFORM  ERR-RTN
             GO  TO  HAIFU-EXT
           END-IF.
           PERFORM  KIJUN-RTN.
           IF  WK-OK-FLG  NOT  =  "Y"  THEN
             GO  TO  HAIFU-EXT
           END-IF.
           IF  WK-KIJUN-SUM  NOT  >  ZERO  THEN
             MOVE  "配賦基準の合計ゼロ（単価重量なし）"
               TO  WK-ERR-MSG
             PERFORM  ERR-RTN
             GO  TO  HAIFU-EXT
           END-IF.
      *基準の比で按分し、端数は基準がゼロでない最後の配賦先へ
           MOVE  ZERO  TO  WK-HAIFU-SUM.
           PERFORM  VARYING  TGT-IDX  FROM  1  BY  1
             UNTIL  TGT-IDX  >  TGT-CNT
             IF  TGT-IDX  =  WK-LAST-TGT  THEN
               COMPUTE  TGT-HAIFU(TGT-IDX)  =
                 LCE-KINGAKU OF WK-LCE-REC-1  -  WK-HAIFU-SUM
             ELSE
               COMPUTE  TGT-HAIFU(TGT-IDX)  ROUNDED  =
                 LCE-KINGAKU OF WK-LCE-REC-1  *  TGT-KIJUN(TGT-IDX)
                 /  WK-KIJUN-SUM
             END-IF
             ADD  TGT-HAIFU(TGT-IDX)  TO  WK-HAIFU-SUM
           END-PERFORM.
           MOVE  LCE-KINGAKU OF WK-LCE-REC-1  TO  WK-KIN-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "費用 "  DELIMITED BY SIZE
                   LCE-NO OF WK-LCE-REC-1  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   LCE-HIYO-KBN OF WK-LCE-REC-1  DELIMITED BY SIZE
                   " 仕入先="  DELIMITED BY SIZE
                   LCE-SHIIRE-COD OF WK-LCE-REC-1  DELIMITED BY SIZE
                   " 発注="  DELIMITED BY SIZE
                   LCE-PO-NO OF WK-LCE-REC-1  DELIMITED BY SIZE
                   " 基準="  DELIMITED BY SIZE
                   LCE-KIJUN-KBN OF WK-LCE-REC-1  DELIMITED BY SIZE
                   " 金額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           PERFORM  VARYING  TGT-IDX  FROM  1  BY  1
             UNTIL  TGT-IDX  >  TGT-CNT
             IF  TGT-HAIFU(TGT-IDX)  NOT  =  ZERO  THEN
               PERFORM  SANNYU-RTN
             END-IF
           END-PERFORM.
           MOVE  "A"  TO  LCE-STATUS OF WK-LCE-REC-1.
           MOVE  WK-TODAY-YMD  TO  LCE-HAIFU-YMD OF WK-LCE-REC-1.
           ADD  1  TO  HAIFU-CNT.
       HAIFU-EXT.
           EXIT.
      ********************************************************
      * 配賦先の収集（発注番号指定）　その発注の入荷済み明細
      ********************************************************
       TGT-POR-RTN                SECTION.
           PERFORM  VARYING  PORT-IDX  FROM  1  BY  1
             UNTIL  PORT-IDX  >  PORT-CNT
             MOVE  PORT-IMG(PORT-IDX)  TO  WK-POR-REC-1
             IF  (POR-PO-NO OF WK-POR-REC-1  =
                  LCE-PO-NO OF WK-LCE-REC-1)  AND
                 (POR-RECV-SURYO OF WK-POR-REC-1  >  0)  THEN
               IF  TGT-CNT  <  500  THEN
                 ADD  1  TO  TGT-CNT
                 SET  TGT-IDX  TO  TGT-CNT
                 MOVE  POR-SHOHIN-NO OF WK-POR-REC-1
                   TO  TGT-SHOHIN-NO(TGT-IDX)
                 MOVE  POR-RECV-SURYO OF WK-POR-REC-1
                   TO  TGT-SURYO(TGT-IDX)
                 MOVE  POR-TANKA OF WK-POR-REC-1
                   TO  TGT-TANKA(TGT-IDX)
               ELSE
                 MOVE  "配賦先テーブル満杯"  TO  WK-ERR-MSG
                 PERFORM  ERR-RTN
                 GO  TO  TGT-POR-EXT
               END-IF
             END-IF
           END-PERFORM.
       TGT-POR-EXT.
           EXIT.
      ********************************************************
      * 配賦先の収集（仕入先指定）　対象期間内の仕入先の入荷
      * （期間の指定がない側は制限なし）
      ********************************************************
       TGT-RCT-RTN                SECTION.
           PERFORM  VARYING  RCT-IDX  FROM  1  BY  1
             UNTIL  RCT-IDX  >  RCT-CNT
             IF  (RCT-SHIIRE-COD(RCT-IDX)  =
                  LCE-SHIIRE-COD OF WK-LCE-REC-1)  AND
                 (RCT-SURYO(RCT-IDX)  >  0)  AND
                 (RCT-YMD(RCT-IDX)  >=
                  LCE-FROM-YMD OF WK-LCE-REC-1)  AND
                 ((LCE-TO-YMD OF WK-LCE-REC-1  =  ZERO)  OR
                  (RCT-YMD(RCT-IDX)  <=
                   LCE-TO-YMD OF WK-LCE-REC-1))  THEN
               IF  TGT-CNT  <  500  THEN
                 ADD  1  TO  TGT-CNT
                 SET  TGT-IDX  TO  TGT-CNT
                 MOVE  RCT-SHOHIN-NO(RCT-IDX)
                   TO  TGT-SHOHIN-NO(TGT-IDX)
                 MOVE  RCT-SURYO(RCT-IDX)  TO  TGT-SURYO(TGT-IDX)
                 MOVE  ZERO  TO  TGT-TANKA(TGT-IDX)
               ELSE
                 MOVE  "配賦先テーブル満杯"  TO  WK-ERR-MSG
                 PERFORM  ERR-RTN
                 GO  TO  TGT-RCT-EXT
               END-IF
             END-IF
           END-PERFORM.
       TGT-RCT-EXT.
           EXIT.
      ********************************************************
      * 配賦基準の算出　金額＝数量×発注単価（ゼロは移動平均
      * 原価）、重量＝数量×商品重量
      ********************************************************
       KIJUN-RTN                  SECTION.
           MOVE  ZERO  TO  WK-KIJUN-SUM.
           MOVE  ZERO  TO  WK-LAST-TGT.
           PERFORM  VARYING  TGT-IDX  FROM  1  BY  1
             UNTIL  (TGT-IDX  >  TGT-CNT)  OR
                    (WK-OK-FLG  NOT  =  "Y")
             MOVE  TGT-SHOHIN-NO(TGT-IDX)  TO  CFSHO-SHOHIN-NO
             READ  IMF-FILE
               INVALID KEY
                 MOVE  SPACE  TO  WK-ERR-MSG
                 STRING  "商品マスタなし 商品="
                           DELIMITED BY SIZE
                         TGT-SHOHIN-NO(TGT-IDX)  DELIMITED BY SIZE
                   INTO  WK-ERR-MSG
                 PERFORM  ERR-RTN
               NOT INVALID KEY
                 IF  LCE-KIJUN-KBN OF WK-LCE-REC-1  =  "W"  THEN
                   COMPUTE  TGT-KIJUN(TGT-IDX)  =
                     TGT-SURYO(TGT-IDX)  *  CFSHO-JURYO
                 ELSE
                   IF  TGT-TANKA(TGT-IDX)  =  ZERO  THEN
                     MOVE  CFSHO-GENKA  TO  TGT-TANKA(TGT-IDX)
                   END-IF
                   COMPUTE  TGT-KIJUN(TGT-IDX)  =
                     TGT-SURYO(TGT-IDX)  *  TGT-TANKA(TGT-IDX)
                 END-IF
                 ADD  TGT-KIJUN(TGT-IDX)  TO  WK-KIJUN-SUM
                 IF  TGT-KIJUN(TGT-IDX)  >  ZERO  THEN
                   SET  WK-LAST-TGT  TO  TGT-IDX
                 END-IF
             END-READ
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 配賦額の算入　現在庫へ乗せて移動平均原価を改め、受払
      * ジャーナルへ記帳する（在庫ゼロ以下は原価差額"LV"）
      ********************************************************
       SANNYU-RTN                 SECTION.
           MOVE  TGT-SHOHIN-NO(TGT-IDX)  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID KEY
               MOVE  SPACE  TO  WK-ERR-MSG
               STRING  "商品マスタなし 商品="
                         DELIMITED BY SIZE
                       TGT-SHOHIN-NO(TGT-IDX)  DELIMITED BY SIZE
                 INTO  WK-ERR-MSG
               PERFORM  ERR-RTN
               GO  TO  SANNYU-EXT
           END-READ.
           MOVE  IMF-REC  TO  WK-BIJ-OLD-IMG.
           MOVE  CFSHO-ZAIKO-SURYO  TO  WK-ZAI-MAE-ZAN.
           MOVE  CFSHO-GENKA  TO  WK-OLD-GENKA.
           IF  WK-ZAI-MAE-ZAN  >  0  THEN
             COMPUTE  WK-NEW-GENKA  ROUNDED  =
               ((WK-ZAI-MAE-ZAN  *  CFSHO-GENKA)  +
                TGT-HAIFU(TGT-IDX))
               /  WK-ZAI-MAE-ZAN
             IF  WK-NEW-GENKA  <  ZERO  THEN
               MOVE  ZERO  TO  WK-NEW-GENKA
             END-IF
             MOVE  WK-NEW-GENKA  TO  CFSHO-GENKA
             REWRITE  IMF-REC
             PERFORM  IMF-BIJ-RTN
             MOVE  "LC"  TO  WK-ZAI-KBN
           ELSE
             MOVE  "LV"  TO  WK-ZAI-KBN
           END-IF.
           PERFORM  ZAI-WRITE-RTN.
           MOVE  TGT-SURYO(TGT-IDX)  TO  WK-SURYO-DISP.
           MOVE  TGT-HAIFU(TGT-IDX)  TO  WK-KIN-DISP.
           MOVE  WK-OLD-GENKA  TO  WK-GENKA-DISP.
           MOVE  CFSHO-GENKA   TO  WK-GENKA-DISP2.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  "  DELIMITED BY SIZE
                   WK-ZAI-KBN  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   TGT-SHOHIN-NO(TGT-IDX)  DELIMITED BY SIZE
                   " 入荷数="  DELIMITED BY SIZE
                   WK-SURYO-DISP  DELIMITED BY SIZE
                   " 配賦額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
                   " 原価="  DELIMITED BY SIZE
                   WK-GENKA-DISP  DELIMITED BY SIZE
                   "→"  DELIMITED BY SIZE
                   WK-GENKA-DISP2  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       SANNYU-EXT.
           EXIT.
      ********************************************************
      * 商品マスタ書換の更新イメージ記帳（KZBM020と同じ方式）
      ********************************************************
       IMF-BIJ-RTN                SECTION.
           MOVE  "KZBM021"  TO  S060-PGM-ID.
           MOVE  "IMF"      TO  S060-FILE-ID.
           MOVE  "R"        TO  S060-ACTION.
           MOVE  SPACE      TO  S060-KEY.
           MOVE  CFSHO-SHOHIN-NO  TO  S060-KEY.
           MOVE  WK-BIJ-OLD-IMG  TO  S060-OLD-REC.
           MOVE  SPACE      TO  S060-NEW-REC.
           MOVE  IMF-REC    TO  S060-NEW-REC.
           CALL  "KCBS060"  USING  KCBS060-P1.
       EXT.
           EXIT.
      ********************************************************
      * 在庫受払ジャーナルへ配賦1件を追記する（数量ゼロ・金額）
      ********************************************************
       ZAI-WRITE-RTN              SECTION.
           OPEN  EXTEND  ZAI-FILE.
           IF  ZAI-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  ZAI-FILE
           END-IF.
           MOVE  SPACE  TO  ZAI-REC.
           MOVE  LCE-YMD OF WK-LCE-REC-1  TO  ZAI-YMD.
           MOVE  "KZBM021"       TO  ZAI-PGM-ID.
           MOVE  WK-ZAI-KBN      TO  ZAI-KBN.
           MOVE  LCE-NO OF WK-LCE-REC-1  TO  ZAI-REF-NO.
           MOVE  TGT-SHOHIN-NO(TGT-IDX)  TO  ZAI-SHOHIN-NO.
           MOVE  ZERO            TO  ZAI-SURYO.
           MOVE  WK-ZAI-MAE-ZAN  TO  ZAI-MAE-ZAN.
           MOVE  WK-ZAI-MAE-ZAN  TO  ZAI-ATO-ZAN.
           MOVE  TGT-HAIFU(TGT-IDX)  TO  ZAI-KINGAKU.
           WRITE  ZAI-REC.
           CLOSE  ZAI-FILE.
           ADD  1  TO  ZAI-W-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 例外一覧行　費用は未配賦のまま残す
      ********************************************************
       ERR-RTN                    SECTION.
           MOVE  "N"  TO  WK-OK-FLG.
           ADD  1  TO  ERR-CNT.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "ＮＧ "  DELIMITED BY SIZE
                   LCE-NO OF WK-LCE-REC-1  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   LCE-HIYO-KBN OF WK-LCE-REC-1  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-ERR-MSG  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 入荷付随費用エントリの書き戻し（配賦状況を反映）
      ********************************************************
       REWRITE-LCE-RTN            SECTION.
           IF  HAIFU-CNT  >  0  THEN
             OPEN  OUTPUT  LCE-FILE
             PERFORM  VARYING  LCET-IDX  FROM  1  BY  1
               UNTIL  LCET-IDX  >  LCET-CNT
               MOVE  LCET-IMG(LCET-IDX)  TO  LCE-REC
               WRITE  LCE-REC
             END-PERFORM
             CLOSE  LCE-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  IMF-FILE.
           CLOSE  RPT-FILE.
           DISPLAY  "費用読込= "  LCE-CNT.
           DISPLAY  "配賦件数= "  HAIFU-CNT.
           DISPLAY  "記帳件数= "  ZAI-W-CNT.
           DISPLAY  "エラー　= "  ERR-CNT.
           DISPLAY  "*** END KZBM021 ***".
       EXT.
           EXIT.
