       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KZBM066.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：在庫
      * プログラム名  ：賞味期限接近ロット一覧（拠点別・週次）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：保留・回収中のロットを一覧の対象外とする
      ********************************************************
      *ロット別在庫(LOTF)のうち、残数があり賞味（使用）期限が基準日
      *からN日以内に到来するロット（期限切れを含む）を、入荷拠点
      *(LOT-LOC-COD＝CFLOC-LOC-COD)別・期限の早い順に一覧する。
      *営業が廃棄前に売り切るための週次帳票。評価額は商品マスタの
      *移動平均原価(CFSHO-GENKA)×残数。
      *条件は環境変数で指定する
      *  KZBM066-DAYS      N（日数、未指定は30）
      *  KZBM066-KIJUN-YMD 基準日（YYYYMMDD、未指定は当日）
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT ロット別在庫（キー順に全件読む）
           SELECT  LOT-FILE  ASSIGN TO  EXTERNAL  LOTF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS SEQUENTIAL
                             RECORD KEY   IS LOT-KEY
                             FILE STATUS  IS LOT-STATUS-WS.
      *商品マスタ（商品名・移動平均原価の参照のみ）
           SELECT  IMF-FILE  ASSIGN TO  EXTERNAL  IMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFSHO-SHOHIN-NO
                             FILE STATUS  IS IMF-STATUS.
      *OUTPUT 期限接近ロット一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  LOT-FILE.
       01  LOT-REC.
           COPY  KZCLOT.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  LOT-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  IMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  LOT-CNT                PIC  9(7)    VALUE  0.
       01  HIT-CNT                PIC  9(5)    VALUE  0.
       01  KIREN-CNT              PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
      *条件（環境変数から取得）
       01  WK-DAYS-X              PIC  X(3)    VALUE  SPACE.
       01  WK-DAYS                PIC  9(3)    VALUE  30.
       01  WK-KIJUN-X             PIC  X(8)    VALUE  SPACE.
       01  WK-KIJUN-YMD           PIC  9(8)    VALUE  0.
       01  WK-LIMIT-YMD           PIC  9(8)    VALUE  0.
       01  WK-INT                 PIC  9(8)    VALUE  0.
      *対象ロットのテーブル（拠点・期限の順に並べ替える）
       01  KLT-CNT                PIC  9(4)    VALUE  ZERO.
       01  KLT-TBL.
         02  KLT-ENT  OCCURS 5000 TIMES INDEXED BY KLT-IDX.
           03  KLT-LOC-COD        PIC  X(2).
           03  KLT-KIGEN-YMD      PIC  9(8).
           03  KLT-SHOHIN-NO      PIC  X(5).
           03  KLT-NYK-YMD        PIC  9(8).
           03  KLT-LOT-NO         PIC  X(10).
           03  KLT-ZAN-SURYO      PIC  S9(7).
       01  WK-SWAP-ENT            PIC  X(40).
       01  WK-I                   PIC  9(4)    VALUE  0.
       01  WK-J                   PIC  9(4)    VALUE  0.
      *拠点の切れ目と小計
       01  WK-SAVE-LOC            PIC  X(2)    VALUE  SPACE.
       01  WK-FIRST-FLG           PIC  X       VALUE  "Y".
       01  WK-LOC-SURYO           PIC  S9(9)   VALUE  0.
       01  WK-LOC-KINGAKU         PIC  S9(11)  VALUE  0.
       01  WK-ALL-KINGAKU         PIC  S9(11)  VALUE  0.
       01  WK-KINGAKU             PIC  S9(11)  VALUE  0.
       01  WK-NOKORI-DAYS         PIC  S9(5)   VALUE  0.
       01  WK-MARK                PIC  X(8)    VALUE  SPACE.
      *編集用
       01  WK-SURYO-DISP          PIC  ------9.
       01  WK-KIN-DISP            PIC  ---,---,---,--9.
       01  WK-DAYS-DISP           PIC  ----9.
      ********************************************************
      * 賞味期限接近ロット一覧の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KZBM066 ***".
           PERFORM  INIT-RTN.
           PERFORM  MAIN-RTN  UNTIL  WK-END-FLG  =  "E".
           PERFORM  SORT-RTN.
           PERFORM  PRINT-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      * 開始処理　基準日と対象期限の上限（基準日＋N日）の決定
      ********************************************************
       INIT-RTN                   SECTION.
           ACCEPT  WK-DAYS-X  FROM  ENVIRONMENT  "KZBM066-DAYS".
           IF  WK-DAYS-X  NOT  =  SPACE  THEN
             MOVE  FUNCTION NUMVAL(WK-DAYS-X)  TO  WK-DAYS
           END-IF.
           ACCEPT  WK-KIJUN-X  FROM  ENVIRONMENT
                   "KZBM066-KIJUN-YMD".
           IF  WK-KIJUN-X  IS  NUMERIC  THEN
             MOVE  WK-KIJUN-X  TO  WK-KIJUN-YMD
           ELSE
             MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-KIJUN-YMD
           END-IF.
           COMPUTE  WK-INT  =
             FUNCTION INTEGER-OF-DATE(WK-KIJUN-YMD)  +  WK-DAYS.
           COMPUTE  WK-LIMIT-YMD  =  FUNCTION DATE-OF-INTEGER(WK-INT).
           DISPLAY  "基準日=" WK-KIJUN-YMD " 日数=" WK-DAYS.
           OPEN  INPUT  LOT-FILE.
           IF  LOT-STATUS-WS  NOT  =  "00"  THEN
             DISPLAY  "LOTFなし"
             MOVE  "E"  TO  WK-END-FLG
           END-IF.
           OPEN  INPUT  IMF-FILE.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "賞味期限接近ロット一覧　基準日="
                     DELIMITED BY SIZE
                   WK-KIJUN-YMD  DELIMITED BY SIZE
                   " 期限〜"  DELIMITED BY SIZE
                   WK-LIMIT-YMD  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * ロット1件の選別　残数あり・期限あり・期限が上限以内
      * （保留・回収中のロットは売り切りの対象外）
      ********************************************************
       MAIN-RTN                   SECTION.
           READ  LOT-FILE  NEXT  RECORD
             AT  END
               MOVE  "E"  TO  WK-END-FLG
             NOT  AT  END
               ADD  1  TO  LOT-CNT
               IF  (LOT-ZAN-SURYO  >  0)  AND
                   (LOT-HOLD-KBN  =  SPACE)  AND
                   (LOT-KIGEN-YMD  IS  NUMERIC)  THEN
                 IF  (LOT-KIGEN-YMD  >  ZERO)  AND
                     (LOT-KIGEN-YMD  <=  WK-LIMIT-YMD)  THEN
                   PERFORM  HIT-RTN
                 END-IF
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 対象ロットのテーブル退避
      ********************************************************
       HIT-RTN                    SECTION.
           IF  KLT-CNT  >=  5000  THEN
             DISPLAY  "*** テーブル上限超過"
             GO  TO  HIT-EXT
           END-IF.
           ADD  1  TO  KLT-CNT.
           SET  KLT-IDX  TO  KLT-CNT.
           MOVE  LOT-LOC-COD    TO  KLT-LOC-COD(KLT-IDX).
           MOVE  LOT-KIGEN-YMD  TO  KLT-KIGEN-YMD(KLT-IDX).
           MOVE  LOT-SHOHIN-NO  TO  KLT-SHOHIN-NO(KLT-IDX).
           MOVE  LOT-NYK-YMD    TO  KLT-NYK-YMD(KLT-IDX).
           MOVE  LOT-LOT-NO     TO  KLT-LOT-NO(KLT-IDX).
           MOVE  LOT-ZAN-SURYO  TO  KLT-ZAN-SURYO(KLT-IDX).
       HIT-EXT.
           EXIT.
      ********************************************************
      * 拠点・期限の順への並べ替え（単純選択法、KUBM022と同じ）
      ********************************************************
       SORT-RTN                   SECTION.
           PERFORM  VARYING  WK-I  FROM  1  BY  1
             UNTIL  WK-I  >=  KLT-CNT
             PERFORM  VARYING  WK-J  FROM  WK-I  BY  1
               UNTIL  WK-J  >  KLT-CNT
               IF  (KLT-LOC-COD(WK-J)  <  KLT-LOC-COD(WK-I))  OR
                   ((KLT-LOC-COD(WK-J)  =  KLT-LOC-COD(WK-I))  AND
                    (KLT-KIGEN-YMD(WK-J)  <
                     KLT-KIGEN-YMD(WK-I)))  THEN
                 MOVE  KLT-ENT(WK-I)  TO  WK-SWAP-ENT
                 MOVE  KLT-ENT(WK-J)  TO  KLT-ENT(WK-I)
                 MOVE  WK-SWAP-ENT    TO  KLT-ENT(WK-J)
               END-IF
             END-PERFORM
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 一覧の出力　拠点が変わるごとに見出しと小計
      ********************************************************
       PRINT-RTN                  SECTION.
           PERFORM  VARYING  KLT-IDX  FROM  1  BY  1
             UNTIL  KLT-IDX  >  KLT-CNT
             IF  (WK-FIRST-FLG  =  "Y")  OR
                 (KLT-LOC-COD(KLT-IDX)  NOT  =  WK-SAVE-LOC)  THEN
               IF  WK-FIRST-FLG  =  "N"  THEN
                 PERFORM  LOC-TOTAL-RTN
               END-IF
               MOVE  "N"  TO  WK-FIRST-FLG
               MOVE  KLT-LOC-COD(KLT-IDX)  TO  WK-SAVE-LOC
               MOVE  SPACE  TO  RPT-REC
               WRITE  RPT-REC
               MOVE  SPACE  TO  RPT-REC
               STRING  "＜拠点 "  DELIMITED BY SIZE
                       WK-SAVE-LOC  DELIMITED BY SIZE
                       "＞"  DELIMITED BY SIZE
                 INTO  RPT-REC
               WRITE  RPT-REC
               ADD  2  TO  RPT-CNT
             END-IF
             PERFORM  LINE-RTN
           END-PERFORM.
           IF  WK-FIRST-FLG  =  "N"  THEN
             PERFORM  LOC-TOTAL-RTN
           END-IF.
           MOVE  WK-ALL-KINGAKU  TO  WK-KIN-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "総合計　評価額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 明細1行　残日数（マイナスは期限切れ）と評価額
      ********************************************************
       LINE-RTN                   SECTION.
           ADD  1  TO  HIT-CNT.
           MOVE  KLT-SHOHIN-NO(KLT-IDX)  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID KEY
               MOVE  SPACE  TO  CFSHO-SHOHIN-MEI
               MOVE  ZERO   TO  CFSHO-GENKA
           END-READ.
           COMPUTE  WK-KINGAKU  ROUNDED  =
             KLT-ZAN-SURYO(KLT-IDX)  *  CFSHO-GENKA.
           COMPUTE  WK-NOKORI-DAYS  =
             FUNCTION INTEGER-OF-DATE(KLT-KIGEN-YMD(KLT-IDX))
             -  FUNCTION INTEGER-OF-DATE(WK-KIJUN-YMD).
           IF  WK-NOKORI-DAYS  <  0  THEN
             MOVE  "期限切れ"  TO  WK-MARK
             ADD  1  TO  KIREN-CNT
           ELSE
             MOVE  SPACE  TO  WK-MARK
           END-IF.
           ADD  KLT-ZAN-SURYO(KLT-IDX)  TO  WK-LOC-SURYO.
           ADD  WK-KINGAKU  TO  WK-LOC-KINGAKU.
           ADD  WK-KINGAKU  TO  WK-ALL-KINGAKU.
           MOVE  KLT-ZAN-SURYO(KLT-IDX)  TO  WK-SURYO-DISP.
           MOVE  WK-KINGAKU  TO  WK-KIN-DISP.
           MOVE  WK-NOKORI-DAYS  TO  WK-DAYS-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  "  DELIMITED BY SIZE
                   KLT-KIGEN-YMD(KLT-IDX)  DELIMITED BY SIZE
                   " 残"  DELIMITED BY SIZE
                   WK-DAYS-DISP  DELIMITED BY SIZE
                   "日 "  DELIMITED BY SIZE
                   KLT-SHOHIN-NO(KLT-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CFSHO-SHOHIN-MEI  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   KLT-LOT-NO(KLT-IDX)  DELIMITED BY SIZE
                   WK-SURYO-DISP  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-MARK  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 拠点小計
      ********************************************************
       LOC-TOTAL-RTN              SECTION.
           MOVE  WK-LOC-SURYO    TO  WK-SURYO-DISP.
           MOVE  WK-LOC-KINGAKU  TO  WK-KIN-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  拠点計 "  DELIMITED BY SIZE
                   WK-SAVE-LOC  DELIMITED BY SIZE
                   " 数量="  DELIMITED BY SIZE
                   WK-SURYO-DISP  DELIMITED BY SIZE
                   " 評価額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  0  TO  WK-LOC-SURYO.
           MOVE  0  TO  WK-LOC-KINGAKU.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           IF  LOT-STATUS-WS  NOT  =  "35"  THEN
             CLOSE  LOT-FILE
           END-IF.
           CLOSE  IMF-FILE.
           CLOSE  RPT-FILE.
           DISPLAY  "ロット読込= "  LOT-CNT.
           DISPLAY  "対象ロット= "  HIT-CNT.
           DISPLAY  "期限切れ　= "  KIREN-CNT.
           DISPLAY  "*** END KZBM066 ***".
       EXT.
           EXIT.
