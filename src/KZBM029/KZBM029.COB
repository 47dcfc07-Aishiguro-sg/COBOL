       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KZBM029.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：在庫
      * プログラム名  ：仕入先納入実績評価（月次スコアカード）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *発注レジスタ(POR)の入荷実績（最終入荷日・超過入荷数量は入荷
      *計上KZBM020が記録）と仕入債務台帳(APL、三面照合済みの請求
      *明細)から、仕入先(CFSIR-SHIIRE-COD)ごとの納入実績を月別に
      *集計し、四半期の仕入先評価用の月次スコアカードを作る。
      *  評価対象の発注　納入完了("C")と、入荷後に残数取消した
      *                  ("X"かつ入荷済数量あり)発注。最終入荷日
      *                  の月に計上する
      *  納期遵守率　　　納入予定日のある発注のうち最終入荷日が
      *                  納入予定日以前の割合
      *  平均遅延日数　　納入予定日のある発注の遅延日数（暦日、
      *                  期日内はゼロ）の平均
      *  不足納入率　　　入荷後に残数取消した発注の割合
      *  超過納入率　　　超過入荷数量のある発注の割合
      *  請求単価差異率　請求明細の金額と「数量×請求日時点の
      *                  仕入先カタログ(SCAT)契約単価」の差（絶対
      *                  値）の合計÷契約単価ベースの合計。カタログ
      *                  のない明細は対象外
      *出力は基準月の仕入先別実績、直近12か月の納期遵守率推移、
      *12か月通算の納期遵守率が低い順のワースト10。
      *基準月は環境変数KZBM029-KIJUN-YM(YYYYMM)、未指定は当月。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 発注レジスタ
           SELECT  POR-FILE  ASSIGN TO  EXTERNAL  POR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS POR-STATUS-WS.
      *INPUT 仕入債務台帳
           SELECT  APL-FILE  ASSIGN TO  EXTERNAL  APL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS APL-STATUS-WS.
      *仕入先カタログ（契約単価の参照のみ）
           SELECT  CAT-FILE  ASSIGN TO  EXTERNAL  SCAT
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS CAT-STATUS.
      *仕入先マスタ（仕入先名の参照のみ）
           SELECT  SMF-FILE  ASSIGN TO  EXTERNAL  SMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFSIR-SHIIRE-COD
                             FILE STATUS  IS SMF-STATUS.
      *OUTPUT スコアカード
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  POR-FILE.
       01  POR-REC.
           COPY  KZCPOR.
       FD  APL-FILE.
       01  APL-REC.
           COPY  KZCAPL.
       FD  CAT-FILE.
       01  CAT-REC.
           COPY  KZCCAT.
       FD  SMF-FILE.
       01  SMF-REC.
           COPY  KCCFSIR.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  POR-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  APL-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  CAT-STATUS             PIC  X(2)    VALUE  SPACE.
       01  SMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  POR-CNT                PIC  9(5)    VALUE  0.
       01  APL-CNT                PIC  9(5)    VALUE  0.
       01  HYOKA-CNT              PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
      *基準月（環境変数KZBM029-KIJUN-YM、未指定は当月）
       01  WK-KIJUN-X             PIC  X(6)    VALUE  SPACE.
       01  WK-KIJUN-YM            PIC  9(6)    VALUE  0.
       01  WK-KIJUN-YM-R  REDEFINES  WK-KIJUN-YM.
         02  WK-KIJUN-YY          PIC  9(4).
         02  WK-KIJUN-MM          PIC  9(2).
       01  WK-KIJUN-SEQ           PIC  9(6)    VALUE  0.
      *計上月の判定用（12=基準月、1=11か月前）
       01  WK-CALC-YMD            PIC  9(8)    VALUE  0.
       01  WK-CALC-YMD-R  REDEFINES  WK-CALC-YMD.
         02  WK-CALC-YY           PIC  9(4).
         02  WK-CALC-MM           PIC  9(2).
         02  WK-CALC-DD           PIC  9(2).
       01  WK-SEQ                 PIC  9(6)    VALUE  0.
       01  WK-MON-NO              PIC  S9(3)   VALUE  0.
       01  WK-MON-YM              PIC  9(6)    VALUE  0.
       01  WK-MON-YM-R  REDEFINES  WK-MON-YM.
         02  WK-MON-YY            PIC  9(4).
         02  WK-MON-MM            PIC  9(2).
      *仕入先×月別の実績テーブル
       01  SUP-CNT                PIC  9(3)    VALUE  ZERO.
       01  SUP-TBL.
         02  SUP-ENT  OCCURS 200 TIMES INDEXED BY SUP-IDX.
           03  SUP-SHIIRE-COD     PIC  X(4).
           03  SUP-MON  OCCURS 12 TIMES INDEXED BY MON-IDX.
             04  SUP-HYOKA-CNT    PIC  9(5).
             04  SUP-NOUKI-CNT    PIC  9(5).
             04  SUP-ONTIME-CNT   PIC  9(5).
             04  SUP-LATE-DAYS    PIC  9(7).
             04  SUP-SHORT-CNT    PIC  9(5).
             04  SUP-OVER-CNT     PIC  9(5).
             04  SUP-INV-KIJUN    PIC  S9(11).
             04  SUP-INV-SA       PIC  S9(11).
      *12か月通算（ワースト順位付け用）
           03  SUP-T-HYOKA-CNT    PIC  9(7).
           03  SUP-T-NOUKI-CNT    PIC  9(7).
           03  SUP-T-ONTIME-CNT   PIC  9(7).
           03  SUP-T-LATE-DAYS    PIC  9(9).
           03  SUP-T-SHORT-CNT    PIC  9(7).
           03  SUP-T-OVER-CNT     PIC  9(7).
           03  SUP-T-INV-KIJUN    PIC  S9(13).
           03  SUP-T-INV-SA       PIC  S9(13).
           03  SUP-T-ONTIME-PCT   PIC  9(3)V9(1).
           03  SUP-T-LATE-AVG     PIC  9(5)V9(1).
       01  WK-SUP-KEY             PIC  X(4)    VALUE  SPACE.
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
      *ワースト順位（仕入先テーブルの添字を並べ替える）
       01  RNK-CNT                PIC  9(3)    VALUE  ZERO.
       01  RNK-TBL.
         02  RNK-ENT  OCCURS 200 TIMES.
           03  RNK-SUP-NO         PIC  9(3).
       01  WK-I                   PIC  9(3)    VALUE  0.
       01  WK-J                   PIC  9(3)    VALUE  0.
       01  WK-SWAP                PIC  9(3)    VALUE  0.
       01  WK-P                   PIC  9(3)    VALUE  0.
       01  WK-Q                   PIC  9(3)    VALUE  0.
      *仕入先カタログのテーブル
       01  CATT-CNT               PIC  9(4)    VALUE  ZERO.
       01  CATT-TBL.
         02  CATT-ENT  OCCURS 5000 TIMES INDEXED BY CATT-IDX.
           03  CATT-IMG           PIC  X(39).
       01  WK-CAT-REC-1.
           COPY  KZCCAT.
       01  WK-CAT-YUKO-YMD        PIC  9(8)    VALUE  0.
       01  WK-TANKA               PIC  9(7)V9(2)  VALUE  0.
      *率の算出用
       01  WK-LATE                PIC  S9(7)   VALUE  0.
       01  WK-KIJUN-KIN           PIC  S9(11)  VALUE  0.
       01  WK-SA-KIN              PIC  S9(11)  VALUE  0.
       01  WK-BUNSHI              PIC  S9(13)  VALUE  0.
       01  WK-BUNBO               PIC  S9(13)  VALUE  0.
       01  WK-RITSU               PIC  S9(5)V9(1)  VALUE  0.
      *1行分の実績（当月・12か月通算の印字共通）
       01  WK-L-HYOKA             PIC  9(7)    VALUE  0.
       01  WK-L-NOUKI             PIC  9(7)    VALUE  0.
       01  WK-L-ONTIME            PIC  9(7)    VALUE  0.
       01  WK-L-LATE-DAYS         PIC  9(9)    VALUE  0.
       01  WK-L-SHORT             PIC  9(7)    VALUE  0.
       01  WK-L-OVER              PIC  9(7)    VALUE  0.
       01  WK-L-INV-KIJUN         PIC  S9(13)  VALUE  0.
       01  WK-L-INV-SA            PIC  S9(13)  VALUE  0.
      *編集用
       01  WK-CNT-DISP            PIC  ZZZZ9.
       01  WK-ONTIME-DISP         PIC  ZZ9.9.
       01  WK-SHORT-DISP          PIC  ZZ9.9.
       01  WK-OVER-DISP           PIC  ZZ9.9.
       01  WK-LATE-DISP           PIC  ZZZ9.9.
       01  WK-SA-DISP             PIC  ZZ9.9.
       01  WK-RANK-DISP           PIC  Z9.
       01  WK-RANK-X              PIC  X(2)    VALUE  SPACE.
       01  WK-TREND-DISP          PIC  ZZ9.
       01  WK-TREND-LINE          PIC  X(48)   VALUE  SPACE.
       01  WK-TREND-POS           PIC  9(3)    VALUE  0.
      ********************************************************
      * 仕入先納入実績評価の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KZBM029 ***".
           PERFORM  INIT-RTN.
           PERFORM  CAT-LOAD-RTN.
           PERFORM  POR-RTN.
           PERFORM  APL-RTN.
           PERFORM  TOTAL-RTN.
           PERFORM  MONTH-PRINT-RTN.
           PERFORM  TREND-PRINT-RTN.
           PERFORM  RANK-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      * 開始処理　基準月の決定
      ********************************************************
       INIT-RTN                   SECTION.
           ACCEPT  WK-KIJUN-X  FROM  ENVIRONMENT
                   "KZBM029-KIJUN-YM".
           IF  WK-KIJUN-X  IS  NUMERIC  THEN
             MOVE  WK-KIJUN-X  TO  WK-KIJUN-YM
           ELSE
             MOVE  FUNCTION CURRENT-DATE(1:6)  TO  WK-KIJUN-YM
           END-IF.
           COMPUTE  WK-KIJUN-SEQ  =
             (WK-KIJUN-YY  *  12)  +  WK-KIJUN-MM.
           DISPLAY  "基準月="  WK-KIJUN-YM.
           OPEN  INPUT  SMF-FILE.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "仕入先納入実績スコアカード"
                     DELIMITED BY SIZE
                   "　基準月="  DELIMITED BY SIZE
                   WK-KIJUN-YM  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 仕入先カタログの全件ロード（ファイルなしは差異率なし）
      ********************************************************
       CAT-LOAD-RTN               SECTION.
           OPEN  INPUT  CAT-FILE.
           IF  CAT-STATUS  =  "35"  THEN
             DISPLAY  "仕入先カタログなし"
             GO  TO  CAT-LOAD-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  CAT-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
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
      * 発注レジスタの読込　評価対象の発注を最終入荷月へ計上する
      ********************************************************
       POR-RTN                    SECTION.
           OPEN  INPUT  POR-FILE.
           IF  POR-STATUS-WS  =  "35"  THEN
             DISPLAY  "発注レジスタなし"
             GO  TO  POR-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  POR-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  POR-CNT
                 IF  ((POR-STATUS  =  "C")  OR
                      ((POR-STATUS  =  "X")  AND
                       (POR-RECV-SURYO  >  0)))  AND
                     (POR-RECV-YMD  >  0)  THEN
                   PERFORM  POR-ONE-RTN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  POR-FILE.
       POR-EXT.
           EXIT.
      ********************************************************
      * 評価対象の発注1件の計上
      ********************************************************
       POR-ONE-RTN                SECTION.
           MOVE  POR-RECV-YMD  TO  WK-CALC-YMD.
           PERFORM  MON-NO-RTN.
           IF  WK-MON-NO  <  1  THEN
             GO  TO  POR-ONE-EXT
           END-IF.
           MOVE  POR-SHIIRE-COD  TO  WK-SUP-KEY.
           PERFORM  SUP-FIND-RTN.
           IF  WK-FOUND-FLG  NOT  =  "Y"  THEN
             GO  TO  POR-ONE-EXT
           END-IF.
           SET  MON-IDX  TO  WK-MON-NO.
           ADD  1  TO  HYOKA-CNT.
           ADD  1  TO  SUP-HYOKA-CNT(SUP-IDX MON-IDX).
           IF  POR-NOUKI-YMD  >  0  THEN
             ADD  1  TO  SUP-NOUKI-CNT(SUP-IDX MON-IDX)
             IF  POR-RECV-YMD  <=  POR-NOUKI-YMD  THEN
               ADD  1  TO  SUP-ONTIME-CNT(SUP-IDX MON-IDX)
             ELSE
               COMPUTE  WK-LATE  =
                 FUNCTION INTEGER-OF-DATE(POR-RECV-YMD)
                 -  FUNCTION INTEGER-OF-DATE(POR-NOUKI-YMD)
               ADD  WK-LATE  TO  SUP-LATE-DAYS(SUP-IDX MON-IDX)
             END-IF
           END-IF.
           IF  POR-STATUS  =  "X"  THEN
             ADD  1  TO  SUP-SHORT-CNT(SUP-IDX MON-IDX)
           END-IF.
           IF  POR-OVER-SURYO  >  0  THEN
             ADD  1  TO  SUP-OVER-CNT(SUP-IDX MON-IDX)
           END-IF.
       POR-ONE-EXT.
           EXIT.
      ********************************************************
      * 仕入債務台帳の読込　請求明細を請求月へ計上する
      ********************************************************
       APL-RTN                    SECTION.
           OPEN  INPUT  APL-FILE.
           IF  APL-STATUS-WS  =  "35"  THEN
             DISPLAY  "仕入債務台帳なし"
             GO  TO  APL-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  APL-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  APL-CNT
                 IF  APL-SURYO  >  0  THEN
                   PERFORM  APL-ONE-RTN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  APL-FILE.
       APL-EXT.
           EXIT.
      ********************************************************
      * 請求明細1件の単価差異の計上（カタログなしは対象外）
      ********************************************************
       APL-ONE-RTN                SECTION.
           MOVE  APL-YMD  TO  WK-CALC-YMD.
           PERFORM  MON-NO-RTN.
           IF  WK-MON-NO  <  1  THEN
             GO  TO  APL-ONE-EXT
           END-IF.
           MOVE  ZERO  TO  WK-TANKA.
           MOVE  ZERO  TO  WK-CAT-YUKO-YMD.
           PERFORM  VARYING  CATT-IDX  FROM  1  BY  1
             UNTIL  CATT-IDX  >  CATT-CNT
             MOVE  CATT-IMG(CATT-IDX)  TO  WK-CAT-REC-1
             IF  (CAT-SHIIRE-COD OF WK-CAT-REC-1  =  APL-SHIIRE-COD)
                 AND
                 (CAT-SHOHIN-NO OF WK-CAT-REC-1  =  APL-SHOHIN-NO)
                 AND
                 (CAT-YUKO-YMD OF WK-CAT-REC-1  <=  APL-YMD)  AND
                 (CAT-YUKO-YMD OF WK-CAT-REC-1  >=
                  WK-CAT-YUKO-YMD)  THEN
               MOVE  CAT-YUKO-YMD OF WK-CAT-REC-1  TO  WK-CAT-YUKO-YMD
               MOVE  CAT-TANKA OF WK-CAT-REC-1  TO  WK-TANKA
             END-IF
           END-PERFORM.
           IF  WK-TANKA  =  ZERO  THEN
             GO  TO  APL-ONE-EXT
           END-IF.
           MOVE  APL-SHIIRE-COD  TO  WK-SUP-KEY.
           PERFORM  SUP-FIND-RTN.
           IF  WK-FOUND-FLG  NOT  =  "Y"  THEN
             GO  TO  APL-ONE-EXT
           END-IF.
           SET  MON-IDX  TO  WK-MON-NO.
           COMPUTE  WK-KIJUN-KIN  ROUNDED  =  APL-SURYO  *  WK-TANKA.
           COMPUTE  WK-SA-KIN  =  APL-KINGAKU  -  WK-KIJUN-KIN.
           IF  WK-SA-KIN  <  0  THEN
             COMPUTE  WK-SA-KIN  =  0  -  WK-SA-KIN
           END-IF.
           ADD  WK-KIJUN-KIN  TO  SUP-INV-KIJUN(SUP-IDX MON-IDX).
           ADD  WK-SA-KIN     TO  SUP-INV-SA(SUP-IDX MON-IDX).
       APL-ONE-EXT.
           EXIT.
      ********************************************************
      * 計上月の判定　WK-CALC-YMDの月が基準月から何か月前かで
      * 12(基準月)〜1(11か月前)を返す。範囲外はゼロ以下
      ********************************************************
       MON-NO-RTN                 SECTION.
           COMPUTE  WK-SEQ  =  (WK-CALC-YY  *  12)  +  WK-CALC-MM.
           IF  WK-SEQ  >  WK-KIJUN-SEQ  THEN
             MOVE  ZERO  TO  WK-MON-NO
           ELSE
             COMPUTE  WK-MON-NO  =  12  -  (WK-KIJUN-SEQ  -  WK-SEQ)
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 仕入先の引き当て　初出の仕入先は実績ゼロで追加する
      * （WK-FOUND-FLG="Y"でSUP-IDXが該当。満杯時は"N"）
      ********************************************************
       SUP-FIND-RTN               SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  SUP-IDX  FROM  1  BY  1
             UNTIL  (SUP-IDX  >  SUP-CNT)  OR
                    (WK-FOUND-FLG  =  "Y")
             IF  SUP-SHIIRE-COD(SUP-IDX)  =  WK-SUP-KEY  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             SET  SUP-IDX  DOWN  BY  1
             GO  TO  SUP-FIND-EXT
           END-IF.
           IF  SUP-CNT  >=  200  THEN
             DISPLAY  "仕入先テーブル満杯 仕入先="
                      WK-SUP-KEY
             GO  TO  SUP-FIND-EXT
           END-IF.
           ADD  1  TO  SUP-CNT.
           SET  SUP-IDX  TO  SUP-CNT.
           INITIALIZE  SUP-ENT(SUP-IDX).
           MOVE  WK-SUP-KEY  TO  SUP-SHIIRE-COD(SUP-IDX).
           MOVE  "Y"  TO  WK-FOUND-FLG.
       SUP-FIND-EXT.
           EXIT.
      ********************************************************
      * 12か月通算の集計と通算の納期遵守率・平均遅延日数
      ********************************************************
       TOTAL-RTN                  SECTION.
           PERFORM  VARYING  SUP-IDX  FROM  1  BY  1
             UNTIL  SUP-IDX  >  SUP-CNT
             PERFORM  VARYING  MON-IDX  FROM  1  BY  1
               UNTIL  MON-IDX  >  12
               ADD  SUP-HYOKA-CNT(SUP-IDX MON-IDX)
                 TO  SUP-T-HYOKA-CNT(SUP-IDX)
               ADD  SUP-NOUKI-CNT(SUP-IDX MON-IDX)
                 TO  SUP-T-NOUKI-CNT(SUP-IDX)
               ADD  SUP-ONTIME-CNT(SUP-IDX MON-IDX)
                 TO  SUP-T-ONTIME-CNT(SUP-IDX)
               ADD  SUP-LATE-DAYS(SUP-IDX MON-IDX)
                 TO  SUP-T-LATE-DAYS(SUP-IDX)
               ADD  SUP-SHORT-CNT(SUP-IDX MON-IDX)
                 TO  SUP-T-SHORT-CNT(SUP-IDX)
               ADD  SUP-OVER-CNT(SUP-IDX MON-IDX)
                 TO  SUP-T-OVER-CNT(SUP-IDX)
               ADD  SUP-INV-KIJUN(SUP-IDX MON-IDX)
                 TO  SUP-T-INV-KIJUN(SUP-IDX)
               ADD  SUP-INV-SA(SUP-IDX MON-IDX)
                 TO  SUP-T-INV-SA(SUP-IDX)
             END-PERFORM
             IF  SUP-T-NOUKI-CNT(SUP-IDX)  >  0  THEN
               COMPUTE  SUP-T-ONTIME-PCT(SUP-IDX)  ROUNDED  =
                 SUP-T-ONTIME-CNT(SUP-IDX)  *  100
                 /  SUP-T-NOUKI-CNT(SUP-IDX)
               COMPUTE  SUP-T-LATE-AVG(SUP-IDX)  ROUNDED  =
                 SUP-T-LATE-DAYS(SUP-IDX)
                 /  SUP-T-NOUKI-CNT(SUP-IDX)
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 基準月の仕入先別実績の印字
      ********************************************************
       MONTH-PRINT-RTN            SECTION.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "＜基準月の仕入先別実績＞"  TO  RPT-REC.
           WRITE  RPT-REC.
           PERFORM  HEAD-RTN.
           ADD  2  TO  RPT-CNT.
           PERFORM  VARYING  SUP-IDX  FROM  1  BY  1
             UNTIL  SUP-IDX  >  SUP-CNT
             SET  MON-IDX  TO  12
             MOVE  SUP-HYOKA-CNT(SUP-IDX MON-IDX)   TO  WK-L-HYOKA
             MOVE  SUP-NOUKI-CNT(SUP-IDX MON-IDX)   TO  WK-L-NOUKI
             MOVE  SUP-ONTIME-CNT(SUP-IDX MON-IDX)  TO  WK-L-ONTIME
             MOVE  SUP-LATE-DAYS(SUP-IDX MON-IDX)
               TO  WK-L-LATE-DAYS
             MOVE  SUP-SHORT-CNT(SUP-IDX MON-IDX)   TO  WK-L-SHORT
             MOVE  SUP-OVER-CNT(SUP-IDX MON-IDX)    TO  WK-L-OVER
             MOVE  SUP-INV-KIJUN(SUP-IDX MON-IDX)
               TO  WK-L-INV-KIJUN
             MOVE  SUP-INV-SA(SUP-IDX MON-IDX)      TO  WK-L-INV-SA
             IF  (WK-L-HYOKA  >  0)  OR  (WK-L-INV-KIJUN  >  0)  THEN
               MOVE  SPACE  TO  WK-RANK-X
               PERFORM  LINE-RTN
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 実績欄の見出し
      ********************************************************
       HEAD-RTN                   SECTION.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "    仕入 仕入先名"  DELIMITED BY SIZE
                   "             件数 遵守% 不足% 超過%"
                     DELIMITED BY SIZE
                   " 平均遅延 単価差%"  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 実績1行の印字　WK-L-xxの実績から率を求めて印字する
      * （SUP-IDXの仕入先、WK-RANK-Xは順位欄）
      ********************************************************
       LINE-RTN                   SECTION.
           MOVE  SUP-SHIIRE-COD(SUP-IDX)  TO  CFSIR-SHIIRE-COD.
           READ  SMF-FILE
             INVALID KEY
               MOVE  SPACE  TO  CFSIR-SHIIRE-MEI
           END-READ.
           MOVE  WK-L-HYOKA  TO  WK-CNT-DISP.
           MOVE  WK-L-ONTIME  TO  WK-BUNSHI.
           MOVE  WK-L-NOUKI   TO  WK-BUNBO.
           PERFORM  RITSU-RTN.
           MOVE  WK-RITSU  TO  WK-ONTIME-DISP.
           MOVE  WK-L-SHORT  TO  WK-BUNSHI.
           MOVE  WK-L-HYOKA  TO  WK-BUNBO.
           PERFORM  RITSU-RTN.
           MOVE  WK-RITSU  TO  WK-SHORT-DISP.
           MOVE  WK-L-OVER   TO  WK-BUNSHI.
           PERFORM  RITSU-RTN.
           MOVE  WK-RITSU  TO  WK-OVER-DISP.
           MOVE  WK-L-INV-SA     TO  WK-BUNSHI.
           MOVE  WK-L-INV-KIJUN  TO  WK-BUNBO.
           PERFORM  RITSU-RTN.
           MOVE  WK-RITSU  TO  WK-SA-DISP.
           MOVE  ZERO  TO  WK-RITSU.
           IF  WK-L-NOUKI  >  0  THEN
             COMPUTE  WK-RITSU  ROUNDED  =
               WK-L-LATE-DAYS  /  WK-L-NOUKI
           END-IF.
           MOVE  WK-RITSU  TO  WK-LATE-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  "  DELIMITED BY SIZE
                   WK-RANK-X  DELIMITED BY SIZE
                   SUP-SHIIRE-COD(SUP-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CFSIR-SHIIRE-MEI  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-CNT-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-ONTIME-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-SHORT-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-OVER-DISP  DELIMITED BY SIZE
                   "   "  DELIMITED BY SIZE
                   WK-LATE-DISP  DELIMITED BY SIZE
                   "   "  DELIMITED BY SIZE
                   WK-SA-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 率(％)の算出　WK-BUNSHI÷WK-BUNBO×100（分母ゼロはゼロ）
      ********************************************************
       RITSU-RTN                  SECTION.
           MOVE  ZERO  TO  WK-RITSU.
           IF  WK-BUNBO  >  0  THEN
             COMPUTE  WK-RITSU  ROUNDED  =
               WK-BUNSHI  *  100  /  WK-BUNBO
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 直近12か月の納期遵守率(％)推移の印字（納入予定日のある
      * 発注がない月は"-"）
      ********************************************************
       TREND-PRINT-RTN            SECTION.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "＜納期遵守率の12か月推移（％）＞"
             TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  2  TO  RPT-CNT.
      *見出し　各月の月(MM)を古い順に並べる
           MOVE  SPACE  TO  WK-TREND-LINE.
           MOVE  1  TO  WK-TREND-POS.
           PERFORM  VARYING  MON-IDX  FROM  1  BY  1
             UNTIL  MON-IDX  >  12
             SET  WK-I  TO  MON-IDX
             COMPUTE  WK-SEQ  =  WK-KIJUN-SEQ  -  12  +  WK-I
             DIVIDE  WK-SEQ  BY  12  GIVING  WK-MON-YY
               REMAINDER  WK-MON-MM
             MOVE  WK-MON-MM  TO  WK-TREND-DISP
             IF  WK-MON-MM  =  0  THEN
               MOVE  12  TO  WK-TREND-DISP
             END-IF
             STRING  " "  DELIMITED BY SIZE
                     WK-TREND-DISP  DELIMITED BY SIZE
               INTO  WK-TREND-LINE
               WITH  POINTER  WK-TREND-POS
           END-PERFORM.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "    仕入 月=  "  DELIMITED BY SIZE
                   WK-TREND-LINE  DELIMITED BY SIZE
                   "  通算"  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           PERFORM  VARYING  SUP-IDX  FROM  1  BY  1
             UNTIL  SUP-IDX  >  SUP-CNT
             IF  SUP-T-HYOKA-CNT(SUP-IDX)  >  0  THEN
               PERFORM  TREND-LINE-RTN
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 推移1行（SUP-IDXの仕入先）
      ********************************************************
       TREND-LINE-RTN             SECTION.
           MOVE  SPACE  TO  WK-TREND-LINE.
           MOVE  1  TO  WK-TREND-POS.
           PERFORM  VARYING  MON-IDX  FROM  1  BY  1
             UNTIL  MON-IDX  >  12
             IF  SUP-NOUKI-CNT(SUP-IDX MON-IDX)  >  0  THEN
               COMPUTE  WK-TREND-DISP  ROUNDED  =
                 SUP-ONTIME-CNT(SUP-IDX MON-IDX)  *  100
                 /  SUP-NOUKI-CNT(SUP-IDX MON-IDX)
               STRING  " "  DELIMITED BY SIZE
                       WK-TREND-DISP  DELIMITED BY SIZE
                 INTO  WK-TREND-LINE
                 WITH  POINTER  WK-TREND-POS
             ELSE
               STRING  "   -"  DELIMITED BY SIZE
                 INTO  WK-TREND-LINE
                 WITH  POINTER  WK-TREND-POS
             END-IF
           END-PERFORM.
           MOVE  SUP-T-ONTIME-PCT(SUP-IDX)  TO  WK-ONTIME-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "    "  DELIMITED BY SIZE
                   SUP-SHIIRE-COD(SUP-IDX)  DELIMITED BY SIZE
                   "     "  DELIMITED BY SIZE
                   WK-TREND-LINE  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-ONTIME-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * ワースト10の印字　12か月通算の納期遵守率の低い順（同率は
      * 平均遅延日数の大きい順）。納入予定日のある発注がない仕入先
      * は順位付けしない
      ********************************************************
       RANK-RTN                   SECTION.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "＜ワースト10（12か月通算）＞"
             TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  2  TO  RPT-CNT.
           PERFORM  HEAD-RTN.
           PERFORM  VARYING  SUP-IDX  FROM  1  BY  1
             UNTIL  SUP-IDX  >  SUP-CNT
             IF  SUP-T-NOUKI-CNT(SUP-IDX)  >  0  THEN
               ADD  1  TO  RNK-CNT
               SET  RNK-SUP-NO(RNK-CNT)  TO  SUP-IDX
             END-IF
           END-PERFORM.
      *単純選択法（KUBM022と同じ）
           PERFORM  VARYING  WK-I  FROM  1  BY  1
             UNTIL  WK-I  >=  RNK-CNT
             PERFORM  VARYING  WK-J  FROM  WK-I  BY  1
               UNTIL  WK-J  >  RNK-CNT
               MOVE  RNK-SUP-NO(WK-I)  TO  WK-P
               MOVE  RNK-SUP-NO(WK-J)  TO  WK-Q
               IF  (SUP-T-ONTIME-PCT(WK-Q)  <
                    SUP-T-ONTIME-PCT(WK-P))  OR
                   ((SUP-T-ONTIME-PCT(WK-Q)  =
                     SUP-T-ONTIME-PCT(WK-P))  AND
                    (SUP-T-LATE-AVG(WK-Q)  >
                     SUP-T-LATE-AVG(WK-P)))  THEN
                 MOVE  RNK-SUP-NO(WK-I)  TO  WK-SWAP
                 MOVE  RNK-SUP-NO(WK-J)  TO  RNK-SUP-NO(WK-I)
                 MOVE  WK-SWAP           TO  RNK-SUP-NO(WK-J)
               END-IF
             END-PERFORM
           END-PERFORM.
           PERFORM  VARYING  WK-I  FROM  1  BY  1
             UNTIL  (WK-I  >  RNK-CNT)  OR  (WK-I  >  10)
             SET  SUP-IDX  TO  RNK-SUP-NO(WK-I)
             MOVE  SUP-T-HYOKA-CNT(SUP-IDX)   TO  WK-L-HYOKA
             MOVE  SUP-T-NOUKI-CNT(SUP-IDX)   TO  WK-L-NOUKI
             MOVE  SUP-T-ONTIME-CNT(SUP-IDX)  TO  WK-L-ONTIME
             MOVE  SUP-T-LATE-DAYS(SUP-IDX)   TO  WK-L-LATE-DAYS
             MOVE  SUP-T-SHORT-CNT(SUP-IDX)   TO  WK-L-SHORT
             MOVE  SUP-T-OVER-CNT(SUP-IDX)    TO  WK-L-OVER
             MOVE  SUP-T-INV-KIJUN(SUP-IDX)   TO  WK-L-INV-KIJUN
             MOVE  SUP-T-INV-SA(SUP-IDX)      TO  WK-L-INV-SA
             MOVE  WK-I  TO  WK-RANK-DISP
             MOVE  WK-RANK-DISP  TO  WK-RANK-X
             PERFORM  LINE-RTN
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  SMF-FILE.
           CLOSE  RPT-FILE.
           DISPLAY  "発注読込= "  POR-CNT.
           DISPLAY  "評価発注= "  HYOKA-CNT.
           DISPLAY  "請求読込= "  APL-CNT.
           DISPLAY  "仕入先数= "  SUP-CNT.
           DISPLAY  "*** END KZBM029 ***".
       EXT.
           EXIT.
