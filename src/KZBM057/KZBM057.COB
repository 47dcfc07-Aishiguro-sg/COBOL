       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KZBM057.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：在庫
      * プログラム名  ：在庫受払・会計照合表（月次）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *月末の在庫金額（KZBM055）と会計へ連携した在庫仕訳（KZBM060）
      *が一致しているかを照合する月次の締め資料。
      *  期首評価額（前月のKZBM055評価、在庫評価記録ZHY）
      *  ＋受払区分ごとの連携額（KZBM060が連携時点の移動平均原価
      *    で評価した額、在庫会計連携明細ZGL）
      *  −期末評価額（当月のKZBM055評価）
      *を差額とし、その要因を次に分けて示す。
      *  1. 原価変動　　　期首・受払を評価した原価と期末原価の差
      *                  （入荷KZBM020の移動平均原価の更新等）
      *  2. 科目未定義　　勘定科目変換(GLMAP)に区分がなく連携され
      *                  なかった受払の評価額
      *  3. 遡及記帳　　　連携の実行後に在庫受払ジャーナル(ZAI)へ
      *                  追記された対象年月日付の受払（期末原価で
      *                  評価）。ZAIは追記専用のため、対象年月の
      *                  受払のうち連携明細の件数より後のものとする
      *  4. その他　　　　原価未設定で連携されなかった受払・数量の
      *                  不一致・円未満の端数
      *差額が許容差を超えたら完了コード8で終了し、月次処理実行記録
      *(KCBS080)へNGを残す（締め前点検KUBM035の項目07）。
      *対象年月は環境変数KZBM057-PERIOD（未指定は連携明細の年月）、
      *許容差はKZBM057-KYOYO（円、未指定は1000円）。
      *連携明細・当月の評価記録がなければ完了コード16。前月の評価
      *記録がない月（運用開始月）は期首ゼロとして照合する。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 在庫会計連携明細（KZBM060出力）
           SELECT  ZGL-FILE  ASSIGN TO  EXTERNAL  ZGL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS ZGL-STATUS.
      *INPUT 在庫評価記録（KZBM055出力）
           SELECT  ZHY-FILE  ASSIGN TO  EXTERNAL  ZHY
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS ZHY-STATUS.
      *INPUT 在庫受払ジャーナル（遡及記帳の検出、未定義可）
           SELECT  ZAI-FILE  ASSIGN TO  EXTERNAL  ZAI
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS ZAI-STATUS.
      *OUTPUT 在庫受払・会計照合表
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  ZGL-FILE.
       01  ZGL-REC.
           COPY  KZCZGL.
       FD  ZHY-FILE.
       01  ZHY-REC.
           COPY  KZCZHY.
       FD  ZAI-FILE.
       01  ZAI-REC.
           COPY  KZCZAI.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  ZGL-STATUS             PIC  X(2)    VALUE  SPACE.
       01  ZHY-STATUS             PIC  X(2)    VALUE  SPACE.
       01  ZAI-STATUS             PIC  X(2)    VALUE  SPACE.
       01  ZGL-CNT                PIC  9(7)    VALUE  0.
       01  ZHY-CNT                PIC  9(7)    VALUE  0.
       01  ZAI-CNT                PIC  9(7)    VALUE  0.
       01  ZAI-TAISHO-CNT         PIC  9(7)    VALUE  0.
       01  BACK-CNT               PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
       01  WK-OVER-FLG            PIC  X       VALUE  "N".
       01  WK-COMP-CD             PIC  9(2)    VALUE  0.
      *対象年月（当月＝期末）と前月（期首）
       01  WK-PERIOD-X            PIC  X(6)    VALUE  SPACE.
       01  WK-PERIOD              PIC  9(6)    VALUE  0.
       01  WK-PREV-PERIOD         PIC  9(6)    VALUE  0.
       01  WK-PREV-PERIOD-R  REDEFINES  WK-PREV-PERIOD.
         02  WK-PREV-YYYY         PIC  9(4).
         02  WK-PREV-MM           PIC  9(2).
      *許容差（円）
       01  WK-KYOYO-X             PIC  X(9)    VALUE  SPACE.
       01  WK-KYOYO               PIC  9(9)    VALUE  1000.
      *連携明細の見出し・トレーラ
       01  WK-ZGL-PERIOD          PIC  9(6)    VALUE  0.
       01  WK-ZGL-RUN-YMD         PIC  9(8)    VALUE  0.
       01  WK-ZGL-RUN-TIME        PIC  9(6)    VALUE  0.
       01  WK-ZGL-TAISHO-CNT      PIC  9(7)    VALUE  0.
      *評価記録の採用する実行（年月ごとに最後の実行日時）
       01  WK-STAMP               PIC  9(14)   VALUE  0.
       01  WK-O-STAMP             PIC  9(14)   VALUE  0.
       01  WK-C-STAMP             PIC  9(14)   VALUE  0.
      *商品別の期首・期末評価
       01  PRDT-CNT               PIC  9(4)    VALUE  ZERO.
       01  PRDT-TBL.
         02  PRDT-ENT  OCCURS 9999 TIMES INDEXED BY PRDT-IDX.
           03  PRDT-SHOHIN-NO     PIC  X(5).
           03  PRDT-O-SURYO       PIC  9(7).
           03  PRDT-O-GENKA       PIC  S9(5)V9(2).
           03  PRDT-O-HYOKA       PIC  S9(11)V9(2).
           03  PRDT-C-SURYO       PIC  9(7).
           03  PRDT-C-GENKA       PIC  S9(5)V9(2).
           03  PRDT-C-HYOKA       PIC  S9(11)V9(2).
       01  WK-KEY-SHOHIN-NO       PIC  X(5)    VALUE  SPACE.
      *受払区分別の集計
      *  連携＝連携済の数量・額　未定義＝科目未定義の数量・額
      *  原価なし＝原価未設定の数量　遡及＝遡及記帳の数量・額
       01  KBNT-CNT               PIC  9(2)    VALUE  ZERO.
       01  KBNT-TBL.
         02  KBNT-ENT  OCCURS 40 TIMES INDEXED BY KBNT-IDX.
           03  KBNT-KBN           PIC  X(2).
           03  KBNT-FED-SURYO     PIC  S9(9).
           03  KBNT-FED-KIN       PIC  S9(13).
           03  KBNT-UNM-SURYO     PIC  S9(9).
           03  KBNT-UNM-KIN       PIC  S9(13).
           03  KBNT-NOC-SURYO     PIC  S9(9).
           03  KBNT-BACK-SURYO    PIC  S9(9).
           03  KBNT-BACK-KIN      PIC  S9(13)V9(2).
       01  WK-KEY-KBN             PIC  X(2)    VALUE  SPACE.
      *照合の合計
      *  期首・連携計・期末・差額と、差額の要因別の内訳
       01  TOT-O-HYOKA            PIC  S9(13)V9(2)  VALUE  0.
       01  TOT-FED                PIC  S9(13)V9(2)  VALUE  0.
       01  TOT-C-HYOKA            PIC  S9(13)V9(2)  VALUE  0.
       01  TOT-SAGAKU             PIC  S9(13)V9(2)  VALUE  0.
       01  TOT-GENKA-HENDO        PIC  S9(13)V9(2)  VALUE  0.
       01  TOT-MITEIGI            PIC  S9(13)V9(2)  VALUE  0.
       01  TOT-SOKYU              PIC  S9(13)V9(2)  VALUE  0.
       01  TOT-SONOTA             PIC  S9(13)V9(2)  VALUE  0.
       01  WK-ABS-SAGAKU          PIC  S9(13)V9(2)  VALUE  0.
       01  WK-HYOKA               PIC  S9(13)V9(2)  VALUE  0.
      *金額行の組立て
       01  WK-AMT                 PIC  S9(13)V9(2)  VALUE  0.
       01  WK-LABEL               PIC  X(80)   VALUE  SPACE.
      *編集用
       01  WK-KIN-DISP            PIC  ----,---,---,--9.
       01  WK-SURYO-DISP          PIC  ---,---,--9.
       01  WK-KYOYO-DISP          PIC  ZZZ,ZZZ,ZZ9.
      *月次処理実行記録(KCBS080)への連絡領域
       COPY  KCBS080P.
      ********************************************************
      * 在庫受払・会計照合の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KZBM057 ***".
           PERFORM  INIT-RTN.
           PERFORM  ZGL-HEAD-RTN.
           IF  WK-COMP-CD  <  16  THEN
             PERFORM  LOAD-ZHY-RTN
           END-IF.
           IF  WK-COMP-CD  <  16  THEN
             PERFORM  LOAD-ZGL-RTN
             PERFORM  LOAD-ZAI-RTN
             PERFORM  SUMMARY-RTN
           END-IF.
           PERFORM  TERM-RTN.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           ACCEPT  WK-PERIOD-X  FROM  ENVIRONMENT
                   "KZBM057-PERIOD".
           IF  WK-PERIOD-X  IS  NUMERIC  THEN
             MOVE  WK-PERIOD-X  TO  WK-PERIOD
           END-IF.
           ACCEPT  WK-KYOYO-X  FROM  ENVIRONMENT
                   "KZBM057-KYOYO".
           IF  WK-KYOYO-X  NOT  =  SPACE  THEN
             COMPUTE  WK-KYOYO  =  FUNCTION NUMVAL(WK-KYOYO-X)
           END-IF.
           OPEN  OUTPUT  RPT-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 連携明細の見出しの読込み　対象年月の決定と前月の算出
      ********************************************************
       ZGL-HEAD-RTN               SECTION.
           OPEN  INPUT  ZGL-FILE.
           IF  ZGL-STATUS  NOT  =  "00"  THEN
             DISPLAY  "ZGLなし　照合できません"
             MOVE  16  TO  WK-COMP-CD
             GO  TO  ZGL-HEAD-EXT
           END-IF.
           READ  ZGL-FILE
             AT  END
               MOVE  SPACE  TO  ZGL-REC-TYPE
           END-READ.
           IF  ZGL-REC-TYPE  =  "H"  THEN
             MOVE  ZGL-PERIOD    TO  WK-ZGL-PERIOD
             MOVE  ZGL-RUN-YMD   TO  WK-ZGL-RUN-YMD
             MOVE  ZGL-RUN-TIME  TO  WK-ZGL-RUN-TIME
           END-IF.
           CLOSE  ZGL-FILE.
           IF  WK-PERIOD  =  0  THEN
             MOVE  WK-ZGL-PERIOD  TO  WK-PERIOD
           END-IF.
           DISPLAY  "対象年月=" WK-PERIOD.
      *全期間指定(年月ゼロ)の連携や別の年月の連携とは照合しない
           IF  (WK-ZGL-PERIOD  =  0)  OR
               (WK-ZGL-PERIOD  NOT  =  WK-PERIOD)  THEN
             DISPLAY  "ZGLの対象年月が不一致 ZGL="
                      WK-ZGL-PERIOD
             MOVE  16  TO  WK-COMP-CD
             GO  TO  ZGL-HEAD-EXT
           END-IF.
           MOVE  WK-PERIOD  TO  WK-PREV-PERIOD.
           IF  WK-PREV-MM  =  1  THEN
             SUBTRACT  1  FROM  WK-PREV-YYYY
             MOVE  12  TO  WK-PREV-MM
           ELSE
             SUBTRACT  1  FROM  WK-PREV-MM
           END-IF.
       ZGL-HEAD-EXT.
           EXIT.
      ********************************************************
      * 在庫評価記録のロード　前月（期首）・当月（期末）それぞれ
      * 最後の実行分だけを商品別テーブルへ取り込む
      ********************************************************
       LOAD-ZHY-RTN               SECTION.
           OPEN  INPUT  ZHY-FILE.
           IF  ZHY-STATUS  NOT  =  "00"  THEN
             DISPLAY  "ZHYなし　照合できません"
             MOVE  16  TO  WK-COMP-CD
             GO  TO  LOAD-ZHY-EXT
           END-IF.
      *1回目　年月ごとに最後の実行日時を求める
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  ZHY-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 COMPUTE  WK-STAMP  =
                   ZHY-RUN-YMD  *  1000000  +  ZHY-RUN-TIME
                 IF  (ZHY-PERIOD  =  WK-PERIOD)  AND
                     (WK-STAMP  >  WK-C-STAMP)  THEN
                   MOVE  WK-STAMP  TO  WK-C-STAMP
                 END-IF
                 IF  (ZHY-PERIOD  =  WK-PREV-PERIOD)  AND
                     (WK-STAMP  >  WK-O-STAMP)  THEN
                   MOVE  WK-STAMP  TO  WK-O-STAMP
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  ZHY-FILE.
           IF  WK-C-STAMP  =  0  THEN
             DISPLAY  "当月の在庫評価記録なし"
             MOVE  16  TO  WK-COMP-CD
             GO  TO  LOAD-ZHY-EXT
           END-IF.
      *2回目　採用する実行分を商品別テーブルへ
           OPEN  INPUT  ZHY-FILE.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  ZHY-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 COMPUTE  WK-STAMP  =
                   ZHY-RUN-YMD  *  1000000  +  ZHY-RUN-TIME
                 IF  ((ZHY-PERIOD  =  WK-PERIOD)  AND
                      (WK-STAMP  =  WK-C-STAMP))  OR
                     ((ZHY-PERIOD  =  WK-PREV-PERIOD)  AND
                      (WK-STAMP  =  WK-O-STAMP))  THEN
                   ADD  1  TO  ZHY-CNT
                   PERFORM  ZHY-STORE-RTN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  ZHY-FILE.
       LOAD-ZHY-EXT.
           EXIT.
      ********************************************************
      * 評価記録1件の取り込み
      ********************************************************
       ZHY-STORE-RTN              SECTION.
           MOVE  ZHY-SHOHIN-NO  TO  WK-KEY-SHOHIN-NO.
           PERFORM  PRD-FIND-RTN.
           IF  WK-FOUND-FLG  NOT  =  "Y"  THEN
             GO  TO  ZHY-STORE-EXT
           END-IF.
           IF  ZHY-PERIOD  =  WK-PERIOD  THEN
             MOVE  ZHY-SURYO  TO  PRDT-C-SURYO(PRDT-IDX)
             MOVE  ZHY-GENKA  TO  PRDT-C-GENKA(PRDT-IDX)
             MOVE  ZHY-HYOKA  TO  PRDT-C-HYOKA(PRDT-IDX)
             ADD  ZHY-HYOKA  TO  TOT-C-HYOKA
           ELSE
             MOVE  ZHY-SURYO  TO  PRDT-O-SURYO(PRDT-IDX)
             MOVE  ZHY-GENKA  TO  PRDT-O-GENKA(PRDT-IDX)
             MOVE  ZHY-HYOKA  TO  PRDT-O-HYOKA(PRDT-IDX)
             ADD  ZHY-HYOKA  TO  TOT-O-HYOKA
           END-IF.
       ZHY-STORE-EXT.
           EXIT.
      ********************************************************
      * 商品別テーブルの検索（なければ追加）
      * 見つかればWK-FOUND-FLG="Y"でPRDT-IDXがそのエントリを指す
      ********************************************************
       PRD-FIND-RTN               SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  PRDT-IDX  FROM  1  BY  1
             UNTIL  (PRDT-IDX  >  PRDT-CNT)  OR
                    (WK-FOUND-FLG  =  "Y")
             IF  PRDT-SHOHIN-NO(PRDT-IDX)  =  WK-KEY-SHOHIN-NO  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             SET  PRDT-IDX  DOWN  BY  1
             GO  TO  PRD-FIND-EXT
           END-IF.
           IF  PRDT-CNT  <  9999  THEN
             ADD  1  TO  PRDT-CNT
             SET  PRDT-IDX  TO  PRDT-CNT
             MOVE  WK-KEY-SHOHIN-NO  TO  PRDT-SHOHIN-NO(PRDT-IDX)
             MOVE  ZERO  TO  PRDT-O-SURYO(PRDT-IDX)
                            PRDT-O-GENKA(PRDT-IDX)
                            PRDT-O-HYOKA(PRDT-IDX)
                            PRDT-C-SURYO(PRDT-IDX)
                            PRDT-C-GENKA(PRDT-IDX)
                            PRDT-C-HYOKA(PRDT-IDX)
             MOVE  "Y"  TO  WK-FOUND-FLG
           ELSE
             MOVE  "Y"  TO  WK-OVER-FLG
           END-IF.
       PRD-FIND-EXT.
           EXIT.
      ********************************************************
      * 連携明細の読込み　受払1件ごとに区分別へ集計し、原価変動・
      * 科目未定義の要因額を求める
      ********************************************************
       LOAD-ZGL-RTN               SECTION.
      *期首の在庫を期末原価で評価し直した差を原価変動へ
           PERFORM  VARYING  PRDT-IDX  FROM  1  BY  1
             UNTIL  PRDT-IDX  >  PRDT-CNT
             COMPUTE  TOT-GENKA-HENDO  =  TOT-GENKA-HENDO  +
               PRDT-O-SURYO(PRDT-IDX)  *
               (PRDT-O-GENKA(PRDT-IDX)  -  PRDT-C-GENKA(PRDT-IDX))
           END-PERFORM.
           OPEN  INPUT  ZGL-FILE.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  ZGL-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 EVALUATE  ZGL-REC-TYPE
                   WHEN  "D"
                     ADD  1  TO  ZGL-CNT
                     PERFORM  ZGL-DETAIL-RTN
                   WHEN  "T"
                     MOVE  ZGL-TAISHO-CNT  TO  WK-ZGL-TAISHO-CNT
                   WHEN  OTHER
                     CONTINUE
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE  ZGL-FILE.
      *トレーラのない（中断した）連携明細は明細の件数で数える
           IF  WK-ZGL-TAISHO-CNT  =  0  THEN
             MOVE  ZGL-CNT  TO  WK-ZGL-TAISHO-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 連携明細1件　状態ごとの集計
      *  F=連携済　　連携額へ。評価原価と期末原価の差を原価変動へ
      *  M=科目未定義　評価額を科目未定義（マイナス）へ。評価原価
      *                と期末原価の差は同様に原価変動へ
      *  G=原価未設定　数量だけ数える（その他に含まれる）
      *入荷付随費用(LC/LV)は配賦額がそのまま期末原価に織り込まれ
      *るため、額を原価変動へ入れる
      ********************************************************
       ZGL-DETAIL-RTN             SECTION.
           MOVE  ZGL-KBN  TO  WK-KEY-KBN.
           PERFORM  KBN-FIND-RTN.
           IF  WK-FOUND-FLG  NOT  =  "Y"  THEN
             GO  TO  ZGL-DETAIL-EXT
           END-IF.
           MOVE  ZGL-SHOHIN-NO  TO  WK-KEY-SHOHIN-NO.
           PERFORM  PRD-FIND-RTN.
           IF  WK-FOUND-FLG  NOT  =  "Y"  THEN
             GO  TO  ZGL-DETAIL-EXT
           END-IF.
           EVALUATE  ZGL-JOTAI
             WHEN  "F"
               ADD  ZGL-SURYO    TO  KBNT-FED-SURYO(KBNT-IDX)
               ADD  ZGL-KINGAKU  TO  KBNT-FED-KIN(KBNT-IDX)
               ADD  ZGL-KINGAKU  TO  TOT-FED
             WHEN  "M"
               ADD  ZGL-SURYO    TO  KBNT-UNM-SURYO(KBNT-IDX)
               ADD  ZGL-KINGAKU  TO  KBNT-UNM-KIN(KBNT-IDX)
               SUBTRACT  ZGL-KINGAKU  FROM  TOT-MITEIGI
             WHEN  OTHER
               ADD  ZGL-SURYO    TO  KBNT-NOC-SURYO(KBNT-IDX)
               GO  TO  ZGL-DETAIL-EXT
           END-EVALUATE.
           IF  (ZGL-KBN  =  "LC")  OR  (ZGL-KBN  =  "LV")  THEN
             ADD  ZGL-KINGAKU  TO  TOT-GENKA-HENDO
           ELSE
             COMPUTE  TOT-GENKA-HENDO  =  TOT-GENKA-HENDO  +
               ZGL-SURYO  *
               (ZGL-GENKA  -  PRDT-C-GENKA(PRDT-IDX))
           END-IF.
       ZGL-DETAIL-EXT.
           EXIT.
      ********************************************************
      * 受払区分別テーブルの検索（なければ追加）
      ********************************************************
       KBN-FIND-RTN               SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  KBNT-IDX  FROM  1  BY  1
             UNTIL  (KBNT-IDX  >  KBNT-CNT)  OR
                    (WK-FOUND-FLG  =  "Y")
             IF  KBNT-KBN(KBNT-IDX)  =  WK-KEY-KBN  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             SET  KBNT-IDX  DOWN  BY  1
             GO  TO  KBN-FIND-EXT
           END-IF.
           IF  KBNT-CNT  <  40  THEN
             ADD  1  TO  KBNT-CNT
             SET  KBNT-IDX  TO  KBNT-CNT
             MOVE  WK-KEY-KBN  TO  KBNT-KBN(KBNT-IDX)
             MOVE  ZERO  TO  KBNT-FED-SURYO(KBNT-IDX)
                            KBNT-FED-KIN(KBNT-IDX)
                            KBNT-UNM-SURYO(KBNT-IDX)
                            KBNT-UNM-KIN(KBNT-IDX)
                            KBNT-NOC-SURYO(KBNT-IDX)
                            KBNT-BACK-SURYO(KBNT-IDX)
                            KBNT-BACK-KIN(KBNT-IDX)
             MOVE  "Y"  TO  WK-FOUND-FLG
           ELSE
             MOVE  "Y"  TO  WK-OVER-FLG
           END-IF.
       KBN-FIND-EXT.
           EXIT.
      ********************************************************
      * 在庫受払ジャーナルの読込み　対象年月の受払を記帳順に数え、
      * 連携明細の件数を超えた分を連携後の遡及記帳とする
      ********************************************************
       LOAD-ZAI-RTN               SECTION.
           PERFORM  REPORT-HEAD-RTN.
           OPEN  INPUT  ZAI-FILE.
           IF  ZAI-STATUS  NOT  =  "00"  THEN
             DISPLAY  "ZAIなし　遡及記帳は調べません"
             GO  TO  LOAD-ZAI-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  ZAI-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  ZAI-CNT
                 IF  ZAI-YMD(1:6)  =  WK-PERIOD-X  THEN
                   ADD  1  TO  ZAI-TAISHO-CNT
                   IF  ZAI-TAISHO-CNT  >  WK-ZGL-TAISHO-CNT  THEN
                     PERFORM  BACK-RTN
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  ZAI-FILE.
       LOAD-ZAI-EXT.
           EXIT.
      ********************************************************
      * 遡及記帳1件　期末原価で評価して遡及記帳（マイナス）へ。
      * 入荷付随費用(LC/LV)は記帳された配賦額で評価する
      ********************************************************
       BACK-RTN                   SECTION.
           ADD  1  TO  BACK-CNT.
           MOVE  ZAI-KBN  TO  WK-KEY-KBN.
           PERFORM  KBN-FIND-RTN.
           IF  WK-FOUND-FLG  NOT  =  "Y"  THEN
             GO  TO  BACK-EXT
           END-IF.
           MOVE  ZAI-SHOHIN-NO  TO  WK-KEY-SHOHIN-NO.
           PERFORM  PRD-FIND-RTN.
           IF  WK-FOUND-FLG  NOT  =  "Y"  THEN
             GO  TO  BACK-EXT
           END-IF.
           MOVE  ZERO  TO  WK-HYOKA.
           IF  (ZAI-KBN  =  "LC")  OR  (ZAI-KBN  =  "LV")  THEN
             IF  ZAI-KINGAKU  IS  NUMERIC  THEN
               MOVE  ZAI-KINGAKU  TO  WK-HYOKA
             END-IF
           ELSE
             COMPUTE  WK-HYOKA  =
               ZAI-SURYO  *  PRDT-C-GENKA(PRDT-IDX)
             ADD  ZAI-SURYO  TO  KBNT-BACK-SURYO(KBNT-IDX)
           END-IF.
           ADD  WK-HYOKA  TO  KBNT-BACK-KIN(KBNT-IDX).
           SUBTRACT  WK-HYOKA  FROM  TOT-SOKYU.
           MOVE  ZAI-SURYO  TO  WK-SURYO-DISP.
           COMPUTE  WK-KIN-DISP  ROUNDED  =  WK-HYOKA.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  遡及記帳 "  DELIMITED BY SIZE
                   ZAI-YMD  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   ZAI-KBN  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   ZAI-SHOHIN-NO  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   ZAI-PGM-ID  DELIMITED BY SIZE
                   " 数量="  DELIMITED BY SIZE
                   WK-SURYO-DISP  DELIMITED BY SIZE
                   " 評価額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       BACK-EXT.
           EXIT.
      ********************************************************
      * 照合表の見出し
      ********************************************************
       REPORT-HEAD-RTN            SECTION.
           MOVE  WK-PERIOD  TO  WK-PERIOD-X.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "在庫受払・会計照合表　対象年月="
                     DELIMITED BY SIZE
                   WK-PERIOD  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  会計連携(KZBM060)実行="  DELIMITED BY SIZE
                   WK-ZGL-RUN-YMD  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-ZGL-RUN-TIME  DELIMITED BY SIZE
                   "  期首="  DELIMITED BY SIZE
                   WK-PREV-PERIOD  DELIMITED BY SIZE
                   "月評価"  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           IF  WK-O-STAMP  =  0  THEN
             MOVE  SPACE  TO  RPT-REC
             STRING  "  ※前月の在庫評価記録なし"
                       DELIMITED BY SIZE
                     "（期首ゼロで照合）"  DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 照合の集計　期首＋区分別連携額＝期末の検証と要因別内訳
      ********************************************************
       SUMMARY-RTN                SECTION.
           IF  BACK-CNT  >  0  THEN
             MOVE  SPACE  TO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
           MOVE  TOT-O-HYOKA  TO  WK-AMT.
           MOVE  "期首評価額（前月KZBM055）"  TO  WK-LABEL.
           PERFORM  AMT-LINE-RTN.
           PERFORM  VARYING  KBNT-IDX  FROM  1  BY  1
             UNTIL  KBNT-IDX  >  KBNT-CNT
             PERFORM  KBN-LINE-RTN
           END-PERFORM.
           MOVE  TOT-FED  TO  WK-AMT.
           MOVE  "受払の連携額計（KZBM060）"  TO  WK-LABEL.
           PERFORM  AMT-LINE-RTN.
           COMPUTE  WK-AMT  =  TOT-O-HYOKA  +  TOT-FED.
           MOVE  "期首＋連携額"  TO  WK-LABEL.
           PERFORM  AMT-LINE-RTN.
           MOVE  TOT-C-HYOKA  TO  WK-AMT.
           MOVE  "期末評価額（当月KZBM055）"  TO  WK-LABEL.
           PERFORM  AMT-LINE-RTN.
           COMPUTE  TOT-SAGAKU  =
             TOT-O-HYOKA  +  TOT-FED  -  TOT-C-HYOKA.
           COMPUTE  TOT-SONOTA  =  TOT-SAGAKU  -  TOT-GENKA-HENDO
             -  TOT-MITEIGI  -  TOT-SOKYU.
           MOVE  TOT-SAGAKU  TO  WK-AMT.
           MOVE  "差額（期首＋連携額−期末）"
             TO  WK-LABEL.
           PERFORM  AMT-LINE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "  差額の内訳"  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  TOT-GENKA-HENDO  TO  WK-AMT.
           MOVE  SPACE  TO  WK-LABEL.
           STRING  "  1.原価変動"  DELIMITED BY SIZE
                   "（入荷KZBM020の移動平均更新等）"
                     DELIMITED BY SIZE
             INTO  WK-LABEL.
           PERFORM  AMT-LINE-RTN.
           MOVE  TOT-MITEIGI  TO  WK-AMT.
           MOVE  "  2.科目未定義で未連携の受払（GLMAP）"
             TO  WK-LABEL.
           PERFORM  AMT-LINE-RTN.
           MOVE  TOT-SOKYU  TO  WK-AMT.
           MOVE  "  3.連携後の遡及記帳"  TO  WK-LABEL.
           PERFORM  AMT-LINE-RTN.
           MOVE  TOT-SONOTA  TO  WK-AMT.
           MOVE  SPACE  TO  WK-LABEL.
           STRING  "  4.その他"  DELIMITED BY SIZE
                   "（原価未設定・数量不一致・端数）"
                     DELIMITED BY SIZE
             INTO  WK-LABEL.
           PERFORM  AMT-LINE-RTN.
      *判定　差額の絶対値が許容差以内か
           IF  TOT-SAGAKU  <  0  THEN
             COMPUTE  WK-ABS-SAGAKU  =  0  -  TOT-SAGAKU
           ELSE
             MOVE  TOT-SAGAKU  TO  WK-ABS-SAGAKU
           END-IF.
           MOVE  WK-KYOYO  TO  WK-KYOYO-DISP.
           MOVE  SPACE  TO  RPT-REC.
           IF  WK-ABS-SAGAKU  >  WK-KYOYO  THEN
             STRING  "判定 NG　差額が許容差（±"
                       DELIMITED BY SIZE
                     WK-KYOYO-DISP  DELIMITED BY SIZE
                     "円）を超えています"  DELIMITED BY SIZE
               INTO  RPT-REC
             IF  WK-COMP-CD  <  8  THEN
               MOVE  8  TO  WK-COMP-CD
             END-IF
           ELSE
             STRING  "判定 OK　差額は許容差（±"
                       DELIMITED BY SIZE
                     WK-KYOYO-DISP  DELIMITED BY SIZE
                     "円）以内"  DELIMITED BY SIZE
               INTO  RPT-REC
           END-IF.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           IF  WK-OVER-FLG  =  "Y"  THEN
             MOVE  SPACE  TO  RPT-REC
             MOVE  "※商品・受払区分の件数が上限超過"
               TO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
             MOVE  8  TO  WK-COMP-CD
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 受払区分1行　連携数量・連携額と、未連携・遡及の内訳
      ********************************************************
       KBN-LINE-RTN               SECTION.
           MOVE  KBNT-FED-SURYO(KBNT-IDX)  TO  WK-SURYO-DISP.
           MOVE  KBNT-FED-KIN(KBNT-IDX)    TO  WK-AMT.
           MOVE  SPACE  TO  WK-LABEL.
           STRING  "  区分 "  DELIMITED BY SIZE
                   KBNT-KBN(KBNT-IDX)  DELIMITED BY SIZE
                   " 数量="  DELIMITED BY SIZE
                   WK-SURYO-DISP  DELIMITED BY SIZE
             INTO  WK-LABEL.
           PERFORM  AMT-LINE-RTN.
           IF  KBNT-UNM-SURYO(KBNT-IDX)  NOT  =  0  OR
               KBNT-UNM-KIN(KBNT-IDX)    NOT  =  0  THEN
             MOVE  KBNT-UNM-SURYO(KBNT-IDX)  TO  WK-SURYO-DISP
             MOVE  KBNT-UNM-KIN(KBNT-IDX)    TO  WK-AMT
             MOVE  SPACE  TO  WK-LABEL
             STRING  "    (科目未定義 数量="  DELIMITED BY SIZE
                     WK-SURYO-DISP  DELIMITED BY SIZE
                     ")"  DELIMITED BY SIZE
               INTO  WK-LABEL
             PERFORM  AMT-LINE-RTN
           END-IF.
           IF  KBNT-NOC-SURYO(KBNT-IDX)  NOT  =  0  THEN
             MOVE  KBNT-NOC-SURYO(KBNT-IDX)  TO  WK-SURYO-DISP
             MOVE  ZERO  TO  WK-AMT
             MOVE  SPACE  TO  WK-LABEL
             STRING  "    (原価未設定 数量="  DELIMITED BY SIZE
                     WK-SURYO-DISP  DELIMITED BY SIZE
                     ")"  DELIMITED BY SIZE
               INTO  WK-LABEL
             PERFORM  AMT-LINE-RTN
           END-IF.
           IF  KBNT-BACK-SURYO(KBNT-IDX)  NOT  =  0  OR
               KBNT-BACK-KIN(KBNT-IDX)    NOT  =  0  THEN
             MOVE  KBNT-BACK-SURYO(KBNT-IDX)  TO  WK-SURYO-DISP
             MOVE  KBNT-BACK-KIN(KBNT-IDX)    TO  WK-AMT
             MOVE  SPACE  TO  WK-LABEL
             STRING  "    (遡及記帳 数量="  DELIMITED BY SIZE
                     WK-SURYO-DISP  DELIMITED BY SIZE
                     ")"  DELIMITED BY SIZE
               INTO  WK-LABEL
             PERFORM  AMT-LINE-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 金額行　金額（円未満四捨五入）を左に揃え、見出しを続ける
      ********************************************************
       AMT-LINE-RTN               SECTION.
           COMPUTE  WK-KIN-DISP  ROUNDED  =  WK-AMT.
           MOVE  SPACE  TO  RPT-REC.
           STRING  WK-KIN-DISP  DELIMITED BY SIZE
                   "  "  DELIMITED BY SIZE
                   WK-LABEL  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理　月次処理実行記録への記録（締め前点検用）
      ********************************************************
       TERM-RTN                   SECTION.
           IF  WK-COMP-CD  =  16  THEN
             MOVE  SPACE  TO  RPT-REC
             MOVE  "照合できません（ZGL・ZHYを確認）"
               TO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
           CLOSE  RPT-FILE.
           IF  WK-PERIOD  >  0  THEN
             MOVE  "KZBM057"  TO  S080-PGM-ID
             MOVE  WK-PERIOD  TO  S080-PERIOD
             IF  WK-COMP-CD  =  0  THEN
               MOVE  "OK"  TO  S080-RESULT
             ELSE
               MOVE  "NG"  TO  S080-RESULT
             END-IF
             CALL  "KCBS080"  USING  KCBS080-P1
           END-IF.
           DISPLAY  "評価記録件数= "  ZHY-CNT.
           DISPLAY  "連携明細件数= "  ZGL-CNT.
           DISPLAY  "遡及記帳件数= "  BACK-CNT.
           DISPLAY  "*** END KZBM057 ***".
       EXT.
           EXIT.
