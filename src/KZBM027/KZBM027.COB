       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KZBM027.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：在庫
      * プログラム名  ：振込結果の反映（仕入債務の支払済更新）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：デビットノート相殺分を含めた金額照合と
      *                 振込不能時の相殺取消を追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：得意先への返金（返金レジスタRFR）の振込結果の
      *                 反映を追加
      ********************************************************
      *銀行から戻った総合振込の結果ファイル(ZGNRES、KZCZGN形式)を
      *読み、データレコードの顧客コード（仕入先・振込指定日）で
      *仕入債務台帳(APL)の支払提案済("P")明細と突き合わせる。
      *振込済（結果コード"0"）の仕入先は該当明細を支払済("S")へ
      *更新し、振込指定日を支払日として残す。振込不能の仕入先は
      *該当明細を未提案(SPACE)・支払日ゼロへ戻し、次回の支払提案
      *(KZBM026)へ再度載せる。
      *結果一覧(RPT)へ仕入先ごとの結果と金額を出す。台帳に該当の
      *ない結果レコード・金額の一致しない結果は例外として印字し、
      *完了コード8で終了する（台帳は更新しない）。
      *支払提案で相殺した仕入先デビットノート(DBN、相殺済"N")は
      *同じ仕入先・相殺日の分を提案済み合計から差し引いて振込金額
      *と照合し、振込不能のときは未相殺(SPACE)・相殺日ゼロへ戻す。
      *顧客コード1が"RF"＋返金番号のデータレコードは得意先への
      *返金(KZBM026が返金レジスタRFRから作成)として、返金レジスタ
      *の振込提案済("P")・同じ振込指定日の返金と金額を照合し、
      *振込済は"S"、振込不能は未振込(SPACE)・振込指定日ゼロへ戻す
      *（得意先の口座を直して次回の支払提案で再度振り込む）。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 振込結果ファイル（全銀協規定形式）
           SELECT  ZGN-FILE  ASSIGN TO  EXTERNAL  ZGNRES
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS ZGN-STATUS.
      *仕入債務台帳（読込後、支払状況を書き戻す）
           SELECT  APL-FILE  ASSIGN TO  EXTERNAL  APL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS APL-STATUS-WS.
      *仕入先デビットノート台帳（振込不能時は相殺を取り消す）
           SELECT  DBN-FILE  ASSIGN TO  EXTERNAL  DBN
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS DBN-STATUS-WS.
      *返金レジスタ（読込後、振込状況を書き戻す）
           SELECT  RFR-FILE  ASSIGN TO  EXTERNAL  RFR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS RFR-STATUS-WS.
      *OUTPUT 振込結果一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  ZGN-FILE.
       01  ZGN-REC.
           COPY  KZCZGN.
       FD  APL-FILE.
       01  APL-REC.
           COPY  KZCAPL.
       FD  DBN-FILE.
       01  DBN-REC.
           COPY  KZCDBN.
       FD  RFR-FILE.
       01  RFR-REC.
           COPY  KUCFRFR.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  ZGN-STATUS             PIC  X(2)    VALUE  SPACE.
       01  APL-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  DBN-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  RFR-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  HENKIN-UPD-CNT         PIC  9(5)    VALUE  0.
       01  TORIKESHI-CNT          PIC  9(5)    VALUE  0.
       01  ZGN-CNT                PIC  9(5)    VALUE  0.
       01  APL-CNT                PIC  9(5)    VALUE  0.
       01  PAID-CNT               PIC  9(5)    VALUE  0.
       01  REJECT-CNT             PIC  9(5)    VALUE  0.
       01  ERR-CNT                PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
      *仕入債務台帳のテーブル退避（結果反映後に全件書き戻す）
       01  APLT-CNT               PIC  9(4)    VALUE  ZERO.
       01  APLT-TBL.
         02  APLT-ENT  OCCURS 9999 TIMES INDEXED BY APLT-IDX.
           03  APLT-IMG           PIC  X(40).
       01  WK-APL-REC-1.
           COPY  KZCAPL.
      *デビットノート台帳のテーブル退避（相殺取消後に書き戻す）
       01  DBNT-CNT               PIC  9(4)    VALUE  ZERO.
       01  DBNT-TBL.
         02  DBNT-ENT  OCCURS 9999 TIMES INDEXED BY DBNT-IDX.
           03  DBNT-IMG           PIC  X(67).
       01  WK-DBN-REC-1.
           COPY  KZCDBN.
      *返金レジスタのテーブル退避（結果反映後に全件書き戻す）
       01  RFRT-CNT               PIC  9(4)    VALUE  ZERO.
       01  RFRT-TBL.
         02  RFRT-ENT  OCCURS 9999 TIMES INDEXED BY RFRT-IDX.
           03  RFRT-IMG           PIC  X(91).
       01  WK-RFR-REC-1.
           COPY  KUCFRFR.
      *返金のデータレコード（顧客コード1が"RF"＋返金番号）
       01  WK-RFR-KEY             PIC  X(10)   VALUE  SPACE.
       01  WK-RFR-KEY-R  REDEFINES  WK-RFR-KEY.
         02  WK-RFR-KEY-KBN       PIC  X(2).
         02  WK-RFR-KEY-NO        PIC  X(7).
         02  FILLER               PIC  X(1).
       01  WK-RFR-NO              PIC  9(7)    VALUE  0.
       01  WK-RFR-POS             PIC  9(4)    VALUE  0.
      *結果レコード1件の突き合わせ用
       01  WK-SHIIRE-COD          PIC  X(4)    VALUE  SPACE.
       01  WK-SHITEI-X            PIC  X(8)    VALUE  SPACE.
       01  WK-SHITEI-YMD          PIC  9(8)    VALUE  0.
       01  WK-GOKEI               PIC  S9(11)  VALUE  0.
       01  WK-HIT-CNT             PIC  9(5)    VALUE  0.
       01  WK-KEKKA-MEI           PIC  X(12)   VALUE  SPACE.
      *反映予定（全件を照合してから一括で台帳へ反映する）
       01  RES-CNT                PIC  9(4)    VALUE  ZERO.
       01  RES-TBL.
         02  RES-ENT  OCCURS 2000 TIMES INDEXED BY RES-IDX.
           03  RES-SHIIRE-COD     PIC  X(4).
           03  RES-SHITEI-YMD     PIC  9(8).
           03  RES-KEKKA          PIC  X(1).
      *反映先　SPACE=仕入債務　"R"=返金（RES-RFR-POSが該当行）
           03  RES-KBN            PIC  X(1).
           03  RES-RFR-POS        PIC  9(4).
      *編集用
       01  WK-KIN-DISP            PIC  ----,---,---,--9.
       01  WK-KIN-DISP2           PIC  ----,---,---,--9.
      ********************************************************
      * 振込結果反映の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KZBM027 ***".
           PERFORM  INIT-RTN.
           PERFORM  LOAD-APL-RTN.
           PERFORM  LOAD-DBN-RTN.
           PERFORM  LOAD-RFR-RTN.
           PERFORM  RESULT-RTN.
           IF  ERR-CNT  =  0  THEN
             PERFORM  APPLY-RTN
             PERFORM  REWRITE-APL-RTN
             PERFORM  REWRITE-DBN-RTN
             PERFORM  REWRITE-RFR-RTN
           END-IF.
           PERFORM  TERM-RTN.
           IF  ERR-CNT  >  0  THEN
             MOVE  8  TO  RETURN-CODE
           END-IF.
           STOP  RUN.
      ********************************************************
      * 開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "振込結果一覧"  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 仕入債務台帳の全件読込（KZBM026と同じ技法）
      ********************************************************
       LOAD-APL-RTN               SECTION.
           OPEN  INPUT  APL-FILE.
           IF  APL-STATUS-WS  =  "35"  THEN
             DISPLAY  "仕入債務台帳なし"
           ELSE
             PERFORM  UNTIL  APL-STATUS-WS  NOT  =  "00"
               READ  APL-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   ADD  1  TO  APL-CNT
                   IF  APLT-CNT  <  9999  THEN
                     ADD  1  TO  APLT-CNT
                     SET  APLT-IDX  TO  APLT-CNT
                     MOVE  APL-REC  TO  APLT-IMG(APLT-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  APL-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 仕入先デビットノート台帳の全件読込
      ********************************************************
       LOAD-DBN-RTN               SECTION.
           OPEN  INPUT  DBN-FILE.
           IF  DBN-STATUS-WS  =  "35"  THEN
             DISPLAY  "デビットノート台帳なし"
           ELSE
             PERFORM  UNTIL  DBN-STATUS-WS  NOT  =  "00"
               READ  DBN-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  DBNT-CNT  <  9999  THEN
                     ADD  1  TO  DBNT-CNT
                     SET  DBNT-IDX  TO  DBNT-CNT
                     MOVE  DBN-REC  TO  DBNT-IMG(DBNT-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  DBN-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 返金レジスタの全件読込
      ********************************************************
       LOAD-RFR-RTN               SECTION.
           OPEN  INPUT  RFR-FILE.
           IF  RFR-STATUS-WS  NOT  =  "00"  THEN
             GO  TO  LOAD-RFR-EXT
           END-IF.
           PERFORM  UNTIL  RFR-STATUS-WS  NOT  =  "00"
             READ  RFR-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 IF  RFRT-CNT  <  9999  THEN
                   ADD  1  TO  RFRT-CNT
                   SET  RFRT-IDX  TO  RFRT-CNT
                   MOVE  RFR-REC  TO  RFRT-IMG(RFRT-IDX)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  RFR-FILE.
       LOAD-RFR-EXT.
           EXIT.
      ********************************************************
      * 振込結果ファイルの読込　データレコードごとに照合する
      ********************************************************
       RESULT-RTN                 SECTION.
           OPEN  INPUT  ZGN-FILE.
           IF  ZGN-STATUS  NOT  =  "00"  THEN
             DISPLAY  "ZGNRESなし　反映なし"
             ADD  1  TO  ERR-CNT
             GO  TO  RESULT-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  ZGN-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 IF  ZGN-DATA-KBN  =  "2"  THEN
                   ADD  1  TO  ZGN-CNT
                   MOVE  ZGN-D-KOKYAKU-1  TO  WK-RFR-KEY
                   IF  (WK-RFR-KEY-KBN  =  "RF")  AND
                       (WK-RFR-KEY-NO  IS  NUMERIC)  THEN
                     PERFORM  HENKIN-MATCH-RTN
                   ELSE
                     PERFORM  MATCH-RTN
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  ZGN-FILE.
       RESULT-EXT.
           EXIT.
      ********************************************************
      * 結果1件の照合　仕入先×振込指定日の提案済み明細の合計
      * （相殺したデビットノートを差し引く）が振込金額と一致すれば
      * 反映予定へ積む
      ********************************************************
       MATCH-RTN                  SECTION.
           MOVE  ZGN-D-KOKYAKU-1(1:4)  TO  WK-SHIIRE-COD.
           MOVE  ZGN-D-KOKYAKU-2(1:8)  TO  WK-SHITEI-X.
           MOVE  ZERO  TO  WK-SHITEI-YMD.
           IF  WK-SHITEI-X  IS  NUMERIC  THEN
             MOVE  WK-SHITEI-X  TO  WK-SHITEI-YMD
           END-IF.
           IF  ZGN-D-KEKKA  =  "0"  THEN
             MOVE  "振込済"  TO  WK-KEKKA-MEI
           ELSE
             MOVE  "振込不能"  TO  WK-KEKKA-MEI
           END-IF.
           MOVE  ZERO  TO  WK-GOKEI.
           MOVE  ZERO  TO  WK-HIT-CNT.
           PERFORM  VARYING  APLT-IDX  FROM  1  BY  1
             UNTIL  APLT-IDX  >  APLT-CNT
             MOVE  APLT-IMG(APLT-IDX)  TO  WK-APL-REC-1
             IF  (APL-STATUS OF WK-APL-REC-1  =  "P")  AND
                 (APL-SHIIRE-COD OF WK-APL-REC-1  =  WK-SHIIRE-COD)
                 AND
                 (APL-SHIHARAI-YMD OF WK-APL-REC-1  =
                  WK-SHITEI-YMD)  THEN
               ADD  APL-KINGAKU OF WK-APL-REC-1  TO  WK-GOKEI
               ADD  1  TO  WK-HIT-CNT
             END-IF
           END-PERFORM.
           PERFORM  VARYING  DBNT-IDX  FROM  1  BY  1
             UNTIL  DBNT-IDX  >  DBNT-CNT
             MOVE  DBNT-IMG(DBNT-IDX)  TO  WK-DBN-REC-1
             IF  (DBN-STATUS OF WK-DBN-REC-1  =  "N")  AND
                 (DBN-SHIIRE-COD OF WK-DBN-REC-1  =  WK-SHIIRE-COD)
                 AND
                 (DBN-SOUSAI-YMD OF WK-DBN-REC-1  =
                  WK-SHITEI-YMD)  THEN
               SUBTRACT  DBN-KINGAKU OF WK-DBN-REC-1  FROM  WK-GOKEI
             END-IF
           END-PERFORM.
           MOVE  ZGN-D-KINGAKU  TO  WK-KIN-DISP.
           MOVE  WK-GOKEI       TO  WK-KIN-DISP2.
           MOVE  SPACE  TO  RPT-REC.
           EVALUATE  TRUE
             WHEN  WK-HIT-CNT  =  0
               ADD  1  TO  ERR-CNT
               STRING  "ＮＧ "  DELIMITED BY SIZE
                       WK-SHIIRE-COD  DELIMITED BY SIZE
                       " "  DELIMITED BY SIZE
                       WK-SHITEI-X  DELIMITED BY SIZE
                       " 提案済み明細なし 振込額="
                         DELIMITED BY SIZE
                       WK-KIN-DISP  DELIMITED BY SIZE
                 INTO  RPT-REC
             WHEN  WK-GOKEI  NOT  =  ZGN-D-KINGAKU
               ADD  1  TO  ERR-CNT
               STRING  "ＮＧ "  DELIMITED BY SIZE
                       WK-SHIIRE-COD  DELIMITED BY SIZE
                       " "  DELIMITED BY SIZE
                       WK-SHITEI-X  DELIMITED BY SIZE
                       " 金額不一致 振込額="  DELIMITED BY SIZE
                       WK-KIN-DISP  DELIMITED BY SIZE
                       " 台帳="  DELIMITED BY SIZE
                       WK-KIN-DISP2  DELIMITED BY SIZE
                 INTO  RPT-REC
             WHEN  OTHER
               IF  RES-CNT  <  2000  THEN
                 ADD  1  TO  RES-CNT
                 SET  RES-IDX  TO  RES-CNT
                 MOVE  WK-SHIIRE-COD  TO  RES-SHIIRE-COD(RES-IDX)
                 MOVE  WK-SHITEI-YMD  TO  RES-SHITEI-YMD(RES-IDX)
                 MOVE  ZGN-D-KEKKA    TO  RES-KEKKA(RES-IDX)
                 MOVE  SPACE          TO  RES-KBN(RES-IDX)
                 MOVE  0              TO  RES-RFR-POS(RES-IDX)
               END-IF
               STRING  "  "  DELIMITED BY SIZE
                       WK-SHIIRE-COD  DELIMITED BY SIZE
                       " "  DELIMITED BY SIZE
                       WK-SHITEI-X  DELIMITED BY SIZE
                       " "  DELIMITED BY SIZE
                       WK-KEKKA-MEI  DELIMITED BY SIZE
                       " 結果コード="  DELIMITED BY SIZE
                       ZGN-D-KEKKA  DELIMITED BY SIZE
                       " 金額="  DELIMITED BY SIZE
                       WK-KIN-DISP  DELIMITED BY SIZE
                 INTO  RPT-REC
           END-EVALUATE.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 返金の結果1件の照合　返金番号・振込指定日の振込提案済みの
      * 返金が振込金額と一致すれば反映予定へ積む
      ********************************************************
       HENKIN-MATCH-RTN           SECTION.
           MOVE  WK-RFR-KEY-NO  TO  WK-RFR-NO.
           MOVE  ZGN-D-KOKYAKU-2(1:8)  TO  WK-SHITEI-X.
           MOVE  ZERO  TO  WK-SHITEI-YMD.
           IF  WK-SHITEI-X  IS  NUMERIC  THEN
             MOVE  WK-SHITEI-X  TO  WK-SHITEI-YMD
           END-IF.
           IF  ZGN-D-KEKKA  =  "0"  THEN
             MOVE  "振込済"  TO  WK-KEKKA-MEI
           ELSE
             MOVE  "振込不能"  TO  WK-KEKKA-MEI
           END-IF.
           MOVE  0  TO  WK-RFR-POS.
           PERFORM  VARYING  RFRT-IDX  FROM  1  BY  1
             UNTIL  (RFRT-IDX  >  RFRT-CNT)  OR  (WK-RFR-POS  >  0)
             MOVE  RFRT-IMG(RFRT-IDX)  TO  WK-RFR-REC-1
             IF  (RFR-NO OF WK-RFR-REC-1  =  WK-RFR-NO)  AND
                 (RFR-STATUS OF WK-RFR-REC-1  =  "P")  AND
                 (RFR-SHITEI-YMD OF WK-RFR-REC-1  =
                  WK-SHITEI-YMD)  THEN
               SET  WK-RFR-POS  TO  RFRT-IDX
             END-IF
           END-PERFORM.
           IF  WK-RFR-POS  >  0  THEN
             MOVE  RFRT-IMG(WK-RFR-POS)  TO  WK-RFR-REC-1
             MOVE  RFR-KINGAKU OF WK-RFR-REC-1  TO  WK-KIN-DISP2
           END-IF.
           MOVE  ZGN-D-KINGAKU  TO  WK-KIN-DISP.
           MOVE  SPACE  TO  RPT-REC.
           EVALUATE  TRUE
             WHEN  WK-RFR-POS  =  0
               ADD  1  TO  ERR-CNT
               STRING  "ＮＧ 返金"  DELIMITED BY SIZE
                       WK-RFR-KEY-NO  DELIMITED BY SIZE
                       " "  DELIMITED BY SIZE
                       WK-SHITEI-X  DELIMITED BY SIZE
                       " 振込提案済みの返金なし 振込額="
                         DELIMITED BY SIZE
                       WK-KIN-DISP  DELIMITED BY SIZE
                 INTO  RPT-REC
             WHEN  RFR-KINGAKU OF WK-RFR-REC-1  NOT  =  ZGN-D-KINGAKU
               ADD  1  TO  ERR-CNT
               STRING  "ＮＧ 返金"  DELIMITED BY SIZE
                       WK-RFR-KEY-NO  DELIMITED BY SIZE
                       " "  DELIMITED BY SIZE
                       WK-SHITEI-X  DELIMITED BY SIZE
                       " 金額不一致 振込額="  DELIMITED BY SIZE
                       WK-KIN-DISP  DELIMITED BY SIZE
                       " 台帳="  DELIMITED BY SIZE
                       WK-KIN-DISP2  DELIMITED BY SIZE
                 INTO  RPT-REC
             WHEN  OTHER
               IF  RES-CNT  <  2000  THEN
                 ADD  1  TO  RES-CNT
                 SET  RES-IDX  TO  RES-CNT
                 MOVE  RFR-TOKU-COD OF WK-RFR-REC-1
                   TO  RES-SHIIRE-COD(RES-IDX)
                 MOVE  WK-SHITEI-YMD  TO  RES-SHITEI-YMD(RES-IDX)
                 MOVE  ZGN-D-KEKKA    TO  RES-KEKKA(RES-IDX)
                 MOVE  "R"            TO  RES-KBN(RES-IDX)
                 MOVE  WK-RFR-POS     TO  RES-RFR-POS(RES-IDX)
               END-IF
               STRING  "  返金"  DELIMITED BY SIZE
                       WK-RFR-KEY-NO  DELIMITED BY SIZE
                       " 得意先="  DELIMITED BY SIZE
                       RFR-TOKU-COD OF WK-RFR-REC-1
                         DELIMITED BY SIZE
                       " "  DELIMITED BY SIZE
                       WK-SHITEI-X  DELIMITED BY SIZE
                       " "  DELIMITED BY SIZE
                       WK-KEKKA-MEI  DELIMITED BY SIZE
                       " 結果コード="  DELIMITED BY SIZE
                       ZGN-D-KEKKA  DELIMITED BY SIZE
                       " 金額="  DELIMITED BY SIZE
                       WK-KIN-DISP  DELIMITED BY SIZE
                 INTO  RPT-REC
           END-EVALUATE.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 反映予定の台帳への反映　振込済は支払済("S")、振込不能は
      * 未提案(SPACE)・支払日ゼロへ戻す
      ********************************************************
       APPLY-RTN                  SECTION.
           PERFORM  VARYING  RES-IDX  FROM  1  BY  1
             UNTIL  RES-IDX  >  RES-CNT
             IF  RES-KEKKA(RES-IDX)  =  "0"  THEN
               ADD  1  TO  PAID-CNT
             ELSE
               ADD  1  TO  REJECT-CNT
             END-IF
             IF  RES-KBN(RES-IDX)  =  "R"  THEN
               PERFORM  HENKIN-APPLY-RTN
             ELSE
               PERFORM  APL-APPLY-RTN
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 仕入先1件の結果の仕入債務台帳への反映（振込不能は
      * デビットノートの相殺も取り消す）
      ********************************************************
       APL-APPLY-RTN              SECTION.
           PERFORM  VARYING  APLT-IDX  FROM  1  BY  1
             UNTIL  APLT-IDX  >  APLT-CNT
             MOVE  APLT-IMG(APLT-IDX)  TO  WK-APL-REC-1
             IF  (APL-STATUS OF WK-APL-REC-1  =  "P")  AND
                 (APL-SHIIRE-COD OF WK-APL-REC-1  =
                  RES-SHIIRE-COD(RES-IDX))  AND
                 (APL-SHIHARAI-YMD OF WK-APL-REC-1  =
                  RES-SHITEI-YMD(RES-IDX))  THEN
               IF  RES-KEKKA(RES-IDX)  =  "0"  THEN
                 MOVE  "S"  TO  APL-STATUS OF WK-APL-REC-1
               ELSE
                 MOVE  SPACE  TO  APL-STATUS OF WK-APL-REC-1
                 MOVE  ZERO
                   TO  APL-SHIHARAI-YMD OF WK-APL-REC-1
               END-IF
               MOVE  WK-APL-REC-1  TO  APLT-IMG(APLT-IDX)
             END-IF
           END-PERFORM.
           IF  RES-KEKKA(RES-IDX)  NOT  =  "0"  THEN
             PERFORM  TORIKESHI-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 返金1件の結果の返金レジスタへの反映　振込済は"S"、振込
      * 不能は未振込(SPACE)・振込指定日ゼロへ戻す
      ********************************************************
       HENKIN-APPLY-RTN           SECTION.
           MOVE  RFRT-IMG(RES-RFR-POS(RES-IDX))  TO  WK-RFR-REC-1.
           IF  RES-KEKKA(RES-IDX)  =  "0"  THEN
             MOVE  "S"  TO  RFR-STATUS OF WK-RFR-REC-1
           ELSE
             MOVE  SPACE  TO  RFR-STATUS OF WK-RFR-REC-1
             MOVE  ZERO   TO  RFR-SHITEI-YMD OF WK-RFR-REC-1
           END-IF.
           MOVE  WK-RFR-REC-1  TO  RFRT-IMG(RES-RFR-POS(RES-IDX)).
           ADD  1  TO  HENKIN-UPD-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 振込不能の仕入先のデビットノート相殺取消（未相殺へ戻し、
      * 次回の支払提案で再度相殺する）
      ********************************************************
       TORIKESHI-RTN              SECTION.
           PERFORM  VARYING  DBNT-IDX  FROM  1  BY  1
             UNTIL  DBNT-IDX  >  DBNT-CNT
             MOVE  DBNT-IMG(DBNT-IDX)  TO  WK-DBN-REC-1
             IF  (DBN-STATUS OF WK-DBN-REC-1  =  "N")  AND
                 (DBN-SHIIRE-COD OF WK-DBN-REC-1  =
                  RES-SHIIRE-COD(RES-IDX))  AND
                 (DBN-SOUSAI-YMD OF WK-DBN-REC-1  =
                  RES-SHITEI-YMD(RES-IDX))  THEN
               MOVE  SPACE  TO  DBN-STATUS OF WK-DBN-REC-1
               MOVE  ZERO   TO  DBN-SOUSAI-YMD OF WK-DBN-REC-1
               MOVE  WK-DBN-REC-1  TO  DBNT-IMG(DBNT-IDX)
               ADD  1  TO  TORIKESHI-CNT
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 仕入債務台帳の書き戻し（支払状況を反映）
      ********************************************************
       REWRITE-APL-RTN            SECTION.
           IF  APLT-CNT  >  0  THEN
             OPEN  OUTPUT  APL-FILE
             PERFORM  VARYING  APLT-IDX  FROM  1  BY  1
               UNTIL  APLT-IDX  >  APLT-CNT
               MOVE  APLT-IMG(APLT-IDX)  TO  APL-REC
               WRITE  APL-REC
             END-PERFORM
             CLOSE  APL-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * デビットノート台帳の書き戻し（相殺取消を反映）
      ********************************************************
       REWRITE-DBN-RTN            SECTION.
           IF  TORIKESHI-CNT  >  0  THEN
             OPEN  OUTPUT  DBN-FILE
             PERFORM  VARYING  DBNT-IDX  FROM  1  BY  1
               UNTIL  DBNT-IDX  >  DBNT-CNT
               MOVE  DBNT-IMG(DBNT-IDX)  TO  DBN-REC
               WRITE  DBN-REC
             END-PERFORM
             CLOSE  DBN-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 返金レジスタの書き戻し（振込状況を反映）
      ********************************************************
       REWRITE-RFR-RTN            SECTION.
           IF  HENKIN-UPD-CNT  >  0  THEN
             OPEN  OUTPUT  RFR-FILE
             PERFORM  VARYING  RFRT-IDX  FROM  1  BY  1
               UNTIL  RFRT-IDX  >  RFRT-CNT
               MOVE  RFRT-IMG(RFRT-IDX)  TO  RFR-REC
               WRITE  RFR-REC
             END-PERFORM
             CLOSE  RFR-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           IF  ERR-CNT  >  0  THEN
             MOVE  SPACE  TO  RPT-REC
             MOVE  "※例外があるため台帳は未更新"
               TO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
           CLOSE  RPT-FILE.
           DISPLAY  "結果読込= "  ZGN-CNT.
           DISPLAY  "振込済=   "  PAID-CNT.
           DISPLAY  "振込不能= "  REJECT-CNT.
           DISPLAY  "相殺取消= "  TORIKESHI-CNT.
           DISPLAY  "返金反映= "  HENKIN-UPD-CNT.
           DISPLAY  "例外=     "  ERR-CNT.
           DISPLAY  "*** END KZBM027 ***".
       EXT.
           EXIT.
