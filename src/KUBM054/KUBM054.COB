       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM054.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：未充当入金の返金　承認反映（二人承認の後段）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：担当者の確認を権限照合のみ(C)に変更し、
      *                 ロック中の担当者を差し戻す
      ********************************************************
      *返金の承認待ちファイル(RFP、KUBM053出力)のうち承認者が
      *承認区分を記入した申請を処理する。
      *  "A"=承認　提出者と承認者が同一の申請は二人承認違反として
      *      反映せず差し戻す。
      *      未充当入金台帳(UNA)の同じ得意先・入金日の明細の残額
      *      (UNA-ZAN)を台帳の並び順に申請額だけ取り崩し、取り崩した
      *      明細ごとに発生理由"R"（返金）の記録行（入金日＝元の
      *      入金日、発生額＝取り崩し額のマイナス、残額ゼロ）を台帳
      *      へ追加する。台帳の発生額と返金記録の合計で、入金が
      *      どこへ返金されたかを追えるようにする。
      *      返金は返金番号（返金レジスタの最大値＋1）を採番して
      *      返金レジスタ(RFR、KUCFRFR形式)へ未振込で追記する。
      *      振込は支払提案(KZBM026)が仕入先への支払と同じ総合振込
      *      データへ載せ、振込結果の反映(KZBM027)が振込済とする。
      *      未充当入金は得意先残高(CFTOK-ZANDAKA)へ反映されて
      *      いないため、返金でも得意先マスタは更新しない。
      *  "R"=却下　反映せず処理済みにする（操作記録は残す）
      *承認者は担当者マスタの返金承認権限(H)を確認する。
      *承認までに充当実行(KUBM042)・他の返金で未充当残が申請額を
      *下回った申請は失効とする。
      *権限のない承認者・承認者の記入もれ・二人承認違反の申請は
      *承認区分を消して差し戻し、完了コード8で終了する。
      *未記入の申請は次回へ持ち越す。処理した申請は処理済み("D")
      *と処理結果・処理日を記入して書き戻す。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *承認待ちファイル（読込後、処理済み状態を書き戻す）
           SELECT  RFP-FILE  ASSIGN TO  EXTERNAL  RFP
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS RFP-STATUS.
      *未充当入金台帳（読込後、取り崩し後の姿で書き戻す）
           SELECT  UNA-FILE  ASSIGN TO  EXTERNAL  UNA
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS UNA-STATUS.
      *返金レジスタ（返金番号の採番のため読込後、反映分を追記）
           SELECT  RFR-FILE  ASSIGN TO  EXTERNAL  RFR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS RFR-STATUS-WS.
      *OUTPUT 反映結果・差し戻し一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  RFP-FILE.
       01  RFP-REC.
           COPY  KUCFRFP.
       FD  UNA-FILE.
       01  UNA-REC.
           COPY  KUCFUNA.
       FD  RFR-FILE.
       01  RFR-REC.
           COPY  KUCFRFR.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  RFP-STATUS             PIC  X(2)    VALUE  SPACE.
       01  UNA-STATUS             PIC  X(2)    VALUE  SPACE.
       01  RFR-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  RFP-CNT                PIC  9(5)    VALUE  0.
       01  UPD-CNT                PIC  9(5)    VALUE  0.
       01  REJ-CNT                PIC  9(5)    VALUE  0.
       01  LAPSE-CNT              PIC  9(5)    VALUE  0.
       01  NG-CNT                 PIC  9(5)    VALUE  0.
       01  KEEP-CNT               PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-TODAY-YMD           PIC  9(8)    VALUE  0.
      *返金番号（返金レジスタの最大値、反映のたびに＋1）
       01  WK-RFR-NO              PIC  9(7)    VALUE  0.
      *承認待ちのテーブル退避（処理済み反映後に全件書き戻す）
       01  RFPT-CNT               PIC  9(4)    VALUE  ZERO.
       01  RFPT-OVER-FLG          PIC  X       VALUE  "N".
       01  RFPT-TBL.
         02  RFPT-ENT  OCCURS 2000 TIMES INDEXED BY RFPT-IDX.
           03  RFPT-IMG           PIC  X(86).
       01  WK-RFP-REC-1.
           COPY  KUCFRFP.
      *未充当入金台帳のテーブル退避（取り崩し後に全件書き戻す。
      *返金記録の行は末尾へ追加する）
       01  UNAT-CNT               PIC  9(4)    VALUE  ZERO.
       01  UNAT-OVER-FLG          PIC  X       VALUE  "N".
       01  UNAT-TBL.
         02  UNAT-ENT  OCCURS 9999 TIMES INDEXED BY UNAT-IDX.
           03  UNAT-IMG           PIC  X(31).
       01  WK-UNA-REC-1.
           COPY  KUCFUNA.
       01  WK-UNA-REC-2.
           COPY  KUCFUNA.
      *取り崩しの作業領域　未充当残の合計・残り・今回取り崩し額
       01  WK-ZAN-SUM             PIC  S9(11)  VALUE  0.
       01  WK-ZAN-CNT             PIC  9(4)    VALUE  0.
       01  WK-NOKORI              PIC  S9(9)   VALUE  0.
       01  WK-TORI                PIC  S9(9)   VALUE  0.
       01  WK-LAST-IDX            PIC  9(4)    VALUE  0.
      *申請1件の判定用
       01  WK-ERR-MSG             PIC  X(40)   VALUE  SPACE.
       01  WK-SHORI-MEI           PIC  X(12)   VALUE  SPACE.
      *担当者認証・操作記録(KCBS070)への連絡領域　同じ承認者の
      *連続する申請は前回の確認結果を使う
       COPY  KCBS070P.
       01  WK-CHK-OPR-ID          PIC  X(8)    VALUE  HIGH-VALUE.
       01  WK-CHK-RCD             PIC  X       VALUE  SPACE.
      *編集用
       01  WK-KIN-DISP            PIC  ---,---,--9.
       01  WK-KIN-DISP2           PIC  ---,---,--9.
      *ジョブ統計ロガー(KCBS020)への連絡領域
       COPY  KCBS020P.
      *完了コード　0=正常 8=差し戻しあり
      *           16=承認待ち・未充当入金台帳の上限超過
       01  WK-COMP-CD             PIC  9(2)    VALUE  ZERO.
      ********************************************************
      * 返金承認反映の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KUBM054 ***".
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-START-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-START-TIME.
           PERFORM  INIT-RTN.
           PERFORM  LOAD-RFP-RTN.
           PERFORM  LOAD-UNA-RTN.
           PERFORM  LOAD-RFR-RTN.
           EVALUATE  TRUE
             WHEN  (RFPT-OVER-FLG  =  "Y")  OR
                   (UNAT-OVER-FLG  =  "Y")
               DISPLAY  "*** 承認待ち・未充当入金台帳"
                        "上限超過　反映せず"
               MOVE  16  TO  WK-COMP-CD
             WHEN  OTHER
               PERFORM  JUDGE-RTN
               IF  UPD-CNT  >  0  THEN
                 PERFORM  REWRITE-UNA-RTN
               END-IF
               PERFORM  REWRITE-RFP-RTN
               IF  NG-CNT  >  0  THEN
                 MOVE  8  TO  WK-COMP-CD
               END-IF
           END-EVALUATE.
           PERFORM  TERM-RTN.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-TODAY-YMD.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "未充当入金の返金　承認反映結果"
             TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 承認待ちファイルの全件読込
      ********************************************************
       LOAD-RFP-RTN               SECTION.
           OPEN  INPUT  RFP-FILE.
           IF  RFP-STATUS  NOT  =  "00"  THEN
             DISPLAY  "承認待ちファイルなし"
             GO  TO  LOAD-RFP-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  RFP-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  RFP-CNT
                 IF  RFPT-CNT  <  2000  THEN
                   ADD  1  TO  RFPT-CNT
                   SET  RFPT-IDX  TO  RFPT-CNT
                   MOVE  RFP-REC  TO  RFPT-IMG(RFPT-IDX)
                 ELSE
                   MOVE  "Y"  TO  RFPT-OVER-FLG
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  RFP-FILE.
       LOAD-RFP-EXT.
           EXIT.
      ********************************************************
      * 未充当入金台帳の全件読込（KUBM042と同じ技法）
      ********************************************************
       LOAD-UNA-RTN               SECTION.
           OPEN  INPUT  UNA-FILE.
           IF  UNA-STATUS  NOT  =  "00"  THEN
             DISPLAY  "未充当入金台帳なし"
             GO  TO  LOAD-UNA-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  UNA-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 IF  UNAT-CNT  <  9999  THEN
                   ADD  1  TO  UNAT-CNT
                   SET  UNAT-IDX  TO  UNAT-CNT
                   MOVE  UNA-REC  TO  UNAT-IMG(UNAT-IDX)
                 ELSE
                   MOVE  "Y"  TO  UNAT-OVER-FLG
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  UNA-FILE.
       LOAD-UNA-EXT.
           EXIT.
      ********************************************************
      * 返金レジスタの読込　返金番号の最大値を得る
      ********************************************************
       LOAD-RFR-RTN               SECTION.
           OPEN  INPUT  RFR-FILE.
           IF  RFR-STATUS-WS  NOT  =  "00"  THEN
             GO  TO  LOAD-RFR-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  RFR-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 IF  (RFR-NO  IS  NUMERIC)  AND
                     (RFR-NO  >  WK-RFR-NO)  THEN
                   MOVE  RFR-NO  TO  WK-RFR-NO
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  RFR-FILE.
       LOAD-RFR-EXT.
           EXIT.
      ********************************************************
      * 判定　承認(A)は反映、却下(R)は落とし、未記入は持ち越す
      ********************************************************
       JUDGE-RTN                  SECTION.
           PERFORM  VARYING  RFPT-IDX  FROM  1  BY  1
             UNTIL  RFPT-IDX  >  RFPT-CNT
             MOVE  RFPT-IMG(RFPT-IDX)  TO  WK-RFP-REC-1
             IF  RFP-DONE-FLG OF WK-RFP-REC-1  =  "D"  THEN
               CONTINUE
             ELSE
               EVALUATE  RFP-APPROVE-FLG OF WK-RFP-REC-1
                 WHEN  "A"
                   PERFORM  APPROVE-RTN
                 WHEN  "R"
                   PERFORM  REJECT-RTN
                 WHEN  OTHER
                   ADD  1  TO  KEEP-CNT
               END-EVALUATE
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 承認申請の反映　二人承認・承認者の権限、未充当残を
      * 確かめたうえで取り崩し、返金レジスタへ記録する
      ********************************************************
       APPROVE-RTN                SECTION.
           PERFORM  OPR-CHECK-RTN.
           IF  WK-ERR-MSG  =  SPACE  THEN
             IF  RFP-SUBMIT-OPR OF WK-RFP-REC-1  =
                 RFP-APPROVE-OPR OF WK-RFP-REC-1  THEN
               MOVE  "二人承認違反（提出者同一）"
                 TO  WK-ERR-MSG
             END-IF
           END-IF.
           IF  WK-ERR-MSG  NOT  =  SPACE  THEN
             PERFORM  SENDBACK-RTN
             GO  TO  APPROVE-EXT
           END-IF.
      *同じ得意先・入金日の未充当残の合計と取り崩す明細の数
           MOVE  0  TO  WK-ZAN-SUM  WK-ZAN-CNT.
           PERFORM  VARYING  UNAT-IDX  FROM  1  BY  1
             UNTIL  UNAT-IDX  >  UNAT-CNT
             MOVE  UNAT-IMG(UNAT-IDX)  TO  WK-UNA-REC-1
             IF  (UNA-TOKU-COD OF WK-UNA-REC-1  =
                  RFP-TOKU-COD OF WK-RFP-REC-1)  AND
                 (UNA-YMD OF WK-UNA-REC-1  =
                  RFP-UNA-YMD OF WK-RFP-REC-1)  AND
                 (UNA-ZAN OF WK-UNA-REC-1  >  0)  THEN
               ADD  UNA-ZAN OF WK-UNA-REC-1  TO  WK-ZAN-SUM
               ADD  1  TO  WK-ZAN-CNT
             END-IF
           END-PERFORM.
           IF  WK-ZAN-CNT  =  0  THEN
             MOVE  "未充当入金なし（充当済み等）"
               TO  WK-ERR-MSG
             PERFORM  LAPSE-RTN
             GO  TO  APPROVE-EXT
           END-IF.
           IF  RFP-KINGAKU OF WK-RFP-REC-1  >  WK-ZAN-SUM  THEN
             MOVE  "未充当残不足（提出後に充当等）"
               TO  WK-ERR-MSG
             PERFORM  LAPSE-RTN
             GO  TO  APPROVE-EXT
           END-IF.
           IF  UNAT-CNT  +  WK-ZAN-CNT  >  9999  THEN
             MOVE  "未充当入金台帳上限超過"  TO  WK-ERR-MSG
             PERFORM  SENDBACK-RTN
             GO  TO  APPROVE-EXT
           END-IF.
           PERFORM  TORIKUZUSHI-RTN.
           ADD  1  TO  WK-RFR-NO.
           PERFORM  RFR-WRITE-RTN.
           ADD  1  TO  UPD-CNT.
           MOVE  "返金反映"  TO  WK-SHORI-MEI.
           MOVE  "D"  TO  RFP-DONE-FLG OF WK-RFP-REC-1.
           MOVE  "U"  TO  RFP-KEKKA OF WK-RFP-REC-1.
           MOVE  WK-TODAY-YMD  TO  RFP-DONE-YMD OF WK-RFP-REC-1.
           MOVE  WK-RFP-REC-1  TO  RFPT-IMG(RFPT-IDX).
           PERFORM  OPR-LOG-RTN.
           PERFORM  RESULT-LIST-RTN.
       APPROVE-EXT.
           EXIT.
      ********************************************************
      * 未充当残の取り崩し　同じ得意先・入金日の明細を台帳の並び
      * 順に取り崩し、明細ごとに返金記録(R)の行を末尾へ追加する
      ********************************************************
       TORIKUZUSHI-RTN            SECTION.
           MOVE  RFP-KINGAKU OF WK-RFP-REC-1  TO  WK-NOKORI.
           MOVE  UNAT-CNT  TO  WK-LAST-IDX.
           PERFORM  VARYING  UNAT-IDX  FROM  1  BY  1
             UNTIL  (UNAT-IDX  >  WK-LAST-IDX)  OR
                    (WK-NOKORI  <=  0)
             MOVE  UNAT-IMG(UNAT-IDX)  TO  WK-UNA-REC-1
             IF  (UNA-TOKU-COD OF WK-UNA-REC-1  =
                  RFP-TOKU-COD OF WK-RFP-REC-1)  AND
                 (UNA-YMD OF WK-UNA-REC-1  =
                  RFP-UNA-YMD OF WK-RFP-REC-1)  AND
                 (UNA-ZAN OF WK-UNA-REC-1  >  0)  THEN
               IF  WK-NOKORI  >=  UNA-ZAN OF WK-UNA-REC-1  THEN
                 MOVE  UNA-ZAN OF WK-UNA-REC-1  TO  WK-TORI
               ELSE
                 MOVE  WK-NOKORI  TO  WK-TORI
               END-IF
               SUBTRACT  WK-TORI  FROM  UNA-ZAN OF WK-UNA-REC-1
               SUBTRACT  WK-TORI  FROM  WK-NOKORI
               MOVE  WK-UNA-REC-1  TO  UNAT-IMG(UNAT-IDX)
      *返金記録の行（発生理由R、発生額は取り崩し額のマイナス）
               MOVE  SPACE  TO  WK-UNA-REC-2
               MOVE  UNA-YMD OF WK-UNA-REC-1
                 TO  UNA-YMD OF WK-UNA-REC-2
               MOVE  UNA-TOKU-COD OF WK-UNA-REC-1
                 TO  UNA-TOKU-COD OF WK-UNA-REC-2
               MOVE  "R"  TO  UNA-RIYU OF WK-UNA-REC-2
               COMPUTE  UNA-KINGAKU OF WK-UNA-REC-2  =  0  -  WK-TORI
               MOVE  0  TO  UNA-ZAN OF WK-UNA-REC-2
               ADD  1  TO  UNAT-CNT
               MOVE  WK-UNA-REC-2  TO  UNAT-IMG(UNAT-CNT)
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 返金レジスタへの追記（未振込）
      ********************************************************
       RFR-WRITE-RTN              SECTION.
           OPEN  EXTEND  RFR-FILE.
           IF  RFR-STATUS-WS  NOT  =  "00"  THEN
             OPEN  OUTPUT  RFR-FILE
           END-IF.
           MOVE  SPACE  TO  RFR-REC.
           MOVE  WK-RFR-NO     TO  RFR-NO.
           MOVE  WK-TODAY-YMD  TO  RFR-YMD.
           MOVE  RFP-TOKU-COD OF WK-RFP-REC-1  TO  RFR-TOKU-COD.
           MOVE  RFP-UNA-YMD OF WK-RFP-REC-1   TO  RFR-UNA-YMD.
           MOVE  RFP-KINGAKU OF WK-RFP-REC-1   TO  RFR-KINGAKU.
           MOVE  SPACE  TO  RFR-STATUS.
           MOVE  0      TO  RFR-SHITEI-YMD.
           MOVE  RFP-SUBMIT-OPR OF WK-RFP-REC-1   TO  RFR-SUBMIT-OPR.
           MOVE  RFP-APPROVE-OPR OF WK-RFP-REC-1  TO  RFR-APPROVE-OPR.
           MOVE  RFP-RIYU OF WK-RFP-REC-1  TO  RFR-RIYU.
           WRITE  RFR-REC.
           CLOSE  RFR-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 却下申請の処理　反映せずに処理済みへ落とす
      ********************************************************
       REJECT-RTN                 SECTION.
           PERFORM  OPR-CHECK-RTN.
           IF  WK-ERR-MSG  NOT  =  SPACE  THEN
             PERFORM  SENDBACK-RTN
             GO  TO  REJECT-EXT
           END-IF.
           ADD  1  TO  REJ-CNT.
           MOVE  "D"  TO  RFP-DONE-FLG OF WK-RFP-REC-1.
           MOVE  "R"  TO  RFP-KEKKA OF WK-RFP-REC-1.
           MOVE  WK-TODAY-YMD  TO  RFP-DONE-YMD OF WK-RFP-REC-1.
           MOVE  WK-RFP-REC-1  TO  RFPT-IMG(RFPT-IDX).
           MOVE  "却下"  TO  WK-SHORI-MEI.
           PERFORM  OPR-LOG-RTN.
           MOVE  RFP-KINGAKU OF WK-RFP-REC-1  TO  WK-KIN-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "却下 得意先="  DELIMITED BY SIZE
                   RFP-TOKU-COD OF WK-RFP-REC-1  DELIMITED BY SIZE
                   " 入金日="  DELIMITED BY SIZE
                   RFP-UNA-YMD OF WK-RFP-REC-1  DELIMITED BY SIZE
                   " 額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
                   " 提出者="  DELIMITED BY SIZE
                   RFP-SUBMIT-OPR OF WK-RFP-REC-1
                     DELIMITED BY SIZE
                   " 承認者="  DELIMITED BY SIZE
                   RFP-APPROVE-OPR OF WK-RFP-REC-1
                     DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       REJECT-EXT.
           EXIT.
      ********************************************************
      * 失効　未充当入金なし・未充当残不足は反映せず処理済みに
      * する（必要なら改めて申請する）
      ********************************************************
       LAPSE-RTN                  SECTION.
           ADD  1  TO  LAPSE-CNT.
           MOVE  "D"  TO  RFP-DONE-FLG OF WK-RFP-REC-1.
           MOVE  "S"  TO  RFP-KEKKA OF WK-RFP-REC-1.
           MOVE  WK-TODAY-YMD  TO  RFP-DONE-YMD OF WK-RFP-REC-1.
           MOVE  WK-RFP-REC-1  TO  RFPT-IMG(RFPT-IDX).
           MOVE  SPACE  TO  RPT-REC.
           STRING  "失効 得意先="  DELIMITED BY SIZE
                   RFP-TOKU-COD OF WK-RFP-REC-1  DELIMITED BY SIZE
                   " 入金日="  DELIMITED BY SIZE
                   RFP-UNA-YMD OF WK-RFP-REC-1  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-ERR-MSG  DELIMITED BY SPACE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 差し戻し　承認区分・承認者を消して次回へ持ち越す
      ********************************************************
       SENDBACK-RTN               SECTION.
           ADD  1  TO  NG-CNT.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "差し戻し 得意先="  DELIMITED BY SIZE
                   RFP-TOKU-COD OF WK-RFP-REC-1  DELIMITED BY SIZE
                   " 入金日="  DELIMITED BY SIZE
                   RFP-UNA-YMD OF WK-RFP-REC-1  DELIMITED BY SIZE
                   " 承認者="  DELIMITED BY SIZE
                   RFP-APPROVE-OPR OF WK-RFP-REC-1
                     DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-ERR-MSG  DELIMITED BY SPACE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  SPACE  TO  RFP-APPROVE-FLG OF WK-RFP-REC-1.
           MOVE  SPACE  TO  RFP-APPROVE-OPR OF WK-RFP-REC-1.
           MOVE  WK-RFP-REC-1  TO  RFPT-IMG(RFPT-IDX).
           ADD  1  TO  KEEP-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 承認者の確認　返金承認権限(H)。承認者の記入もれは差し
      * 戻す。担当者マスタ未整備(O)の環境のみ記入された承認者の
      * まま続行を許す（KUBM052と同じ扱い）
      ********************************************************
       OPR-CHECK-RTN              SECTION.
           MOVE  SPACE  TO  WK-ERR-MSG.
           IF  RFP-APPROVE-OPR OF WK-RFP-REC-1  =  SPACE  THEN
             MOVE  "承認者の記入なし"  TO  WK-ERR-MSG
             GO  TO  OPR-CHECK-EXT
           END-IF.
           IF  RFP-APPROVE-OPR OF WK-RFP-REC-1  NOT  =  WK-CHK-OPR-ID
             THEN
             MOVE  "C"         TO  S070-ACTION
             MOVE  RFP-APPROVE-OPR OF WK-RFP-REC-1  TO  S070-OPR-ID
             MOVE  "KUBM054"   TO  S070-PGM-ID
             MOVE  "H"         TO  S070-FUNC
             CALL  "KCBS070"  USING  KCBS070-P1
             MOVE  RFP-APPROVE-OPR OF WK-RFP-REC-1  TO  WK-CHK-OPR-ID
             MOVE  S070-RCD    TO  WK-CHK-RCD
           END-IF.
           EVALUATE  WK-CHK-RCD
             WHEN  SPACE
               CONTINUE
             WHEN  "O"
               CONTINUE
             WHEN  "N"
               MOVE  "担当者未登録"  TO  WK-ERR-MSG
             WHEN  "L"
               MOVE  "担当者ロック中"  TO  WK-ERR-MSG
             WHEN  OTHER
               MOVE  "担当者権限なし"  TO  WK-ERR-MSG
           END-EVALUATE.
       OPR-CHECK-EXT.
           EXIT.
      ********************************************************
      * 操作記録　誰がどの得意先の返金をいくらで承認・却下したか
      ********************************************************
       OPR-LOG-RTN                SECTION.
           MOVE  RFP-KINGAKU OF WK-RFP-REC-1  TO  WK-KIN-DISP.
           MOVE  "A"         TO  S070-ACTION.
           MOVE  RFP-APPROVE-OPR OF WK-RFP-REC-1  TO  S070-OPR-ID.
           MOVE  "KUBM054"   TO  S070-PGM-ID.
           MOVE  SPACE       TO  S070-KEY.
           STRING  RFP-TOKU-COD OF WK-RFP-REC-1  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   RFP-UNA-YMD OF WK-RFP-REC-1  DELIMITED BY SIZE
             INTO  S070-KEY.
           MOVE  SPACE  TO  S070-TEXT.
           STRING  WK-SHORI-MEI  DELIMITED BY SPACE
                   " 額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
             INTO  S070-TEXT.
           CALL  "KCBS070"  USING  KCBS070-P1.
       EXT.
           EXIT.
      ********************************************************
      * 反映結果の出力　返金番号と取り崩し後の未充当残
      ********************************************************
       RESULT-LIST-RTN            SECTION.
           MOVE  RFP-KINGAKU OF WK-RFP-REC-1  TO  WK-KIN-DISP.
           COMPUTE  WK-KIN-DISP2  =  WK-ZAN-SUM
                                  -  RFP-KINGAKU OF WK-RFP-REC-1.
           MOVE  SPACE  TO  RPT-REC.
           STRING  WK-SHORI-MEI  DELIMITED BY SPACE
                   " 返金番号="  DELIMITED BY SIZE
                   WK-RFR-NO  DELIMITED BY SIZE
                   " 得意先="  DELIMITED BY SIZE
                   RFP-TOKU-COD OF WK-RFP-REC-1  DELIMITED BY SIZE
                   " 入金日="  DELIMITED BY SIZE
                   RFP-UNA-YMD OF WK-RFP-REC-1  DELIMITED BY SIZE
                   " 額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
                   " 未充当残="  DELIMITED BY SIZE
                   WK-KIN-DISP2  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  提出者="  DELIMITED BY SIZE
                   RFP-SUBMIT-OPR OF WK-RFP-REC-1
                     DELIMITED BY SIZE
                   " 承認者="  DELIMITED BY SIZE
                   RFP-APPROVE-OPR OF WK-RFP-REC-1
                     DELIMITED BY SIZE
                   " 理由="  DELIMITED BY SIZE
                   RFP-RIYU OF WK-RFP-REC-1  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 未充当入金台帳の書き戻し（取り崩し・返金記録を反映）
      ********************************************************
       REWRITE-UNA-RTN            SECTION.
           IF  UNAT-CNT  >  0  THEN
             OPEN  OUTPUT  UNA-FILE
             PERFORM  VARYING  UNAT-IDX  FROM  1  BY  1
               UNTIL  UNAT-IDX  >  UNAT-CNT
               MOVE  UNAT-IMG(UNAT-IDX)  TO  UNA-REC
               WRITE  UNA-REC
             END-PERFORM
             CLOSE  UNA-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 承認待ちファイルの書き戻し（処理済み状態を反映）
      ********************************************************
       REWRITE-RFP-RTN            SECTION.
           IF  RFPT-CNT  >  0  THEN
             OPEN  OUTPUT  RFP-FILE
             PERFORM  VARYING  RFPT-IDX  FROM  1  BY  1
               UNTIL  RFPT-IDX  >  RFPT-CNT
               MOVE  RFPT-IMG(RFPT-IDX)  TO  RFP-REC
               WRITE  RFP-REC
             END-PERFORM
             CLOSE  RFP-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           PERFORM  JOB-STAT-WRITE-RTN.
           CLOSE  RPT-FILE.
           DISPLAY  "読込件数= "  RFP-CNT.
           DISPLAY  "返金反映= "  UPD-CNT.
           DISPLAY  "却下　　= "  REJ-CNT.
           DISPLAY  "失効　　= "  LAPSE-CNT.
           DISPLAY  "差し戻し= "  NG-CNT.
           DISPLAY  "持ち越し= "  KEEP-CNT.
           DISPLAY  "*** END KUBM054 ***".
       EXT.
           EXIT.
      ********************************************************
      * ジョブ統計ロガー(KCBS020)へ本バッチの運転実績を1件追記する
      ********************************************************
       JOB-STAT-WRITE-RTN         SECTION.
           MOVE  "KUBM054"  TO  S020-PGM-ID.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-END-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-END-TIME.
           MOVE  RFP-CNT  TO  S020-IN-CNT.
           MOVE  UPD-CNT  TO  S020-OUT-CNT.
           CALL  "KCBS020"  USING  KCBS020-P1.
       EXT.
           EXIT.
