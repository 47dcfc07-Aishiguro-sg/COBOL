       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM049.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：与信限度額見直し　承認反映
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：担当者の確認を権限照合のみ(C)に変更し、
      *                 ロック中の担当者を差し戻す
      ********************************************************
      *与信限度額見直し提案ファイル(CLP、KUBM048出力)のうち審査者
      *が承認区分を記入した提案を処理する。
      *  "A"=承認　得意先マスタの与信限度額(CFTOK-CREDIT-LIMIT)を
      *      新限度額へ書き換える。書換は更新イメージジャーナラ
      *      (KCBS060)へ前後イメージを記帳し、担当者の操作記録
      *      (KCBS070)を残す。提案後に限度額が変わっていた（提案
      *      時の現限度額と一致しない）得意先は反映せず失効とする
      *  "R"=却下　反映せず処理済みにする（操作記録は残す）
      *審査者は担当者マスタの与信限度額承認権限(G)を確認する。
      *権限のない審査者・審査者の記入もれの提案は反映せず、
      *承認区分を消して差し戻し、完了コード8で終了する。
      *未記入の提案は次回へ持ち越す。処理した提案は処理済み("D")
      *と処理結果・処理日を記入して書き戻す。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *与信限度額見直し提案ファイル（読込後、処理済み状態を書き戻す）
           SELECT  CLP-FILE  ASSIGN TO  EXTERNAL  CLP
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS CLP-STATUS.
      *得意先マスタ（与信限度額の書換）
           SELECT  CMF-FILE  ASSIGN TO  EXTERNAL  CMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFTOK-TOKU-COD
                             FILE STATUS  IS CMF-STATUS.
      *OUTPUT 反映結果・差し戻し一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  CLP-FILE.
       01  CLP-REC.
           COPY  KUCFCLP.
       FD  CMF-FILE.
       01  CMF-REC.
           COPY  KCCFTOK.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  CLP-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CLP-CNT                PIC  9(5)    VALUE  0.
       01  UPD-CNT                PIC  9(5)    VALUE  0.
       01  REJ-CNT                PIC  9(5)    VALUE  0.
       01  LAPSE-CNT              PIC  9(5)    VALUE  0.
       01  NG-CNT                 PIC  9(5)    VALUE  0.
       01  KEEP-CNT               PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-TODAY-YMD           PIC  9(8)    VALUE  0.
      *得意先マスタのオープン状態（"Y"=オープン済み）
       01  WK-CMF-OPEN-FLG        PIC  X       VALUE  "N".
      *提案ファイルのテーブル退避（処理済み反映後に全件書き戻す）
       01  CLPT-CNT               PIC  9(4)    VALUE  ZERO.
       01  CLPT-OVER-FLG          PIC  X       VALUE  "N".
       01  CLPT-TBL.
         02  CLPT-ENT  OCCURS 2000 TIMES INDEXED BY CLPT-IDX.
           03  CLPT-IMG           PIC  X(92).
       01  WK-CLP-REC-1.
           COPY  KUCFCLP.
      *提案1件の判定用
       01  WK-ERR-MSG             PIC  X(40)   VALUE  SPACE.
       01  WK-SHORI-MEI           PIC  X(8)    VALUE  SPACE.
      *担当者認証・操作記録(KCBS070)への連絡領域　同じ審査者の
      *連続する提案は前回の確認結果を使う
       COPY  KCBS070P.
       01  WK-CHK-OPR-ID          PIC  X(8)    VALUE  HIGH-VALUE.
       01  WK-CHK-RCD             PIC  X       VALUE  SPACE.
      *更新イメージジャーナラ(KCBS060)への連絡領域と更新前退避
       COPY  KCBS060P.
       01  WK-CMF-OLD-IMG         PIC  X(200)  VALUE  SPACE.
      *編集用
       01  WK-OLD-DISP            PIC  ---,---,--9.
       01  WK-NEW-DISP            PIC  ---,---,--9.
       01  WK-CUR-DISP            PIC  ---,---,--9.
      ********************************************************
      * 承認反映の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KUBM049 ***".
           PERFORM  INIT-RTN.
           IF  WK-CMF-OPEN-FLG  =  "Y"  THEN
             PERFORM  LOAD-CLP-RTN
           END-IF.
           EVALUATE  TRUE
             WHEN  WK-CMF-OPEN-FLG  NOT  =  "Y"
               MOVE  16  TO  RETURN-CODE
             WHEN  CLPT-OVER-FLG  =  "Y"
               DISPLAY  "*** 提案ファイル上限超過"
                        "　反映せず"
               MOVE  8  TO  RETURN-CODE
             WHEN  OTHER
               PERFORM  JUDGE-RTN
               PERFORM  REWRITE-CLP-RTN
               IF  NG-CNT  >  0  THEN
                 MOVE  8  TO  RETURN-CODE
               END-IF
           END-EVALUATE.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      * 開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-TODAY-YMD.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "与信限度額見直し　承認反映結果"
             TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           OPEN  I-O  CMF-FILE.
           IF  CMF-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-CMF-OPEN-FLG
           ELSE
             DISPLAY  "CMFオープン異常 STATUS="  CMF-STATUS
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 提案ファイルの全件読込
      ********************************************************
       LOAD-CLP-RTN               SECTION.
           OPEN  INPUT  CLP-FILE.
           IF  CLP-STATUS  =  "35"  THEN
             DISPLAY  "提案ファイルなし"
             GO  TO  LOAD-CLP-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  CLP-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  CLP-CNT
                 IF  CLPT-CNT  <  2000  THEN
                   ADD  1  TO  CLPT-CNT
                   SET  CLPT-IDX  TO  CLPT-CNT
                   MOVE  CLP-REC  TO  CLPT-IMG(CLPT-IDX)
                 ELSE
                   MOVE  "Y"  TO  CLPT-OVER-FLG
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  CLP-FILE.
       LOAD-CLP-EXT.
           EXIT.
      ********************************************************
      * 判定　承認(A)は限度額を反映、却下(R)は落とし、未記入は
      * 持ち越す
      ********************************************************
       JUDGE-RTN                  SECTION.
           PERFORM  VARYING  CLPT-IDX  FROM  1  BY  1
             UNTIL  CLPT-IDX  >  CLPT-CNT
             MOVE  CLPT-IMG(CLPT-IDX)  TO  WK-CLP-REC-1
             IF  CLP-DONE-FLG OF WK-CLP-REC-1  =  "D"  THEN
               CONTINUE
             ELSE
               EVALUATE  CLP-APPROVE-FLG OF WK-CLP-REC-1
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
      * 承認提案の反映　審査者の権限確認、限度額の一致確認の
      * うえ得意先マスタを書き換え、ジャーナルと操作記録を残す
      ********************************************************
       APPROVE-RTN                SECTION.
           PERFORM  OPR-CHECK-RTN.
           IF  WK-ERR-MSG  NOT  =  SPACE  THEN
             PERFORM  SENDBACK-RTN
             GO  TO  APPROVE-EXT
           END-IF.
           MOVE  CLP-TOKU-COD OF WK-CLP-REC-1  TO  CFTOK-TOKU-COD.
           READ  CMF-FILE
             INVALID KEY
               MOVE  "得意先マスタなし"  TO  WK-ERR-MSG
           END-READ.
           IF  WK-ERR-MSG  =  SPACE  THEN
             IF  CFTOK-CREDIT-LIMIT  NOT  =
                 CLP-OLD-LIMIT OF WK-CLP-REC-1  THEN
               MOVE  "提案後に限度額変更済み"  TO  WK-ERR-MSG
             END-IF
           END-IF.
           IF  WK-ERR-MSG  NOT  =  SPACE  THEN
             PERFORM  LAPSE-RTN
             GO  TO  APPROVE-EXT
           END-IF.
           MOVE  SPACE  TO  WK-CMF-OLD-IMG.
           MOVE  CMF-REC  TO  WK-CMF-OLD-IMG.
           MOVE  CLP-NEW-LIMIT OF WK-CLP-REC-1  TO  CFTOK-CREDIT-LIMIT.
           REWRITE  CMF-REC
             INVALID KEY
               MOVE  "得意先マスタ書換異常"  TO  WK-ERR-MSG
           END-REWRITE.
           IF  WK-ERR-MSG  NOT  =  SPACE  THEN
             PERFORM  SENDBACK-RTN
             GO  TO  APPROVE-EXT
           END-IF.
      *更新前後イメージの記帳
           MOVE  "KUBM049"  TO  S060-PGM-ID.
           MOVE  "CMF"      TO  S060-FILE-ID.
           MOVE  "R"        TO  S060-ACTION.
           MOVE  SPACE      TO  S060-KEY.
           MOVE  CFTOK-TOKU-COD  TO  S060-KEY.
           MOVE  WK-CMF-OLD-IMG  TO  S060-OLD-REC.
           MOVE  SPACE      TO  S060-NEW-REC.
           MOVE  CMF-REC    TO  S060-NEW-REC.
           CALL  "KCBS060"  USING  KCBS060-P1.
           ADD  1  TO  UPD-CNT.
           MOVE  "D"  TO  CLP-DONE-FLG OF WK-CLP-REC-1.
           MOVE  "U"  TO  CLP-KEKKA OF WK-CLP-REC-1.
           MOVE  WK-TODAY-YMD  TO  CLP-DONE-YMD OF WK-CLP-REC-1.
           MOVE  WK-CLP-REC-1  TO  CLPT-IMG(CLPT-IDX).
           MOVE  "承認反映"  TO  WK-SHORI-MEI.
           PERFORM  OPR-LOG-RTN.
           PERFORM  RESULT-LIST-RTN.
       APPROVE-EXT.
           EXIT.
      ********************************************************
      * 却下提案の処理　反映せずに処理済みへ落とす
      ********************************************************
       REJECT-RTN                 SECTION.
           PERFORM  OPR-CHECK-RTN.
           IF  WK-ERR-MSG  NOT  =  SPACE  THEN
             PERFORM  SENDBACK-RTN
             GO  TO  REJECT-EXT
           END-IF.
           ADD  1  TO  REJ-CNT.
           MOVE  "D"  TO  CLP-DONE-FLG OF WK-CLP-REC-1.
           MOVE  "R"  TO  CLP-KEKKA OF WK-CLP-REC-1.
           MOVE  WK-TODAY-YMD  TO  CLP-DONE-YMD OF WK-CLP-REC-1.
           MOVE  WK-CLP-REC-1  TO  CLPT-IMG(CLPT-IDX).
           MOVE  "却下"  TO  WK-SHORI-MEI.
           PERFORM  OPR-LOG-RTN.
           PERFORM  RESULT-LIST-RTN.
       REJECT-EXT.
           EXIT.
      ********************************************************
      * 失効　得意先なし・提案後の限度額変更は反映せず処理済み
      * にする（最新の限度額で次の四半期に改めて提案される）
      ********************************************************
       LAPSE-RTN                  SECTION.
           ADD  1  TO  LAPSE-CNT.
           MOVE  "D"  TO  CLP-DONE-FLG OF WK-CLP-REC-1.
           MOVE  "S"  TO  CLP-KEKKA OF WK-CLP-REC-1.
           MOVE  WK-TODAY-YMD  TO  CLP-DONE-YMD OF WK-CLP-REC-1.
           MOVE  WK-CLP-REC-1  TO  CLPT-IMG(CLPT-IDX).
           MOVE  CFTOK-CREDIT-LIMIT  TO  WK-CUR-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "失効 得意先="  DELIMITED BY SIZE
                   CLP-TOKU-COD OF WK-CLP-REC-1  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-ERR-MSG  DELIMITED BY SPACE
                   " 現限度額="  DELIMITED BY SIZE
                   WK-CUR-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 差し戻し　承認区分・審査者を消して次回へ持ち越す
      ********************************************************
       SENDBACK-RTN               SECTION.
           ADD  1  TO  NG-CNT.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "差し戻し 得意先="  DELIMITED BY SIZE
                   CLP-TOKU-COD OF WK-CLP-REC-1  DELIMITED BY SIZE
                   " 審査者="  DELIMITED BY SIZE
                   CLP-APPROVE-OPR OF WK-CLP-REC-1
                     DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-ERR-MSG  DELIMITED BY SPACE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  SPACE  TO  CLP-APPROVE-FLG OF WK-CLP-REC-1.
           MOVE  SPACE  TO  CLP-APPROVE-OPR OF WK-CLP-REC-1.
           MOVE  WK-CLP-REC-1  TO  CLPT-IMG(CLPT-IDX).
           ADD  1  TO  KEEP-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 審査者の確認　与信限度額承認権限(G)。審査者の記入もれは
      * 差し戻す。担当者マスタ未整備(O)の環境のみ記入された
      * 審査者のまま続行を許す（KZBM067と同じ扱い）
      ********************************************************
       OPR-CHECK-RTN              SECTION.
           MOVE  SPACE  TO  WK-ERR-MSG.
           IF  CLP-APPROVE-OPR OF WK-CLP-REC-1  =  SPACE  THEN
             MOVE  "審査者の記入なし"  TO  WK-ERR-MSG
             GO  TO  OPR-CHECK-EXT
           END-IF.
           IF  CLP-APPROVE-OPR OF WK-CLP-REC-1  NOT  =  WK-CHK-OPR-ID
             THEN
             MOVE  "C"         TO  S070-ACTION
             MOVE  CLP-APPROVE-OPR OF WK-CLP-REC-1  TO  S070-OPR-ID
             MOVE  "KUBM049"   TO  S070-PGM-ID
             MOVE  "G"         TO  S070-FUNC
             CALL  "KCBS070"  USING  KCBS070-P1
             MOVE  CLP-APPROVE-OPR OF WK-CLP-REC-1  TO  WK-CHK-OPR-ID
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
      * 操作記録　誰がどの得意先の限度額をいくらからいくらへ
      * 承認・却下したか
      ********************************************************
       OPR-LOG-RTN                SECTION.
           MOVE  CLP-OLD-LIMIT OF WK-CLP-REC-1  TO  WK-OLD-DISP.
           MOVE  CLP-NEW-LIMIT OF WK-CLP-REC-1  TO  WK-NEW-DISP.
           MOVE  "A"         TO  S070-ACTION.
           MOVE  CLP-APPROVE-OPR OF WK-CLP-REC-1  TO  S070-OPR-ID.
           MOVE  "KUBM049"   TO  S070-PGM-ID.
           MOVE  SPACE       TO  S070-KEY.
           MOVE  CLP-TOKU-COD OF WK-CLP-REC-1  TO  S070-KEY.
           MOVE  SPACE  TO  S070-TEXT.
           STRING  WK-SHORI-MEI  DELIMITED BY SPACE
                   " 限度額"  DELIMITED BY SIZE
                   WK-OLD-DISP  DELIMITED BY SIZE
                   "→"  DELIMITED BY SIZE
                   WK-NEW-DISP  DELIMITED BY SIZE
             INTO  S070-TEXT.
           CALL  "KCBS070"  USING  KCBS070-P1.
       EXT.
           EXIT.
      ********************************************************
      * 反映結果の出力（承認反映・却下）
      ********************************************************
       RESULT-LIST-RTN            SECTION.
           MOVE  SPACE  TO  RPT-REC.
           STRING  WK-SHORI-MEI  DELIMITED BY SPACE
                   " 得意先="  DELIMITED BY SIZE
                   CLP-TOKU-COD OF WK-CLP-REC-1  DELIMITED BY SIZE
                   " 限度額="  DELIMITED BY SIZE
                   WK-OLD-DISP  DELIMITED BY SIZE
                   " →"  DELIMITED BY SIZE
                   WK-NEW-DISP  DELIMITED BY SIZE
                   " 評点="  DELIMITED BY SIZE
                   CLP-SCORE OF WK-CLP-REC-1  DELIMITED BY SIZE
                   " 審査者="  DELIMITED BY SIZE
                   CLP-APPROVE-OPR OF WK-CLP-REC-1
                     DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 提案ファイルの書き戻し（処理済み状態を反映）
      ********************************************************
       REWRITE-CLP-RTN            SECTION.
           IF  CLPT-CNT  >  0  THEN
             OPEN  OUTPUT  CLP-FILE
             PERFORM  VARYING  CLPT-IDX  FROM  1  BY  1
               UNTIL  CLPT-IDX  >  CLPT-CNT
               MOVE  CLPT-IMG(CLPT-IDX)  TO  CLP-REC
               WRITE  CLP-REC
             END-PERFORM
             CLOSE  CLP-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           IF  WK-CMF-OPEN-FLG  =  "Y"  THEN
             CLOSE  CMF-FILE
           END-IF.
           CLOSE  RPT-FILE.
           DISPLAY  "読込件数= "  CLP-CNT.
           DISPLAY  "承認反映= "  UPD-CNT.
           DISPLAY  "却下　　= "  REJ-CNT.
           DISPLAY  "失効　　= "  LAPSE-CNT.
           DISPLAY  "差し戻し= "  NG-CNT.
           DISPLAY  "持ち越し= "  KEEP-CNT.
           DISPLAY  "*** END KUBM049 ***".
       EXT.
           EXIT.
