       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KCBM100.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：帳票配信（得意先別の配信区分による振り分け）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *得意先宛の帳票（注文請書KJBM058・請求書KUBM030・取引明細書
      *KUBM033・督促状KUBM040・在庫待ち案内KJBM064）は帳票ファイル
      *へ続けて書かれ、全得意先分がまとめて印刷されている。本
      *プログラムは帳票と一緒に書かれる帳票索引(DIX、KCCDIX形式)
      *で1通ずつ区切り、帳票配信先マスタ(DLP、KCCFDLP形式)の
      *得意先×帳票区分の配信区分に従って振り分ける。
      *  P=印刷　　　　印刷スプール(PRT)へ写す
      *  M=電子メール　メール送信指示(MLO、KCCMLO形式)へ宛先と
      *                スプールキー（帳票スプール退避ファイル
      *                KCCSPLの出力プログラムＩＤ・実行日・先頭
      *                行・行数）を追記する
      *  E=ＥＤＩ　　　ＥＤＩ送信キュー(EDQ、KCCEDQ形式)へ1行
      *                1件で追記する
      *  S=送付しない　どこへも出さない
      *帳票索引の範囲外の行（表題・総合計・エラー行など）は社内
      *向けとして印刷スプールへ写す。振り分けた帳票は1通1件で
      *配信ログ(DLG、KCCDLG形式)へ追記し、いつ・どの経路で送付
      *したかの証跡とする。
      *配信先マスタに登録のない得意先・帳票は印刷とし、電子メール
      *で宛先が空白のものも印刷へ回す。電子メールの帳票がある
      *のにスプール退避(SPOOL)に今回分が見当たらない場合は、
      *メール本文を取り出せないため印刷へ回して完了コード4で
      *終了する。
      *ジョブの流れ
      *  帳票出力プログラム → KCBM010（帳票のスプール退避。
      *  KCBM010-PGM-IDは帳票索引の出力プログラムＩＤ、実行日は
      *  帳票出力と同じ日）→ 本プログラム
      *督促状(KUBM040)は督促状ファイル(LTR)をRPTとして割り当てて
      *退避・配信する。スプールキーは退避ファイルのうち同じ出力
      *プログラムＩＤ・実行日の最後の退避分を指す（同じ日に同じ
      *プログラムを再実行したときは、後の実行分の直後に配信する）。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 配信する帳票ファイル
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS RPT-STATUS.
      *INPUT 帳票索引（帳票出力プログラムが1通1件で作成）
           SELECT  DIX-FILE  ASSIGN TO  EXTERNAL  DIX
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS DIX-STATUS.
      *帳票配信先マスタ（得意先×帳票区分の配信区分と宛先）
           SELECT  DLP-FILE  ASSIGN TO  EXTERNAL  DLP
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS DLP-STATUS.
      *帳票スプール退避ファイル（KCBM010出力、今回分の確認のみ）
           SELECT  SPL-FILE  ASSIGN TO  EXTERNAL  SPOOL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS SPL-STATUS.
      *OUTPUT 印刷スプール
           SELECT  PRT-FILE  ASSIGN TO  EXTERNAL  PRT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT メール送信指示（追記）
           SELECT  MLO-FILE  ASSIGN TO  EXTERNAL  MLO
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS MLO-STATUS.
      *OUTPUT ＥＤＩ送信キュー（追記）
           SELECT  EDQ-FILE  ASSIGN TO  EXTERNAL  EDQ
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS EDQ-STATUS.
      *OUTPUT 帳票配信ログ（追記）
           SELECT  DLG-FILE  ASSIGN TO  EXTERNAL  DLG
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS DLG-STATUS.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
       FD  DIX-FILE.
       01  DIX-REC.
           COPY  KCCDIX.
       FD  DLP-FILE.
       01  DLP-REC.
           COPY  KCCFDLP.
       FD  SPL-FILE.
       01  SPL-REC.
           COPY  KCCSPL.
       FD  PRT-FILE.
       01  PRT-REC                PIC  X(101).
       FD  MLO-FILE.
       01  MLO-REC.
           COPY  KCCMLO.
       FD  EDQ-FILE.
       01  EDQ-REC.
           COPY  KCCEDQ.
       FD  DLG-FILE.
       01  DLG-REC.
           COPY  KCCDLG.
      *
       WORKING-STORAGE            SECTION.
       01  RPT-STATUS             PIC  X(2)    VALUE  SPACE.
       01  DIX-STATUS             PIC  X(2)    VALUE  SPACE.
       01  DLP-STATUS             PIC  X(2)    VALUE  SPACE.
       01  SPL-STATUS             PIC  X(2)    VALUE  SPACE.
       01  MLO-STATUS             PIC  X(2)    VALUE  SPACE.
       01  EDQ-STATUS             PIC  X(2)    VALUE  SPACE.
       01  DLG-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  RPT-CNT                PIC  9(7)    VALUE  0.
       01  PRT-CNT                PIC  9(7)    VALUE  0.
       01  MLO-CNT                PIC  9(5)    VALUE  0.
       01  EDQ-CNT                PIC  9(7)    VALUE  0.
       01  SUP-CNT                PIC  9(5)    VALUE  0.
       01  DLG-CNT                PIC  9(5)    VALUE  0.
       01  FALLBACK-CNT           PIC  9(5)    VALUE  0.
      *帳票配信先マスタのテーブル
       01  DLPT-CNT               PIC  9(4)    VALUE  ZERO.
       01  DLPT-TBL.
         02  DLPT-ENT  OCCURS 2000 TIMES INDEXED BY DLPT-IDX.
           03  DLPT-TOKU-COD      PIC  X(4).
           03  DLPT-DOC-KBN       PIC  X(2).
           03  DLPT-ROUTE         PIC  X(1).
           03  DLPT-MAIL-ADDR     PIC  X(60).
           03  DLPT-TANTO-MEI     PIC  X(20).
      *帳票索引のテーブル（1通ごとの範囲と決定した配信区分）
       01  DXT-CNT                PIC  9(4)    VALUE  ZERO.
       01  DXT-TBL.
         02  DXT-ENT  OCCURS 9999 TIMES INDEXED BY DXT-IDX.
           03  DXT-DOC-KBN        PIC  X(2).
           03  DXT-TOKU-COD       PIC  X(4).
           03  DXT-DOC-KEY        PIC  X(10).
           03  DXT-FROM-LINE      PIC  9(7).
           03  DXT-LINE-CNT       PIC  9(5).
           03  DXT-ROUTE          PIC  X(1).
           03  DXT-MAIL-ADDR      PIC  X(60).
           03  DXT-TANTO-MEI      PIC  X(20).
           03  DXT-BIKO           PIC  X(30).
           03  DXT-EDQ-SEQ        PIC  9(5).
      *配信区分の引き当て結果
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
       01  WK-ROUTE               PIC  X(1)    VALUE  SPACE.
       01  WK-MAIL-ADDR           PIC  X(60)   VALUE  SPACE.
       01  WK-TANTO-MEI           PIC  X(20)   VALUE  SPACE.
       01  WK-BIKO                PIC  X(30)   VALUE  SPACE.
      *スプールキー　出力プログラムＩＤ・実行日と今回分の開始位置
       01  WK-PGM-ID              PIC  X(8)    VALUE  SPACE.
       01  WK-RUN-DATE            PIC  9(8)    VALUE  0.
       01  WK-MAIL-FLG            PIC  X       VALUE  "N".
       01  WK-SPL-CNT             PIC  9(7)    VALUE  0.
       01  WK-SPL-BASE            PIC  9(7)    VALUE  0.
      *振り分け中の行番号
       01  WK-LINE-NO             PIC  9(7)    VALUE  0.
       01  WK-TO-LINE             PIC  9(7)    VALUE  0.
      *配信ログの日時
       01  WK-LOG-YMD             PIC  9(8)    VALUE  0.
       01  WK-LOG-TIME            PIC  9(6)    VALUE  0.
      ********************************************************
      * 帳票配信の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KCBM100 ***".
           PERFORM  INIT-RTN.
           IF  RPT-STATUS  NOT  =  "00"  THEN
             DISPLAY  "帳票ファイルなし　中止"
             MOVE  8  TO  RETURN-CODE
             DISPLAY  "*** END KCBM100 ***"
             STOP  RUN
           END-IF.
           PERFORM  LOAD-DLP-RTN.
           PERFORM  LOAD-DIX-RTN.
           PERFORM  SPOOL-CHECK-RTN.
           PERFORM  DIST-RTN.
           PERFORM  LOG-RTN.
           PERFORM  TERM-RTN.
           IF  FALLBACK-CNT  >  0  THEN
             MOVE  4  TO  RETURN-CODE
           END-IF.
           STOP  RUN.
      ********************************************************
      * 開始処理　帳票の行数を数え、出力ファイルを開く
      ********************************************************
       INIT-RTN                   SECTION.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-LOG-YMD.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  WK-LOG-TIME.
           OPEN  INPUT  RPT-FILE.
           IF  RPT-STATUS  =  "00"  THEN
             MOVE  SPACE  TO  WK-END-FLG
             PERFORM  UNTIL  WK-END-FLG  =  "E"
               READ  RPT-FILE
                 AT  END
                   MOVE  "E"  TO  WK-END-FLG
                 NOT  AT  END
                   ADD  1  TO  RPT-CNT
               END-READ
             END-PERFORM
             CLOSE  RPT-FILE
             OPEN  OUTPUT  PRT-FILE
             OPEN  EXTEND  MLO-FILE
             IF  MLO-STATUS  NOT  =  "00"  THEN
               OPEN  OUTPUT  MLO-FILE
             END-IF
             OPEN  EXTEND  EDQ-FILE
             IF  EDQ-STATUS  NOT  =  "00"  THEN
               OPEN  OUTPUT  EDQ-FILE
             END-IF
             OPEN  EXTEND  DLG-FILE
             IF  DLG-STATUS  NOT  =  "00"  THEN
               OPEN  OUTPUT  DLG-FILE
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 帳票配信先マスタの読込（未作成時は全帳票を印刷）
      ********************************************************
       LOAD-DLP-RTN               SECTION.
           OPEN  INPUT  DLP-FILE.
           IF  DLP-STATUS  NOT  =  "00"  THEN
             DISPLAY  "DLPなし　全帳票を印刷"
           ELSE
             MOVE  SPACE  TO  WK-END-FLG
             PERFORM  UNTIL  WK-END-FLG  =  "E"
               READ  DLP-FILE
                 AT  END
                   MOVE  "E"  TO  WK-END-FLG
                 NOT  AT  END
                   IF  DLPT-CNT  <  2000  THEN
                     ADD  1  TO  DLPT-CNT
                     SET  DLPT-IDX  TO  DLPT-CNT
                     MOVE  DLP-TOKU-COD   TO  DLPT-TOKU-COD(DLPT-IDX)
                     MOVE  DLP-DOC-KBN    TO  DLPT-DOC-KBN(DLPT-IDX)
                     MOVE  DLP-ROUTE      TO  DLPT-ROUTE(DLPT-IDX)
                     MOVE  DLP-MAIL-ADDR
                       TO  DLPT-MAIL-ADDR(DLPT-IDX)
                     MOVE  DLP-TANTO-MEI
                       TO  DLPT-TANTO-MEI(DLPT-IDX)
                   ELSE
                     DISPLAY  "DLPテーブル満杯　読み飛ばし "
                              DLP-TOKU-COD  " "  DLP-DOC-KBN
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  DLP-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 帳票索引の読込と1通ごとの配信区分の決定
      * 索引のない帳票ファイル（社内帳票）は全行を印刷する
      ********************************************************
       LOAD-DIX-RTN               SECTION.
           OPEN  INPUT  DIX-FILE.
           IF  DIX-STATUS  NOT  =  "00"  THEN
             DISPLAY  "DIXなし　全行を印刷"
           ELSE
             MOVE  SPACE  TO  WK-END-FLG
             PERFORM  UNTIL  WK-END-FLG  =  "E"
               READ  DIX-FILE
                 AT  END
                   MOVE  "E"  TO  WK-END-FLG
                 NOT  AT  END
                   IF  DXT-CNT  =  0  THEN
                     MOVE  DIX-PGM-ID    TO  WK-PGM-ID
                     MOVE  DIX-RUN-DATE  TO  WK-RUN-DATE
                   END-IF
                   IF  DXT-CNT  <  9999  THEN
                     ADD  1  TO  DXT-CNT
                     SET  DXT-IDX  TO  DXT-CNT
                     PERFORM  ROUTE-RTN
                     MOVE  DIX-DOC-KBN    TO  DXT-DOC-KBN(DXT-IDX)
                     MOVE  DIX-TOKU-COD   TO  DXT-TOKU-COD(DXT-IDX)
                     MOVE  DIX-DOC-KEY    TO  DXT-DOC-KEY(DXT-IDX)
                     MOVE  DIX-FROM-LINE  TO  DXT-FROM-LINE(DXT-IDX)
                     MOVE  DIX-LINE-CNT   TO  DXT-LINE-CNT(DXT-IDX)
                     MOVE  WK-ROUTE       TO  DXT-ROUTE(DXT-IDX)
                     MOVE  WK-MAIL-ADDR   TO  DXT-MAIL-ADDR(DXT-IDX)
                     MOVE  WK-TANTO-MEI   TO  DXT-TANTO-MEI(DXT-IDX)
                     MOVE  WK-BIKO        TO  DXT-BIKO(DXT-IDX)
                     MOVE  0              TO  DXT-EDQ-SEQ(DXT-IDX)
                     IF  WK-ROUTE  =  "M"  THEN
                       MOVE  "Y"  TO  WK-MAIL-FLG
                     END-IF
                   ELSE
                     DISPLAY  "DIXテーブル満杯　印刷へ "
                              DIX-TOKU-COD  " "  DIX-DOC-KEY
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  DIX-FILE
           END-IF.
           DISPLAY  "配信対象=" WK-PGM-ID " 実行日=" WK-RUN-DATE
                    " 帳票数=" DXT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 配信区分の引き当て
      * 得意先＋帳票区分 → 得意先＋"**" → 登録なしは印刷
      ********************************************************
       ROUTE-RTN                  SECTION.
           MOVE  "P"    TO  WK-ROUTE.
           MOVE  SPACE  TO  WK-MAIL-ADDR.
           MOVE  SPACE  TO  WK-TANTO-MEI.
           MOVE  SPACE  TO  WK-BIKO.
           MOVE  "N"    TO  WK-FOUND-FLG.
           PERFORM  VARYING  DLPT-IDX  FROM  1  BY  1
             UNTIL  (DLPT-IDX  >  DLPT-CNT)  OR
                    (WK-FOUND-FLG  =  "Y")
             IF  (DLPT-TOKU-COD(DLPT-IDX)  =  DIX-TOKU-COD)  AND
                 (DLPT-DOC-KBN(DLPT-IDX)   =  DIX-DOC-KBN)  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
               MOVE  DLPT-ROUTE(DLPT-IDX)      TO  WK-ROUTE
               MOVE  DLPT-MAIL-ADDR(DLPT-IDX)  TO  WK-MAIL-ADDR
               MOVE  DLPT-TANTO-MEI(DLPT-IDX)  TO  WK-TANTO-MEI
             END-IF
           END-PERFORM.
           PERFORM  VARYING  DLPT-IDX  FROM  1  BY  1
             UNTIL  (DLPT-IDX  >  DLPT-CNT)  OR
                    (WK-FOUND-FLG  =  "Y")
             IF  (DLPT-TOKU-COD(DLPT-IDX)  =  DIX-TOKU-COD)  AND
                 (DLPT-DOC-KBN(DLPT-IDX)   =  "**")  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
               MOVE  DLPT-ROUTE(DLPT-IDX)      TO  WK-ROUTE
               MOVE  DLPT-MAIL-ADDR(DLPT-IDX)  TO  WK-MAIL-ADDR
               MOVE  DLPT-TANTO-MEI(DLPT-IDX)  TO  WK-TANTO-MEI
             END-IF
           END-PERFORM.
           EVALUATE  TRUE
             WHEN  (WK-ROUTE  =  "M")  AND
                   (WK-MAIL-ADDR  =  SPACE)
               MOVE  "P"  TO  WK-ROUTE
               MOVE  "メール宛先なし　印刷へ"  TO  WK-BIKO
               ADD  1  TO  FALLBACK-CNT
             WHEN  (WK-ROUTE  NOT  =  "P")  AND
                   (WK-ROUTE  NOT  =  "M")  AND
                   (WK-ROUTE  NOT  =  "E")  AND
                   (WK-ROUTE  NOT  =  "S")
               MOVE  "P"  TO  WK-ROUTE
               MOVE  "配信区分不正　印刷へ"  TO  WK-BIKO
               ADD  1  TO  FALLBACK-CNT
           END-EVALUATE.
       EXT.
           EXIT.
      ********************************************************
      * スプール退避の確認（電子メールの帳票がある場合のみ）
      * 退避ファイルの同じ出力プログラムＩＤ・実行日の行数から
      * 今回分の開始位置を求める。今回分が退避されていなければ
      * 電子メールの帳票を印刷へ回す
      ********************************************************
       SPOOL-CHECK-RTN            SECTION.
           IF  WK-MAIL-FLG  =  "Y"  THEN
             MOVE  0  TO  WK-SPL-CNT
             OPEN  INPUT  SPL-FILE
             IF  SPL-STATUS  =  "00"  THEN
               MOVE  SPACE  TO  WK-END-FLG
               PERFORM  UNTIL  WK-END-FLG  =  "E"
                 READ  SPL-FILE
                   AT  END
                     MOVE  "E"  TO  WK-END-FLG
                   NOT  AT  END
                     IF  (SPL-PGM-ID  =  WK-PGM-ID)  AND
                         (SPL-RUN-DATE  =  WK-RUN-DATE)  THEN
                       ADD  1  TO  WK-SPL-CNT
                     END-IF
                 END-READ
               END-PERFORM
               CLOSE  SPL-FILE
             END-IF
             IF  WK-SPL-CNT  <  RPT-CNT  THEN
               DISPLAY  "スプール退避なし　メールは印刷"
               PERFORM  VARYING  DXT-IDX  FROM  1  BY  1
                 UNTIL  DXT-IDX  >  DXT-CNT
                 IF  DXT-ROUTE(DXT-IDX)  =  "M"  THEN
                   MOVE  "P"  TO  DXT-ROUTE(DXT-IDX)
                   MOVE  "スプール退避なし　印刷へ"
                     TO  DXT-BIKO(DXT-IDX)
                   ADD  1  TO  FALLBACK-CNT
                 END-IF
               END-PERFORM
             ELSE
               COMPUTE  WK-SPL-BASE  =  WK-SPL-CNT  -  RPT-CNT
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 帳票の振り分け　1行ずつ属する帳票を求めて配信区分の
      * 出力先へ写す（帳票索引は行番号順に並んでいる）
      ********************************************************
       DIST-RTN                   SECTION.
           OPEN  INPUT  RPT-FILE.
           MOVE  0  TO  WK-LINE-NO.
           SET  DXT-IDX  TO  1.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  RPT-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  WK-LINE-NO
                 PERFORM  LINE-DIST-RTN
             END-READ
           END-PERFORM.
           CLOSE  RPT-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 1行の振り分け
      ********************************************************
       LINE-DIST-RTN              SECTION.
      *この行より前で終わる帳票は読み進める
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  UNTIL  (DXT-IDX  >  DXT-CNT)  OR
                           (WK-FOUND-FLG  =  "Y")
             COMPUTE  WK-TO-LINE  =
               DXT-FROM-LINE(DXT-IDX)  +  DXT-LINE-CNT(DXT-IDX)  -  1
             IF  WK-LINE-NO  >  WK-TO-LINE  THEN
               SET  DXT-IDX  UP  BY  1
             ELSE
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  DXT-IDX  >  DXT-CNT  THEN
             PERFORM  PRT-WRITE-RTN
             GO TO  LINE-DIST-EXT
           END-IF.
           IF  WK-LINE-NO  <  DXT-FROM-LINE(DXT-IDX)  THEN
             PERFORM  PRT-WRITE-RTN
             GO TO  LINE-DIST-EXT
           END-IF.
           EVALUATE  DXT-ROUTE(DXT-IDX)
             WHEN  "P"
               PERFORM  PRT-WRITE-RTN
             WHEN  "E"
               PERFORM  EDQ-WRITE-RTN
             WHEN  OTHER
               CONTINUE
           END-EVALUATE.
       LINE-DIST-EXT.
           EXIT.
      ********************************************************
      * 印刷スプールへの出力
      ********************************************************
       PRT-WRITE-RTN              SECTION.
           MOVE  RPT-REC  TO  PRT-REC.
           WRITE  PRT-REC.
           ADD  1  TO  PRT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * ＥＤＩ送信キューへの出力
      ********************************************************
       EDQ-WRITE-RTN              SECTION.
           ADD  1  TO  DXT-EDQ-SEQ(DXT-IDX).
           MOVE  SPACE  TO  EDQ-REC.
           MOVE  WK-LOG-YMD              TO  EDQ-ENTRY-YMD.
           MOVE  DXT-TOKU-COD(DXT-IDX)   TO  EDQ-TOKU-COD.
           MOVE  DXT-DOC-KBN(DXT-IDX)    TO  EDQ-DOC-KBN.
           MOVE  DXT-DOC-KEY(DXT-IDX)    TO  EDQ-DOC-KEY.
           MOVE  DXT-EDQ-SEQ(DXT-IDX)    TO  EDQ-SEQ.
           MOVE  RPT-REC                 TO  EDQ-LINE.
           WRITE  EDQ-REC.
           ADD  1  TO  EDQ-CNT.
       EXT.
           EXIT.
      ********************************************************
      * メール送信指示と配信ログの出力（帳票1通1件）
      ********************************************************
       LOG-RTN                    SECTION.
           PERFORM  VARYING  DXT-IDX  FROM  1  BY  1
             UNTIL  DXT-IDX  >  DXT-CNT
             IF  DXT-ROUTE(DXT-IDX)  =  "M"  THEN
               PERFORM  MLO-WRITE-RTN
             END-IF
             IF  DXT-ROUTE(DXT-IDX)  =  "S"  THEN
               ADD  1  TO  SUP-CNT
             END-IF
             PERFORM  DLG-WRITE-RTN
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * メール送信指示の出力　スプールキーは今回分の開始位置に
      * 帳票索引の先頭行を足した退避ファイル内の行番号
      ********************************************************
       MLO-WRITE-RTN              SECTION.
           MOVE  SPACE  TO  MLO-REC.
           MOVE  WK-LOG-YMD                TO  MLO-ENTRY-YMD.
           MOVE  DXT-TOKU-COD(DXT-IDX)     TO  MLO-TOKU-COD.
           MOVE  DXT-MAIL-ADDR(DXT-IDX)    TO  MLO-MAIL-ADDR.
           MOVE  DXT-TANTO-MEI(DXT-IDX)    TO  MLO-TANTO-MEI.
           MOVE  DXT-DOC-KBN(DXT-IDX)      TO  MLO-DOC-KBN.
           MOVE  DXT-DOC-KEY(DXT-IDX)      TO  MLO-DOC-KEY.
           MOVE  WK-PGM-ID                 TO  MLO-SPL-PGM-ID.
           MOVE  WK-RUN-DATE               TO  MLO-SPL-RUN-DATE.
           COMPUTE  MLO-SPL-FROM  =
             WK-SPL-BASE  +  DXT-FROM-LINE(DXT-IDX).
           MOVE  DXT-LINE-CNT(DXT-IDX)     TO  MLO-SPL-CNT.
           WRITE  MLO-REC.
           ADD  1  TO  MLO-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 配信ログの出力
      ********************************************************
       DLG-WRITE-RTN              SECTION.
           MOVE  SPACE  TO  DLG-REC.
           MOVE  WK-LOG-YMD                TO  DLG-YMD.
           MOVE  WK-LOG-TIME               TO  DLG-TIME.
           MOVE  WK-PGM-ID                 TO  DLG-PGM-ID.
           MOVE  WK-RUN-DATE               TO  DLG-RUN-DATE.
           MOVE  DXT-DOC-KBN(DXT-IDX)      TO  DLG-DOC-KBN.
           MOVE  DXT-TOKU-COD(DXT-IDX)     TO  DLG-TOKU-COD.
           MOVE  DXT-DOC-KEY(DXT-IDX)      TO  DLG-DOC-KEY.
           MOVE  DXT-ROUTE(DXT-IDX)        TO  DLG-ROUTE.
           EVALUATE  DXT-ROUTE(DXT-IDX)
             WHEN  "P"
               MOVE  "PRINT"  TO  DLG-DEST
             WHEN  "M"
               MOVE  DXT-MAIL-ADDR(DXT-IDX)  TO  DLG-DEST
             WHEN  "E"
               MOVE  "EDI"  TO  DLG-DEST
             WHEN  OTHER
               MOVE  SPACE  TO  DLG-DEST
           END-EVALUATE.
           MOVE  DXT-LINE-CNT(DXT-IDX)     TO  DLG-LINE-CNT.
           MOVE  DXT-BIKO(DXT-IDX)         TO  DLG-BIKO.
           WRITE  DLG-REC.
           ADD  1  TO  DLG-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  PRT-FILE.
           CLOSE  MLO-FILE.
           CLOSE  EDQ-FILE.
           CLOSE  DLG-FILE.
           DISPLAY  "帳票行数　= "  RPT-CNT.
           DISPLAY  "印刷行数　= "  PRT-CNT.
           DISPLAY  "メール　　= "  MLO-CNT.
           DISPLAY  "ＥＤＩ行数= "  EDQ-CNT.
           DISPLAY  "送付なし　= "  SUP-CNT.
           DISPLAY  "配信ログ　= "  DLG-CNT.
           DISPLAY  "印刷振替　= "  FALLBACK-CNT.
           DISPLAY  "*** END KCBM100 ***".
       EXT.
           EXIT.
