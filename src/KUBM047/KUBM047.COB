       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM047.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：受注〜会計連携　完全性照合（月次）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *受注明細を受理（受注データベースODB）→出荷（出荷実績
      *レジスタSHR）→請求（請求明細ジャーナルIVL＋発行済み
      *ジャーナルIVJ＋請求書レジスタINV）→会計連携（KUBM023の
      *連携ファイルGLI）と追いかけ、次の不整合を区分別に出力する。
      *  Ａ．出荷済み未請求　　対象期間に出荷した通常受注(1)の
      *      明細で、請求書の発行された請求明細がないもの
      *  Ｂ．請求済み未出荷　　対象期間に請求した通常受注の明細で
      *      出荷の記録がないもの（受注DBの判定を併記）
      *  Ｃ．請求期間相違　　　出荷月と請求期間が異なるもの
      *  Ｄ．金額不一致　　　　請求した明細金額（受注変更(4)の
      *      差額を含む）が受注DBのODB-KINGAKUと異なるもの
      *  Ｅ．会計連携差異　　　得意先×受注年月の請求額（控除・
      *      運賃込み）が会計連携ファイルの金額と異なるもの
      *請求明細は請求書番号が発行済みジャーナルから引け、かつ
      *請求書レジスタに存在するものだけを「請求済み」とする。
      *対象期間は環境変数KUBM047-FROM-PERIOD〜KUBM047-TO-PERIOD
      *（YYYYMM、未指定は当月。年度監査は12か月を指定する）。
      *会計連携ファイル(GLI)は対象期間分を連結して渡す。未定義の
      *場合はＥの照合を省略する。
      *不整合ありは完了コード8、照合不能（受注DBなし・テーブル
      *上限超過）は16で終了する。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *受注データベース（明細金額・判定の参照のみ）
           SELECT  ODB-FILE  ASSIGN TO  EXTERNAL  ODB
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS DYNAMIC
                             RECORD KEY   IS ODB-KEY
                             FILE STATUS  IS ODB-STATUS.
      *INPUT 出荷実績レジスタ
           SELECT  SHR-FILE  ASSIGN TO  EXTERNAL  SHR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS SHR-STATUS.
      *INPUT 請求明細ジャーナル（KUBM030出力）
           SELECT  IVL-FILE  ASSIGN TO  EXTERNAL  IVL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS IVL-STATUS.
      *INPUT 発行済みジャーナル（KUBM030出力）
           SELECT  IVJ-FILE  ASSIGN TO  EXTERNAL  IVJ
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS IVJ-STATUS.
      *INPUT 請求書レジスタ
           SELECT  INV-FILE  ASSIGN TO  EXTERNAL  INV
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS INV-STATUS.
      *INPUT 会計システム連携ファイル（KUBM023出力）
           SELECT  GLI-FILE  ASSIGN TO  EXTERNAL  GLI
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS GLI-STATUS.
      *OUTPUT 完全性照合表
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  ODB-FILE.
       01  ODB-REC.
           COPY  KJCODB.
       FD  SHR-FILE.
       01  SHR-REC.
           COPY  KJCSHR.
       FD  IVL-FILE.
       01  IVL-REC.
           COPY  KUCFIVL.
       FD  IVJ-FILE.
       01  IVJ-REC.
           COPY  KUCFIVJ.
       FD  INV-FILE.
       01  INV-REC.
           COPY  KUCF030.
       FD  GLI-FILE.
       01  GLI-REC.
           COPY  KUCFGLI.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  ODB-STATUS             PIC  X(2)    VALUE  SPACE.
       01  SHR-STATUS             PIC  X(2)    VALUE  SPACE.
       01  IVL-STATUS             PIC  X(2)    VALUE  SPACE.
       01  IVJ-STATUS             PIC  X(2)    VALUE  SPACE.
       01  INV-STATUS             PIC  X(2)    VALUE  SPACE.
       01  GLI-STATUS             PIC  X(2)    VALUE  SPACE.
       01  SHR-CNT                PIC  9(7)    VALUE  0.
       01  IVL-CNT                PIC  9(7)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-READ-END-FLG        PIC  X       VALUE  SPACE.
       01  WK-GLI-AVAIL-FLG       PIC  X       VALUE  "N".
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
      *完了コード　0=不整合なし 8=不整合あり 16=照合不能
       01  WK-COMP-CD             PIC  9(2)    VALUE  ZERO.
      *対象期間（YYYYMM）
       01  WK-FROM-PERIOD         PIC  X(6)    VALUE  SPACE.
       01  WK-TO-PERIOD           PIC  X(6)    VALUE  SPACE.
      *区分別の不整合件数
       01  A-CNT                  PIC  9(5)    VALUE  0.
       01  B-CNT                  PIC  9(5)    VALUE  0.
       01  C-CNT                  PIC  9(5)    VALUE  0.
       01  D-CNT                  PIC  9(5)    VALUE  0.
       01  E-CNT                  PIC  9(5)    VALUE  0.
      *発行済みジャーナルのテーブル（実行ＩＤ＋請求集計キー→
      *請求書番号）
       01  IVJT-CNT               PIC  9(4)    VALUE  ZERO.
       01  IVJT-TBL.
         02  IVJT-ENT  OCCURS 9999 TIMES INDEXED BY IVJT-IDX.
           03  IVJT-RUN-ID        PIC  X(14).
           03  IVJT-TOKU-COD      PIC  X(4).
           03  IVJT-PERIOD        PIC  X(6).
           03  IVJT-TSUKA-COD     PIC  X(3).
           03  IVJT-INV-NO        PIC  9(7).
      *請求書レジスタの請求書番号
       01  INVT-CNT               PIC  9(4)    VALUE  ZERO.
       01  INVT-TBL.
         02  INVT-ENT  OCCURS 9999 TIMES INDEXED BY INVT-IDX.
           03  INVT-NO            PIC  9(7).
      *請求済み明細のテーブル（請求書番号の引けた請求明細のみ、
      *実行ＩＤ＋受注番号＋明細行番号＋データ区分で重複を除く）
       01  BLT-CNT                PIC  9(4)    VALUE  ZERO.
       01  BLT-TBL.
         02  BLT-ENT  OCCURS 9999 TIMES INDEXED BY BLT-IDX.
           03  BLT-RUN-ID         PIC  X(14).
           03  BLT-JUCHU-NO       PIC  X(6).
           03  BLT-LINE-NO        PIC  9(2).
           03  BLT-DATA-KBN       PIC  X(1).
           03  BLT-TOKU-COD       PIC  X(4).
           03  BLT-JUCHU-YM       PIC  X(6).
           03  BLT-ORIG-JUCHU-NO  PIC  X(6).
           03  BLT-PERIOD         PIC  X(6).
           03  BLT-KINGAKU        PIC  S9(9).
           03  BLT-FREIGHT        PIC  S9(9).
           03  BLT-INV-NO         PIC  9(7).
      *出荷済み明細のテーブル（受注番号＋明細行番号ごとに最初の
      *出荷日。分納は最初の出荷で代表する）
       01  SHT-CNT                PIC  9(4)    VALUE  ZERO.
       01  SHT-TBL.
         02  SHT-ENT  OCCURS 9999 TIMES INDEXED BY SHT-IDX.
           03  SHT-JUCHU-NO       PIC  X(6).
           03  SHT-LINE-NO        PIC  9(2).
           03  SHT-TOKU-COD       PIC  X(4).
           03  SHT-SHIP-YMD       PIC  9(8).
      *得意先×受注年月の請求額と会計連携額
       01  GLT-CNT                PIC  9(4)    VALUE  ZERO.
       01  GLT-TBL.
         02  GLT-ENT  OCCURS 2000 TIMES INDEXED BY GLT-IDX.
           03  GLT-TOKU-COD       PIC  X(4).
           03  GLT-PERIOD         PIC  X(6).
           03  GLT-BILL-KIN       PIC  S9(11).
           03  GLT-GL-KIN         PIC  S9(11).
      *検索条件と検索結果
       01  WK-KEY-JUCHU-NO        PIC  X(6)    VALUE  SPACE.
       01  WK-KEY-LINE-NO         PIC  9(2)    VALUE  0.
       01  WK-KEY-TOKU-COD        PIC  X(4)    VALUE  SPACE.
       01  WK-KEY-PERIOD          PIC  X(6)    VALUE  SPACE.
       01  WK-SHT-HIT             PIC  9(4)    VALUE  0.
       01  WK-BLT-HIT             PIC  9(4)    VALUE  0.
       01  WK-INV-NO              PIC  9(7)    VALUE  0.
       01  WK-SHIP-YM             PIC  X(6)    VALUE  SPACE.
       01  WK-BILL-KIN            PIC  S9(11)  VALUE  0.
       01  WK-SIGN-KIN            PIC  S9(11)  VALUE  0.
       01  WK-RESULT              PIC  X(2)    VALUE  SPACE.
       01  WK-MSG                 PIC  X(30)   VALUE  SPACE.
      *編集用
       01  WK-KIN-DISP            PIC  ----,---,---,--9.
       01  WK-KIN-DISP2           PIC  ----,---,---,--9.
      ********************************************************
      * 完全性照合の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KUBM047 ***".
           PERFORM  INIT-RTN.
           IF  WK-COMP-CD  <  16  THEN
             PERFORM  IVJ-LOAD-RTN
             PERFORM  INV-LOAD-RTN
             PERFORM  IVL-LOAD-RTN
             PERFORM  SHR-LOAD-RTN
             PERFORM  GLI-LOAD-RTN
           END-IF.
           IF  WK-COMP-CD  <  16  THEN
             PERFORM  SHIP-NO-BILL-RTN
             PERFORM  BILL-NO-SHIP-RTN
             PERFORM  PERIOD-DIFF-RTN
             PERFORM  AMOUNT-DIFF-RTN
             PERFORM  GL-DIFF-RTN
           END-IF.
           PERFORM  TERM-RTN.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理　対象期間の決定と受注データベースのオープン
      ********************************************************
       INIT-RTN                   SECTION.
           ACCEPT  WK-FROM-PERIOD  FROM  ENVIRONMENT
                   "KUBM047-FROM-PERIOD".
           ACCEPT  WK-TO-PERIOD  FROM  ENVIRONMENT
                   "KUBM047-TO-PERIOD".
           IF  WK-TO-PERIOD  IS  NOT  NUMERIC  THEN
             MOVE  FUNCTION CURRENT-DATE(1:6)  TO  WK-TO-PERIOD
           END-IF.
           IF  WK-FROM-PERIOD  IS  NOT  NUMERIC  THEN
             MOVE  WK-TO-PERIOD  TO  WK-FROM-PERIOD
           END-IF.
           DISPLAY  "対象期間="  WK-FROM-PERIOD  "-"  WK-TO-PERIOD.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "受注〜会計連携　完全性照合表"
                     DELIMITED BY SIZE
                   "　対象期間＝"  DELIMITED BY SIZE
                   WK-FROM-PERIOD  DELIMITED BY SIZE
                   "-"  DELIMITED BY SIZE
                   WK-TO-PERIOD  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           OPEN  INPUT  ODB-FILE.
           IF  ODB-STATUS  NOT  =  "00"  THEN
             DISPLAY  "ODBオープン異常 STATUS="  ODB-STATUS
             MOVE  16  TO  WK-COMP-CD
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 発行済みジャーナルのロード（請求書番号のある記録のみ）
      ********************************************************
       IVJ-LOAD-RTN               SECTION.
           OPEN  INPUT  IVJ-FILE.
           IF  IVJ-STATUS  NOT  =  "00"  THEN
             DISPLAY  "IVJなし"
             GO  TO  IVJ-LOAD-EXT
           END-IF.
           MOVE  SPACE  TO  WK-READ-END-FLG.
           PERFORM  UNTIL  WK-READ-END-FLG  =  "E"
             READ  IVJ-FILE
               AT  END
                 MOVE  "E"  TO  WK-READ-END-FLG
               NOT  AT  END
                 IF  (IVJ-INV-NO  IS  NUMERIC)  AND
                     (IVJ-INV-NO  NOT  =  ZERO)  THEN
                   IF  IVJT-CNT  <  9999  THEN
                     ADD  1  TO  IVJT-CNT
                     SET  IVJT-IDX  TO  IVJT-CNT
                     MOVE  IVJ-RUN-ID  TO  IVJT-RUN-ID(IVJT-IDX)
                     MOVE  IVJ-TOKU-COD  TO  IVJT-TOKU-COD(IVJT-IDX)
                     MOVE  IVJ-PERIOD  TO  IVJT-PERIOD(IVJT-IDX)
                     MOVE  IVJ-TSUKA-COD
                       TO  IVJT-TSUKA-COD(IVJT-IDX)
                     MOVE  IVJ-INV-NO  TO  IVJT-INV-NO(IVJT-IDX)
                   ELSE
                     PERFORM  OVERFLOW-RTN
                     MOVE  "E"  TO  WK-READ-END-FLG
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  IVJ-FILE.
       IVJ-LOAD-EXT.
           EXIT.
      ********************************************************
      * 請求書レジスタのロード（請求書番号のみ）
      ********************************************************
       INV-LOAD-RTN               SECTION.
           OPEN  INPUT  INV-FILE.
           IF  INV-STATUS  NOT  =  "00"  THEN
             DISPLAY  "INVなし"
             GO  TO  INV-LOAD-EXT
           END-IF.
           MOVE  SPACE  TO  WK-READ-END-FLG.
           PERFORM  UNTIL  WK-READ-END-FLG  =  "E"
             READ  INV-FILE
               AT  END
                 MOVE  "E"  TO  WK-READ-END-FLG
               NOT  AT  END
                 IF  INVT-CNT  <  9999  THEN
                   ADD  1  TO  INVT-CNT
                   SET  INVT-IDX  TO  INVT-CNT
                   MOVE  INV-NO  TO  INVT-NO(INVT-IDX)
                 ELSE
                   PERFORM  OVERFLOW-RTN
                   MOVE  "E"  TO  WK-READ-END-FLG
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  INV-FILE.
       INV-LOAD-EXT.
           EXIT.
      ********************************************************
      * 請求明細ジャーナルのロード　発行済みジャーナルで請求書
      * 番号を引き、請求書レジスタに存在する明細だけを採る
      ********************************************************
       IVL-LOAD-RTN               SECTION.
           OPEN  INPUT  IVL-FILE.
           IF  IVL-STATUS  NOT  =  "00"  THEN
             DISPLAY  "IVLなし"
             GO  TO  IVL-LOAD-EXT
           END-IF.
           MOVE  SPACE  TO  WK-READ-END-FLG.
           PERFORM  UNTIL  WK-READ-END-FLG  =  "E"
             READ  IVL-FILE
               AT  END
                 MOVE  "E"  TO  WK-READ-END-FLG
               NOT  AT  END
                 ADD  1  TO  IVL-CNT
                 PERFORM  IVL-POST-RTN
             END-READ
           END-PERFORM.
           CLOSE  IVL-FILE.
       IVL-LOAD-EXT.
           EXIT.
      ********************************************************
      * 請求明細1件の採否と請求済み明細テーブルへの追加
      ********************************************************
       IVL-POST-RTN               SECTION.
      *請求書番号の引き当て（発行済みジャーナル→請求書レジスタ）
           MOVE  0  TO  WK-INV-NO.
           PERFORM  VARYING  IVJT-IDX  FROM  1  BY  1
             UNTIL  (IVJT-IDX  >  IVJT-CNT)  OR  (WK-INV-NO  >  0)
             IF  (IVJT-RUN-ID(IVJT-IDX)  =  IVL-RUN-ID)  AND
                 (IVJT-TOKU-COD(IVJT-IDX)  =  IVL-BILL-TOKU)  AND
                 (IVJT-PERIOD(IVJT-IDX)  =  IVL-PERIOD)  AND
                 (IVJT-TSUKA-COD(IVJT-IDX)  =  IVL-TSUKA-COD)  THEN
               MOVE  IVJT-INV-NO(IVJT-IDX)  TO  WK-INV-NO
             END-IF
           END-PERFORM.
           IF  WK-INV-NO  =  0  THEN
             GO  TO  IVL-POST-EXT
           END-IF.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  INVT-IDX  FROM  1  BY  1
             UNTIL  (INVT-IDX  >  INVT-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  INVT-NO(INVT-IDX)  =  WK-INV-NO  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "N"  THEN
             GO  TO  IVL-POST-EXT
           END-IF.
      *同じ実行ＩＤの再開で重ねて書かれた明細は除く
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  BLT-IDX  FROM  1  BY  1
             UNTIL  (BLT-IDX  >  BLT-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  (BLT-RUN-ID(BLT-IDX)  =  IVL-RUN-ID)  AND
                 (BLT-JUCHU-NO(BLT-IDX)  =  IVL-JUCHU-NO)  AND
                 (BLT-LINE-NO(BLT-IDX)  =  IVL-LINE-NO)  AND
                 (BLT-DATA-KBN(BLT-IDX)  =  IVL-DATA-KBN)  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             GO  TO  IVL-POST-EXT
           END-IF.
           IF  BLT-CNT  >=  9999  THEN
             PERFORM  OVERFLOW-RTN
             MOVE  "E"  TO  WK-READ-END-FLG
             GO  TO  IVL-POST-EXT
           END-IF.
           ADD  1  TO  BLT-CNT.
           SET  BLT-IDX  TO  BLT-CNT.
           MOVE  IVL-RUN-ID         TO  BLT-RUN-ID(BLT-IDX).
           MOVE  IVL-JUCHU-NO       TO  BLT-JUCHU-NO(BLT-IDX).
           MOVE  IVL-LINE-NO        TO  BLT-LINE-NO(BLT-IDX).
           MOVE  IVL-DATA-KBN       TO  BLT-DATA-KBN(BLT-IDX).
           MOVE  IVL-TOKU-COD       TO  BLT-TOKU-COD(BLT-IDX).
           MOVE  IVL-JUCHU-YMD(1:6) TO  BLT-JUCHU-YM(BLT-IDX).
           MOVE  IVL-ORIG-JUCHU-NO  TO  BLT-ORIG-JUCHU-NO(BLT-IDX).
           MOVE  IVL-PERIOD         TO  BLT-PERIOD(BLT-IDX).
           MOVE  IVL-KINGAKU        TO  BLT-KINGAKU(BLT-IDX).
           MOVE  IVL-FREIGHT        TO  BLT-FREIGHT(BLT-IDX).
           MOVE  WK-INV-NO          TO  BLT-INV-NO(BLT-IDX).
       IVL-POST-EXT.
           EXIT.
      ********************************************************
      * 出荷実績レジスタのロード（受注番号＋明細行番号ごとに
      * 最初の出荷日を残す）
      ********************************************************
       SHR-LOAD-RTN               SECTION.
           OPEN  INPUT  SHR-FILE.
           IF  SHR-STATUS  NOT  =  "00"  THEN
             DISPLAY  "SHRなし"
             GO  TO  SHR-LOAD-EXT
           END-IF.
           MOVE  SPACE  TO  WK-READ-END-FLG.
           PERFORM  UNTIL  WK-READ-END-FLG  =  "E"
             READ  SHR-FILE
               AT  END
                 MOVE  "E"  TO  WK-READ-END-FLG
               NOT  AT  END
                 ADD  1  TO  SHR-CNT
                 MOVE  SHR-JUCHU-NO  TO  WK-KEY-JUCHU-NO
                 MOVE  SHR-LINE-NO   TO  WK-KEY-LINE-NO
                 PERFORM  SHT-FIND-RTN
                 IF  WK-SHT-HIT  >  0  THEN
                   IF  SHR-SHIP-YMD  <  SHT-SHIP-YMD(WK-SHT-HIT)
                     THEN
                     MOVE  SHR-SHIP-YMD  TO  SHT-SHIP-YMD(WK-SHT-HIT)
                   END-IF
                 ELSE
                   IF  SHT-CNT  <  9999  THEN
                     ADD  1  TO  SHT-CNT
                     SET  SHT-IDX  TO  SHT-CNT
                     MOVE  SHR-JUCHU-NO  TO  SHT-JUCHU-NO(SHT-IDX)
                     MOVE  SHR-LINE-NO   TO  SHT-LINE-NO(SHT-IDX)
                     MOVE  SHR-TOKU-COD  TO  SHT-TOKU-COD(SHT-IDX)
                     MOVE  SHR-SHIP-YMD  TO  SHT-SHIP-YMD(SHT-IDX)
                   ELSE
                     PERFORM  OVERFLOW-RTN
                     MOVE  "E"  TO  WK-READ-END-FLG
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  SHR-FILE.
       SHR-LOAD-EXT.
           EXIT.
      ********************************************************
      * 会計連携ファイルのロード　対象期間の明細(D)を得意先×
      * 年月で積む。未定義の場合はＥの照合を省略する
      ********************************************************
       GLI-LOAD-RTN               SECTION.
           OPEN  INPUT  GLI-FILE.
           IF  GLI-STATUS  NOT  =  "00"  THEN
             DISPLAY  "GLIなし　会計連携の照合は省略"
             GO  TO  GLI-LOAD-EXT
           END-IF.
           MOVE  "Y"  TO  WK-GLI-AVAIL-FLG.
           MOVE  SPACE  TO  WK-READ-END-FLG.
           PERFORM  UNTIL  WK-READ-END-FLG  =  "E"
             READ  GLI-FILE
               AT  END
                 MOVE  "E"  TO  WK-READ-END-FLG
               NOT  AT  END
                 IF  GLX-REC-TYPE  =  "D"  THEN
                   MOVE  GLX-TOKU-COD  TO  WK-KEY-TOKU-COD
                   MOVE  GLX-PERIOD    TO  WK-KEY-PERIOD
                   IF  (WK-KEY-PERIOD  >=  WK-FROM-PERIOD)  AND
                       (WK-KEY-PERIOD  <=  WK-TO-PERIOD)  THEN
                     PERFORM  GLT-FIND-OR-ADD-RTN
                     IF  GLT-IDX  <=  GLT-CNT  THEN
                       ADD  GLX-KINGAKU  TO  GLT-GL-KIN(GLT-IDX)
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  GLI-FILE.
       GLI-LOAD-EXT.
           EXIT.
      ********************************************************
      * テーブル上限超過　照合結果が不完全になるため照合不能とする
      ********************************************************
       OVERFLOW-RTN               SECTION.
           DISPLAY  "*** テーブル上限超過　照合不能".
           MOVE  16  TO  WK-COMP-CD.
       EXT.
           EXIT.
      ********************************************************
      * 出荷済み明細の検索（WK-KEY-JUCHU-NO＋WK-KEY-LINE-NO）
      ********************************************************
       SHT-FIND-RTN               SECTION.
           MOVE  0  TO  WK-SHT-HIT.
           PERFORM  VARYING  SHT-IDX  FROM  1  BY  1
             UNTIL  (SHT-IDX  >  SHT-CNT)  OR  (WK-SHT-HIT  >  0)
             IF  (SHT-JUCHU-NO(SHT-IDX)  =  WK-KEY-JUCHU-NO)  AND
                 (SHT-LINE-NO(SHT-IDX)  =  WK-KEY-LINE-NO)  THEN
               SET  WK-SHT-HIT  TO  SHT-IDX
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 請求済み通常受注明細の検索（WK-KEY-JUCHU-NO＋
      * WK-KEY-LINE-NO、データ区分"1"）
      ********************************************************
       BLT-FIND-RTN               SECTION.
           MOVE  0  TO  WK-BLT-HIT.
           PERFORM  VARYING  BLT-IDX  FROM  1  BY  1
             UNTIL  (BLT-IDX  >  BLT-CNT)  OR  (WK-BLT-HIT  >  0)
             IF  (BLT-JUCHU-NO(BLT-IDX)  =  WK-KEY-JUCHU-NO)  AND
                 (BLT-LINE-NO(BLT-IDX)  =  WK-KEY-LINE-NO)  AND
                 (BLT-DATA-KBN(BLT-IDX)  =  "1")  THEN
               SET  WK-BLT-HIT  TO  BLT-IDX
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 得意先×年月エントリの検索、なければ追加する（満杯時は
      * GLT-IDXがGLT-CNTを超えた状態で戻り、照合不能とする）
      ********************************************************
       GLT-FIND-OR-ADD-RTN        SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  GLT-IDX  FROM  1  BY  1
             UNTIL  (GLT-IDX  >  GLT-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  (GLT-TOKU-COD(GLT-IDX)  =  WK-KEY-TOKU-COD)  AND
                 (GLT-PERIOD(GLT-IDX)  =  WK-KEY-PERIOD)  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             SET  GLT-IDX  DOWN  BY  1
           ELSE
             IF  GLT-CNT  <  2000  THEN
               ADD  1  TO  GLT-CNT
               SET  GLT-IDX  TO  GLT-CNT
               MOVE  WK-KEY-TOKU-COD  TO  GLT-TOKU-COD(GLT-IDX)
               MOVE  WK-KEY-PERIOD    TO  GLT-PERIOD(GLT-IDX)
               MOVE  ZERO  TO  GLT-BILL-KIN(GLT-IDX)
               MOVE  ZERO  TO  GLT-GL-KIN(GLT-IDX)
             ELSE
               PERFORM  OVERFLOW-RTN
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 区分見出し（WK-MSGの区分名）
      ********************************************************
       SECTION-HEAD-RTN           SECTION.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "＜"  DELIMITED BY SIZE
                   WK-MSG  DELIMITED BY SPACE
                   "＞"  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  2  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * Ａ．出荷済み未請求　対象期間に出荷した明細のうち請求済み
      * 通常受注明細のないもの
      ********************************************************
       SHIP-NO-BILL-RTN           SECTION.
           MOVE  "Ａ．出荷済み未請求"  TO  WK-MSG.
           PERFORM  SECTION-HEAD-RTN.
           PERFORM  VARYING  SHT-IDX  FROM  1  BY  1
             UNTIL  SHT-IDX  >  SHT-CNT
             MOVE  SHT-SHIP-YMD(SHT-IDX)  TO  WK-SHIP-YM
             IF  (WK-SHIP-YM  >=  WK-FROM-PERIOD)  AND
                 (WK-SHIP-YM  <=  WK-TO-PERIOD)  THEN
               MOVE  SHT-JUCHU-NO(SHT-IDX)  TO  WK-KEY-JUCHU-NO
               MOVE  SHT-LINE-NO(SHT-IDX)   TO  WK-KEY-LINE-NO
               PERFORM  BLT-FIND-RTN
               IF  WK-BLT-HIT  =  0  THEN
                 ADD  1  TO  A-CNT
                 PERFORM  ODB-GET-RTN
                 MOVE  SPACE  TO  RPT-REC
                 STRING  "  "  DELIMITED BY SIZE
                         SHT-JUCHU-NO(SHT-IDX)  DELIMITED BY SIZE
                         "-"  DELIMITED BY SIZE
                         SHT-LINE-NO(SHT-IDX)  DELIMITED BY SIZE
                         " 得意先="  DELIMITED BY SIZE
                         SHT-TOKU-COD(SHT-IDX)  DELIMITED BY SIZE
                         " 出荷日="  DELIMITED BY SIZE
                         SHT-SHIP-YMD(SHT-IDX)  DELIMITED BY SIZE
                         " 受注DB判定="  DELIMITED BY SIZE
                         WK-RESULT  DELIMITED BY SIZE
                         " 金額="  DELIMITED BY SIZE
                         WK-KIN-DISP  DELIMITED BY SIZE
                   INTO  RPT-REC
                 WRITE  RPT-REC
                 ADD  1  TO  RPT-CNT
               END-IF
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * Ｂ．請求済み未出荷　対象期間に請求した通常受注明細のうち
      * 出荷の記録のないもの
      ********************************************************
       BILL-NO-SHIP-RTN           SECTION.
           MOVE  "Ｂ．請求済み未出荷"  TO  WK-MSG.
           PERFORM  SECTION-HEAD-RTN.
           PERFORM  VARYING  BLT-IDX  FROM  1  BY  1
             UNTIL  BLT-IDX  >  BLT-CNT
             IF  (BLT-DATA-KBN(BLT-IDX)  =  "1")  AND
                 (BLT-PERIOD(BLT-IDX)  >=  WK-FROM-PERIOD)  AND
                 (BLT-PERIOD(BLT-IDX)  <=  WK-TO-PERIOD)  THEN
               MOVE  BLT-JUCHU-NO(BLT-IDX)  TO  WK-KEY-JUCHU-NO
               MOVE  BLT-LINE-NO(BLT-IDX)   TO  WK-KEY-LINE-NO
               PERFORM  SHT-FIND-RTN
               IF  WK-SHT-HIT  =  0  THEN
                 ADD  1  TO  B-CNT
                 PERFORM  ODB-GET-RTN
                 MOVE  BLT-KINGAKU(BLT-IDX)  TO  WK-KIN-DISP
                 MOVE  SPACE  TO  RPT-REC
                 STRING  "  "  DELIMITED BY SIZE
                         BLT-JUCHU-NO(BLT-IDX)  DELIMITED BY SIZE
                         "-"  DELIMITED BY SIZE
                         BLT-LINE-NO(BLT-IDX)  DELIMITED BY SIZE
                         " 得意先="  DELIMITED BY SIZE
                         BLT-TOKU-COD(BLT-IDX)  DELIMITED BY SIZE
                         " 請求書="  DELIMITED BY SIZE
                         BLT-INV-NO(BLT-IDX)  DELIMITED BY SIZE
                         " 期間="  DELIMITED BY SIZE
                         BLT-PERIOD(BLT-IDX)  DELIMITED BY SIZE
                         " 受注DB判定="  DELIMITED BY SIZE
                         WK-RESULT  DELIMITED BY SIZE
                         " 金額="  DELIMITED BY SIZE
                         WK-KIN-DISP  DELIMITED BY SIZE
                   INTO  RPT-REC
                 WRITE  RPT-REC
                 ADD  1  TO  RPT-CNT
               END-IF
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * Ｃ．請求期間相違　出荷月と請求期間が異なる明細。出荷月が
      * 対象期間内のものと、出荷月は対象外で請求期間が対象期間内
      * のものを1回ずつ出す
      ********************************************************
       PERIOD-DIFF-RTN            SECTION.
           MOVE  "Ｃ．請求期間相違"  TO  WK-MSG.
           PERFORM  SECTION-HEAD-RTN.
           PERFORM  VARYING  BLT-IDX  FROM  1  BY  1
             UNTIL  BLT-IDX  >  BLT-CNT
             IF  BLT-DATA-KBN(BLT-IDX)  =  "1"  THEN
               MOVE  BLT-JUCHU-NO(BLT-IDX)  TO  WK-KEY-JUCHU-NO
               MOVE  BLT-LINE-NO(BLT-IDX)   TO  WK-KEY-LINE-NO
               PERFORM  SHT-FIND-RTN
               IF  WK-SHT-HIT  >  0  THEN
                 MOVE  SHT-SHIP-YMD(WK-SHT-HIT)  TO  WK-SHIP-YM
                 IF  (WK-SHIP-YM  NOT  =  BLT-PERIOD(BLT-IDX))  AND
                     (((WK-SHIP-YM  >=  WK-FROM-PERIOD)  AND
                       (WK-SHIP-YM  <=  WK-TO-PERIOD))  OR
                      ((BLT-PERIOD(BLT-IDX)  >=  WK-FROM-PERIOD)  AND
                       (BLT-PERIOD(BLT-IDX)  <=  WK-TO-PERIOD)))
                   THEN
                   ADD  1  TO  C-CNT
                   MOVE  SPACE  TO  RPT-REC
                   STRING  "  "  DELIMITED BY SIZE
                           BLT-JUCHU-NO(BLT-IDX)  DELIMITED BY SIZE
                           "-"  DELIMITED BY SIZE
                           BLT-LINE-NO(BLT-IDX)  DELIMITED BY SIZE
                           " 得意先="  DELIMITED BY SIZE
                           BLT-TOKU-COD(BLT-IDX)  DELIMITED BY SIZE
                           " 出荷日="  DELIMITED BY SIZE
                           SHT-SHIP-YMD(WK-SHT-HIT)  DELIMITED BY SIZE
                           " 請求書="  DELIMITED BY SIZE
                           BLT-INV-NO(BLT-IDX)  DELIMITED BY SIZE
                           " 請求期間="  DELIMITED BY SIZE
                           BLT-PERIOD(BLT-IDX)  DELIMITED BY SIZE
                     INTO  RPT-REC
                   WRITE  RPT-REC
                   ADD  1  TO  RPT-CNT
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * Ｄ．金額不一致　対象期間に請求した通常受注明細の請求額
      * （同じ受注番号＋明細行番号を元とする受注変更(4)の差額を
      * 加える）と受注データベースのODB-KINGAKUを比べる
      ********************************************************
       AMOUNT-DIFF-RTN            SECTION.
           MOVE  "Ｄ．金額不一致"  TO  WK-MSG.
           PERFORM  SECTION-HEAD-RTN.
           PERFORM  VARYING  BLT-IDX  FROM  1  BY  1
             UNTIL  BLT-IDX  >  BLT-CNT
             IF  (BLT-DATA-KBN(BLT-IDX)  =  "1")  AND
                 (BLT-PERIOD(BLT-IDX)  >=  WK-FROM-PERIOD)  AND
                 (BLT-PERIOD(BLT-IDX)  <=  WK-TO-PERIOD)  THEN
               SET  WK-BLT-HIT  TO  BLT-IDX
               PERFORM  AMOUNT-CHECK-RTN
               SET  BLT-IDX  TO  WK-BLT-HIT
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 明細1件の金額照合（WK-BLT-HITの請求明細）
      ********************************************************
       AMOUNT-CHECK-RTN           SECTION.
           MOVE  BLT-KINGAKU(WK-BLT-HIT)  TO  WK-BILL-KIN.
           PERFORM  VARYING  BLT-IDX  FROM  1  BY  1
             UNTIL  BLT-IDX  >  BLT-CNT
             IF  (BLT-DATA-KBN(BLT-IDX)  =  "4")  AND
                 (BLT-ORIG-JUCHU-NO(BLT-IDX)  =
                  BLT-JUCHU-NO(WK-BLT-HIT))  AND
                 (BLT-LINE-NO(BLT-IDX)  =  BLT-LINE-NO(WK-BLT-HIT))
               THEN
               ADD  BLT-KINGAKU(BLT-IDX)  TO  WK-BILL-KIN
             END-IF
           END-PERFORM.
           MOVE  BLT-JUCHU-NO(WK-BLT-HIT)  TO  ODB-JUCHU-NO.
           MOVE  BLT-LINE-NO(WK-BLT-HIT)   TO  ODB-LINE-NO.
           MOVE  "Y"  TO  WK-FOUND-FLG.
           READ  ODB-FILE
             INVALID KEY
               MOVE  "N"  TO  WK-FOUND-FLG
               MOVE  ZERO  TO  ODB-KINGAKU
             NOT INVALID KEY
               CONTINUE
           END-READ.
           IF  (WK-FOUND-FLG  =  "Y")  AND
               (ODB-KINGAKU  =  WK-BILL-KIN)  THEN
             GO  TO  AMOUNT-CHECK-EXT
           END-IF.
           ADD  1  TO  D-CNT.
           MOVE  WK-BILL-KIN  TO  WK-KIN-DISP.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             MOVE  ODB-KINGAKU  TO  WK-KIN-DISP2
             MOVE  WK-KIN-DISP2  TO  WK-MSG
           ELSE
             MOVE  "該当なし"  TO  WK-MSG
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  "  DELIMITED BY SIZE
                   BLT-JUCHU-NO(WK-BLT-HIT)  DELIMITED BY SIZE
                   "-"  DELIMITED BY SIZE
                   BLT-LINE-NO(WK-BLT-HIT)  DELIMITED BY SIZE
                   " 請求書="  DELIMITED BY SIZE
                   BLT-INV-NO(WK-BLT-HIT)  DELIMITED BY SIZE
                   " 請求額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
                   " 受注DB="  DELIMITED BY SIZE
                   WK-MSG  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       AMOUNT-CHECK-EXT.
           EXIT.
      ********************************************************
      * Ｅ．会計連携差異　請求済み明細を得意先×受注年月で積み
      * （通常受注(1)・受注変更(4)は金額＋運賃を加算、返品(2)・
      * 取消(3)・減算(9)は控除）、会計連携ファイルの金額と比べる
      ********************************************************
       GL-DIFF-RTN                SECTION.
           MOVE  "Ｅ．会計連携差異"  TO  WK-MSG.
           PERFORM  SECTION-HEAD-RTN.
           IF  WK-GLI-AVAIL-FLG  =  "N"  THEN
             MOVE  SPACE  TO  RPT-REC
             MOVE  "  会計連携ファイルなし　照合省略"
               TO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
             GO  TO  GL-DIFF-EXT
           END-IF.
           PERFORM  VARYING  BLT-IDX  FROM  1  BY  1
             UNTIL  BLT-IDX  >  BLT-CNT
             IF  (BLT-JUCHU-YM(BLT-IDX)  >=  WK-FROM-PERIOD)  AND
                 (BLT-JUCHU-YM(BLT-IDX)  <=  WK-TO-PERIOD)  THEN
               IF  (BLT-DATA-KBN(BLT-IDX)  =  "1")  OR
                   (BLT-DATA-KBN(BLT-IDX)  =  "4")  THEN
                 COMPUTE  WK-SIGN-KIN  =
                   BLT-KINGAKU(BLT-IDX)  +  BLT-FREIGHT(BLT-IDX)
               ELSE
                 COMPUTE  WK-SIGN-KIN  =  0  -  BLT-KINGAKU(BLT-IDX)
               END-IF
               MOVE  BLT-TOKU-COD(BLT-IDX)  TO  WK-KEY-TOKU-COD
               MOVE  BLT-JUCHU-YM(BLT-IDX)  TO  WK-KEY-PERIOD
               SET  WK-BLT-HIT  TO  BLT-IDX
               PERFORM  GLT-FIND-OR-ADD-RTN
               IF  GLT-IDX  <=  GLT-CNT  THEN
                 ADD  WK-SIGN-KIN  TO  GLT-BILL-KIN(GLT-IDX)
               END-IF
               SET  BLT-IDX  TO  WK-BLT-HIT
             END-IF
           END-PERFORM.
           PERFORM  VARYING  GLT-IDX  FROM  1  BY  1
             UNTIL  GLT-IDX  >  GLT-CNT
             IF  GLT-BILL-KIN(GLT-IDX)  NOT  =  GLT-GL-KIN(GLT-IDX)
               THEN
               ADD  1  TO  E-CNT
               MOVE  GLT-BILL-KIN(GLT-IDX)  TO  WK-KIN-DISP
               MOVE  GLT-GL-KIN(GLT-IDX)    TO  WK-KIN-DISP2
               MOVE  SPACE  TO  RPT-REC
               STRING  "  得意先="  DELIMITED BY SIZE
                       GLT-TOKU-COD(GLT-IDX)  DELIMITED BY SIZE
                       " 受注年月="  DELIMITED BY SIZE
                       GLT-PERIOD(GLT-IDX)  DELIMITED BY SIZE
                       " 請求額="  DELIMITED BY SIZE
                       WK-KIN-DISP  DELIMITED BY SIZE
                       " 会計連携="  DELIMITED BY SIZE
                       WK-KIN-DISP2  DELIMITED BY SIZE
                 INTO  RPT-REC
               WRITE  RPT-REC
               ADD  1  TO  RPT-CNT
             END-IF
           END-PERFORM.
       GL-DIFF-EXT.
           EXIT.
      ********************************************************
      * 受注データベースの判定・金額の参照（WK-KEY-JUCHU-NO＋
      * WK-KEY-LINE-NO）　未登録は判定"??"・金額ゼロ
      ********************************************************
       ODB-GET-RTN                SECTION.
           MOVE  WK-KEY-JUCHU-NO  TO  ODB-JUCHU-NO.
           MOVE  WK-KEY-LINE-NO   TO  ODB-LINE-NO.
           READ  ODB-FILE
             INVALID KEY
               MOVE  "??"  TO  WK-RESULT
               MOVE  ZERO  TO  WK-KIN-DISP
             NOT INVALID KEY
               MOVE  ODB-RESULT   TO  WK-RESULT
               MOVE  ODB-KINGAKU  TO  WK-KIN-DISP
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理　区分別件数の総括
      ********************************************************
       TERM-RTN                   SECTION.
           IF  WK-COMP-CD  <  16  THEN
             MOVE  SPACE  TO  RPT-REC
             WRITE  RPT-REC
             MOVE  SPACE  TO  RPT-REC
             STRING  "不整合件数　Ａ="  DELIMITED BY SIZE
                     A-CNT  DELIMITED BY SIZE
                     " Ｂ="  DELIMITED BY SIZE
                     B-CNT  DELIMITED BY SIZE
                     " Ｃ="  DELIMITED BY SIZE
                     C-CNT  DELIMITED BY SIZE
                     " Ｄ="  DELIMITED BY SIZE
                     D-CNT  DELIMITED BY SIZE
                     " Ｅ="  DELIMITED BY SIZE
                     E-CNT  DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  2  TO  RPT-CNT
             IF  (A-CNT  +  B-CNT  +  C-CNT  +  D-CNT  +  E-CNT)  >  0
               THEN
               MOVE  8  TO  WK-COMP-CD
             END-IF
           ELSE
             MOVE  SPACE  TO  RPT-REC
             MOVE  "照合不能（ログ参照）"  TO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
           IF  ODB-STATUS  =  "00"  THEN
             CLOSE  ODB-FILE
           END-IF.
           CLOSE  RPT-FILE.
           DISPLAY  "SHR-CNT=  "  SHR-CNT.
           DISPLAY  "IVL-CNT=  "  IVL-CNT.
           DISPLAY  "請求済み明細= "  BLT-CNT.
           DISPLAY  "出荷済未請求= "  A-CNT.
           DISPLAY  "請求済未出荷= "  B-CNT.
           DISPLAY  "請求期間相違= "  C-CNT.
           DISPLAY  "金額不一致  = "  D-CNT.
           DISPLAY  "会計連携差異= "  E-CNT.
           DISPLAY  "RPT-CNT=  "  RPT-CNT.
           DISPLAY  "*** END KUBM047 ***".
       EXT.
           EXIT.
