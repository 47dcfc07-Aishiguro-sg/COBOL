      * サブシステム名：受注
      * プログラム名  ：定期受注の自動生成
      * 作成日／作成者：２０２６年９月３日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：定義の納品先コードを受注へ引き継ぐ
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：見積番号を空白で設定（見積参照なし）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：取引停止・解約得意先の定義は生成せず一覧に残す
      ********************************************************
      *毎月決まった日に同じ内容を注文する得意先の「定期便」を、
      *KJBM003での再入力なしに自動起票する日次バッチ。
      *営業日判定はKCCFCAL（未定義の環境では暦日どおり）。
      *有効期間(FROM/TO)外の定義と、当日が生成日でない定義は
      *読み飛ばす。生成結果の一覧(RPT)を出力する。
      *得意先マスタ(CMF)の取引状態が停止("S")・解約("C")の得意先
      *の定義は生成せず、理由を一覧に残す（CMF未定義の環境では
      *従来どおり状態を見ずに生成する）。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  CAL-FILE  ASSIGN TO  EXTERNAL  CAL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS CAL-STATUS.
      *得意先マスタ（取引状態の確認用、未定義可）
           SELECT  CMF-FILE  ASSIGN TO  EXTERNAL  CMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFTOK-TOKU-COD
                             FILE STATUS  IS CMF-STATUS.
      *OUTPUT 生成受注（KJBM010のITFとなるKJCF010形式）
           SELECT  OTF-FILE  ASSIGN TO  EXTERNAL  OTF
                             ORGANIZATION IS LINE SEQUENTIAL.
       FD  CAL-FILE.
       01  CAL-REC.
           COPY  KCCFCAL.
       FD  CMF-FILE.
       01  CMF-REC.
           COPY  KCCFTOK.
       FD  OTF-FILE.
       01  OTF-REC.
           COPY  KJCF010.
       WORKING-STORAGE            SECTION.
       01  STD-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CAL-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  STD-CNT                PIC  9(5)    VALUE  0.
       01  GEN-CNT                PIC  9(5)    VALUE  0.
       01  NG-CNT                 PIC  9(5)    VALUE  0.
       01  SKIP-CNT               PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
      *当日日付（年・月・日に分解して使う）
       01  WK-DUE-FLG             PIC  X       VALUE  "N".
       01  WK-LOOP                PIC  9(2)    VALUE  0.
       01  WK-DAY-IDX             PIC  9(1)    VALUE  0.
      *得意先の取引状態（CMF未定義・未登録は空白＝取引中扱い）
       01  WK-CMF-AVAIL-FLG       PIC  X       VALUE  "N".
       01  WK-TORIHIKI-KBN        PIC  X       VALUE  SPACE.
      *採番サービス(KCBS030)への連絡領域
       COPY  KCBS030P.
      *明細編集の添字
             DISPLAY  "定期受注マスタなし"
             MOVE  "E"  TO  WK-END-FLG
           END-IF.
           OPEN  INPUT  CMF-FILE.
           IF  CMF-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-CMF-AVAIL-FLG
           ELSE
             DISPLAY  "CMFなし　取引状態を見ずに生成"
           END-IF.
           OPEN  OUTPUT  OTF-FILE.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
                    (WK-TODAY-YMD  <=  STD-TO-YMD))  THEN
                 PERFORM  DUE-CHECK-RTN
                 IF  WK-DUE-FLG  =  "Y"  THEN
                   PERFORM  TORIHIKI-CHECK-RTN
                   IF  (WK-TORIHIKI-KBN  =  "S")  OR
                       (WK-TORIHIKI-KBN  =  "C")  THEN
                     PERFORM  SKIP-RTN
                   ELSE
                     PERFORM  GENERATE-RTN
                   END-IF
                 END-IF
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 取引状態の確認　得意先マスタを引き当てて状態を得る
      * （CMF未定義・得意先未登録は空白＝取引中扱い。未登録の
      * 得意先はKJBM020の得意先マスタ不一致で却下される）
      ********************************************************
       TORIHIKI-CHECK-RTN         SECTION.
           MOVE  SPACE  TO  WK-TORIHIKI-KBN.
           IF  WK-CMF-AVAIL-FLG  =  "Y"  THEN
             MOVE  STD-TOKU-COD  TO  CFTOK-TOKU-COD
             READ  CMF-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE  CFTOK-TORIHIKI-KBN  TO  WK-TORIHIKI-KBN
             END-READ
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 生成見送り　取引停止・解約の得意先は採番せず一覧に残す
      ********************************************************
       SKIP-RTN                   SECTION.
           ADD  1  TO  SKIP-CNT.
           MOVE  SPACE  TO  RPT-REC.
           IF  WK-TORIHIKI-KBN  =  "S"  THEN
             STRING  "生成せず 得意先="  DELIMITED BY SIZE
                     STD-TOKU-COD  DELIMITED BY SIZE
                     " 取引停止中"  DELIMITED BY SIZE
               INTO  RPT-REC
           ELSE
             STRING  "生成せず 得意先="  DELIMITED BY SIZE
                     STD-TOKU-COD  DELIMITED BY SIZE
                     " 解約済み"  DELIMITED BY SIZE
               INTO  RPT-REC
           END-IF.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 受注1件の生成　系列"R"で採番し、KJCF010レコードを書く
      ********************************************************
       GENERATE-RTN               SECTION.
           MOVE  SPACE          TO  JF010-TSUKA-COD.
           MOVE  SPACE          TO  JF010-CANCEL-JUCHU-NO.
           MOVE  ZERO           TO  JF010-NOKI-YMD.
           MOVE  STD-NOHIN-COD  TO  JF010-NOHIN-COD.
           MOVE  ZERO           TO  JF010-LINE-NO.
           MOVE  STD-LINE-CNT   TO  JF010-LINE-CNT.
           PERFORM  VARYING  WK-LINE-IDX  FROM  1  BY  1
             MOVE  STD-UNIT-KBN(WK-LINE-IDX)
               TO  JF010-UNIT-KBN(WK-LINE-IDX)
           END-PERFORM.
           MOVE  SPACE          TO  JF010-MITSU-NO.
           WRITE  OTF-REC.
           ADD  1  TO  GEN-CNT.
           MOVE  SPACE  TO  RPT-REC.
           IF  STD-STATUS  NOT  =  "35"  THEN
             CLOSE  STD-FILE
           END-IF.
           IF  WK-CMF-AVAIL-FLG  =  "Y"  THEN
             CLOSE  CMF-FILE
           END-IF.
           CLOSE  OTF-FILE.
           CLOSE  RPT-FILE.
           DISPLAY  "定義読込= "  STD-CNT.
           DISPLAY  "生成件数= "  GEN-CNT.
           DISPLAY  "停止解約= "  SKIP-CNT.
           DISPLAY  "採番異常= "  NG-CNT.
           DISPLAY  "*** END KJBM004 ***".
       EXT.
