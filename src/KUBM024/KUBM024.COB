      * 変更日／変更者：２０２６年９月３日  石黒　茜
      *       変更内容：受注変更(4)を差額加算として集計
      *                 （金額はKJBM030が新旧差額を設定済み）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：輸出免税・非課税の得意先(CFTOK-ZEI-KBN)の売上を
      *                 円換算して別行に集計し、輸出許可番号のない
      *                 輸出免税明細の例外一覧を追加
      ********************************************************
      *受理受注データ(KJBM050のOTF1、複数実行分の連結可)を読み、
      *年月×税率区分（標準10％／軽減8％）別に税抜金額と税額を
      *差し引き、会計連携(KUBM023)の数字と揃える。
      *月ごとに「区分別税額の合計＝JF020-ZEIGAKUの合計」の照合行を
      *出力し、不一致があれば完了コード8で終了する。
      *受注得意先の消費税区分(CFTOK-ZEI-KBN)が"E"（輸出免税）・"N"
      *（非課税・不課税）で税額ゼロの明細は、税率区分とは別に
      *「輸出免税売上」「非課税・不課税売上」の行へ集計する。外貨
      *建ての明細は受注日時点で有効な為替レート(RATE)で円換算する。
      *輸出免税の受注明細（データ区分"1"）は輸出許可データ(EXD、
      *KJCEXD形式)と納品書番号（受注番号＋明細行番号）で突き合わせ、
      *許可番号のない明細・レート未設定の明細を例外一覧として末尾
      *へ出力し、例外があれば完了コード8で終了する。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFSHO-SHOHIN-NO
                             FILE STATUS  IS IMF-STATUS.
      *得意先マスタ（消費税区分の引き当て用）
           SELECT  CMF-FILE  ASSIGN TO  EXTERNAL  CMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFTOK-TOKU-COD
                             FILE STATUS  IS CMF-STATUS.
      *為替レートファイル（外貨建て輸出免税・非課税売上の円換算）
           SELECT  RATE-FILE  ASSIGN TO  EXTERNAL  RATE
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS RATE-STATUS.
      *輸出許可データ（全件ロードする）
           SELECT  EXD-FILE  ASSIGN TO  EXTERNAL  EXD
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS EXD-STATUS.
      *OUTPUT 消費税集計表
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  CMF-FILE.
       01  CMF-REC.
           COPY  KCCFTOK.
       FD  RATE-FILE.
       01  RATE-REC.
           COPY  KJCRATE.
       FD  EXD-FILE.
       01  EXD-REC.
           COPY  KJCEXD.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  IMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  RATE-STATUS            PIC  X(2)    VALUE  SPACE.
       01  EXD-STATUS             PIC  X(2)    VALUE  SPACE.
       01  EXC-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  ITF-CNT                PIC  9(7)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  NG-CNT                 PIC  9(4)    VALUE  0.
           03  ZEI-RED-ZEINUKI    PIC  S9(11).
           03  ZEI-RED-ZEI       PIC  S9(9).
           03  ZEI-TOTAL-ZEI     PIC  S9(9).
      *税率0％の売上（円換算後の税抜金額）
           03  ZEI-EXP-ZEINUKI    PIC  S9(11).
           03  ZEI-HIKA-ZEINUKI   PIC  S9(11).
       01  WK-YM                  PIC  X(6)    VALUE  SPACE.
      *1明細分の税抜金額（税込金額−税額）と税額（符号付き、
      *返品・取消・減算はマイナス）
       01  WK-ZEINUKI             PIC  S9(9)   VALUE  0.
       01  WK-ZEIGAKU             PIC  S9(9)   VALUE  0.
      *受注得意先の消費税区分（直前の得意先をキャッシュする）
       01  WK-LAST-TOKU           PIC  X(4)    VALUE  SPACE.
       01  WK-TOKU-ZEI-KBN        PIC  X(1)    VALUE  SPACE.
      *円換算用　受注日・適用レート・円換算後の税抜金額
       01  WK-JUCHU-YMD           PIC  9(8)    VALUE  0.
       01  WK-RATE                PIC  9(5)V9(4)  VALUE  0.
       01  WK-RATE-BEST-YMD       PIC  9(8)    VALUE  0.
       01  WK-RATE-FOUND-FLG      PIC  X       VALUE  "N".
       01  WK-ZEINUKI-YEN         PIC  S9(11)  VALUE  0.
      *為替レート　ワーキングストレージ・キャッシュ
       01  RATET-CNT              PIC  9(3)    VALUE  ZERO.
       01  RATET-TBL.
         02  RATET-ENT  OCCURS 200 TIMES INDEXED BY RATET-IDX.
           03  RATET-TSUKA-COD    PIC  X(3).
           03  RATET-RATE         PIC  9(5)V9(4).
           03  RATET-TEKIYO-YMD   PIC  9(8).
      *輸出許可データの納品書番号　ワーキングストレージ・キャッシュ
       01  EXDT-CNT               PIC  9(4)    VALUE  ZERO.
       01  EXDT-TBL.
         02  EXDT-ENT  OCCURS 9999 TIMES INDEXED BY EXDT-IDX.
           03  EXDT-DEN-NO        PIC  X(8).
       01  WK-DEN-NO              PIC  X(8)    VALUE  SPACE.
      *例外明細（集計表の後へ出力する）
       01  EXCT-CNT               PIC  9(4)    VALUE  ZERO.
       01  EXCT-TBL.
         02  EXCT-ENT  OCCURS 999 TIMES INDEXED BY EXCT-IDX.
           03  EXCT-JUCHU-NO      PIC  X(6).
           03  EXCT-LINE-NO       PIC  9(2).
           03  EXCT-TOKU-COD      PIC  X(4).
           03  EXCT-JUCHU-YMD     PIC  9(8).
           03  EXCT-TSUKA-COD     PIC  X(3).
           03  EXCT-ZEINUKI       PIC  S9(9).
           03  EXCT-RIYU          PIC  X(30).
       01  WK-EXC-RIYU            PIC  X(30)   VALUE  SPACE.
       01  WK-KIN-DISP3           PIC  ----,---,--9.
      *照合用
       01  WK-KUBUN-SUM           PIC  S9(9)   VALUE  0.
      *編集用
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KUBM024 ***".
           PERFORM  INIT-RTN.
           PERFORM  LOAD-RATE-RTN.
           PERFORM  LOAD-EXD-RTN.
           PERFORM  MAIN-RTN  UNTIL  ITF-END-FLG  =  "Y".
           PERFORM  REPORT-RTN.
           PERFORM  EXC-REPORT-RTN.
           PERFORM  TERM-RTN.
           IF  (NG-CNT  >  0)  OR  (EXC-CNT  >  0)  THEN
             MOVE  8  TO  RETURN-CODE
           END-IF.
           STOP  RUN.
       INIT-RTN                   SECTION.
           OPEN  INPUT   ITF-FILE.
           OPEN  INPUT   IMF-FILE.
           OPEN  INPUT   CMF-FILE.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "消費税集計表（税率区分別）"  TO  RPT-REC.
       EXT.
           EXIT.
      ********************************************************
      * 為替レートの全件ロード（ファイルなしは換算なしで続行し、
      * 外貨建ての0％売上は例外一覧へ出す）
      ********************************************************
       LOAD-RATE-RTN              SECTION.
           OPEN  INPUT  RATE-FILE.
           IF  RATE-STATUS  =  "35"  THEN
             DISPLAY  "RATEファイルなし　換算なしで続行"
           ELSE
             MOVE  SPACE  TO  WK-END-FLG
             PERFORM  UNTIL  WK-END-FLG  =  "E"
               READ  RATE-FILE
                 AT  END
                   MOVE  "E"  TO  WK-END-FLG
                 NOT  AT  END
                   IF  RATET-CNT  <  200  THEN
                     ADD  1  TO  RATET-CNT
                     SET  RATET-IDX  TO  RATET-CNT
                     MOVE  RATE-TSUKA-COD
                       TO  RATET-TSUKA-COD(RATET-IDX)
                     MOVE  RATE-RATE  TO  RATET-RATE(RATET-IDX)
                     MOVE  RATE-TEKIYO-YMD
                       TO  RATET-TEKIYO-YMD(RATET-IDX)
                   ELSE
                     DISPLAY  "*** 為替レート上限超過"
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  RATE-FILE
             DISPLAY  "為替レート ロード件数=" RATET-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 輸出許可データの全件ロード（ファイルなしは全明細が例外）
      ********************************************************
       LOAD-EXD-RTN               SECTION.
           OPEN  INPUT  EXD-FILE.
           IF  EXD-STATUS  =  "35"  THEN
             DISPLAY  "EXDファイルなし　輸出許可照合不可"
           ELSE
             MOVE  SPACE  TO  WK-END-FLG
             PERFORM  UNTIL  WK-END-FLG  =  "E"
               READ  EXD-FILE
                 AT  END
                   MOVE  "E"  TO  WK-END-FLG
                 NOT  AT  END
                   IF  EXD-KYOKA-NO  =  SPACE  THEN
                     CONTINUE
                   ELSE
                     IF  EXDT-CNT  <  9999  THEN
                       ADD  1  TO  EXDT-CNT
                       SET  EXDT-IDX  TO  EXDT-CNT
                       MOVE  EXD-DEN-NO  TO  EXDT-DEN-NO(EXDT-IDX)
                     ELSE
                       DISPLAY  "*** 輸出許可上限超過"
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  EXD-FILE
             DISPLAY  "輸出許可 ロード件数=" EXDT-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 受理受注1件の集計　返品・取消・減算は控除として差し引く
      ********************************************************
       MAIN-RTN                   SECTION.
             COMPUTE  WK-ZEIGAKU  =  0  -  JF020-ZEIGAKU
           END-IF.
           ADD  WK-ZEIGAKU  TO  ZEI-TOTAL-ZEI(ZEI-IDX).
      *輸出免税・非課税の得意先で税額ゼロの明細は0％の売上とする
      *（区分設定前の受注で税額のある明細は商品で区分する）
           PERFORM  TOKU-ZEI-RTN.
           IF  (WK-ZEIGAKU  =  ZERO)  AND
               ((WK-TOKU-ZEI-KBN  =  "E")  OR
                (WK-TOKU-ZEI-KBN  =  "N"))  THEN
             PERFORM  ZERO-RATE-RTN
             GO  TO  TALLY-EXT
           END-IF.
      *税率区分は商品マスタから引き当てる（"01"=軽減税率対象）
      *マスタにない商品は標準税率側へ寄せる
           MOVE  JF020-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
                 ADD  WK-ZEIGAKU  TO  ZEI-STD-ZEI(ZEI-IDX)
               END-IF
           END-READ.
       TALLY-EXT.
           EXIT.
      ********************************************************
      * 受注得意先の消費税区分の引き当て（マスタにない得意先は
      * 課税扱い）
      ********************************************************
       TOKU-ZEI-RTN               SECTION.
           IF  JF020-TOKU-COD  =  WK-LAST-TOKU  THEN
             GO  TO  TOKU-ZEI-EXT
           END-IF.
           MOVE  JF020-TOKU-COD  TO  WK-LAST-TOKU.
           MOVE  JF020-TOKU-COD  TO  CFTOK-TOKU-COD.
           READ  CMF-FILE
             INVALID KEY
               MOVE  SPACE  TO  WK-TOKU-ZEI-KBN
             NOT INVALID KEY
               MOVE  CFTOK-ZEI-KBN  TO  WK-TOKU-ZEI-KBN
           END-READ.
       TOKU-ZEI-EXT.
           EXIT.
      ********************************************************
      * 税率0％の売上の集計　円換算して輸出免税・非課税の行へ積み、
      * 輸出免税の受注明細は輸出許可データと突き合わせる
      ********************************************************
       ZERO-RATE-RTN              SECTION.
           MOVE  SPACE  TO  WK-EXC-RIYU.
           COMPUTE  WK-JUCHU-YMD  =  JF020-JUCHU-Y2  *  10000
                                  +  JF020-JUCHU-MM  *  100
                                  +  JF020-JUCHU-DD.
           IF  (JF020-TSUKA-COD  =  "JPY")  OR
               (JF020-TSUKA-COD  =  SPACE)  THEN
             MOVE  WK-ZEINUKI  TO  WK-ZEINUKI-YEN
           ELSE
             PERFORM  RATE-FIND-RTN
             IF  WK-RATE-FOUND-FLG  =  "Y"  THEN
               COMPUTE  WK-ZEINUKI-YEN  ROUNDED  =
                 WK-ZEINUKI  *  WK-RATE
             ELSE
               MOVE  WK-ZEINUKI  TO  WK-ZEINUKI-YEN
               MOVE  "為替レート未設定"  TO  WK-EXC-RIYU
             END-IF
           END-IF.
           IF  WK-TOKU-ZEI-KBN  =  "E"  THEN
             ADD  WK-ZEINUKI-YEN  TO  ZEI-EXP-ZEINUKI(ZEI-IDX)
           ELSE
             ADD  WK-ZEINUKI-YEN  TO  ZEI-HIKA-ZEINUKI(ZEI-IDX)
           END-IF.
      *輸出許可は受注明細（データ区分"1"）の納品書単位で確認する
           IF  (WK-TOKU-ZEI-KBN  =  "E")  AND
               (JF020-DATA-KBN  =  "1")  AND
               (WK-EXC-RIYU  =  SPACE)  THEN
             MOVE  JF020-JUCHU-NO  TO  WK-DEN-NO(1:6)
             MOVE  JF020-LINE-NO   TO  WK-DEN-NO(7:2)
             MOVE  "N"  TO  WK-FOUND-FLG
             PERFORM  VARYING  EXDT-IDX  FROM  1  BY  1
               UNTIL  (EXDT-IDX  >  EXDT-CNT)  OR
                      (WK-FOUND-FLG  =  "Y")
               IF  EXDT-DEN-NO(EXDT-IDX)  =  WK-DEN-NO  THEN
                 MOVE  "Y"  TO  WK-FOUND-FLG
               END-IF
             END-PERFORM
             IF  WK-FOUND-FLG  =  "N"  THEN
               MOVE  "輸出許可番号なし"  TO  WK-EXC-RIYU
             END-IF
           END-IF.
           IF  WK-EXC-RIYU  NOT  =  SPACE  THEN
             PERFORM  EXC-ADD-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 受注日時点で有効な為替レートの検索（適用開始日が受注日
      * 以前で最も新しいもの）
      ********************************************************
       RATE-FIND-RTN              SECTION.
           MOVE  "N"  TO  WK-RATE-FOUND-FLG.
           MOVE  0    TO  WK-RATE.
           MOVE  0    TO  WK-RATE-BEST-YMD.
           PERFORM  VARYING  RATET-IDX  FROM  1  BY  1
             UNTIL  RATET-IDX  >  RATET-CNT
             IF  (RATET-TSUKA-COD(RATET-IDX)  =  JF020-TSUKA-COD)
                 AND  (RATET-TEKIYO-YMD(RATET-IDX)  <=
                       WK-JUCHU-YMD)
                 AND  ((WK-RATE-FOUND-FLG  =  "N")  OR
                       (RATET-TEKIYO-YMD(RATET-IDX)  >=
                        WK-RATE-BEST-YMD))  THEN
               MOVE  "Y"  TO  WK-RATE-FOUND-FLG
               MOVE  RATET-TEKIYO-YMD(RATET-IDX)
                 TO  WK-RATE-BEST-YMD
               MOVE  RATET-RATE(RATET-IDX)  TO  WK-RATE
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 例外明細の退避（上限超過分は件数だけ数える）
      ********************************************************
       EXC-ADD-RTN                SECTION.
           ADD  1  TO  EXC-CNT.
           IF  EXCT-CNT  >=  999  THEN
             GO  TO  EXC-ADD-EXT
           END-IF.
           ADD  1  TO  EXCT-CNT.
           SET  EXCT-IDX  TO  EXCT-CNT.
           MOVE  JF020-JUCHU-NO   TO  EXCT-JUCHU-NO(EXCT-IDX).
           MOVE  JF020-LINE-NO    TO  EXCT-LINE-NO(EXCT-IDX).
           MOVE  JF020-TOKU-COD   TO  EXCT-TOKU-COD(EXCT-IDX).
           MOVE  WK-JUCHU-YMD     TO  EXCT-JUCHU-YMD(EXCT-IDX).
           MOVE  JF020-TSUKA-COD  TO  EXCT-TSUKA-COD(EXCT-IDX).
           MOVE  WK-ZEINUKI       TO  EXCT-ZEINUKI(EXCT-IDX).
           MOVE  WK-EXC-RIYU      TO  EXCT-RIYU(EXCT-IDX).
       EXC-ADD-EXT.
           EXIT.
      ********************************************************
      * 年月のエントリを検索、なければ追加する
      ********************************************************
       FIND-OR-ADD-RTN            SECTION.
             MOVE  ZERO  TO  ZEI-RED-ZEINUKI(ZEI-IDX)
             MOVE  ZERO  TO  ZEI-RED-ZEI(ZEI-IDX)
             MOVE  ZERO  TO  ZEI-TOTAL-ZEI(ZEI-IDX)
             MOVE  ZERO  TO  ZEI-EXP-ZEINUKI(ZEI-IDX)
             MOVE  ZERO  TO  ZEI-HIKA-ZEINUKI(ZEI-IDX)
           END-IF.
       EXT.
           EXIT.
                     WK-KIN-DISP2  DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
      *税率0％の売上（円換算後の税抜金額、税額なし）
             MOVE  ZEI-EXP-ZEINUKI(ZEI-IDX)  TO  WK-KIN-DISP
             MOVE  SPACE  TO  RPT-REC
             STRING  "  輸出免税売上 0% 税抜="
                       DELIMITED BY SIZE
                     WK-KIN-DISP   DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             MOVE  ZEI-HIKA-ZEINUKI(ZEI-IDX)  TO  WK-KIN-DISP
             MOVE  SPACE  TO  RPT-REC
             STRING  "  非課税・不課税売上 税抜="
                       DELIMITED BY SIZE
                     WK-KIN-DISP   DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  5  TO  RPT-CNT
      *照合行　区分別税額の合計＝明細税額の合計
             COMPUTE  WK-KUBUN-SUM  =
               ZEI-STD-ZEI(ZEI-IDX)  +  ZEI-RED-ZEI(ZEI-IDX)
       EXT.
           EXIT.
      ********************************************************
      * 例外一覧　輸出許可番号のない輸出免税明細と、レート未設定
      * で円換算できなかった0％売上の明細
      ********************************************************
       EXC-REPORT-RTN             SECTION.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "輸出免税・非課税売上　例外一覧"
             TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           IF  EXC-CNT  =  0  THEN
             MOVE  SPACE  TO  RPT-REC
             MOVE  "  該当なし"  TO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
             GO  TO  EXC-REPORT-EXT
           END-IF.
           PERFORM  VARYING  EXCT-IDX  FROM  1  BY  1
             UNTIL  EXCT-IDX  >  EXCT-CNT
             MOVE  EXCT-ZEINUKI(EXCT-IDX)  TO  WK-KIN-DISP3
             MOVE  SPACE  TO  RPT-REC
             STRING  "  受注="  DELIMITED BY SIZE
                     EXCT-JUCHU-NO(EXCT-IDX)  DELIMITED BY SIZE
                     "-"  DELIMITED BY SIZE
                     EXCT-LINE-NO(EXCT-IDX)  DELIMITED BY SIZE
                     " 得意先="  DELIMITED BY SIZE
                     EXCT-TOKU-COD(EXCT-IDX)  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     EXCT-JUCHU-YMD(EXCT-IDX)  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     EXCT-TSUKA-COD(EXCT-IDX)  DELIMITED BY SIZE
                     WK-KIN-DISP3  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     EXCT-RIYU(EXCT-IDX)  DELIMITED BY SPACE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-PERFORM.
           IF  EXC-CNT  >  EXCT-CNT  THEN
             MOVE  SPACE  TO  RPT-REC
             STRING  "  *** 例外明細が上限を超過　件数="
                       DELIMITED BY SIZE
                     EXC-CNT  DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
       EXC-REPORT-EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  ITF-FILE.
           CLOSE  IMF-FILE.
           CLOSE  CMF-FILE.
           CLOSE  RPT-FILE.
           DISPLAY  "ITF-CNT= "  ITF-CNT.
           DISPLAY  "年月数　= "  ZEI-CNT.
           DISPLAY  "照合NG　= "  NG-CNT.
           DISPLAY  "例外　　= "  EXC-CNT.
           DISPLAY  "*** END KUBM024 ***".
       EXT.
           EXIT.
