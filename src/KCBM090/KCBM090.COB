       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KCBM090.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：年度更新（会計年度の繰越）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：請求書レジスタへの税率0％内訳の追加に伴い
      *                 年度アーカイブのデータ長を変更
      ********************************************************
      *会計年度の12期間がすべて締まった後に1回だけ実行し、年度を
      *繰り越す。
      *  1. 年度アーカイブ(FYARC、KCCFYA形式)へ、年度内の請求書
      *     (INV)・入金(NYU、年度分を連結して割り当てる)・会計
      *     仕訳(GLJ、年度分の送信ファイルを連結して割り当てる)を
      *     年度キー付きで追記する
      *  2. 期首残高(OPN、KCCOPN形式)へ、得意先残高(CMF)・未回収
      *     請求書(INV)・在庫評価(IMF)を新年度の期首残高として
      *     書き出す
      *  3. 番号系列を新年度で付け替える。受注番号採番管理
      *     (NUMCTL)の各系列は先頭1桁を新年度の下1桁、下5桁を
      *     系列の割当範囲とし、次回採番値を範囲の先頭へ戻す。
      *     請求書採番管理(INVCTL)は先頭2桁を新年度の下2桁とし
      *     (年度＋5桁連番)、番号が年度間で重ならないようにする
      *会計期間管理(PERCTL)で年度の12期間がすべてクローズでない
      *場合、番号系列の付け替えができない場合（系列の下5桁の範囲
      *が重なる・範囲が5桁に収まらない・請求書番号が新年度の
      *先頭を超えている）、同じ年度の年度更新が既に正常終了して
      *いる場合は何もせずに完了コード8で終了する。
      *残高は実行時点のものを期首残高とするため、年度末の締め後、
      *新年度の請求・入金の計上前に実行すること。
      *実行結果は月次処理実行記録(KCBS080)へ、年度末の年月で
      *記録する（再実行の防止に使う）。
      *実行条件は環境変数で指定する
      *  KCBM090-NENDO     締める会計年度（YYYY、期首月の属する
      *                    年。未指定は直近に終わった年度）
      *  KCBM090-START-MM  期首月（01〜12、未指定は04）
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *会計期間管理ファイル（年度の12期間のクローズ確認）
           SELECT  PER-FILE  ASSIGN TO  EXTERNAL  PERCTL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS PER-STATUS-WS.
      *月次処理実行記録（KCBS080出力、年度更新済みの確認）
           SELECT  MRL-FILE  ASSIGN TO  EXTERNAL  MRL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS MRL-STATUS.
      *受注番号採番管理ファイル（読込後、付け替えて書き戻す）
           SELECT  NUM-FILE  ASSIGN TO  EXTERNAL  NUMCTL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS NUM-STATUS.
      *請求書採番管理（読込後、付け替えて書き戻す）
           SELECT  CTL-FILE  ASSIGN TO  EXTERNAL  INVCTL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS CTL-STATUS.
      *INPUT 請求書レジスタ
           SELECT  INV-FILE  ASSIGN TO  EXTERNAL  INV
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS INV-STATUS.
      *INPUT 入金トランザクション（年度分を連結して割り当てる）
           SELECT  NYU-FILE  ASSIGN TO  EXTERNAL  NYU
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS NYU-STATUS.
      *INPUT 会計仕訳連携（KCBM080の年度分の送信ファイル）
           SELECT  GLJ-FILE  ASSIGN TO  EXTERNAL  GLJ
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS GLJ-STATUS.
      *得意先マスタ（残高の参照のみ）
           SELECT  CMF-FILE  ASSIGN TO  EXTERNAL  CMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS SEQUENTIAL
                             RECORD KEY   IS CFTOK-TOKU-COD
                             FILE STATUS  IS CMF-STATUS.
      *商品マスタ（在庫数・移動平均原価の参照のみ）
           SELECT  IMF-FILE  ASSIGN TO  EXTERNAL  IMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS SEQUENTIAL
                             RECORD KEY   IS CFSHO-SHOHIN-NO
                             FILE STATUS  IS IMF-STATUS.
      *OUTPUT 年度アーカイブ（全年度分を追記）
           SELECT  FYA-FILE  ASSIGN TO  EXTERNAL  FYARC
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS FYA-STATUS.
      *OUTPUT 期首残高（新年度分）
           SELECT  OPN-FILE  ASSIGN TO  EXTERNAL  OPN
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 年度更新結果一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  PER-FILE.
       01  PER-REC.
           COPY  KCCFPER.
       FD  MRL-FILE.
       01  MRL-REC.
           COPY  KCCMRL.
       FD  NUM-FILE.
       01  NUM-REC.
           COPY  KJCNUM.
       FD  CTL-FILE.
       01  CTL-REC.
         02  CTL-NEXT-NO          PIC  9(7).
       FD  INV-FILE.
       01  INV-REC.
           COPY  KUCF030.
       FD  NYU-FILE.
       01  NYU-REC.
           COPY  KUCF040.
       FD  GLJ-FILE.
       01  GLJ-REC.
           COPY  KCCGLJ.
       FD  CMF-FILE.
       01  CMF-REC.
           COPY  KCCFTOK.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  FYA-FILE.
       01  FYA-REC.
           COPY  KCCFYA.
       FD  OPN-FILE.
       01  OPN-REC.
           COPY  KCCOPN.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  PER-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  MRL-STATUS             PIC  X(2)    VALUE  SPACE.
       01  NUM-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CTL-STATUS             PIC  X(2)    VALUE  SPACE.
       01  INV-STATUS             PIC  X(2)    VALUE  SPACE.
       01  NYU-STATUS             PIC  X(2)    VALUE  SPACE.
       01  GLJ-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  IMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  FYA-STATUS             PIC  X(2)    VALUE  SPACE.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  FYA-INV-CNT            PIC  9(7)    VALUE  0.
       01  FYA-NYU-CNT            PIC  9(7)    VALUE  0.
       01  FYA-GLJ-CNT            PIC  9(7)    VALUE  0.
       01  OPN-TOK-CNT            PIC  9(7)    VALUE  0.
       01  OPN-INV-CNT            PIC  9(7)    VALUE  0.
       01  OPN-SHO-CNT            PIC  9(7)    VALUE  0.
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
      *完了コード　0=正常 8=実行条件不備（何もしない） 16=異常
       01  WK-COMP-CD             PIC  9(2)    VALUE  ZERO.
       01  WK-TODAY               PIC  9(8)    VALUE  0.
       01  WK-TODAY-R  REDEFINES  WK-TODAY.
         02  WK-TODAY-YY          PIC  9(4).
         02  WK-TODAY-MM          PIC  9(2).
         02  WK-TODAY-DD          PIC  9(2).
      *対象年度と期首月（環境変数）
       01  WK-NENDO-X             PIC  X(4)    VALUE  SPACE.
       01  WK-NENDO               PIC  9(4)    VALUE  0.
       01  WK-START-MM-X          PIC  X(2)    VALUE  SPACE.
       01  WK-START-MM            PIC  9(2)    VALUE  4.
      *新年度と番号に埋め込む下1桁・下2桁
       01  WK-NEW-NENDO           PIC  9(4)    VALUE  0.
       01  WK-NEW-Y1              PIC  9(1)    VALUE  0.
       01  WK-NEW-Y2              PIC  9(2)    VALUE  0.
       01  WK-WORK                PIC  9(4)    VALUE  0.
      *年度の期間（12期間の年月と、年度の初日・末日）
       01  WK-PER-TBL.
         02  WK-PER-ENT  OCCURS 12 TIMES INDEXED BY WK-PER-IDX.
           03  WK-PER-YM          PIC  9(6).
           03  WK-PER-ST          PIC  X(1).
       01  WK-YM                  PIC  9(6)    VALUE  0.
       01  WK-YM-R  REDEFINES  WK-YM.
         02  WK-YM-YY             PIC  9(4).
         02  WK-YM-MM             PIC  9(2).
       01  WK-FROM-YMD            PIC  9(8)    VALUE  0.
       01  WK-TO-YMD              PIC  9(8)    VALUE  0.
       01  WK-FROM-PERIOD         PIC  9(6)    VALUE  0.
       01  WK-TO-PERIOD           PIC  9(6)    VALUE  0.
      *受注番号採番管理のテーブル（現行と付け替え後の範囲）
       01  NUMT-CNT               PIC  9(2)    VALUE  ZERO.
       01  NUMT-TBL.
         02  NUMT-ENT  OCCURS 10 TIMES INDEXED BY NUMT-IDX.
           03  NUMT-SERIES        PIC  X(1).
           03  NUMT-LO-NO         PIC  9(6).
           03  NUMT-HI-NO         PIC  9(6).
           03  NUMT-NEXT-NO       PIC  9(6).
           03  NUMT-NEW-LO        PIC  9(6).
           03  NUMT-NEW-HI        PIC  9(6).
       01  WK-CMP-IDX             PIC  9(2)    VALUE  0.
       01  WK-LO5                 PIC  9(5)    VALUE  0.
       01  WK-HI5                 PIC  9(5)    VALUE  0.
      *請求書採番（現行の次番号と新年度の先頭番号）
       01  WK-INV-NEXT-NO         PIC  9(7)    VALUE  0.
       01  WK-INV-NEW-NO          PIC  9(7)    VALUE  0.
      *在庫評価の計算域
       01  WK-KINGAKU             PIC  S9(11)  VALUE  0.
      *実行条件不備の内容（結果一覧へ出す）
       01  WK-NG-MSG              PIC  X(60)   VALUE  SPACE.
      *編集用
       01  WK-CNT-DISP            PIC  ZZZZZZ9.
       01  WK-KIN-DISP            PIC  ----,---,---,--9.
      *月次処理実行記録(KCBS080)への連絡領域
       COPY  KCBS080P.
      ********************************************************
      * 年度更新の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KCBM090 ***".
           PERFORM  INIT-RTN.
           PERFORM  CHK-DONE-RTN.
           PERFORM  CHK-PER-RTN.
           PERFORM  CHK-NUM-RTN.
           PERFORM  CHK-INVNO-RTN.
           PERFORM  CHK-MST-RTN.
           IF  WK-COMP-CD  =  0  THEN
             PERFORM  ARC-INV-RTN
             PERFORM  ARC-NYU-RTN
             PERFORM  ARC-GLJ-RTN
             PERFORM  OPN-TOK-RTN
             PERFORM  OPN-SHO-RTN
           END-IF.
           IF  WK-COMP-CD  =  0  THEN
             PERFORM  STORE-NUM-RTN
             PERFORM  STORE-CTL-RTN
           END-IF.
           PERFORM  TERM-RTN.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理　対象年度・期首月の取得と年度の期間の展開
      ********************************************************
       INIT-RTN                   SECTION.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-TODAY.
           ACCEPT  WK-START-MM-X  FROM  ENVIRONMENT
                   "KCBM090-START-MM".
           IF  WK-START-MM-X  IS  NUMERIC  THEN
             MOVE  WK-START-MM-X  TO  WK-START-MM
           END-IF.
           IF  (WK-START-MM  <  1)  OR  (WK-START-MM  >  12)  THEN
             MOVE  4  TO  WK-START-MM
           END-IF.
      *未指定は直近に終わった年度（当年度の前年度）
           ACCEPT  WK-NENDO-X  FROM  ENVIRONMENT  "KCBM090-NENDO".
           IF  WK-NENDO-X  IS  NUMERIC  THEN
             MOVE  WK-NENDO-X  TO  WK-NENDO
           ELSE
             IF  WK-TODAY-MM  >=  WK-START-MM  THEN
               COMPUTE  WK-NENDO  =  WK-TODAY-YY  -  1
             ELSE
               COMPUTE  WK-NENDO  =  WK-TODAY-YY  -  2
             END-IF
           END-IF.
           COMPUTE  WK-NEW-NENDO  =  WK-NENDO  +  1.
           DIVIDE  WK-NEW-NENDO  BY  10  GIVING  WK-WORK
                   REMAINDER  WK-NEW-Y1.
           DIVIDE  WK-NEW-NENDO  BY  100  GIVING  WK-WORK
                   REMAINDER  WK-NEW-Y2.
      *年度の12期間　期首月から1か月ずつ進める
           MOVE  WK-NENDO     TO  WK-YM-YY.
           MOVE  WK-START-MM  TO  WK-YM-MM.
           PERFORM  VARYING  WK-PER-IDX  FROM  1  BY  1
             UNTIL  WK-PER-IDX  >  12
             MOVE  WK-YM   TO  WK-PER-YM(WK-PER-IDX)
             MOVE  SPACE   TO  WK-PER-ST(WK-PER-IDX)
             IF  WK-YM-MM  =  12  THEN
               ADD  1  TO  WK-YM-YY
               MOVE  1  TO  WK-YM-MM
             ELSE
               ADD  1  TO  WK-YM-MM
             END-IF
           END-PERFORM.
           MOVE  WK-PER-YM(1)   TO  WK-FROM-PERIOD.
           MOVE  WK-PER-YM(12)  TO  WK-TO-PERIOD.
           COMPUTE  WK-FROM-YMD  =  WK-FROM-PERIOD  *  100  +  1.
           COMPUTE  WK-TO-YMD    =  WK-TO-PERIOD  *  100  +  31.
           DISPLAY  "対象年度="  WK-NENDO
                    " 期首月="  WK-START-MM
                    " 期間="  WK-FROM-PERIOD  "-"  WK-TO-PERIOD.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "年度更新結果一覧　対象年度＝"
                     DELIMITED BY SIZE
                   WK-NENDO  DELIMITED BY SIZE
                   "（"  DELIMITED BY SIZE
                   WK-FROM-PERIOD  DELIMITED BY SIZE
                   "〜"  DELIMITED BY SIZE
                   WK-TO-PERIOD  DELIMITED BY SIZE
                   "）　新年度＝"  DELIMITED BY SIZE
                   WK-NEW-NENDO  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  2  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 年度更新済みの確認　同じ年度末の年月で正常終了の記録が
      * あれば、番号系列の二重付け替えになるため実行しない
      ********************************************************
       CHK-DONE-RTN               SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           OPEN  INPUT  MRL-FILE.
           IF  MRL-STATUS  NOT  =  "00"  THEN
             GO  TO  CHK-DONE-EXT
           END-IF.
           PERFORM  UNTIL  MRL-STATUS  NOT  =  "00"
             READ  MRL-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 IF  (MRL-PGM-ID  =  "KCBM090")  AND
                     (MRL-PERIOD  =  WK-TO-PERIOD)  AND
                     (MRL-RESULT  =  "OK")  THEN
                   MOVE  "Y"  TO  WK-FOUND-FLG
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  MRL-FILE.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             MOVE  "この年度の年度更新は実行済み"
               TO  WK-NG-MSG
             PERFORM  NG-RTN
           END-IF.
       CHK-DONE-EXT.
           EXIT.
      ********************************************************
      * 会計期間のクローズ確認　年度の12期間がすべてクローズで
      * あること（未登録の期間はオープン扱い）
      ********************************************************
       CHK-PER-RTN                SECTION.
           OPEN  INPUT  PER-FILE.
           IF  PER-STATUS-WS  =  "00"  THEN
             PERFORM  UNTIL  PER-STATUS-WS  NOT  =  "00"
               READ  PER-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   PERFORM  VARYING  WK-PER-IDX  FROM  1  BY  1
                     UNTIL  WK-PER-IDX  >  12
                     IF  PER-PERIOD  =  WK-PER-YM(WK-PER-IDX)  THEN
                       MOVE  PER-STATUS
                         TO  WK-PER-ST(WK-PER-IDX)
                     END-IF
                   END-PERFORM
               END-READ
             END-PERFORM
             CLOSE  PER-FILE
           END-IF.
           PERFORM  VARYING  WK-PER-IDX  FROM  1  BY  1
             UNTIL  WK-PER-IDX  >  12
             IF  WK-PER-ST(WK-PER-IDX)  NOT  =  "C"  THEN
               MOVE  SPACE  TO  WK-NG-MSG
               STRING  "期間未クローズ　"  DELIMITED BY SIZE
                       WK-PER-YM(WK-PER-IDX)  DELIMITED BY SIZE
                 INTO  WK-NG-MSG
               PERFORM  NG-RTN
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 受注番号採番管理のロードと付け替え後の範囲の算出
      * 先頭1桁＝新年度の下1桁、下5桁＝系列の割当範囲とする。
      * 下5桁の範囲が系列間で重なると年度内で番号が衝突する
      * ため、付け替えずに実行条件不備とする
      ********************************************************
       CHK-NUM-RTN                SECTION.
           OPEN  INPUT  NUM-FILE.
           IF  NUM-STATUS  NOT  =  "00"  THEN
             DISPLAY  "NUMCTLなし　受注番号の付け替えなし"
             GO  TO  CHK-NUM-EXT
           END-IF.
           PERFORM  UNTIL  NUM-STATUS  NOT  =  "00"
             READ  NUM-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 IF  NUMT-CNT  <  10  THEN
                   ADD  1  TO  NUMT-CNT
                   SET  NUMT-IDX  TO  NUMT-CNT
                   MOVE  NUM-SERIES   TO  NUMT-SERIES(NUMT-IDX)
                   MOVE  NUM-LO-NO    TO  NUMT-LO-NO(NUMT-IDX)
                   MOVE  NUM-HI-NO    TO  NUMT-HI-NO(NUMT-IDX)
                   MOVE  NUM-NEXT-NO  TO  NUMT-NEXT-NO(NUMT-IDX)
                 ELSE
      *書き戻すと超過系列が消えるため付け替えない（KCBS030同様）
                   MOVE  SPACE  TO  WK-NG-MSG
                   STRING  "採番管理上限超過　系列＝"
                             DELIMITED BY SIZE
                           NUM-SERIES  DELIMITED BY SIZE
                     INTO  WK-NG-MSG
                   PERFORM  NG-RTN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  NUM-FILE.
           PERFORM  VARYING  NUMT-IDX  FROM  1  BY  1
             UNTIL  NUMT-IDX  >  NUMT-CNT
             MOVE  NUMT-LO-NO(NUMT-IDX)  TO  WK-LO5
             MOVE  NUMT-HI-NO(NUMT-IDX)  TO  WK-HI5
             COMPUTE  NUMT-NEW-LO(NUMT-IDX)  =
                      WK-NEW-Y1  *  100000  +  WK-LO5
             COMPUTE  NUMT-NEW-HI(NUMT-IDX)  =
                      WK-NEW-Y1  *  100000  +  WK-HI5
             IF  (WK-LO5  >  WK-HI5)  OR
                 (NUMT-HI-NO(NUMT-IDX)  -  NUMT-LO-NO(NUMT-IDX)
                    >  99999)  THEN
               MOVE  SPACE  TO  WK-NG-MSG
               STRING  "採番範囲が5桁を超える　系列＝"
                         DELIMITED BY SIZE
                       NUMT-SERIES(NUMT-IDX)  DELIMITED BY SIZE
                 INTO  WK-NG-MSG
               PERFORM  NG-RTN
             END-IF
           END-PERFORM.
           PERFORM  VARYING  NUMT-IDX  FROM  1  BY  1
             UNTIL  NUMT-IDX  >  NUMT-CNT
             PERFORM  VARYING  WK-CMP-IDX  FROM  1  BY  1
               UNTIL  WK-CMP-IDX  >=  NUMT-IDX
               IF  (NUMT-NEW-LO(NUMT-IDX)  <=
                      NUMT-NEW-HI(WK-CMP-IDX))  AND
                   (NUMT-NEW-HI(NUMT-IDX)  >=
                      NUMT-NEW-LO(WK-CMP-IDX))  THEN
                 MOVE  SPACE  TO  WK-NG-MSG
                 STRING  "採番範囲が重なる　系列＝"
                           DELIMITED BY SIZE
                         NUMT-SERIES(WK-CMP-IDX)  DELIMITED BY SIZE
                         "・"  DELIMITED BY SIZE
                         NUMT-SERIES(NUMT-IDX)  DELIMITED BY SIZE
                   INTO  WK-NG-MSG
                 PERFORM  NG-RTN
               END-IF
             END-PERFORM
           END-PERFORM.
       CHK-NUM-EXT.
           EXIT.
      ********************************************************
      * 請求書採番の確認　新年度の先頭番号（新年度下2桁＋
      * 00001）が発行済みの番号より大きいこと。請求書発行
      * (KUBM030)はレジスタの最大番号＋１まで繰り上げるため、
      * 超えていると年度の埋め込みが崩れる
      ********************************************************
       CHK-INVNO-RTN              SECTION.
           COMPUTE  WK-INV-NEW-NO  =  WK-NEW-Y2  *  100000  +  1.
           OPEN  INPUT  CTL-FILE.
           IF  CTL-STATUS  =  "00"  THEN
             READ  CTL-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 MOVE  CTL-NEXT-NO  TO  WK-INV-NEXT-NO
             END-READ
             CLOSE  CTL-FILE
           END-IF.
           OPEN  INPUT  INV-FILE.
           IF  INV-STATUS  =  "00"  THEN
             PERFORM  UNTIL  INV-STATUS  NOT  =  "00"
               READ  INV-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  INV-NO  >=  WK-INV-NEXT-NO  THEN
                     COMPUTE  WK-INV-NEXT-NO  =  INV-NO  +  1
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  INV-FILE
           END-IF.
           IF  WK-INV-NEXT-NO  >  WK-INV-NEW-NO  THEN
             MOVE  SPACE  TO  WK-NG-MSG
             STRING  "請求書番号が新年度先頭超過　次＝"
                       DELIMITED BY SIZE
                     WK-INV-NEXT-NO  DELIMITED BY SIZE
               INTO  WK-NG-MSG
             PERFORM  NG-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * マスタの確認　期首残高の途中で止まるとアーカイブだけが
      * 追記された状態になるため、書き出しの前に確認する
      ********************************************************
       CHK-MST-RTN                SECTION.
           OPEN  INPUT  CMF-FILE.
           IF  CMF-STATUS  NOT  =  "00"  THEN
             DISPLAY  "CMFオープン異常 STATUS="  CMF-STATUS
             MOVE  16  TO  WK-COMP-CD
           ELSE
             CLOSE  CMF-FILE
           END-IF.
           OPEN  INPUT  IMF-FILE.
           IF  IMF-STATUS  NOT  =  "00"  THEN
             DISPLAY  "IMFオープン異常 STATUS="  IMF-STATUS
             MOVE  16  TO  WK-COMP-CD
           ELSE
             CLOSE  IMF-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 実行条件不備の記録（結果一覧へ出力し完了コード8）
      ********************************************************
       NG-RTN                     SECTION.
           DISPLAY  "*** "  WK-NG-MSG.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "実行不可　"  DELIMITED BY SIZE
                   WK-NG-MSG  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           IF  WK-COMP-CD  <  8  THEN
             MOVE  8  TO  WK-COMP-CD
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 年度アーカイブのオープン（既存分へ追記、未作成は新規）
      ********************************************************
       FYA-OPEN-RTN               SECTION.
           OPEN  EXTEND  FYA-FILE.
           IF  FYA-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  FYA-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 請求書レジスタ　年度内発行分のアーカイブと、年度末までに
      * 発行した未回収請求書の期首残高
      ********************************************************
       ARC-INV-RTN                SECTION.
      *期首残高は請求書レジスタの有無にかかわらず作り直す
           OPEN  OUTPUT  OPN-FILE.
           OPEN  INPUT  INV-FILE.
           IF  INV-STATUS  NOT  =  "00"  THEN
             DISPLAY  "INVなし　請求書のアーカイブなし"
             GO  TO  ARC-INV-EXT
           END-IF.
           PERFORM  FYA-OPEN-RTN.
           PERFORM  UNTIL  INV-STATUS  NOT  =  "00"
             READ  INV-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 IF  (INV-YMD  >=  WK-FROM-YMD)  AND
                     (INV-YMD  <=  WK-TO-YMD)  THEN
                   MOVE  SPACE      TO  FYA-REC
                   MOVE  WK-NENDO   TO  FYA-NENDO
                   MOVE  "I"        TO  FYA-KBN
                   MOVE  INV-REC    TO  FYA-DATA
                   WRITE  FYA-REC
                   ADD  1  TO  FYA-INV-CNT
                 END-IF
                 IF  (INV-YMD  <=  WK-TO-YMD)  AND
                     (INV-OPEN-ZAN  NOT  =  0)  THEN
                   MOVE  SPACE          TO  OPN-REC
                   MOVE  WK-NEW-NENDO   TO  OPN-NENDO
                   MOVE  "I"            TO  OPN-KBN
                   MOVE  INV-NO         TO  OPN-KEY
                   MOVE  INV-TOKU-COD   TO  OPN-TOKU-COD
                   MOVE  INV-TSUKA-COD  TO  OPN-TSUKA-COD
                   IF  INV-DUE-YMD  IS  NUMERIC  AND
                       INV-DUE-YMD  >  0  THEN
                     MOVE  INV-DUE-YMD  TO  OPN-YMD
                   ELSE
                     MOVE  INV-YMD      TO  OPN-YMD
                   END-IF
                   MOVE  0              TO  OPN-SURYO
                   MOVE  0              TO  OPN-TANKA
                   MOVE  INV-OPEN-ZAN   TO  OPN-KINGAKU
                   WRITE  OPN-REC
                   ADD  1  TO  OPN-INV-CNT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  INV-FILE.
           CLOSE  FYA-FILE.
       ARC-INV-EXT.
           CLOSE  OPN-FILE.
           EXIT.
      ********************************************************
      * 入金トランザクション　年度内入金分のアーカイブ
      ********************************************************
       ARC-NYU-RTN                SECTION.
           OPEN  INPUT  NYU-FILE.
           IF  NYU-STATUS  NOT  =  "00"  THEN
             DISPLAY  "NYUなし　入金のアーカイブなし"
             GO  TO  ARC-NYU-EXT
           END-IF.
           PERFORM  FYA-OPEN-RTN.
           PERFORM  UNTIL  NYU-STATUS  NOT  =  "00"
             READ  NYU-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 IF  (NYU-YMD  >=  WK-FROM-YMD)  AND
                     (NYU-YMD  <=  WK-TO-YMD)  THEN
                   MOVE  SPACE      TO  FYA-REC
                   MOVE  WK-NENDO   TO  FYA-NENDO
                   MOVE  "R"        TO  FYA-KBN
                   MOVE  NYU-REC    TO  FYA-DATA
                   WRITE  FYA-REC
                   ADD  1  TO  FYA-NYU-CNT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  NYU-FILE.
           CLOSE  FYA-FILE.
       ARC-NYU-EXT.
           EXIT.
      ********************************************************
      * 会計仕訳連携　対象年月が年度内の見出し・明細・トレーラ
      * のアーカイブ
      ********************************************************
       ARC-GLJ-RTN                SECTION.
           OPEN  INPUT  GLJ-FILE.
           IF  GLJ-STATUS  NOT  =  "00"  THEN
             DISPLAY  "GLJなし　会計仕訳のアーカイブなし"
             GO  TO  ARC-GLJ-EXT
           END-IF.
           PERFORM  FYA-OPEN-RTN.
           PERFORM  UNTIL  GLJ-STATUS  NOT  =  "00"
             READ  GLJ-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 IF  (GLJ-PERIOD  >=  WK-FROM-PERIOD)  AND
                     (GLJ-PERIOD  <=  WK-TO-PERIOD)  THEN
                   MOVE  SPACE      TO  FYA-REC
                   MOVE  WK-NENDO   TO  FYA-NENDO
                   MOVE  "J"        TO  FYA-KBN
                   MOVE  GLJ-REC    TO  FYA-DATA
                   WRITE  FYA-REC
                   ADD  1  TO  FYA-GLJ-CNT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  GLJ-FILE.
           CLOSE  FYA-FILE.
       ARC-GLJ-EXT.
           EXIT.
      ********************************************************
      * 得意先残高の期首残高（残高ゼロの得意先は出さない）
      ********************************************************
       OPN-TOK-RTN                SECTION.
           OPEN  INPUT  CMF-FILE.
           IF  CMF-STATUS  NOT  =  "00"  THEN
             DISPLAY  "CMFオープン異常 STATUS="  CMF-STATUS
             MOVE  16  TO  WK-COMP-CD
             GO  TO  OPN-TOK-EXT
           END-IF.
           OPEN  EXTEND  OPN-FILE.
           PERFORM  UNTIL  CMF-STATUS  NOT  =  "00"
             READ  CMF-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 IF  CFTOK-ZANDAKA  NOT  =  0  THEN
                   MOVE  SPACE           TO  OPN-REC
                   MOVE  WK-NEW-NENDO    TO  OPN-NENDO
                   MOVE  "C"             TO  OPN-KBN
                   MOVE  CFTOK-TOKU-COD  TO  OPN-KEY
                   MOVE  CFTOK-TOKU-COD  TO  OPN-TOKU-COD
                   MOVE  0               TO  OPN-YMD
                   MOVE  0               TO  OPN-SURYO
                   MOVE  0               TO  OPN-TANKA
                   MOVE  CFTOK-ZANDAKA   TO  OPN-KINGAKU
                   WRITE  OPN-REC
                   ADD  1  TO  OPN-TOK-CNT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  CMF-FILE.
           CLOSE  OPN-FILE.
       OPN-TOK-EXT.
           EXIT.
      ********************************************************
      * 在庫評価の期首残高　在庫数×移動平均原価（在庫ゼロの
      * 商品は出さない。原価未設定は評価ゼロで出す）
      ********************************************************
       OPN-SHO-RTN                SECTION.
           OPEN  INPUT  IMF-FILE.
           IF  IMF-STATUS  NOT  =  "00"  THEN
             DISPLAY  "IMFオープン異常 STATUS="  IMF-STATUS
             MOVE  16  TO  WK-COMP-CD
             GO  TO  OPN-SHO-EXT
           END-IF.
           OPEN  EXTEND  OPN-FILE.
           PERFORM  UNTIL  IMF-STATUS  NOT  =  "00"
             READ  IMF-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 IF  CFSHO-ZAIKO-SURYO  NOT  =  0  THEN
                   COMPUTE  WK-KINGAKU  ROUNDED  =
                            CFSHO-ZAIKO-SURYO  *  CFSHO-GENKA
                   MOVE  SPACE              TO  OPN-REC
                   MOVE  WK-NEW-NENDO       TO  OPN-NENDO
                   MOVE  "S"                TO  OPN-KBN
                   MOVE  CFSHO-SHOHIN-NO    TO  OPN-KEY
                   MOVE  0                  TO  OPN-YMD
                   MOVE  CFSHO-ZAIKO-SURYO  TO  OPN-SURYO
                   MOVE  CFSHO-GENKA        TO  OPN-TANKA
                   MOVE  WK-KINGAKU         TO  OPN-KINGAKU
                   WRITE  OPN-REC
                   ADD  1  TO  OPN-SHO-CNT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  IMF-FILE.
           CLOSE  OPN-FILE.
       OPN-SHO-EXT.
           EXIT.
      ********************************************************
      * 受注番号採番管理の書き戻し　付け替え後の範囲で、次回
      * 採番値を範囲の先頭へ戻す
      ********************************************************
       STORE-NUM-RTN              SECTION.
           IF  NUMT-CNT  =  0  THEN
             GO  TO  STORE-NUM-EXT
           END-IF.
           OPEN  OUTPUT  NUM-FILE.
           PERFORM  VARYING  NUMT-IDX  FROM  1  BY  1
             UNTIL  NUMT-IDX  >  NUMT-CNT
             MOVE  SPACE  TO  NUM-REC
             MOVE  NUMT-SERIES(NUMT-IDX)  TO  NUM-SERIES
             MOVE  NUMT-NEW-LO(NUMT-IDX)  TO  NUM-LO-NO
             MOVE  NUMT-NEW-HI(NUMT-IDX)  TO  NUM-HI-NO
             MOVE  NUMT-NEW-LO(NUMT-IDX)  TO  NUM-NEXT-NO
             WRITE  NUM-REC
             MOVE  SPACE  TO  RPT-REC
             STRING  "受注番号系列 "  DELIMITED BY SIZE
                     NUMT-SERIES(NUMT-IDX)  DELIMITED BY SIZE
                     "　旧範囲="  DELIMITED BY SIZE
                     NUMT-LO-NO(NUMT-IDX)  DELIMITED BY SIZE
                     "-"  DELIMITED BY SIZE
                     NUMT-HI-NO(NUMT-IDX)  DELIMITED BY SIZE
                     " 旧次回="  DELIMITED BY SIZE
                     NUMT-NEXT-NO(NUMT-IDX)  DELIMITED BY SIZE
                     "　新範囲="  DELIMITED BY SIZE
                     NUMT-NEW-LO(NUMT-IDX)  DELIMITED BY SIZE
                     "-"  DELIMITED BY SIZE
                     NUMT-NEW-HI(NUMT-IDX)  DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-PERFORM.
           CLOSE  NUM-FILE.
       STORE-NUM-EXT.
           EXIT.
      ********************************************************
      * 請求書採番管理の書き戻し　新年度の先頭番号
      ********************************************************
       STORE-CTL-RTN              SECTION.
           OPEN  OUTPUT  CTL-FILE.
           MOVE  WK-INV-NEW-NO  TO  CTL-NEXT-NO.
           WRITE  CTL-REC.
           CLOSE  CTL-FILE.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "請求書番号　旧次番号="  DELIMITED BY SIZE
                   WK-INV-NEXT-NO  DELIMITED BY SIZE
                   "　新次番号="  DELIMITED BY SIZE
                   WK-INV-NEW-NO  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理　件数の出力と月次処理実行記録への記録
      ********************************************************
       TERM-RTN                   SECTION.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "アーカイブ　請求書="  DELIMITED BY SIZE
                   FYA-INV-CNT  DELIMITED BY SIZE
                   " 入金="  DELIMITED BY SIZE
                   FYA-NYU-CNT  DELIMITED BY SIZE
                   " 会計仕訳="  DELIMITED BY SIZE
                   FYA-GLJ-CNT  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "期首残高　得意先="  DELIMITED BY SIZE
                   OPN-TOK-CNT  DELIMITED BY SIZE
                   " 未回収請求書="  DELIMITED BY SIZE
                   OPN-INV-CNT  DELIMITED BY SIZE
                   " 在庫="  DELIMITED BY SIZE
                   OPN-SHO-CNT  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           IF  WK-COMP-CD  =  0  THEN
             MOVE  "年度更新　完了"  TO  RPT-REC
           ELSE
             MOVE  "年度更新　未実施（番号は変更なし）"
               TO  RPT-REC
           END-IF.
           WRITE  RPT-REC.
           ADD  4  TO  RPT-CNT.
           CLOSE  RPT-FILE.
           MOVE  "KCBM090"     TO  S080-PGM-ID.
           MOVE  WK-TO-PERIOD  TO  S080-PERIOD.
           IF  WK-COMP-CD  =  0  THEN
             MOVE  "OK"  TO  S080-RESULT
           ELSE
             MOVE  "NG"  TO  S080-RESULT
           END-IF.
           CALL  "KCBS080"  USING  KCBS080-P1.
           DISPLAY  "FYA-INV= "  FYA-INV-CNT.
           DISPLAY  "FYA-NYU= "  FYA-NYU-CNT.
           DISPLAY  "FYA-GLJ= "  FYA-GLJ-CNT.
           DISPLAY  "OPN-TOK= "  OPN-TOK-CNT.
           DISPLAY  "OPN-INV= "  OPN-INV-CNT.
           DISPLAY  "OPN-SHO= "  OPN-SHO-CNT.
           DISPLAY  "RPT-CNT= "  RPT-CNT.
           DISPLAY  "*** END KCBM090 ***".
       EXT.
           EXIT.
