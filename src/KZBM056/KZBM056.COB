       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KZBM056.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：在庫
      * プログラム名  ：滞留在庫一覧と評価引当（月末）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：組立作業指示の部品払出(KI)を払出、組立受入(KR)を
      *                 入荷と同様に最終受払日へ数える
      ********************************************************
      *在庫受払ジャーナル(ZAI)から商品ごとの最終払出日（引当AL・
      *出荷払出SP・受注変更の追加引当AM）を求め、在庫のある商品
      *を基準日までの経過月数で区分して、在庫金額（在庫数×移動
      *平均原価、KZBM055と同じ評価）と評価引当額を一覧する。
      *組立作業指示の部品払出(KI)も払出として数える。
      *払出のない商品は最終入荷日(RC)から数え（組み立てた
      *セット親は組立受入日(KR)から）、受払記録のない
      *商品は最も古い区分とする。保存期間で切り出した過去分は
      *ZAIの割当へZAIARCを連結すれば数えられる。
      *区分と引当率は外部定義(PRVRT、KZCPRV形式)に従い、廃番
      *(CFSHO-HAIBAN-KBN="1")なのに在庫が残る商品には印を付ける。
      *引当額の合計を会計連携ファイル(GLI、KUCFGLI形式。KCBM080
      *の連携元PV)へ1明細で出力する。引当は洗替え（前月計上分は
      *会計側で戻し入れ、毎月その時点の要引当額を計上する）。
      *基準日は環境変数KZBM056-KIJUN-YMD（未指定は当日）。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 在庫受払ジャーナル
           SELECT  ZAI-FILE  ASSIGN TO  EXTERNAL  ZAI
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS ZAI-STATUS.
      *商品マスタ（全件読み、参照のみ）
           SELECT  IMF-FILE  ASSIGN TO  EXTERNAL  IMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS SEQUENTIAL
                             RECORD KEY   IS CFSHO-SHOHIN-NO
                             FILE STATUS  IS IMF-STATUS.
      *評価引当率（外部定義、未定義可）
           SELECT  PRV-FILE  ASSIGN TO  EXTERNAL  PRVRT
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS PRV-STATUS.
      *OUTPUT 滞留在庫一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 評価引当の会計連携（KUCFGLI形式）
           SELECT  GLI-FILE  ASSIGN TO  EXTERNAL  GLI
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  ZAI-FILE.
       01  ZAI-REC.
           COPY  KZCZAI.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  PRV-FILE.
       01  PRV-REC.
           COPY  KZCPRV.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
       FD  GLI-FILE.
       01  GLI-REC.
           COPY  KUCFGLI.
      *
       WORKING-STORAGE            SECTION.
       01  ZAI-STATUS             PIC  X(2)    VALUE  SPACE.
       01  IMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  PRV-STATUS             PIC  X(2)    VALUE  SPACE.
       01  ZAI-CNT                PIC  9(7)    VALUE  0.
       01  IMF-CNT                PIC  9(5)    VALUE  0.
       01  ZAIKO-CNT              PIC  9(5)    VALUE  0.
       01  HAIBAN-CNT             PIC  9(5)    VALUE  0.
       01  NOREKI-CNT             PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  GLI-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
      *完了コード　0=正常 16=商品マスタ・受払テーブル異常
       01  WK-COMP-CD             PIC  9(2)    VALUE  ZERO.
      *基準日（環境変数、未指定は当日）
       01  WK-KIJUN-X             PIC  X(8)    VALUE  SPACE.
       01  WK-KIJUN-YMD           PIC  9(8)    VALUE  0.
       01  WK-KIJUN-R  REDEFINES  WK-KIJUN-YMD.
         02  WK-KIJUN-YY          PIC  9(4).
         02  WK-KIJUN-MM          PIC  9(2).
         02  WK-KIJUN-DD          PIC  9(2).
       01  WK-PERIOD              PIC  9(6)    VALUE  0.
      *商品ごとの最終払出日・最終入荷日（受払ジャーナルから）
       01  ZLT-CNT                PIC  9(4)    VALUE  ZERO.
       01  ZLT-TBL.
         02  ZLT-ENT  OCCURS 9999 TIMES INDEXED BY ZLT-IDX.
           03  ZLT-SHOHIN-NO      PIC  X(5).
           03  ZLT-ISSUE-YMD      PIC  9(8).
           03  ZLT-RC-YMD         PIC  9(8).
      *経過月数の区分と引当率（区分ごとの集計付き）
       01  PRT-CNT                PIC  9(1)    VALUE  ZERO.
       01  PRT-TBL.
         02  PRT-ENT  OCCURS 9 TIMES INDEXED BY PRT-IDX.
           03  PRT-FROM-MONTHS    PIC  9(3).
           03  PRT-TO-MONTHS      PIC  9(3).
           03  PRT-RITSU          PIC  9(3).
           03  PRT-ITEM-CNT       PIC  9(5).
           03  PRT-KINGAKU        PIC  S9(13).
           03  PRT-HIKIATE        PIC  S9(13).
      *1商品の評価
       01  WK-LAST-YMD            PIC  9(8)    VALUE  0.
       01  WK-LAST-R  REDEFINES  WK-LAST-YMD.
         02  WK-LAST-YY           PIC  9(4).
         02  WK-LAST-MM           PIC  9(2).
         02  WK-LAST-DD           PIC  9(2).
       01  WK-LAST-KBN            PIC  X(8)    VALUE  SPACE.
       01  WK-MONTHS              PIC  S9(5)   VALUE  0.
       01  WK-KINGAKU             PIC  S9(11)  VALUE  0.
       01  WK-HIKIATE             PIC  S9(11)  VALUE  0.
       01  WK-MARK                PIC  X(8)    VALUE  SPACE.
      *合計
       01  WK-ALL-KINGAKU         PIC  S9(13)  VALUE  0.
       01  WK-ALL-HIKIATE         PIC  S9(13)  VALUE  0.
       01  WK-HAIBAN-KINGAKU      PIC  S9(13)  VALUE  0.
      *編集用
       01  WK-SURYO-DISP          PIC  ------9.
       01  WK-KIN-DISP            PIC  ---,---,---,--9.
       01  WK-HIK-DISP            PIC  ---,---,---,--9.
       01  WK-MONTHS-DISP         PIC  ZZZ9.
       01  WK-FROM-DISP           PIC  ZZ9.
       01  WK-TO-DISP             PIC  ZZ9.
       01  WK-RITSU-DISP          PIC  ZZ9.
       01  WK-CNT-DISP            PIC  ZZZZ9.
      ********************************************************
      * 滞留在庫一覧と評価引当の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KZBM056 ***".
           PERFORM  INIT-RTN.
           PERFORM  LOAD-PRV-RTN.
           PERFORM  LOAD-ZAI-RTN.
           IF  WK-COMP-CD  <  16  THEN
             PERFORM  MAIN-RTN  UNTIL  WK-END-FLG  =  "E"
           END-IF.
           PERFORM  SUMMARY-RTN.
           PERFORM  GLI-RTN.
           PERFORM  TERM-RTN.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           ACCEPT  WK-KIJUN-X  FROM  ENVIRONMENT
                   "KZBM056-KIJUN-YMD".
           IF  WK-KIJUN-X  IS  NUMERIC  THEN
             MOVE  WK-KIJUN-X  TO  WK-KIJUN-YMD
           ELSE
             MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-KIJUN-YMD
           END-IF.
           MOVE  WK-KIJUN-YMD(1:6)  TO  WK-PERIOD.
           DISPLAY  "基準日=" WK-KIJUN-YMD.
           OPEN  INPUT  IMF-FILE.
           IF  IMF-STATUS  NOT  =  "00"  THEN
             DISPLAY  "IMFオープン異常 STATUS=" IMF-STATUS
             MOVE  16   TO  WK-COMP-CD
             MOVE  "E"  TO  WK-END-FLG
           END-IF.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "滞留在庫一覧・評価引当　基準日="
                     DELIMITED BY SIZE
                   WK-KIJUN-YMD  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "商品  商品名"  DELIMITED BY SIZE
                   "               在庫数 最終払出"
                     DELIMITED BY SIZE
                   " 経過      在庫金額  率        引当額"
                     DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  2  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 評価引当率のロード　未定義は4区分・引当率ゼロ
      ********************************************************
       LOAD-PRV-RTN               SECTION.
           OPEN  INPUT  PRV-FILE.
           IF  PRV-STATUS  =  "00"  THEN
             PERFORM  UNTIL  PRV-STATUS  NOT  =  "00"
               READ  PRV-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  PRT-CNT  <  9  THEN
                     ADD  1  TO  PRT-CNT
                     SET  PRT-IDX  TO  PRT-CNT
                     MOVE  PRV-TO-MONTHS  TO  PRT-TO-MONTHS(PRT-IDX)
                     MOVE  PRV-RITSU      TO  PRT-RITSU(PRT-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  PRV-FILE
           END-IF.
           IF  PRT-CNT  =  0  THEN
             DISPLAY  "PRVRTなし　4区分・引当率ゼロ"
             MOVE  4  TO  PRT-CNT
             MOVE  6    TO  PRT-TO-MONTHS(1)
             MOVE  12   TO  PRT-TO-MONTHS(2)
             MOVE  24   TO  PRT-TO-MONTHS(3)
             MOVE  999  TO  PRT-TO-MONTHS(4)
             MOVE  0    TO  PRT-RITSU(1)  PRT-RITSU(2)
                            PRT-RITSU(3)  PRT-RITSU(4)
           END-IF.
      *最後の区分はそれ以上すべてを受ける
           SET  PRT-IDX  TO  PRT-CNT.
           MOVE  999  TO  PRT-TO-MONTHS(PRT-IDX).
           PERFORM  VARYING  PRT-IDX  FROM  1  BY  1
             UNTIL  PRT-IDX  >  PRT-CNT
             IF  PRT-IDX  =  1  THEN
               MOVE  0  TO  PRT-FROM-MONTHS(PRT-IDX)
             ELSE
               MOVE  PRT-TO-MONTHS(PRT-IDX - 1)
                 TO  PRT-FROM-MONTHS(PRT-IDX)
             END-IF
             MOVE  0  TO  PRT-ITEM-CNT(PRT-IDX)  PRT-KINGAKU(PRT-IDX)
                          PRT-HIKIATE(PRT-IDX)
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 受払ジャーナルの全件読み　商品ごとの最終払出日・最終
      * 入荷日を保持する
      ********************************************************
       LOAD-ZAI-RTN               SECTION.
           OPEN  INPUT  ZAI-FILE.
           IF  ZAI-STATUS  NOT  =  "00"  THEN
             DISPLAY  "ZAIなし　全商品を受払記録なし扱い"
             GO  TO  LOAD-ZAI-EXT
           END-IF.
           PERFORM  UNTIL  ZAI-STATUS  NOT  =  "00"
             READ  ZAI-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 ADD  1  TO  ZAI-CNT
                 PERFORM  ZAI-ENTRY-RTN
             END-READ
           END-PERFORM.
           CLOSE  ZAI-FILE.
           DISPLAY  "受払件数="  ZAI-CNT  " 商品="  ZLT-CNT.
       LOAD-ZAI-EXT.
           EXIT.
      *
       ZAI-ENTRY-RTN              SECTION.
           IF  NOT  ((ZAI-KBN  =  "AL"  OR  "SP"  OR  "RC")  OR
                     (ZAI-KBN  =  "KI"  OR  "KR")  OR
                     (ZAI-KBN  =  "AM"  AND  ZAI-SURYO  <  0))  THEN
             GO  TO  ZAI-ENTRY-EXT
           END-IF.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  ZLT-IDX  FROM  1  BY  1
             UNTIL  (ZLT-IDX  >  ZLT-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  ZLT-SHOHIN-NO(ZLT-IDX)  =  ZAI-SHOHIN-NO  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             SET  ZLT-IDX  DOWN  BY  1
           ELSE
             IF  ZLT-CNT  >=  9999  THEN
               DISPLAY  "*** 受払テーブル上限超過"
               MOVE  16  TO  WK-COMP-CD
               GO  TO  ZAI-ENTRY-EXT
             END-IF
             ADD  1  TO  ZLT-CNT
             SET  ZLT-IDX  TO  ZLT-CNT
             MOVE  ZAI-SHOHIN-NO  TO  ZLT-SHOHIN-NO(ZLT-IDX)
             MOVE  0  TO  ZLT-ISSUE-YMD(ZLT-IDX)  ZLT-RC-YMD(ZLT-IDX)
           END-IF.
           IF  (ZAI-KBN  =  "RC")  OR  (ZAI-KBN  =  "KR")  THEN
             IF  ZAI-YMD  >  ZLT-RC-YMD(ZLT-IDX)  THEN
               MOVE  ZAI-YMD  TO  ZLT-RC-YMD(ZLT-IDX)
             END-IF
           ELSE
             IF  ZAI-YMD  >  ZLT-ISSUE-YMD(ZLT-IDX)  THEN
               MOVE  ZAI-YMD  TO  ZLT-ISSUE-YMD(ZLT-IDX)
             END-IF
           END-IF.
       ZAI-ENTRY-EXT.
           EXIT.
      ********************************************************
      * 商品1件の読込（在庫のある商品だけを評価する）
      ********************************************************
       MAIN-RTN                   SECTION.
           READ  IMF-FILE  NEXT  RECORD
             AT  END
               MOVE  "E"  TO  WK-END-FLG
             NOT  AT  END
               ADD  1  TO  IMF-CNT
               IF  CFSHO-ZAIKO-SURYO  >  0  THEN
                 PERFORM  VALUE-RTN
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 1商品の評価　最終払出からの経過月数で区分し、在庫金額に
      * 区分の引当率を掛ける
      ********************************************************
       VALUE-RTN                  SECTION.
           ADD  1  TO  ZAIKO-CNT.
           MOVE  0      TO  WK-LAST-YMD.
           MOVE  SPACE  TO  WK-LAST-KBN.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  ZLT-IDX  FROM  1  BY  1
             UNTIL  (ZLT-IDX  >  ZLT-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  ZLT-SHOHIN-NO(ZLT-IDX)  =  CFSHO-SHOHIN-NO  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
               IF  ZLT-ISSUE-YMD(ZLT-IDX)  >  0  THEN
                 MOVE  ZLT-ISSUE-YMD(ZLT-IDX)  TO  WK-LAST-YMD
               ELSE
                 MOVE  ZLT-RC-YMD(ZLT-IDX)  TO  WK-LAST-YMD
                 MOVE  "(入荷)"  TO  WK-LAST-KBN
               END-IF
             END-IF
           END-PERFORM.
      *経過月数　基準日の日が最終日の日に届かない月は数えない
           IF  WK-LAST-YMD  =  0  THEN
             ADD  1  TO  NOREKI-CNT
             MOVE  999  TO  WK-MONTHS
           ELSE
             COMPUTE  WK-MONTHS  =
                      (WK-KIJUN-YY  *  12  +  WK-KIJUN-MM)  -
                      (WK-LAST-YY  *  12  +  WK-LAST-MM)
             IF  WK-KIJUN-DD  <  WK-LAST-DD  THEN
               SUBTRACT  1  FROM  WK-MONTHS
             END-IF
             IF  WK-MONTHS  <  0  THEN
               MOVE  0  TO  WK-MONTHS
             END-IF
           END-IF.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  PRT-IDX  FROM  1  BY  1
             UNTIL  (PRT-IDX  >=  PRT-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  WK-MONTHS  <  PRT-TO-MONTHS(PRT-IDX)  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             SET  PRT-IDX  DOWN  BY  1
           END-IF.
           COMPUTE  WK-KINGAKU  ROUNDED  =
             CFSHO-ZAIKO-SURYO  *  CFSHO-GENKA.
           COMPUTE  WK-HIKIATE  ROUNDED  =
             WK-KINGAKU  *  PRT-RITSU(PRT-IDX)  /  100.
           ADD  1           TO  PRT-ITEM-CNT(PRT-IDX).
           ADD  WK-KINGAKU  TO  PRT-KINGAKU(PRT-IDX)  WK-ALL-KINGAKU.
           ADD  WK-HIKIATE  TO  PRT-HIKIATE(PRT-IDX)  WK-ALL-HIKIATE.
           MOVE  SPACE  TO  WK-MARK.
           IF  CFSHO-HAIBAN-KBN  =  "1"  THEN
             MOVE  " *廃番"  TO  WK-MARK
             ADD  1  TO  HAIBAN-CNT
             ADD  WK-KINGAKU  TO  WK-HAIBAN-KINGAKU
           END-IF.
           MOVE  CFSHO-ZAIKO-SURYO   TO  WK-SURYO-DISP.
           MOVE  WK-MONTHS           TO  WK-MONTHS-DISP.
           MOVE  WK-KINGAKU          TO  WK-KIN-DISP.
           MOVE  PRT-RITSU(PRT-IDX)  TO  WK-RITSU-DISP.
           MOVE  WK-HIKIATE          TO  WK-HIK-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  CFSHO-SHOHIN-NO  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CFSHO-SHOHIN-MEI  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-SURYO-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-LAST-YMD  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-MONTHS-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-RITSU-DISP  DELIMITED BY SIZE
                   "%"  DELIMITED BY SIZE
                   WK-HIK-DISP  DELIMITED BY SIZE
                   WK-MARK  DELIMITED BY SIZE
                   WK-LAST-KBN  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 区分別の集計と合計・脚注
      ********************************************************
       SUMMARY-RTN                SECTION.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  "経過月数区分別　集計"  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  2  TO  RPT-CNT.
           PERFORM  VARYING  PRT-IDX  FROM  1  BY  1
             UNTIL  PRT-IDX  >  PRT-CNT
             MOVE  PRT-FROM-MONTHS(PRT-IDX)  TO  WK-FROM-DISP
             MOVE  PRT-TO-MONTHS(PRT-IDX)    TO  WK-TO-DISP
             MOVE  PRT-RITSU(PRT-IDX)        TO  WK-RITSU-DISP
             MOVE  PRT-ITEM-CNT(PRT-IDX)     TO  WK-CNT-DISP
             MOVE  PRT-KINGAKU(PRT-IDX)      TO  WK-KIN-DISP
             MOVE  PRT-HIKIATE(PRT-IDX)      TO  WK-HIK-DISP
             MOVE  SPACE  TO  RPT-REC
             IF  PRT-IDX  =  PRT-CNT  THEN
               STRING  "  "  DELIMITED BY SIZE
                       WK-FROM-DISP  DELIMITED BY SIZE
                       "か月以上    "  DELIMITED BY SIZE
                 INTO  RPT-REC
             ELSE
               STRING  "  "  DELIMITED BY SIZE
                       WK-FROM-DISP  DELIMITED BY SIZE
                       "〜"  DELIMITED BY SIZE
                       WK-TO-DISP  DELIMITED BY SIZE
                       "か月未満"  DELIMITED BY SIZE
                 INTO  RPT-REC
             END-IF
             MOVE  SPACE  TO  RPT-REC(24:)
             STRING  " 件数="  DELIMITED BY SIZE
                     WK-CNT-DISP  DELIMITED BY SIZE
                     " 在庫金額="  DELIMITED BY SIZE
                     WK-KIN-DISP  DELIMITED BY SIZE
                     " 率="  DELIMITED BY SIZE
                     WK-RITSU-DISP  DELIMITED BY SIZE
                     "% 引当額="  DELIMITED BY SIZE
                     WK-HIK-DISP  DELIMITED BY SIZE
               INTO  RPT-REC(24:)
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-PERFORM.
           MOVE  WK-ALL-KINGAKU  TO  WK-KIN-DISP.
           MOVE  WK-ALL-HIKIATE  TO  WK-HIK-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "合計　在庫金額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
                   " 評価引当額="  DELIMITED BY SIZE
                   WK-HIK-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           IF  HAIBAN-CNT  >  0  THEN
             MOVE  WK-HAIBAN-KINGAKU  TO  WK-KIN-DISP
             MOVE  SPACE  TO  RPT-REC
             STRING  "※廃番で在庫が残る商品="
                       DELIMITED BY SIZE
                     HAIBAN-CNT  DELIMITED BY SIZE
                     "件　在庫金額="  DELIMITED BY SIZE
                     WK-KIN-DISP  DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
           IF  NOREKI-CNT  >  0  THEN
             MOVE  SPACE  TO  RPT-REC
             STRING  "※受払記録のない商品="
                       DELIMITED BY SIZE
                     NOREKI-CNT  DELIMITED BY SIZE
                     "件（最も古い区分で評価）"
                       DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 評価引当の会計連携　見出し・引当額合計の明細1件・
      * トレーラ（件数・金額）。異常終了時は出力しない
      ********************************************************
       GLI-RTN                    SECTION.
           IF  WK-COMP-CD  >=  16  THEN
             GO  TO  GLI-EXT
           END-IF.
           OPEN  OUTPUT  GLI-FILE.
           MOVE  SPACE  TO  GLI-REC.
           MOVE  "H"  TO  GLX-REC-TYPE.
           WRITE  GLI-REC.
           ADD  1  TO  GLI-CNT.
           MOVE  SPACE  TO  GLI-REC.
           MOVE  "D"  TO  GLX-REC-TYPE.
           MOVE  WK-PERIOD       TO  GLX-PERIOD.
           MOVE  WK-ALL-HIKIATE  TO  GLX-KINGAKU.
           WRITE  GLI-REC.
           ADD  1  TO  GLI-CNT.
           MOVE  SPACE  TO  GLI-REC.
           MOVE  "T"  TO  GLX-REC-TYPE.
           MOVE  GLI-CNT  TO  GLX-PERIOD.
           MOVE  WK-ALL-HIKIATE  TO  GLX-KINGAKU.
           WRITE  GLI-REC.
           ADD  1  TO  GLI-CNT.
           CLOSE  GLI-FILE.
       GLI-EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           IF  IMF-STATUS  NOT  =  "35"  THEN
             CLOSE  IMF-FILE
           END-IF.
           CLOSE  RPT-FILE.
           DISPLAY  "商品件数　　= "  IMF-CNT.
           DISPLAY  "在庫あり　　= "  ZAIKO-CNT.
           DISPLAY  "廃番在庫　　= "  HAIBAN-CNT.
           DISPLAY  "受払記録なし= "  NOREKI-CNT.
           DISPLAY  "評価引当額　= "  WK-ALL-HIKIATE.
           DISPLAY  "GLI-CNT=      "  GLI-CNT.
           DISPLAY  "*** END KZBM056 ***".
       EXT.
           EXIT.
