       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KJBM069.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：担当者別見積状況表
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *見積ファイル(QUOF、KJBM049作成)を見積番号単位にまとめ、
      *担当者ごとに基準日時点の見積の状況を一覧にする。
      *  受注　　　KJBM030が見積単価を適用して受注済にした見積
      *  未決　　　未受注で有効期限が基準日以後の見積
      *  期限切れ　未受注で有効期限が基準日より前の見積
      *担当者ごとと全体で件数・税抜金額を合計し、成約率（受注÷
      *（受注＋期限切れ）、未決は分母に含めない）を出す。
      *基準日は環境変数KJBM069-KIJUN-YMD（未指定は実行日）。
      *基準日より後に発行した見積は載せず、基準日より後に受注
      *済になった見積は未決・期限切れとして扱う。
      *担当者名は担当者マスタ(OPR)から引く（未定義時は名前なし）。
      *参照のみでファイルは更新しない。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 見積ファイル
           SELECT  QUO-FILE  ASSIGN TO  EXTERNAL  QUOF
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS QUOF-STATUS.
      *担当者マスタ（担当者名の印字用）
           SELECT  OPR-FILE  ASSIGN TO  EXTERNAL  OPR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS OPR-STATUS.
      *OUTPUT 担当者別見積状況表
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  QUO-FILE.
       01  QUO-REC.
           COPY  KJCQUO.
       FD  OPR-FILE.
       01  OPR-REC.
           COPY  KCCOPR.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(132).
      *
       WORKING-STORAGE            SECTION.
       01  QUOF-STATUS            PIC  X(2)    VALUE  SPACE.
       01  OPR-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
       01  WK-FIRST-FLG           PIC  X       VALUE  "Y".
       01  QUO-CNT                PIC  9(7)    VALUE  0.
       01  RPT-CNT                PIC  9(7)    VALUE  0.
       01  SKIP-CNT               PIC  9(7)    VALUE  0.
      *基準日
       01  WK-KIJUN-X             PIC  X(8)    VALUE  SPACE.
       01  WK-KIJUN-YMD           PIC  9(8)    VALUE  0.
      *見積テーブル（見積番号単位）
      *  状態　W=受注　O=未決　X=期限切れ
       01  QT-CNT                 PIC  9(4)    VALUE  ZERO.
       01  QT-OVER-FLG            PIC  X       VALUE  "N".
       01  QT-TBL.
         02  QT-ENT  OCCURS 1000 TIMES INDEXED BY QT-IDX.
           03  QT-TANTO-ID        PIC  X(8).
           03  QT-MITSU-NO        PIC  X(6).
           03  QT-TOKU-COD        PIC  X(4).
           03  QT-MITSU-YMD       PIC  9(8).
           03  QT-YUKO-YMD        PIC  9(8).
           03  QT-JOTAI           PIC  X(1).
           03  QT-JUCHU-NO        PIC  X(6).
           03  QT-LINE-CNT        PIC  9(2).
           03  QT-KINGAKU         PIC  9(11).
       01  WK-SWAP-ENT            PIC  X(54).
       01  WK-I                   PIC  9(4)    VALUE  0.
       01  WK-J                   PIC  9(4)    VALUE  0.
      *担当者テーブル（担当者名の引き当て用）
       01  WK-OPRT-END-FLG        PIC  X       VALUE  SPACE.
       01  WK-OPRT-CNT            PIC  9(3)    VALUE  ZERO.
       01  WK-OPRT-TBL.
         02  WK-OPRT-ENT  OCCURS 200 TIMES INDEXED BY WK-OPRT-IDX.
           03  WK-OPRT-ID         PIC  X(8).
           03  WK-OPRT-MEI        PIC  X(20).
      *担当者の切れ目と担当者名
       01  WK-SAVE-TANTO          PIC  X(8)    VALUE  SPACE.
       01  WK-TANTO-MEI           PIC  X(20)   VALUE  SPACE.
      *集計　1=担当者計　2=総合計
      *  区分　1=受注　2=未決　3=期限切れ
       01  SM-TBL.
         02  SM-LVL  OCCURS 2 TIMES.
           03  SM-KBN  OCCURS 3 TIMES.
             04  SM-CNT           PIC  9(5).
             04  SM-KINGAKU       PIC  9(11).
       01  WK-LVL                 PIC  9(1)    VALUE  0.
       01  WK-KBN                 PIC  9(1)    VALUE  0.
       01  WK-HIT-RITSU           PIC  9(3)V9  VALUE  0.
      *編集用
       01  WK-JOTAI-DISP          PIC  X(12)   VALUE  SPACE.
       01  WK-LINE-DISP           PIC  Z9.
       01  WK-KINGAKU-DISP        PIC  ZZ,ZZZ,ZZZ,ZZ9.
       01  WK-CNT-DISP            PIC  ZZZZ9.
       01  WK-RITSU-DISP          PIC  ZZ9.9.
       01  WK-SM-TITLE            PIC  X(20)   VALUE  SPACE.
      *ジョブ統計ロガー(KCBS020)への連絡領域
       COPY  KCBS020P.
      *完了コード　0=正常 4=見積なし 8=見積上限超過
       01  WK-COMP-CD             PIC  9(2)    VALUE  ZERO.
      ********************************************************
      * 担当者別見積状況表の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KJBM069 ***".
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-START-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-START-TIME.
           PERFORM  INIT-RTN.
           PERFORM  LOAD-OPR-RTN.
           PERFORM  LOAD-QUO-RTN.
           PERFORM  SORT-RTN.
           PERFORM  PRINT-RTN.
           PERFORM  END-RTN.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理　基準日の決定
      ********************************************************
       INIT-RTN                   SECTION.
           ACCEPT  WK-KIJUN-X  FROM  ENVIRONMENT
                   "KJBM069-KIJUN-YMD".
           IF  WK-KIJUN-X  IS  NUMERIC  THEN
             MOVE  WK-KIJUN-X  TO  WK-KIJUN-YMD
           ELSE
             MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-KIJUN-YMD
           END-IF.
           DISPLAY  "基準日=" WK-KIJUN-YMD.
           INITIALIZE  SM-TBL.
           OPEN  OUTPUT  RPT-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 担当者マスタの全件ロード（担当者名の印字用）
      ********************************************************
      *OPR環境変数未定義（ファイルなし）の場合は担当者名なしで続行
       LOAD-OPR-RTN               SECTION.
           OPEN  INPUT  OPR-FILE.
           IF  OPR-STATUS  =  "35"  THEN
             DISPLAY  "担当者マスタなし"
           ELSE
             MOVE  SPACE  TO  WK-OPRT-END-FLG
             PERFORM  UNTIL  WK-OPRT-END-FLG  =  "E"
               READ  OPR-FILE
                 AT  END
                   MOVE  "E"  TO  WK-OPRT-END-FLG
                 NOT  AT  END
                   IF  WK-OPRT-CNT  <  200  THEN
                     ADD  1  TO  WK-OPRT-CNT
                     SET  WK-OPRT-IDX  TO  WK-OPRT-CNT
                     MOVE  OPR-ID   TO  WK-OPRT-ID(WK-OPRT-IDX)
                     MOVE  OPR-MEI  TO  WK-OPRT-MEI(WK-OPRT-IDX)
                   ELSE
                     DISPLAY  "*** 担当者上限超過"
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  OPR-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 見積ファイルを読み、見積番号単位に明細数と税抜金額を
      * まとめて基準日時点の状態を決める
      ********************************************************
       LOAD-QUO-RTN               SECTION.
           OPEN  INPUT  QUO-FILE.
           IF  QUOF-STATUS  =  "35"  THEN
             DISPLAY  "QUOFなし"
             GO  TO  LOAD-QUO-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  QUO-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  QUO-CNT
                 IF  QUO-MITSU-YMD  >  WK-KIJUN-YMD  THEN
                   ADD  1  TO  SKIP-CNT
                 ELSE
                   PERFORM  QUO-ADD-RTN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  QUO-FILE.
           IF  QT-OVER-FLG  =  "Y"  THEN
             DISPLAY  "*** 見積上限超過　超過分は集計外"
             MOVE  8  TO  WK-COMP-CD
           END-IF.
       LOAD-QUO-EXT.
           EXIT.
      ********************************************************
      * 見積明細1件の集計　同じ見積番号の行へ積み上げる
      ********************************************************
       QUO-ADD-RTN                SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  QT-IDX  FROM  1  BY  1
             UNTIL  (QT-IDX  >  QT-CNT)  OR
                    (WK-FOUND-FLG  =  "Y")
             IF  QT-MITSU-NO(QT-IDX)  =  QUO-MITSU-NO  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             SET  QT-IDX  DOWN  BY  1
           ELSE
             IF  QT-CNT  NOT  <  1000  THEN
               MOVE  "Y"  TO  QT-OVER-FLG
               GO  TO  QUO-ADD-EXT
             END-IF
             ADD  1  TO  QT-CNT
             SET  QT-IDX  TO  QT-CNT
             MOVE  QUO-TANTO-ID   TO  QT-TANTO-ID(QT-IDX)
             MOVE  QUO-MITSU-NO   TO  QT-MITSU-NO(QT-IDX)
             MOVE  QUO-TOKU-COD   TO  QT-TOKU-COD(QT-IDX)
             MOVE  QUO-MITSU-YMD  TO  QT-MITSU-YMD(QT-IDX)
             MOVE  QUO-YUKO-YMD   TO  QT-YUKO-YMD(QT-IDX)
             MOVE  SPACE          TO  QT-JUCHU-NO(QT-IDX)
             MOVE  0              TO  QT-LINE-CNT(QT-IDX)
             MOVE  0              TO  QT-KINGAKU(QT-IDX)
      *基準日より後に受注済になった見積は基準日時点では未受注
             IF  (QUO-STATUS  =  "C")  AND
                 (QUO-JUCHU-YMD  NOT  >  WK-KIJUN-YMD)  THEN
               MOVE  "W"  TO  QT-JOTAI(QT-IDX)
               MOVE  QUO-JUCHU-NO  TO  QT-JUCHU-NO(QT-IDX)
             ELSE
               IF  QUO-YUKO-YMD  <  WK-KIJUN-YMD  THEN
                 MOVE  "X"  TO  QT-JOTAI(QT-IDX)
               ELSE
                 MOVE  "O"  TO  QT-JOTAI(QT-IDX)
               END-IF
             END-IF
           END-IF.
           ADD  1  TO  QT-LINE-CNT(QT-IDX).
           ADD  QUO-KINGAKU  TO  QT-KINGAKU(QT-IDX).
       QUO-ADD-EXT.
           EXIT.
      ********************************************************
      * 担当者・見積番号順の並べ替え
      ********************************************************
       SORT-RTN                   SECTION.
           PERFORM  VARYING  WK-I  FROM  1  BY  1
             UNTIL  WK-I  >=  QT-CNT
             PERFORM  VARYING  WK-J  FROM  WK-I  BY  1
               UNTIL  WK-J  >  QT-CNT
               IF  (QT-TANTO-ID(WK-J)  <  QT-TANTO-ID(WK-I))  OR
                   ((QT-TANTO-ID(WK-J)  =  QT-TANTO-ID(WK-I))  AND
                    (QT-MITSU-NO(WK-J)  <  QT-MITSU-NO(WK-I)))  THEN
                 MOVE  QT-ENT(WK-I)  TO  WK-SWAP-ENT
                 MOVE  QT-ENT(WK-J)  TO  QT-ENT(WK-I)
                 MOVE  WK-SWAP-ENT   TO  QT-ENT(WK-J)
               END-IF
             END-PERFORM
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 一覧の出力　担当者が変わるごとに見出しと小計
      ********************************************************
       PRINT-RTN                  SECTION.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "担当者別見積状況表　基準日＝"
                     DELIMITED BY SIZE
                   WK-KIJUN-YMD  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           IF  QT-CNT  =  ZERO  THEN
             MOVE  SPACE  TO  RPT-REC
             MOVE  "該当見積なし"  TO  RPT-REC
             PERFORM  RPT-WRITE-RTN
             IF  WK-COMP-CD  <  4  THEN
               MOVE  4  TO  WK-COMP-CD
             END-IF
             GO  TO  PRINT-EXT
           END-IF.
           PERFORM  VARYING  QT-IDX  FROM  1  BY  1
             UNTIL  QT-IDX  >  QT-CNT
             IF  (WK-FIRST-FLG  =  "Y")  OR
                 (QT-TANTO-ID(QT-IDX)  NOT  =  WK-SAVE-TANTO)  THEN
               IF  WK-FIRST-FLG  =  "N"  THEN
                 PERFORM  TANTO-TOTAL-RTN
               END-IF
               MOVE  "N"  TO  WK-FIRST-FLG
               MOVE  QT-TANTO-ID(QT-IDX)  TO  WK-SAVE-TANTO
               PERFORM  TANTO-HEAD-RTN
             END-IF
             PERFORM  LINE-RTN
           END-PERFORM.
           PERFORM  TANTO-TOTAL-RTN.
           MOVE  2  TO  WK-LVL.
           MOVE  "総合計"  TO  WK-SM-TITLE.
           PERFORM  SUM-PRINT-RTN.
       PRINT-EXT.
           EXIT.
      ********************************************************
      * 担当者見出し
      ********************************************************
       TANTO-HEAD-RTN             SECTION.
           MOVE  SPACE  TO  WK-TANTO-MEI.
           PERFORM  VARYING  WK-OPRT-IDX  FROM  1  BY  1
             UNTIL  WK-OPRT-IDX  >  WK-OPRT-CNT
             IF  WK-OPRT-ID(WK-OPRT-IDX)  =  WK-SAVE-TANTO  THEN
               MOVE  WK-OPRT-MEI(WK-OPRT-IDX)  TO  WK-TANTO-MEI
             END-IF
           END-PERFORM.
           MOVE  SPACE  TO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "＜担当 "  DELIMITED BY SIZE
                   WK-SAVE-TANTO  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-TANTO-MEI  DELIMITED BY SIZE
                   "＞"  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  見積番号 見積日   有効期限 得意先"
                   DELIMITED BY SIZE
                   " 行"
                   DELIMITED BY SIZE
                   "      金額（税抜） 状態       受注番号"
                   DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 見積1件の明細行と集計
      ********************************************************
       LINE-RTN                   SECTION.
           EVALUATE  QT-JOTAI(QT-IDX)
             WHEN  "W"
               MOVE  1  TO  WK-KBN
               MOVE  "受注"  TO  WK-JOTAI-DISP
             WHEN  "O"
               MOVE  2  TO  WK-KBN
               MOVE  "未決"  TO  WK-JOTAI-DISP
             WHEN  OTHER
               MOVE  3  TO  WK-KBN
               MOVE  "期限切れ"  TO  WK-JOTAI-DISP
           END-EVALUATE.
           PERFORM  VARYING  WK-LVL  FROM  1  BY  1
             UNTIL  WK-LVL  >  2
             ADD  1  TO  SM-CNT(WK-LVL  WK-KBN)
             ADD  QT-KINGAKU(QT-IDX)  TO  SM-KINGAKU(WK-LVL  WK-KBN)
           END-PERFORM.
           MOVE  QT-LINE-CNT(QT-IDX)  TO  WK-LINE-DISP.
           MOVE  QT-KINGAKU(QT-IDX)   TO  WK-KINGAKU-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  "  DELIMITED BY SIZE
                   QT-MITSU-NO(QT-IDX)  DELIMITED BY SIZE
                   "   "  DELIMITED BY SIZE
                   QT-MITSU-YMD(QT-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   QT-YUKO-YMD(QT-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   QT-TOKU-COD(QT-IDX)  DELIMITED BY SIZE
                   "   "  DELIMITED BY SIZE
                   WK-LINE-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-KINGAKU-DISP  DELIMITED BY SIZE
                   "  "  DELIMITED BY SIZE
                   WK-JOTAI-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   QT-JUCHU-NO(QT-IDX)  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 担当者小計の出力と集計のクリア
      ********************************************************
       TANTO-TOTAL-RTN            SECTION.
           MOVE  1  TO  WK-LVL.
           MOVE  "担当者計"  TO  WK-SM-TITLE.
           PERFORM  SUM-PRINT-RTN.
           INITIALIZE  SM-LVL(1).
       EXT.
           EXIT.
      ********************************************************
      * 集計行の出力（WK-LVLの集計）　区分ごとの件数・金額と
      * 成約率＝受注÷（受注＋期限切れ）
      ********************************************************
       SUM-PRINT-RTN              SECTION.
           PERFORM  VARYING  WK-KBN  FROM  1  BY  1
             UNTIL  WK-KBN  >  3
             EVALUATE  WK-KBN
               WHEN  1
                 MOVE  "受注"  TO  WK-JOTAI-DISP
               WHEN  2
                 MOVE  "未決"  TO  WK-JOTAI-DISP
               WHEN  OTHER
                 MOVE  "期限切れ"  TO  WK-JOTAI-DISP
             END-EVALUATE
             MOVE  SM-CNT(WK-LVL  WK-KBN)      TO  WK-CNT-DISP
             MOVE  SM-KINGAKU(WK-LVL  WK-KBN)  TO  WK-KINGAKU-DISP
             MOVE  SPACE  TO  RPT-REC
             STRING  "  "  DELIMITED BY SIZE
                     WK-SM-TITLE  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     WK-JOTAI-DISP  DELIMITED BY SIZE
                     " 件数="  DELIMITED BY SIZE
                     WK-CNT-DISP  DELIMITED BY SIZE
                     " 金額="  DELIMITED BY SIZE
                     WK-KINGAKU-DISP  DELIMITED BY SIZE
               INTO  RPT-REC
             PERFORM  RPT-WRITE-RTN
           END-PERFORM.
           MOVE  SPACE  TO  RPT-REC.
           IF  (SM-CNT(WK-LVL  1)  +  SM-CNT(WK-LVL  3))  =  ZERO
           THEN
             STRING  "  "  DELIMITED BY SIZE
                     WK-SM-TITLE  DELIMITED BY SIZE
                     " 成約率=  －"  DELIMITED BY SIZE
               INTO  RPT-REC
           ELSE
             COMPUTE  WK-HIT-RITSU  ROUNDED  =
               SM-CNT(WK-LVL  1)  *  100
               /  (SM-CNT(WK-LVL  1)  +  SM-CNT(WK-LVL  3))
             MOVE  WK-HIT-RITSU  TO  WK-RITSU-DISP
             STRING  "  "  DELIMITED BY SIZE
                     WK-SM-TITLE  DELIMITED BY SIZE
                     " 成約率="  DELIMITED BY SIZE
                     WK-RITSU-DISP  DELIMITED BY SIZE
                     "%"  DELIMITED BY SIZE
               INTO  RPT-REC
           END-IF.
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 帳票1行の出力
      ********************************************************
       RPT-WRITE-RTN              SECTION.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       END-RTN                    SECTION.
           PERFORM  JOB-STAT-WRITE-RTN.
           CLOSE  RPT-FILE.
           DISPLAY  "QUO-CNT  = "  QUO-CNT.
           DISPLAY  "見積件数 = "  QT-CNT.
           DISPLAY  "基準日後 = "  SKIP-CNT.
           DISPLAY  "*** END KJBM069 ***".
       EXT.
           EXIT.
      ********************************************************
      * ジョブ統計ロガー(KCBS020)へ本バッチの運転実績を1件追記する
      ********************************************************
       JOB-STAT-WRITE-RTN         SECTION.
           MOVE  "KJBM069"  TO  S020-PGM-ID.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-END-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-END-TIME.
           MOVE  QUO-CNT   TO  S020-IN-CNT.
           MOVE  RPT-CNT   TO  S020-OUT-CNT.
           CALL  "KCBS020"  USING  KCBS020-P1.
       EXT.
           EXIT.
