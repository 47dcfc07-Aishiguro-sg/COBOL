       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KJBM071.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：包括契約消化状況表（月次）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *包括契約ファイル(BLAF、KJBM030がコールオフで更新)を読み、
      *基準日時点で期間中の契約と、基準月に期間が終わった契約の
      *消化状況を得意先ごとに一覧にする。
      *  消化率　引取済数量÷約定数量
      *  経過率　（基準日−開始日＋1）÷（終了日−開始日＋1）
      *          終了日ゼロ（期限なし）の契約は経過率なし
      *次の契約に警告を付ける。
      *  消化遅れ　終了日まで警告日数以内で、消化率が経過率を
      *            下回る（期限内に引き取りきれない見込み）
      *  残少　　　契約残が約定数量の残少率％以下（期間中に
      *            引き取り終わる見込み。追加契約の検討用）
      *  引取完了　契約残ゼロ
      *  未消化満了　基準月に期間が終わり契約残が残った
      *基準日は環境変数KJBM071-KIJUN-YMD（未指定は実行日）、
      *警告日数はKJBM071-KIGEN-DAYS（未指定は60日）、残少率は
      *KJBM071-ZAN-RITSU（未指定は10％）。
      *参照のみでファイルは更新しない。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 包括契約ファイル
           SELECT  BLA-FILE  ASSIGN TO  EXTERNAL  BLAF
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS BLA-STATUS.
      *OUTPUT 包括契約消化状況表
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  BLA-FILE.
       01  BLA-REC.
           COPY  KJCBLA.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(132).
      *
       WORKING-STORAGE            SECTION.
       01  BLA-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-FIRST-FLG           PIC  X       VALUE  "Y".
       01  BLA-CNT                PIC  9(7)    VALUE  0.
       01  RPT-CNT                PIC  9(7)    VALUE  0.
       01  SKIP-CNT               PIC  9(7)    VALUE  0.
      *基準日・基準月初日・警告日数・残少率
       01  WK-KIJUN-X             PIC  X(8)    VALUE  SPACE.
       01  WK-KIJUN-YMD           PIC  9(8)    VALUE  0.
       01  WK-TSUKI-YMD           PIC  9(8)    VALUE  0.
       01  WK-KIGEN-DAYS-X        PIC  X(4)    VALUE  SPACE.
       01  WK-KIGEN-DAYS          PIC  9(4)    VALUE  60.
       01  WK-ZAN-RITSU-X         PIC  X(3)    VALUE  SPACE.
       01  WK-ZAN-RITSU           PIC  9(3)    VALUE  10.
      *契約テーブル
      *  警告　1=消化遅れ　2=残少　3=引取完了　4=未消化満了
      *        0=警告なし
       01  BT-CNT                 PIC  9(4)    VALUE  ZERO.
       01  BT-OVER-FLG            PIC  X       VALUE  "N".
       01  BT-TBL.
         02  BT-ENT  OCCURS 1000 TIMES INDEXED BY BT-IDX.
           03  BT-TOKU-COD        PIC  X(4).
           03  BT-TO-YMD          PIC  9(8).
           03  BT-KEIYAKU-NO      PIC  X(6).
           03  BT-SHOHIN-NO       PIC  X(5).
           03  BT-FROM-YMD        PIC  9(8).
           03  BT-SURYO           PIC  9(7).
           03  BT-USED            PIC  9(7).
           03  BT-ZAN             PIC  9(7).
           03  BT-SHOKA-RITSU     PIC  9(3)V9.
           03  BT-KEIKA-RITSU     PIC  9(3)V9.
           03  BT-KEIKA-FLG       PIC  X(1).
           03  BT-LAST-YMD        PIC  9(8).
           03  BT-CALL-CNT        PIC  9(5).
           03  BT-KEIKOKU         PIC  9(1).
       01  WK-SWAP-ENT            PIC  X(75).
       01  WK-I                   PIC  9(4)    VALUE  0.
       01  WK-J                   PIC  9(4)    VALUE  0.
      *経過率・残日数の計算用（通日）
       01  WK-KIJUN-DAY           PIC  9(7)    VALUE  0.
       01  WK-FROM-DAY            PIC  9(7)    VALUE  0.
       01  WK-TO-DAY              PIC  9(7)    VALUE  0.
       01  WK-NOKORI-DAYS         PIC  9(7)    VALUE  0.
      *得意先の切れ目
       01  WK-SAVE-TOKU           PIC  X(4)    VALUE  SPACE.
      *集計　1=得意先計　2=総合計
      *  区分　1=消化遅れ　2=残少　3=引取完了　4=未消化満了
       01  SM-TBL.
         02  SM-LVL  OCCURS 2 TIMES.
           03  SM-KEIYAKU-CNT     PIC  9(5).
           03  SM-SURYO           PIC  9(9).
           03  SM-USED            PIC  9(9).
           03  SM-KBN-CNT         PIC  9(5)  OCCURS 4 TIMES.
       01  WK-LVL                 PIC  9(1)    VALUE  0.
       01  WK-KBN                 PIC  9(1)    VALUE  0.
       01  WK-SM-RITSU            PIC  9(3)V9  VALUE  0.
      *編集用
       01  WK-KEIKOKU-DISP        PIC  X(15)   VALUE  SPACE.
       01  WK-SURYO-DISP          PIC  Z,ZZZ,ZZ9.
       01  WK-USED-DISP           PIC  Z,ZZZ,ZZ9.
       01  WK-ZAN-DISP            PIC  Z,ZZZ,ZZ9.
       01  WK-SUM-DISP            PIC  ZZZ,ZZZ,ZZ9.
       01  WK-SHOKA-DISP          PIC  ZZ9.9.
       01  WK-KEIKA-DISP          PIC  X(5)    VALUE  SPACE.
       01  WK-RITSU-DISP          PIC  ZZ9.9.
       01  WK-CALL-DISP           PIC  ZZZZ9.
       01  WK-CNT-DISP            PIC  ZZZZ9.
       01  WK-SM-TITLE            PIC  X(20)   VALUE  SPACE.
      *ジョブ統計ロガー(KCBS020)への連絡領域
       COPY  KCBS020P.
      *完了コード　0=正常 4=対象契約なし 8=契約上限超過
       01  WK-COMP-CD             PIC  9(2)    VALUE  ZERO.
      ********************************************************
      * 包括契約消化状況表の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KJBM071 ***".
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-START-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-START-TIME.
           PERFORM  INIT-RTN.
           PERFORM  LOAD-BLA-RTN.
           PERFORM  SORT-RTN.
           PERFORM  PRINT-RTN.
           PERFORM  END-RTN.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理　基準日・警告日数・残少率の決定
      ********************************************************
       INIT-RTN                   SECTION.
           ACCEPT  WK-KIJUN-X  FROM  ENVIRONMENT
                   "KJBM071-KIJUN-YMD".
           IF  WK-KIJUN-X  IS  NUMERIC  THEN
             MOVE  WK-KIJUN-X  TO  WK-KIJUN-YMD
           ELSE
             MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-KIJUN-YMD
           END-IF.
           ACCEPT  WK-KIGEN-DAYS-X  FROM  ENVIRONMENT
                   "KJBM071-KIGEN-DAYS".
           IF  WK-KIGEN-DAYS-X  NOT  =  SPACE  THEN
             MOVE  FUNCTION NUMVAL(WK-KIGEN-DAYS-X)  TO  WK-KIGEN-DAYS
           END-IF.
           ACCEPT  WK-ZAN-RITSU-X  FROM  ENVIRONMENT
                   "KJBM071-ZAN-RITSU".
           IF  WK-ZAN-RITSU-X  NOT  =  SPACE  THEN
             MOVE  FUNCTION NUMVAL(WK-ZAN-RITSU-X)  TO  WK-ZAN-RITSU
           END-IF.
           COMPUTE  WK-TSUKI-YMD  =
             WK-KIJUN-YMD  -  FUNCTION MOD(WK-KIJUN-YMD  100)  +  1.
           COMPUTE  WK-KIJUN-DAY  =
             FUNCTION INTEGER-OF-DATE(WK-KIJUN-YMD).
           DISPLAY  "基準日=" WK-KIJUN-YMD
                    " 警告日数=" WK-KIGEN-DAYS
                    " 残少率=" WK-ZAN-RITSU.
           INITIALIZE  SM-TBL.
           OPEN  OUTPUT  RPT-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 包括契約ファイルを読み、対象の契約をテーブルへ積む
      * （基準日より後に始まる契約・基準月より前に終わった契約
      * は対象外）
      ********************************************************
       LOAD-BLA-RTN               SECTION.
           OPEN  INPUT  BLA-FILE.
           IF  BLA-STATUS  =  "35"  THEN
             DISPLAY  "BLAFなし"
             GO  TO  LOAD-BLA-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  BLA-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  BLA-CNT
                 IF  (BLA-FROM-YMD  >  WK-KIJUN-YMD)  OR
                     ((BLA-TO-YMD  NOT  =  0)  AND
                      (BLA-TO-YMD  <  WK-TSUKI-YMD))  THEN
                   ADD  1  TO  SKIP-CNT
                 ELSE
                   PERFORM  BLA-ADD-RTN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  BLA-FILE.
           IF  BT-OVER-FLG  =  "Y"  THEN
             DISPLAY  "*** 包括契約上限超過"
                      "　超過分は集計外"
             MOVE  8  TO  WK-COMP-CD
           END-IF.
       LOAD-BLA-EXT.
           EXIT.
      ********************************************************
      * 契約1件の消化率・経過率・警告の判定
      ********************************************************
       BLA-ADD-RTN                SECTION.
           IF  BT-CNT  NOT  <  1000  THEN
             MOVE  "Y"  TO  BT-OVER-FLG
             GO  TO  BLA-ADD-EXT
           END-IF.
           ADD  1  TO  BT-CNT.
           SET  BT-IDX  TO  BT-CNT.
           MOVE  BLA-TOKU-COD     TO  BT-TOKU-COD(BT-IDX).
           MOVE  BLA-TO-YMD       TO  BT-TO-YMD(BT-IDX).
           MOVE  BLA-KEIYAKU-NO   TO  BT-KEIYAKU-NO(BT-IDX).
           MOVE  BLA-SHOHIN-NO    TO  BT-SHOHIN-NO(BT-IDX).
           MOVE  BLA-FROM-YMD     TO  BT-FROM-YMD(BT-IDX).
           MOVE  BLA-KEIYAKU-SURYO  TO  BT-SURYO(BT-IDX).
           MOVE  BLA-USED-SURYO   TO  BT-USED(BT-IDX).
           MOVE  BLA-LAST-YMD     TO  BT-LAST-YMD(BT-IDX).
           MOVE  BLA-CALL-CNT     TO  BT-CALL-CNT(BT-IDX).
           MOVE  0                TO  BT-ZAN(BT-IDX).
           IF  BLA-USED-SURYO  <  BLA-KEIYAKU-SURYO  THEN
             COMPUTE  BT-ZAN(BT-IDX)  =
               BLA-KEIYAKU-SURYO  -  BLA-USED-SURYO
           END-IF.
           MOVE  100  TO  BT-SHOKA-RITSU(BT-IDX).
           IF  (BLA-KEIYAKU-SURYO  >  0)  AND
               (BT-ZAN(BT-IDX)  >  0)  THEN
             COMPUTE  BT-SHOKA-RITSU(BT-IDX)  ROUNDED  =
               BLA-USED-SURYO  *  100  /  BLA-KEIYAKU-SURYO
           END-IF.
      *経過率　基準日が終了日を過ぎた契約は100％
           MOVE  "N"  TO  BT-KEIKA-FLG(BT-IDX).
           MOVE  0    TO  BT-KEIKA-RITSU(BT-IDX).
           MOVE  0    TO  WK-NOKORI-DAYS.
           IF  BLA-TO-YMD  NOT  =  0  THEN
             MOVE  "Y"  TO  BT-KEIKA-FLG(BT-IDX)
             COMPUTE  WK-FROM-DAY  =
               FUNCTION INTEGER-OF-DATE(BLA-FROM-YMD)
             COMPUTE  WK-TO-DAY  =
               FUNCTION INTEGER-OF-DATE(BLA-TO-YMD)
             IF  BLA-TO-YMD  <  WK-KIJUN-YMD  THEN
               MOVE  100  TO  BT-KEIKA-RITSU(BT-IDX)
             ELSE
               COMPUTE  BT-KEIKA-RITSU(BT-IDX)  ROUNDED  =
                 (WK-KIJUN-DAY  -  WK-FROM-DAY  +  1)  *  100
                 /  (WK-TO-DAY  -  WK-FROM-DAY  +  1)
               COMPUTE  WK-NOKORI-DAYS  =  WK-TO-DAY  -  WK-KIJUN-DAY
             END-IF
           END-IF.
      *警告の判定（期間満了→引取完了→消化遅れ→残少の順）
           MOVE  0  TO  BT-KEIKOKU(BT-IDX).
           EVALUATE  TRUE
             WHEN  (BLA-TO-YMD  NOT  =  0)  AND
                   (BLA-TO-YMD  <  WK-KIJUN-YMD)  AND
                   (BT-ZAN(BT-IDX)  >  0)
               MOVE  4  TO  BT-KEIKOKU(BT-IDX)
             WHEN  BT-ZAN(BT-IDX)  =  0
               MOVE  3  TO  BT-KEIKOKU(BT-IDX)
             WHEN  (BT-KEIKA-FLG(BT-IDX)  =  "Y")  AND
                   (BLA-TO-YMD  NOT  <  WK-KIJUN-YMD)  AND
                   (WK-NOKORI-DAYS  NOT  >  WK-KIGEN-DAYS)  AND
                   (BT-SHOKA-RITSU(BT-IDX)  <
                    BT-KEIKA-RITSU(BT-IDX))
               MOVE  1  TO  BT-KEIKOKU(BT-IDX)
             WHEN  BT-ZAN(BT-IDX)  *  100  NOT  >
                   BLA-KEIYAKU-SURYO  *  WK-ZAN-RITSU
               MOVE  2  TO  BT-KEIKOKU(BT-IDX)
           END-EVALUATE.
       BLA-ADD-EXT.
           EXIT.
      ********************************************************
      * 得意先・終了日・契約番号順の並べ替え（終了日ゼロ＝期限
      * なしは得意先内の末尾）
      ********************************************************
       SORT-RTN                   SECTION.
           PERFORM  VARYING  BT-IDX  FROM  1  BY  1
             UNTIL  BT-IDX  >  BT-CNT
             IF  BT-TO-YMD(BT-IDX)  =  0  THEN
               MOVE  99999999  TO  BT-TO-YMD(BT-IDX)
             END-IF
           END-PERFORM.
           PERFORM  VARYING  WK-I  FROM  1  BY  1
             UNTIL  WK-I  >=  BT-CNT
             PERFORM  VARYING  WK-J  FROM  WK-I  BY  1
               UNTIL  WK-J  >  BT-CNT
               IF  BT-ENT(WK-J)(1:18)  <  BT-ENT(WK-I)(1:18)  THEN
                 MOVE  BT-ENT(WK-I)  TO  WK-SWAP-ENT
                 MOVE  BT-ENT(WK-J)  TO  BT-ENT(WK-I)
                 MOVE  WK-SWAP-ENT   TO  BT-ENT(WK-J)
               END-IF
             END-PERFORM
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 一覧の出力　得意先が変わるごとに見出しと小計
      ********************************************************
       PRINT-RTN                  SECTION.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "包括契約消化状況表　基準日＝"
                     DELIMITED BY SIZE
                   WK-KIJUN-YMD  DELIMITED BY SIZE
                   "　警告日数＝"  DELIMITED BY SIZE
                   WK-KIGEN-DAYS  DELIMITED BY SIZE
                   "　残少率＝"  DELIMITED BY SIZE
                   WK-ZAN-RITSU  DELIMITED BY SIZE
                   "％"  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           IF  BT-CNT  =  ZERO  THEN
             MOVE  SPACE  TO  RPT-REC
             MOVE  "該当契約なし"  TO  RPT-REC
             PERFORM  RPT-WRITE-RTN
             IF  WK-COMP-CD  <  4  THEN
               MOVE  4  TO  WK-COMP-CD
             END-IF
             GO  TO  PRINT-EXT
           END-IF.
           PERFORM  VARYING  BT-IDX  FROM  1  BY  1
             UNTIL  BT-IDX  >  BT-CNT
             IF  (WK-FIRST-FLG  =  "Y")  OR
                 (BT-TOKU-COD(BT-IDX)  NOT  =  WK-SAVE-TOKU)  THEN
               IF  WK-FIRST-FLG  =  "N"  THEN
                 PERFORM  TOKU-TOTAL-RTN
               END-IF
               MOVE  "N"  TO  WK-FIRST-FLG
               MOVE  BT-TOKU-COD(BT-IDX)  TO  WK-SAVE-TOKU
               PERFORM  TOKU-HEAD-RTN
             END-IF
             PERFORM  LINE-RTN
           END-PERFORM.
           PERFORM  TOKU-TOTAL-RTN.
           MOVE  2  TO  WK-LVL.
           MOVE  "総合計"  TO  WK-SM-TITLE.
           PERFORM  SUM-PRINT-RTN.
       PRINT-EXT.
           EXIT.
      ********************************************************
      * 得意先見出し
      ********************************************************
       TOKU-HEAD-RTN              SECTION.
           MOVE  SPACE  TO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "＜得意先 "  DELIMITED BY SIZE
                   WK-SAVE-TOKU  DELIMITED BY SIZE
                   "＞"  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  契約番号 商品  開始日   終了日  "
                   DELIMITED BY SIZE
                   "       約定    引取済    契約残"
                   DELIMITED BY SIZE
                   " 消化率 経過率 最終引取 回数 警告"
                   DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 契約1件の明細行と集計
      ********************************************************
       LINE-RTN                   SECTION.
           MOVE  BT-KEIKOKU(BT-IDX)  TO  WK-KBN.
           EVALUATE  WK-KBN
             WHEN  1
               MOVE  "消化遅れ"    TO  WK-KEIKOKU-DISP
             WHEN  2
               MOVE  "残少"        TO  WK-KEIKOKU-DISP
             WHEN  3
               MOVE  "引取完了"    TO  WK-KEIKOKU-DISP
             WHEN  4
               MOVE  "未消化満了"  TO  WK-KEIKOKU-DISP
             WHEN  OTHER
               MOVE  SPACE         TO  WK-KEIKOKU-DISP
           END-EVALUATE.
           PERFORM  VARYING  WK-LVL  FROM  1  BY  1
             UNTIL  WK-LVL  >  2
             ADD  1  TO  SM-KEIYAKU-CNT(WK-LVL)
             ADD  BT-SURYO(BT-IDX)  TO  SM-SURYO(WK-LVL)
             ADD  BT-USED(BT-IDX)   TO  SM-USED(WK-LVL)
             IF  WK-KBN  >  0  THEN
               ADD  1  TO  SM-KBN-CNT(WK-LVL  WK-KBN)
             END-IF
           END-PERFORM.
           MOVE  BT-SURYO(BT-IDX)        TO  WK-SURYO-DISP.
           MOVE  BT-USED(BT-IDX)         TO  WK-USED-DISP.
           MOVE  BT-ZAN(BT-IDX)          TO  WK-ZAN-DISP.
           MOVE  BT-SHOKA-RITSU(BT-IDX)  TO  WK-SHOKA-DISP.
           MOVE  BT-CALL-CNT(BT-IDX)     TO  WK-CALL-DISP.
           IF  BT-KEIKA-FLG(BT-IDX)  =  "Y"  THEN
             MOVE  BT-KEIKA-RITSU(BT-IDX)  TO  WK-RITSU-DISP
             MOVE  WK-RITSU-DISP           TO  WK-KEIKA-DISP
           ELSE
             MOVE  "   -"                  TO  WK-KEIKA-DISP
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           IF  BT-TO-YMD(BT-IDX)  =  99999999  THEN
             STRING  "  "  DELIMITED BY SIZE
                     BT-KEIYAKU-NO(BT-IDX)  DELIMITED BY SIZE
                     "   "  DELIMITED BY SIZE
                     BT-SHOHIN-NO(BT-IDX)  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     BT-FROM-YMD(BT-IDX)  DELIMITED BY SIZE
                     " 無期限"  DELIMITED BY SIZE
               INTO  RPT-REC
           ELSE
             STRING  "  "  DELIMITED BY SIZE
                     BT-KEIYAKU-NO(BT-IDX)  DELIMITED BY SIZE
                     "   "  DELIMITED BY SIZE
                     BT-SHOHIN-NO(BT-IDX)  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     BT-FROM-YMD(BT-IDX)  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     BT-TO-YMD(BT-IDX)  DELIMITED BY SIZE
               INTO  RPT-REC
           END-IF.
           STRING  WK-SURYO-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-USED-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-ZAN-DISP  DELIMITED BY SIZE
                   "  "  DELIMITED BY SIZE
                   WK-SHOKA-DISP  DELIMITED BY SIZE
                   "  "  DELIMITED BY SIZE
                   WK-KEIKA-DISP  DELIMITED BY SIZE
                   "   "  DELIMITED BY SIZE
                   BT-LAST-YMD(BT-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-CALL-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-KEIKOKU-DISP  DELIMITED BY SIZE
             INTO  RPT-REC(37:96).
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 得意先小計の出力と集計のクリア
      ********************************************************
       TOKU-TOTAL-RTN             SECTION.
           MOVE  1  TO  WK-LVL.
           MOVE  "得意先計"  TO  WK-SM-TITLE.
           PERFORM  SUM-PRINT-RTN.
           INITIALIZE  SM-LVL(1).
       EXT.
           EXIT.
      ********************************************************
      * 集計行の出力（WK-LVLの集計）　契約件数・約定数量・引取済
      * 数量と消化率、警告区分ごとの件数
      ********************************************************
       SUM-PRINT-RTN              SECTION.
           MOVE  0  TO  WK-SM-RITSU.
           IF  SM-SURYO(WK-LVL)  >  0  THEN
             COMPUTE  WK-SM-RITSU  ROUNDED  =
               SM-USED(WK-LVL)  *  100  /  SM-SURYO(WK-LVL)
           END-IF.
           MOVE  SM-KEIYAKU-CNT(WK-LVL)  TO  WK-CNT-DISP.
           MOVE  WK-SM-RITSU  TO  WK-SHOKA-DISP.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  SM-SURYO(WK-LVL)  TO  WK-SUM-DISP.
           STRING  "  "  DELIMITED BY SIZE
                   WK-SM-TITLE  DELIMITED BY SIZE
                   " 契約="  DELIMITED BY SIZE
                   WK-CNT-DISP  DELIMITED BY SIZE
                   " 約定数量="  DELIMITED BY SIZE
                   WK-SUM-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           MOVE  SM-USED(WK-LVL)  TO  WK-SUM-DISP.
           STRING  " 引取済="  DELIMITED BY SIZE
                   WK-SUM-DISP  DELIMITED BY SIZE
                   " 消化率="  DELIMITED BY SIZE
                   WK-SHOKA-DISP  DELIMITED BY SIZE
                   "%"  DELIMITED BY SIZE
             INTO  RPT-REC(62:71).
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  "  DELIMITED BY SIZE
                   WK-SM-TITLE  DELIMITED BY SIZE
                   " 警告"  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  VARYING  WK-KBN  FROM  1  BY  1
             UNTIL  WK-KBN  >  4
             EVALUATE  WK-KBN
               WHEN  1
                 MOVE  "消化遅れ"    TO  WK-KEIKOKU-DISP
               WHEN  2
                 MOVE  "残少"        TO  WK-KEIKOKU-DISP
               WHEN  3
                 MOVE  "引取完了"    TO  WK-KEIKOKU-DISP
               WHEN  OTHER
                 MOVE  "未消化満了"  TO  WK-KEIKOKU-DISP
             END-EVALUATE
             MOVE  SM-KBN-CNT(WK-LVL  WK-KBN)  TO  WK-CNT-DISP
             STRING  WK-KEIKOKU-DISP  DELIMITED BY SPACE
                     "="  DELIMITED BY SIZE
                     WK-CNT-DISP  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
               INTO  RPT-REC(10 + WK-KBN * 24:24)
           END-PERFORM.
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
           DISPLAY  "BLA-CNT  = "  BLA-CNT.
           DISPLAY  "対象契約 = "  BT-CNT.
           DISPLAY  "対象外   = "  SKIP-CNT.
           DISPLAY  "*** END KJBM071 ***".
       EXT.
           EXIT.
      ********************************************************
      * ジョブ統計ロガー(KCBS020)へ本バッチの運転実績を1件追記する
      ********************************************************
       JOB-STAT-WRITE-RTN         SECTION.
           MOVE  "KJBM071"  TO  S020-PGM-ID.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-END-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-END-TIME.
           MOVE  BLA-CNT   TO  S020-IN-CNT.
           MOVE  RPT-CNT   TO  S020-OUT-CNT.
           CALL  "KCBS020"  USING  KCBS020-P1.
       EXT.
           EXIT.
