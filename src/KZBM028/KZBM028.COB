       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KZBM028.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：在庫
      * プログラム名  ：仕入先デビットノート発行（返送品の請求）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：返送単価へ仕入先カタログの契約単価を
      *                 優先して使うよう変更
      ********************************************************
      *在庫受払ジャーナル(ZAI)の仕入先返送(VR、返品検品で処分区分
      *"V"となった明細をKJBM030が記帳)を集め、商品マスタの仕入先
      *(CFSHO-SHIIRE-COD)ごとに番号付きのデビットノートを発行する。
      *単価は仕入先カタログ(SCAT、KZCCAT)の返送日時点の契約単価、
      *カタログのない商品は商品マスタの移動平均原価(CFSHO-GENKA)
      *とする。
      *発行した明細はデビットノート台帳(DBN、KZCDBN)へ追記し、
      *支払提案(KZBM026)が仕入先の未払債務と相殺する。
      *台帳に記録済みの受払（日付・参照番号・商品・数量が一致）は
      *発行済みとして読み飛ばすため、同じジャーナルで再実行しても
      *二重発行しない。
      *仕入先不明・単価未設定の商品と採番異常は例外一覧へ出して
      *完了コード8で終了する（該当明細は次回以降に発行される）。
      *デビットノート番号は採番サービス(KCBS030)の系列"D"。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 在庫受払ジャーナル
           SELECT  ZAI-FILE  ASSIGN TO  EXTERNAL  ZAI
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS ZAI-STATUS.
      *商品マスタ（仕入先・移動平均原価の参照のみ）
           SELECT  IMF-FILE  ASSIGN TO  EXTERNAL  IMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFSHO-SHOHIN-NO
                             FILE STATUS  IS IMF-STATUS.
      *仕入先マスタ（仕入先名の参照のみ）
           SELECT  SMF-FILE  ASSIGN TO  EXTERNAL  SMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFSIR-SHIIRE-COD
                             FILE STATUS  IS SMF-STATUS.
      *デビットノート台帳（発行済みの確認後、追記する）
           SELECT  DBN-FILE  ASSIGN TO  EXTERNAL  DBN
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS DBN-STATUS-WS.
      *仕入先カタログ（契約単価の参照のみ）
           SELECT  CAT-FILE  ASSIGN TO  EXTERNAL  SCAT
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS CAT-STATUS.
      *OUTPUT デビットノート・例外一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
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
       FD  SMF-FILE.
       01  SMF-REC.
           COPY  KCCFSIR.
       FD  DBN-FILE.
       01  DBN-REC.
           COPY  KZCDBN.
       FD  CAT-FILE.
       01  CAT-REC.
           COPY  KZCCAT.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  ZAI-STATUS             PIC  X(2)    VALUE  SPACE.
       01  IMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  SMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  DBN-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  CAT-STATUS             PIC  X(2)    VALUE  SPACE.
       01  ZAI-CNT                PIC  9(7)    VALUE  0.
       01  VR-CNT                 PIC  9(5)    VALUE  0.
       01  SKIP-CNT               PIC  9(5)    VALUE  0.
       01  NOTE-CNT               PIC  9(5)    VALUE  0.
       01  DBN-CNT                PIC  9(5)    VALUE  0.
       01  ERR-CNT                PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
       01  WK-TODAY-YMD           PIC  9(8)    VALUE  0.
      *発行済みの受払キー（デビットノート台帳から）
       01  DNK-CNT                PIC  9(5)    VALUE  ZERO.
       01  DNK-TBL.
         02  DNK-ENT  OCCURS 9999 TIMES INDEXED BY DNK-IDX.
           03  DNK-ZAI-YMD        PIC  9(8).
           03  DNK-ZAI-REF-NO     PIC  X(6).
           03  DNK-SHOHIN-NO      PIC  X(5).
           03  DNK-SURYO          PIC  9(5).
      *今回発行する返送明細
       01  VRT-CNT                PIC  9(4)    VALUE  ZERO.
       01  VRT-TBL.
         02  VRT-ENT  OCCURS 2000 TIMES INDEXED BY VRT-IDX.
           03  VRT-SHIIRE-COD     PIC  X(4).
           03  VRT-ZAI-YMD        PIC  9(8).
           03  VRT-ZAI-REF-NO     PIC  X(6).
           03  VRT-SHOHIN-NO      PIC  X(5).
           03  VRT-SURYO          PIC  9(5).
           03  VRT-TANKA          PIC  S9(5)V9(2).
           03  VRT-KINGAKU        PIC  S9(9).
           03  VRT-DONE-FLG       PIC  X.
       01  WK-SURYO               PIC  9(5)    VALUE  0.
       01  WK-SHIIRE-COD          PIC  X(4)    VALUE  SPACE.
       01  WK-NOTE-SUM            PIC  S9(11)  VALUE  0.
       01  WK-ALL-SUM             PIC  S9(11)  VALUE  0.
       01  WK-IDX2                PIC  9(4)    VALUE  0.
       01  WK-TANKA               PIC  S9(5)V9(2)  VALUE  0.
      *仕入先カタログのテーブル
       01  CATT-CNT               PIC  9(4)    VALUE  ZERO.
       01  CATT-TBL.
         02  CATT-ENT  OCCURS 5000 TIMES INDEXED BY CATT-IDX.
           03  CATT-IMG           PIC  X(39).
       01  WK-CAT-REC-1.
           COPY  KZCCAT.
       01  WK-CAT-YUKO-YMD        PIC  9(8)    VALUE  0.
      *採番サービス(KCBS030)への連絡領域
       COPY  KCBS030P.
      *編集用
       01  WK-KIN-DISP            PIC  ----,---,---,--9.
       01  WK-TANKA-DISP          PIC  ---,--9.99.
       01  WK-SURYO-DISP          PIC  ZZZZ9.
      ********************************************************
      * デビットノート発行の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KZBM028 ***".
           PERFORM  INIT-RTN.
           PERFORM  LOAD-DBN-RTN.
           PERFORM  ZAI-RTN.
           PERFORM  ISSUE-RTN.
           PERFORM  TERM-RTN.
           IF  ERR-CNT  >  0  THEN
             MOVE  8  TO  RETURN-CODE
           END-IF.
           STOP  RUN.
      ********************************************************
      * 開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-TODAY-YMD.
           OPEN  INPUT  IMF-FILE.
           OPEN  INPUT  SMF-FILE.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "仕入先デビットノート　発行日="
                     DELIMITED BY SIZE
                   WK-TODAY-YMD  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           PERFORM  CAT-LOAD-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 仕入先カタログの全件ロード（ファイルなしは原価で値付け）
      ********************************************************
       CAT-LOAD-RTN               SECTION.
           OPEN  INPUT  CAT-FILE.
           IF  CAT-STATUS  =  "35"  THEN
             DISPLAY  "仕入先カタログなし"
             GO  TO  CAT-LOAD-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  CAT-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 IF  CATT-CNT  <  5000  THEN
                   ADD  1  TO  CATT-CNT
                   SET  CATT-IDX  TO  CATT-CNT
                   MOVE  CAT-REC  TO  CATT-IMG(CATT-IDX)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  CAT-FILE.
       CAT-LOAD-EXT.
           EXIT.
      ********************************************************
      * デビットノート台帳の読込　発行済みの受払キーを保持する
      ********************************************************
       LOAD-DBN-RTN               SECTION.
           OPEN  INPUT  DBN-FILE.
           IF  DBN-STATUS-WS  =  "35"  THEN
             DISPLAY  "デビットノート台帳なし"
             GO  TO  LOAD-DBN-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  DBN-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 IF  DNK-CNT  <  9999  THEN
                   ADD  1  TO  DNK-CNT
                   SET  DNK-IDX  TO  DNK-CNT
                   MOVE  DBN-ZAI-YMD     TO  DNK-ZAI-YMD(DNK-IDX)
                   MOVE  DBN-ZAI-REF-NO  TO  DNK-ZAI-REF-NO(DNK-IDX)
                   MOVE  DBN-SHOHIN-NO   TO  DNK-SHOHIN-NO(DNK-IDX)
                   MOVE  DBN-SURYO       TO  DNK-SURYO(DNK-IDX)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  DBN-FILE.
       LOAD-DBN-EXT.
           EXIT.
      ********************************************************
      * 在庫受払ジャーナルの読込　未発行の仕入先返送(VR)を集める
      ********************************************************
       ZAI-RTN                    SECTION.
           OPEN  INPUT  ZAI-FILE.
           IF  ZAI-STATUS  =  "35"  THEN
             DISPLAY  "在庫受払ジャーナルなし"
             GO  TO  ZAI-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  ZAI-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  ZAI-CNT
                 IF  ZAI-KBN  =  "VR"  THEN
                   ADD  1  TO  VR-CNT
                   PERFORM  VR-ONE-RTN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  ZAI-FILE.
       ZAI-EXT.
           EXIT.
      ********************************************************
      * 返送1件　発行済みの確認と仕入先・単価の引き当て
      * （VRは払出のため数量は負。正に直して扱う）
      ********************************************************
       VR-ONE-RTN                 SECTION.
           COMPUTE  WK-SURYO  =  0  -  ZAI-SURYO.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  DNK-IDX  FROM  1  BY  1
             UNTIL  (DNK-IDX  >  DNK-CNT)  OR
                    (WK-FOUND-FLG  =  "Y")
             IF  (DNK-ZAI-YMD(DNK-IDX)     =  ZAI-YMD)  AND
                 (DNK-ZAI-REF-NO(DNK-IDX)  =  ZAI-REF-NO)  AND
                 (DNK-SHOHIN-NO(DNK-IDX)   =  ZAI-SHOHIN-NO)  AND
                 (DNK-SURYO(DNK-IDX)       =  WK-SURYO)  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             ADD  1  TO  SKIP-CNT
             GO  TO  VR-ONE-EXT
           END-IF.
           MOVE  ZAI-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID KEY
               MOVE  SPACE  TO  CFSHO-SHIIRE-COD
               MOVE  ZERO   TO  CFSHO-GENKA
           END-READ.
           MOVE  ZERO  TO  WK-TANKA.
           IF  CFSHO-SHIIRE-COD  NOT  =  SPACE  THEN
             PERFORM  TANKA-RTN
           END-IF.
           IF  (CFSHO-SHIIRE-COD  =  SPACE)  OR
               (WK-TANKA  NOT  >  ZERO)  THEN
             ADD  1  TO  ERR-CNT
             MOVE  SPACE  TO  RPT-REC
             STRING  "ＮＧ "  DELIMITED BY SIZE
                     ZAI-YMD  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     ZAI-REF-NO  DELIMITED BY SIZE
                     " 商品="  DELIMITED BY SIZE
                     ZAI-SHOHIN-NO  DELIMITED BY SIZE
                     " 仕入先不明または単価未設定"
                       DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
             GO  TO  VR-ONE-EXT
           END-IF.
           IF  VRT-CNT  >=  2000  THEN
             ADD  1  TO  ERR-CNT
             DISPLAY  "返送明細テーブル満杯"
             GO  TO  VR-ONE-EXT
           END-IF.
           ADD  1  TO  VRT-CNT.
           SET  VRT-IDX  TO  VRT-CNT.
           MOVE  CFSHO-SHIIRE-COD  TO  VRT-SHIIRE-COD(VRT-IDX).
           MOVE  ZAI-YMD           TO  VRT-ZAI-YMD(VRT-IDX).
           MOVE  ZAI-REF-NO        TO  VRT-ZAI-REF-NO(VRT-IDX).
           MOVE  ZAI-SHOHIN-NO     TO  VRT-SHOHIN-NO(VRT-IDX).
           MOVE  WK-SURYO          TO  VRT-SURYO(VRT-IDX).
           MOVE  WK-TANKA          TO  VRT-TANKA(VRT-IDX).
           COMPUTE  VRT-KINGAKU(VRT-IDX)  ROUNDED  =
             WK-SURYO  *  WK-TANKA.
           MOVE  "N"  TO  VRT-DONE-FLG(VRT-IDX).
       VR-ONE-EXT.
           EXIT.
      ********************************************************
      * 返送単価の決定　返送日時点で有効な仕入先カタログの契約
      * 単価、なければ移動平均原価
      ********************************************************
       TANKA-RTN                  SECTION.
           MOVE  ZERO  TO  WK-CAT-YUKO-YMD.
           PERFORM  VARYING  CATT-IDX  FROM  1  BY  1
             UNTIL  CATT-IDX  >  CATT-CNT
             MOVE  CATT-IMG(CATT-IDX)  TO  WK-CAT-REC-1
             IF  (CAT-SHIIRE-COD OF WK-CAT-REC-1  =
                  CFSHO-SHIIRE-COD)  AND
                 (CAT-SHOHIN-NO OF WK-CAT-REC-1  =  ZAI-SHOHIN-NO)
                 AND
                 (CAT-YUKO-YMD OF WK-CAT-REC-1  <=  ZAI-YMD)  AND
                 (CAT-YUKO-YMD OF WK-CAT-REC-1  >=
                  WK-CAT-YUKO-YMD)  AND
                 (CAT-TANKA OF WK-CAT-REC-1  >  0)  THEN
               MOVE  CAT-YUKO-YMD OF WK-CAT-REC-1  TO  WK-CAT-YUKO-YMD
               MOVE  CAT-TANKA OF WK-CAT-REC-1  TO  WK-TANKA
             END-IF
           END-PERFORM.
           IF  WK-TANKA  =  ZERO  THEN
             MOVE  CFSHO-GENKA  TO  WK-TANKA
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 仕入先ごとのデビットノート発行　未発行の先頭明細の仕入先
      * で1番号を採番し、同じ仕入先の明細をまとめて記録する
      ********************************************************
       ISSUE-RTN                  SECTION.
           IF  VRT-CNT  =  0  THEN
             GO  TO  ISSUE-EXT
           END-IF.
           OPEN  EXTEND  DBN-FILE.
           IF  DBN-STATUS-WS  NOT  =  "00"  THEN
             OPEN  OUTPUT  DBN-FILE
           END-IF.
           PERFORM  VARYING  VRT-IDX  FROM  1  BY  1
             UNTIL  VRT-IDX  >  VRT-CNT
             IF  VRT-DONE-FLG(VRT-IDX)  =  "N"  THEN
               MOVE  VRT-SHIIRE-COD(VRT-IDX)  TO  WK-SHIIRE-COD
               SET  WK-IDX2  TO  VRT-IDX
               PERFORM  NOTE-RTN
               SET  VRT-IDX  TO  WK-IDX2
             END-IF
           END-PERFORM.
           CLOSE  DBN-FILE.
       ISSUE-EXT.
           EXIT.
      ********************************************************
      * デビットノート1通（仕入先WK-SHIIRE-COD）の発行と印字
      ********************************************************
       NOTE-RTN                   SECTION.
           MOVE  "D"  TO  S030-SERIES.
           CALL  "KCBS030"  USING  KCBS030-P1.
           IF  S030-RCD  NOT  =  SPACE  THEN
             ADD  1  TO  ERR-CNT
             DISPLAY  "採番異常 RCD=" S030-RCD
               " 仕入先=" WK-SHIIRE-COD
      *採番できなかった仕入先の明細は今回発行しない
             PERFORM  VARYING  VRT-IDX  FROM  1  BY  1
               UNTIL  VRT-IDX  >  VRT-CNT
               IF  VRT-SHIIRE-COD(VRT-IDX)  =  WK-SHIIRE-COD  THEN
                 MOVE  "Y"  TO  VRT-DONE-FLG(VRT-IDX)
               END-IF
             END-PERFORM
             GO  TO  NOTE-EXT
           END-IF.
           ADD  1  TO  NOTE-CNT.
           MOVE  WK-SHIIRE-COD  TO  CFSIR-SHIIRE-COD.
           READ  SMF-FILE
             INVALID KEY
               MOVE  SPACE  TO  CFSIR-SHIIRE-MEI
           END-READ.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "デビットノート "  DELIMITED BY SIZE
                   S030-JUCHU-NO  DELIMITED BY SIZE
                   " 仕入先="  DELIMITED BY SIZE
                   WK-SHIIRE-COD  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CFSIR-SHIIRE-MEI  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  2  TO  RPT-CNT.
           MOVE  ZERO  TO  WK-NOTE-SUM.
           PERFORM  VARYING  VRT-IDX  FROM  1  BY  1
             UNTIL  VRT-IDX  >  VRT-CNT
             IF  (VRT-DONE-FLG(VRT-IDX)  =  "N")  AND
                 (VRT-SHIIRE-COD(VRT-IDX)  =  WK-SHIIRE-COD)  THEN
               PERFORM  DBN-WRITE-RTN
               MOVE  "Y"  TO  VRT-DONE-FLG(VRT-IDX)
             END-IF
           END-PERFORM.
           ADD  WK-NOTE-SUM  TO  WK-ALL-SUM.
           MOVE  WK-NOTE-SUM  TO  WK-KIN-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  請求合計="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       NOTE-EXT.
           EXIT.
      ********************************************************
      * デビットノート明細1件の台帳追記と明細行の印字
      ********************************************************
       DBN-WRITE-RTN              SECTION.
           MOVE  SPACE  TO  DBN-REC.
           MOVE  S030-JUCHU-NO            TO  DBN-NO.
           MOVE  WK-TODAY-YMD             TO  DBN-YMD.
           MOVE  WK-SHIIRE-COD            TO  DBN-SHIIRE-COD.
           MOVE  VRT-SHOHIN-NO(VRT-IDX)   TO  DBN-SHOHIN-NO.
           MOVE  VRT-SURYO(VRT-IDX)       TO  DBN-SURYO.
           MOVE  VRT-TANKA(VRT-IDX)       TO  DBN-TANKA.
           MOVE  VRT-KINGAKU(VRT-IDX)     TO  DBN-KINGAKU.
           MOVE  VRT-ZAI-YMD(VRT-IDX)     TO  DBN-ZAI-YMD.
           MOVE  VRT-ZAI-REF-NO(VRT-IDX)  TO  DBN-ZAI-REF-NO.
           MOVE  SPACE                    TO  DBN-STATUS.
           MOVE  ZERO                     TO  DBN-SOUSAI-YMD.
           WRITE  DBN-REC.
           ADD  1  TO  DBN-CNT.
           ADD  VRT-KINGAKU(VRT-IDX)  TO  WK-NOTE-SUM.
           MOVE  VRT-SURYO(VRT-IDX)    TO  WK-SURYO-DISP.
           MOVE  VRT-TANKA(VRT-IDX)    TO  WK-TANKA-DISP.
           MOVE  VRT-KINGAKU(VRT-IDX)  TO  WK-KIN-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  "  DELIMITED BY SIZE
                   VRT-ZAI-YMD(VRT-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   VRT-ZAI-REF-NO(VRT-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   VRT-SHOHIN-NO(VRT-IDX)  DELIMITED BY SIZE
                   " 数量="  DELIMITED BY SIZE
                   WK-SURYO-DISP  DELIMITED BY SIZE
                   " 単価="  DELIMITED BY SIZE
                   WK-TANKA-DISP  DELIMITED BY SIZE
                   " 金額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           MOVE  WK-ALL-SUM  TO  WK-KIN-DISP.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "発行合計="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  2  TO  RPT-CNT.
           CLOSE  IMF-FILE.
           CLOSE  SMF-FILE.
           CLOSE  RPT-FILE.
           DISPLAY  "受払読込=   "  ZAI-CNT.
           DISPLAY  "返送(VR)=   "  VR-CNT.
           DISPLAY  "発行済み=   "  SKIP-CNT.
           DISPLAY  "ノート発行= "  NOTE-CNT.
           DISPLAY  "明細記録=   "  DBN-CNT.
           DISPLAY  "例外=       "  ERR-CNT.
           DISPLAY  "*** END KZBM028 ***".
       EXT.
           EXIT.
