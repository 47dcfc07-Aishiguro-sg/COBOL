       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KZBM016.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：在庫
      * プログラム名  ：発注変更（数量・納期変更、残数取消）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：訂正発注書へ発注単価を印字
      ********************************************************
      *発注変更トランザクション(POC)を読み、発注番号で発注レジスタ
      *(POR、KZBM015出力)の明細を変更する。
      *  "Q"=発注数量変更　入荷済数量(POR-RECV-SURYO)未満には
      *      できない。入荷済数量ちょうどなら納入完了("C")とし、
      *      納入完了の発注を増量した場合はオープンへ戻す
      *  "D"=納入予定日変更　オープンの発注のみ
      *  "X"=残数取消　オープンの発注の未入荷分を取消数量へ移し、
      *      残数取消("X")とする（入荷消込・発注残の対象外になる）
      *変更した発注は変更回数を1つ進めて訂正発注書(RPT)を印字し、
      *同じ仕入先×商品の発注提案(HAT)をクローズ（入荷あり"C"・
      *入荷なし"X"）またはオープン("P"へ戻す)する。
      *発注番号なし・状態違い・数量不正などの変更は反映せず、
      *エラー一覧へ出して完了コード8で終了する。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 発注変更トランザクション
           SELECT  POC-FILE  ASSIGN TO  EXTERNAL  POC
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS POC-STATUS.
      *発注レジスタ（読込後、変更を書き戻す）
           SELECT  POR-FILE  ASSIGN TO  EXTERNAL  POR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS POR-STATUS-WS.
      *発注提案ファイル（読込後、クローズ・オープンを書き戻す）
           SELECT  HAT-FILE  ASSIGN TO  EXTERNAL  HAT
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS HAT-STATUS-WS.
      *仕入先マスタ（仕入先名・支払条件の参照のみ）
           SELECT  SMF-FILE  ASSIGN TO  EXTERNAL  SMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFSIR-SHIIRE-COD
                             FILE STATUS  IS SMF-STATUS.
      *OUTPUT 訂正発注書・エラー一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  POC-FILE.
       01  POC-REC.
           COPY  KZCPOC.
       FD  POR-FILE.
       01  POR-REC.
           COPY  KZCPOR.
       FD  HAT-FILE.
       01  HAT-REC.
           COPY  KZCHAT.
       FD  SMF-FILE.
       01  SMF-REC.
           COPY  KCCFSIR.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  POC-STATUS             PIC  X(2)    VALUE  SPACE.
       01  POR-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  HAT-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  SMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  POC-CNT                PIC  9(5)    VALUE  0.
       01  HENKO-CNT              PIC  9(5)    VALUE  0.
       01  ERR-CNT                PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-TODAY-YMD           PIC  9(8)    VALUE  0.
      *発注レジスタのテーブル退避（変更後に全件書き戻す）
       01  PORT-CNT               PIC  9(4)    VALUE  ZERO.
       01  PORT-TBL.
         02  PORT-ENT  OCCURS 9999 TIMES INDEXED BY PORT-IDX.
           03  PORT-IMG           PIC  X(71).
       01  WK-POR-REC-1.
           COPY  KZCPOR.
       01  WK-POR-FOUND-FLG       PIC  X       VALUE  "N".
      *発注提案のテーブル退避（クローズ・オープン後に書き戻す）
       01  HATT-CNT               PIC  9(4)    VALUE  ZERO.
       01  HATT-TBL.
         02  HATT-ENT  OCCURS 9999 TIMES INDEXED BY HATT-IDX.
           03  HATT-IMG           PIC  X(38).
       01  WK-HAT-REC-1.
           COPY  KZCHAT.
       01  WK-HAT-FOUND-FLG       PIC  X       VALUE  "N".
      *発注提案の更新指示　"C"/"X"=クローズ　"P"=オープンへ戻す
       01  WK-HAT-SHIJI           PIC  X       VALUE  SPACE.
      *変更1件の判定用
       01  WK-ERR-MSG             PIC  X(60)   VALUE  SPACE.
       01  WK-OLD-SURYO           PIC  9(5)    VALUE  0.
       01  WK-OLD-NOUKI           PIC  9(8)    VALUE  0.
       01  WK-OLD-STATUS          PIC  X       VALUE  SPACE.
       01  WK-ZAN-SURYO           PIC  S9(7)   VALUE  0.
      *日付妥当性チェック(KCBS010)への連絡領域
       COPY  KCBS010P.
      *編集用
       01  WK-SURYO-DISP          PIC  ZZZZ9.
       01  WK-SURYO-DISP2         PIC  ZZZZ9.
       01  WK-SURYO-DISP3         PIC  -ZZZZ9.
       01  WK-HENKO-DISP          PIC  Z9.
       01  WK-TANKA-DISP          PIC  Z,ZZZ,ZZ9.99.
      ********************************************************
      * 発注変更の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KZBM016 ***".
           PERFORM  INIT-RTN.
           PERFORM  LOAD-POR-RTN.
           PERFORM  LOAD-HAT-RTN.
           PERFORM  POC-RTN.
           PERFORM  REWRITE-POR-RTN.
           PERFORM  REWRITE-HAT-RTN.
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
           OPEN  INPUT  SMF-FILE.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "発注変更（訂正発注書）"  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 発注レジスタの全件読込（KZBM020と同じ技法）
      ********************************************************
       LOAD-POR-RTN               SECTION.
           OPEN  INPUT  POR-FILE.
           IF  POR-STATUS-WS  =  "35"  THEN
             DISPLAY  "発注レジスタなし"
           ELSE
             PERFORM  UNTIL  POR-STATUS-WS  NOT  =  "00"
               READ  POR-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  PORT-CNT  <  9999  THEN
                     ADD  1  TO  PORT-CNT
                     SET  PORT-IDX  TO  PORT-CNT
                     MOVE  POR-REC  TO  PORT-IMG(PORT-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  POR-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 発注提案ファイルの全件読込
      ********************************************************
       LOAD-HAT-RTN               SECTION.
           OPEN  INPUT  HAT-FILE.
           IF  HAT-STATUS-WS  =  "35"  THEN
             DISPLAY  "発注提案ファイルなし"
           ELSE
             PERFORM  UNTIL  HAT-STATUS-WS  NOT  =  "00"
               READ  HAT-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  HATT-CNT  <  9999  THEN
                     ADD  1  TO  HATT-CNT
                     SET  HATT-IDX  TO  HATT-CNT
                     MOVE  HAT-REC  TO  HATT-IMG(HATT-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  HAT-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 発注変更トランザクションの読込
      ********************************************************
       POC-RTN                    SECTION.
           OPEN  INPUT  POC-FILE.
           IF  POC-STATUS  NOT  =  "00"  THEN
             DISPLAY  "発注変更トランザクションなし"
             GO  TO  POC-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  POC-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  POC-CNT
                 PERFORM  CHANGE-RTN
             END-READ
           END-PERFORM.
           CLOSE  POC-FILE.
       POC-EXT.
           EXIT.
      ********************************************************
      * 変更1件　発注の引き当て→検証→反映→訂正発注書
      ********************************************************
       CHANGE-RTN                 SECTION.
           MOVE  SPACE  TO  WK-ERR-MSG.
           MOVE  "N"  TO  WK-POR-FOUND-FLG.
           PERFORM  VARYING  PORT-IDX  FROM  1  BY  1
             UNTIL  (PORT-IDX  >  PORT-CNT)  OR
                    (WK-POR-FOUND-FLG  =  "Y")
             MOVE  PORT-IMG(PORT-IDX)  TO  WK-POR-REC-1
             IF  POR-PO-NO OF WK-POR-REC-1  =  POC-PO-NO  THEN
               MOVE  "Y"  TO  WK-POR-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-POR-FOUND-FLG  NOT  =  "Y"  THEN
             MOVE  "発注番号なし"  TO  WK-ERR-MSG
             PERFORM  ERR-RTN
             GO  TO  CHANGE-EXT
           END-IF.
           SET  PORT-IDX  DOWN  BY  1.
           MOVE  POR-ORDER-SURYO OF WK-POR-REC-1  TO  WK-OLD-SURYO.
           MOVE  POR-NOUKI-YMD OF WK-POR-REC-1    TO  WK-OLD-NOUKI.
           MOVE  POR-STATUS OF WK-POR-REC-1       TO  WK-OLD-STATUS.
           MOVE  SPACE  TO  WK-HAT-SHIJI.
           EVALUATE  POC-KBN
             WHEN  "Q"
               PERFORM  SURYO-RTN
             WHEN  "D"
               PERFORM  NOUKI-RTN
             WHEN  "X"
               PERFORM  CANCEL-RTN
             WHEN  OTHER
               MOVE  "変更区分不正"  TO  WK-ERR-MSG
           END-EVALUATE.
           IF  WK-ERR-MSG  NOT  =  SPACE  THEN
             PERFORM  ERR-RTN
             GO  TO  CHANGE-EXT
           END-IF.
           ADD  1  TO  POR-HENKO-NO OF WK-POR-REC-1.
           MOVE  WK-POR-REC-1  TO  PORT-IMG(PORT-IDX).
           ADD  1  TO  HENKO-CNT.
           IF  WK-HAT-SHIJI  NOT  =  SPACE  THEN
             PERFORM  HAT-UPDATE-RTN
           END-IF.
           PERFORM  PO-PRINT-RTN.
       CHANGE-EXT.
           EXIT.
      ********************************************************
      * 発注数量変更　入荷済数量未満は不可。入荷済数量ちょうど
      * ならクローズ、納入完了の発注の増量はオープンへ戻す
      ********************************************************
       SURYO-RTN                  SECTION.
           IF  POR-STATUS OF WK-POR-REC-1  =  "X"  THEN
             MOVE  "残数取消済の発注"  TO  WK-ERR-MSG
             GO  TO  SURYO-EXT
           END-IF.
           IF  (POC-SURYO  NOT  NUMERIC)  OR
               (POC-SURYO  =  ZERO)  THEN
             MOVE  "変更後数量不正"  TO  WK-ERR-MSG
             GO  TO  SURYO-EXT
           END-IF.
           IF  POC-SURYO  <  POR-RECV-SURYO OF WK-POR-REC-1  THEN
             MOVE  "入荷済数量を下回る"  TO  WK-ERR-MSG
             GO  TO  SURYO-EXT
           END-IF.
           IF  POC-SURYO  =  POR-ORDER-SURYO OF WK-POR-REC-1  THEN
             MOVE  "数量の変更なし"  TO  WK-ERR-MSG
             GO  TO  SURYO-EXT
           END-IF.
           MOVE  POC-SURYO  TO  POR-ORDER-SURYO OF WK-POR-REC-1.
           IF  POC-SURYO  =  POR-RECV-SURYO OF WK-POR-REC-1  THEN
             MOVE  "C"  TO  POR-STATUS OF WK-POR-REC-1
             MOVE  "C"  TO  WK-HAT-SHIJI
           ELSE
             IF  WK-OLD-STATUS  =  "C"  THEN
               MOVE  SPACE  TO  POR-STATUS OF WK-POR-REC-1
               MOVE  "P"  TO  WK-HAT-SHIJI
             END-IF
           END-IF.
       SURYO-EXT.
           EXIT.
      ********************************************************
      * 納入予定日変更　オープンの発注のみ。実在する当日以降の
      * 日付であること
      ********************************************************
       NOUKI-RTN                  SECTION.
           IF  POR-STATUS OF WK-POR-REC-1  NOT  =  SPACE  THEN
             MOVE  "オープンでない発注"  TO  WK-ERR-MSG
             GO  TO  NOUKI-EXT
           END-IF.
           IF  POC-NOUKI-YMD  NOT  NUMERIC  THEN
             MOVE  "納入予定日不正"  TO  WK-ERR-MSG
             GO  TO  NOUKI-EXT
           END-IF.
           MOVE  POC-NOUKI-YMD(1:4)  TO  S010-D6-Y2.
           MOVE  POC-NOUKI-YMD(5:2)  TO  S010-D6-MM.
           MOVE  POC-NOUKI-YMD(7:2)  TO  S010-D6-DD.
           MOVE  ZERO   TO  S010-MAX-FUTURE-DAYS.
           MOVE  ZERO   TO  S010-MAX-PAST-DAYS.
           MOVE  SPACE  TO  S010-CAL-MODE.
           CALL  "KCBS010"  USING  KCBS010-P1.
           IF  S010-RCD  NOT  =  SPACE  THEN
             MOVE  "納入予定日不正"  TO  WK-ERR-MSG
             GO  TO  NOUKI-EXT
           END-IF.
           IF  POC-NOUKI-YMD  <  WK-TODAY-YMD  THEN
             MOVE  "納入予定日が過去日付"  TO  WK-ERR-MSG
             GO  TO  NOUKI-EXT
           END-IF.
           MOVE  POC-NOUKI-YMD  TO  POR-NOUKI-YMD OF WK-POR-REC-1.
       NOUKI-EXT.
           EXIT.
      ********************************************************
      * 残数取消　オープンの発注の未入荷分を取消数量へ移す
      ********************************************************
       CANCEL-RTN                 SECTION.
           IF  POR-STATUS OF WK-POR-REC-1  NOT  =  SPACE  THEN
             MOVE  "オープンでない発注"  TO  WK-ERR-MSG
             GO  TO  CANCEL-EXT
           END-IF.
           COMPUTE  POR-CANCEL-SURYO OF WK-POR-REC-1  =
             POR-ORDER-SURYO OF WK-POR-REC-1
             -  POR-RECV-SURYO OF WK-POR-REC-1.
           MOVE  "X"  TO  POR-STATUS OF WK-POR-REC-1.
           IF  POR-RECV-SURYO OF WK-POR-REC-1  >  0  THEN
             MOVE  "C"  TO  WK-HAT-SHIJI
           ELSE
             MOVE  "X"  TO  WK-HAT-SHIJI
           END-IF.
       CANCEL-EXT.
           EXIT.
      ********************************************************
      * 発注提案のクローズ・オープン　同じ仕入先×商品の提案の
      * うち、クローズは発注書発行済("P")、オープンは入荷済
      * ("C")の最も新しい1件を対象とする
      ********************************************************
       HAT-UPDATE-RTN             SECTION.
           MOVE  "N"  TO  WK-HAT-FOUND-FLG.
           PERFORM  VARYING  HATT-IDX  FROM  HATT-CNT  BY  -1
             UNTIL  (HATT-IDX  <  1)  OR
                    (WK-HAT-FOUND-FLG  =  "Y")
             MOVE  HATT-IMG(HATT-IDX)  TO  WK-HAT-REC-1
             IF  (HAT-SHIIRE-COD OF WK-HAT-REC-1  =
                  POR-SHIIRE-COD OF WK-POR-REC-1)  AND
                 (HAT-SHOHIN-NO OF WK-HAT-REC-1  =
                  POR-SHOHIN-NO OF WK-POR-REC-1)  THEN
               IF  ((WK-HAT-SHIJI  =  "P")  AND
                    (HAT-STATUS OF WK-HAT-REC-1  =  "C"))  OR
                   ((WK-HAT-SHIJI  NOT  =  "P")  AND
                    (HAT-STATUS OF WK-HAT-REC-1  =  "P"))  THEN
                 MOVE  "Y"  TO  WK-HAT-FOUND-FLG
                 MOVE  WK-HAT-SHIJI  TO  HAT-STATUS OF WK-HAT-REC-1
                 MOVE  WK-HAT-REC-1  TO  HATT-IMG(HATT-IDX)
               END-IF
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 訂正発注書の印字　変更前後の数量・納期と理由を出す
      ********************************************************
       PO-PRINT-RTN               SECTION.
           MOVE  POR-SHIIRE-COD OF WK-POR-REC-1
             TO  CFSIR-SHIIRE-COD OF SMF-REC.
           READ  SMF-FILE
             INVALID KEY
               MOVE  SPACE  TO  CFSIR-SHIIRE-MEI
               MOVE  SPACE  TO  CFSIR-SHIHARAI-JOKEN
           END-READ.
           MOVE  POR-HENKO-NO OF WK-POR-REC-1  TO  WK-HENKO-DISP.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "訂正発注書 "  DELIMITED BY SIZE
                   POR-PO-NO OF WK-POR-REC-1  DELIMITED BY SIZE
                   " 第"  DELIMITED BY SIZE
                   WK-HENKO-DISP  DELIMITED BY SIZE
                   "回変更 "  DELIMITED BY SIZE
                   POR-SHIIRE-COD OF WK-POR-REC-1
                     DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CFSIR-SHIIRE-MEI  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  WK-OLD-SURYO  TO  WK-SURYO-DISP.
           MOVE  POR-ORDER-SURYO OF WK-POR-REC-1  TO  WK-SURYO-DISP2.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  発注日="  DELIMITED BY SIZE
                   POR-YMD OF WK-POR-REC-1  DELIMITED BY SIZE
                   " 商品="  DELIMITED BY SIZE
                   POR-SHOHIN-NO OF WK-POR-REC-1  DELIMITED BY SIZE
                   " 数量="  DELIMITED BY SIZE
                   WK-SURYO-DISP  DELIMITED BY SIZE
                   "→"  DELIMITED BY SIZE
                   WK-SURYO-DISP2  DELIMITED BY SIZE
                   " 納期="  DELIMITED BY SIZE
                   WK-OLD-NOUKI  DELIMITED BY SIZE
                   "→"  DELIMITED BY SIZE
                   POR-NOUKI-YMD OF WK-POR-REC-1  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           COMPUTE  WK-ZAN-SURYO  =
             POR-ORDER-SURYO OF WK-POR-REC-1
             -  POR-RECV-SURYO OF WK-POR-REC-1
             -  POR-CANCEL-SURYO OF WK-POR-REC-1.
           MOVE  POR-RECV-SURYO OF WK-POR-REC-1  TO  WK-SURYO-DISP.
           MOVE  POR-CANCEL-SURYO OF WK-POR-REC-1  TO  WK-SURYO-DISP2.
           MOVE  WK-ZAN-SURYO  TO  WK-SURYO-DISP3.
           MOVE  POR-TANKA OF WK-POR-REC-1  TO  WK-TANKA-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  入荷済="  DELIMITED BY SIZE
                   WK-SURYO-DISP  DELIMITED BY SIZE
                   " 取消="  DELIMITED BY SIZE
                   WK-SURYO-DISP2  DELIMITED BY SIZE
                   " 発注残="  DELIMITED BY SIZE
                   WK-SURYO-DISP3  DELIMITED BY SIZE
                   " 単価="  DELIMITED BY SIZE
                   WK-TANKA-DISP  DELIMITED BY SIZE
                   " 理由="  DELIMITED BY SIZE
                   POC-RIYU  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  4  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * エラー一覧への出力（変更は反映しない）
      ********************************************************
       ERR-RTN                    SECTION.
           ADD  1  TO  ERR-CNT.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "ＮＧ 発注番号="  DELIMITED BY SIZE
                   POC-PO-NO  DELIMITED BY SIZE
                   " 区分="  DELIMITED BY SIZE
                   POC-KBN  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-ERR-MSG  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 発注レジスタの書き戻し（変更を反映）
      ********************************************************
       REWRITE-POR-RTN            SECTION.
           IF  (HENKO-CNT  >  0)  AND  (PORT-CNT  >  0)  THEN
             OPEN  OUTPUT  POR-FILE
             PERFORM  VARYING  PORT-IDX  FROM  1  BY  1
               UNTIL  PORT-IDX  >  PORT-CNT
               MOVE  PORT-IMG(PORT-IDX)  TO  POR-REC
               WRITE  POR-REC
             END-PERFORM
             CLOSE  POR-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 発注提案ファイルの書き戻し（クローズ・オープンを反映）
      ********************************************************
       REWRITE-HAT-RTN            SECTION.
           IF  (HENKO-CNT  >  0)  AND  (HATT-CNT  >  0)  THEN
             OPEN  OUTPUT  HAT-FILE
             PERFORM  VARYING  HATT-IDX  FROM  1  BY  1
               UNTIL  HATT-IDX  >  HATT-CNT
               MOVE  HATT-IMG(HATT-IDX)  TO  HAT-REC
               WRITE  HAT-REC
             END-PERFORM
             CLOSE  HAT-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  SMF-FILE.
           CLOSE  RPT-FILE.
           DISPLAY  "変更読込= "  POC-CNT.
           DISPLAY  "変更反映= "  HENKO-CNT.
           DISPLAY  "エラー　= "  ERR-CNT.
           DISPLAY  "*** END KZBM016 ***".
       EXT.
           EXIT.
