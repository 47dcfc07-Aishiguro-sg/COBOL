       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KZBM067.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：在庫
      * プログラム名  ：ロット保留・保留解除・回収確定
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：担当者の確認を権限照合のみ(C)に変更し、
      *                 ロック中の担当者を差し戻す
      ********************************************************
      *ロット保留トランザクション(LHT)を読み、ロット別在庫(LOTF)の
      *保留区分(LOT-HOLD-KBN)を更新する。
      *  "H"=保留　通常のロットを保留("H")にする。保留中のロット
      *      は受注引当(KJBM030)が取り崩さない
      *  "F"=保留解除　保留中のロットを通常（空白）へ戻す
      *  "R"=回収確定　通常・保留中のロットを回収確定("R")にする。
      *      得意先別回収通知と残数の回収廃棄はKZBM068が行う
      *入荷日ゼロのトランザクションは、同じ商品・同じロット番号の
      *全入荷分に適用する。起票者はトランザクションの担当者ＩＤで
      *担当者マスタの品質保留権限(Q)を確認し(KCBS070)、更新1件
      *ごとに操作記録を残す。ロットなし・状態違い・権限なしの
      *トランザクションは反映せずエラー一覧へ出し、完了コード8で
      *終了する。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT ロット保留トランザクション
           SELECT  LHT-FILE  ASSIGN TO  EXTERNAL  LHT
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS LHT-STATUS.
      *ロット別在庫（保留区分の書換）
           SELECT  LOT-FILE  ASSIGN TO  EXTERNAL  LOTF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS DYNAMIC
                             RECORD KEY   IS LOT-KEY
                             FILE STATUS  IS LOTF-STATUS.
      *OUTPUT 処理結果・エラー一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  LHT-FILE.
       01  LHT-REC.
           COPY  KZCLHT.
       FD  LOT-FILE.
       01  LOT-REC.
           COPY  KZCLOT.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  LHT-STATUS             PIC  X(2)    VALUE  SPACE.
       01  LOTF-STATUS            PIC  X(2)    VALUE  SPACE.
       01  LHT-CNT                PIC  9(5)    VALUE  0.
       01  UPD-CNT                PIC  9(5)    VALUE  0.
       01  ERR-CNT                PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-LOT-END-FLG         PIC  X       VALUE  SPACE.
       01  WK-TODAY-YMD           PIC  9(8)    VALUE  0.
      *トランザクション1件の判定用
       01  WK-ERR-MSG             PIC  X(60)   VALUE  SPACE.
       01  WK-HIT-CNT             PIC  9(3)    VALUE  0.
       01  WK-NG-CNT              PIC  9(3)    VALUE  0.
       01  WK-OLD-KBN             PIC  X       VALUE  SPACE.
       01  WK-NEW-KBN             PIC  X       VALUE  SPACE.
       01  WK-SHORI-MEI           PIC  X(8)    VALUE  SPACE.
      *担当者認証・操作記録(KCBS070)への連絡領域　同じ担当者の
      *連続するトランザクションは前回の確認結果を使う
       COPY  KCBS070P.
       01  WK-CHK-OPR-ID          PIC  X(8)    VALUE  HIGH-VALUE.
       01  WK-CHK-RCD             PIC  X       VALUE  SPACE.
      *編集用
       01  WK-ZAN-DISP            PIC  ------9.
      ********************************************************
      * ロット保留トランザクションの主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KZBM067 ***".
           PERFORM  INIT-RTN.
           PERFORM  MAIN-RTN  UNTIL  WK-END-FLG  =  "E".
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
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "ロット保留・解除・回収確定"  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           OPEN  I-O  LOT-FILE.
           IF  LOTF-STATUS  NOT  =  "00"  THEN
             DISPLAY  "LOTFなし　中止"
             MOVE  "E"  TO  WK-END-FLG
             MOVE  16  TO  RETURN-CODE
             GO  TO  INIT-EXT
           END-IF.
           OPEN  INPUT  LHT-FILE.
           IF  LHT-STATUS  NOT  =  "00"  THEN
             DISPLAY  "ロット保留トランザクションなし"
             MOVE  "E"  TO  WK-END-FLG
           END-IF.
       INIT-EXT.
           EXIT.
      ********************************************************
      * トランザクション1件の処理
      ********************************************************
       MAIN-RTN                   SECTION.
           READ  LHT-FILE
             AT  END
               MOVE  "E"  TO  WK-END-FLG
             NOT  AT  END
               ADD  1  TO  LHT-CNT
               PERFORM  LHT-RTN
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * トランザクションの検証と対象ロットの更新
      ********************************************************
       LHT-RTN                    SECTION.
           MOVE  SPACE  TO  WK-ERR-MSG.
           EVALUATE  LHT-KBN
             WHEN  "H"
               MOVE  "H"      TO  WK-NEW-KBN
               MOVE  "保留"   TO  WK-SHORI-MEI
             WHEN  "F"
               MOVE  SPACE    TO  WK-NEW-KBN
               MOVE  "保留解除"  TO  WK-SHORI-MEI
             WHEN  "R"
               MOVE  "R"      TO  WK-NEW-KBN
               MOVE  "回収確定"  TO  WK-SHORI-MEI
             WHEN  OTHER
               MOVE  "処理区分不正"  TO  WK-ERR-MSG
               PERFORM  ERR-RTN
               GO  TO  LHT-EXT
           END-EVALUATE.
           IF  (LHT-KBN  NOT  =  "F")  AND
               (LHT-RIYU  =  SPACE)  THEN
             MOVE  "理由コードなし"  TO  WK-ERR-MSG
             PERFORM  ERR-RTN
             GO  TO  LHT-EXT
           END-IF.
           PERFORM  OPR-CHECK-RTN.
           IF  WK-ERR-MSG  NOT  =  SPACE  THEN
             PERFORM  ERR-RTN
             GO  TO  LHT-EXT
           END-IF.
           MOVE  0  TO  WK-HIT-CNT.
           MOVE  0  TO  WK-NG-CNT.
           IF  (LHT-NYK-YMD  IS  NUMERIC)  AND
               (LHT-NYK-YMD  >  ZERO)  THEN
             MOVE  LHT-SHOHIN-NO  TO  LOT-SHOHIN-NO
             MOVE  LHT-NYK-YMD    TO  LOT-NYK-YMD
             MOVE  LHT-LOT-NO     TO  LOT-LOT-NO
             READ  LOT-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 PERFORM  APPLY-RTN
             END-READ
           ELSE
             PERFORM  SCAN-RTN
           END-IF.
           IF  (WK-HIT-CNT  =  0)  AND  (WK-NG-CNT  =  0)  THEN
             MOVE  "ロットなし"  TO  WK-ERR-MSG
             PERFORM  ERR-RTN
           END-IF.
       LHT-EXT.
           EXIT.
      ********************************************************
      * 同じ商品・同じロット番号の全入荷分の検索（キー順）
      ********************************************************
       SCAN-RTN                   SECTION.
           MOVE  LHT-SHOHIN-NO  TO  LOT-SHOHIN-NO.
           MOVE  0  TO  LOT-NYK-YMD.
           MOVE  LOW-VALUE  TO  LOT-LOT-NO.
           MOVE  SPACE  TO  WK-LOT-END-FLG.
           START  LOT-FILE  KEY  IS  NOT LESS THAN  LOT-KEY
             INVALID KEY
               MOVE  "E"  TO  WK-LOT-END-FLG
           END-START.
           PERFORM  UNTIL  WK-LOT-END-FLG  =  "E"
             READ  LOT-FILE  NEXT  RECORD
               AT  END
                 MOVE  "E"  TO  WK-LOT-END-FLG
               NOT  AT  END
                 IF  LOT-SHOHIN-NO  NOT  =  LHT-SHOHIN-NO  THEN
                   MOVE  "E"  TO  WK-LOT-END-FLG
                 ELSE
                   IF  LOT-LOT-NO  =  LHT-LOT-NO  THEN
                     PERFORM  APPLY-RTN
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * ロット1件の保留区分の更新　状態遷移の確認と操作記録
      *   保留　　：通常→保留
      *   保留解除：保留→通常
      *   回収確定：通常・保留→回収確定
      ********************************************************
       APPLY-RTN                  SECTION.
           MOVE  LOT-HOLD-KBN  TO  WK-OLD-KBN.
           MOVE  SPACE  TO  WK-ERR-MSG.
           EVALUATE  TRUE
             WHEN  (LHT-KBN  =  "H")  AND  (WK-OLD-KBN  NOT  =  SPACE)
               MOVE  "保留・回収中のロット"  TO  WK-ERR-MSG
             WHEN  (LHT-KBN  =  "F")  AND  (WK-OLD-KBN  NOT  =  "H")
               MOVE  "保留中でないロット"  TO  WK-ERR-MSG
             WHEN  (LHT-KBN  =  "R")  AND
                   (WK-OLD-KBN  NOT  =  SPACE)  AND
                   (WK-OLD-KBN  NOT  =  "H")
               MOVE  "回収確定済みのロット"  TO  WK-ERR-MSG
           END-EVALUATE.
           IF  WK-ERR-MSG  NOT  =  SPACE  THEN
             ADD  1  TO  WK-NG-CNT
             PERFORM  ERR-RTN
             GO  TO  APPLY-EXT
           END-IF.
           MOVE  WK-NEW-KBN    TO  LOT-HOLD-KBN.
           MOVE  LHT-RIYU      TO  LOT-HOLD-RIYU.
           MOVE  LHT-OPR-ID    TO  LOT-HOLD-OPR.
           MOVE  WK-TODAY-YMD  TO  LOT-HOLD-YMD.
           REWRITE  LOT-REC.
           ADD  1  TO  WK-HIT-CNT.
           ADD  1  TO  UPD-CNT.
           MOVE  LOT-ZAN-SURYO  TO  WK-ZAN-DISP.
      *操作記録　誰がどのロットを保留・解除・回収確定したか
           MOVE  "A"         TO  S070-ACTION.
           MOVE  LHT-OPR-ID  TO  S070-OPR-ID.
           MOVE  "KZBM067"   TO  S070-PGM-ID.
           MOVE  SPACE       TO  S070-KEY.
           STRING  LOT-SHOHIN-NO  DELIMITED BY SIZE
                   "-"  DELIMITED BY SIZE
                   LOT-LOT-NO  DELIMITED BY SIZE
             INTO  S070-KEY.
           MOVE  SPACE  TO  S070-TEXT.
           STRING  WK-SHORI-MEI  DELIMITED BY SPACE
                   " 理由="  DELIMITED BY SIZE
                   LHT-RIYU  DELIMITED BY SIZE
                   " 入荷日="  DELIMITED BY SIZE
                   LOT-NYK-YMD  DELIMITED BY SIZE
                   " 残"  DELIMITED BY SIZE
                   WK-ZAN-DISP  DELIMITED BY SIZE
             INTO  S070-TEXT.
           CALL  "KCBS070"  USING  KCBS070-P1.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "ＯＫ "  DELIMITED BY SIZE
                   WK-SHORI-MEI  DELIMITED BY SIZE
                   " 商品="  DELIMITED BY SIZE
                   LOT-SHOHIN-NO  DELIMITED BY SIZE
                   " 入荷日="  DELIMITED BY SIZE
                   LOT-NYK-YMD  DELIMITED BY SIZE
                   " ロット="  DELIMITED BY SIZE
                   LOT-LOT-NO  DELIMITED BY SIZE
                   " 残数="  DELIMITED BY SIZE
                   WK-ZAN-DISP  DELIMITED BY SIZE
                   " 理由="  DELIMITED BY SIZE
                   LHT-RIYU  DELIMITED BY SIZE
                   " 担当="  DELIMITED BY SIZE
                   LHT-OPR-ID  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       APPLY-EXT.
           EXIT.
      ********************************************************
      * 起票担当者の確認　品質保留権限(Q)。担当者マスタ未整備(O)
      * の環境のみ匿名続行を許す（KZBM031と同じ扱い）
      ********************************************************
       OPR-CHECK-RTN              SECTION.
           IF  LHT-OPR-ID  NOT  =  WK-CHK-OPR-ID  THEN
             MOVE  "C"         TO  S070-ACTION
             MOVE  LHT-OPR-ID  TO  S070-OPR-ID
             MOVE  "KZBM067"   TO  S070-PGM-ID
             MOVE  "Q"         TO  S070-FUNC
             CALL  "KCBS070"  USING  KCBS070-P1
             MOVE  LHT-OPR-ID  TO  WK-CHK-OPR-ID
             MOVE  S070-RCD    TO  WK-CHK-RCD
           END-IF.
           EVALUATE  WK-CHK-RCD
             WHEN  SPACE
               CONTINUE
             WHEN  "O"
               CONTINUE
             WHEN  "N"
               MOVE  "担当者未登録"  TO  WK-ERR-MSG
             WHEN  "L"
               MOVE  "担当者ロック中"  TO  WK-ERR-MSG
             WHEN  OTHER
               MOVE  "担当者権限なし"  TO  WK-ERR-MSG
           END-EVALUATE.
       EXT.
           EXIT.
      ********************************************************
      * エラー一覧への出力
      ********************************************************
       ERR-RTN                    SECTION.
           ADD  1  TO  ERR-CNT.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "ＮＧ 区分="  DELIMITED BY SIZE
                   LHT-KBN  DELIMITED BY SIZE
                   " 商品="  DELIMITED BY SIZE
                   LHT-SHOHIN-NO  DELIMITED BY SIZE
                   " ロット="  DELIMITED BY SIZE
                   LHT-LOT-NO  DELIMITED BY SIZE
                   " 担当="  DELIMITED BY SIZE
                   LHT-OPR-ID  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-ERR-MSG  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           IF  LHT-STATUS  NOT  =  "35"  THEN
             CLOSE  LHT-FILE
           END-IF.
           IF  LOTF-STATUS  NOT  =  "35"  THEN
             CLOSE  LOT-FILE
           END-IF.
           CLOSE  RPT-FILE.
           DISPLAY  "LHT-CNT= "  LHT-CNT.
           DISPLAY  "更新ロット= "  UPD-CNT.
           DISPLAY  "エラー　　= "  ERR-CNT.
           DISPLAY  "*** END KZBM067 ***".
       EXT.
           EXIT.
