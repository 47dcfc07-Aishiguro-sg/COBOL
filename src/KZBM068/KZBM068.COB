       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KZBM068.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：在庫
      * プログラム名  ：ロット回収通知一覧・回収在庫の廃棄
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：担当者の確認を権限照合のみ(C)に変更
      *                 （環境変数指定のためパスワード入力なし）
      ********************************************************
      *ロット別在庫(LOTF)のうち回収確定(LOT-HOLD-KBN="R"、KZBM067
      *で設定)のロットについて、
      *  1.ロット引当ジャーナル(LAJ)からそのロットを引き当てた受注
      *    明細を集め、出荷実績レジスタ(SHR)で出荷日・納品書番号を
      *    補って、得意先別の回収通知一覧を出力する。未出荷の明細は
      *    「未出荷」として出し、出荷前に差し止める
      *  2.ロットの残数（保留中の在庫）を回収廃棄する。商品マスタ・
      *    拠点別在庫（入荷拠点、なければ既定拠点"01"）から減じ、
      *    在庫受払ジャーナル(ZAI)へ区分"RD"で記帳し、ロットを
      *    回収廃棄済("W")とする
      *実行担当者は環境変数KZBM068-OPERATORで指定し、品質保留権限
      *(Q)をKCBS070で確認する。廃棄1ロットごとに操作記録を残す。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *ロット別在庫（回収確定ロットの抽出と廃棄済への書換）
           SELECT  LOT-FILE  ASSIGN TO  EXTERNAL  LOTF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS DYNAMIC
                             RECORD KEY   IS LOT-KEY
                             FILE STATUS  IS LOTF-STATUS.
      *INPUT ロット引当ジャーナル
           SELECT  LAJ-FILE  ASSIGN TO  EXTERNAL  LAJ
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS LAJ-STATUS.
      *INPUT 出荷実績レジスタ
           SELECT  SHR-FILE  ASSIGN TO  EXTERNAL  SHR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS SHR-STATUS.
      *得意先マスタ（得意先名の参照のみ）
           SELECT  CMF-FILE  ASSIGN TO  EXTERNAL  CMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFTOK-TOKU-COD
                             FILE STATUS  IS CMF-STATUS.
      *商品マスタ（在庫数の減算）
           SELECT  IMF-FILE  ASSIGN TO  EXTERNAL  IMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFSHO-SHOHIN-NO
                             FILE STATUS  IS IMF-STATUS.
      *拠点別在庫ファイル（未定義の環境では合計在庫のみ更新）
           SELECT  LOC-FILE  ASSIGN TO  EXTERNAL  LOC
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFLOC-KEY
                             FILE STATUS  IS LOC-STATUS.
      *在庫受払ジャーナル（区分"RD"で追記）
           SELECT  ZAI-FILE  ASSIGN TO  EXTERNAL  ZAI
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS ZAI-STATUS.
      *OUTPUT 回収通知一覧・回収廃棄結果
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  LOT-FILE.
       01  LOT-REC.
           COPY  KZCLOT.
       FD  LAJ-FILE.
       01  LAJ-REC.
           COPY  KJCLAJ.
       FD  SHR-FILE.
       01  SHR-REC.
           COPY  KJCSHR.
       FD  CMF-FILE.
       01  CMF-REC.
           COPY  KCCFTOK.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  LOC-FILE.
       01  LOC-REC.
           COPY  KCCFLOC.
       FD  ZAI-FILE.
       01  ZAI-REC.
           COPY  KZCZAI.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
      *更新イメージジャーナラ(KCBS060)への連絡領域と更新前退避
       COPY  KCBS060P.
       01  WK-BIJ-OLD-IMG         PIC  X(200)  VALUE  SPACE.
      *担当者認証・操作記録(KCBS070)への連絡領域と実行担当者
       COPY  KCBS070P.
       01  WK-OPR-ID              PIC  X(8)    VALUE  SPACE.
       01  LOTF-STATUS            PIC  X(2)    VALUE  SPACE.
       01  LAJ-STATUS             PIC  X(2)    VALUE  SPACE.
       01  SHR-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  IMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  LOC-STATUS             PIC  X(2)    VALUE  SPACE.
       01  ZAI-STATUS             PIC  X(2)    VALUE  SPACE.
       01  LAJ-CNT                PIC  9(7)    VALUE  0.
       01  SHR-CNT                PIC  9(7)    VALUE  0.
       01  HAIKI-CNT              PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-LOC-AVAIL-FLG       PIC  X       VALUE  "N".
       01  WK-TODAY-YMD           PIC  9(8)    VALUE  0.
      *回収確定ロットのテーブル
       01  RCL-CNT                PIC  9(3)    VALUE  ZERO.
       01  RCL-TBL.
         02  RCL-ENT  OCCURS 500 TIMES INDEXED BY RCL-IDX.
           03  RCL-SHOHIN-NO      PIC  X(5).
           03  RCL-NYK-YMD        PIC  9(8).
           03  RCL-LOT-NO         PIC  X(10).
       01  WK-RCL-FOUND-FLG       PIC  X       VALUE  "N".
      *回収通知の明細テーブル（得意先・受注・明細行の順に並べる）
       01  NTC-CNT                PIC  9(4)    VALUE  ZERO.
       01  NTC-TBL.
         02  NTC-ENT  OCCURS 5000 TIMES INDEXED BY NTC-IDX.
           03  NTC-TOKU-COD       PIC  X(4).
           03  NTC-JUCHU-NO       PIC  X(6).
           03  NTC-LINE-NO        PIC  9(2).
           03  NTC-SHOHIN-NO      PIC  X(5).
           03  NTC-LOT-NO         PIC  X(10).
           03  NTC-SURYO          PIC  S9(7).
           03  NTC-SHIP-YMD       PIC  9(8).
           03  NTC-DEN-NO         PIC  X(8).
       01  WK-SWAP-ENT            PIC  X(50).
       01  WK-I                   PIC  9(4)    VALUE  0.
       01  WK-J                   PIC  9(4)    VALUE  0.
      *得意先の切れ目と小計
       01  WK-SAVE-TOKU           PIC  X(4)    VALUE  SPACE.
       01  WK-FIRST-FLG           PIC  X       VALUE  "Y".
       01  WK-TOKU-SURYO          PIC  S9(9)   VALUE  0.
       01  WK-TOKU-CNT            PIC  9(4)    VALUE  0.
      *回収廃棄の作業領域
       01  WK-HAIKI-SURYO         PIC  S9(7)   VALUE  0.
       01  WK-ZAI-MAE-ZAN         PIC  S9(7)   VALUE  0.
       01  WK-LOC-COD             PIC  X(2)    VALUE  SPACE.
      *編集用
       01  WK-SURYO-DISP          PIC  ------9.
       01  WK-SUM-DISP            PIC  ---,---,--9.
       01  WK-SHIP-X              PIC  X(8)    VALUE  SPACE.
      ********************************************************
      * 回収通知一覧・回収廃棄の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KZBM068 ***".
           PERFORM  INIT-RTN.
           IF  WK-END-FLG  NOT  =  "E"  THEN
             PERFORM  LOAD-RCL-RTN
           END-IF.
           IF  RCL-CNT  >  0  THEN
             PERFORM  LAJ-RTN
             PERFORM  SHR-RTN
             PERFORM  SORT-RTN
             PERFORM  NOTICE-RTN
             PERFORM  HAIKI-RTN
           END-IF.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      * 開始処理　実行担当者の確認
      ********************************************************
       INIT-RTN                   SECTION.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-TODAY-YMD.
      *品質保留権限(Q)を確認する。担当者マスタ未整備(O)の環境
      *のみ匿名続行を許す
           ACCEPT  WK-OPR-ID  FROM  ENVIRONMENT
                   "KZBM068-OPERATOR".
           MOVE  "C"        TO  S070-ACTION.
           MOVE  WK-OPR-ID  TO  S070-OPR-ID.
           MOVE  "KZBM068"  TO  S070-PGM-ID.
           MOVE  "Q"        TO  S070-FUNC.
           CALL  "KCBS070"  USING  KCBS070-P1.
           EVALUATE  S070-RCD
             WHEN  SPACE
               DISPLAY  "実行担当者：" S070-OPR-MEI
             WHEN  "O"
               DISPLAY  "担当者マスタ未整備　匿名で続行"
             WHEN  OTHER
               DISPLAY  "担当者権限なし　中止"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-EVALUATE.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "ロット回収通知一覧　作成日="
                     DELIMITED BY SIZE
                   WK-TODAY-YMD  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           OPEN  I-O  LOT-FILE.
           IF  LOTF-STATUS  NOT  =  "00"  THEN
             DISPLAY  "LOTFなし"
             MOVE  "E"  TO  WK-END-FLG
             GO  TO  INIT-EXT
           END-IF.
           OPEN  INPUT  CMF-FILE.
           OPEN  I-O    IMF-FILE.
      *拠点別在庫　未定義の環境では合計在庫のみ更新する
           OPEN  I-O  LOC-FILE.
           IF  LOC-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-LOC-AVAIL-FLG
           ELSE
             DISPLAY  "LOCなし　合計在庫のみ更新"
           END-IF.
       INIT-EXT.
           EXIT.
      ********************************************************
      * 回収確定ロットの抽出（ロット別在庫をキー順に全件読む）
      ********************************************************
       LOAD-RCL-RTN               SECTION.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  LOT-FILE  NEXT  RECORD
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 IF  (LOT-HOLD-KBN  =  "R")  AND
                     (RCL-CNT  <  500)  THEN
                   ADD  1  TO  RCL-CNT
                   SET  RCL-IDX  TO  RCL-CNT
                   MOVE  LOT-SHOHIN-NO  TO  RCL-SHOHIN-NO(RCL-IDX)
                   MOVE  LOT-NYK-YMD    TO  RCL-NYK-YMD(RCL-IDX)
                   MOVE  LOT-LOT-NO     TO  RCL-LOT-NO(RCL-IDX)
                 END-IF
             END-READ
           END-PERFORM.
           DISPLAY  "回収確定ロット= "  RCL-CNT.
           IF  RCL-CNT  =  0  THEN
             MOVE  SPACE  TO  RPT-REC
             MOVE  "回収確定のロットなし"  TO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * ロット引当ジャーナルから回収ロットの引当明細を集める
      ********************************************************
       LAJ-RTN                    SECTION.
           OPEN  INPUT  LAJ-FILE.
           IF  LAJ-STATUS  NOT  =  "00"  THEN
             DISPLAY  "LAJなし　回収通知の明細なし"
             GO  TO  LAJ-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  LAJ-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  LAJ-CNT
                 PERFORM  LAJ-MATCH-RTN
             END-READ
           END-PERFORM.
           CLOSE  LAJ-FILE.
       LAJ-EXT.
           EXIT.
      ********************************************************
      * 引当1件の突合　回収ロット（商品＋ロット番号）なら退避
      ********************************************************
       LAJ-MATCH-RTN              SECTION.
           MOVE  "N"  TO  WK-RCL-FOUND-FLG.
           PERFORM  VARYING  RCL-IDX  FROM  1  BY  1
             UNTIL  (RCL-IDX  >  RCL-CNT)  OR
                    (WK-RCL-FOUND-FLG  =  "Y")
             IF  (RCL-SHOHIN-NO(RCL-IDX)  =  LAJ-SHOHIN-NO)  AND
                 (RCL-LOT-NO(RCL-IDX)  =  LAJ-LOT-NO)  THEN
               MOVE  "Y"  TO  WK-RCL-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-RCL-FOUND-FLG  =  "N"  THEN
             GO  TO  LAJ-MATCH-EXT
           END-IF.
           IF  NTC-CNT  >=  5000  THEN
             DISPLAY  "*** テーブル上限超過"
             GO  TO  LAJ-MATCH-EXT
           END-IF.
           ADD  1  TO  NTC-CNT.
           SET  NTC-IDX  TO  NTC-CNT.
           MOVE  LAJ-TOKU-COD   TO  NTC-TOKU-COD(NTC-IDX).
           MOVE  LAJ-JUCHU-NO   TO  NTC-JUCHU-NO(NTC-IDX).
           MOVE  LAJ-LINE-NO    TO  NTC-LINE-NO(NTC-IDX).
           MOVE  LAJ-SHOHIN-NO  TO  NTC-SHOHIN-NO(NTC-IDX).
           MOVE  LAJ-LOT-NO     TO  NTC-LOT-NO(NTC-IDX).
           MOVE  LAJ-SURYO      TO  NTC-SURYO(NTC-IDX).
           MOVE  ZERO           TO  NTC-SHIP-YMD(NTC-IDX).
           MOVE  SPACE          TO  NTC-DEN-NO(NTC-IDX).
       LAJ-MATCH-EXT.
           EXIT.
      ********************************************************
      * 出荷実績レジスタから出荷日・納品書番号を補う（受注番号＋
      * 明細行番号で突合。同じ明細の出荷が複数あれば最後の出荷）
      ********************************************************
       SHR-RTN                    SECTION.
           IF  NTC-CNT  =  0  THEN
             GO  TO  SHR-EXT
           END-IF.
           OPEN  INPUT  SHR-FILE.
           IF  SHR-STATUS  NOT  =  "00"  THEN
             DISPLAY  "SHRなし　全明細を未出荷として出力"
             GO  TO  SHR-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  SHR-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  SHR-CNT
                 PERFORM  VARYING  NTC-IDX  FROM  1  BY  1
                   UNTIL  NTC-IDX  >  NTC-CNT
                   IF  (NTC-JUCHU-NO(NTC-IDX)  =  SHR-JUCHU-NO)  AND
                       (NTC-LINE-NO(NTC-IDX)  =  SHR-LINE-NO)  THEN
                     MOVE  SHR-SHIP-YMD  TO  NTC-SHIP-YMD(NTC-IDX)
                     MOVE  SHR-DEN-NO    TO  NTC-DEN-NO(NTC-IDX)
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM.
           CLOSE  SHR-FILE.
       SHR-EXT.
           EXIT.
      ********************************************************
      * 得意先・受注番号・明細行番号の順への並べ替え（単純選択法、
      * KUBM022と同じ）
      ********************************************************
       SORT-RTN                   SECTION.
           PERFORM  VARYING  WK-I  FROM  1  BY  1
             UNTIL  WK-I  >=  NTC-CNT
             PERFORM  VARYING  WK-J  FROM  WK-I  BY  1
               UNTIL  WK-J  >  NTC-CNT
               IF  NTC-ENT(WK-J)(1:12)  <  NTC-ENT(WK-I)(1:12)  THEN
                 MOVE  NTC-ENT(WK-I)  TO  WK-SWAP-ENT
                 MOVE  NTC-ENT(WK-J)  TO  NTC-ENT(WK-I)
                 MOVE  WK-SWAP-ENT    TO  NTC-ENT(WK-J)
               END-IF
             END-PERFORM
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 回収通知一覧の出力　得意先が変わるごとに見出しと小計
      ********************************************************
       NOTICE-RTN                 SECTION.
           IF  NTC-CNT  =  0  THEN
             MOVE  SPACE  TO  RPT-REC
             MOVE  "回収ロットの引当明細なし"  TO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
             GO  TO  NOTICE-EXT
           END-IF.
           PERFORM  VARYING  NTC-IDX  FROM  1  BY  1
             UNTIL  NTC-IDX  >  NTC-CNT
             IF  (WK-FIRST-FLG  =  "Y")  OR
                 (NTC-TOKU-COD(NTC-IDX)  NOT  =  WK-SAVE-TOKU)  THEN
               IF  WK-FIRST-FLG  =  "N"  THEN
                 PERFORM  TOKU-TOTAL-RTN
               END-IF
               MOVE  "N"  TO  WK-FIRST-FLG
               MOVE  NTC-TOKU-COD(NTC-IDX)  TO  WK-SAVE-TOKU
               PERFORM  TOKU-HEAD-RTN
             END-IF
             PERFORM  NOTICE-LINE-RTN
           END-PERFORM.
           PERFORM  TOKU-TOTAL-RTN.
       NOTICE-EXT.
           EXIT.
      ********************************************************
      * 得意先見出し
      ********************************************************
       TOKU-HEAD-RTN              SECTION.
           MOVE  WK-SAVE-TOKU  TO  CFTOK-TOKU-COD.
           READ  CMF-FILE
             INVALID KEY
               MOVE  SPACE  TO  CFTOK-TOKU-MEI
           END-READ.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "＜得意先 "  DELIMITED BY SIZE
                   WK-SAVE-TOKU  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CFTOK-TOKU-MEI  DELIMITED BY SIZE
                   "＞"  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  2  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 回収通知の明細1行　受注番号・出荷日・数量・納品書番号
      ********************************************************
       NOTICE-LINE-RTN            SECTION.
           ADD  NTC-SURYO(NTC-IDX)  TO  WK-TOKU-SURYO.
           ADD  1  TO  WK-TOKU-CNT.
           IF  NTC-SHIP-YMD(NTC-IDX)  =  ZERO  THEN
             MOVE  "未出荷"  TO  WK-SHIP-X
           ELSE
             MOVE  NTC-SHIP-YMD(NTC-IDX)  TO  WK-SHIP-X
           END-IF.
           MOVE  NTC-SURYO(NTC-IDX)  TO  WK-SURYO-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  受注 "  DELIMITED BY SIZE
                   NTC-JUCHU-NO(NTC-IDX)  DELIMITED BY SIZE
                   "-"  DELIMITED BY SIZE
                   NTC-LINE-NO(NTC-IDX)  DELIMITED BY SIZE
                   " 出荷日="  DELIMITED BY SIZE
                   WK-SHIP-X  DELIMITED BY SIZE
                   " 商品="  DELIMITED BY SIZE
                   NTC-SHOHIN-NO(NTC-IDX)  DELIMITED BY SIZE
                   " ロット="  DELIMITED BY SIZE
                   NTC-LOT-NO(NTC-IDX)  DELIMITED BY SIZE
                   " 数量="  DELIMITED BY SIZE
                   WK-SURYO-DISP  DELIMITED BY SIZE
                   " 納品書="  DELIMITED BY SIZE
                   NTC-DEN-NO(NTC-IDX)  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 得意先小計
      ********************************************************
       TOKU-TOTAL-RTN             SECTION.
           MOVE  WK-TOKU-SURYO  TO  WK-SUM-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  得意先計 明細="  DELIMITED BY SIZE
                   WK-TOKU-CNT  DELIMITED BY SIZE
                   " 数量="  DELIMITED BY SIZE
                   WK-SUM-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  0  TO  WK-TOKU-SURYO.
           MOVE  0  TO  WK-TOKU-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 回収廃棄　回収確定ロットの残数を在庫から払い出し、ロット
      * を回収廃棄済("W")にする
      ********************************************************
       HAIKI-RTN                  SECTION.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "回収廃棄結果"  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  2  TO  RPT-CNT.
           PERFORM  VARYING  RCL-IDX  FROM  1  BY  1
             UNTIL  RCL-IDX  >  RCL-CNT
             MOVE  RCL-SHOHIN-NO(RCL-IDX)  TO  LOT-SHOHIN-NO
             MOVE  RCL-NYK-YMD(RCL-IDX)    TO  LOT-NYK-YMD
             MOVE  RCL-LOT-NO(RCL-IDX)     TO  LOT-LOT-NO
             READ  LOT-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 PERFORM  HAIKI-LOT-RTN
             END-READ
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 回収廃棄1ロット　商品マスタ・拠点別在庫の減算、ZAI記帳、
      * ロットの書換、操作記録
      ********************************************************
       HAIKI-LOT-RTN              SECTION.
           MOVE  LOT-ZAN-SURYO  TO  WK-HAIKI-SURYO.
           IF  WK-HAIKI-SURYO  >  0  THEN
             MOVE  LOT-SHOHIN-NO  TO  CFSHO-SHOHIN-NO
             READ  IMF-FILE
               INVALID KEY
                 DISPLAY  "商品マスタなし 商品=" LOT-SHOHIN-NO
                 MOVE  ZERO  TO  WK-ZAI-MAE-ZAN
               NOT INVALID KEY
                 MOVE  IMF-REC  TO  WK-BIJ-OLD-IMG
                 MOVE  CFSHO-ZAIKO-SURYO  TO  WK-ZAI-MAE-ZAN
                 SUBTRACT  WK-HAIKI-SURYO  FROM  CFSHO-ZAIKO-SURYO
                 REWRITE  IMF-REC
                 PERFORM  IMF-BIJ-RTN
             END-READ
      *拠点別在庫　入荷拠点から減じる（擬似ロット等で拠点がなけ
      *れば既定拠点"01"）
             IF  LOT-LOC-COD  =  SPACE  THEN
               MOVE  "01"  TO  WK-LOC-COD
             ELSE
               MOVE  LOT-LOC-COD  TO  WK-LOC-COD
             END-IF
             PERFORM  LOC-SUB-RTN
             PERFORM  ZAI-WRITE-RTN
           END-IF.
           MOVE  0             TO  LOT-ZAN-SURYO.
           MOVE  "W"           TO  LOT-HOLD-KBN.
           MOVE  WK-OPR-ID     TO  LOT-HOLD-OPR.
           MOVE  WK-TODAY-YMD  TO  LOT-HOLD-YMD.
           REWRITE  LOT-REC.
           ADD  1  TO  HAIKI-CNT.
           MOVE  WK-HAIKI-SURYO  TO  WK-SURYO-DISP.
      *操作記録　回収廃棄を担当者付きで残す
           MOVE  "A"        TO  S070-ACTION.
           MOVE  WK-OPR-ID  TO  S070-OPR-ID.
           MOVE  "KZBM068"  TO  S070-PGM-ID.
           MOVE  SPACE      TO  S070-KEY.
           STRING  LOT-SHOHIN-NO  DELIMITED BY SIZE
                   "-"  DELIMITED BY SIZE
                   LOT-LOT-NO  DELIMITED BY SIZE
             INTO  S070-KEY.
           MOVE  SPACE  TO  S070-TEXT.
           STRING  "回収廃棄 入荷日="  DELIMITED BY SIZE
                   LOT-NYK-YMD  DELIMITED BY SIZE
                   " 数量"  DELIMITED BY SIZE
                   WK-SURYO-DISP  DELIMITED BY SIZE
             INTO  S070-TEXT.
           CALL  "KCBS070"  USING  KCBS070-P1.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  商品="  DELIMITED BY SIZE
                   LOT-SHOHIN-NO  DELIMITED BY SIZE
                   " 入荷日="  DELIMITED BY SIZE
                   LOT-NYK-YMD  DELIMITED BY SIZE
                   " ロット="  DELIMITED BY SIZE
                   LOT-LOT-NO  DELIMITED BY SIZE
                   " 拠点="  DELIMITED BY SIZE
                   LOT-LOC-COD  DELIMITED BY SIZE
                   " 廃棄数="  DELIMITED BY SIZE
                   WK-SURYO-DISP  DELIMITED BY SIZE
                   " 理由="  DELIMITED BY SIZE
                   LOT-HOLD-RIYU  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 拠点別在庫の減算（未登録の商品×拠点は何もしない）
      ********************************************************
       LOC-SUB-RTN                SECTION.
           IF  WK-LOC-AVAIL-FLG  =  "Y"  THEN
             MOVE  LOT-SHOHIN-NO  TO  CFLOC-SHOHIN-NO
             MOVE  WK-LOC-COD     TO  CFLOC-LOC-COD
             READ  LOC-FILE
               INVALID KEY
                 DISPLAY  "拠点別在庫なし 商品=" LOT-SHOHIN-NO
                          " 拠点=" WK-LOC-COD
               NOT INVALID KEY
                 MOVE  SPACE    TO  WK-BIJ-OLD-IMG
                 MOVE  LOC-REC  TO  WK-BIJ-OLD-IMG
                 SUBTRACT  WK-HAIKI-SURYO  FROM  CFLOC-ZAIKO-SURYO
                 REWRITE  LOC-REC
                 PERFORM  LOC-BIJ-RTN
             END-READ
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 商品マスタ書換の更新イメージ記帳（KJBM030と同じ方式）
      ********************************************************
       IMF-BIJ-RTN                SECTION.
           MOVE  "KZBM068"  TO  S060-PGM-ID.
           MOVE  "IMF"      TO  S060-FILE-ID.
           MOVE  "R"        TO  S060-ACTION.
           MOVE  SPACE      TO  S060-KEY.
           MOVE  CFSHO-SHOHIN-NO  TO  S060-KEY.
           MOVE  WK-BIJ-OLD-IMG  TO  S060-OLD-REC.
           MOVE  SPACE      TO  S060-NEW-REC.
           MOVE  IMF-REC    TO  S060-NEW-REC.
           CALL  "KCBS060"  USING  KCBS060-P1.
       EXT.
           EXIT.
      ********************************************************
      * 拠点別在庫書換の更新イメージ記帳
      ********************************************************
       LOC-BIJ-RTN                SECTION.
           MOVE  "KZBM068"  TO  S060-PGM-ID.
           MOVE  "LOC"      TO  S060-FILE-ID.
           MOVE  "R"        TO  S060-ACTION.
           MOVE  SPACE      TO  S060-KEY.
           MOVE  CFLOC-KEY  TO  S060-KEY.
           MOVE  WK-BIJ-OLD-IMG  TO  S060-OLD-REC.
           MOVE  SPACE      TO  S060-NEW-REC.
           MOVE  LOC-REC    TO  S060-NEW-REC.
           CALL  "KCBS060"  USING  KCBS060-P1.
       EXT.
           EXIT.
      ********************************************************
      * 在庫受払ジャーナルへ回収廃棄1件を追記する（区分"RD"）
      ********************************************************
       ZAI-WRITE-RTN              SECTION.
           OPEN  EXTEND  ZAI-FILE.
           IF  ZAI-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  ZAI-FILE
           END-IF.
           MOVE  SPACE  TO  ZAI-REC.
           MOVE  WK-TODAY-YMD   TO  ZAI-YMD.
           MOVE  "KZBM068"      TO  ZAI-PGM-ID.
           MOVE  "RD"           TO  ZAI-KBN.
           MOVE  SPACE          TO  ZAI-REF-NO.
           MOVE  LOT-SHOHIN-NO  TO  ZAI-SHOHIN-NO.
           COMPUTE  ZAI-SURYO  =  0  -  WK-HAIKI-SURYO.
           MOVE  WK-ZAI-MAE-ZAN TO  ZAI-MAE-ZAN.
           COMPUTE  ZAI-ATO-ZAN  =  WK-ZAI-MAE-ZAN  -  WK-HAIKI-SURYO.
           MOVE  LOT-LOT-NO     TO  ZAI-LOT-NO.
           WRITE  ZAI-REC.
           CLOSE  ZAI-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           IF  LOTF-STATUS  NOT  =  "35"  THEN
             CLOSE  LOT-FILE
             CLOSE  CMF-FILE
             CLOSE  IMF-FILE
           END-IF.
           IF  WK-LOC-AVAIL-FLG  =  "Y"  THEN
             CLOSE  LOC-FILE
           END-IF.
           CLOSE  RPT-FILE.
           DISPLAY  "LAJ-CNT= "  LAJ-CNT.
           DISPLAY  "SHR-CNT= "  SHR-CNT.
           DISPLAY  "回収通知明細= "  NTC-CNT.
           DISPLAY  "回収廃棄ロット= "  HAIKI-CNT.
           DISPLAY  "*** END KZBM068 ***".
       EXT.
           EXIT.
