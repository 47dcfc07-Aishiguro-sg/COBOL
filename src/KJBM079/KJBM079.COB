       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KJBM079.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：納期遵守実績報告書（ＯＴＩＦ、月次）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *受理した通常受注の明細ごとに、顧客へ約束した納期と数量を
      *出荷実績レジスタ(SHR)の実出荷日・実出荷数量と突き合わせ、
      *期日内(On-Time)・全量(In-Full)・ＯＴＩＦの達成率と平均
      *遅延日数を全体・得意先別・出荷拠点別・商品区分別に集計し、
      *未達明細を得意先ごとに一覧にする（営業担当者向け）。
      *  基準納期　受注データベースの当初基準納期（最初の確約納期、
      *            確約前に在庫待ちへ回った明細は希望納期。KCBS040
      *            が記録）。未記録の明細は確約納期、それもなければ
      *            希望納期。いずれもない明細は対象外
      *  受注数量　当初受注数量。未記録の明細は出荷済み数量＋未出荷
      *            の残数量（受理済み・在庫待ちの明細の数量）
      *  期日内　　基準納期までに初回の出荷がある
      *  全量　　　判定日までの出荷数量の合計が受注数量以上
      *            （分納・在庫待ち解放後の出荷を含む）
      *  ＯＴＩＦ　基準納期までの出荷数量の合計が受注数量以上
      *  遅延日数　ＯＴＩＦ未達の明細の、全量出荷の完了日（未完了
      *            は判定日）と基準納期の差（平均は遅延のある明細で
      *            割る）
      *対象は基準納期が対象月に入り、判定日（実行日）までに期日の
      *来た明細で、結果が受理済み・出荷済み・配達完了・在庫待ちの
      *もの（却下・引当解放・各種保留中は対象外）。
      *出荷拠点はKJBM056と同じく得意先マスタの既定出荷拠点（納品
      *先指定の受注は納品先マスタの出荷拠点、未設定は"01"）。
      *商品区分は商品マスタのCFSHO-SHOHIN-KBN。
      *環境変数KJBM079-TAISHO-YM　対象月YYYYMM（既定は実行月の前月）
      *明細テーブル等の上限超過は完了コード8、受注データベースなし
      *は16で終了する。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *受注データベース（全件走査・参照のみ）
           SELECT  ODB-FILE  ASSIGN TO  EXTERNAL  ODB
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS DYNAMIC
                             RECORD KEY   IS ODB-KEY
                             FILE STATUS  IS ODB-STATUS.
      *INPUT 出荷実績レジスタ（KJBM056出力・全実行分累積）
           SELECT  SHR-FILE  ASSIGN TO  EXTERNAL  SHR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS SHR-STATUS.
      *得意先マスタ（名称・既定出荷拠点の参照のみ）
           SELECT  CMF-FILE  ASSIGN TO  EXTERNAL  CMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFTOK-TOKU-COD
                             FILE STATUS  IS CMF-STATUS.
      *商品マスタ（商品区分の参照のみ）
           SELECT  IMF-FILE  ASSIGN TO  EXTERNAL  IMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFSHO-SHOHIN-NO
                             FILE STATUS  IS IMF-STATUS.
      *得意先→担当者の割当ファイル（KUBM039と同じ）
           SELECT  ASG-FILE  ASSIGN TO  EXTERNAL  ASG
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS ASG-STATUS.
      *営業担当者マスタ（担当者名の参照）
           SELECT  REP-FILE  ASSIGN TO  EXTERNAL  REP
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS REP-STATUS.
      *OUTPUT 納期遵守実績報告書
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  ODB-FILE.
       01  ODB-REC.
           COPY  KJCODB.
       FD  SHR-FILE.
       01  SHR-REC.
           COPY  KJCSHR.
       FD  CMF-FILE.
       01  CMF-REC.
           COPY  KCCFTOK.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  ASG-FILE.
       01  ASG-REC.
         02  ASG-TOKU-COD         PIC  X(4).
         02  ASG-REP-COD          PIC  X(3).
       FD  REP-FILE.
       01  REP-REC.
           COPY  KUCF070.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  ODB-STATUS             PIC  X(2)    VALUE  SPACE.
       01  SHR-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  IMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  ASG-STATUS             PIC  X(2)    VALUE  SPACE.
       01  REP-STATUS             PIC  X(2)    VALUE  SPACE.
       01  ODB-CNT                PIC  9(7)    VALUE  0.
       01  SHR-CNT                PIC  9(7)    VALUE  0.
       01  SHR-HIT-CNT            PIC  9(7)    VALUE  0.
       01  TAISHO-CNT             PIC  9(5)    VALUE  0.
       01  JOGAI-CNT              PIC  9(5)    VALUE  0.
       01  MITATSU-CNT            PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-CMF-AVAIL-FLG       PIC  X       VALUE  "N".
       01  WK-IMF-AVAIL-FLG       PIC  X       VALUE  "N".
       01  WK-OVER-FLG            PIC  X       VALUE  "N".
       01  WK-COMP-CD             PIC  9(2)    VALUE  0.
      *対象月と判定日
       01  WK-TAISHO-YM-X         PIC  X(6)    VALUE  SPACE.
       01  WK-TAISHO-YM           PIC  9(6)    VALUE  0.
       01  WK-TODAY-YMD           PIC  9(8)    VALUE  0.
       01  WK-FROM-YMD            PIC  9(8)    VALUE  0.
       01  WK-TO-YMD              PIC  9(8)    VALUE  0.
       01  WK-YY                  PIC  9(4)    VALUE  0.
       01  WK-MM                  PIC  9(2)    VALUE  0.
       01  WK-KIJUN-YMD           PIC  9(8)    VALUE  0.
      *明細テーブル（受注データベースのキー順）
      *  LT-CHUMON　　受注数量（ゼロ＝当初受注数量の記録なし）
      *  LT-ZAN　　　 記録なしの明細の未出荷残数量
      *  LT-SHIP　　　出荷数量の合計
      *  LT-SHIP-KIGEN 基準納期までの出荷数量の合計
      *  LT-KANRYO-YMD 出荷数量の合計が受注数量に達した出荷日
      *  LT-OT／IF／OTIF　判定結果 "Y"=達成 "N"=未達 "X"=対象外
       01  LT-CNT                 PIC  9(4)    VALUE  ZERO.
       01  LT-TBL.
         02  LT-ENT  OCCURS 9999 TIMES INDEXED BY LT-IDX.
           03  LT-JUCHU-NO        PIC  X(6).
           03  LT-LINE-NO         PIC  9(2).
           03  LT-TOKU-COD        PIC  X(4).
           03  LT-SHOHIN-NO       PIC  X(5).
           03  LT-LOC-COD         PIC  X(2).
           03  LT-SHOHIN-KBN      PIC  X(2).
           03  LT-KIJUN-YMD       PIC  9(8).
           03  LT-CHUMON          PIC  9(5).
           03  LT-ZAN             PIC  9(5).
           03  LT-SHIP            PIC  9(5).
           03  LT-SHIP-KIGEN      PIC  9(5).
           03  LT-FIRST-YMD       PIC  9(8).
           03  LT-LAST-YMD        PIC  9(8).
           03  LT-KANRYO-YMD      PIC  9(8).
           03  LT-CHIEN           PIC  9(4).
           03  LT-OT              PIC  X(1).
           03  LT-IF              PIC  X(1).
           03  LT-OTIF            PIC  X(1).
      *集計テーブル　AG-SHU "0"=全体 "1"=得意先 "2"=出荷拠点
      *"3"=商品区分（種別＋コードの順に並べ替えて印字する）
       01  AG-CNT                 PIC  9(4)    VALUE  ZERO.
       01  AG-TBL.
         02  AG-ENT  OCCURS 3000 TIMES INDEXED BY AG-IDX.
           03  AG-SHU             PIC  X(1).
           03  AG-COD             PIC  X(4).
           03  AG-MEI             PIC  X(20).
           03  AG-MEISAI          PIC  9(5).
           03  AG-OT              PIC  9(5).
           03  AG-IF              PIC  9(5).
           03  AG-OTIF            PIC  9(5).
           03  AG-LATE-CNT        PIC  9(5).
           03  AG-LATE-DAYS       PIC  9(7).
       01  WK-AG-SHU              PIC  X(1)    VALUE  SPACE.
       01  WK-AG-COD              PIC  X(4)    VALUE  SPACE.
       01  WK-AG-HIT              PIC  9(4)    VALUE  0.
      *割当テーブル（得意先→担当者）と担当者マスタのテーブル
       01  ASGT-CNT               PIC  9(3)    VALUE  ZERO.
       01  ASGT-TBL.
         02  ASGT-ENT  OCCURS 500 TIMES INDEXED BY ASGT-IDX.
           03  ASGT-TOKU-COD      PIC  X(4).
           03  ASGT-REP-COD       PIC  X(3).
       01  REPT-CNT               PIC  9(3)    VALUE  ZERO.
       01  REPT-TBL.
         02  REPT-ENT  OCCURS 100 TIMES INDEXED BY REPT-IDX.
           03  REPT-COD           PIC  X(3).
           03  REPT-MEI           PIC  X(20).
      *納品先参照(KCBS090)への連絡領域（納品先別の出荷拠点）
       COPY  KCBS090P.
      *判定の作業領域
       01  WK-HIT                 PIC  9(4)    VALUE  0.
       01  WK-INT-FROM            PIC  S9(7)   VALUE  0.
       01  WK-INT-TO              PIC  S9(7)   VALUE  0.
       01  WK-END-YMD             PIC  9(8)    VALUE  0.
       01  WK-CHIEN               PIC  S9(7)   VALUE  0.
       01  WK-PCT                 PIC  9(3)V9  VALUE  0.
       01  WK-AVG                 PIC  9(4)V9  VALUE  0.
      *並べ替え用
       01  WK-I                   PIC  9(4)    VALUE  0.
       01  WK-J                   PIC  9(4)    VALUE  0.
       01  WK-SWAP-AG             PIC  X(57).
      *編集用
       01  WK-SHU-MEI             PIC  X(20)   VALUE  SPACE.
       01  WK-REP-COD             PIC  X(3)    VALUE  SPACE.
       01  WK-REP-MEI             PIC  X(20)   VALUE  SPACE.
       01  WK-RIYU-MEI            PIC  X(15)   VALUE  SPACE.
       01  WK-TOKU-MITATSU        PIC  9(5)    VALUE  0.
       01  WK-CNT-DISP            PIC  ZZZZ9.
       01  WK-OT-DISP             PIC  ZZ9.9.
       01  WK-IF-DISP             PIC  ZZ9.9.
       01  WK-OTIF-DISP           PIC  ZZ9.9.
       01  WK-AVG-DISP            PIC  ZZZ9.9.
       01  WK-SU-DISP1            PIC  ZZZZ9.
       01  WK-SU-DISP2            PIC  ZZZZ9.
       01  WK-SU-DISP3            PIC  ZZZZ9.
       01  WK-CHIEN-DISP          PIC  ZZZ9.
      ********************************************************
      * 納期遵守実績報告書の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KJBM079 ***".
           PERFORM  INIT-RTN.
           PERFORM  LOAD-ASG-RTN.
           PERFORM  LOAD-REP-RTN.
           PERFORM  ODB-SCAN-RTN.
           IF  WK-COMP-CD  <  16  THEN
             PERFORM  SHR-SCAN-RTN
             PERFORM  JUDGE-RTN
             PERFORM  SORT-RTN
             PERFORM  PRINT-SUM-RTN
             PERFORM  PRINT-DTL-RTN
           END-IF.
           PERFORM  TERM-RTN.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理　対象月の取り込みとマスタのオープン
      ********************************************************
       INIT-RTN                   SECTION.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-TODAY-YMD.
           ACCEPT  WK-TAISHO-YM-X  FROM  ENVIRONMENT
                   "KJBM079-TAISHO-YM".
           IF  (WK-TAISHO-YM-X  IS  NUMERIC)  AND
               (WK-TAISHO-YM-X(5:2)  >=  "01")  AND
               (WK-TAISHO-YM-X(5:2)  <=  "12")  THEN
             MOVE  WK-TAISHO-YM-X  TO  WK-TAISHO-YM
           ELSE
      *既定は実行月の前月（月初に前月の納期分を評価する）
             MOVE  WK-TODAY-YMD(1:4)  TO  WK-YY
             MOVE  WK-TODAY-YMD(5:2)  TO  WK-MM
             IF  WK-MM  =  1  THEN
               SUBTRACT  1  FROM  WK-YY
               MOVE  12  TO  WK-MM
             ELSE
               SUBTRACT  1  FROM  WK-MM
             END-IF
             COMPUTE  WK-TAISHO-YM  =  WK-YY  *  100  +  WK-MM
           END-IF.
           COMPUTE  WK-FROM-YMD  =  WK-TAISHO-YM  *  100  +  1.
           COMPUTE  WK-TO-YMD    =  WK-TAISHO-YM  *  100  +  31.
           DISPLAY  "対象月=" WK-TAISHO-YM
                    " 判定日=" WK-TODAY-YMD.
           OPEN  INPUT  CMF-FILE.
           IF  CMF-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-CMF-AVAIL-FLG
           ELSE
             DISPLAY  "CMFなし　出荷拠点は既定値"
           END-IF.
           OPEN  INPUT  IMF-FILE.
           IF  IMF-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-IMF-AVAIL-FLG
           ELSE
             DISPLAY  "IMFなし　商品区分は不明扱い"
           END-IF.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "納期遵守実績報告書（ＯＴＩＦ）"
             TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "対象月="  DELIMITED BY SIZE
                   WK-TAISHO-YM  DELIMITED BY SIZE
                   " 判定日="  DELIMITED BY SIZE
                   WK-TODAY-YMD  DELIMITED BY SIZE
                   " 基準＝当初確約納期"  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 得意先→担当者の割当ファイルの全件ロード
      ********************************************************
       LOAD-ASG-RTN               SECTION.
           OPEN  INPUT  ASG-FILE.
           IF  ASG-STATUS  =  "35"  THEN
             DISPLAY  "ASGなし　担当者は未割当扱い"
           ELSE
             PERFORM  UNTIL  ASG-STATUS  NOT  =  "00"
               READ  ASG-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  ASGT-CNT  <  500  THEN
                     ADD  1  TO  ASGT-CNT
                     SET  ASGT-IDX  TO  ASGT-CNT
                     MOVE  ASG-TOKU-COD
                       TO  ASGT-TOKU-COD(ASGT-IDX)
                     MOVE  ASG-REP-COD
                       TO  ASGT-REP-COD(ASGT-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  ASG-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 営業担当者マスタの全件ロード
      ********************************************************
       LOAD-REP-RTN               SECTION.
           OPEN  INPUT  REP-FILE.
           IF  REP-STATUS  =  "35"  THEN
             DISPLAY  "REPなし　担当者名は空白"
           ELSE
             PERFORM  UNTIL  REP-STATUS  NOT  =  "00"
               READ  REP-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  REPT-CNT  <  100  THEN
                     ADD  1  TO  REPT-CNT
                     SET  REPT-IDX  TO  REPT-CNT
                     MOVE  REP-COD  TO  REPT-COD(REPT-IDX)
                     MOVE  REP-MEI  TO  REPT-MEI(REPT-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  REP-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 受注データベースの走査　基準納期が対象月に入る通常受注の
      * 明細を明細テーブルへ取り込む
      ********************************************************
       ODB-SCAN-RTN               SECTION.
           OPEN  INPUT  ODB-FILE.
           IF  ODB-STATUS  NOT  =  "00"  THEN
             DISPLAY  "ODBオープン異常 STATUS="  ODB-STATUS
             MOVE  16  TO  WK-COMP-CD
             GO  TO  ODB-SCAN-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           MOVE  LOW-VALUE  TO  ODB-KEY.
           START  ODB-FILE  KEY  IS  NOT LESS THAN  ODB-KEY
             INVALID KEY
               MOVE  "E"  TO  WK-END-FLG
           END-START.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  ODB-FILE  NEXT  RECORD
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  ODB-CNT
                 IF  (ODB-DATA-KBN  =  "1")  AND
                     ((ODB-RESULT  =  "OK")  OR
                      (ODB-RESULT  =  "SH")  OR
                      (ODB-RESULT  =  "DL")  OR
                      (ODB-RESULT  =  "BO"))  THEN
                   PERFORM  ODB-PICK-RTN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  ODB-FILE.
           IF  WK-OVER-FLG  =  "Y"  THEN
             DISPLAY  "*** 明細テーブル上限超過"
                      "　超過分は対象外"
             MOVE  8  TO  WK-COMP-CD
           END-IF.
       ODB-SCAN-EXT.
           EXIT.
      ********************************************************
      * 1明細の取り込み　基準納期の決定と対象月の判定
      ********************************************************
       ODB-PICK-RTN               SECTION.
           MOVE  ZERO  TO  WK-KIJUN-YMD.
           IF  (ODB-TOSHO-NOKI-YMD  IS  NUMERIC)  AND
               (ODB-TOSHO-NOKI-YMD  >  ZERO)  THEN
             MOVE  ODB-TOSHO-NOKI-YMD  TO  WK-KIJUN-YMD
           ELSE
             IF  (ODB-YAKUSOKU-YMD  IS  NUMERIC)  AND
                 (ODB-YAKUSOKU-YMD  >  ZERO)  THEN
               MOVE  ODB-YAKUSOKU-YMD  TO  WK-KIJUN-YMD
             ELSE
               IF  (ODB-NOKI-YMD  IS  NUMERIC)  AND
                   (ODB-NOKI-YMD  >  ZERO)  THEN
                 MOVE  ODB-NOKI-YMD  TO  WK-KIJUN-YMD
               END-IF
             END-IF
           END-IF.
           IF  (WK-KIJUN-YMD  <  WK-FROM-YMD)  OR
               (WK-KIJUN-YMD  >  WK-TO-YMD)  OR
               (WK-KIJUN-YMD  >  WK-TODAY-YMD)  THEN
             GO  TO  ODB-PICK-EXT
           END-IF.
           IF  LT-CNT  >=  9999  THEN
             MOVE  "Y"  TO  WK-OVER-FLG
             GO  TO  ODB-PICK-EXT
           END-IF.
           ADD  1  TO  LT-CNT.
           SET  LT-IDX  TO  LT-CNT.
           INITIALIZE  LT-ENT(LT-IDX).
           MOVE  ODB-JUCHU-NO   TO  LT-JUCHU-NO(LT-IDX).
           MOVE  ODB-LINE-NO    TO  LT-LINE-NO(LT-IDX).
           MOVE  ODB-TOKU-COD   TO  LT-TOKU-COD(LT-IDX).
           MOVE  ODB-SHOHIN-NO  TO  LT-SHOHIN-NO(LT-IDX).
           MOVE  WK-KIJUN-YMD   TO  LT-KIJUN-YMD(LT-IDX).
           IF  ODB-TOSHO-SURYO  IS  NUMERIC  THEN
             MOVE  ODB-TOSHO-SURYO  TO  LT-CHUMON(LT-IDX)
           END-IF.
      *未出荷の残数量（受理済み・在庫待ちの明細の現在の数量）
           IF  ((ODB-RESULT  =  "OK")  OR  (ODB-RESULT  =  "BO"))
               AND  (ODB-SURYO  IS  NUMERIC)  THEN
             MOVE  ODB-SURYO  TO  LT-ZAN(LT-IDX)
           END-IF.
           PERFORM  LOC-ASSIGN-RTN.
           MOVE  "??"  TO  LT-SHOHIN-KBN(LT-IDX).
           IF  WK-IMF-AVAIL-FLG  =  "Y"  THEN
             MOVE  ODB-SHOHIN-NO  TO  CFSHO-SHOHIN-NO
             READ  IMF-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE  CFSHO-SHOHIN-KBN  TO  LT-SHOHIN-KBN(LT-IDX)
             END-READ
           END-IF.
       ODB-PICK-EXT.
           EXIT.
      ********************************************************
      * 出荷拠点の決定　得意先マスタの既定出荷拠点を使い、未設定
      * なら"01"（本社倉庫）。納品先指定の受注は納品先マスタの
      * 出荷拠点を優先する（KJBM056と同じ）
      ********************************************************
       LOC-ASSIGN-RTN             SECTION.
           MOVE  "01"  TO  LT-LOC-COD(LT-IDX).
           IF  WK-CMF-AVAIL-FLG  =  "Y"  THEN
             MOVE  ODB-TOKU-COD  TO  CFTOK-TOKU-COD
             READ  CMF-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF  CFTOK-LOC-COD  NOT  =  SPACE  THEN
                   MOVE  CFTOK-LOC-COD  TO  LT-LOC-COD(LT-IDX)
                 END-IF
             END-READ
           END-IF.
           IF  ODB-NOHIN-COD  NOT  =  SPACE  THEN
             MOVE  ODB-TOKU-COD   TO  S090-TOKU-COD
             MOVE  ODB-NOHIN-COD  TO  S090-NOHIN-COD
             CALL  "KCBS090"  USING  KCBS090-P1
             IF  (S090-RCD  =  SPACE)  AND
                 (S090-LOC-COD  NOT  =  SPACE)  THEN
               MOVE  S090-LOC-COD  TO  LT-LOC-COD(LT-IDX)
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 出荷実績レジスタの走査　対象明細の出荷を積み上げる
      * （レジスタは出荷確定の実行順に追記されるため、先頭から
      * 積み上げて受注数量に達した出荷の日を完了日とする）
      ********************************************************
       SHR-SCAN-RTN               SECTION.
           IF  LT-CNT  =  0  THEN
             GO  TO  SHR-SCAN-EXT
           END-IF.
           OPEN  INPUT  SHR-FILE.
           IF  SHR-STATUS  NOT  =  "00"  THEN
             DISPLAY  "SHRなし　全明細を未出荷として判定"
             GO  TO  SHR-SCAN-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  SHR-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  SHR-CNT
      *明細テーブルは受注番号順のため、範囲外の受注番号は探さない
                 IF  (SHR-JUCHU-NO  >=  LT-JUCHU-NO(1))  AND
                     (SHR-JUCHU-NO  <=  LT-JUCHU-NO(LT-CNT))  AND
                     (SHR-SHIP-YMD  <=  WK-TODAY-YMD)  THEN
                   PERFORM  LT-FIND-RTN
                   IF  WK-HIT  >  0  THEN
                     SET  LT-IDX  TO  WK-HIT
                     PERFORM  SHR-POST-RTN
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  SHR-FILE.
       SHR-SCAN-EXT.
           EXIT.
      ********************************************************
      * 明細テーブルの検索（SHR-JUCHU-NO＋SHR-LINE-NO）
      ********************************************************
       LT-FIND-RTN                SECTION.
           MOVE  0  TO  WK-HIT.
           PERFORM  VARYING  LT-IDX  FROM  1  BY  1
             UNTIL  (LT-IDX  >  LT-CNT)  OR  (WK-HIT  >  0)
             IF  (LT-JUCHU-NO(LT-IDX)  =  SHR-JUCHU-NO)  AND
                 (LT-LINE-NO(LT-IDX)  =  SHR-LINE-NO)  THEN
               SET  WK-HIT  TO  LT-IDX
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 1出荷の積み上げ
      ********************************************************
       SHR-POST-RTN               SECTION.
           ADD  1  TO  SHR-HIT-CNT.
           ADD  SHR-SURYO  TO  LT-SHIP(LT-IDX).
           IF  SHR-SHIP-YMD  <=  LT-KIJUN-YMD(LT-IDX)  THEN
             ADD  SHR-SURYO  TO  LT-SHIP-KIGEN(LT-IDX)
           END-IF.
           IF  (LT-FIRST-YMD(LT-IDX)  =  ZERO)  OR
               (SHR-SHIP-YMD  <  LT-FIRST-YMD(LT-IDX))  THEN
             MOVE  SHR-SHIP-YMD  TO  LT-FIRST-YMD(LT-IDX)
           END-IF.
           IF  SHR-SHIP-YMD  >  LT-LAST-YMD(LT-IDX)  THEN
             MOVE  SHR-SHIP-YMD  TO  LT-LAST-YMD(LT-IDX)
           END-IF.
           IF  (LT-CHUMON(LT-IDX)  >  0)  AND
               (LT-KANRYO-YMD(LT-IDX)  =  ZERO)  AND
               (LT-SHIP(LT-IDX)  >=  LT-CHUMON(LT-IDX))  THEN
             MOVE  SHR-SHIP-YMD  TO  LT-KANRYO-YMD(LT-IDX)
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 判定　明細ごとに期日内・全量・ＯＴＩＦと遅延日数を求め、
      * 全体・得意先・出荷拠点・商品区分の各集計へ加える
      ********************************************************
       JUDGE-RTN                  SECTION.
           PERFORM  VARYING  LT-IDX  FROM  1  BY  1
             UNTIL  LT-IDX  >  LT-CNT
             PERFORM  JUDGE-ONE-RTN
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 1明細の判定
      ********************************************************
       JUDGE-ONE-RTN              SECTION.
      *当初受注数量の記録がない明細は出荷済み＋残数量を受注数量
      *とし、残がなければ最終出荷日を完了日とする
           IF  LT-CHUMON(LT-IDX)  =  0  THEN
             COMPUTE  LT-CHUMON(LT-IDX)  =
               LT-SHIP(LT-IDX)  +  LT-ZAN(LT-IDX)
             IF  (LT-ZAN(LT-IDX)  =  0)  AND
                 (LT-SHIP(LT-IDX)  >  0)  THEN
               MOVE  LT-LAST-YMD(LT-IDX)  TO  LT-KANRYO-YMD(LT-IDX)
             END-IF
           END-IF.
           IF  LT-CHUMON(LT-IDX)  =  0  THEN
             MOVE  "X"  TO  LT-OT(LT-IDX)
             MOVE  "X"  TO  LT-IF(LT-IDX)
             MOVE  "X"  TO  LT-OTIF(LT-IDX)
             ADD  1  TO  JOGAI-CNT
             GO  TO  JUDGE-ONE-EXT
           END-IF.
           ADD  1  TO  TAISHO-CNT.
           MOVE  "N"  TO  LT-OT(LT-IDX).
           IF  (LT-FIRST-YMD(LT-IDX)  >  ZERO)  AND
               (LT-FIRST-YMD(LT-IDX)  <=  LT-KIJUN-YMD(LT-IDX))  THEN
             MOVE  "Y"  TO  LT-OT(LT-IDX)
           END-IF.
           MOVE  "N"  TO  LT-IF(LT-IDX).
           IF  LT-SHIP(LT-IDX)  >=  LT-CHUMON(LT-IDX)  THEN
             MOVE  "Y"  TO  LT-IF(LT-IDX)
           END-IF.
           MOVE  "N"  TO  LT-OTIF(LT-IDX).
           IF  LT-SHIP-KIGEN(LT-IDX)  >=  LT-CHUMON(LT-IDX)  THEN
             MOVE  "Y"  TO  LT-OTIF(LT-IDX)
           END-IF.
           MOVE  0  TO  LT-CHIEN(LT-IDX).
           IF  LT-OTIF(LT-IDX)  =  "N"  THEN
             ADD  1  TO  MITATSU-CNT
             MOVE  WK-TODAY-YMD  TO  WK-END-YMD
             IF  LT-KANRYO-YMD(LT-IDX)  >  ZERO  THEN
               MOVE  LT-KANRYO-YMD(LT-IDX)  TO  WK-END-YMD
             END-IF
             COMPUTE  WK-INT-FROM  =
               FUNCTION INTEGER-OF-DATE(LT-KIJUN-YMD(LT-IDX))
             COMPUTE  WK-INT-TO  =
               FUNCTION INTEGER-OF-DATE(WK-END-YMD)
             COMPUTE  WK-CHIEN  =  WK-INT-TO  -  WK-INT-FROM
             IF  WK-CHIEN  >  9999  THEN
               MOVE  9999  TO  WK-CHIEN
             END-IF
             IF  WK-CHIEN  >  0  THEN
               MOVE  WK-CHIEN  TO  LT-CHIEN(LT-IDX)
             END-IF
           END-IF.
           MOVE  "0"     TO  WK-AG-SHU.
           MOVE  "****"  TO  WK-AG-COD.
           PERFORM  AG-POST-RTN.
           MOVE  "1"  TO  WK-AG-SHU.
           MOVE  LT-TOKU-COD(LT-IDX)  TO  WK-AG-COD.
           PERFORM  AG-POST-RTN.
           MOVE  "2"  TO  WK-AG-SHU.
           MOVE  LT-LOC-COD(LT-IDX)  TO  WK-AG-COD.
           PERFORM  AG-POST-RTN.
           MOVE  "3"  TO  WK-AG-SHU.
           MOVE  LT-SHOHIN-KBN(LT-IDX)  TO  WK-AG-COD.
           PERFORM  AG-POST-RTN.
       JUDGE-ONE-EXT.
           EXIT.
      ********************************************************
      * 集計エントリの検索・追加と加算（WK-AG-SHU＋WK-AG-COD）
      ********************************************************
       AG-POST-RTN                SECTION.
           MOVE  0  TO  WK-AG-HIT.
           PERFORM  VARYING  AG-IDX  FROM  1  BY  1
             UNTIL  (AG-IDX  >  AG-CNT)  OR  (WK-AG-HIT  >  0)
             IF  (AG-SHU(AG-IDX)  =  WK-AG-SHU)  AND
                 (AG-COD(AG-IDX)  =  WK-AG-COD)  THEN
               SET  WK-AG-HIT  TO  AG-IDX
             END-IF
           END-PERFORM.
           IF  WK-AG-HIT  =  0  THEN
             IF  AG-CNT  >=  3000  THEN
               IF  WK-OVER-FLG  NOT  =  "A"  THEN
                 DISPLAY  "*** 集計テーブル上限超過"
                          "　超過分は集計外"
               END-IF
               MOVE  "A"  TO  WK-OVER-FLG
               MOVE  8  TO  WK-COMP-CD
               GO  TO  AG-POST-EXT
             END-IF
             ADD  1  TO  AG-CNT
             MOVE  AG-CNT  TO  WK-AG-HIT
             SET  AG-IDX  TO  AG-CNT
             INITIALIZE  AG-ENT(AG-IDX)
             MOVE  WK-AG-SHU  TO  AG-SHU(AG-IDX)
             MOVE  WK-AG-COD  TO  AG-COD(AG-IDX)
             PERFORM  AG-NAME-RTN
           END-IF.
           SET  AG-IDX  TO  WK-AG-HIT.
           ADD  1  TO  AG-MEISAI(AG-IDX).
           IF  LT-OT(LT-IDX)  =  "Y"  THEN
             ADD  1  TO  AG-OT(AG-IDX)
           END-IF.
           IF  LT-IF(LT-IDX)  =  "Y"  THEN
             ADD  1  TO  AG-IF(AG-IDX)
           END-IF.
           IF  LT-OTIF(LT-IDX)  =  "Y"  THEN
             ADD  1  TO  AG-OTIF(AG-IDX)
           END-IF.
           IF  LT-CHIEN(LT-IDX)  >  0  THEN
             ADD  1  TO  AG-LATE-CNT(AG-IDX)
             ADD  LT-CHIEN(LT-IDX)  TO  AG-LATE-DAYS(AG-IDX)
           END-IF.
       AG-POST-EXT.
           EXIT.
      ********************************************************
      * 集計エントリの名称（得意先は得意先マスタの名称）
      ********************************************************
       AG-NAME-RTN                SECTION.
           EVALUATE  WK-AG-SHU
             WHEN  "0"
               MOVE  "全明細"  TO  AG-MEI(AG-IDX)
             WHEN  "1"
               MOVE  "＊マスタなし"  TO  AG-MEI(AG-IDX)
               IF  WK-CMF-AVAIL-FLG  =  "Y"  THEN
                 MOVE  WK-AG-COD  TO  CFTOK-TOKU-COD
                 READ  CMF-FILE
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     MOVE  CFTOK-TOKU-MEI  TO  AG-MEI(AG-IDX)
                 END-READ
               END-IF
             WHEN  "2"
               MOVE  "出荷拠点"  TO  AG-MEI(AG-IDX)
             WHEN  OTHER
               IF  WK-AG-COD  =  "??"  THEN
                 MOVE  "商品未登録"  TO  AG-MEI(AG-IDX)
               ELSE
                 MOVE  "商品区分"  TO  AG-MEI(AG-IDX)
               END-IF
           END-EVALUATE.
       EXT.
           EXIT.
      ********************************************************
      * 集計テーブルを種別＋コードの順に並べ替え（単純選択法）
      ********************************************************
       SORT-RTN                   SECTION.
           PERFORM  VARYING  WK-I  FROM  1  BY  1
             UNTIL  WK-I  >=  AG-CNT
             PERFORM  VARYING  WK-J  FROM  WK-I  BY  1
               UNTIL  WK-J  >  AG-CNT
               IF  (AG-SHU(WK-J)  <  AG-SHU(WK-I))  OR
                   ((AG-SHU(WK-J)  =  AG-SHU(WK-I))  AND
                    (AG-COD(WK-J)  <  AG-COD(WK-I)))  THEN
                 MOVE  AG-ENT(WK-I)  TO  WK-SWAP-AG
                 MOVE  AG-ENT(WK-J)  TO  AG-ENT(WK-I)
                 MOVE  WK-SWAP-AG    TO  AG-ENT(WK-J)
               END-IF
             END-PERFORM
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 集計表の印字　種別の変わり目で見出しを入れる
      ********************************************************
       PRINT-SUM-RTN              SECTION.
           MOVE  SPACE  TO  WK-AG-SHU.
           PERFORM  VARYING  AG-IDX  FROM  1  BY  1
             UNTIL  AG-IDX  >  AG-CNT
             IF  AG-SHU(AG-IDX)  NOT  =  WK-AG-SHU  THEN
               MOVE  AG-SHU(AG-IDX)  TO  WK-AG-SHU
               PERFORM  SUM-HEAD-RTN
             END-IF
             PERFORM  SUM-LINE-RTN
           END-PERFORM.
           IF  AG-CNT  =  0  THEN
             MOVE  SPACE  TO  RPT-REC
             WRITE  RPT-REC
             MOVE  "対象明細なし"  TO  RPT-REC
             WRITE  RPT-REC
             ADD  2  TO  RPT-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 集計表の見出し
      ********************************************************
       SUM-HEAD-RTN               SECTION.
           EVALUATE  WK-AG-SHU
             WHEN  "0"
               MOVE  "■全体"  TO  WK-SHU-MEI
             WHEN  "1"
               MOVE  "■得意先別"  TO  WK-SHU-MEI
             WHEN  "2"
               MOVE  "■出荷拠点別"  TO  WK-SHU-MEI
             WHEN  OTHER
               MOVE  "■商品区分別"  TO  WK-SHU-MEI
           END-EVALUATE.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  WK-SHU-MEI  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "コード 名称                 "
                   DELIMITED BY SIZE
                   "明細数 期日内%  全量%  OTIF% 平均遅延"
                   DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  3  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 集計表の1行　率は小数1桁（四捨五入）、平均遅延日数は
      * 遅延のあった明細の平均
      ********************************************************
       SUM-LINE-RTN               SECTION.
           MOVE  AG-MEISAI(AG-IDX)  TO  WK-CNT-DISP.
           COMPUTE  WK-PCT  ROUNDED  =
             AG-OT(AG-IDX)  *  100  /  AG-MEISAI(AG-IDX).
           MOVE  WK-PCT  TO  WK-OT-DISP.
           COMPUTE  WK-PCT  ROUNDED  =
             AG-IF(AG-IDX)  *  100  /  AG-MEISAI(AG-IDX).
           MOVE  WK-PCT  TO  WK-IF-DISP.
           COMPUTE  WK-PCT  ROUNDED  =
             AG-OTIF(AG-IDX)  *  100  /  AG-MEISAI(AG-IDX).
           MOVE  WK-PCT  TO  WK-OTIF-DISP.
           MOVE  0  TO  WK-AVG.
           IF  AG-LATE-CNT(AG-IDX)  >  0  THEN
             COMPUTE  WK-AVG  ROUNDED  =
               AG-LATE-DAYS(AG-IDX)  /  AG-LATE-CNT(AG-IDX)
           END-IF.
           MOVE  WK-AVG  TO  WK-AVG-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  AG-COD(AG-IDX)  DELIMITED BY SIZE
                   "   "  DELIMITED BY SIZE
                   AG-MEI(AG-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-CNT-DISP  DELIMITED BY SIZE
                   "   "  DELIMITED BY SIZE
                   WK-OT-DISP  DELIMITED BY SIZE
                   "  "  DELIMITED BY SIZE
                   WK-IF-DISP  DELIMITED BY SIZE
                   "  "  DELIMITED BY SIZE
                   WK-OTIF-DISP  DELIMITED BY SIZE
                   "  "  DELIMITED BY SIZE
                   WK-AVG-DISP  DELIMITED BY SIZE
                   "日"  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 未達明細の一覧　得意先（コード順）ごとに担当者と件数の
      * 見出しを付け、ＯＴＩＦ未達の明細を受注番号順に印字する
      ********************************************************
       PRINT-DTL-RTN              SECTION.
           IF  MITATSU-CNT  =  0  THEN
             GO  TO  PRINT-DTL-EXT
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  "■未達明細（得意先別）"  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  2  TO  RPT-CNT.
           PERFORM  VARYING  AG-IDX  FROM  1  BY  1
             UNTIL  AG-IDX  >  AG-CNT
             IF  (AG-SHU(AG-IDX)  =  "1")  AND
                 (AG-OTIF(AG-IDX)  <  AG-MEISAI(AG-IDX))  THEN
               PERFORM  DTL-TOKU-RTN
             END-IF
           END-PERFORM.
       PRINT-DTL-EXT.
           EXIT.
      ********************************************************
      * 1得意先分の未達明細
      ********************************************************
       DTL-TOKU-RTN               SECTION.
           PERFORM  REP-LOOKUP-RTN.
           COMPUTE  WK-TOKU-MITATSU  =
             AG-MEISAI(AG-IDX)  -  AG-OTIF(AG-IDX).
           MOVE  WK-TOKU-MITATSU  TO  WK-CNT-DISP.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "得意先="  DELIMITED BY SIZE
                   AG-COD(AG-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   AG-MEI(AG-IDX)  DELIMITED BY SIZE
                   " 担当="  DELIMITED BY SIZE
                   WK-REP-COD  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-REP-MEI  DELIMITED BY SIZE
                   " 未達="  DELIMITED BY SIZE
                   WK-CNT-DISP  DELIMITED BY SIZE
                   "件"  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  受注明細  商品  基準納期  受注"
                   DELIMITED BY SIZE
                   "期日内出荷計 初回出荷 完了日"
                   DELIMITED BY SIZE
                   "   遅延 理由"  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  3  TO  RPT-CNT.
           PERFORM  VARYING  LT-IDX  FROM  1  BY  1
             UNTIL  LT-IDX  >  LT-CNT
             IF  (LT-TOKU-COD(LT-IDX)  =  AG-COD(AG-IDX))  AND
                 (LT-OTIF(LT-IDX)  =  "N")  THEN
               PERFORM  DTL-LINE-RTN
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 未達明細の1行　理由は未出荷・遅延（初回出荷が基準納期
      * 後）・不足残（期日内の分納のみで残が未出荷）・分納遅れ
      * （期日内の分納の残が基準納期後に出荷）
      ********************************************************
       DTL-LINE-RTN               SECTION.
           EVALUATE  TRUE
             WHEN  LT-SHIP(LT-IDX)  =  0
               MOVE  "未出荷"  TO  WK-RIYU-MEI
             WHEN  (LT-OT(LT-IDX)  =  "N")  AND
                   (LT-IF(LT-IDX)  =  "N")
               MOVE  "遅延・不足残"  TO  WK-RIYU-MEI
             WHEN  LT-OT(LT-IDX)  =  "N"
               MOVE  "遅延"  TO  WK-RIYU-MEI
             WHEN  LT-IF(LT-IDX)  =  "N"
               MOVE  "不足残"  TO  WK-RIYU-MEI
             WHEN  OTHER
               MOVE  "分納遅れ"  TO  WK-RIYU-MEI
           END-EVALUATE.
           MOVE  LT-CHUMON(LT-IDX)      TO  WK-SU-DISP1.
           MOVE  LT-SHIP-KIGEN(LT-IDX)  TO  WK-SU-DISP2.
           MOVE  LT-SHIP(LT-IDX)        TO  WK-SU-DISP3.
           MOVE  LT-CHIEN(LT-IDX)       TO  WK-CHIEN-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  "  DELIMITED BY SIZE
                   LT-JUCHU-NO(LT-IDX)  DELIMITED BY SIZE
                   "-"  DELIMITED BY SIZE
                   LT-LINE-NO(LT-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   LT-SHOHIN-NO(LT-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   LT-KIJUN-YMD(LT-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-SU-DISP1  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-SU-DISP2  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-SU-DISP3  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   LT-FIRST-YMD(LT-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   LT-KANRYO-YMD(LT-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-CHIEN-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-RIYU-MEI  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 担当者の引き当て（割当なしは"***"未割当）
      ********************************************************
       REP-LOOKUP-RTN             SECTION.
           MOVE  "***"  TO  WK-REP-COD.
           MOVE  "未割当"  TO  WK-REP-MEI.
           PERFORM  VARYING  ASGT-IDX  FROM  1  BY  1
             UNTIL  ASGT-IDX  >  ASGT-CNT
             IF  ASGT-TOKU-COD(ASGT-IDX)  =  AG-COD(AG-IDX)  THEN
               MOVE  ASGT-REP-COD(ASGT-IDX)  TO  WK-REP-COD
               MOVE  SPACE  TO  WK-REP-MEI
             END-IF
           END-PERFORM.
           PERFORM  VARYING  REPT-IDX  FROM  1  BY  1
             UNTIL  REPT-IDX  >  REPT-CNT
             IF  REPT-COD(REPT-IDX)  =  WK-REP-COD  THEN
               MOVE  REPT-MEI(REPT-IDX)  TO  WK-REP-MEI
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           IF  WK-CMF-AVAIL-FLG  =  "Y"  THEN
             CLOSE  CMF-FILE
           END-IF.
           IF  WK-IMF-AVAIL-FLG  =  "Y"  THEN
             CLOSE  IMF-FILE
           END-IF.
           CLOSE  RPT-FILE.
           DISPLAY  "ODB-CNT=      "  ODB-CNT.
           DISPLAY  "出荷実績読込= "  SHR-CNT.
           DISPLAY  "出荷実績該当= "  SHR-HIT-CNT.
           DISPLAY  "対象明細　　= "  TAISHO-CNT.
           DISPLAY  "数量不明除外= "  JOGAI-CNT.
           DISPLAY  "ＯＴＩＦ未達= "  MITATSU-CNT.
           DISPLAY  "RPT-CNT=      "  RPT-CNT.
           DISPLAY  "*** END KJBM079 ***".
       EXT.
           EXIT.
