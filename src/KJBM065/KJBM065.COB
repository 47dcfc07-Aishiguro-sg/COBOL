       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KJBM065.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：運送会社追跡データ取込・未配達一覧
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：出荷実績レジスタの納品先コード追加に伴い
      *                 明細テーブルのイメージ長を変更
      ********************************************************
      *運送会社の日次引受・追跡データ(TRK、KJCTRK形式へ変換済み)
      *を読み、出荷実績レジスタ(SHR)の該当出荷へ反映する。
      *  引受(M)　　納品書番号(SHR-DEN-NO)の一致する出荷のうち
      *             送り状番号未登録のものへ運送会社コードと送り状
      *             番号を書き込む
      *  配達完了(D)同じ送り状番号（未登録なら納品書番号）の出荷へ
      *             配達完了日を書き込み、受注データベースの該当
      *             明細が出荷済み("SH")なら配達完了("DL")とする。
      *             分納で同じ納品書番号の出荷が未配達で残る間は
      *             "SH"のまま据え置く
      *取込後、出荷日から基準日までの経過営業日数がしきい値を
      *超えて配達完了の届かない出荷を未配達一覧として出力する。
      *基準日は環境変数KJBM065-KIJUN-YMD（未指定は実行日）、
      *しきい値はKJBM065-DAYS（既定3営業日）。営業日数は営業日
      *カレンダー(CAL)で数え、未定義時はKJBM051と同じ近似とする。
      *配達完了日欄を持たない旧形式の出荷記録は一覧の対象外。
      *出荷実績レジスタは全件をテーブルへ読み込んで書き戻すため、
      *出荷確定(KJBM056)の実行中には動かさないこと。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 運送会社追跡データ
           SELECT  TRK-FILE  ASSIGN TO  EXTERNAL  TRK
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS TRK-STATUS.
      *出荷実績レジスタ（読込後、送り状番号等を反映して書き戻す）
           SELECT  SHR-FILE  ASSIGN TO  EXTERNAL  SHR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS SHR-STATUS.
      *受注データベース（該当明細の確認用。更新はKCBS040経由）
           SELECT  ODB-FILE  ASSIGN TO  EXTERNAL  ODB
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS ODB-KEY
                             FILE STATUS  IS ODB-STATUS.
      *営業日カレンダーマスタ（INIT-RTNでロード、未定義時は近似）
           SELECT  CAL-FILE  ASSIGN TO  EXTERNAL  CAL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS CAL-STATUS.
      *OUTPUT 取込結果・未配達一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  TRK-FILE.
       01  TRK-REC.
           COPY  KJCTRK.
       FD  SHR-FILE.
       01  SHR-REC.
           COPY  KJCSHR.
       FD  ODB-FILE.
       01  ODB-REC.
           COPY  KJCODB.
       FD  CAL-FILE.
       01  CAL-REC.
           COPY  KCCFCAL.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  TRK-STATUS             PIC  X(2)    VALUE  SPACE.
       01  SHR-STATUS             PIC  X(2)    VALUE  SPACE.
       01  ODB-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CAL-STATUS             PIC  X(2)    VALUE  SPACE.
       01  TRK-CNT                PIC  9(5)    VALUE  0.
       01  MANIFEST-CNT           PIC  9(5)    VALUE  0.
       01  DLV-CNT                PIC  9(5)    VALUE  0.
       01  DUP-CNT                PIC  9(5)    VALUE  0.
       01  NG-CNT                 PIC  9(5)    VALUE  0.
       01  OVER-CNT               PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-SHR-END-FLG         PIC  X       VALUE  SPACE.
       01  WK-TRK-AVAIL-FLG       PIC  X       VALUE  "N".
       01  WK-ODB-AVAIL-FLG       PIC  X       VALUE  "N".
       01  WK-NG-FLG              PIC  X       VALUE  "N".
      *基準日としきい値（経過営業日数）
       01  WK-KIJUN-YMD           PIC  X(8)    VALUE  SPACE.
       01  WK-KIJUN-YMD-N  REDEFINES  WK-KIJUN-YMD  PIC  9(8).
       01  WK-DAYS-TEXT           PIC  X(5)    VALUE  SPACE.
       01  WK-DAYS                PIC  9(5)    VALUE  3.
      *出荷実績レジスタのテーブル（レコードイメージで保持し、使う
      *ときだけ作業用01へ戻す。技法はKJBM061のSH-TBLと同じ）
       01  SHRT-CNT               PIC  9(4)    VALUE  ZERO.
       01  SHRT-TBL.
         02  SHRT-ENT  OCCURS 9999 TIMES INDEXED BY SHRT-IDX.
           03  SHRT-REC-IMG       PIC  X(78).
       01  UPD-CNT                PIC  9(5)    VALUE  0.
      *出荷1件分をKJCSHR項目で参照するための作業領域
       01  WK-SHR-REC-1.
           COPY  KJCSHR.
      *突合結果　送り状番号一致・未登録の最初の出荷・納品書番号一致
       01  WK-HIT-IDX             PIC  9(4)    VALUE  0.
       01  WK-FREE-IDX            PIC  9(4)    VALUE  0.
       01  WK-DEN-HIT-FLG         PIC  X       VALUE  "N".
       01  WK-OPEN-FLG            PIC  X       VALUE  "N".
      *取込結果の文言
       01  WK-MSG                 PIC  X(40)   VALUE  SPACE.
      *営業日カレンダー（INIT-RTNでロード）。区間内の営業日("W")
      *を数える。未定義の環境ではKJBM051と同じ週末比率の近似
       01  WK-CAL-END-FLG         PIC  X       VALUE  SPACE.
       01  WK-CAL-CNT             PIC  9(4)    VALUE  ZERO.
       01  WK-CAL-TBL.
         02  WK-CAL-ENT  OCCURS 2000 TIMES INDEXED BY WK-CAL-IDX.
           03  WK-CAL-YMD         PIC  9(8).
           03  WK-CAL-KBN         PIC  X(1).
       01  WK-CAL-DAYS            PIC  S9(7)   VALUE  ZERO.
       01  WK-BIZ-DAYS            PIC  S9(7)   VALUE  ZERO.
       01  WK-BIZ-DAYS-DISP       PIC  ZZZZ9.
       01  WK-SURYO-DISP          PIC  ZZ9.
       01  WK-TRACK-DISP          PIC  X(20)   VALUE  SPACE.
      *ジョブ統計ロガー(KCBS020)への連絡領域
       COPY  KCBS020P.
      *受注データベース書込(KCBS040)への連絡領域
       COPY  KCBS040P.
      *完了コード　0=正常 4=入力空 8=エラーあり 16=ファイル異常
       01  WK-COMP-CD             PIC  9(2)    VALUE  ZERO.
      ********************************************************
      * 追跡データ取込の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KJBM065 ***".
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-START-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-START-TIME.
           PERFORM  INIT-RTN.
           PERFORM  MAIN-RTN  UNTIL  WK-END-FLG  =  "E".
           IF  WK-COMP-CD  <  16  THEN
             PERFORM  SHR-SAVE-RTN
             PERFORM  OVERDUE-RTN
           END-IF.
           PERFORM  END-RTN.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           ACCEPT  WK-KIJUN-YMD  FROM  ENVIRONMENT
                   "KJBM065-KIJUN-YMD".
           IF  WK-KIJUN-YMD  =  SPACE  THEN
             MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-KIJUN-YMD
           END-IF.
           ACCEPT  WK-DAYS-TEXT  FROM  ENVIRONMENT  "KJBM065-DAYS".
           IF  WK-DAYS-TEXT  IS NUMERIC  AND
               WK-DAYS-TEXT  NOT  =  SPACE  THEN
             MOVE  WK-DAYS-TEXT  TO  WK-DAYS
           END-IF.
           DISPLAY  "基準日=" WK-KIJUN-YMD
                    " しきい値(営業日)=" WK-DAYS.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "運送会社追跡データ取込結果"  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           PERFORM  SHR-LOAD-RTN.
           OPEN  INPUT  ODB-FILE.
           IF  ODB-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-ODB-AVAIL-FLG
           ELSE
             DISPLAY  "ODBオープン異常 STATUS=" ODB-STATUS
             MOVE  16   TO  WK-COMP-CD
             MOVE  "E"  TO  WK-END-FLG
           END-IF.
      *追跡データ　未着の日は取込なしで未配達一覧のみ出力する
           OPEN  INPUT  TRK-FILE.
           IF  TRK-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-TRK-AVAIL-FLG
           ELSE
             DISPLAY  "TRKなし　未配達一覧のみ出力"
             MOVE  "E"  TO  WK-END-FLG
           END-IF.
           PERFORM  CAL-LOAD-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 出荷実績レジスタの全件ロード　テーブルに収まらない場合は
      * 書き戻しで記録を失うため、ファイル異常として中止する
      ********************************************************
       SHR-LOAD-RTN               SECTION.
           OPEN  INPUT  SHR-FILE.
           IF  SHR-STATUS  NOT  =  "00"  THEN
             DISPLAY  "SHRオープン異常 STATUS=" SHR-STATUS
             MOVE  16   TO  WK-COMP-CD
             MOVE  "E"  TO  WK-END-FLG
           ELSE
             PERFORM  UNTIL  WK-SHR-END-FLG  =  "E"
               READ  SHR-FILE
                 AT  END
                   MOVE  "E"  TO  WK-SHR-END-FLG
                 NOT  AT  END
                   IF  SHRT-CNT  <  9999  THEN
                     ADD  1  TO  SHRT-CNT
                     SET  SHRT-IDX  TO  SHRT-CNT
                     MOVE  SHR-REC  TO  SHRT-REC-IMG(SHRT-IDX)
                   ELSE
                     DISPLAY  "SHRテーブル溢れ　取込中止"
                     MOVE  16   TO  WK-COMP-CD
                     MOVE  "E"  TO  WK-END-FLG
                     MOVE  "E"  TO  WK-SHR-END-FLG
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  SHR-FILE
             DISPLAY  "出荷実績 ロード件数=" SHRT-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 営業日カレンダーの全件ロード
      * CAL環境変数未定義（ファイルなし）の場合は近似計算で続行
      ********************************************************
       CAL-LOAD-RTN               SECTION.
           OPEN  INPUT  CAL-FILE.
           IF  CAL-STATUS  =  "35"  THEN
             DISPLAY  "CALなし　営業日数は近似計算"
           ELSE
             PERFORM  UNTIL  WK-CAL-END-FLG  =  "E"
               READ  CAL-FILE
                 AT  END
                   MOVE  "E"  TO  WK-CAL-END-FLG
                 NOT  AT  END
                   IF  WK-CAL-CNT  <  2000  THEN
                     ADD  1  TO  WK-CAL-CNT
                     SET  WK-CAL-IDX  TO  WK-CAL-CNT
                     MOVE  CAL-YMD  TO  WK-CAL-YMD(WK-CAL-IDX)
                     MOVE  CAL-KBN  TO  WK-CAL-KBN(WK-CAL-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  CAL-FILE
             DISPLAY  "カレンダー ロード件数=" WK-CAL-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 追跡データ1件の処理
      ********************************************************
       MAIN-RTN                   SECTION.
           READ  TRK-FILE
             AT  END
               MOVE  "E"  TO  WK-END-FLG
             NOT  AT  END
               ADD  1  TO  TRK-CNT
               PERFORM  TRK-POST-RTN
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 入力チェック→事象区分ごとの反映→結果行の出力
      ********************************************************
       TRK-POST-RTN               SECTION.
           MOVE  "N"    TO  WK-NG-FLG.
           MOVE  SPACE  TO  WK-MSG.
           IF  (TRK-DEN-NO  =  SPACE)  OR
               (TRK-TRACK-NO  =  SPACE)  OR
               (TRK-EVENT-YMD  IS  NOT  NUMERIC)  OR
               ((TRK-EVENT-KBN  NOT  =  "M")  AND
                (TRK-EVENT-KBN  NOT  =  "D"))  THEN
             MOVE  "Y"  TO  WK-NG-FLG
             MOVE  "入力内容不正"  TO  WK-MSG
           ELSE
             PERFORM  SHR-FIND-RTN
             IF  TRK-EVENT-KBN  =  "M"  THEN
               PERFORM  MANIFEST-RTN
             ELSE
               PERFORM  DELIVERY-RTN
             END-IF
           END-IF.
           IF  WK-NG-FLG  =  "Y"  THEN
             ADD  1  TO  NG-CNT
             IF  WK-COMP-CD  <  8  THEN
               MOVE  8  TO  WK-COMP-CD
             END-IF
             DISPLAY  "追跡取込NG 納品書番号=" TRK-DEN-NO
                      " " WK-MSG
           END-IF.
           PERFORM  LIST-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 納品書番号で出荷実績テーブルを引く　送り状番号が一致する
      * 出荷と、送り状番号未登録の最初の出荷の位置を求める
      ********************************************************
       SHR-FIND-RTN               SECTION.
           MOVE  0    TO  WK-HIT-IDX.
           MOVE  0    TO  WK-FREE-IDX.
           MOVE  "N"  TO  WK-DEN-HIT-FLG.
           PERFORM  VARYING  SHRT-IDX  FROM  1  BY  1
             UNTIL  SHRT-IDX  >  SHRT-CNT
             MOVE  SHRT-REC-IMG(SHRT-IDX)  TO  WK-SHR-REC-1
             IF  SHR-DEN-NO OF WK-SHR-REC-1  =  TRK-DEN-NO  THEN
               MOVE  "Y"  TO  WK-DEN-HIT-FLG
               IF  (SHR-TRACK-NO OF WK-SHR-REC-1  =  TRK-TRACK-NO)
                 AND  (WK-HIT-IDX  =  0)  THEN
                 SET  WK-HIT-IDX  TO  SHRT-IDX
               END-IF
               IF  (SHR-TRACK-NO OF WK-SHR-REC-1  =  SPACE)  AND
                   (WK-FREE-IDX  =  0)  THEN
                 SET  WK-FREE-IDX  TO  SHRT-IDX
               END-IF
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 引受　送り状番号未登録の出荷へ運送会社・送り状番号を登録
      * （同じ送り状番号が登録済みなら再送として読み飛ばす）
      ********************************************************
       MANIFEST-RTN               SECTION.
           IF  WK-HIT-IDX  >  0  THEN
             ADD  1  TO  DUP-CNT
             MOVE  "登録済み（再送）"  TO  WK-MSG
           ELSE
             IF  WK-FREE-IDX  >  0  THEN
               MOVE  SHRT-REC-IMG(WK-FREE-IDX)  TO  WK-SHR-REC-1
               MOVE  TRK-CARRIER-COD
                 TO  SHR-CARRIER-COD OF WK-SHR-REC-1
               MOVE  TRK-TRACK-NO  TO  SHR-TRACK-NO OF WK-SHR-REC-1
               IF  SHR-DLV-YMD OF WK-SHR-REC-1  IS  NOT  NUMERIC
                 THEN
                 MOVE  ZERO  TO  SHR-DLV-YMD OF WK-SHR-REC-1
               END-IF
               MOVE  WK-SHR-REC-1  TO  SHRT-REC-IMG(WK-FREE-IDX)
               ADD  1  TO  UPD-CNT
               ADD  1  TO  MANIFEST-CNT
               MOVE  "送り状番号登録"  TO  WK-MSG
             ELSE
               MOVE  "Y"  TO  WK-NG-FLG
               IF  WK-DEN-HIT-FLG  =  "Y"  THEN
                 MOVE  "別の送り状番号が登録済み"
                   TO  WK-MSG
               ELSE
                 MOVE  "納品書番号不一致"  TO  WK-MSG
               END-IF
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 配達完了　送り状番号一致（なければ未登録）の出荷へ配達
      * 完了日を書き込み、受注データベースへ配達完了を反映する
      ********************************************************
       DELIVERY-RTN               SECTION.
           IF  WK-HIT-IDX  =  0  THEN
             MOVE  WK-FREE-IDX  TO  WK-HIT-IDX
           END-IF.
           IF  WK-HIT-IDX  =  0  THEN
             MOVE  "Y"  TO  WK-NG-FLG
             IF  WK-DEN-HIT-FLG  =  "Y"  THEN
               MOVE  "送り状番号不一致"  TO  WK-MSG
             ELSE
               MOVE  "納品書番号不一致"  TO  WK-MSG
             END-IF
           ELSE
             MOVE  SHRT-REC-IMG(WK-HIT-IDX)  TO  WK-SHR-REC-1
             IF  (SHR-DLV-YMD OF WK-SHR-REC-1  IS  NUMERIC)  AND
                 (SHR-DLV-YMD OF WK-SHR-REC-1  NOT  =  ZERO)  THEN
               ADD  1  TO  DUP-CNT
               MOVE  "配達完了済み（再送）"  TO  WK-MSG
             ELSE
               IF  SHR-TRACK-NO OF WK-SHR-REC-1  =  SPACE  THEN
                 MOVE  TRK-CARRIER-COD
                   TO  SHR-CARRIER-COD OF WK-SHR-REC-1
                 MOVE  TRK-TRACK-NO
                   TO  SHR-TRACK-NO OF WK-SHR-REC-1
               END-IF
               MOVE  TRK-EVENT-YMD  TO  SHR-DLV-YMD OF WK-SHR-REC-1
               MOVE  WK-SHR-REC-1  TO  SHRT-REC-IMG(WK-HIT-IDX)
               ADD  1  TO  UPD-CNT
               ADD  1  TO  DLV-CNT
               MOVE  "配達完了"  TO  WK-MSG
               PERFORM  ODB-DLV-RTN
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 受注データベースへ配達完了(RESULT="DL")を反映する
      * 同じ納品書番号の分納出荷に未配達が残る間、および明細が
      * 出荷済み("SH")以外（残数の再投入中など）の場合は据え置く
      ********************************************************
       ODB-DLV-RTN                SECTION.
           MOVE  "N"  TO  WK-OPEN-FLG.
           PERFORM  VARYING  SHRT-IDX  FROM  1  BY  1
             UNTIL  SHRT-IDX  >  SHRT-CNT
             MOVE  SHRT-REC-IMG(SHRT-IDX)  TO  WK-SHR-REC-1
             IF  (SHR-DEN-NO OF WK-SHR-REC-1  =  TRK-DEN-NO)  AND
                 (SHR-DLV-YMD OF WK-SHR-REC-1  IS  NUMERIC)  AND
                 (SHR-DLV-YMD OF WK-SHR-REC-1  =  ZERO)  THEN
               MOVE  "Y"  TO  WK-OPEN-FLG
             END-IF
           END-PERFORM.
           MOVE  SHRT-REC-IMG(WK-HIT-IDX)  TO  WK-SHR-REC-1.
           IF  WK-OPEN-FLG  =  "Y"  THEN
             MOVE  "配達完了（分納未配達あり）"  TO  WK-MSG
           ELSE
             MOVE  SHR-JUCHU-NO OF WK-SHR-REC-1  TO  ODB-JUCHU-NO
             MOVE  SHR-LINE-NO OF WK-SHR-REC-1   TO  ODB-LINE-NO
             READ  ODB-FILE
               INVALID KEY
                 MOVE  "配達完了（受注ＤＢ該当なし）"
                   TO  WK-MSG
               NOT INVALID KEY
                 IF  ODB-RESULT  =  "SH"  THEN
                   PERFORM  ODB-WRITE-RTN
                 ELSE
                   IF  ODB-RESULT  NOT  =  "DL"  THEN
                     MOVE  "配達完了（受注ＤＢ据置）"
                       TO  WK-MSG
                   END-IF
                 END-IF
             END-READ
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 受注データベース書込(KCBS040)　判定のみ"DL"へ変え、
      * 他の項目は読んだ明細のまま保つ
      ********************************************************
       ODB-WRITE-RTN              SECTION.
           MOVE  ODB-JUCHU-NO    TO  S040-JUCHU-NO.
           MOVE  ODB-LINE-NO     TO  S040-LINE-NO.
           MOVE  ODB-STAGE       TO  S040-STAGE.
           MOVE  "DL"            TO  S040-RESULT.
           MOVE  ODB-DATA-KBN    TO  S040-DATA-KBN.
           MOVE  ODB-JUCHU-YMD   TO  S040-JUCHU-YMD.
           MOVE  ODB-TOKU-COD    TO  S040-TOKU-COD.
           MOVE  ODB-SHOHIN-NO   TO  S040-SHOHIN-NO.
           MOVE  ODB-SURYO       TO  S040-SURYO.
           MOVE  ODB-ERR-KBN-TBL TO  S040-ERR-KBN-TBL.
           MOVE  ODB-KINGAKU     TO  S040-KINGAKU.
           MOVE  ODB-ZEIGAKU     TO  S040-ZEIGAKU.
           MOVE  ODB-YAKUSOKU-YMD  TO  S040-YAKUSOKU-YMD.
           MOVE  ODB-ORIG-JUCHU-NO  TO  S040-ORIG-JUCHU-NO.
           MOVE  ODB-NOKI-YMD      TO  S040-NOKI-YMD.
           MOVE  ODB-NOHIN-COD     TO  S040-NOHIN-COD.
           CALL  "KCBS040"  USING  KCBS040-P1.
           IF  S040-RCD  =  "E"  THEN
             MOVE  "Y"  TO  WK-NG-FLG
             MOVE  "受注ＤＢ書込異常"  TO  WK-MSG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 取込結果1行の出力
      ********************************************************
       LIST-RTN                   SECTION.
           MOVE  SPACE  TO  RPT-REC.
           IF  WK-NG-FLG  =  "Y"  THEN
             MOVE  "NG   "  TO  RPT-REC(1:5)
           ELSE
             MOVE  "OK   "  TO  RPT-REC(1:5)
           END-IF.
           STRING  TRK-DEN-NO  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   TRK-EVENT-KBN  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   TRK-EVENT-YMD  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   TRK-CARRIER-COD  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   TRK-TRACK-NO  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-MSG  DELIMITED BY SIZE
             INTO  RPT-REC(6:96).
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 出荷実績レジスタの書き戻し（反映のあった場合のみ）
      ********************************************************
       SHR-SAVE-RTN               SECTION.
           IF  UPD-CNT  >  0  THEN
             OPEN  OUTPUT  SHR-FILE
             PERFORM  VARYING  SHRT-IDX  FROM  1  BY  1
               UNTIL  SHRT-IDX  >  SHRT-CNT
               MOVE  SHRT-REC-IMG(SHRT-IDX)  TO  SHR-REC
               WRITE  SHR-REC
             END-PERFORM
             CLOSE  SHR-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 未配達一覧　配達完了日ゼロの出荷のうち、出荷日から基準日
      * までの経過営業日数がしきい値を超えたものを出荷日の古い
      * 順（レジスタの登録順）に出力する
      ********************************************************
       OVERDUE-RTN                SECTION.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  WK-DAYS  TO  WK-BIZ-DAYS-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "未配達一覧　出荷後"  DELIMITED BY SIZE
                   WK-BIZ-DAYS-DISP  DELIMITED BY SIZE
                   "営業日超　基準日＝"  DELIMITED BY SIZE
                   WK-KIJUN-YMD  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "出荷日   納品書   得意先 商品  数量"
                   DELIMITED BY SIZE
                   " 運送 送り状番号            経過営業日"
                   DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  3  TO  RPT-CNT.
           PERFORM  VARYING  SHRT-IDX  FROM  1  BY  1
             UNTIL  SHRT-IDX  >  SHRT-CNT
             MOVE  SHRT-REC-IMG(SHRT-IDX)  TO  WK-SHR-REC-1
             IF  (SHR-DLV-YMD OF WK-SHR-REC-1  IS  NUMERIC)  AND
                 (SHR-DLV-YMD OF WK-SHR-REC-1  =  ZERO)  THEN
               PERFORM  CALC-BIZ-DAYS-RTN
               IF  WK-BIZ-DAYS  >  WK-DAYS  THEN
                 PERFORM  OVERDUE-LINE-RTN
               END-IF
             END-IF
           END-PERFORM.
           MOVE  SPACE  TO  RPT-REC.
           IF  OVER-CNT  =  ZERO  THEN
             MOVE  "該当なし"  TO  RPT-REC
           ELSE
             STRING  "未配達件数="  DELIMITED BY SIZE
                     OVER-CNT  DELIMITED BY SIZE
               INTO  RPT-REC
           END-IF.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 出荷日から基準日までの経過営業日数を求める
      * カレンダーが使える場合は区間(出荷日の翌日〜基準日)の
      * 営業日("W")を数える。未定義の環境では暦日数から週末
      * 比率を差し引く近似値とする（KJBM051と同じ）
      ********************************************************
       CALC-BIZ-DAYS-RTN          SECTION.
           IF  WK-CAL-CNT  >  0  THEN
             MOVE  0  TO  WK-BIZ-DAYS
             PERFORM  VARYING  WK-CAL-IDX  FROM  1  BY  1
               UNTIL  WK-CAL-IDX  >  WK-CAL-CNT
               IF  (WK-CAL-YMD(WK-CAL-IDX)  >
                    SHR-SHIP-YMD OF WK-SHR-REC-1)  AND
                   (WK-CAL-YMD(WK-CAL-IDX)  <=
                    WK-KIJUN-YMD-N)  AND
                   (WK-CAL-KBN(WK-CAL-IDX)  =  "W")  THEN
                 ADD  1  TO  WK-BIZ-DAYS
               END-IF
             END-PERFORM
           ELSE
             COMPUTE  WK-CAL-DAYS  =
               FUNCTION INTEGER-OF-DATE(WK-KIJUN-YMD-N)  -
               FUNCTION INTEGER-OF-DATE(SHR-SHIP-YMD OF WK-SHR-REC-1)
             IF  WK-CAL-DAYS  <  0  THEN
               MOVE  0  TO  WK-CAL-DAYS
             END-IF
             COMPUTE  WK-BIZ-DAYS  =
               WK-CAL-DAYS  -  ((WK-CAL-DAYS  /  7)  *  2)
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 未配達一覧の明細行
      ********************************************************
       OVERDUE-LINE-RTN           SECTION.
           ADD  1  TO  OVER-CNT.
           MOVE  WK-BIZ-DAYS  TO  WK-BIZ-DAYS-DISP.
           MOVE  SHR-SURYO OF WK-SHR-REC-1  TO  WK-SURYO-DISP.
           IF  SHR-TRACK-NO OF WK-SHR-REC-1  =  SPACE  THEN
             MOVE  "未取込"  TO  WK-TRACK-DISP
           ELSE
             MOVE  SHR-TRACK-NO OF WK-SHR-REC-1  TO  WK-TRACK-DISP
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           STRING  SHR-SHIP-YMD OF WK-SHR-REC-1  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   SHR-DEN-NO OF WK-SHR-REC-1  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   SHR-TOKU-COD OF WK-SHR-REC-1  DELIMITED BY SIZE
                   "   "  DELIMITED BY SIZE
                   SHR-SHOHIN-NO OF WK-SHR-REC-1  DELIMITED BY SIZE
                   "  "  DELIMITED BY SIZE
                   WK-SURYO-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   SHR-CARRIER-COD OF WK-SHR-REC-1  DELIMITED BY SIZE
                   "   "  DELIMITED BY SIZE
                   WK-TRACK-DISP  DELIMITED BY SIZE
                   "  "  DELIMITED BY SIZE
                   WK-BIZ-DAYS-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       END-RTN                    SECTION.
           IF  (TRK-CNT  =  ZERO)  AND  (WK-COMP-CD  <  4)  THEN
             DISPLAY  "入力空"
             MOVE  4  TO  WK-COMP-CD
           END-IF.
           PERFORM  JOB-STAT-WRITE-RTN.
           IF  WK-TRK-AVAIL-FLG  =  "Y"  THEN
             CLOSE  TRK-FILE
           END-IF.
           IF  WK-ODB-AVAIL-FLG  =  "Y"  THEN
             CLOSE  ODB-FILE
           END-IF.
           CLOSE  RPT-FILE.
           DISPLAY  "TRK-CNT=  "  TRK-CNT.
           DISPLAY  "引受登録= "  MANIFEST-CNT.
           DISPLAY  "配達完了= "  DLV-CNT.
           DISPLAY  "再送    = "  DUP-CNT.
           DISPLAY  "取込NG  = "  NG-CNT.
           DISPLAY  "未配達  = "  OVER-CNT.
           DISPLAY  "*** END KJBM065 ***".
       EXT.
           EXIT.
      ********************************************************
      * ジョブ統計ロガー(KCBS020)へ本バッチの運転実績を1件追記する
      ********************************************************
       JOB-STAT-WRITE-RTN         SECTION.
           MOVE  "KJBM065"  TO  S020-PGM-ID.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-END-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-END-TIME.
           MOVE  TRK-CNT   TO  S020-IN-CNT.
           MOVE  UPD-CNT   TO  S020-OUT-CNT.
           CALL  "KCBS020"  USING  KCBS020-P1.
       EXT.
           EXIT.
