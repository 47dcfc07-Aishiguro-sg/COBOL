       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KJBM049.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：見積書発行
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：追記前に用済みの見積明細を見積アーカイブ
      *                 (QUOARC)へ切り出して見積ファイルを書き直す
      ********************************************************
      *営業が起票した見積依頼(QRQ、KJCQRQ形式)を依頼番号ごとに
      *1通の見積書にまとめ、採番サービス(KCBS030)の系列Qで見積
      *番号を発行して見積ファイル(QUOF、KJCQUO形式)へ追記し、
      *見積書(RPT)を印字する。見積単価はKJBM030の値決めと同じ
      *優先順位で見積日（実行日）時点の単価を決める。
      *  1. 見積日に有効な契約単価(CNTPRC)
      *  2. 商品マスタの現行単価（見積日が適用開始日より前なら
      *     価格履歴、履歴の最古より前なら最古の履歴）
      *  3. 見積日に有効なキャンペーン(CAMP)がそれより安ければ
      *     キャンペーン単価（複数該当時は最も安いもの）
      *依頼に指値単価があればそれを見積単価とする（単価区分S）。
      *見積金額は見積数量の数量割引を適用した税抜額（消費税別）。
      *得意先マスタにない得意先の依頼は見積書にしない。廃番・
      *販売権限外（KJBM030のAUTH-CHECK-RTNと同じ規則）・数量
      *不正の明細は除外して表示する。有効な明細のない依頼には
      *見積番号を発行しない。
      *有効期限は依頼の値、ゼロ・見積日以前は見積日＋既定日数
      *（環境変数KJBM049-YUKO-DAYS、未指定は30日）。
      *見積書1通ごとに帳票索引(DIX、帳票区分QT)を出力し、配信
      *バッチ(KCBM100)が得意先の配信区分に従って振り分ける。
      *見積番号付きの受注をKJBM030が値決めすると見積単価が適用
      *され、見積は受注済になる。
      *見積ファイルへ追記する前に、用済みの明細（受注処理日から、
      *または未受注のまま有効期限から保存日数を過ぎた明細）を
      *見積アーカイブ(QUOARC)へ切り出し、残す明細だけで見積
      *ファイルを書き直す（KCBM040と同じ3段方式）。保存日数は
      *環境変数KJBM049-HOJI-DAYS（未指定は90日）。アーカイブは
      *見積ファイルと同じレイアウトのため、過去分の見積状況表
      *(KJBM069)は入力割当をアーカイブへ向け直すだけで出せる。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 見積依頼
           SELECT  QRQ-FILE  ASSIGN TO  EXTERNAL  QRQ
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS QRQ-STATUS.
      *得意先マスタ（参照のみ）
           SELECT  CMF-FILE  ASSIGN TO  EXTERNAL  CMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFTOK-TOKU-COD
                             FILE STATUS  IS CMF-STATUS.
      *商品マスタ（参照のみ）
           SELECT  IMF-FILE  ASSIGN TO  EXTERNAL  IMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFSHO-SHOHIN-NO
                             FILE STATUS  IS IMF-STATUS.
      *契約単価ファイル（KJBM030と共用）　INIT-RTNで全件ロードする
           SELECT  CNT-FILE  ASSIGN TO  EXTERNAL  CNTPRC
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS CNT-STATUS.
      *販促キャンペーンファイル（KJBM030と共用）
           SELECT  CAM-FILE  ASSIGN TO  EXTERNAL  CAMP
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS CAM-STATUS.
      *販売権限マスタ（KJBM030と共用）
           SELECT  AUT-FILE  ASSIGN TO  EXTERNAL  AUTH
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS AUT-STATUS.
      *担当者マスタ（担当者名の印字用、未定義時は名前なし）
           SELECT  OPR-FILE  ASSIGN TO  EXTERNAL  OPR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS OPR-STATUS.
      *OUTPUT 見積ファイル（累積、KJBM030が受注済に更新する）
           SELECT  QUO-FILE  ASSIGN TO  EXTERNAL  QUOF
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS QUOF-STATUS.
      *OUTPUT 見積アーカイブ（保存日数を過ぎた明細の累積）
           SELECT  QUOA-FILE ASSIGN TO  EXTERNAL  QUOARC
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS QUOA-STATUS.
      *見積ファイル書き直し用の一時ファイル
           SELECT  TMP-FILE  ASSIGN TO  EXTERNAL  QUOTMP
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 見積書
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 帳票索引（配信バッチKCBM100用）
           SELECT  DIX-FILE  ASSIGN TO  EXTERNAL  DIX
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS DIX-STATUS.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  QRQ-FILE.
       01  QRQ-REC.
           COPY  KJCQRQ.
       FD  CMF-FILE.
       01  CMF-REC.
           COPY  KCCFTOK.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  CNT-FILE.
       01  CNT-REC.
           COPY  KJCCNT.
       FD  CAM-FILE.
       01  CAM-REC.
           COPY  KJCCAM.
       FD  AUT-FILE.
       01  AUT-REC.
           COPY  KJCAUT.
       FD  OPR-FILE.
       01  OPR-REC.
           COPY  KCCOPR.
       FD  QUO-FILE.
       01  QUO-REC.
           COPY  KJCQUO.
       FD  QUOA-FILE.
       01  QUOA-REC               PIC  X(80).
       FD  TMP-FILE.
       01  TMP-REC                PIC  X(80).
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(132).
       FD  DIX-FILE.
       01  DIX-REC.
           COPY  KCCDIX.
      *
       WORKING-STORAGE            SECTION.
       01  QRQ-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  IMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CNT-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CAM-STATUS             PIC  X(2)    VALUE  SPACE.
       01  AUT-STATUS             PIC  X(2)    VALUE  SPACE.
       01  OPR-STATUS             PIC  X(2)    VALUE  SPACE.
       01  QUOF-STATUS            PIC  X(2)    VALUE  SPACE.
       01  QUOA-STATUS            PIC  X(2)    VALUE  SPACE.
       01  DIX-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-DIX-FLG             PIC  X       VALUE  "N".
       01  WK-DIX-FROM            PIC  9(7)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  QRQ-CNT                PIC  9(7)    VALUE  0.
       01  QUO-CNT                PIC  9(7)    VALUE  0.
       01  RPT-CNT                PIC  9(7)    VALUE  0.
       01  MITSU-CNT              PIC  9(5)    VALUE  0.
       01  IRAI-NG-CNT            PIC  9(5)    VALUE  0.
       01  LINE-NG-CNT            PIC  9(7)    VALUE  0.
      *見積日（実行日）と有効期限の既定日数
       01  WK-TODAY-YMD           PIC  9(8)    VALUE  0.
       01  WK-YUKO-DAYS-X         PIC  X(3)    VALUE  SPACE.
       01  WK-YUKO-DAYS           PIC  9(3)    VALUE  30.
       01  WK-YMD-INT             PIC  9(8)    VALUE  0.
      *見積ファイルの刈り込み　保存日数・基準日・件数
       01  WK-HOJI-DAYS-X         PIC  X(3)    VALUE  SPACE.
       01  WK-HOJI-DAYS           PIC  9(3)    VALUE  90.
       01  WK-CUTOFF-YMD          PIC  9(8)    VALUE  0.
       01  WK-QP-END-FLG          PIC  X       VALUE  SPACE.
       01  QP-MAE-CNT             PIC  9(7)    VALUE  0.
       01  QP-ARC-CNT             PIC  9(7)    VALUE  0.
       01  QP-ATO-CNT             PIC  9(7)    VALUE  0.
      *依頼1件（見積書1通）の見出し
       01  WK-IRAI-NO             PIC  X(6)    VALUE  SPACE.
       01  WK-TOKU-COD            PIC  X(4)    VALUE  SPACE.
       01  WK-TOKU-MEI            PIC  X(20)   VALUE  SPACE.
       01  WK-TANTO-ID            PIC  X(8)    VALUE  SPACE.
       01  WK-TANTO-MEI           PIC  X(20)   VALUE  SPACE.
       01  WK-YUKO-YMD            PIC  9(8)    VALUE  0.
       01  WK-MITSU-NO            PIC  X(6)    VALUE  SPACE.
       01  WK-TOK-OK-FLG          PIC  X       VALUE  "N".
       01  WK-LINE-OK-FLG         PIC  X       VALUE  "N".
       01  WK-NG-MSG              PIC  X(20)   VALUE  SPACE.
       01  WK-GOKEI-KINGAKU       PIC  9(11)   VALUE  0.
      *見積明細テーブル（依頼1件分の有効な明細）
       01  MT-CNT                 PIC  9(2)    VALUE  ZERO.
       01  MT-TBL.
         02  MT-ENT  OCCURS 20 TIMES INDEXED BY MT-IDX.
           03  MT-SHOHIN-NO       PIC  X(5).
           03  MT-SHOHIN-MEI      PIC  X(20).
           03  MT-SURYO           PIC  9(3).
           03  MT-TANKA           PIC  9(5).
           03  MT-TANKA-KBN       PIC  X(1).
           03  MT-CAM-CODE        PIC  X(4).
           03  MT-WARIBIKI        PIC  9(2).
           03  MT-KINGAKU         PIC  9(9).
      *担当者テーブル（担当者名の引き当て用）
       01  WK-OPRT-END-FLG        PIC  X       VALUE  SPACE.
       01  WK-OPRT-CNT            PIC  9(3)    VALUE  ZERO.
       01  WK-OPRT-TBL.
         02  WK-OPRT-ENT  OCCURS 200 TIMES INDEXED BY WK-OPRT-IDX.
           03  WK-OPRT-ID         PIC  X(8).
           03  WK-OPRT-MEI        PIC  X(20).
      *契約単価テーブル（KJBM030と同じ）
       01  WK-CNT-END-FLG         PIC  X       VALUE  SPACE.
       01  WK-CNT-CNT             PIC  9(3)    VALUE  ZERO.
       01  WK-CNT-TBL.
         02  WK-CNT-ENT  OCCURS 200 TIMES INDEXED BY WK-CNT-IDX.
           03  WK-CNT-TOKU-COD      PIC  X(4).
           03  WK-CNT-SHOHIN-NO     PIC  X(5).
           03  WK-CNT-TEKIYO-YMD    PIC  9(8).
           03  WK-CNT-TANKA         PIC  9(5).
       01  WK-CNT-FOUND-FLG       PIC  X       VALUE  "N".
       01  WK-CNT-BEST-YMD        PIC  9(8)    VALUE  0.
      *販促キャンペーンテーブル（KJBM030と同じ）
       01  WK-CAMT-END-FLG        PIC  X       VALUE  SPACE.
       01  WK-CAMT-CNT            PIC  9(3)    VALUE  ZERO.
       01  WK-CAMT-TBL.
         02  WK-CAMT-ENT  OCCURS 100 TIMES INDEXED BY WK-CAMT-IDX.
           03  WK-CAMT-CODE       PIC  X(4).
           03  WK-CAMT-SHOHIN-NO  PIC  X(5).
           03  WK-CAMT-SHOHIN-KBN PIC  X(2).
           03  WK-CAMT-KBN        PIC  X(1).
           03  WK-CAMT-RITSU      PIC  9(2).
           03  WK-CAMT-TANKA      PIC  9(5).
           03  WK-CAMT-FROM-YMD   PIC  9(8).
           03  WK-CAMT-TO-YMD     PIC  9(8).
       01  WK-CAM-TANKA           PIC  S9(5)   VALUE  0.
       01  WK-CAM-CODE            PIC  X(4)    VALUE  SPACE.
      *販売権限テーブル（KJBM030と同じ）
       01  WK-AUTT-END-FLG        PIC  X       VALUE  SPACE.
       01  WK-AUTT-CNT            PIC  9(3)    VALUE  ZERO.
       01  WK-AUTT-TBL.
         02  WK-AUTT-ENT  OCCURS 200 TIMES INDEXED BY WK-AUTT-IDX.
           03  WK-AUTT-TOKU-COD   PIC  X(4).
           03  WK-AUTT-SHOHIN-NO  PIC  X(5).
           03  WK-AUTT-SHOHIN-KBN PIC  X(2).
           03  WK-AUTT-KBN        PIC  X(1).
           03  WK-AUTT-FROM-YMD   PIC  9(8).
           03  WK-AUTT-TO-YMD     PIC  9(8).
       01  WK-AUT-TGT-FLG         PIC  X       VALUE  "N".
       01  WK-AUT-ALLOW-EXIST-FLG PIC  X       VALUE  "N".
       01  WK-AUT-ALLOW-HIT-FLG   PIC  X       VALUE  "N".
       01  WK-AUT-DENY-FLG        PIC  X       VALUE  "N".
       01  WK-AUT-OK-FLG          PIC  X       VALUE  "Y".
      *単価決定の作業領域
       01  WK-APPLY-TANKA         PIC  S9(5)   VALUE  0.
       01  WK-TANKA-KBN           PIC  X(1)    VALUE  SPACE.
       01  WK-REKI-IDX            PIC  9(1)    VALUE  0.
       01  WK-REKI-FOUND-FLG      PIC  X       VALUE  "N".
       01  WK-WARIBIKI-IDX        PIC  9(1)    VALUE  0.
       01  WK-WARIBIKI-RITSU      PIC  9(2)    VALUE  0.
       01  WK-ZEINUKI-KINGAKU     PIC  9(9)    VALUE  0.
      *編集用
       01  WK-LINE-NO             PIC  9(2)    VALUE  0.
       01  WK-LINE-DISP           PIC  Z9.
       01  WK-SURYO-DISP          PIC  ZZ9.
       01  WK-TANKA-DISP          PIC  ZZ,ZZ9.
       01  WK-RITSU-DISP          PIC  Z9.
       01  WK-KINGAKU-DISP        PIC  ZZZ,ZZZ,ZZ9.
       01  WK-GOKEI-DISP          PIC  ZZ,ZZZ,ZZZ,ZZ9.
       01  WK-KBN-DISP            PIC  X(8)    VALUE  SPACE.
      *採番サービス(KCBS030)への連絡領域
       COPY  KCBS030P.
      *ジョブ統計ロガー(KCBS020)への連絡領域
       COPY  KCBS020P.
      *完了コード　0=正常 4=除外あり・入力空 8=採番不可
      *16=ファイル異常
       01  WK-COMP-CD             PIC  9(2)    VALUE  ZERO.
      ********************************************************
      * 見積書発行の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KJBM049 ***".
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-START-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-START-TIME.
           PERFORM  INIT-RTN.
           IF  WK-COMP-CD  <  16  THEN
             PERFORM  LOAD-CNT-RTN
             PERFORM  LOAD-CAM-RTN
             PERFORM  LOAD-AUT-RTN
             PERFORM  LOAD-OPR-RTN
             PERFORM  READ-QRQ-RTN
             PERFORM  UNTIL  (WK-END-FLG  =  "E")  OR
                             (WK-COMP-CD  >=  16)
               PERFORM  IRAI-RTN
             END-PERFORM
             IF  QRQ-CNT  =  ZERO  THEN
               DISPLAY  "入力空"
               IF  WK-COMP-CD  <  4  THEN
                 MOVE  4  TO  WK-COMP-CD
               END-IF
             END-IF
           END-IF.
           PERFORM  END-RTN.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-TODAY-YMD.
           ACCEPT  WK-YUKO-DAYS-X  FROM  ENVIRONMENT
                   "KJBM049-YUKO-DAYS".
           IF  WK-YUKO-DAYS-X  NOT  =  SPACE  THEN
             MOVE  FUNCTION NUMVAL(WK-YUKO-DAYS-X)  TO  WK-YUKO-DAYS
           END-IF.
           ACCEPT  WK-HOJI-DAYS-X  FROM  ENVIRONMENT
                   "KJBM049-HOJI-DAYS".
           IF  WK-HOJI-DAYS-X  NOT  =  SPACE  THEN
             MOVE  FUNCTION NUMVAL(WK-HOJI-DAYS-X)  TO  WK-HOJI-DAYS
           END-IF.
           DISPLAY  "見積日=" WK-TODAY-YMD
                    " 有効期限既定日数=" WK-YUKO-DAYS
                    " 保存日数=" WK-HOJI-DAYS.
           OPEN  OUTPUT  RPT-FILE.
           OPEN  OUTPUT  DIX-FILE.
           IF  DIX-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-DIX-FLG
           ELSE
             DISPLAY  "DIXなし　帳票索引なしで続行"
           END-IF.
           OPEN  INPUT  QRQ-FILE.
           IF  QRQ-STATUS  NOT  =  "00"  THEN
             DISPLAY  "QRQオープン異常 STATUS=" QRQ-STATUS
             MOVE  16  TO  WK-COMP-CD
           END-IF.
           OPEN  INPUT  CMF-FILE.
           IF  CMF-STATUS  NOT  =  "00"  THEN
             DISPLAY  "CMFオープン異常 STATUS=" CMF-STATUS
             MOVE  16  TO  WK-COMP-CD
           END-IF.
           OPEN  INPUT  IMF-FILE.
           IF  IMF-STATUS  NOT  =  "00"  THEN
             DISPLAY  "IMFオープン異常 STATUS=" IMF-STATUS
             MOVE  16  TO  WK-COMP-CD
           END-IF.
      *見積ファイルは累積（用済み明細を切り出してから追記する。
      *既存がなければ新規作成）
           PERFORM  QUO-PURGE-RTN.
           OPEN  EXTEND  QUO-FILE.
           IF  QUOF-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  QUO-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 見積ファイルの刈り込み　受注済で受注処理日が、未受注で
      * 有効期限が基準日（見積日−保存日数）より前の明細を見積
      * アーカイブへ切り出し、残す明細を一時ファイル経由で書き
      * 直す（受注済の明細は在庫待ち解放等の再投入でKJBM030が
      * 見積単価を引くため、保存日数の間は残す）
      ********************************************************
       QUO-PURGE-RTN              SECTION.
           OPEN  INPUT  QUO-FILE.
           IF  QUOF-STATUS  NOT  =  "00"  THEN
             GO  TO  QUO-PURGE-EXT
           END-IF.
           COMPUTE  WK-YMD-INT  =
             FUNCTION INTEGER-OF-DATE(WK-TODAY-YMD)
             -  WK-HOJI-DAYS.
           COMPUTE  WK-CUTOFF-YMD  =
             FUNCTION DATE-OF-INTEGER(WK-YMD-INT).
           OPEN  EXTEND  QUOA-FILE.
           IF  QUOA-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  QUOA-FILE
           END-IF.
           OPEN  OUTPUT  TMP-FILE.
           MOVE  SPACE  TO  WK-QP-END-FLG.
           PERFORM  UNTIL  WK-QP-END-FLG  =  "E"
             READ  QUO-FILE
               AT  END
                 MOVE  "E"  TO  WK-QP-END-FLG
               NOT  AT  END
                 ADD  1  TO  QP-MAE-CNT
                 IF  ((QUO-STATUS  =  "C")  AND
                      (QUO-JUCHU-YMD  <  WK-CUTOFF-YMD))  OR
                     ((QUO-STATUS  NOT  =  "C")  AND
                      (QUO-YUKO-YMD  <  WK-CUTOFF-YMD))  THEN
                   MOVE  QUO-REC  TO  QUOA-REC
                   WRITE  QUOA-REC
                   ADD  1  TO  QP-ARC-CNT
                 ELSE
                   MOVE  QUO-REC  TO  TMP-REC
                   WRITE  TMP-REC
                   ADD  1  TO  QP-ATO-CNT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  QUO-FILE.
           CLOSE  QUOA-FILE.
           CLOSE  TMP-FILE.
           OPEN  INPUT   TMP-FILE.
           OPEN  OUTPUT  QUO-FILE.
           MOVE  SPACE  TO  WK-QP-END-FLG.
           PERFORM  UNTIL  WK-QP-END-FLG  =  "E"
             READ  TMP-FILE
               AT  END
                 MOVE  "E"  TO  WK-QP-END-FLG
               NOT  AT  END
                 MOVE  TMP-REC  TO  QUO-REC
                 WRITE  QUO-REC
             END-READ
           END-PERFORM.
           CLOSE  TMP-FILE.
           CLOSE  QUO-FILE.
           DISPLAY  "見積刈り込み 基準日=" WK-CUTOFF-YMD
                    " 前=" QP-MAE-CNT
                    " アーカイブ=" QP-ARC-CNT
                    " 後=" QP-ATO-CNT.
       QUO-PURGE-EXT.
           EXIT.
      ********************************************************
      * 契約単価ファイルの全件ロード
      ********************************************************
      *CNTPRC環境変数未定義（ファイルなし）の場合は契約単価なしで続行
       LOAD-CNT-RTN               SECTION.
           OPEN  INPUT  CNT-FILE.
           IF  CNT-STATUS  =  "35"  THEN
             DISPLAY  "契約単価ファイルなし"
           ELSE
             MOVE  SPACE  TO  WK-CNT-END-FLG
             PERFORM  UNTIL  WK-CNT-END-FLG  =  "E"
               READ  CNT-FILE
                 AT  END
                   MOVE  "E"  TO  WK-CNT-END-FLG
                 NOT  AT  END
                   IF  WK-CNT-CNT  <  200  THEN
                     ADD  1  TO  WK-CNT-CNT
                     SET  WK-CNT-IDX  TO  WK-CNT-CNT
                     MOVE  CNT-TOKU-COD
                       TO  WK-CNT-TOKU-COD(WK-CNT-IDX)
                     MOVE  CNT-SHOHIN-NO
                       TO  WK-CNT-SHOHIN-NO(WK-CNT-IDX)
                     MOVE  CNT-TEKIYO-YMD
                       TO  WK-CNT-TEKIYO-YMD(WK-CNT-IDX)
                     MOVE  CNT-TANKA
                       TO  WK-CNT-TANKA(WK-CNT-IDX)
                   ELSE
                     DISPLAY  "*** 契約単価上限超過"
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  CNT-FILE
             DISPLAY  "契約単価 ロード件数=" WK-CNT-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 販促キャンペーンファイルの全件ロード
      ********************************************************
      *CAMP環境変数未定義（ファイルなし）の場合は販促なしで続行
       LOAD-CAM-RTN               SECTION.
           OPEN  INPUT  CAM-FILE.
           IF  CAM-STATUS  =  "35"  THEN
             DISPLAY  "キャンペーンファイルなし"
           ELSE
             MOVE  SPACE  TO  WK-CAMT-END-FLG
             PERFORM  UNTIL  WK-CAMT-END-FLG  =  "E"
               READ  CAM-FILE
                 AT  END
                   MOVE  "E"  TO  WK-CAMT-END-FLG
                 NOT  AT  END
                   IF  WK-CAMT-CNT  <  100  THEN
                     ADD  1  TO  WK-CAMT-CNT
                     SET  WK-CAMT-IDX  TO  WK-CAMT-CNT
                     MOVE  CAM-CODE
                       TO  WK-CAMT-CODE(WK-CAMT-IDX)
                     MOVE  CAM-SHOHIN-NO
                       TO  WK-CAMT-SHOHIN-NO(WK-CAMT-IDX)
                     MOVE  CAM-SHOHIN-KBN
                       TO  WK-CAMT-SHOHIN-KBN(WK-CAMT-IDX)
                     MOVE  CAM-KBN
                       TO  WK-CAMT-KBN(WK-CAMT-IDX)
                     MOVE  CAM-RITSU
                       TO  WK-CAMT-RITSU(WK-CAMT-IDX)
                     MOVE  CAM-TANKA
                       TO  WK-CAMT-TANKA(WK-CAMT-IDX)
                     MOVE  CAM-FROM-YMD
                       TO  WK-CAMT-FROM-YMD(WK-CAMT-IDX)
                     MOVE  CAM-TO-YMD
                       TO  WK-CAMT-TO-YMD(WK-CAMT-IDX)
                   ELSE
                     DISPLAY  "*** キャンペーン上限超過"
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  CAM-FILE
             DISPLAY  "キャンペーン ロード件数=" WK-CAMT-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 販売権限マスタの全件ロード
      ********************************************************
      *AUTH環境変数未定義（ファイルなし）の場合は権限制限なしで続行
       LOAD-AUT-RTN               SECTION.
           OPEN  INPUT  AUT-FILE.
           IF  AUT-STATUS  =  "35"  THEN
             DISPLAY  "販売権限マスタなし"
           ELSE
             MOVE  SPACE  TO  WK-AUTT-END-FLG
             PERFORM  UNTIL  WK-AUTT-END-FLG  =  "E"
               READ  AUT-FILE
                 AT  END
                   MOVE  "E"  TO  WK-AUTT-END-FLG
                 NOT  AT  END
                   IF  WK-AUTT-CNT  <  200  THEN
                     ADD  1  TO  WK-AUTT-CNT
                     SET  WK-AUTT-IDX  TO  WK-AUTT-CNT
                     MOVE  AUT-TOKU-COD
                       TO  WK-AUTT-TOKU-COD(WK-AUTT-IDX)
                     MOVE  AUT-SHOHIN-NO
                       TO  WK-AUTT-SHOHIN-NO(WK-AUTT-IDX)
                     MOVE  AUT-SHOHIN-KBN
                       TO  WK-AUTT-SHOHIN-KBN(WK-AUTT-IDX)
                     MOVE  AUT-KBN
                       TO  WK-AUTT-KBN(WK-AUTT-IDX)
                     MOVE  AUT-FROM-YMD
                       TO  WK-AUTT-FROM-YMD(WK-AUTT-IDX)
                     MOVE  AUT-TO-YMD
                       TO  WK-AUTT-TO-YMD(WK-AUTT-IDX)
                   ELSE
                     DISPLAY  "*** 販売権限上限超過"
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  AUT-FILE
             DISPLAY  "販売権限 ロード件数=" WK-AUTT-CNT
           END-IF.
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
      * 見積依頼の読み込み（1件先読み）
      ********************************************************
       READ-QRQ-RTN               SECTION.
           READ  QRQ-FILE
             AT  END
               MOVE  "E"  TO  WK-END-FLG
             NOT  AT  END
               ADD  1  TO  QRQ-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 依頼1件（依頼番号の同じ連続した明細）　得意先を確認し、
      * 明細を検査・値決めしてから見積書を発行する
      ********************************************************
       IRAI-RTN                   SECTION.
           MOVE  QRQ-IRAI-NO    TO  WK-IRAI-NO.
           MOVE  QRQ-TOKU-COD   TO  WK-TOKU-COD.
           MOVE  QRQ-TANTO-ID   TO  WK-TANTO-ID.
           MOVE  QRQ-YUKO-YMD   TO  WK-YUKO-YMD.
           MOVE  0  TO  MT-CNT.
           MOVE  "Y"  TO  WK-TOK-OK-FLG.
           MOVE  SPACE  TO  WK-TOKU-MEI.
           MOVE  WK-TOKU-COD  TO  CFTOK-TOKU-COD.
           READ  CMF-FILE
             INVALID KEY
               MOVE  "N"  TO  WK-TOK-OK-FLG
             NOT INVALID KEY
               MOVE  CFTOK-TOKU-MEI  TO  WK-TOKU-MEI
           END-READ.
           PERFORM  UNTIL  (WK-END-FLG  =  "E")  OR
                           (QRQ-IRAI-NO  NOT  =  WK-IRAI-NO)
             IF  WK-TOK-OK-FLG  =  "Y"  THEN
               PERFORM  LINE-CHECK-RTN
             END-IF
             PERFORM  READ-QRQ-RTN
           END-PERFORM.
           IF  WK-TOK-OK-FLG  =  "N"  THEN
             DISPLAY  "見積不可 依頼番号=" WK-IRAI-NO
                      " 得意先マスタ不一致 得意先="
                      WK-TOKU-COD
             ADD  1  TO  IRAI-NG-CNT
             IF  WK-COMP-CD  <  4  THEN
               MOVE  4  TO  WK-COMP-CD
             END-IF
             GO  TO  IRAI-EXT
           END-IF.
           IF  MT-CNT  =  ZERO  THEN
             DISPLAY  "見積不可 依頼番号=" WK-IRAI-NO
                      " 有効な明細なし"
             ADD  1  TO  IRAI-NG-CNT
             GO  TO  IRAI-EXT
           END-IF.
           PERFORM  QUOTE-ISSUE-RTN.
       IRAI-EXT.
           EXIT.
      ********************************************************
      * 明細1件の検査と値決め　商品マスタ不一致・廃番・数量不正・
      * 販売権限外・明細数超過は除外して表示する
      ********************************************************
       LINE-CHECK-RTN             SECTION.
           MOVE  "Y"  TO  WK-LINE-OK-FLG.
           MOVE  SPACE  TO  WK-NG-MSG.
           MOVE  QRQ-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID KEY
               MOVE  "N"  TO  WK-LINE-OK-FLG
               MOVE  "商品マスタ不一致"  TO  WK-NG-MSG
           END-READ.
           IF  WK-LINE-OK-FLG  =  "N"  THEN
             GO  TO  LINE-CHECK-NG
           END-IF.
           IF  CFSHO-HAIBAN-KBN  NOT  =  SPACE  THEN
             MOVE  "廃番"  TO  WK-NG-MSG
             GO  TO  LINE-CHECK-NG
           END-IF.
           IF  (QRQ-SURYO  NOT  NUMERIC)  OR
               (QRQ-SURYO  =  ZERO)  THEN
             MOVE  "数量不正"  TO  WK-NG-MSG
             GO  TO  LINE-CHECK-NG
           END-IF.
           PERFORM  AUTH-CHECK-RTN.
           IF  WK-AUT-OK-FLG  =  "N"  THEN
             MOVE  "販売権限外"  TO  WK-NG-MSG
             GO  TO  LINE-CHECK-NG
           END-IF.
           IF  MT-CNT  NOT  <  20  THEN
             MOVE  "明細数超過"  TO  WK-NG-MSG
             GO  TO  LINE-CHECK-NG
           END-IF.
           IF  QRQ-SASHI-TANKA  >  ZERO  THEN
             MOVE  QRQ-SASHI-TANKA  TO  WK-APPLY-TANKA
             MOVE  "S"  TO  WK-TANKA-KBN
             MOVE  SPACE  TO  WK-CAM-CODE
           ELSE
             PERFORM  PRICE-LOOKUP-RTN
             PERFORM  CAMPAIGN-LOOKUP-RTN
           END-IF.
           PERFORM  DISCOUNT-LOOKUP-RTN.
           COMPUTE  WK-ZEINUKI-KINGAKU  ROUNDED
             =  QRQ-SURYO  *  WK-APPLY-TANKA
                *  (100  -  WK-WARIBIKI-RITSU)  /  100.
           ADD  1  TO  MT-CNT.
           SET  MT-IDX  TO  MT-CNT.
           MOVE  CFSHO-SHOHIN-NO     TO  MT-SHOHIN-NO(MT-IDX).
           MOVE  CFSHO-SHOHIN-MEI    TO  MT-SHOHIN-MEI(MT-IDX).
           MOVE  QRQ-SURYO           TO  MT-SURYO(MT-IDX).
           MOVE  WK-APPLY-TANKA      TO  MT-TANKA(MT-IDX).
           MOVE  WK-TANKA-KBN        TO  MT-TANKA-KBN(MT-IDX).
           MOVE  WK-CAM-CODE         TO  MT-CAM-CODE(MT-IDX).
           MOVE  WK-WARIBIKI-RITSU   TO  MT-WARIBIKI(MT-IDX).
           MOVE  WK-ZEINUKI-KINGAKU  TO  MT-KINGAKU(MT-IDX).
           GO  TO  LINE-CHECK-EXT.
       LINE-CHECK-NG.
           ADD  1  TO  LINE-NG-CNT.
           DISPLAY  "見積明細除外 依頼番号=" WK-IRAI-NO
                    " 商品=" QRQ-SHOHIN-NO " " WK-NG-MSG.
           IF  WK-COMP-CD  <  4  THEN
             MOVE  4  TO  WK-COMP-CD
           END-IF.
       LINE-CHECK-EXT.
           EXIT.
      ********************************************************
      * 販売権限の判定（KJBM030のAUTH-CHECK-RTNと同じ規則、
      * 受注日の代わりに見積日で判定する）
      *   禁止(D)に一致　　　　　　　　　→除外
      *   許可(A)定義があるのに不一致　　→除外
      *   許可定義のない商品　　　　　　　→制限なし
      ********************************************************
       AUTH-CHECK-RTN             SECTION.
           MOVE  "Y"  TO  WK-AUT-OK-FLG.
           MOVE  "N"  TO  WK-AUT-ALLOW-EXIST-FLG.
           MOVE  "N"  TO  WK-AUT-ALLOW-HIT-FLG.
           MOVE  "N"  TO  WK-AUT-DENY-FLG.
           PERFORM  VARYING  WK-AUTT-IDX  FROM  1  BY  1
             UNTIL  WK-AUTT-IDX  >  WK-AUTT-CNT
             MOVE  "N"  TO  WK-AUT-TGT-FLG
             IF  (WK-TODAY-YMD  >=
                  WK-AUTT-FROM-YMD(WK-AUTT-IDX))  AND
                 ((WK-AUTT-TO-YMD(WK-AUTT-IDX)  =  0)  OR
                  (WK-TODAY-YMD  <=
                   WK-AUTT-TO-YMD(WK-AUTT-IDX)))  THEN
               IF  (WK-AUTT-SHOHIN-NO(WK-AUTT-IDX)  =
                    CFSHO-SHOHIN-NO)  OR
                   ((WK-AUTT-SHOHIN-NO(WK-AUTT-IDX)  =  SPACE)
                    AND
                    (WK-AUTT-SHOHIN-KBN(WK-AUTT-IDX)  =
                     CFSHO-SHOHIN-KBN))  THEN
                 MOVE  "Y"  TO  WK-AUT-TGT-FLG
               END-IF
             END-IF
             IF  WK-AUT-TGT-FLG  =  "Y"  THEN
               IF  WK-AUTT-KBN(WK-AUTT-IDX)  =  "A"  THEN
                 MOVE  "Y"  TO  WK-AUT-ALLOW-EXIST-FLG
                 IF  WK-AUTT-TOKU-COD(WK-AUTT-IDX)  =
                     WK-TOKU-COD  THEN
                   MOVE  "Y"  TO  WK-AUT-ALLOW-HIT-FLG
                 END-IF
               ELSE
                 IF  WK-AUTT-TOKU-COD(WK-AUTT-IDX)  =
                     WK-TOKU-COD  THEN
                   MOVE  "Y"  TO  WK-AUT-DENY-FLG
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           IF  (WK-AUT-DENY-FLG  =  "Y")  OR
               ((WK-AUT-ALLOW-EXIST-FLG  =  "Y")  AND
                (WK-AUT-ALLOW-HIT-FLG  =  "N"))  THEN
             MOVE  "N"  TO  WK-AUT-OK-FLG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 見積日時点の単価（KJBM030のPRICE-LOOKUP-RTNと同じ優先
      * 順位）　契約単価があれば定価・履歴より優先する
      ********************************************************
       PRICE-LOOKUP-RTN           SECTION.
           PERFORM  CONTRACT-LOOKUP-RTN.
           IF  WK-CNT-FOUND-FLG  =  "Y"  THEN
             GO  TO  PRICE-LOOKUP-EXT
           END-IF.
           MOVE  CFSHO-TANKA  TO  WK-APPLY-TANKA.
           MOVE  "P"  TO  WK-TANKA-KBN.
           IF  (WK-TODAY-YMD  <  CFSHO-TEKIYO-YMD)  AND
               (CFSHO-KAKAKU-REKI-CNT  >  0)  THEN
             MOVE  "N"  TO  WK-REKI-FOUND-FLG
             PERFORM  VARYING  WK-REKI-IDX  FROM  1  BY  1
               UNTIL  (WK-REKI-IDX  >  CFSHO-KAKAKU-REKI-CNT)  OR
                      (WK-REKI-FOUND-FLG  =  "Y")
               IF  WK-TODAY-YMD  >=
                   CFSHO-REKI-TEKIYO-YMD(WK-REKI-IDX)  THEN
                 MOVE  CFSHO-REKI-TANKA(WK-REKI-IDX)
                   TO  WK-APPLY-TANKA
                 MOVE  "Y"  TO  WK-REKI-FOUND-FLG
                 MOVE  "R"  TO  WK-TANKA-KBN
               END-IF
             END-PERFORM
      *見積日が履歴の最古より前の場合、判明している最古の単価とする
             IF  WK-REKI-FOUND-FLG  =  "N"  THEN
               MOVE  CFSHO-REKI-TANKA(CFSHO-KAKAKU-REKI-CNT)
                 TO  WK-APPLY-TANKA
               MOVE  "O"  TO  WK-TANKA-KBN
             END-IF
           END-IF.
       PRICE-LOOKUP-EXT.
           EXIT.
      ********************************************************
      * 契約単価の引き当て　得意先×商品が一致し、適用開始日が
      * 見積日以前の契約のうち最新のものを見積単価とする
      ********************************************************
       CONTRACT-LOOKUP-RTN        SECTION.
           MOVE  "N"  TO  WK-CNT-FOUND-FLG.
           MOVE  0    TO  WK-CNT-BEST-YMD.
           PERFORM  VARYING  WK-CNT-IDX  FROM  1  BY  1
             UNTIL  WK-CNT-IDX  >  WK-CNT-CNT
             IF  (WK-CNT-TOKU-COD(WK-CNT-IDX)  =  WK-TOKU-COD)  AND
                 (WK-CNT-SHOHIN-NO(WK-CNT-IDX)  =
                  CFSHO-SHOHIN-NO)  AND
                 (WK-CNT-TEKIYO-YMD(WK-CNT-IDX)  <=
                  WK-TODAY-YMD)  AND
                 (WK-CNT-TEKIYO-YMD(WK-CNT-IDX)  >=
                  WK-CNT-BEST-YMD)  THEN
               MOVE  "Y"  TO  WK-CNT-FOUND-FLG
               MOVE  WK-CNT-TEKIYO-YMD(WK-CNT-IDX)
                 TO  WK-CNT-BEST-YMD
               MOVE  WK-CNT-TANKA(WK-CNT-IDX)  TO  WK-APPLY-TANKA
               MOVE  "C"  TO  WK-TANKA-KBN
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 販促キャンペーンの適用（KJBM030のCAMPAIGN-LOOKUP-RTNと
      * 同じ）　見積日に有効で商品番号または商品区分が一致する
      * 定義のうち、見積単価より安くなる最も安いものを採る
      ********************************************************
       CAMPAIGN-LOOKUP-RTN        SECTION.
           MOVE  SPACE  TO  WK-CAM-CODE.
           PERFORM  VARYING  WK-CAMT-IDX  FROM  1  BY  1
             UNTIL  WK-CAMT-IDX  >  WK-CAMT-CNT
             IF  (WK-TODAY-YMD  >=
                  WK-CAMT-FROM-YMD(WK-CAMT-IDX))  AND
                 (WK-TODAY-YMD  <=
                  WK-CAMT-TO-YMD(WK-CAMT-IDX))  AND
                 ((WK-CAMT-SHOHIN-NO(WK-CAMT-IDX)  =
                   CFSHO-SHOHIN-NO)  OR
                  ((WK-CAMT-SHOHIN-NO(WK-CAMT-IDX)  =  SPACE)
                   AND
                   (WK-CAMT-SHOHIN-KBN(WK-CAMT-IDX)  =
                    CFSHO-SHOHIN-KBN)))  THEN
               IF  WK-CAMT-KBN(WK-CAMT-IDX)  =  "F"  THEN
                 MOVE  WK-CAMT-TANKA(WK-CAMT-IDX)
                   TO  WK-CAM-TANKA
               ELSE
                 COMPUTE  WK-CAM-TANKA  ROUNDED  =
                   WK-APPLY-TANKA
                   *  (100  -  WK-CAMT-RITSU(WK-CAMT-IDX))
                   /  100
               END-IF
               IF  WK-CAM-TANKA  <  WK-APPLY-TANKA  THEN
                 MOVE  WK-CAM-TANKA  TO  WK-APPLY-TANKA
                 MOVE  WK-CAMT-CODE(WK-CAMT-IDX)  TO  WK-CAM-CODE
               END-IF
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 数量割引率の判定（KJBM030のDISCOUNT-LOOKUP-RTNと同じ）
      ********************************************************
       DISCOUNT-LOOKUP-RTN        SECTION.
           MOVE  0  TO  WK-WARIBIKI-RITSU.
           PERFORM  VARYING  WK-WARIBIKI-IDX  FROM  1  BY  1
             UNTIL  WK-WARIBIKI-IDX  >  CFSHO-WARIBIKI-CNT
             IF  QRQ-SURYO  >=
                 CFSHO-WARIBIKI-SURYO(WK-WARIBIKI-IDX)  THEN
               MOVE  CFSHO-WARIBIKI-RITSU(WK-WARIBIKI-IDX)
                 TO  WK-WARIBIKI-RITSU
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 見積書の発行　見積番号を採番し、見積ファイルへ明細を
      * 追記して見積書を印字する
      ********************************************************
       QUOTE-ISSUE-RTN            SECTION.
           MOVE  "Q"  TO  S030-SERIES.
           CALL  "KCBS030"  USING  KCBS030-P1.
           IF  S030-RCD  NOT  =  SPACE  THEN
             DISPLAY  "採番不可 依頼番号=" WK-IRAI-NO
                      " RCD=" S030-RCD
             ADD  1  TO  IRAI-NG-CNT
             IF  WK-COMP-CD  <  8  THEN
               MOVE  8  TO  WK-COMP-CD
             END-IF
             GO  TO  QUOTE-ISSUE-EXT
           END-IF.
           MOVE  S030-JUCHU-NO  TO  WK-MITSU-NO.
           ADD  1  TO  MITSU-CNT.
      *有効期限がゼロ・見積日以前なら見積日＋既定日数とする
           IF  WK-YUKO-YMD  NOT  >  WK-TODAY-YMD  THEN
             COMPUTE  WK-YMD-INT  =
               FUNCTION INTEGER-OF-DATE(WK-TODAY-YMD)
               +  WK-YUKO-DAYS
             COMPUTE  WK-YUKO-YMD  =
               FUNCTION DATE-OF-INTEGER(WK-YMD-INT)
           END-IF.
           MOVE  SPACE  TO  WK-TANTO-MEI.
           PERFORM  VARYING  WK-OPRT-IDX  FROM  1  BY  1
             UNTIL  WK-OPRT-IDX  >  WK-OPRT-CNT
             IF  WK-OPRT-ID(WK-OPRT-IDX)  =  WK-TANTO-ID  THEN
               MOVE  WK-OPRT-MEI(WK-OPRT-IDX)  TO  WK-TANTO-MEI
             END-IF
           END-PERFORM.
           PERFORM  QUOTE-HEAD-RTN.
           MOVE  0  TO  WK-GOKEI-KINGAKU.
           PERFORM  VARYING  MT-IDX  FROM  1  BY  1
             UNTIL  MT-IDX  >  MT-CNT
             PERFORM  QUO-WRITE-RTN
             PERFORM  DETAIL-RTN
             ADD  MT-KINGAKU(MT-IDX)  TO  WK-GOKEI-KINGAKU
           END-PERFORM.
           PERFORM  QUOTE-TOTAL-RTN.
           DISPLAY  "見積発行 依頼番号=" WK-IRAI-NO
                    " 見積番号=" WK-MITSU-NO
                    " 得意先=" WK-TOKU-COD
                    " 明細数=" MT-CNT.
       QUOTE-ISSUE-EXT.
           EXIT.
      ********************************************************
      * 見積ファイルへ明細1件を追記（状態は未受注）
      ********************************************************
       QUO-WRITE-RTN              SECTION.
           MOVE  SPACE  TO  QUO-REC.
           MOVE  WK-MITSU-NO               TO  QUO-MITSU-NO.
           SET   QUO-LINE-NO               TO  MT-IDX.
           MOVE  WK-TOKU-COD               TO  QUO-TOKU-COD.
           MOVE  WK-TANTO-ID               TO  QUO-TANTO-ID.
           MOVE  WK-TODAY-YMD              TO  QUO-MITSU-YMD.
           MOVE  WK-YUKO-YMD               TO  QUO-YUKO-YMD.
           MOVE  MT-SHOHIN-NO(MT-IDX)      TO  QUO-SHOHIN-NO.
           MOVE  MT-SURYO(MT-IDX)          TO  QUO-SURYO.
           MOVE  MT-TANKA(MT-IDX)          TO  QUO-TANKA.
           MOVE  MT-TANKA-KBN(MT-IDX)      TO  QUO-TANKA-KBN.
           MOVE  MT-CAM-CODE(MT-IDX)       TO  QUO-CAM-CODE.
           MOVE  MT-WARIBIKI(MT-IDX)       TO  QUO-WARIBIKI.
           MOVE  MT-KINGAKU(MT-IDX)        TO  QUO-KINGAKU.
           MOVE  "O"                       TO  QUO-STATUS.
           MOVE  SPACE                     TO  QUO-JUCHU-NO.
           MOVE  0                         TO  QUO-JUCHU-YMD.
           WRITE  QUO-REC.
           ADD  1  TO  QUO-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 見積書の見出し
      ********************************************************
       QUOTE-HEAD-RTN             SECTION.
           COMPUTE  WK-DIX-FROM  =  RPT-CNT  +  1.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "御見積書"  TO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "見積番号＝"  DELIMITED BY SIZE
                   WK-MITSU-NO  DELIMITED BY SIZE
                   "　見積日＝"  DELIMITED BY SIZE
                   WK-TODAY-YMD  DELIMITED BY SIZE
                   "　有効期限＝"  DELIMITED BY SIZE
                   WK-YUKO-YMD  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "得意先＝"  DELIMITED BY SIZE
                   WK-TOKU-COD  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-TOKU-MEI  DELIMITED BY SIZE
                   "　担当＝"  DELIMITED BY SIZE
                   WK-TANTO-ID  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-TANTO-MEI  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  行 商品  商品名              数量"
                   DELIMITED BY SIZE
                   "    単価 区分    割引    金額（税抜）"
                   DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 見積書の明細行
      ********************************************************
       DETAIL-RTN                 SECTION.
           SET   WK-LINE-NO        TO  MT-IDX.
           MOVE  WK-LINE-NO        TO  WK-LINE-DISP.
           MOVE  MT-SURYO(MT-IDX)  TO  WK-SURYO-DISP.
           MOVE  MT-TANKA(MT-IDX)  TO  WK-TANKA-DISP.
           MOVE  MT-WARIBIKI(MT-IDX)  TO  WK-RITSU-DISP.
           MOVE  MT-KINGAKU(MT-IDX)   TO  WK-KINGAKU-DISP.
           EVALUATE  MT-TANKA-KBN(MT-IDX)
             WHEN  "C"
               MOVE  "契約"  TO  WK-KBN-DISP
             WHEN  "S"
               MOVE  "特価"  TO  WK-KBN-DISP
             WHEN  OTHER
               MOVE  "定価"  TO  WK-KBN-DISP
           END-EVALUATE.
           IF  MT-CAM-CODE(MT-IDX)  NOT  =  SPACE  THEN
             MOVE  "販促"  TO  WK-KBN-DISP
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  "  DELIMITED BY SIZE
                   WK-LINE-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   MT-SHOHIN-NO(MT-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   MT-SHOHIN-MEI(MT-IDX)  DELIMITED BY SIZE
                   WK-SURYO-DISP  DELIMITED BY SIZE
                   "  "  DELIMITED BY SIZE
                   WK-TANKA-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-KBN-DISP  DELIMITED BY SIZE
                   WK-RITSU-DISP  DELIMITED BY SIZE
                   "%"  DELIMITED BY SIZE
                   "  "  DELIMITED BY SIZE
                   WK-KINGAKU-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 見積合計と帳票索引の出力
      ********************************************************
       QUOTE-TOTAL-RTN            SECTION.
           MOVE  WK-GOKEI-KINGAKU  TO  WK-GOKEI-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  合計金額（税抜）＝"  DELIMITED BY SIZE
                   WK-GOKEI-DISP  DELIMITED BY SIZE
                   " 円　消費税別"  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  上記価格は有効期限までの"
                   DELIMITED BY SIZE
                   "ご注文に適用します。"
                   DELIMITED BY SIZE
                   "ご注文の際は見積番号を"
                   DELIMITED BY SIZE
                   "ご指定ください。"
                   DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           PERFORM  DIX-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 帳票索引の出力（見積書1通、帳票キーは見積番号）
      ********************************************************
       DIX-WRITE-RTN              SECTION.
           IF  WK-DIX-FLG  =  "Y"  THEN
             MOVE  SPACE  TO  DIX-REC
             MOVE  "KJBM049"  TO  DIX-PGM-ID
             MOVE  WK-TODAY-YMD  TO  DIX-RUN-DATE
             MOVE  "QT"  TO  DIX-DOC-KBN
             MOVE  WK-TOKU-COD  TO  DIX-TOKU-COD
             MOVE  WK-MITSU-NO  TO  DIX-DOC-KEY
             MOVE  WK-DIX-FROM  TO  DIX-FROM-LINE
             COMPUTE  DIX-LINE-CNT  =  RPT-CNT  -  WK-DIX-FROM  +  1
             WRITE  DIX-REC
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 見積書1行の出力
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
           IF  QRQ-STATUS  NOT  =  "35"  THEN
             CLOSE  QRQ-FILE
           END-IF.
           IF  CMF-STATUS  NOT  =  "35"  THEN
             CLOSE  CMF-FILE
           END-IF.
           IF  IMF-STATUS  NOT  =  "35"  THEN
             CLOSE  IMF-FILE
           END-IF.
           CLOSE  QUO-FILE.
           CLOSE  RPT-FILE.
           IF  WK-DIX-FLG  =  "Y"  THEN
             CLOSE  DIX-FILE
           END-IF.
           DISPLAY  "QRQ-CNT  = "  QRQ-CNT.
           DISPLAY  "見積発行 = "  MITSU-CNT.
           DISPLAY  "見積不可 = "  IRAI-NG-CNT.
           DISPLAY  "明細除外 = "  LINE-NG-CNT.
           DISPLAY  "QUO-CNT  = "  QUO-CNT.
           DISPLAY  "*** END KJBM049 ***".
       EXT.
           EXIT.
      ********************************************************
      * ジョブ統計ロガー(KCBS020)へ本バッチの運転実績を1件追記する
      ********************************************************
       JOB-STAT-WRITE-RTN         SECTION.
           MOVE  "KJBM049"  TO  S020-PGM-ID.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-END-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-END-TIME.
           MOVE  QRQ-CNT   TO  S020-IN-CNT.
           MOVE  QUO-CNT   TO  S020-OUT-CNT.
           CALL  "KCBS020"  USING  KCBS020-P1.
       EXT.
           EXIT.
