       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KJBM068.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：得意先別価格表作成
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：解約得意先(取引状態C)を価格表の対象外とする
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：包括契約(BLAF)の約定単価をKJBM030と同じ順位で
      *                 載せる（単価区分B・契約終了日・数量割引なし）
      ********************************************************
      *得意先ごとに、基準日に販売してよい商品（販売権限マスタ
      *AUTHの許可・禁止をKJBM030のAUTH-CHECK-RTNと同じ規則で判定）
      *の実際の支払単価を一覧にした価格表(RPT)と、EDI得意先向けの
      *同内容の固定長ファイル(PLF、KJCPLF形式)を作成する。
      *単価はKJBM030のPRICE-LOOKUP-RTNと同じ優先順位で決める。
      *  1. 基準日が期間内の包括契約(BLAF)があれば約定単価（単価
      *     区分B。KJBM030のBLANKET-FIND-RTNと同じく契約残のある
      *     契約を優先し、その中で終了日の早いもの。キャンペーン・
      *     数量割引はかけず、契約期限には契約の終了日を載せる）
      *  2. 基準日に有効な契約単価(CNTPRC)
      *  3. 商品マスタの現行単価（基準日が適用開始日より前なら
      *     価格履歴、履歴の最古より前なら最古の履歴）
      *  4. 基準日に有効なキャンペーン(CAMP)がそれより安ければ
      *     キャンペーン単価（複数該当時は最も安いもの）
      *あわせて商品マスタの数量割引と割引後の単価、契約単価の
      *期限（次の契約の適用開始日の前日）とキャンペーンの終了日
      *を載せる。廃番の商品は載せない。単価は円建て。
      *対象の得意先は環境変数で指定する。
      *  KJBM068-TOKU-COD　指定の得意先1件
      *  KJBM068-GROUP-COD 親得意先とその配下の得意先（1件ずつ）
      *  どちらも未指定　　得意先マスタの全得意先
      *基準日は環境変数KJBM068-KIJUN-YMD（未指定は実行日）。
      *価格表1通（得意先1件）ごとに帳票索引(DIX、帳票区分PL)を
      *出力し、配信バッチ(KCBM100)が得意先の配信区分に従って
      *振り分ける。参照のみでマスタは更新しない。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *得意先マスタ（対象得意先の選択、参照のみ）
           SELECT  CMF-FILE  ASSIGN TO  EXTERNAL  CMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS SEQUENTIAL
                             RECORD KEY   IS CFTOK-TOKU-COD
                             FILE STATUS  IS CMF-STATUS.
      *商品マスタ（得意先ごとに先頭から読む、参照のみ）
           SELECT  IMF-FILE  ASSIGN TO  EXTERNAL  IMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS SEQUENTIAL
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
      *包括契約ファイル（KJBM030と共用、参照のみ）
           SELECT  BLA-FILE  ASSIGN TO  EXTERNAL  BLAF
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS BLA-STATUS.
      *販売権限マスタ（KJBM030と共用）
           SELECT  AUT-FILE  ASSIGN TO  EXTERNAL  AUTH
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS AUT-STATUS.
      *OUTPUT 得意先別価格表
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 得意先別価格表ファイル（EDI用）
           SELECT  PLF-FILE  ASSIGN TO  EXTERNAL  PLF
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 帳票索引（配信バッチKCBM100用）
           SELECT  DIX-FILE  ASSIGN TO  EXTERNAL  DIX
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS DIX-STATUS.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
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
       FD  BLA-FILE.
       01  BLA-REC.
           COPY  KJCBLA.
       FD  AUT-FILE.
       01  AUT-REC.
           COPY  KJCAUT.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(132).
       FD  PLF-FILE.
       01  PLF-REC.
           COPY  KJCPLF.
       FD  DIX-FILE.
       01  DIX-REC.
           COPY  KCCDIX.
      *
       WORKING-STORAGE            SECTION.
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  IMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CNT-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CAM-STATUS             PIC  X(2)    VALUE  SPACE.
       01  AUT-STATUS             PIC  X(2)    VALUE  SPACE.
       01  BLA-STATUS             PIC  X(2)    VALUE  SPACE.
       01  DIX-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-DIX-FLG             PIC  X       VALUE  "N".
       01  WK-DIX-FROM            PIC  9(7)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
       01  IMF-CNT                PIC  9(7)    VALUE  0.
       01  RPT-CNT                PIC  9(7)    VALUE  0.
       01  PLF-CNT                PIC  9(7)    VALUE  0.
       01  HAIBAN-CNT             PIC  9(7)    VALUE  0.
       01  AUT-NG-CNT             PIC  9(7)    VALUE  0.
      *基準日・対象得意先の指定
       01  WK-KIJUN-YMD           PIC  X(8)    VALUE  SPACE.
       01  WK-KIJUN-YMD-N  REDEFINES  WK-KIJUN-YMD  PIC  9(8).
       01  WK-SEL-TOKU-COD        PIC  X(4)    VALUE  SPACE.
       01  WK-SEL-GROUP-COD       PIC  X(4)    VALUE  SPACE.
       01  WK-TODAY-YMD           PIC  9(8)    VALUE  0.
      *対象得意先テーブル（得意先マスタの順）
       01  CS-CNT                 PIC  9(3)    VALUE  ZERO.
       01  CS-TBL.
         02  CS-ENT  OCCURS 500 TIMES INDEXED BY CS-IDX.
           03  CS-TOKU-COD        PIC  X(4).
           03  CS-TOKU-MEI        PIC  X(20).
           03  CS-PARENT-COD      PIC  X(4).
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
      *基準日より後に始まる契約のうち最も早い適用開始日（期限用）
       01  WK-CNT-NEXT-YMD        PIC  9(8)    VALUE  0.
       01  WK-CNT-KIGEN           PIC  9(8)    VALUE  0.
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
       01  WK-CAM-KIGEN           PIC  9(8)    VALUE  0.
      *包括契約テーブル（KJBM030と同じ。値決めに使う項目だけ）
       01  WK-BLAT-END-FLG        PIC  X       VALUE  SPACE.
       01  WK-BLAT-CNT            PIC  9(3)    VALUE  ZERO.
       01  WK-BLAT-TBL.
         02  WK-BLAT-ENT  OCCURS 300 TIMES INDEXED BY WK-BLAT-IDX.
           03  WK-BLAT-TOKU-COD   PIC  X(4).
           03  WK-BLAT-SHOHIN-NO  PIC  X(5).
           03  WK-BLAT-SURYO      PIC  9(7).
           03  WK-BLAT-TANKA      PIC  9(5).
           03  WK-BLAT-FROM-YMD   PIC  9(8).
           03  WK-BLAT-TO-YMD     PIC  9(8).
           03  WK-BLAT-USED       PIC  9(7).
      *適用契約の選択（KJBM030のBLANKET-FIND-RTNと同じ）
       01  WK-BLA-SEL             PIC  9(3)    VALUE  0.
       01  WK-BLA-SEL-TO          PIC  9(8)    VALUE  0.
       01  WK-BLA-ROW-TO          PIC  9(8)    VALUE  0.
       01  WK-BLA-ROW-ZAN-FLG     PIC  X       VALUE  "N".
       01  WK-BLA-SEL-ZAN-FLG     PIC  X       VALUE  "N".
       01  WK-BLA-ROW-ZAN         PIC  S9(9)   VALUE  0.
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
       01  WK-TEIKA               PIC  S9(5)   VALUE  0.
       01  WK-APPLY-TANKA         PIC  S9(5)   VALUE  0.
       01  WK-TANKA-KBN           PIC  X(1)    VALUE  SPACE.
       01  WK-REKI-IDX            PIC  9(1)    VALUE  0.
       01  WK-REKI-FOUND-FLG      PIC  X       VALUE  "N".
       01  WK-WB-IDX              PIC  9(1)    VALUE  0.
       01  WK-WB-TANKA            PIC  S9(5)   VALUE  0.
       01  WK-YMD-INT             PIC  9(8)    VALUE  0.
      *得意先ごとの件数
       01  WK-TOK-LIST-CNT        PIC  9(5)    VALUE  0.
       01  WK-TOK-CNT-CNT         PIC  9(5)    VALUE  0.
       01  WK-TOK-CAM-CNT         PIC  9(5)    VALUE  0.
       01  WK-TOK-BLA-CNT         PIC  9(5)    VALUE  0.
       01  WK-TOK-NG-CNT          PIC  9(5)    VALUE  0.
      *編集用
       01  WK-TEIKA-DISP          PIC  ZZ,ZZ9.
       01  WK-TANKA-DISP          PIC  ZZ,ZZ9.
       01  WK-KBN-DISP            PIC  X(8)    VALUE  SPACE.
       01  WK-CNT-KIGEN-DISP      PIC  X(8)    VALUE  SPACE.
       01  WK-CAM-KIGEN-DISP      PIC  X(8)    VALUE  SPACE.
       01  WK-WB-SURYO-DISP       PIC  ZZ9.
       01  WK-WB-RITSU-DISP       PIC  Z9.
       01  WK-WB-TANKA-DISP       PIC  ZZ,ZZ9.
       01  WK-WB-DISP-TBL.
         02  WK-WB-DISP  OCCURS 3 TIMES  PIC  X(20).
       01  WK-CNT-DISP            PIC  ZZZZ9.
      *ジョブ統計ロガー(KCBS020)への連絡領域
       COPY  KCBS020P.
      *完了コード　0=正常 4=対象得意先なし 16=ファイル異常
       01  WK-COMP-CD             PIC  9(2)    VALUE  ZERO.
      ********************************************************
      * 得意先別価格表作成の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KJBM068 ***".
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-START-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-START-TIME.
           PERFORM  INIT-RTN.
           IF  WK-COMP-CD  <  16  THEN
             PERFORM  LOAD-CNT-RTN
             PERFORM  LOAD-CAM-RTN
             PERFORM  LOAD-BLA-RTN
             PERFORM  LOAD-AUT-RTN
             PERFORM  LOAD-CMF-RTN
             PERFORM  VARYING  CS-IDX  FROM  1  BY  1
               UNTIL  (CS-IDX  >  CS-CNT)  OR
                      (WK-COMP-CD  >=  16)
               PERFORM  TOKU-LIST-RTN
             END-PERFORM
             IF  (CS-CNT  =  ZERO)  AND  (WK-COMP-CD  <  16)  THEN
               MOVE  SPACE  TO  RPT-REC
               MOVE  "該当得意先なし"  TO  RPT-REC
               PERFORM  RPT-WRITE-RTN
               MOVE  4  TO  WK-COMP-CD
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
           ACCEPT  WK-KIJUN-YMD  FROM  ENVIRONMENT
                   "KJBM068-KIJUN-YMD".
           IF  WK-KIJUN-YMD  =  SPACE  THEN
             MOVE  WK-TODAY-YMD  TO  WK-KIJUN-YMD-N
           END-IF.
           ACCEPT  WK-SEL-TOKU-COD  FROM  ENVIRONMENT
                   "KJBM068-TOKU-COD".
           ACCEPT  WK-SEL-GROUP-COD  FROM  ENVIRONMENT
                   "KJBM068-GROUP-COD".
           DISPLAY  "基準日=" WK-KIJUN-YMD
                    " 得意先=" WK-SEL-TOKU-COD
                    " グループ=" WK-SEL-GROUP-COD.
           OPEN  OUTPUT  RPT-FILE.
           OPEN  OUTPUT  PLF-FILE.
           OPEN  OUTPUT  DIX-FILE.
           IF  DIX-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-DIX-FLG
           ELSE
             DISPLAY  "DIXなし　帳票索引なしで続行"
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
           ELSE
             CLOSE  IMF-FILE
           END-IF.
       EXT.
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
      * 包括契約ファイルの全件ロード
      ********************************************************
      *BLAF環境変数未定義（ファイルなし）の場合は包括契約なしで続行
       LOAD-BLA-RTN               SECTION.
           OPEN  INPUT  BLA-FILE.
           IF  BLA-STATUS  =  "35"  THEN
             DISPLAY  "包括契約ファイルなし"
           ELSE
             MOVE  SPACE  TO  WK-BLAT-END-FLG
             PERFORM  UNTIL  WK-BLAT-END-FLG  =  "E"
               READ  BLA-FILE
                 AT  END
                   MOVE  "E"  TO  WK-BLAT-END-FLG
                 NOT  AT  END
                   IF  WK-BLAT-CNT  <  300  THEN
                     ADD  1  TO  WK-BLAT-CNT
                     SET  WK-BLAT-IDX  TO  WK-BLAT-CNT
                     MOVE  BLA-TOKU-COD
                       TO  WK-BLAT-TOKU-COD(WK-BLAT-IDX)
                     MOVE  BLA-SHOHIN-NO
                       TO  WK-BLAT-SHOHIN-NO(WK-BLAT-IDX)
                     MOVE  BLA-KEIYAKU-SURYO
                       TO  WK-BLAT-SURYO(WK-BLAT-IDX)
                     MOVE  BLA-TANKA
                       TO  WK-BLAT-TANKA(WK-BLAT-IDX)
                     MOVE  BLA-FROM-YMD
                       TO  WK-BLAT-FROM-YMD(WK-BLAT-IDX)
                     MOVE  BLA-TO-YMD
                       TO  WK-BLAT-TO-YMD(WK-BLAT-IDX)
                     MOVE  BLA-USED-SURYO
                       TO  WK-BLAT-USED(WK-BLAT-IDX)
                   ELSE
                     DISPLAY  "*** 包括契約上限超過"
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  BLA-FILE
             DISPLAY  "包括契約 ロード件数=" WK-BLAT-CNT
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
      * 対象得意先の選択　得意先指定はその1件、グループ指定は
      * 親得意先本人と親得意先コードが一致する得意先、指定なしは
      * 全得意先。解約("C")の得意先はどの指定でも対象外
      * （取引停止"S"は取引再開に備えて従来どおり作成する）
      ********************************************************
       LOAD-CMF-RTN               SECTION.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  CMF-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 MOVE  "Y"  TO  WK-FOUND-FLG
                 IF  (WK-SEL-TOKU-COD  NOT  =  SPACE)  AND
                     (CFTOK-TOKU-COD  NOT  =  WK-SEL-TOKU-COD)  THEN
                   MOVE  "N"  TO  WK-FOUND-FLG
                 END-IF
                 IF  (WK-SEL-GROUP-COD  NOT  =  SPACE)  AND
                     (CFTOK-TOKU-COD  NOT  =  WK-SEL-GROUP-COD)  AND
                     (CFTOK-PARENT-COD  NOT  =  WK-SEL-GROUP-COD)
                   THEN
                   MOVE  "N"  TO  WK-FOUND-FLG
                 END-IF
                 IF  CFTOK-TORIHIKI-KBN  =  "C"  THEN
                   MOVE  "N"  TO  WK-FOUND-FLG
                 END-IF
                 IF  WK-FOUND-FLG  =  "Y"  THEN
                   IF  CS-CNT  <  500  THEN
                     ADD  1  TO  CS-CNT
                     SET  CS-IDX  TO  CS-CNT
                     MOVE  CFTOK-TOKU-COD   TO  CS-TOKU-COD(CS-IDX)
                     MOVE  CFTOK-TOKU-MEI   TO  CS-TOKU-MEI(CS-IDX)
                     MOVE  CFTOK-PARENT-COD
                       TO  CS-PARENT-COD(CS-IDX)
                   ELSE
                     DISPLAY  "*** 対象得意先上限超過 "
                              CFTOK-TOKU-COD
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           DISPLAY  "対象得意先=" CS-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 得意先1件分の価格表　商品マスタを先頭から読み、販売して
      * よい取扱中の商品ごとに単価を決めて印字・出力する
      ********************************************************
       TOKU-LIST-RTN              SECTION.
           OPEN  INPUT  IMF-FILE.
           IF  IMF-STATUS  NOT  =  "00"  THEN
             DISPLAY  "IMFオープン異常 STATUS=" IMF-STATUS
             MOVE  16  TO  WK-COMP-CD
             GO  TO  TOKU-LIST-EXT
           END-IF.
           PERFORM  TOKU-HEAD-RTN.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  IMF-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  IMF-CNT
                 PERFORM  ITEM-RTN
             END-READ
           END-PERFORM.
           CLOSE  IMF-FILE.
           PERFORM  TOKU-TOTAL-RTN.
       TOKU-LIST-EXT.
           EXIT.
      ********************************************************
      * 得意先見出し
      ********************************************************
       TOKU-HEAD-RTN              SECTION.
           MOVE  0  TO  WK-TOK-LIST-CNT.
           MOVE  0  TO  WK-TOK-CNT-CNT.
           MOVE  0  TO  WK-TOK-CAM-CNT.
           MOVE  0  TO  WK-TOK-BLA-CNT.
           MOVE  0  TO  WK-TOK-NG-CNT.
           COMPUTE  WK-DIX-FROM  =  RPT-CNT  +  1.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "得意先別価格表　基準日＝"
                     DELIMITED BY SIZE
                   WK-KIJUN-YMD  DELIMITED BY SIZE
                   "　作成日＝"  DELIMITED BY SIZE
                   WK-TODAY-YMD  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "得意先＝"  DELIMITED BY SIZE
                   CS-TOKU-COD(CS-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CS-TOKU-MEI(CS-IDX)  DELIMITED BY SIZE
             INTO  RPT-REC.
           IF  CS-PARENT-COD(CS-IDX)  NOT  =  SPACE  THEN
             MOVE  "親得意先＝"  TO  RPT-REC(40:15)
             MOVE  CS-PARENT-COD(CS-IDX)  TO  RPT-REC(55:4)
           END-IF.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  商品  商品名                  定価"
                   DELIMITED BY SIZE
                   "  単価 区分    契約期限 CAM  CAM期限  "
                   DELIMITED BY SIZE
                   "数量割引（数量以上 率％ 割引後）"
                   DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 商品1件　廃番・販売権限のない商品は載せない
      ********************************************************
       ITEM-RTN                   SECTION.
           IF  CFSHO-HAIBAN-KBN  NOT  =  SPACE  THEN
             ADD  1  TO  HAIBAN-CNT
             GO  TO  ITEM-EXT
           END-IF.
           PERFORM  AUTH-CHECK-RTN.
           IF  WK-AUT-OK-FLG  =  "N"  THEN
             ADD  1  TO  AUT-NG-CNT
             ADD  1  TO  WK-TOK-NG-CNT
             GO  TO  ITEM-EXT
           END-IF.
           PERFORM  PRICE-LOOKUP-RTN.
      *約定単価は固定のためキャンペーンをかけない
           IF  WK-TANKA-KBN  =  "B"  THEN
             MOVE  SPACE  TO  WK-CAM-CODE
             MOVE  0      TO  WK-CAM-KIGEN
           ELSE
             PERFORM  CAMPAIGN-LOOKUP-RTN
           END-IF.
           PERFORM  PLF-WRITE-RTN.
           PERFORM  DETAIL-RTN.
           ADD  1  TO  WK-TOK-LIST-CNT.
           IF  WK-TANKA-KBN  =  "C"  THEN
             ADD  1  TO  WK-TOK-CNT-CNT
           END-IF.
           IF  WK-TANKA-KBN  =  "B"  THEN
             ADD  1  TO  WK-TOK-BLA-CNT
           END-IF.
           IF  WK-CAM-CODE  NOT  =  SPACE  THEN
             ADD  1  TO  WK-TOK-CAM-CNT
           END-IF.
       ITEM-EXT.
           EXIT.
      ********************************************************
      * 販売権限の判定（KJBM030のAUTH-CHECK-RTNと同じ規則、
      * 受注日の代わりに基準日で判定する）
      *   禁止(D)に一致　　　　　　　　　→載せない
      *   許可(A)定義があるのに不一致　　→載せない
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
             IF  (WK-KIJUN-YMD-N  >=
                  WK-AUTT-FROM-YMD(WK-AUTT-IDX))  AND
                 ((WK-AUTT-TO-YMD(WK-AUTT-IDX)  =  0)  OR
                  (WK-KIJUN-YMD-N  <=
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
                     CS-TOKU-COD(CS-IDX)  THEN
                   MOVE  "Y"  TO  WK-AUT-ALLOW-HIT-FLG
                 END-IF
               ELSE
                 IF  WK-AUTT-TOKU-COD(WK-AUTT-IDX)  =
                     CS-TOKU-COD(CS-IDX)  THEN
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
      * 基準日時点の単価（KJBM030のPRICE-LOOKUP-RTNと同じ優先
      * 順位）　定価は契約単価の有無にかかわらず求めて併記する。
      * 包括契約があれば契約単価より優先する（KJBM030と同じ）
      ********************************************************
       PRICE-LOOKUP-RTN           SECTION.
           MOVE  CFSHO-TANKA  TO  WK-TEIKA.
           MOVE  "P"  TO  WK-TANKA-KBN.
           IF  (WK-KIJUN-YMD-N  <  CFSHO-TEKIYO-YMD)  AND
               (CFSHO-KAKAKU-REKI-CNT  >  0)  THEN
             MOVE  "N"  TO  WK-REKI-FOUND-FLG
             PERFORM  VARYING  WK-REKI-IDX  FROM  1  BY  1
               UNTIL  (WK-REKI-IDX  >  CFSHO-KAKAKU-REKI-CNT)  OR
                      (WK-REKI-FOUND-FLG  =  "Y")
               IF  WK-KIJUN-YMD-N  >=
                   CFSHO-REKI-TEKIYO-YMD(WK-REKI-IDX)  THEN
                 MOVE  CFSHO-REKI-TANKA(WK-REKI-IDX)  TO  WK-TEIKA
                 MOVE  "Y"  TO  WK-REKI-FOUND-FLG
                 MOVE  "R"  TO  WK-TANKA-KBN
               END-IF
             END-PERFORM
      *基準日が履歴の最古より前の場合、判明している最古の単価とする
             IF  WK-REKI-FOUND-FLG  =  "N"  THEN
               MOVE  CFSHO-REKI-TANKA(CFSHO-KAKAKU-REKI-CNT)
                 TO  WK-TEIKA
               MOVE  "O"  TO  WK-TANKA-KBN
             END-IF
           END-IF.
           MOVE  WK-TEIKA  TO  WK-APPLY-TANKA.
           PERFORM  CONTRACT-LOOKUP-RTN.
           PERFORM  BLANKET-LOOKUP-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 包括契約の約定単価　基準日が期間内（終了日ゼロは期限
      * なし）の得意先×商品の契約から、契約残のあるものを優先
      * し、その中で終了日の早いものを選ぶ（KJBM030のBLANKET-
      * FIND-RTNと同じ）。約定単価を適用単価とし、契約期限には
      * 契約の終了日を載せる
      ********************************************************
       BLANKET-LOOKUP-RTN         SECTION.
           MOVE  0    TO  WK-BLA-SEL.
           MOVE  0    TO  WK-BLA-SEL-TO.
           MOVE  "N"  TO  WK-BLA-SEL-ZAN-FLG.
           PERFORM  VARYING  WK-BLAT-IDX  FROM  1  BY  1
             UNTIL  WK-BLAT-IDX  >  WK-BLAT-CNT
             IF  (WK-BLAT-TOKU-COD(WK-BLAT-IDX)  =
                  CS-TOKU-COD(CS-IDX))  AND
                 (WK-BLAT-SHOHIN-NO(WK-BLAT-IDX)  =
                  CFSHO-SHOHIN-NO)  AND
                 (WK-KIJUN-YMD-N  >=
                  WK-BLAT-FROM-YMD(WK-BLAT-IDX))  AND
                 ((WK-BLAT-TO-YMD(WK-BLAT-IDX)  =  0)  OR
                  (WK-KIJUN-YMD-N  <=
                   WK-BLAT-TO-YMD(WK-BLAT-IDX)))  THEN
               MOVE  WK-BLAT-TO-YMD(WK-BLAT-IDX)  TO  WK-BLA-ROW-TO
               IF  WK-BLA-ROW-TO  =  0  THEN
                 MOVE  99999999  TO  WK-BLA-ROW-TO
               END-IF
               COMPUTE  WK-BLA-ROW-ZAN  =
                 WK-BLAT-SURYO(WK-BLAT-IDX)  -
                 WK-BLAT-USED(WK-BLAT-IDX)
               MOVE  "N"  TO  WK-BLA-ROW-ZAN-FLG
               IF  WK-BLA-ROW-ZAN  >  0  THEN
                 MOVE  "Y"  TO  WK-BLA-ROW-ZAN-FLG
               END-IF
               IF  (WK-BLA-SEL  =  0)  OR
                   ((WK-BLA-ROW-ZAN-FLG  =  "Y")  AND
                    (WK-BLA-SEL-ZAN-FLG  =  "N"))  OR
                   ((WK-BLA-ROW-ZAN-FLG  =  WK-BLA-SEL-ZAN-FLG)  AND
                    (WK-BLA-ROW-TO  <  WK-BLA-SEL-TO))  THEN
                 SET  WK-BLA-SEL  TO  WK-BLAT-IDX
                 MOVE  WK-BLA-ROW-TO       TO  WK-BLA-SEL-TO
                 MOVE  WK-BLA-ROW-ZAN-FLG  TO  WK-BLA-SEL-ZAN-FLG
               END-IF
             END-IF
           END-PERFORM.
           IF  WK-BLA-SEL  >  0  THEN
             SET  WK-BLAT-IDX  TO  WK-BLA-SEL
             MOVE  WK-BLAT-TANKA(WK-BLAT-IDX)   TO  WK-APPLY-TANKA
             MOVE  "B"  TO  WK-TANKA-KBN
             MOVE  WK-BLAT-TO-YMD(WK-BLAT-IDX)  TO  WK-CNT-KIGEN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 契約単価の引き当て　得意先×商品が一致し、適用開始日が
      * 基準日以前の契約のうち最新のものを適用単価とする。
      * 期限は基準日より後に始まる次の契約の適用開始日の前日
      ********************************************************
       CONTRACT-LOOKUP-RTN        SECTION.
           MOVE  "N"  TO  WK-CNT-FOUND-FLG.
           MOVE  0    TO  WK-CNT-BEST-YMD.
           MOVE  99999999  TO  WK-CNT-NEXT-YMD.
           MOVE  0    TO  WK-CNT-KIGEN.
           PERFORM  VARYING  WK-CNT-IDX  FROM  1  BY  1
             UNTIL  WK-CNT-IDX  >  WK-CNT-CNT
             IF  (WK-CNT-TOKU-COD(WK-CNT-IDX)  =
                  CS-TOKU-COD(CS-IDX))  AND
                 (WK-CNT-SHOHIN-NO(WK-CNT-IDX)  =
                  CFSHO-SHOHIN-NO)  THEN
               IF  (WK-CNT-TEKIYO-YMD(WK-CNT-IDX)  <=
                    WK-KIJUN-YMD-N)  AND
                   (WK-CNT-TEKIYO-YMD(WK-CNT-IDX)  >=
                    WK-CNT-BEST-YMD)  THEN
                 MOVE  "Y"  TO  WK-CNT-FOUND-FLG
                 MOVE  WK-CNT-TEKIYO-YMD(WK-CNT-IDX)
                   TO  WK-CNT-BEST-YMD
                 MOVE  WK-CNT-TANKA(WK-CNT-IDX)  TO  WK-APPLY-TANKA
               END-IF
               IF  (WK-CNT-TEKIYO-YMD(WK-CNT-IDX)  >
                    WK-KIJUN-YMD-N)  AND
                   (WK-CNT-TEKIYO-YMD(WK-CNT-IDX)  <
                    WK-CNT-NEXT-YMD)  THEN
                 MOVE  WK-CNT-TEKIYO-YMD(WK-CNT-IDX)
                   TO  WK-CNT-NEXT-YMD
               END-IF
             END-IF
           END-PERFORM.
           IF  WK-CNT-FOUND-FLG  =  "Y"  THEN
             MOVE  "C"  TO  WK-TANKA-KBN
             IF  WK-CNT-NEXT-YMD  NOT  =  99999999  THEN
               COMPUTE  WK-YMD-INT  =
                 FUNCTION INTEGER-OF-DATE(WK-CNT-NEXT-YMD)  -  1
               COMPUTE  WK-CNT-KIGEN  =
                 FUNCTION DATE-OF-INTEGER(WK-YMD-INT)
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 販促キャンペーンの適用（KJBM030のCAMPAIGN-LOOKUP-RTNと
      * 同じ）　基準日に有効で商品番号または商品区分が一致する
      * 定義のうち、適用単価より安くなる最も安いものを採る
      ********************************************************
       CAMPAIGN-LOOKUP-RTN        SECTION.
           MOVE  SPACE  TO  WK-CAM-CODE.
           MOVE  0      TO  WK-CAM-KIGEN.
           PERFORM  VARYING  WK-CAMT-IDX  FROM  1  BY  1
             UNTIL  WK-CAMT-IDX  >  WK-CAMT-CNT
             IF  (WK-KIJUN-YMD-N  >=
                  WK-CAMT-FROM-YMD(WK-CAMT-IDX))  AND
                 (WK-KIJUN-YMD-N  <=
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
                 MOVE  WK-CAMT-TO-YMD(WK-CAMT-IDX)
                   TO  WK-CAM-KIGEN
               END-IF
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 価格表ファイル（EDI用）の出力　数量割引後の単価は
      * KJBM030の金額計算と同じく適用単価×(100－割引率)÷100
      * （約定単価には数量割引をかけないため割引は載せない）
      ********************************************************
       PLF-WRITE-RTN              SECTION.
           MOVE  SPACE  TO  PLF-REC.
           MOVE  CS-TOKU-COD(CS-IDX)  TO  PLF-TOKU-COD.
           MOVE  WK-KIJUN-YMD-N       TO  PLF-KIJUN-YMD.
           MOVE  CFSHO-SHOHIN-NO      TO  PLF-SHOHIN-NO.
           MOVE  CFSHO-SHOHIN-MEI     TO  PLF-SHOHIN-MEI.
           MOVE  CFSHO-SHOHIN-KBN     TO  PLF-SHOHIN-KBN.
           MOVE  WK-TEIKA             TO  PLF-TEIKA.
           MOVE  WK-APPLY-TANKA       TO  PLF-TANKA.
           MOVE  WK-TANKA-KBN         TO  PLF-TANKA-KBN.
           MOVE  WK-CNT-KIGEN         TO  PLF-CNT-KIGEN.
           MOVE  WK-CAM-CODE          TO  PLF-CAM-CODE.
           MOVE  WK-CAM-KIGEN         TO  PLF-CAM-KIGEN.
           MOVE  CFSHO-WARIBIKI-CNT   TO  PLF-WARIBIKI-CNT.
           IF  WK-TANKA-KBN  =  "B"  THEN
             MOVE  0  TO  PLF-WARIBIKI-CNT
           END-IF.
           MOVE  SPACE  TO  WK-WB-DISP-TBL.
           PERFORM  VARYING  WK-WB-IDX  FROM  1  BY  1
             UNTIL  WK-WB-IDX  >  3
             IF  WK-WB-IDX  >  PLF-WARIBIKI-CNT  THEN
               MOVE  0  TO  PLF-WB-SURYO(WK-WB-IDX)
               MOVE  0  TO  PLF-WB-RITSU(WK-WB-IDX)
               MOVE  0  TO  PLF-WB-TANKA(WK-WB-IDX)
             ELSE
               COMPUTE  WK-WB-TANKA  ROUNDED  =
                 WK-APPLY-TANKA
                 *  (100  -  CFSHO-WARIBIKI-RITSU(WK-WB-IDX))
                 /  100
               MOVE  CFSHO-WARIBIKI-SURYO(WK-WB-IDX)
                 TO  PLF-WB-SURYO(WK-WB-IDX)
               MOVE  CFSHO-WARIBIKI-RITSU(WK-WB-IDX)
                 TO  PLF-WB-RITSU(WK-WB-IDX)
               MOVE  WK-WB-TANKA  TO  PLF-WB-TANKA(WK-WB-IDX)
               MOVE  CFSHO-WARIBIKI-SURYO(WK-WB-IDX)
                 TO  WK-WB-SURYO-DISP
               MOVE  CFSHO-WARIBIKI-RITSU(WK-WB-IDX)
                 TO  WK-WB-RITSU-DISP
               MOVE  WK-WB-TANKA  TO  WK-WB-TANKA-DISP
               STRING  WK-WB-SURYO-DISP  DELIMITED BY SIZE
                       "以上"  DELIMITED BY SIZE
                       WK-WB-RITSU-DISP  DELIMITED BY SIZE
                       "%"  DELIMITED BY SIZE
                       WK-WB-TANKA-DISP  DELIMITED BY SIZE
                 INTO  WK-WB-DISP(WK-WB-IDX)
             END-IF
           END-PERFORM.
           WRITE  PLF-REC.
           ADD  1  TO  PLF-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 価格表の明細行（商品1件）
      ********************************************************
       DETAIL-RTN                 SECTION.
           MOVE  WK-TEIKA        TO  WK-TEIKA-DISP.
           MOVE  WK-APPLY-TANKA  TO  WK-TANKA-DISP.
           EVALUATE  WK-TANKA-KBN
             WHEN  "C"
               MOVE  "契約"  TO  WK-KBN-DISP
             WHEN  "B"
               MOVE  "包括"  TO  WK-KBN-DISP
             WHEN  "R"
               MOVE  "旧単価"  TO  WK-KBN-DISP
             WHEN  "O"
               MOVE  "最古単価"  TO  WK-KBN-DISP
             WHEN  OTHER
               MOVE  "定価"  TO  WK-KBN-DISP
           END-EVALUATE.
           IF  WK-CAM-CODE  NOT  =  SPACE  THEN
             MOVE  "販促"  TO  WK-KBN-DISP
           END-IF.
           MOVE  SPACE  TO  WK-CNT-KIGEN-DISP.
           IF  (WK-TANKA-KBN  =  "C")  OR
               (WK-TANKA-KBN  =  "B")  THEN
             IF  WK-CNT-KIGEN  =  0  THEN
               MOVE  "期限なし"  TO  WK-CNT-KIGEN-DISP
             ELSE
               MOVE  WK-CNT-KIGEN  TO  WK-CNT-KIGEN-DISP
             END-IF
           END-IF.
           MOVE  SPACE  TO  WK-CAM-KIGEN-DISP.
           IF  WK-CAM-CODE  NOT  =  SPACE  THEN
             MOVE  WK-CAM-KIGEN  TO  WK-CAM-KIGEN-DISP
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  "  DELIMITED BY SIZE
                   CFSHO-SHOHIN-NO  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CFSHO-SHOHIN-MEI  DELIMITED BY SIZE
                   WK-TEIKA-DISP  DELIMITED BY SIZE
                   WK-TANKA-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-KBN-DISP  DELIMITED BY SIZE
                   WK-CNT-KIGEN-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-CAM-CODE  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-CAM-KIGEN-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-WB-DISP(1)  DELIMITED BY SIZE
                   WK-WB-DISP(2)  DELIMITED BY SIZE
                   WK-WB-DISP(3)  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 得意先合計と帳票索引の出力
      ********************************************************
       TOKU-TOTAL-RTN             SECTION.
           MOVE  SPACE  TO  RPT-REC.
           IF  WK-TOK-LIST-CNT  =  ZERO  THEN
             MOVE  "  販売可能な商品なし"  TO  RPT-REC
           ELSE
             MOVE  WK-TOK-LIST-CNT  TO  WK-CNT-DISP
             STRING  "  掲載商品＝"  DELIMITED BY SIZE
                     WK-CNT-DISP  DELIMITED BY SIZE
               INTO  RPT-REC
             MOVE  WK-TOK-CNT-CNT  TO  WK-CNT-DISP
             MOVE  "契約単価＝"  TO  RPT-REC(30:15)
             MOVE  WK-CNT-DISP   TO  RPT-REC(45:5)
             MOVE  WK-TOK-CAM-CNT  TO  WK-CNT-DISP
             MOVE  "販促＝"  TO  RPT-REC(52:9)
             MOVE  WK-CNT-DISP   TO  RPT-REC(61:5)
             MOVE  WK-TOK-BLA-CNT  TO  WK-CNT-DISP
             MOVE  "包括＝"  TO  RPT-REC(68:9)
             MOVE  WK-CNT-DISP   TO  RPT-REC(77:5)
           END-IF.
           PERFORM  RPT-WRITE-RTN.
           PERFORM  DIX-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           IF  WK-TOK-NG-CNT  >  0  THEN
             DISPLAY  "販売権限外 得意先=" CS-TOKU-COD(CS-IDX)
                      " 件数=" WK-TOK-NG-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 帳票索引の出力（価格表1通＝得意先1件、帳票キーは基準日）
      ********************************************************
       DIX-WRITE-RTN              SECTION.
           IF  WK-DIX-FLG  =  "Y"  THEN
             MOVE  SPACE  TO  DIX-REC
             MOVE  "KJBM068"  TO  DIX-PGM-ID
             MOVE  WK-TODAY-YMD  TO  DIX-RUN-DATE
             MOVE  "PL"  TO  DIX-DOC-KBN
             MOVE  CS-TOKU-COD(CS-IDX)  TO  DIX-TOKU-COD
             MOVE  WK-KIJUN-YMD  TO  DIX-DOC-KEY
             MOVE  WK-DIX-FROM  TO  DIX-FROM-LINE
             COMPUTE  DIX-LINE-CNT  =  RPT-CNT  -  WK-DIX-FROM  +  1
             WRITE  DIX-REC
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 価格表1行の出力
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
           IF  CMF-STATUS  NOT  =  "35"  THEN
             CLOSE  CMF-FILE
           END-IF.
           CLOSE  RPT-FILE.
           CLOSE  PLF-FILE.
           IF  WK-DIX-FLG  =  "Y"  THEN
             CLOSE  DIX-FILE
           END-IF.
           DISPLAY  "対象得意先= "  CS-CNT.
           DISPLAY  "IMF-CNT  = "  IMF-CNT.
           DISPLAY  "廃番除外 = "  HAIBAN-CNT.
           DISPLAY  "権限除外 = "  AUT-NG-CNT.
           DISPLAY  "PLF-CNT  = "  PLF-CNT.
           DISPLAY  "*** END KJBM068 ***".
       EXT.
           EXIT.
      ********************************************************
      * ジョブ統計ロガー(KCBS020)へ本バッチの運転実績を1件追記する
      ********************************************************
       JOB-STAT-WRITE-RTN         SECTION.
           MOVE  "KJBM068"  TO  S020-PGM-ID.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-END-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-END-TIME.
           MOVE  IMF-CNT   TO  S020-IN-CNT.
           MOVE  PLF-CNT   TO  S020-OUT-CNT.
           CALL  "KCBS020"  USING  KCBS020-P1.
       EXT.
           EXIT.
