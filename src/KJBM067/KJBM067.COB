       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KJBM067.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：割当枠使用状況日報
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *割当枠ファイル(QTAF)のうち基準日に有効な枠を商品別に並べ、
      *枠ごとの枠数量・使用済数量・残枠・使用率と、その枠を超えて
      *在庫待ちになっている明細（BOFのERR-KBN(19)）の件数・数量を
      *日報(RPT)に出す。商品ごとに現在庫と合計を付ける。
      *在庫待ち明細の枠への振り当てはKJBM030と同じく、明細の受注
      *日に有効な枠を得意先→グループ（親得意先）→その他の順で
      *引き当てる。適用枠のない得意先の明細は「枠なし」として
      *商品合計の行に数える。
      *率指定で基準数量が未設定の枠（期間中まだ判定のない枠）は
      *枠数量を確定できないため「基準未設定」と印字する。
      *基準日は環境変数KJBM067-KIJUN-YMD（未指定は実行日）。
      *参照のみでどのファイルも更新しない。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *割当枠ファイル（営業登録・KJBM030更新、参照のみ）
           SELECT  QTA-FILE  ASSIGN TO  EXTERNAL  QTAF
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS QTA-STATUS.
      *在庫待ちファイル（割当枠超過の明細の集計、参照のみ）
           SELECT  BOF-FILE  ASSIGN TO  EXTERNAL  BOF
                             FILE STATUS  IS BOF-STATUS.
      *商品マスタ（商品名・現在庫の参照のみ）
           SELECT  IMF-FILE  ASSIGN TO  EXTERNAL  IMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFSHO-SHOHIN-NO
                             FILE STATUS  IS IMF-STATUS.
      *得意先マスタ（得意先名・親得意先の参照のみ）
           SELECT  CMF-FILE  ASSIGN TO  EXTERNAL  CMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFTOK-TOKU-COD
                             FILE STATUS  IS CMF-STATUS.
      *OUTPUT 割当枠使用状況日報
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  QTA-FILE.
       01  QTA-REC.
           COPY  KJCQTA.
       FD  BOF-FILE.
       01  BOF-REC.
           COPY  KJCF020.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  CMF-FILE.
       01  CMF-REC.
           COPY  KCCFTOK.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(120).
      *
       WORKING-STORAGE            SECTION.
       01  QTA-STATUS             PIC  X(2)    VALUE  SPACE.
       01  BOF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  IMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  QTA-CNT                PIC  9(5)    VALUE  0.
       01  BOF-CNT                PIC  9(5)    VALUE  0.
       01  QBO-CNT                PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
      *基準日
       01  WK-KIJUN-YMD           PIC  X(8)    VALUE  SPACE.
       01  WK-KIJUN-YMD-N  REDEFINES  WK-KIJUN-YMD  PIC  9(8).
      *基準日に有効な枠のテーブル　商品＋キー区分＋キーコードの
      *順に並べ替えて日報にする（先頭10バイトを比較キーに使う）
      *　QT-BASE-FLG　N=率指定で基準数量が未設定（枠数量未確定）
       01  QT-CNT                 PIC  9(3)    VALUE  ZERO.
       01  QT-TBL.
         02  QT-ENT  OCCURS 300 TIMES INDEXED BY QT-IDX.
           03  QT-SHOHIN-NO       PIC  X(5).
           03  QT-KEY-KBN         PIC  X(1).
           03  QT-KEY-COD         PIC  X(4).
           03  QT-FROM-YMD        PIC  9(8).
           03  QT-TO-YMD          PIC  9(8).
           03  QT-KBN             PIC  X(1).
           03  QT-RITSU           PIC  9(3).
           03  QT-LIMIT           PIC  9(9).
           03  QT-USED            PIC  9(7).
           03  QT-BASE-FLG        PIC  X(1).
           03  QT-BO-CNT          PIC  9(5).
           03  QT-BO-SURYO        PIC  9(7).
       01  WK-I                   PIC  9(3)    VALUE  0.
       01  WK-J                   PIC  9(3)    VALUE  0.
       01  WK-SWAP-ENT            PIC  X(59).
      *枠なし在庫待ちの商品別集計（適用枠のない得意先の明細）
       01  NQ-CNT                 PIC  9(3)    VALUE  ZERO.
       01  NQ-TBL.
         02  NQ-ENT  OCCURS 300 TIMES INDEXED BY NQ-IDX.
           03  NQ-SHOHIN-NO       PIC  X(5).
           03  NQ-BO-CNT          PIC  9(5).
           03  NQ-BO-SURYO        PIC  9(7).
      *在庫待ち明細1件分をKJCF020項目で参照するための作業領域
       01  WK-BO-REC-1.
           COPY  KJCF020.
      *枠の引き当ての作業領域（KJBM030のQUOTA-FIND-RTNと同じ）
       01  WK-JUCHU-YMD           PIC  9(8)    VALUE  0.
       01  WK-QTA-SEL             PIC  9(3)    VALUE  0.
       01  WK-QTA-PRI             PIC  9(1)    VALUE  0.
       01  WK-QTA-ROW-PRI         PIC  9(1)    VALUE  0.
       01  WK-QTA-ON-FLG          PIC  X       VALUE  "N".
       01  WK-QTA-PARENT          PIC  X(4)    VALUE  SPACE.
       01  WK-SURYO-NUM           PIC  9(3)    VALUE  0.
      *商品別の見出し・合計用
       01  WK-BRK-SHOHIN-NO       PIC  X(5)    VALUE  SPACE.
       01  WK-SHOHIN-MEI          PIC  X(20)   VALUE  SPACE.
       01  WK-ZAIKO               PIC  9(7)    VALUE  0.
       01  WK-SHO-LIMIT           PIC  9(9)    VALUE  0.
       01  WK-SHO-USED            PIC  9(9)    VALUE  0.
       01  WK-SHO-BO-CNT          PIC  9(5)    VALUE  0.
       01  WK-SHO-BO-SURYO        PIC  9(7)    VALUE  0.
      *明細行の計算用
       01  WK-ZAN                 PIC  S9(9)   VALUE  0.
       01  WK-RITSU               PIC  9(5)    VALUE  0.
      *編集用
       01  WK-KEY-DISP            PIC  X(14)   VALUE  SPACE.
       01  WK-KBN-DISP            PIC  X(8)    VALUE  SPACE.
       01  WK-BIKO-DISP           PIC  X(16)   VALUE  SPACE.
       01  WK-TO-DISP             PIC  X(8)    VALUE  SPACE.
       01  WK-LIMIT-DISP          PIC  ZZZ,ZZZ,ZZ9.
       01  WK-USED-DISP           PIC  Z,ZZZ,ZZ9.
       01  WK-ZAN-DISP            PIC  ---,---,--9.
       01  WK-RITSU-DISP          PIC  ZZZZ9.
       01  WK-CNT-DISP            PIC  ZZZZ9.
       01  WK-BO-DISP             PIC  Z,ZZZ,ZZ9.
       01  WK-ZAIKO-DISP          PIC  Z,ZZZ,ZZ9.
      *ジョブ統計ロガー(KCBS020)への連絡領域
       COPY  KCBS020P.
      *完了コード　0=正常 4=有効な枠なし 16=ファイル異常
       01  WK-COMP-CD             PIC  9(2)    VALUE  ZERO.
      ********************************************************
      * 割当枠使用状況日報の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KJBM067 ***".
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-START-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-START-TIME.
           PERFORM  INIT-RTN.
           IF  WK-COMP-CD  <  16  THEN
             PERFORM  LOAD-QTA-RTN
             PERFORM  LOAD-BOF-RTN
             PERFORM  SORT-RTN
             PERFORM  LIST-RTN
           END-IF.
           PERFORM  END-RTN.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           ACCEPT  WK-KIJUN-YMD  FROM  ENVIRONMENT
                   "KJBM067-KIJUN-YMD".
           IF  WK-KIJUN-YMD  =  SPACE  THEN
             MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-KIJUN-YMD
           END-IF.
           DISPLAY  "基準日=" WK-KIJUN-YMD.
           OPEN  OUTPUT  RPT-FILE.
           OPEN  INPUT  IMF-FILE.
           IF  IMF-STATUS  NOT  =  "00"  THEN
             DISPLAY  "IMFオープン異常 STATUS=" IMF-STATUS
             MOVE  16  TO  WK-COMP-CD
           END-IF.
           OPEN  INPUT  CMF-FILE.
           IF  CMF-STATUS  NOT  =  "00"  THEN
             DISPLAY  "CMFオープン異常 STATUS=" CMF-STATUS
             MOVE  16  TO  WK-COMP-CD
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 割当枠ファイルの読込　基準日に有効な枠だけをテーブルへ
      * 載せ、枠数量（率指定は基準数量×割当率）を確定する
      ********************************************************
       LOAD-QTA-RTN               SECTION.
           OPEN  INPUT  QTA-FILE.
           IF  QTA-STATUS  =  "35"  THEN
             DISPLAY  "割当枠ファイルなし"
           ELSE
             MOVE  SPACE  TO  WK-END-FLG
             PERFORM  UNTIL  WK-END-FLG  =  "E"
               READ  QTA-FILE
                 AT  END
                   MOVE  "E"  TO  WK-END-FLG
                 NOT  AT  END
                   ADD  1  TO  QTA-CNT
                   IF  (QTA-FROM-YMD  <=  WK-KIJUN-YMD-N)  AND
                       ((QTA-TO-YMD  =  0)  OR
                        (QTA-TO-YMD  >=  WK-KIJUN-YMD-N))  THEN
                     PERFORM  QT-ADD-RTN
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  QTA-FILE
           END-IF.
           IF  QT-CNT  =  ZERO  THEN
             DISPLAY  "基準日に有効な割当枠なし"
             MOVE  4  TO  WK-COMP-CD
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 有効な枠1件のテーブル登録
      ********************************************************
       QT-ADD-RTN                 SECTION.
           IF  QT-CNT  >=  300  THEN
             DISPLAY  "*** 割当枠テーブル上限超過"
             GO  TO  QT-ADD-EXT
           END-IF.
           ADD  1  TO  QT-CNT.
           SET  QT-IDX  TO  QT-CNT.
           MOVE  QTA-SHOHIN-NO   TO  QT-SHOHIN-NO(QT-IDX).
           MOVE  QTA-KEY-KBN     TO  QT-KEY-KBN(QT-IDX).
           MOVE  QTA-KEY-COD     TO  QT-KEY-COD(QT-IDX).
           MOVE  QTA-FROM-YMD    TO  QT-FROM-YMD(QT-IDX).
           MOVE  QTA-TO-YMD      TO  QT-TO-YMD(QT-IDX).
           MOVE  QTA-KBN         TO  QT-KBN(QT-IDX).
           MOVE  QTA-RITSU       TO  QT-RITSU(QT-IDX).
           MOVE  QTA-USED-SURYO  TO  QT-USED(QT-IDX).
           MOVE  "Y"             TO  QT-BASE-FLG(QT-IDX).
           MOVE  0               TO  QT-BO-CNT(QT-IDX).
           MOVE  0               TO  QT-BO-SURYO(QT-IDX).
           IF  QTA-KBN  =  "P"  THEN
             IF  QTA-BASE-SURYO  =  0  THEN
               MOVE  "N"  TO  QT-BASE-FLG(QT-IDX)
             END-IF
             COMPUTE  QT-LIMIT(QT-IDX)  =
               QTA-BASE-SURYO  *  QTA-RITSU  /  100
           ELSE
             MOVE  QTA-SURYO  TO  QT-LIMIT(QT-IDX)
           END-IF.
       QT-ADD-EXT.
           EXIT.
      ********************************************************
      * 在庫待ちファイルの読込　割当枠超過(ERR-KBN(19))の明細を
      * 適用枠（なければ商品別の枠なし）へ振り当てて集計する
      ********************************************************
       LOAD-BOF-RTN               SECTION.
           OPEN  INPUT  BOF-FILE.
           IF  BOF-STATUS  =  "35"  THEN
             DISPLAY  "在庫待ちファイルなし"
           ELSE
             MOVE  SPACE  TO  WK-END-FLG
             PERFORM  UNTIL  WK-END-FLG  =  "E"
               READ  BOF-FILE
                 AT  END
                   MOVE  "E"  TO  WK-END-FLG
                 NOT  AT  END
                   ADD  1  TO  BOF-CNT
                   IF  JF020-ERR-KBN OF BOF-REC(19)  NOT  =  SPACE
                     THEN
                     MOVE  BOF-REC  TO  WK-BO-REC-1
                     PERFORM  BO-ASSIGN-RTN
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  BOF-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 在庫待ち明細1件の枠への振り当て　明細の受注日に有効な
      * 枠を得意先→グループ→その他の順で引き当てる
      * （基準日に有効でない枠の明細は日報の対象外）
      ********************************************************
       BO-ASSIGN-RTN              SECTION.
           ADD  1  TO  QBO-CNT.
           IF  JF020-SURYO OF WK-BO-REC-1  IS  NUMERIC  THEN
             MOVE  JF020-SURYO OF WK-BO-REC-1  TO  WK-SURYO-NUM
           ELSE
             MOVE  ZERO  TO  WK-SURYO-NUM
           END-IF.
           COMPUTE  WK-JUCHU-YMD  =
             (JF020-JUCHU-Y2 OF WK-BO-REC-1  *  10000)  +
             (JF020-JUCHU-MM OF WK-BO-REC-1  *  100)  +
             JF020-JUCHU-DD OF WK-BO-REC-1.
           MOVE  SPACE  TO  WK-QTA-PARENT.
           MOVE  JF020-TOKU-COD OF WK-BO-REC-1  TO  CFTOK-TOKU-COD.
           READ  CMF-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE  CFTOK-PARENT-COD  TO  WK-QTA-PARENT
           END-READ.
           MOVE  "N"  TO  WK-QTA-ON-FLG.
           MOVE  0    TO  WK-QTA-SEL.
           MOVE  0    TO  WK-QTA-PRI.
           PERFORM  VARYING  QT-IDX  FROM  1  BY  1
             UNTIL  QT-IDX  >  QT-CNT
             IF  (QT-SHOHIN-NO(QT-IDX)  =
                  JF020-SHOHIN-NO OF WK-BO-REC-1)  AND
                 (WK-JUCHU-YMD  >=  QT-FROM-YMD(QT-IDX))  AND
                 ((QT-TO-YMD(QT-IDX)  =  0)  OR
                  (WK-JUCHU-YMD  <=  QT-TO-YMD(QT-IDX)))  THEN
               MOVE  "Y"  TO  WK-QTA-ON-FLG
               MOVE  0    TO  WK-QTA-ROW-PRI
               IF  (QT-KEY-KBN(QT-IDX)  =  "T")  AND
                   (QT-KEY-COD(QT-IDX)  =
                    JF020-TOKU-COD OF WK-BO-REC-1)  THEN
                 MOVE  3  TO  WK-QTA-ROW-PRI
               END-IF
               IF  (QT-KEY-KBN(QT-IDX)  =  "G")  AND
                   (WK-QTA-PARENT  NOT  =  SPACE)  AND
                   (QT-KEY-COD(QT-IDX)  =  WK-QTA-PARENT)  THEN
                 MOVE  2  TO  WK-QTA-ROW-PRI
               END-IF
               IF  QT-KEY-KBN(QT-IDX)  =  "*"  THEN
                 MOVE  1  TO  WK-QTA-ROW-PRI
               END-IF
               IF  WK-QTA-ROW-PRI  >  WK-QTA-PRI  THEN
                 MOVE  WK-QTA-ROW-PRI  TO  WK-QTA-PRI
                 SET  WK-QTA-SEL  TO  QT-IDX
               END-IF
             END-IF
           END-PERFORM.
           IF  WK-QTA-ON-FLG  =  "N"  THEN
             GO  TO  BO-ASSIGN-EXT
           END-IF.
           IF  WK-QTA-SEL  >  0  THEN
             SET  QT-IDX  TO  WK-QTA-SEL
             ADD  1  TO  QT-BO-CNT(QT-IDX)
             ADD  WK-SURYO-NUM  TO  QT-BO-SURYO(QT-IDX)
           ELSE
             PERFORM  NQ-ADD-RTN
           END-IF.
       BO-ASSIGN-EXT.
           EXIT.
      ********************************************************
      * 枠なし在庫待ちの商品別集計
      ********************************************************
       NQ-ADD-RTN                 SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  NQ-IDX  FROM  1  BY  1
             UNTIL  (NQ-IDX  >  NQ-CNT)  OR
                    (WK-FOUND-FLG  =  "Y")
             IF  NQ-SHOHIN-NO(NQ-IDX)  =
                 JF020-SHOHIN-NO OF WK-BO-REC-1  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             SET  NQ-IDX  DOWN  BY  1
           ELSE
             IF  NQ-CNT  >=  300  THEN
               GO  TO  NQ-ADD-EXT
             END-IF
             ADD  1  TO  NQ-CNT
             SET  NQ-IDX  TO  NQ-CNT
             MOVE  JF020-SHOHIN-NO OF WK-BO-REC-1
               TO  NQ-SHOHIN-NO(NQ-IDX)
             MOVE  0  TO  NQ-BO-CNT(NQ-IDX)
             MOVE  0  TO  NQ-BO-SURYO(NQ-IDX)
           END-IF.
           ADD  1  TO  NQ-BO-CNT(NQ-IDX).
           ADD  WK-SURYO-NUM  TO  NQ-BO-SURYO(NQ-IDX).
       NQ-ADD-EXT.
           EXIT.
      ********************************************************
      * 商品＋キー区分＋キーコードの昇順に並べ替え
      * （単純選択法、KJBM053と同じ技法）
      ********************************************************
       SORT-RTN                   SECTION.
           PERFORM  VARYING  WK-I  FROM  1  BY  1
             UNTIL  WK-I  >=  QT-CNT
             PERFORM  VARYING  WK-J  FROM  WK-I  BY  1
               UNTIL  WK-J  >  QT-CNT
               IF  QT-ENT(WK-J)(1:10)  <  QT-ENT(WK-I)(1:10)  THEN
                 MOVE  QT-ENT(WK-I)  TO  WK-SWAP-ENT
                 MOVE  QT-ENT(WK-J)  TO  QT-ENT(WK-I)
                 MOVE  WK-SWAP-ENT   TO  QT-ENT(WK-J)
               END-IF
             END-PERFORM
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 割当枠使用状況日報　商品ごとに見出しと合計を付ける
      ********************************************************
       LIST-RTN                   SECTION.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "割当枠使用状況日報　基準日＝"
                     DELIMITED BY SIZE
                   WK-KIJUN-YMD  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  SPACE  TO  WK-BRK-SHOHIN-NO.
           PERFORM  VARYING  QT-IDX  FROM  1  BY  1
             UNTIL  QT-IDX  >  QT-CNT
             IF  QT-SHOHIN-NO(QT-IDX)  NOT  =  WK-BRK-SHOHIN-NO
               THEN
               IF  WK-BRK-SHOHIN-NO  NOT  =  SPACE  THEN
                 PERFORM  SHO-TOTAL-RTN
               END-IF
               PERFORM  SHO-HEAD-RTN
             END-IF
             PERFORM  DETAIL-RTN
           END-PERFORM.
           IF  WK-BRK-SHOHIN-NO  NOT  =  SPACE  THEN
             PERFORM  SHO-TOTAL-RTN
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           IF  QT-CNT  =  ZERO  THEN
             MOVE  "該当なし"  TO  RPT-REC
           ELSE
             STRING  "総合計　有効枠="  DELIMITED BY SIZE
                     QT-CNT  DELIMITED BY SIZE
                     " 割当枠超過の在庫待ち="
                       DELIMITED BY SIZE
                     QBO-CNT  DELIMITED BY SIZE
               INTO  RPT-REC
           END-IF.
           WRITE  RPT-REC.
           ADD  2  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 商品見出し（商品名・現在庫は商品マスタから）
      ********************************************************
       SHO-HEAD-RTN               SECTION.
           MOVE  QT-SHOHIN-NO(QT-IDX)  TO  WK-BRK-SHOHIN-NO.
           MOVE  0  TO  WK-SHO-LIMIT.
           MOVE  0  TO  WK-SHO-USED.
           MOVE  0  TO  WK-SHO-BO-CNT.
           MOVE  0  TO  WK-SHO-BO-SURYO.
           MOVE  0  TO  WK-ZAIKO.
           MOVE  QT-SHOHIN-NO(QT-IDX)  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID KEY
               MOVE  "（商品マスタなし）"  TO  WK-SHOHIN-MEI
             NOT INVALID KEY
               MOVE  CFSHO-SHOHIN-MEI   TO  WK-SHOHIN-MEI
               MOVE  CFSHO-ZAIKO-SURYO  TO  WK-ZAIKO
           END-READ.
           MOVE  WK-ZAIKO  TO  WK-ZAIKO-DISP.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "商品="  DELIMITED BY SIZE
                   WK-BRK-SHOHIN-NO  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-SHOHIN-MEI  DELIMITED BY SIZE
                   " 現在庫="  DELIMITED BY SIZE
                   WK-ZAIKO-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  割当先        期間               区分    "
                   DELIMITED BY SIZE
                   "    枠数量    使用済        残枠 使用率"
                   DELIMITED BY SIZE
                   "  待件数  待数量 備考"
                   DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  3  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 商品合計（枠なし在庫待ちがあれば併記する）
      ********************************************************
       SHO-TOTAL-RTN              SECTION.
           MOVE  WK-SHO-LIMIT     TO  WK-LIMIT-DISP.
           MOVE  WK-SHO-USED      TO  WK-USED-DISP.
           MOVE  WK-SHO-BO-CNT    TO  WK-CNT-DISP.
           MOVE  WK-SHO-BO-SURYO  TO  WK-BO-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  商品計　枠数量="  DELIMITED BY SIZE
                   WK-LIMIT-DISP  DELIMITED BY SIZE
                   " 使用済="  DELIMITED BY SIZE
                   WK-USED-DISP  DELIMITED BY SIZE
                   " 在庫待ち="  DELIMITED BY SIZE
                   WK-CNT-DISP  DELIMITED BY SIZE
                   "件 "  DELIMITED BY SIZE
                   WK-BO-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  NQ-IDX  FROM  1  BY  1
             UNTIL  (NQ-IDX  >  NQ-CNT)  OR
                    (WK-FOUND-FLG  =  "Y")
             IF  NQ-SHOHIN-NO(NQ-IDX)  =  WK-BRK-SHOHIN-NO  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             SET  NQ-IDX  DOWN  BY  1
             MOVE  NQ-BO-CNT(NQ-IDX)    TO  WK-CNT-DISP
             MOVE  NQ-BO-SURYO(NQ-IDX)  TO  WK-BO-DISP
             MOVE  SPACE  TO  RPT-REC
             STRING  "  枠なし得意先の在庫待ち="
                       DELIMITED BY SIZE
                     WK-CNT-DISP  DELIMITED BY SIZE
                     "件 "  DELIMITED BY SIZE
                     WK-BO-DISP  DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 日報の明細行（枠1件）　使用率は枠数量に対する使用済の
      * 百分率（枠数量ゼロは使用率ゼロ）
      ********************************************************
       DETAIL-RTN                 SECTION.
           ADD  QT-LIMIT(QT-IDX)     TO  WK-SHO-LIMIT.
           ADD  QT-USED(QT-IDX)      TO  WK-SHO-USED.
           ADD  QT-BO-CNT(QT-IDX)    TO  WK-SHO-BO-CNT.
           ADD  QT-BO-SURYO(QT-IDX)  TO  WK-SHO-BO-SURYO.
           MOVE  SPACE  TO  WK-KEY-DISP.
           EVALUATE  QT-KEY-KBN(QT-IDX)
             WHEN  "T"
               STRING  "得意先"  DELIMITED BY SIZE
                       QT-KEY-COD(QT-IDX)  DELIMITED BY SIZE
                 INTO  WK-KEY-DISP
             WHEN  "G"
               STRING  "グループ"  DELIMITED BY SIZE
                       QT-KEY-COD(QT-IDX)  DELIMITED BY SIZE
                 INTO  WK-KEY-DISP
             WHEN  OTHER
               MOVE  "その他"  TO  WK-KEY-DISP
           END-EVALUATE.
           IF  QT-TO-YMD(QT-IDX)  =  0  THEN
             MOVE  "期限なし"  TO  WK-TO-DISP
           ELSE
             MOVE  QT-TO-YMD(QT-IDX)  TO  WK-TO-DISP
           END-IF.
           MOVE  SPACE  TO  WK-KBN-DISP.
           IF  QT-KBN(QT-IDX)  =  "P"  THEN
             MOVE  QT-RITSU(QT-IDX)  TO  WK-RITSU-DISP
             STRING  "率"  DELIMITED BY SIZE
                     WK-RITSU-DISP(3:3)  DELIMITED BY SIZE
                     "%"  DELIMITED BY SIZE
               INTO  WK-KBN-DISP
           ELSE
             MOVE  "数量"  TO  WK-KBN-DISP
           END-IF.
           COMPUTE  WK-ZAN  =  QT-LIMIT(QT-IDX)  -  QT-USED(QT-IDX).
           IF  QT-LIMIT(QT-IDX)  =  0  THEN
             MOVE  0  TO  WK-RITSU
           ELSE
             COMPUTE  WK-RITSU  =
               QT-USED(QT-IDX)  *  100  /  QT-LIMIT(QT-IDX)
           END-IF.
           MOVE  SPACE  TO  WK-BIKO-DISP.
           IF  QT-BASE-FLG(QT-IDX)  =  "N"  THEN
             MOVE  "基準未設定"  TO  WK-BIKO-DISP
           ELSE
             IF  WK-ZAN  <=  0  THEN
               MOVE  "枠消化"  TO  WK-BIKO-DISP
             END-IF
           END-IF.
           MOVE  QT-LIMIT(QT-IDX)     TO  WK-LIMIT-DISP.
           MOVE  QT-USED(QT-IDX)      TO  WK-USED-DISP.
           MOVE  WK-ZAN               TO  WK-ZAN-DISP.
           MOVE  WK-RITSU             TO  WK-RITSU-DISP.
           MOVE  QT-BO-CNT(QT-IDX)    TO  WK-CNT-DISP.
           MOVE  QT-BO-SURYO(QT-IDX)  TO  WK-BO-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  "  DELIMITED BY SIZE
                   WK-KEY-DISP  DELIMITED BY SIZE
                   QT-FROM-YMD(QT-IDX)  DELIMITED BY SIZE
                   "-"  DELIMITED BY SIZE
                   WK-TO-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-KBN-DISP  DELIMITED BY SIZE
                   WK-LIMIT-DISP  DELIMITED BY SIZE
                   WK-USED-DISP  DELIMITED BY SIZE
                   WK-ZAN-DISP  DELIMITED BY SIZE
                   WK-RITSU-DISP  DELIMITED BY SIZE
                   "%"  DELIMITED BY SIZE
                   WK-CNT-DISP  DELIMITED BY SIZE
                   WK-BO-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-BIKO-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       END-RTN                    SECTION.
           PERFORM  JOB-STAT-WRITE-RTN.
           IF  IMF-STATUS  NOT  =  "35"  THEN
             CLOSE  IMF-FILE
           END-IF.
           IF  CMF-STATUS  NOT  =  "35"  THEN
             CLOSE  CMF-FILE
           END-IF.
           CLOSE  RPT-FILE.
           DISPLAY  "QTA-CNT=  "  QTA-CNT.
           DISPLAY  "有効枠  = "  QT-CNT.
           DISPLAY  "BOF-CNT=  "  BOF-CNT.
           DISPLAY  "枠超過待= "  QBO-CNT.
           DISPLAY  "*** END KJBM067 ***".
       EXT.
           EXIT.
      ********************************************************
      * ジョブ統計ロガー(KCBS020)へ本バッチの運転実績を1件追記する
      ********************************************************
       JOB-STAT-WRITE-RTN         SECTION.
           MOVE  "KJBM067"  TO  S020-PGM-ID.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-END-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-END-TIME.
           MOVE  QTA-CNT   TO  S020-IN-CNT.
           MOVE  RPT-CNT   TO  S020-OUT-CNT.
           CALL  "KCBS020"  USING  KCBS020-P1.
       EXT.
           EXIT.
