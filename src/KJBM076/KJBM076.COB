       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KJBM076.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：輸出書類印刷（インボイス・パッキングリスト）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *出荷確定(KJBM056)の当回実行分抽出(SHRD、KJCSHR形式)のうち
      *輸出先の得意先（得意先マスタの本国通貨コードが円以外、または
      *消費税区分が輸出免税"E"）の出荷から、通関・同梱用の書類を
      *2種類作る。書類は得意先×受注番号×出荷日を1出荷として1通
      *ずつ作り、書類番号は受注番号＋出荷日とする。
      * ・コマーシャルインボイス(CINV)：明細ごとに品名・原産国・
      *   HS関税分類番号（商品マスタのCFSHO-GENSAN-KOKU／
      *   CFSHO-HS-COD）・数量・単価・金額を得意先の取引通貨で
      *   印字する。通貨・単価・割引率は値決め時の価格決定トレース
      *   (PTR、KJBM030出力)の当該明細の最新行から取る（受注データ
      *   ベースは通貨を持たず、数量も出荷確定で実出荷数量へ
      *   書き換わるため）。金額＝出荷数量×単価×（100−割引率）
      *   ÷100（1未満四捨五入）。トレースのない明細は受注データ
      *   ベースの税抜金額と得意先の本国通貨で印字する
      * ・パッキングリスト(PKL)：明細ごとに数量・ケース入数
      *   (CFSHO-CASE-IRISU)・カートン数（数量÷入数の切り上げ、
      *   入数未設定はバラ）・総重量（数量×CFSHO-JURYO、kg）を
      *   印字し、カートン数・総重量の合計を出す
      *届け先は納品先指定の出荷は納品先マスタ(KCBS090)の名称・
      *住所、指定なしは得意先名を印字する（納品書KJBM059と同じ）。
      *原産国・HS関税分類番号・重量の未設定、価格決定トレース
      *なし、商品マスタ不一致の明細は書類へ印字したうえで件数を
      *表示し、完了コード8で終了する（マスタを直して再実行する）。
      *両書類は税関からの照会に備えて帳票スプールへ退避する。
      *本プログラムの直後にKCBM010を2回実行する。
      *  RPT=CINV  KCBM010-PGM-ID=KJBM076I
      *  RPT=PKL   KCBM010-PGM-ID=KJBM076P
      *再印刷はKCBM020へ同じプログラムＩＤと実行日を指定する。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 出荷実績の当回実行分抽出（KJBM056出力）
           SELECT  SHRD-FILE  ASSIGN TO  EXTERNAL  SHRD
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS SHRD-STATUS.
      *受注データベース（受注日・税抜金額の参照のみ）
           SELECT  ODB-FILE   ASSIGN TO  EXTERNAL  ODB
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS RANDOM
                              RECORD KEY   IS ODB-KEY
                              FILE STATUS  IS ODB-STATUS.
      *商品マスタ（品名・原産国・HS・入数・重量の参照のみ）
           SELECT  IMF-FILE   ASSIGN TO  EXTERNAL  IMF
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS RANDOM
                              RECORD KEY   IS CFSHO-SHOHIN-NO
                              FILE STATUS  IS IMF-STATUS.
      *得意先マスタ（輸出先の判定・得意先名の参照のみ）
           SELECT  CMF-FILE   ASSIGN TO  EXTERNAL  CMF
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS RANDOM
                              RECORD KEY   IS CFTOK-TOKU-COD
                              FILE STATUS  IS CMF-STATUS.
      *価格決定トレース（KJBM030出力・累積）　全件を1回読む
           SELECT  PTR-FILE   ASSIGN TO  EXTERNAL  PTR
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS PTR-STATUS.
      *自社プロファイル（荷送人名）
           SELECT  COM-FILE   ASSIGN TO  EXTERNAL  COMPRF
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS COM-STATUS.
      *OUTPUT コマーシャルインボイス
           SELECT  CINV-FILE  ASSIGN TO  EXTERNAL  CINV
                              ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT パッキングリスト
           SELECT  PKL-FILE   ASSIGN TO  EXTERNAL  PKL
                              ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  SHRD-FILE.
       01  SHRD-REC.
           COPY  KJCSHR.
       FD  ODB-FILE.
       01  ODB-REC.
           COPY  KJCODB.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  CMF-FILE.
       01  CMF-REC.
           COPY  KCCFTOK.
       FD  PTR-FILE.
       01  PTR-REC.
           COPY  KJCPTR.
       FD  COM-FILE.
       01  COM-REC.
           COPY  KCCFCOM.
       FD  CINV-FILE.
       01  CINV-REC               PIC  X(101).
       FD  PKL-FILE.
       01  PKL-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  SHRD-STATUS            PIC  X(2)    VALUE  SPACE.
       01  ODB-STATUS             PIC  X(2)    VALUE  SPACE.
       01  IMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  PTR-STATUS             PIC  X(2)    VALUE  SPACE.
       01  COM-STATUS             PIC  X(2)    VALUE  SPACE.
       01  SHRD-CNT               PIC  9(5)    VALUE  0.
       01  DOMESTIC-CNT           PIC  9(5)    VALUE  0.
       01  DOC-CNT                PIC  9(5)    VALUE  0.
       01  CINV-CNT               PIC  9(5)    VALUE  0.
       01  PKL-CNT                PIC  9(5)    VALUE  0.
       01  EXC-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-ODB-AVAIL-FLG       PIC  X       VALUE  "N".
       01  WK-IMF-AVAIL-FLG       PIC  X       VALUE  "N".
       01  WK-CMF-AVAIL-FLG       PIC  X       VALUE  "N".
      *輸出出荷明細のテーブル　並べ替えキー（得意先・受注番号・
      *出荷日・明細行番号）＋出荷実績のレコードイメージ＋価格決定
      *トレースから引き当てた通貨・単価・割引率
       01  SH-CNT                 PIC  9(4)    VALUE  ZERO.
       01  SH-TBL.
         02  SH-ENT  OCCURS 9999 TIMES INDEXED BY SH-IDX.
           03  SH-SORT-KEY        PIC  X(20).
           03  SH-REC-IMG         PIC  X(78).
           03  SH-TSUKA-COD       PIC  X(3).
           03  SH-TANKA           PIC  S9(5).
           03  SH-WARIBIKI        PIC  9(2).
      *価格決定トレース有無　"Y"=あり　"N"=なし
           03  SH-PTR-FLG         PIC  X(1).
       01  WK-I                   PIC  9(4)    VALUE  0.
       01  WK-J                   PIC  9(4)    VALUE  0.
       01  WK-SWAP-ENT            PIC  X(109).
      *明細1件分をKJCSHR項目で参照するための作業領域
       01  WK-SH-REC-1.
           COPY  KJCSHR.
      *書類の区切り　得意先＋受注番号＋出荷日（並べ替えキーの
      *先頭18バイト）
       01  WK-OLD-DOC-KEY         PIC  X(18)   VALUE  SPACE.
       01  WK-DOC-NO              PIC  X(15)   VALUE  SPACE.
       01  WK-DOC-TSUKA-COD       PIC  X(3)    VALUE  SPACE.
      *荷送人名（自社プロファイル、未定義時は空白）
       01  WK-KAISHA-MEI          PIC  X(20)   VALUE  SPACE.
      *明細の計算結果　金額・カートン数・総重量
       01  WK-SURYO-NUM           PIC  9(3)    VALUE  0.
       01  WK-KINGAKU             PIC  S9(11)  VALUE  0.
       01  WK-CARTON              PIC  9(5)    VALUE  0.
       01  WK-JURYO               PIC  9(8)V9(2)  VALUE  0.
       01  WK-LINE-EXC-FLG        PIC  X       VALUE  "N".
      *書類ごとの合計
       01  WK-DOC-SURYO           PIC  9(7)    VALUE  0.
       01  WK-DOC-KINGAKU         PIC  S9(11)  VALUE  0.
       01  WK-DOC-CARTON          PIC  9(7)    VALUE  0.
       01  WK-DOC-JURYO           PIC  9(9)V9(2)  VALUE  0.
      *編集用
       01  WK-SURYO-DISP          PIC  ZZZZ9.
       01  WK-TANKA-DISP          PIC  ZZ,ZZ9.
       01  WK-RITSU-DISP          PIC  Z9.
       01  WK-KIN-DISP            PIC  ---,---,---,--9.
       01  WK-IRISU-DISP          PIC  ZZ9.
       01  WK-CARTON-DISP         PIC  ZZ,ZZ9.
       01  WK-JURYO-DISP          PIC  ZZ,ZZZ,ZZ9.99.
       01  WK-TSURYO-DISP         PIC  Z,ZZZ,ZZ9.
       01  WK-TCARTON-DISP        PIC  Z,ZZZ,ZZ9.
       01  WK-TJURYO-DISP         PIC  ZZZ,ZZZ,ZZ9.99.
      *納品先参照(KCBS090)への連絡領域
       COPY  KCBS090P.
      ********************************************************
      * 輸出書類印刷の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KJBM076 ***".
           PERFORM  INIT-RTN.
           PERFORM  LOAD-SHRD-RTN.
           PERFORM  LOAD-PTR-RTN.
           PERFORM  SORT-RTN.
           PERFORM  DOC-WRITE-RTN.
           PERFORM  TERM-RTN.
           IF  EXC-CNT  >  0  THEN
             MOVE  8  TO  RETURN-CODE
           END-IF.
           STOP  RUN.
      ********************************************************
      * 開始処理　マスタ類は未定義の環境でも書類だけは作る
      ********************************************************
       INIT-RTN                   SECTION.
           OPEN  INPUT  ODB-FILE.
           IF  ODB-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-ODB-AVAIL-FLG
           ELSE
             DISPLAY  "ODBなし　受注金額なしで出力"
           END-IF.
           OPEN  INPUT  IMF-FILE.
           IF  IMF-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-IMF-AVAIL-FLG
           ELSE
             DISPLAY  "IMFなし　全明細を例外として出力"
           END-IF.
           OPEN  INPUT  CMF-FILE.
           IF  CMF-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-CMF-AVAIL-FLG
           ELSE
             DISPLAY  "CMFなし　輸出先を判定できず中止"
           END-IF.
           OPEN  INPUT  COM-FILE.
           IF  COM-STATUS  =  "00"  THEN
             READ  COM-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 MOVE  COM-KAISHA-MEI  TO  WK-KAISHA-MEI
             END-READ
             CLOSE  COM-FILE
           ELSE
             DISPLAY  "COMPRFなし　荷送人名なしで出力"
           END-IF.
           OPEN  OUTPUT  CINV-FILE.
           OPEN  OUTPUT  PKL-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 当回出荷実績の読込　輸出先の得意先の出荷だけを取り込む
      ********************************************************
       LOAD-SHRD-RTN              SECTION.
           IF  WK-CMF-AVAIL-FLG  NOT  =  "Y"  THEN
             GO  TO  LOAD-SHRD-EXT
           END-IF.
           OPEN  INPUT  SHRD-FILE.
           IF  SHRD-STATUS  =  "35"  THEN
             DISPLAY  "当回出荷実績なし"
             GO  TO  LOAD-SHRD-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  SHRD-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  SHRD-CNT
                 PERFORM  EXPORT-CHECK-RTN
             END-READ
           END-PERFORM.
           CLOSE  SHRD-FILE.
       LOAD-SHRD-EXT.
           EXIT.
      ********************************************************
      * 輸出先の判定と取り込み　本国通貨が円以外、または消費税
      * 区分が輸出免税の得意先（マスタにない得意先は対象外）
      ********************************************************
       EXPORT-CHECK-RTN           SECTION.
           MOVE  SHR-TOKU-COD OF SHRD-REC  TO  CFTOK-TOKU-COD.
           READ  CMF-FILE
             INVALID KEY
               ADD  1  TO  DOMESTIC-CNT
               GO  TO  EXPORT-CHECK-EXT
           END-READ.
           IF  ((CFTOK-TSUKA-COD  =  SPACE)  OR
                (CFTOK-TSUKA-COD  =  "JPY"))  AND
               (CFTOK-ZEI-KBN  NOT  =  "E")  THEN
             ADD  1  TO  DOMESTIC-CNT
             GO  TO  EXPORT-CHECK-EXT
           END-IF.
           IF  SH-CNT  >=  9999  THEN
             DISPLAY  "*** テーブル上限超過"
             GO  TO  EXPORT-CHECK-EXT
           END-IF.
           ADD  1  TO  SH-CNT.
           SET  SH-IDX  TO  SH-CNT.
           MOVE  SHRD-REC  TO  SH-REC-IMG(SH-IDX).
           MOVE  SPACE  TO  SH-SORT-KEY(SH-IDX).
           STRING  SHR-TOKU-COD OF SHRD-REC  DELIMITED BY SIZE
                   SHR-JUCHU-NO OF SHRD-REC  DELIMITED BY SIZE
                   SHR-SHIP-YMD OF SHRD-REC  DELIMITED BY SIZE
                   SHR-LINE-NO OF SHRD-REC   DELIMITED BY SIZE
             INTO  SH-SORT-KEY(SH-IDX).
      *トレースが見つからない明細は得意先の本国通貨で出す
           IF  CFTOK-TSUKA-COD  =  SPACE  THEN
             MOVE  "JPY"  TO  SH-TSUKA-COD(SH-IDX)
           ELSE
             MOVE  CFTOK-TSUKA-COD  TO  SH-TSUKA-COD(SH-IDX)
           END-IF.
           MOVE  0    TO  SH-TANKA(SH-IDX).
           MOVE  0    TO  SH-WARIBIKI(SH-IDX).
           MOVE  "N"  TO  SH-PTR-FLG(SH-IDX).
       EXPORT-CHECK-EXT.
           EXIT.
      ********************************************************
      * 価格決定トレースの引き当て　全件を1回読み、取り込んだ
      * 出荷明細と受注番号＋明細行番号が一致する行を写す（累積
      * ファイルのため後の行ほど新しく、最後に一致した行が残る）
      ********************************************************
       LOAD-PTR-RTN               SECTION.
           IF  SH-CNT  =  0  THEN
             GO  TO  LOAD-PTR-EXT
           END-IF.
           OPEN  INPUT  PTR-FILE.
           IF  PTR-STATUS  NOT  =  "00"  THEN
             DISPLAY  "PTRなし　受注金額で出力"
             GO  TO  LOAD-PTR-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  PTR-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 PERFORM  VARYING  SH-IDX  FROM  1  BY  1
                   UNTIL  SH-IDX  >  SH-CNT
                   MOVE  SH-REC-IMG(SH-IDX)  TO  WK-SH-REC-1
                   IF  (SHR-JUCHU-NO OF WK-SH-REC-1  =
                        PTR-JUCHU-NO)  AND
                       (SHR-LINE-NO OF WK-SH-REC-1  =
                        PTR-LINE-NO)  THEN
                     IF  PTR-TSUKA-COD  NOT  =  SPACE  THEN
                       MOVE  PTR-TSUKA-COD  TO  SH-TSUKA-COD(SH-IDX)
                     END-IF
                     MOVE  PTR-TANKA     TO  SH-TANKA(SH-IDX)
                     MOVE  PTR-WARIBIKI  TO  SH-WARIBIKI(SH-IDX)
                     MOVE  "Y"           TO  SH-PTR-FLG(SH-IDX)
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM.
           CLOSE  PTR-FILE.
       LOAD-PTR-EXT.
           EXIT.
      ********************************************************
      * 並べ替えキーの昇順に並べ替え（単純選択法、KJBM061と同じ
      * 技法）
      ********************************************************
       SORT-RTN                   SECTION.
           PERFORM  VARYING  WK-I  FROM  1  BY  1
             UNTIL  WK-I  >=  SH-CNT
             PERFORM  VARYING  WK-J  FROM  WK-I  BY  1
               UNTIL  WK-J  >  SH-CNT
               IF  SH-SORT-KEY(WK-J)  <  SH-SORT-KEY(WK-I)  THEN
                 MOVE  SH-ENT(WK-I)  TO  WK-SWAP-ENT
                 MOVE  SH-ENT(WK-J)  TO  SH-ENT(WK-I)
                 MOVE  WK-SWAP-ENT   TO  SH-ENT(WK-J)
               END-IF
             END-PERFORM
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 書類の書き出し　出荷（得意先×受注番号×出荷日）ごとに
      * 見出し・明細・合計を両書類へ出す
      ********************************************************
       DOC-WRITE-RTN              SECTION.
           MOVE  SPACE  TO  WK-OLD-DOC-KEY.
           PERFORM  VARYING  SH-IDX  FROM  1  BY  1
             UNTIL  SH-IDX  >  SH-CNT
             MOVE  SH-REC-IMG(SH-IDX)  TO  WK-SH-REC-1
             IF  SH-SORT-KEY(SH-IDX)(1:18)  NOT  =
                 WK-OLD-DOC-KEY  THEN
               IF  WK-OLD-DOC-KEY  NOT  =  SPACE  THEN
                 PERFORM  DOC-TOTAL-RTN
               END-IF
               MOVE  SH-SORT-KEY(SH-IDX)(1:18)  TO  WK-OLD-DOC-KEY
               PERFORM  DOC-HEAD-RTN
             END-IF
             PERFORM  DOC-LINE-RTN
           END-PERFORM.
           IF  WK-OLD-DOC-KEY  NOT  =  SPACE  THEN
             PERFORM  DOC-TOTAL-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 書類の見出し　書類番号・出荷日・受注番号・荷送人・
      * 荷受人・届け先・通貨を両書類へ印字する
      ********************************************************
       DOC-HEAD-RTN               SECTION.
           ADD  1  TO  DOC-CNT.
           MOVE  0  TO  WK-DOC-SURYO  WK-DOC-KINGAKU
                        WK-DOC-CARTON  WK-DOC-JURYO.
           MOVE  SH-TSUKA-COD(SH-IDX)  TO  WK-DOC-TSUKA-COD.
           MOVE  SPACE  TO  WK-DOC-NO.
           STRING  SHR-JUCHU-NO OF WK-SH-REC-1  DELIMITED BY SIZE
                   "-"  DELIMITED BY SIZE
                   SHR-SHIP-YMD OF WK-SH-REC-1  DELIMITED BY SIZE
             INTO  WK-DOC-NO.
           MOVE  SHR-TOKU-COD OF WK-SH-REC-1  TO  CFTOK-TOKU-COD.
           READ  CMF-FILE
             INVALID KEY
               MOVE  SPACE  TO  CFTOK-TOKU-MEI
           END-READ.
      *コマーシャルインボイスの見出し
           MOVE  SPACE  TO  CINV-REC.
           STRING  "COMMERCIAL INVOICE    NO. "  DELIMITED BY SIZE
                   WK-DOC-NO  DELIMITED BY SIZE
             INTO  CINV-REC.
           WRITE  CINV-REC.
           MOVE  SPACE  TO  CINV-REC.
           STRING  "  DATE "  DELIMITED BY SIZE
                   SHR-SHIP-YMD OF WK-SH-REC-1  DELIMITED BY SIZE
                   "  ORDER NO. "  DELIMITED BY SIZE
                   SHR-JUCHU-NO OF WK-SH-REC-1  DELIMITED BY SIZE
                   "  CURRENCY "  DELIMITED BY SIZE
                   WK-DOC-TSUKA-COD  DELIMITED BY SIZE
             INTO  CINV-REC.
           WRITE  CINV-REC.
           MOVE  SPACE  TO  CINV-REC.
           STRING  "  SHIPPER   "  DELIMITED BY SIZE
                   WK-KAISHA-MEI  DELIMITED BY SIZE
             INTO  CINV-REC.
           WRITE  CINV-REC.
           MOVE  SPACE  TO  CINV-REC.
           STRING  "  CONSIGNEE "  DELIMITED BY SIZE
                   SHR-TOKU-COD OF WK-SH-REC-1  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CFTOK-TOKU-MEI  DELIMITED BY SIZE
             INTO  CINV-REC.
           WRITE  CINV-REC.
           ADD  4  TO  CINV-CNT.
      *パッキングリストの見出し
           MOVE  SPACE  TO  PKL-REC.
           STRING  "PACKING LIST          NO. "  DELIMITED BY SIZE
                   WK-DOC-NO  DELIMITED BY SIZE
             INTO  PKL-REC.
           WRITE  PKL-REC.
           MOVE  SPACE  TO  PKL-REC.
           STRING  "  DATE "  DELIMITED BY SIZE
                   SHR-SHIP-YMD OF WK-SH-REC-1  DELIMITED BY SIZE
                   "  ORDER NO. "  DELIMITED BY SIZE
                   SHR-JUCHU-NO OF WK-SH-REC-1  DELIMITED BY SIZE
             INTO  PKL-REC.
           WRITE  PKL-REC.
           MOVE  SPACE  TO  PKL-REC.
           STRING  "  SHIPPER   "  DELIMITED BY SIZE
                   WK-KAISHA-MEI  DELIMITED BY SIZE
             INTO  PKL-REC.
           WRITE  PKL-REC.
           MOVE  SPACE  TO  PKL-REC.
           STRING  "  CONSIGNEE "  DELIMITED BY SIZE
                   SHR-TOKU-COD OF WK-SH-REC-1  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CFTOK-TOKU-MEI  DELIMITED BY SIZE
             INTO  PKL-REC.
           WRITE  PKL-REC.
           ADD  4  TO  PKL-CNT.
           PERFORM  DOC-ADDR-RTN.
      *明細の見出し行
           MOVE  SPACE  TO  CINV-REC.
           STRING  "  LN ITEM  DESCRIPTION          ORIGIN HS CODE"
                     DELIMITED BY SIZE
                   "       QTY   PRICE DC          AMOUNT"
                     DELIMITED BY SIZE
             INTO  CINV-REC.
           WRITE  CINV-REC.
           ADD  1  TO  CINV-CNT.
           MOVE  SPACE  TO  PKL-REC.
           STRING  "  LN ITEM  DESCRIPTION            QTY PCS/CTN"
                     DELIMITED BY SIZE
                   " CARTONS    GROSS KG  DELIVERY NOTE"
                     DELIMITED BY SIZE
             INTO  PKL-REC.
           WRITE  PKL-REC.
           ADD  1  TO  PKL-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 届け先　納品先指定の出荷は納品先マスタの名称・住所を両
      * 書類へ印字する（指定なしは荷受人と同じため印字しない）
      ********************************************************
       DOC-ADDR-RTN               SECTION.
           IF  SHR-NOHIN-COD OF WK-SH-REC-1  =  SPACE  THEN
             GO  TO  DOC-ADDR-EXT
           END-IF.
           MOVE  SHR-TOKU-COD OF WK-SH-REC-1   TO  S090-TOKU-COD.
           MOVE  SHR-NOHIN-COD OF WK-SH-REC-1  TO  S090-NOHIN-COD.
           CALL  "KCBS090"  USING  KCBS090-P1.
           MOVE  SPACE  TO  CINV-REC.
           IF  S090-RCD  NOT  =  SPACE  THEN
             STRING  "  DELIVER TO "  DELIMITED BY SIZE
                     S090-NOHIN-COD  DELIMITED BY SIZE
               INTO  CINV-REC
             WRITE  CINV-REC
             MOVE  CINV-REC  TO  PKL-REC
             WRITE  PKL-REC
             ADD  1  TO  CINV-CNT
             ADD  1  TO  PKL-CNT
             GO  TO  DOC-ADDR-EXT
           END-IF.
           STRING  "  DELIVER TO "  DELIMITED BY SIZE
                   S090-NOHIN-MEI  DELIMITED BY SIZE
             INTO  CINV-REC.
           WRITE  CINV-REC.
           MOVE  CINV-REC  TO  PKL-REC.
           WRITE  PKL-REC.
           MOVE  SPACE  TO  CINV-REC.
           STRING  "             "  DELIMITED BY SIZE
                   S090-JUSHO-1  DELIMITED BY SIZE
             INTO  CINV-REC.
           WRITE  CINV-REC.
           MOVE  CINV-REC  TO  PKL-REC.
           WRITE  PKL-REC.
           ADD  2  TO  CINV-CNT.
           ADD  2  TO  PKL-CNT.
           IF  S090-JUSHO-2  NOT  =  SPACE  THEN
             MOVE  SPACE  TO  CINV-REC
             STRING  "             "  DELIMITED BY SIZE
                     S090-JUSHO-2  DELIMITED BY SIZE
               INTO  CINV-REC
             WRITE  CINV-REC
             MOVE  CINV-REC  TO  PKL-REC
             WRITE  PKL-REC
             ADD  1  TO  CINV-CNT
             ADD  1  TO  PKL-CNT
           END-IF.
       DOC-ADDR-EXT.
           EXIT.
      ********************************************************
      * 明細1行　商品マスタと受注データベースを引き、インボイス
      * の金額とパッキングリストのカートン数・重量を求める
      ********************************************************
       DOC-LINE-RTN               SECTION.
           MOVE  "N"  TO  WK-LINE-EXC-FLG.
           MOVE  SHR-SURYO OF WK-SH-REC-1  TO  WK-SURYO-NUM.
           MOVE  SPACE  TO  IMF-REC.
           MOVE  0  TO  CFSHO-CASE-IRISU  CFSHO-JURYO.
           MOVE  SHR-SHOHIN-NO OF WK-SH-REC-1  TO  CFSHO-SHOHIN-NO.
           IF  WK-IMF-AVAIL-FLG  =  "Y"  THEN
             READ  IMF-FILE
               INVALID KEY
                 MOVE  SPACE  TO  IMF-REC
                 MOVE  0  TO  CFSHO-CASE-IRISU  CFSHO-JURYO
                 MOVE  "Y"  TO  WK-LINE-EXC-FLG
             END-READ
           ELSE
             MOVE  "Y"  TO  WK-LINE-EXC-FLG
           END-IF.
           IF  (CFSHO-GENSAN-KOKU  =  SPACE)  OR
               (CFSHO-HS-COD  =  SPACE)  OR
               (CFSHO-JURYO  =  ZERO)  THEN
             MOVE  "Y"  TO  WK-LINE-EXC-FLG
           END-IF.
      *金額　トレースの単価・割引率から、なければ受注の税抜金額
           IF  SH-PTR-FLG(SH-IDX)  =  "Y"  THEN
             COMPUTE  WK-KINGAKU  ROUNDED  =
               WK-SURYO-NUM  *  SH-TANKA(SH-IDX)
               *  (100  -  SH-WARIBIKI(SH-IDX))  /  100
           ELSE
             MOVE  "Y"  TO  WK-LINE-EXC-FLG
             MOVE  0  TO  WK-KINGAKU
             IF  WK-ODB-AVAIL-FLG  =  "Y"  THEN
               MOVE  SHR-JUCHU-NO OF WK-SH-REC-1  TO  ODB-JUCHU-NO
               MOVE  SHR-LINE-NO OF WK-SH-REC-1   TO  ODB-LINE-NO
               READ  ODB-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   COMPUTE  WK-KINGAKU  =
                     ODB-KINGAKU  -  ODB-ZEIGAKU
               END-READ
             END-IF
           END-IF.
      *カートン数　入数で割って切り上げ（入数未設定はバラ扱い）
           MOVE  0  TO  WK-CARTON.
           IF  CFSHO-CASE-IRISU  >  0  THEN
             DIVIDE  CFSHO-CASE-IRISU  INTO  WK-SURYO-NUM
               GIVING  WK-CARTON
             IF  WK-CARTON  *  CFSHO-CASE-IRISU  <  WK-SURYO-NUM
             THEN
               ADD  1  TO  WK-CARTON
             END-IF
           END-IF.
           COMPUTE  WK-JURYO  =  WK-SURYO-NUM  *  CFSHO-JURYO.
           ADD  WK-SURYO-NUM  TO  WK-DOC-SURYO.
           ADD  WK-KINGAKU    TO  WK-DOC-KINGAKU.
           ADD  WK-CARTON     TO  WK-DOC-CARTON.
           ADD  WK-JURYO      TO  WK-DOC-JURYO.
      *インボイス明細行
           MOVE  WK-SURYO-NUM          TO  WK-SURYO-DISP.
           MOVE  SH-TANKA(SH-IDX)      TO  WK-TANKA-DISP.
           MOVE  SH-WARIBIKI(SH-IDX)   TO  WK-RITSU-DISP.
           MOVE  WK-KINGAKU            TO  WK-KIN-DISP.
           MOVE  SPACE  TO  CINV-REC.
           STRING  "  "  DELIMITED BY SIZE
                   SHR-LINE-NO OF WK-SH-REC-1  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   SHR-SHOHIN-NO OF WK-SH-REC-1  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CFSHO-SHOHIN-MEI  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CFSHO-GENSAN-KOKU  DELIMITED BY SIZE
                   "     "  DELIMITED BY SIZE
                   CFSHO-HS-COD  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-SURYO-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-TANKA-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-RITSU-DISP  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
             INTO  CINV-REC.
           WRITE  CINV-REC.
           ADD  1  TO  CINV-CNT.
      *パッキングリスト明細行
           MOVE  CFSHO-CASE-IRISU  TO  WK-IRISU-DISP.
           MOVE  WK-CARTON         TO  WK-CARTON-DISP.
           MOVE  WK-JURYO          TO  WK-JURYO-DISP.
           MOVE  SPACE  TO  PKL-REC.
           IF  CFSHO-CASE-IRISU  >  0  THEN
             STRING  "  "  DELIMITED BY SIZE
                     SHR-LINE-NO OF WK-SH-REC-1  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     SHR-SHOHIN-NO OF WK-SH-REC-1  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     CFSHO-SHOHIN-MEI  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     WK-SURYO-DISP  DELIMITED BY SIZE
                     "     "  DELIMITED BY SIZE
                     WK-IRISU-DISP  DELIMITED BY SIZE
                     "  "  DELIMITED BY SIZE
                     WK-CARTON-DISP  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     WK-JURYO-DISP  DELIMITED BY SIZE
                     "  "  DELIMITED BY SIZE
                     SHR-DEN-NO OF WK-SH-REC-1  DELIMITED BY SIZE
               INTO  PKL-REC
           ELSE
             STRING  "  "  DELIMITED BY SIZE
                     SHR-LINE-NO OF WK-SH-REC-1  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     SHR-SHOHIN-NO OF WK-SH-REC-1  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     CFSHO-SHOHIN-MEI  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     WK-SURYO-DISP  DELIMITED BY SIZE
                     "   LOOSE        "  DELIMITED BY SIZE
                     WK-JURYO-DISP  DELIMITED BY SIZE
                     "  "  DELIMITED BY SIZE
                     SHR-DEN-NO OF WK-SH-REC-1  DELIMITED BY SIZE
               INTO  PKL-REC
           END-IF.
           WRITE  PKL-REC.
           ADD  1  TO  PKL-CNT.
           IF  WK-LINE-EXC-FLG  =  "Y"  THEN
             PERFORM  LINE-EXC-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 明細の例外表示（書類には印字済み、件数を数えて知らせる）
      ********************************************************
       LINE-EXC-RTN               SECTION.
           ADD  1  TO  EXC-CNT.
           IF  (WK-IMF-AVAIL-FLG  NOT  =  "Y")  OR
               (CFSHO-SHOHIN-MEI  =  SPACE)  THEN
             DISPLAY  "*** 商品マスタなし 書類=" WK-DOC-NO
                      " 商品=" SHR-SHOHIN-NO OF WK-SH-REC-1
             GO  TO  LINE-EXC-EXT
           END-IF.
           IF  (CFSHO-GENSAN-KOKU  =  SPACE)  OR
               (CFSHO-HS-COD  =  SPACE)  THEN
             DISPLAY  "*** 原産国・HS未設定 書類=" WK-DOC-NO
                      " 商品=" SHR-SHOHIN-NO OF WK-SH-REC-1
           END-IF.
           IF  CFSHO-JURYO  =  ZERO  THEN
             DISPLAY  "*** 重量未設定 書類=" WK-DOC-NO
                      " 商品=" SHR-SHOHIN-NO OF WK-SH-REC-1
           END-IF.
           IF  SH-PTR-FLG(SH-IDX)  NOT  =  "Y"  THEN
             DISPLAY  "*** 価格トレースなし 書類=" WK-DOC-NO
                      " 明細=" SHR-LINE-NO OF WK-SH-REC-1
           END-IF.
       LINE-EXC-EXT.
           EXIT.
      ********************************************************
      * 書類の合計行　インボイスは数量・金額、パッキングリストは
      * 数量・カートン数・総重量
      ********************************************************
       DOC-TOTAL-RTN              SECTION.
           MOVE  WK-DOC-SURYO    TO  WK-TSURYO-DISP.
           MOVE  WK-DOC-KINGAKU  TO  WK-KIN-DISP.
           MOVE  SPACE  TO  CINV-REC.
           STRING  "  TOTAL  QTY "  DELIMITED BY SIZE
                   WK-TSURYO-DISP  DELIMITED BY SIZE
                   "   AMOUNT "  DELIMITED BY SIZE
                   WK-DOC-TSUKA-COD  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
             INTO  CINV-REC.
           WRITE  CINV-REC.
           MOVE  SPACE  TO  CINV-REC.
           WRITE  CINV-REC.
           ADD  2  TO  CINV-CNT.
           MOVE  WK-DOC-CARTON   TO  WK-TCARTON-DISP.
           MOVE  WK-DOC-JURYO    TO  WK-TJURYO-DISP.
           MOVE  SPACE  TO  PKL-REC.
           STRING  "  TOTAL  QTY "  DELIMITED BY SIZE
                   WK-TSURYO-DISP  DELIMITED BY SIZE
                   "   CARTONS "  DELIMITED BY SIZE
                   WK-TCARTON-DISP  DELIMITED BY SIZE
                   "   GROSS KG "  DELIMITED BY SIZE
                   WK-TJURYO-DISP  DELIMITED BY SIZE
             INTO  PKL-REC.
           WRITE  PKL-REC.
           MOVE  SPACE  TO  PKL-REC.
           WRITE  PKL-REC.
           ADD  2  TO  PKL-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           IF  WK-ODB-AVAIL-FLG  =  "Y"  THEN
             CLOSE  ODB-FILE
           END-IF.
           IF  WK-IMF-AVAIL-FLG  =  "Y"  THEN
             CLOSE  IMF-FILE
           END-IF.
           IF  WK-CMF-AVAIL-FLG  =  "Y"  THEN
             CLOSE  CMF-FILE
           END-IF.
           CLOSE  CINV-FILE.
           CLOSE  PKL-FILE.
           DISPLAY  "出荷実績読込= "  SHRD-CNT.
           DISPLAY  "国内出荷　　= "  DOMESTIC-CNT.
           DISPLAY  "輸出書類数　= "  DOC-CNT.
           DISPLAY  "CINV行数　　= "  CINV-CNT.
           DISPLAY  "PKL行数 　　= "  PKL-CNT.
           DISPLAY  "例外明細　　= "  EXC-CNT.
           DISPLAY  "*** END KJBM076 ***".
       EXT.
           EXIT.
