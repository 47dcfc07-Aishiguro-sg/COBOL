      * 変更日／変更者：２０２６年９月３日  石黒　茜
      *       変更内容：セット商品の明細に構成部品の行を印字
      *                 （倉庫は実在する部品をピッキングする）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：ピッキングリストを出荷拠点別・棚番マスタ
      *                 (BIN)のピッキング順序の順へ変更し、各行に
      *                 棚番を印字。棚番未登録の商品は別欄へ
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：納品書へ届け先（納品先の名称・住所・電話）を印字
      *                 納品先指定の受注は納品先の出荷拠点でピッキング
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：見積番号追加に伴う受注チェックデータ長の変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：エラー区分の25個への拡張に伴いレコード長を変更
      ********************************************************
      *KJBM050の正常出力(OTF1)から倉庫向けの紙を2種類作る。
      * ・ピッキングリスト(PICK)：出荷拠点（得意先マスタの既定
      *   出荷拠点、未設定は"01"）ごとに1部作り、棚番マスタ(BIN)
      *   のピッキング順序番号の順に並べて、ピッカーが通路を一度
      *   歩けば済むようにする。商品ごとに棚番（通路-棚-段）を
      *   印字し、行には受注番号・数量を添え、商品ごとの合計数量
      *   も出す。棚番未登録の商品は拠点ごとの末尾の「棚番未登録」
      *   欄へ商品番号順に出し、倉庫が棚番を登録できるようにする
      * ・納品書(DELV)：受注番号ごとに明細行（品名・数量）を
      *   まとめ、梱包に同梱する。見出しの下に届け先（納品先
      *   指定の受注は納品先マスタの名称・住所・電話、指定なし
      *   は得意先名）を印字する
      *納品先指定の受注は、出荷拠点も納品先マスタの指定を優先する
      *返品(2)・キャンセル(3)は出荷しないため対象外。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
           SELECT  SET-FILE   ASSIGN TO  EXTERNAL  SETM
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS SET-STATUS.
      *得意先マスタ（既定出荷拠点の参照のみ）
           SELECT  CMF-FILE   ASSIGN TO  EXTERNAL  CMF
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS RANDOM
                              RECORD KEY   IS CFTOK-TOKU-COD
                              FILE STATUS  IS CMF-STATUS.
      *棚番マスタ（棚番・ピッキング順序の参照のみ、外部定義）
           SELECT  BIN-FILE   ASSIGN TO  EXTERNAL  BIN
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS RANDOM
                              RECORD KEY   IS CFBIN-KEY
                              FILE STATUS  IS BIN-STATUS.
      *OUTPUT ピッキングリスト
           SELECT  PICK-FILE  ASSIGN TO  EXTERNAL  PICK
                              ORGANIZATION IS LINE SEQUENTIAL.
       FD  SET-FILE.
       01  SET-REC.
           COPY  KJCSET.
       FD  CMF-FILE.
       01  CMF-REC.
           COPY  KCCFTOK.
       FD  BIN-FILE.
       01  BIN-REC.
           COPY  KCCFBIN.
       FD  PICK-FILE.
       01  PICK-REC               PIC  X(101).
       FD  DELV-FILE.
       01  SHP-CNT                PIC  9(4)    VALUE  ZERO.
       01  SHP-TBL.
         02  SHP-ENT  OCCURS 9999 TIMES INDEXED BY SHP-IDX.
           03  SHP-IMG            PIC  X(156).
       01  WK-I                   PIC  9(4)    VALUE  0.
       01  WK-J                   PIC  9(4)    VALUE  0.
       01  WK-SWAP-IMG            PIC  X(156).
      *明細1件をKJCF020項目で参照するための作業領域
       01  WK-SHP-REC-1.
           COPY  KJCF020.
           03  WK-SETT-KO-NO      PIC  X(5).
           03  WK-SETT-KO-SURYO   PIC  9(3).
       01  WK-SET-QTY             PIC  S9(7)   VALUE  0.
      *ピッキング順の並べ替えキー（拠点・棚番有無・順序番号・
      *商品番号・受注番号・明細行）と棚番、出荷明細の位置
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  BIN-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-CMF-AVAIL-FLG       PIC  X       VALUE  "N".
       01  WK-BIN-AVAIL-FLG       PIC  X       VALUE  "N".
       01  WK-DEFAULT-LOC         PIC  X(2)    VALUE  "01".
       01  PKY-TBL.
         02  PKY-ENT  OCCURS 9999 TIMES INDEXED BY PKY-IDX.
           03  PKY-LOC-COD        PIC  X(2).
      *棚番有無　"0"=登録あり　"1"=未登録（拠点の末尾へ）
           03  PKY-BIN-KBN        PIC  X(1).
           03  PKY-PICK-SEQ       PIC  9(5).
           03  PKY-SHOHIN-NO      PIC  X(5).
           03  PKY-JUCHU-NO       PIC  X(6).
           03  PKY-LINE-NO        PIC  9(2).
           03  PKY-BIN            PIC  X(8).
           03  PKY-SHP-NO         PIC  9(4).
       01  WK-PKY-SWAP            PIC  X(33).
       01  WK-OLD-LOC             PIC  X(2)    VALUE  SPACE.
       01  WK-OLD-BIN-KBN         PIC  X       VALUE  SPACE.
       01  WK-BIN-LOC             PIC  X(2)    VALUE  SPACE.
       01  WK-BIN-DISP            PIC  X(8)    VALUE  SPACE.
       01  WK-BIN-SEQ             PIC  9(5)    VALUE  0.
       01  WK-BIN-FOUND-FLG       PIC  X       VALUE  "N".
       01  WK-NOBIN-CNT           PIC  9(5)    VALUE  0.
      *区切り制御　ピッキング＝商品番号、納品書＝受注番号
       01  WK-OLD-SHOHIN          PIC  X(5)    VALUE  SPACE.
       01  WK-OLD-JUCHU           PIC  X(6)    VALUE  SPACE.
       01  WK-SURYO-NUM           PIC  9(3)    VALUE  0.
      *編集用
       01  WK-SURYO-DISP          PIC  ZZZZ9.
      *納品先参照(KCBS090)への連絡領域（届け先・出荷拠点）
       COPY  KCBS090P.
      ********************************************************
      * 出荷帳票の作成
      ********************************************************
           EXIT.
      ********************************************************
      * セット構成部品行の印字　親商品の明細の直後に、実際に
      * 棚から取る部品と必要数（数量×員数）・部品の棚番を添える
      ********************************************************
       SET-KO-PRINT-RTN           SECTION.
           PERFORM  VARYING  WK-SETT-IDX  FROM  1  BY  1
                 WK-SURYO-NUM
                 *  WK-SETT-KO-SURYO(WK-SETT-IDX)
               MOVE  WK-SET-QTY  TO  WK-SURYO-DISP
               MOVE  WK-SETT-KO-NO(WK-SETT-IDX)  TO  CFBIN-SHOHIN-NO
               MOVE  WK-OLD-LOC  TO  WK-BIN-LOC
               PERFORM  BIN-READ-RTN
               MOVE  SPACE  TO  PICK-REC
               STRING  "    構成部品 "  DELIMITED BY SIZE
                       WK-SETT-KO-NO(WK-SETT-IDX)
                         DELIMITED BY SIZE
                       " 数量="  DELIMITED BY SIZE
                       WK-SURYO-DISP  DELIMITED BY SIZE
                       " 棚="  DELIMITED BY SIZE
                       WK-BIN-DISP  DELIMITED BY SIZE
                 INTO  PICK-REC
               WRITE  PICK-REC
               ADD  1  TO  PICK-CNT
      ********************************************************
       INIT-RTN                   SECTION.
           PERFORM  LOAD-SET-RTN.
      *得意先マスタ・棚番マスタ　未定義の環境では全明細を拠点
      *"01"・棚番未登録として出す
           OPEN  INPUT  CMF-FILE.
           IF  CMF-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-CMF-AVAIL-FLG
           END-IF.
           OPEN  INPUT  BIN-FILE.
           IF  BIN-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-BIN-AVAIL-FLG
           ELSE
             DISPLAY  "BINなし　全商品を棚番未登録で出力"
           END-IF.
           OPEN  INPUT   ITF-FILE.
           OPEN  OUTPUT  PICK-FILE.
           OPEN  OUTPUT  DELV-FILE.
       EXT.
           EXIT.
      ********************************************************
      * ピッキングリスト　明細ごとに出荷拠点と棚番を引き当て、
      * 拠点・棚番有無・ピッキング順序・商品番号の順に並べ替えて
      * （単純選択法、KUBM022と同じ技法）拠点ごとに出力する
      ********************************************************
       PICK-REPORT-RTN            SECTION.
           PERFORM  VARYING  SHP-IDX  FROM  1  BY  1
             UNTIL  SHP-IDX  >  SHP-CNT
             MOVE  SHP-IMG(SHP-IDX)  TO  WK-SHP-REC-1
             PERFORM  PKY-SET-RTN
           END-PERFORM.
           PERFORM  VARYING  WK-I  FROM  1  BY  1
             UNTIL  WK-I  >=  SHP-CNT
             PERFORM  VARYING  WK-J  FROM  WK-I  BY  1
               UNTIL  WK-J  >  SHP-CNT
               IF  PKY-ENT(WK-J)(1:21)  <
                   PKY-ENT(WK-I)(1:21)  THEN
                 MOVE  PKY-ENT(WK-I)  TO  WK-PKY-SWAP
                 MOVE  PKY-ENT(WK-J)  TO  PKY-ENT(WK-I)
                 MOVE  WK-PKY-SWAP    TO  PKY-ENT(WK-J)
               END-IF
             END-PERFORM
           END-PERFORM.
           MOVE  SPACE  TO  WK-OLD-SHOHIN.
           MOVE  SPACE  TO  WK-OLD-LOC.
           MOVE  SPACE  TO  WK-OLD-BIN-KBN.
           MOVE  "Y"    TO  WK-FIRST-FLG.
           MOVE  0      TO  WK-SHOHIN-SUM.
           PERFORM  VARYING  PKY-IDX  FROM  1  BY  1
             UNTIL  PKY-IDX  >  SHP-CNT
             MOVE  SHP-IMG(PKY-SHP-NO(PKY-IDX))  TO  WK-SHP-REC-1
      *拠点の切れ目で新しいリストを始める
             IF  (WK-FIRST-FLG  =  "Y")  OR
                 (PKY-LOC-COD(PKY-IDX)  NOT  =  WK-OLD-LOC)  THEN
               IF  WK-FIRST-FLG  =  "Y"  THEN
                 MOVE  "N"  TO  WK-FIRST-FLG
               ELSE
                 PERFORM  PICK-SHOHIN-KEI-RTN
               END-IF
               MOVE  PKY-LOC-COD(PKY-IDX)  TO  WK-OLD-LOC
               MOVE  "0"    TO  WK-OLD-BIN-KBN
               MOVE  SPACE  TO  WK-OLD-SHOHIN
               MOVE  SPACE  TO  PICK-REC
               STRING  "ピッキングリスト　出荷拠点＝"
                         DELIMITED BY SIZE
                       WK-OLD-LOC  DELIMITED BY SIZE
                 INTO  PICK-REC
               WRITE  PICK-REC
               ADD  1  TO  PICK-CNT
             END-IF
      *棚番未登録の欄の始まり
             IF  PKY-BIN-KBN(PKY-IDX)  NOT  =  WK-OLD-BIN-KBN  THEN
               IF  WK-OLD-SHOHIN  NOT  =  SPACE  THEN
                 PERFORM  PICK-SHOHIN-KEI-RTN
               END-IF
               MOVE  PKY-BIN-KBN(PKY-IDX)  TO  WK-OLD-BIN-KBN
               MOVE  SPACE  TO  WK-OLD-SHOHIN
               MOVE  SPACE  TO  PICK-REC
               MOVE  "＜棚番未登録（要登録）＞"
                 TO  PICK-REC
               WRITE  PICK-REC
               ADD  1  TO  PICK-CNT
             END-IF
             IF  JF020-SHOHIN-NO OF WK-SHP-REC-1  NOT  =
                 WK-OLD-SHOHIN  THEN
               IF  WK-OLD-SHOHIN  NOT  =  SPACE  THEN
                 PERFORM  PICK-SHOHIN-KEI-RTN
               END-IF
               MOVE  JF020-SHOHIN-NO OF WK-SHP-REC-1
                 TO  WK-OLD-SHOHIN
               MOVE  0  TO  WK-SHOHIN-SUM
               MOVE  SPACE  TO  PICK-REC
               STRING  "棚 "  DELIMITED BY SIZE
                       PKY-BIN(PKY-IDX)  DELIMITED BY SIZE
                       " 商品 "  DELIMITED BY SIZE
                       WK-OLD-SHOHIN  DELIMITED BY SIZE
                       " "  DELIMITED BY SIZE
                       JF020-SHOHIN-MEI OF WK-SHP-REC-1
                       DELIMITED BY SIZE
                     " 数量="  DELIMITED BY SIZE
                     WK-SURYO-DISP  DELIMITED BY SIZE
                     " 棚="  DELIMITED BY SIZE
                     PKY-BIN(PKY-IDX)  DELIMITED BY SIZE
               INTO  PICK-REC
             WRITE  PICK-REC
             ADD  1  TO  PICK-CNT
       EXT.
           EXIT.
      ********************************************************
      * 並べ替えキーの作成　出荷拠点（得意先の既定出荷拠点、
      * 未設定は"01"。納品先指定の受注は納品先の出荷拠点を優先）
      * と棚番マスタの棚番・ピッキング順序番号
      ********************************************************
       PKY-SET-RTN                SECTION.
           MOVE  WK-DEFAULT-LOC  TO  WK-BIN-LOC.
           IF  WK-CMF-AVAIL-FLG  =  "Y"  THEN
             MOVE  JF020-TOKU-COD OF WK-SHP-REC-1  TO  CFTOK-TOKU-COD
             READ  CMF-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF  CFTOK-LOC-COD  NOT  =  SPACE  THEN
                   MOVE  CFTOK-LOC-COD  TO  WK-BIN-LOC
                 END-IF
             END-READ
             IF  JF020-NOHIN-COD OF WK-SHP-REC-1  NOT  =  SPACE  THEN
               MOVE  JF020-TOKU-COD OF WK-SHP-REC-1
                 TO  S090-TOKU-COD
               MOVE  JF020-NOHIN-COD OF WK-SHP-REC-1
                 TO  S090-NOHIN-COD
               CALL  "KCBS090"  USING  KCBS090-P1
               IF  (S090-RCD  =  SPACE)  AND
                   (S090-LOC-COD  NOT  =  SPACE)  THEN
                 MOVE  S090-LOC-COD  TO  WK-BIN-LOC
               END-IF
             END-IF
           END-IF.
           MOVE  JF020-SHOHIN-NO OF WK-SHP-REC-1  TO  CFBIN-SHOHIN-NO.
           PERFORM  BIN-READ-RTN.
           SET  PKY-IDX  TO  SHP-IDX.
           MOVE  WK-BIN-LOC  TO  PKY-LOC-COD(PKY-IDX).
           IF  WK-BIN-FOUND-FLG  =  "N"  THEN
             MOVE  "1"  TO  PKY-BIN-KBN(PKY-IDX)
             MOVE  0    TO  PKY-PICK-SEQ(PKY-IDX)
             ADD  1  TO  WK-NOBIN-CNT
           ELSE
             MOVE  "0"  TO  PKY-BIN-KBN(PKY-IDX)
             MOVE  WK-BIN-SEQ  TO  PKY-PICK-SEQ(PKY-IDX)
           END-IF.
           MOVE  JF020-SHOHIN-NO OF WK-SHP-REC-1
             TO  PKY-SHOHIN-NO(PKY-IDX).
           MOVE  JF020-JUCHU-NO OF WK-SHP-REC-1
             TO  PKY-JUCHU-NO(PKY-IDX).
           MOVE  JF020-LINE-NO OF WK-SHP-REC-1
             TO  PKY-LINE-NO(PKY-IDX).
           MOVE  WK-BIN-DISP  TO  PKY-BIN(PKY-IDX).
           SET  PKY-SHP-NO(PKY-IDX)  TO  SHP-IDX.
       EXT.
           EXIT.
      ********************************************************
      * 棚番の読み　CFBIN-SHOHIN-NO＋WK-BIN-LOCで引き、棚番の
      * 表示（通路-棚-段）と順序番号を返す。未登録は
      * WK-BIN-FOUND-FLG="N"・表示"未登録"
      ********************************************************
       BIN-READ-RTN               SECTION.
           MOVE  "N"       TO  WK-BIN-FOUND-FLG.
           MOVE  "未登録"  TO  WK-BIN-DISP.
           MOVE  0         TO  WK-BIN-SEQ.
           IF  WK-BIN-AVAIL-FLG  NOT  =  "Y"  THEN
             GO  TO  BIN-READ-EXT
           END-IF.
           MOVE  WK-BIN-LOC  TO  CFBIN-LOC-COD.
           READ  BIN-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE  SPACE  TO  WK-BIN-DISP
               STRING  CFBIN-TSURO  DELIMITED BY SIZE
                       "-"  DELIMITED BY SIZE
                       CFBIN-TANA  DELIMITED BY SIZE
                       "-"  DELIMITED BY SIZE
                       CFBIN-DAN  DELIMITED BY SIZE
                 INTO  WK-BIN-DISP
               MOVE  CFBIN-PICK-SEQ  TO  WK-BIN-SEQ
               MOVE  "Y"  TO  WK-BIN-FOUND-FLG
           END-READ.
       BIN-READ-EXT.
           EXIT.
      ********************************************************
      * 商品ごとの合計数量行
      ********************************************************
       PICK-SHOHIN-KEI-RTN        SECTION.
                         DELIMITED BY SIZE
                 INTO  DELV-REC
               WRITE  DELV-REC
               PERFORM  DELV-ADDR-RTN
             END-IF
             MOVE  JF020-SURYO OF WK-SHP-REC-1  TO  WK-SURYO-NUM
             MOVE  WK-SURYO-NUM  TO  WK-SURYO-DISP
       EXT.
           EXIT.
      ********************************************************
      * 納品書の届け先　納品先指定の受注は納品先マスタの名称・
      * 郵便番号・住所・電話を、指定なしは得意先名を印字する
      * （納品先がマスタから消えていればコードのみ印字する）
      ********************************************************
       DELV-ADDR-RTN              SECTION.
           IF  JF020-NOHIN-COD OF WK-SHP-REC-1  =  SPACE  THEN
             MOVE  SPACE  TO  DELV-REC
             MOVE  JF020-TOKU-COD OF WK-SHP-REC-1  TO  CFTOK-TOKU-COD
             IF  WK-CMF-AVAIL-FLG  =  "Y"  THEN
               READ  CMF-FILE
                 INVALID KEY
                   MOVE  SPACE  TO  CFTOK-TOKU-MEI
               END-READ
             ELSE
               MOVE  SPACE  TO  CFTOK-TOKU-MEI
             END-IF
             STRING  "  届け先："  DELIMITED BY SIZE
                     CFTOK-TOKU-MEI  DELIMITED BY SIZE
               INTO  DELV-REC
             WRITE  DELV-REC
             GO  TO  DELV-ADDR-EXT
           END-IF.
           MOVE  JF020-TOKU-COD OF WK-SHP-REC-1   TO  S090-TOKU-COD.
           MOVE  JF020-NOHIN-COD OF WK-SHP-REC-1  TO  S090-NOHIN-COD.
           CALL  "KCBS090"  USING  KCBS090-P1.
           IF  S090-RCD  NOT  =  SPACE  THEN
             MOVE  SPACE  TO  DELV-REC
             STRING  "  届け先：納品先＝"  DELIMITED BY SIZE
                     S090-NOHIN-COD  DELIMITED BY SIZE
                     "（マスタ未登録）"  DELIMITED BY SIZE
               INTO  DELV-REC
             WRITE  DELV-REC
             GO  TO  DELV-ADDR-EXT
           END-IF.
           MOVE  SPACE  TO  DELV-REC.
           STRING  "  届け先："  DELIMITED BY SIZE
                   S090-NOHIN-MEI  DELIMITED BY SIZE
                   "（"  DELIMITED BY SIZE
                   S090-NOHIN-COD  DELIMITED BY SIZE
                   "）"  DELIMITED BY SIZE
             INTO  DELV-REC.
           WRITE  DELV-REC.
           MOVE  SPACE  TO  DELV-REC.
           STRING  "  〒"  DELIMITED BY SIZE
                   S090-YUBIN-NO  DELIMITED BY SIZE
                   "  ＴＥＬ "  DELIMITED BY SIZE
                   S090-TEL-NO  DELIMITED BY SIZE
             INTO  DELV-REC.
           WRITE  DELV-REC.
           MOVE  SPACE  TO  DELV-REC.
           STRING  "  "  DELIMITED BY SIZE
                   S090-JUSHO-1  DELIMITED BY SIZE
             INTO  DELV-REC.
           WRITE  DELV-REC.
           IF  S090-JUSHO-2  NOT  =  SPACE  THEN
             MOVE  SPACE  TO  DELV-REC
             STRING  "  "  DELIMITED BY SIZE
                     S090-JUSHO-2  DELIMITED BY SIZE
               INTO  DELV-REC
             WRITE  DELV-REC
           END-IF.
       DELV-ADDR-EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  ITF-FILE.
           IF  WK-CMF-AVAIL-FLG  =  "Y"  THEN
             CLOSE  CMF-FILE
           END-IF.
           IF  WK-BIN-AVAIL-FLG  =  "Y"  THEN
             CLOSE  BIN-FILE
           END-IF.
           CLOSE  PICK-FILE.
           CLOSE  DELV-FILE.
           DISPLAY  "出荷明細　= "  ITF-CNT.
           DISPLAY  "納品書数　= "  DELV-CNT.
           DISPLAY  "PICK行数　= "  PICK-CNT.
           DISPLAY  "棚番未登録= "  WK-NOBIN-CNT.
           DISPLAY  "*** END KJBM059 ***".
       EXT.
           EXIT.
