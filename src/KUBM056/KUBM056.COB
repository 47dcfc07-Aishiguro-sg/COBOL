       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM056.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：送金明細取込（請求書別入金の起票）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：請求書レジスタへの税率0％内訳の追加に伴い
      *                 退避テーブルのレコード長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：起票した入金の出力先をNYURへ変更（KUBM041の
      *                 NYUとの上書き防止）
      ********************************************************
      *得意先から届く送金明細（支払通知、KUCFRMA形式）を銀行
      *入金明細(BANK)と突き合わせ、どの請求書へいくら入金された
      *かを請求書番号付きの入金トランザクション(NYUR、KUCF040
      *形式)として起票する。KUBM041の前に実行する。
      *KUBM041の出力(NYU)とは別ファイルとし、KUBM031へは
      *NYUR・NYUの順に連結して割り当てる（途中再開の位置が
      *ずれないよう順序を固定する）。
      *  1. 送金明細を1枚ずつ検査する（請求書の存在、差引の
      *     請求書、差引後の請求書別入金額）
      *  2. 入金額（支払の合計−差引の合計）と同額で、支払日の
      *     前後(KUBM056-DAYS、既定3日)に入った未使用の銀行
      *     入金を探す。候補が複数なら振込人名義(KUCFPAY)が
      *     送金明細の得意先に引き当たるものを選び、なお1件に
      *     絞れなければ例外とする
      *  3. 対になったら請求書ごとに差引後の額で入金を起票し
      *     （起票元"R"）、差引は1件ずつ差引係争台帳(DSP)へ
      *     追記して係争一覧へ印字する
      *  4. 対にならなかった銀行入金はそのままの形式で
      *     BANKRへ出力し、KUBM041（名義・金額一致の起票）の
      *     入力とする。例外の送金明細は手作業へ回す
      *取込・起票の件数はKCBS020のジョブ統計へ記録する。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 送金明細（送金明細番号順）
           SELECT  RMA-FILE  ASSIGN TO  EXTERNAL  RMA
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS RMA-STATUS.
      *INPUT 銀行入金明細
           SELECT  BNK-FILE  ASSIGN TO  EXTERNAL  BANK
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS BNK-STATUS.
      *振込人名義変換テーブル（外部定義）　全件ロードする
           SELECT  PAY-FILE  ASSIGN TO  EXTERNAL  PAYTBL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS PAY-STATUS.
      *請求書レジスタ（請求書番号の検査用、更新しない）
           SELECT  INV-FILE  ASSIGN TO  EXTERNAL  INV
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS INV-STATUS.
      *OUTPUT 入金トランザクション（KUBM031入力、NYUと連結）
           SELECT  NYU-FILE  ASSIGN TO  EXTERNAL  NYUR
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 対にならなかった銀行入金明細（KUBM041入力）
           SELECT  BNR-FILE  ASSIGN TO  EXTERNAL  BANKR
                             ORGANIZATION IS LINE SEQUENTIAL.
      *差引係争台帳（全実行分を追記）
           SELECT  DSP-FILE  ASSIGN TO  EXTERNAL  DSP
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS DSP-STATUS-WS.
      *OUTPUT 取込一覧・例外一覧・差引係争一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  RMA-FILE.
       01  RMA-REC.
           COPY  KUCFRMA.
       FD  BNK-FILE.
       01  BNK-REC.
           COPY  KUCFBNK.
       FD  PAY-FILE.
       01  PAY-REC.
           COPY  KUCFPAY.
       FD  INV-FILE.
       01  INV-REC.
           COPY  KUCF030.
       FD  NYU-FILE.
       01  NYU-REC.
           COPY  KUCF040.
       FD  BNR-FILE.
       01  BNR-REC.
           COPY  KUCFBNK.
       FD  DSP-FILE.
       01  DSP-REC.
           COPY  KUCFDSP.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  RMA-STATUS             PIC  X(2)    VALUE  SPACE.
       01  BNK-STATUS             PIC  X(2)    VALUE  SPACE.
       01  PAY-STATUS             PIC  X(2)    VALUE  SPACE.
       01  INV-STATUS             PIC  X(2)    VALUE  SPACE.
       01  DSP-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  RMA-CNT                PIC  9(5)    VALUE  0.
       01  ADV-CNT                PIC  9(5)    VALUE  0.
       01  MATCH-CNT              PIC  9(5)    VALUE  0.
       01  EXCEPT-CNT             PIC  9(5)    VALUE  0.
       01  BNK-CNT                PIC  9(5)    VALUE  0.
       01  BNR-CNT                PIC  9(5)    VALUE  0.
       01  NYU-OUT-CNT            PIC  9(5)    VALUE  0.
       01  DSP-CNT                PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-RMA-END-FLG         PIC  X       VALUE  SPACE.
      *支払日と銀行入金日の許容日数（前後）
       01  WK-DAYS-X              PIC  X(3)    VALUE  SPACE.
       01  WK-DAYS                PIC  9(3)    VALUE  3.
      *名義変換テーブル　ワーキングストレージ・キャッシュ
       01  PAYT-CNT               PIC  9(3)    VALUE  ZERO.
       01  PAYT-TBL.
         02  PAYT-ENT  OCCURS 500 TIMES INDEXED BY PAYT-IDX.
           03  PAYT-PAYER-MEI     PIC  X(20).
           03  PAYT-TOKU-COD      PIC  X(4).
      *請求書レジスタのテーブル退避（検索のみ、書き戻さない）
       01  INVT-CNT               PIC  9(4)    VALUE  ZERO.
       01  INVT-TBL.
         02  INVT-ENT  OCCURS 9999 TIMES INDEXED BY INVT-IDX.
           03  INVT-IMG           PIC  X(139).
       01  WK-INV-REC-1.
           COPY  KUCF030.
      *銀行入金明細のテーブル　名義の引き当て結果と使用済み印
       01  BNKT-CNT               PIC  9(4)    VALUE  ZERO.
       01  BNKT-TBL.
         02  BNKT-ENT  OCCURS 2000 TIMES INDEXED BY BNKT-IDX.
           03  BNKT-YMD           PIC  9(8).
           03  BNKT-PAYER-MEI     PIC  X(20).
           03  BNKT-KINGAKU       PIC  9(9).
           03  BNKT-TOKU-COD      PIC  X(4).
           03  BNKT-DAY           PIC  9(7).
           03  BNKT-USED-FLG      PIC  X(1).
      *送金明細1枚分の明細テーブル
      *  ADT-NET　　　I行＝差引後の請求書別入金額
      *  ADT-DSP-INV　K行＝差し引いた請求書の番号
       01  ADT-CNT                PIC  9(3)    VALUE  ZERO.
       01  ADT-OVER-FLG           PIC  X       VALUE  "N".
       01  ADT-TBL.
         02  ADT-ENT  OCCURS 100 TIMES INDEXED BY ADT-IDX ADT-IDX2.
           03  ADT-REC-KBN        PIC  X(1).
           03  ADT-INV-NO         PIC  9(7).
           03  ADT-INV-NO-X  REDEFINES  ADT-INV-NO
                                  PIC  X(7).
           03  ADT-KINGAKU        PIC  9(9).
           03  ADT-KINGAKU-X  REDEFINES  ADT-KINGAKU
                                  PIC  X(9).
           03  ADT-RIYU-COD       PIC  X(2).
           03  ADT-RIYU-MEI       PIC  X(30).
           03  ADT-NET            PIC  S9(9).
           03  ADT-DSP-INV        PIC  9(7).
      *送金明細の見出し（先頭行から）と検査結果
       01  WK-ADV-NO              PIC  X(10)   VALUE  SPACE.
       01  WK-ADV-TOKU            PIC  X(4)    VALUE  SPACE.
       01  WK-ADV-YMD             PIC  9(8)    VALUE  0.
       01  WK-ADV-YMD-X  REDEFINES  WK-ADV-YMD
                                  PIC  X(8).
       01  WK-ADV-DAY             PIC  9(7)    VALUE  0.
       01  WK-ADV-TOTAL           PIC  S9(9)   VALUE  0.
       01  WK-ADV-ERR             PIC  X(40)   VALUE  SPACE.
       01  WK-I-CNT               PIC  9(3)    VALUE  0.
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
      *銀行入金の候補　金額・日付の一致件数と名義一致件数
       01  WK-CAND-CNT            PIC  9(3)    VALUE  0.
       01  WK-CAND-IDX            PIC  9(4)    VALUE  0.
       01  WK-PREF-CNT            PIC  9(3)    VALUE  0.
       01  WK-PREF-IDX            PIC  9(4)    VALUE  0.
       01  WK-BNK-POS             PIC  9(4)    VALUE  0.
       01  WK-DAY-DIFF            PIC  S9(7)   VALUE  0.
      *差引係争一覧の印字用テーブル（本実行分）
       01  DSPT-CNT               PIC  9(4)    VALUE  ZERO.
       01  DSPT-OVER-CNT          PIC  9(5)    VALUE  ZERO.
       01  DSPT-TBL.
         02  DSPT-ENT  OCCURS 999 TIMES INDEXED BY DSPT-IDX.
           03  DSPT-IMG           PIC  X(71).
       01  WK-DSP-REC-1.
           COPY  KUCFDSP.
      *ジョブ統計ロガー(KCBS020)への連絡領域
       COPY  KCBS020P.
      *完了コード　0=正常 4=入力空 8=例外あり
       01  WK-COMP-CD             PIC  9(2)    VALUE  ZERO.
      *編集用
       01  WK-KIN-DISP            PIC  ----,---,--9.
       01  WK-KIN-DISP2           PIC  ----,---,--9.
      ********************************************************
      * 送金明細取込の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KUBM056 ***".
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-START-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-START-TIME.
           PERFORM  INIT-RTN.
           PERFORM  LOAD-PAY-RTN.
           PERFORM  LOAD-INV-RTN.
           PERFORM  LOAD-BNK-RTN.
           IF  WK-END-FLG  NOT  =  "E"  THEN
             PERFORM  RMA-READ-RTN
           END-IF.
           PERFORM  MAIN-RTN  UNTIL  (WK-END-FLG  =  "E")  OR
                                     (WK-RMA-END-FLG  =  "E").
           PERFORM  END-RTN.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           ACCEPT  WK-DAYS-X  FROM  ENVIRONMENT  "KUBM056-DAYS".
           IF  WK-DAYS-X  NOT  =  SPACE  THEN
             MOVE  FUNCTION NUMVAL(WK-DAYS-X)  TO  WK-DAYS
           END-IF.
           DISPLAY  "許容日数=" WK-DAYS.
           OPEN  INPUT  RMA-FILE.
           IF  RMA-STATUS  NOT  =  "00"  THEN
             DISPLAY  "RMAオープン異常 STATUS=" RMA-STATUS
             MOVE  "E"  TO  WK-RMA-END-FLG
           END-IF.
           OPEN  OUTPUT  NYU-FILE.
           OPEN  OUTPUT  BNR-FILE.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "送金明細取込　一覧"  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 名義変換テーブルの全件ロード（KUBM041と同じ）
      ********************************************************
       LOAD-PAY-RTN               SECTION.
           OPEN  INPUT  PAY-FILE.
           IF  PAY-STATUS  =  "35"  THEN
             DISPLAY  "PAYTBLなし　名義による絞込みなし"
           ELSE
             MOVE  SPACE  TO  WK-END-FLG
             PERFORM  UNTIL  WK-END-FLG  =  "E"
               READ  PAY-FILE
                 AT  END
                   MOVE  "E"  TO  WK-END-FLG
                 NOT  AT  END
                   IF  PAYT-CNT  <  500  THEN
                     ADD  1  TO  PAYT-CNT
                     SET  PAYT-IDX  TO  PAYT-CNT
                     MOVE  PAY-PAYER-MEI
                       TO  PAYT-PAYER-MEI(PAYT-IDX)
                     MOVE  PAY-TOKU-COD
                       TO  PAYT-TOKU-COD(PAYT-IDX)
                   ELSE
                     DISPLAY  "*** 名義テーブル上限超過"
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  PAY-FILE
             DISPLAY  "名義変換 ロード件数=" PAYT-CNT
             MOVE  SPACE  TO  WK-END-FLG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 請求書レジスタの全件読込（KUBM031と同じ技法）
      ********************************************************
       LOAD-INV-RTN               SECTION.
           OPEN  INPUT  INV-FILE.
           IF  INV-STATUS  =  "35"  THEN
             DISPLAY  "請求書レジスタなし"
           ELSE
             MOVE  SPACE  TO  WK-END-FLG
             PERFORM  UNTIL  WK-END-FLG  =  "E"
               READ  INV-FILE
                 AT  END
                   MOVE  "E"  TO  WK-END-FLG
                 NOT  AT  END
                   IF  INVT-CNT  <  9999  THEN
                     ADD  1  TO  INVT-CNT
                     SET  INVT-IDX  TO  INVT-CNT
                     MOVE  INV-REC  TO  INVT-IMG(INVT-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  INV-FILE
             MOVE  SPACE  TO  WK-END-FLG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 銀行入金明細の全件読込　振込人名義を得意先へ引き当てて
      * おく（上限を超えると対にならない入金が落ちるため中止）
      ********************************************************
       LOAD-BNK-RTN               SECTION.
           OPEN  INPUT  BNK-FILE.
           IF  BNK-STATUS  NOT  =  "00"  THEN
             DISPLAY  "BANKオープン異常 STATUS=" BNK-STATUS
             MOVE  "E"  TO  WK-END-FLG
             GO  TO  LOAD-BNK-EXT
           END-IF.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  BNK-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  BNK-CNT
                 IF  BNKT-CNT  <  2000  THEN
                   ADD  1  TO  BNKT-CNT
                   SET  BNKT-IDX  TO  BNKT-CNT
                   MOVE  BNK-YMD OF BNK-REC
                     TO  BNKT-YMD(BNKT-IDX)
                   MOVE  BNK-PAYER-MEI OF BNK-REC
                     TO  BNKT-PAYER-MEI(BNKT-IDX)
                   MOVE  BNK-KINGAKU OF BNK-REC
                     TO  BNKT-KINGAKU(BNKT-IDX)
                   MOVE  "N"  TO  BNKT-USED-FLG(BNKT-IDX)
                   PERFORM  BNK-PREP-RTN
                 ELSE
                   DISPLAY  "*** 銀行入金テーブル上限超過"
                   MOVE  16  TO  WK-COMP-CD
                   MOVE  "E"  TO  WK-END-FLG
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  BNK-FILE.
           IF  WK-COMP-CD  =  16  THEN
             GO  TO  LOAD-BNK-EXT
           END-IF.
           DISPLAY  "銀行入金 ロード件数=" BNKT-CNT.
           MOVE  SPACE  TO  WK-END-FLG.
       LOAD-BNK-EXT.
           EXIT.
      ********************************************************
      * 銀行入金1件の前処理　名義→得意先、入金日の通日
      ********************************************************
       BNK-PREP-RTN               SECTION.
           MOVE  SPACE  TO  BNKT-TOKU-COD(BNKT-IDX).
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  PAYT-IDX  FROM  1  BY  1
             UNTIL  (PAYT-IDX  >  PAYT-CNT)  OR
                    (WK-FOUND-FLG  =  "Y")
             IF  PAYT-PAYER-MEI(PAYT-IDX)  =
                 BNKT-PAYER-MEI(BNKT-IDX)  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
               MOVE  PAYT-TOKU-COD(PAYT-IDX)
                 TO  BNKT-TOKU-COD(BNKT-IDX)
             END-IF
           END-PERFORM.
           IF  (BNK-YMD OF BNK-REC  IS  NUMERIC)  AND
               (BNKT-YMD(BNKT-IDX)  >  16010101)  THEN
             COMPUTE  BNKT-DAY(BNKT-IDX)  =
               FUNCTION INTEGER-OF-DATE(BNKT-YMD(BNKT-IDX))
           ELSE
             MOVE  0  TO  BNKT-DAY(BNKT-IDX)
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 送金明細の1件読込（先読み）
      ********************************************************
       RMA-READ-RTN               SECTION.
           READ  RMA-FILE
             AT  END
               MOVE  "E"  TO  WK-RMA-END-FLG
             NOT  AT  END
               ADD  1  TO  RMA-CNT
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 送金明細1枚の処理　同じ送金明細番号の行を集めてから
      * 検査・突合・起票する
      ********************************************************
       MAIN-RTN                   SECTION.
           ADD  1  TO  ADV-CNT.
           MOVE  RMA-ADV-NO    TO  WK-ADV-NO.
           MOVE  RMA-TOKU-COD  TO  WK-ADV-TOKU.
           MOVE  RMA-PAY-YMD   TO  WK-ADV-YMD-X.
           MOVE  ZERO  TO  ADT-CNT.
           MOVE  "N"   TO  ADT-OVER-FLG.
           MOVE  SPACE  TO  WK-ADV-ERR.
           PERFORM  UNTIL  (WK-RMA-END-FLG  =  "E")  OR
                           (RMA-ADV-NO  NOT  =  WK-ADV-NO)
             IF  (RMA-TOKU-COD  NOT  =  WK-ADV-TOKU)  OR
                 (RMA-PAY-YMD  NOT  =  WK-ADV-YMD-X)  THEN
               MOVE  "得意先・支払日の不一致"
                 TO  WK-ADV-ERR
             END-IF
             IF  ADT-CNT  <  100  THEN
               ADD  1  TO  ADT-CNT
               SET  ADT-IDX  TO  ADT-CNT
               MOVE  RMA-REC-KBN   TO  ADT-REC-KBN(ADT-IDX)
               MOVE  RMA-INV-NO    TO  ADT-INV-NO-X(ADT-IDX)
               MOVE  RMA-KINGAKU   TO  ADT-KINGAKU-X(ADT-IDX)
               MOVE  RMA-RIYU-COD  TO  ADT-RIYU-COD(ADT-IDX)
               MOVE  RMA-RIYU-MEI  TO  ADT-RIYU-MEI(ADT-IDX)
               MOVE  0  TO  ADT-NET(ADT-IDX)
               MOVE  0  TO  ADT-DSP-INV(ADT-IDX)
             ELSE
               MOVE  "Y"  TO  ADT-OVER-FLG
             END-IF
             PERFORM  RMA-READ-RTN
           END-PERFORM.
           IF  WK-ADV-ERR  =  SPACE  THEN
             PERFORM  ADV-CHECK-RTN
           END-IF.
           IF  WK-ADV-ERR  =  SPACE  THEN
             PERFORM  BNK-PAIR-RTN
           END-IF.
           IF  WK-ADV-ERR  =  SPACE  THEN
             PERFORM  ADV-POST-RTN
           ELSE
             PERFORM  EXCEPT-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 送金明細の検査と請求書別入金額の計算
      *   I行の請求額から同じ請求書のK行を差し引く（K行の
      *   請求書番号がゼロなら先頭の請求書から差し引く）
      ********************************************************
       ADV-CHECK-RTN              SECTION.
           IF  ADT-OVER-FLG  =  "Y"  THEN
             MOVE  "明細行数上限超過"  TO  WK-ADV-ERR
             GO  TO  ADV-CHECK-EXT
           END-IF.
           IF  (WK-ADV-YMD-X  NOT  NUMERIC)  OR
               (WK-ADV-YMD  <=  16010101)  THEN
             MOVE  "支払日誤り"  TO  WK-ADV-ERR
             GO  TO  ADV-CHECK-EXT
           END-IF.
           COMPUTE  WK-ADV-DAY  =
             FUNCTION INTEGER-OF-DATE(WK-ADV-YMD).
           MOVE  0  TO  WK-I-CNT.
           PERFORM  VARYING  ADT-IDX  FROM  1  BY  1
             UNTIL  (ADT-IDX  >  ADT-CNT)  OR
                    (WK-ADV-ERR  NOT  =  SPACE)
             EVALUATE  TRUE
               WHEN  (ADT-REC-KBN(ADT-IDX)  NOT  =  "I")  AND
                     (ADT-REC-KBN(ADT-IDX)  NOT  =  "K")
                 MOVE  "行区分誤り"  TO  WK-ADV-ERR
               WHEN  (ADT-INV-NO-X(ADT-IDX)  NOT  NUMERIC)  OR
                     (ADT-KINGAKU-X(ADT-IDX)  NOT  NUMERIC)
                 MOVE  "請求書番号・金額の誤り"
                   TO  WK-ADV-ERR
               WHEN  ADT-KINGAKU(ADT-IDX)  =  ZERO
                 MOVE  "金額ゼロの行あり"  TO  WK-ADV-ERR
               WHEN  ADT-REC-KBN(ADT-IDX)  =  "I"
                 ADD  1  TO  WK-I-CNT
                 MOVE  ADT-KINGAKU(ADT-IDX)  TO  ADT-NET(ADT-IDX)
                 PERFORM  INV-FIND-RTN
                 IF  WK-FOUND-FLG  =  "N"  THEN
                   MOVE  "請求書レジスタにない請求書"
                     TO  WK-ADV-ERR
                 END-IF
               WHEN  OTHER
                 CONTINUE
             END-EVALUATE
           END-PERFORM.
           IF  WK-ADV-ERR  NOT  =  SPACE  THEN
             GO  TO  ADV-CHECK-EXT
           END-IF.
           IF  WK-I-CNT  =  0  THEN
             MOVE  "支払対象の請求書なし"  TO  WK-ADV-ERR
             GO  TO  ADV-CHECK-EXT
           END-IF.
      *差引を請求書へ割り付ける
           PERFORM  VARYING  ADT-IDX  FROM  1  BY  1
             UNTIL  (ADT-IDX  >  ADT-CNT)  OR
                    (WK-ADV-ERR  NOT  =  SPACE)
             IF  ADT-REC-KBN(ADT-IDX)  =  "K"  THEN
               PERFORM  DED-ALLOC-RTN
             END-IF
           END-PERFORM.
           IF  WK-ADV-ERR  NOT  =  SPACE  THEN
             GO  TO  ADV-CHECK-EXT
           END-IF.
           MOVE  0  TO  WK-ADV-TOTAL.
           PERFORM  VARYING  ADT-IDX  FROM  1  BY  1
             UNTIL  ADT-IDX  >  ADT-CNT
             IF  ADT-REC-KBN(ADT-IDX)  =  "I"  THEN
               IF  ADT-NET(ADT-IDX)  <  0  THEN
                 MOVE  "差引が支払額を超える"
                   TO  WK-ADV-ERR
               END-IF
               ADD  ADT-NET(ADT-IDX)  TO  WK-ADV-TOTAL
             END-IF
           END-PERFORM.
           IF  (WK-ADV-ERR  =  SPACE)  AND
               (WK-ADV-TOTAL  <=  0)  THEN
             MOVE  "入金額ゼロ"  TO  WK-ADV-ERR
           END-IF.
       ADV-CHECK-EXT.
           EXIT.
      ********************************************************
      * 請求書レジスタの検索（ADT-IDXのI行の請求書番号）
      ********************************************************
       INV-FIND-RTN               SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  INVT-IDX  FROM  1  BY  1
             UNTIL  (INVT-IDX  >  INVT-CNT)  OR
                    (WK-FOUND-FLG  =  "Y")
             MOVE  INVT-IMG(INVT-IDX)  TO  WK-INV-REC-1
             IF  INV-NO OF WK-INV-REC-1  =  ADT-INV-NO(ADT-IDX)
               THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 差引1行（ADT-IDX）の割付　同じ請求書のI行（番号ゼロ
      * なら先頭のI行）の入金額から差し引く
      ********************************************************
       DED-ALLOC-RTN              SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  ADT-IDX2  FROM  1  BY  1
             UNTIL  (ADT-IDX2  >  ADT-CNT)  OR
                    (WK-FOUND-FLG  =  "Y")
             IF  (ADT-REC-KBN(ADT-IDX2)  =  "I")  AND
                 ((ADT-INV-NO(ADT-IDX)  =  ZERO)  OR
                  (ADT-INV-NO(ADT-IDX)  =  ADT-INV-NO(ADT-IDX2)))
               THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
               SUBTRACT  ADT-KINGAKU(ADT-IDX)
                 FROM  ADT-NET(ADT-IDX2)
               MOVE  ADT-INV-NO(ADT-IDX2)
                 TO  ADT-DSP-INV(ADT-IDX)
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "N"  THEN
             MOVE  "差引の請求書が明細にない"
               TO  WK-ADV-ERR
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 銀行入金との突合　入金額が同額で支払日の前後許容日数内
      * の未使用の入金を探す。候補が複数なら名義が同じ得意先に
      * 引き当たるものに絞る（WK-BNK-POS、なければエラー）
      ********************************************************
       BNK-PAIR-RTN               SECTION.
           MOVE  0  TO  WK-CAND-CNT.
           MOVE  0  TO  WK-PREF-CNT.
           MOVE  0  TO  WK-BNK-POS.
           PERFORM  VARYING  BNKT-IDX  FROM  1  BY  1
             UNTIL  BNKT-IDX  >  BNKT-CNT
             IF  (BNKT-USED-FLG(BNKT-IDX)  =  "N")  AND
                 (BNKT-KINGAKU(BNKT-IDX)  =  WK-ADV-TOTAL)  AND
                 (BNKT-DAY(BNKT-IDX)  >  0)  THEN
               COMPUTE  WK-DAY-DIFF  =
                 BNKT-DAY(BNKT-IDX)  -  WK-ADV-DAY
               IF  (WK-DAY-DIFF  <=  WK-DAYS)  AND
                   (WK-DAY-DIFF  >=  0  -  WK-DAYS)  THEN
                 ADD  1  TO  WK-CAND-CNT
                 SET  WK-CAND-IDX  TO  BNKT-IDX
                 IF  BNKT-TOKU-COD(BNKT-IDX)  =  WK-ADV-TOKU  THEN
                   ADD  1  TO  WK-PREF-CNT
                   SET  WK-PREF-IDX  TO  BNKT-IDX
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
           EVALUATE  TRUE
             WHEN  WK-PREF-CNT  =  1
               MOVE  WK-PREF-IDX  TO  WK-BNK-POS
             WHEN  WK-CAND-CNT  =  0
               MOVE  "対応する銀行入金なし"
                 TO  WK-ADV-ERR
             WHEN  (WK-CAND-CNT  =  1)  AND  (WK-PREF-CNT  =  0)
               MOVE  WK-CAND-IDX  TO  WK-BNK-POS
             WHEN  OTHER
               MOVE  "銀行入金の候補が複数"  TO  WK-ADV-ERR
           END-EVALUATE.
       EXT.
           EXIT.
      ********************************************************
      * 対になった送金明細の起票　請求書別の入金と差引の係争
      ********************************************************
       ADV-POST-RTN               SECTION.
           ADD  1  TO  MATCH-CNT.
           SET  BNKT-IDX  TO  WK-BNK-POS.
           MOVE  "Y"  TO  BNKT-USED-FLG(BNKT-IDX).
           MOVE  WK-ADV-TOTAL  TO  WK-KIN-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "起票 送金明細="  DELIMITED BY SIZE
                   WK-ADV-NO  DELIMITED BY SIZE
                   " 得意先="  DELIMITED BY SIZE
                   WK-ADV-TOKU  DELIMITED BY SIZE
                   " 入金日="  DELIMITED BY SIZE
                   BNKT-YMD(BNKT-IDX)  DELIMITED BY SIZE
                   " 金額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           PERFORM  VARYING  ADT-IDX  FROM  1  BY  1
             UNTIL  ADT-IDX  >  ADT-CNT
             IF  ADT-REC-KBN(ADT-IDX)  =  "I"  THEN
               PERFORM  NYU-WRITE-RTN
             ELSE
               PERFORM  DSP-WRITE-RTN
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 請求書別入金の書き出し（差引で入金額ゼロの請求書は
      * 起票しない。未回収残高は係争の解決まで残る）
      ********************************************************
       NYU-WRITE-RTN              SECTION.
           MOVE  ADT-KINGAKU(ADT-IDX)  TO  WK-KIN-DISP.
           MOVE  ADT-NET(ADT-IDX)      TO  WK-KIN-DISP2.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  請求書="  DELIMITED BY SIZE
                   ADT-INV-NO-X(ADT-IDX)  DELIMITED BY SIZE
                   " 支払額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
                   " 入金起票="  DELIMITED BY SIZE
                   WK-KIN-DISP2  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           IF  ADT-NET(ADT-IDX)  =  0  THEN
             GO  TO  NYU-WRITE-EXT
           END-IF.
           MOVE  SPACE  TO  NYU-REC.
           MOVE  BNKT-YMD(BNKT-IDX)  TO  NYU-YMD.
           MOVE  WK-ADV-TOKU         TO  NYU-TOKU-COD.
           MOVE  ADT-INV-NO(ADT-IDX)  TO  NYU-INV-NO.
           MOVE  ADT-NET(ADT-IDX)     TO  NYU-KINGAKU.
           MOVE  "R"                  TO  NYU-SRC-KBN.
           WRITE  NYU-REC.
           ADD  1  TO  NYU-OUT-CNT.
       NYU-WRITE-EXT.
           EXIT.
      ********************************************************
      * 差引1件の差引係争台帳への追記と係争一覧用の退避
      ********************************************************
       DSP-WRITE-RTN              SECTION.
           MOVE  SPACE  TO  DSP-REC.
           MOVE  WK-ADV-TOKU  TO  DSP-TOKU-COD OF DSP-REC.
           MOVE  ADT-DSP-INV(ADT-IDX)  TO  DSP-INV-NO OF DSP-REC.
           MOVE  WK-ADV-NO  TO  DSP-ADV-NO OF DSP-REC.
           MOVE  BNKT-YMD(BNKT-IDX)  TO  DSP-NYU-YMD OF DSP-REC.
           MOVE  ADT-RIYU-COD(ADT-IDX)
             TO  DSP-RIYU-COD OF DSP-REC.
           MOVE  ADT-RIYU-MEI(ADT-IDX)
             TO  DSP-RIYU-MEI OF DSP-REC.
           MOVE  ADT-KINGAKU(ADT-IDX)  TO  DSP-KINGAKU OF DSP-REC.
           OPEN  EXTEND  DSP-FILE.
           IF  DSP-STATUS-WS  =  "35"  THEN
             OPEN  OUTPUT  DSP-FILE
           END-IF.
           WRITE  DSP-REC.
           CLOSE  DSP-FILE.
           ADD  1  TO  DSP-CNT.
           IF  DSPT-CNT  <  999  THEN
             ADD  1  TO  DSPT-CNT
             SET  DSPT-IDX  TO  DSPT-CNT
             MOVE  DSP-REC  TO  DSPT-IMG(DSPT-IDX)
           ELSE
             ADD  1  TO  DSPT-OVER-CNT
           END-IF.
           MOVE  ADT-KINGAKU(ADT-IDX)  TO  WK-KIN-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  差引 請求書="  DELIMITED BY SIZE
                   DSP-INV-NO OF DSP-REC  DELIMITED BY SIZE
                   " 理由="  DELIMITED BY SIZE
                   DSP-RIYU-COD OF DSP-REC  DELIMITED BY SIZE
                   " 金額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
                   " →係争"  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 例外一覧行の出力（送金明細は起票せず手作業へ、銀行入金
      * はKUBM041へ回る）
      ********************************************************
       EXCEPT-RTN                 SECTION.
           ADD  1  TO  EXCEPT-CNT.
           IF  WK-COMP-CD  <  8  THEN
             MOVE  8  TO  WK-COMP-CD
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "例外 送金明細="  DELIMITED BY SIZE
                   WK-ADV-NO  DELIMITED BY SIZE
                   " 得意先="  DELIMITED BY SIZE
                   WK-ADV-TOKU  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-ADV-YMD-X  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-ADV-ERR  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 差引係争一覧の印字（本実行で台帳へ追記した差引）
      ********************************************************
       DSP-LIST-RTN               SECTION.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  "差引係争一覧（台帳へ未解決で追記）"
             TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  2  TO  RPT-CNT.
           PERFORM  VARYING  DSPT-IDX  FROM  1  BY  1
             UNTIL  DSPT-IDX  >  DSPT-CNT
             MOVE  DSPT-IMG(DSPT-IDX)  TO  WK-DSP-REC-1
             MOVE  DSP-KINGAKU OF WK-DSP-REC-1  TO  WK-KIN-DISP
             MOVE  SPACE  TO  RPT-REC
             STRING  DSP-TOKU-COD OF WK-DSP-REC-1
                       DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     DSP-INV-NO OF WK-DSP-REC-1  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     DSP-NYU-YMD OF WK-DSP-REC-1  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     DSP-RIYU-COD OF WK-DSP-REC-1  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     DSP-RIYU-MEI OF WK-DSP-REC-1  DELIMITED BY SIZE
                     WK-KIN-DISP  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     DSP-ADV-NO OF WK-DSP-REC-1  DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-PERFORM.
           IF  DSPT-OVER-CNT  >  0  THEN
             MOVE  SPACE  TO  RPT-REC
             STRING  "  ほか台帳のみ記録 "  DELIMITED BY SIZE
                     DSPT-OVER-CNT  DELIMITED BY SIZE
                     "件"  DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 対にならなかった銀行入金の書き出し（KUBM041の入力）
      ********************************************************
       BNR-WRITE-RTN              SECTION.
           PERFORM  VARYING  BNKT-IDX  FROM  1  BY  1
             UNTIL  BNKT-IDX  >  BNKT-CNT
             IF  BNKT-USED-FLG(BNKT-IDX)  =  "N"  THEN
               MOVE  SPACE  TO  BNR-REC
               MOVE  BNKT-YMD(BNKT-IDX)
                 TO  BNK-YMD OF BNR-REC
               MOVE  BNKT-PAYER-MEI(BNKT-IDX)
                 TO  BNK-PAYER-MEI OF BNR-REC
               MOVE  BNKT-KINGAKU(BNKT-IDX)
                 TO  BNK-KINGAKU OF BNR-REC
               WRITE  BNR-REC
               ADD  1  TO  BNR-CNT
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理　件数表示とジョブ統計（上限超過の中止時は
      * BANKRを書かない）
      ********************************************************
       END-RTN                    SECTION.
           IF  WK-COMP-CD  NOT  =  16  THEN
             PERFORM  BNR-WRITE-RTN
             PERFORM  DSP-LIST-RTN
           END-IF.
           IF  (RMA-CNT  =  ZERO)  AND  (WK-COMP-CD  <  4)  THEN
             DISPLAY  "入力空"
             MOVE  4  TO  WK-COMP-CD
           END-IF.
           PERFORM  JOB-STAT-WRITE-RTN.
           IF  RMA-STATUS  NOT  =  "35"  THEN
             CLOSE  RMA-FILE
           END-IF.
           CLOSE  NYU-FILE.
           CLOSE  BNR-FILE.
           CLOSE  RPT-FILE.
           DISPLAY  "送金明細行= "  RMA-CNT.
           DISPLAY  "送金明細　= "  ADV-CNT.
           DISPLAY  "突合済み　= "  MATCH-CNT.
           DISPLAY  "例外　　　= "  EXCEPT-CNT.
           DISPLAY  "入金起票　= "  NYU-OUT-CNT.
           DISPLAY  "差引係争　= "  DSP-CNT.
           DISPLAY  "銀行入金　= "  BNK-CNT.
           DISPLAY  "BANKR出力 = "  BNR-CNT.
           DISPLAY  "*** END KUBM056 ***".
       EXT.
           EXIT.
      ********************************************************
      * ジョブ統計ロガー(KCBS020)へ本バッチの運転実績を1件追記する
      ********************************************************
       JOB-STAT-WRITE-RTN         SECTION.
           MOVE  "KUBM056"  TO  S020-PGM-ID.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-END-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-END-TIME.
           MOVE  RMA-CNT      TO  S020-IN-CNT.
           MOVE  NYU-OUT-CNT  TO  S020-OUT-CNT.
           CALL  "KCBS020"  USING  KCBS020-P1.
       EXT.
           EXIT.
