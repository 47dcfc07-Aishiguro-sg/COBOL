       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KCBM080.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：会計仕訳連携の集約・送信（月次）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：連携元に滞留在庫の評価引当(PV、KZBM056)を追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：連携元に延滞利息(LI、KUBM050)を追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：連携元に貸倒償却・回収(WO、KUBM052)を追加
      ********************************************************
      *各業務の会計連携ファイル（いずれもKUCFGLI形式）を対象年月
      *について集約し、借方・貸方の勘定科目付きの複式仕訳
      *（GLJ、KCCGLJ形式）として1回分の送信ファイルを作成する。
      *  連携元　SA=売上(KUBM023、GLSA)　RV=為替評価替え(KUBM034、
      *          GLRV)　RB=リベート(KUBM038、GLRB)　FX=為替差損益
      *          (KUBM031、FXGL)　ZA=在庫(KZBM060、GLZA)
      *          PV=滞留在庫の評価引当(KZBM056、GLPV)
      *          LI=延滞利息(KUBM050、GLLI)
      *          WO=貸倒償却・償却債権回収(KUBM052、GLWO)
      *金額だけの連携元は勘定科目定義(GLMAP、KCCGLM形式)の科目で
      *借方・貸方の2行に展開し（マイナスは貸借を入れ替え）、在庫は
      *連携済みの借方・貸方の組をそのまま仕訳行にする（貸倒償却も
      *科目付きの組で連携される）。
      *連携元×対象年月を1仕訳とし、トレーラなし・トレーラ金額
      *不一致・科目未定義・貸借不一致の仕訳は送信しない（完了
      *コード8）。送信した仕訳は送信レジスタ(GLREG、KCCGLR形式)
      *へ記録し、同じ連携元・対象年月の再送信は行わない。
      *送信番号は送信レジスタの最大値＋1で、送信する仕訳が1件も
      *ない場合は採番せず見出し・トレーラも出さない（完了コード4）。
      *対象年月は環境変数KCBM080-PERIOD（YYYYMM、未指定は当月）。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 売上の会計連携（KUBM023出力）
           SELECT  SA-FILE   ASSIGN TO  EXTERNAL  GLSA
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS SA-STATUS.
      *INPUT 為替評価替えの会計連携（KUBM034出力）
           SELECT  RV-FILE   ASSIGN TO  EXTERNAL  GLRV
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS RV-STATUS.
      *INPUT リベートの会計連携（KUBM038出力）
           SELECT  RB-FILE   ASSIGN TO  EXTERNAL  GLRB
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS RB-STATUS.
      *INPUT 為替差損益の会計連携（KUBM031出力）
           SELECT  FX-FILE   ASSIGN TO  EXTERNAL  FXGL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS FX-STATUS.
      *INPUT 在庫受払の会計連携（KZBM060出力）
           SELECT  ZA-FILE   ASSIGN TO  EXTERNAL  GLZA
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS ZA-STATUS.
      *INPUT 滞留在庫の評価引当の会計連携（KZBM056出力）
           SELECT  PV-FILE   ASSIGN TO  EXTERNAL  GLPV
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS PV-STATUS.
      *INPUT 延滞利息の会計連携（KUBM050出力）
           SELECT  LI-FILE   ASSIGN TO  EXTERNAL  GLLI
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS LI-STATUS.
      *INPUT 貸倒償却・償却債権回収の会計連携（KUBM052出力）
           SELECT  WO-FILE   ASSIGN TO  EXTERNAL  GLWO
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS WO-STATUS.
      *勘定科目定義（外部定義）　全件ロードする
           SELECT  MAP-FILE  ASSIGN TO  EXTERNAL  GLMAP
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS MAP-STATUS.
      *送信レジスタ（読込後、送信分を追記）
           SELECT  REG-FILE  ASSIGN TO  EXTERNAL  GLREG
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS REG-STATUS.
      *OUTPUT 会計仕訳連携ファイル（今回送信分）
           SELECT  GLJ-FILE  ASSIGN TO  EXTERNAL  GLJ
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 集約結果一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  SA-FILE.
       01  SA-REC                 PIC  X(40).
       FD  RV-FILE.
       01  RV-REC                 PIC  X(40).
       FD  RB-FILE.
       01  RB-REC                 PIC  X(40).
       FD  FX-FILE.
       01  FX-REC                 PIC  X(40).
       FD  ZA-FILE.
       01  ZA-REC                 PIC  X(40).
       FD  PV-FILE.
       01  PV-REC                 PIC  X(40).
       FD  LI-FILE.
       01  LI-REC                 PIC  X(40).
       FD  WO-FILE.
       01  WO-REC                 PIC  X(40).
       FD  MAP-FILE.
       01  MAP-REC.
           COPY  KCCGLM.
       FD  REG-FILE.
       01  REG-REC.
           COPY  KCCGLR.
       FD  GLJ-FILE.
       01  GLJ-REC.
           COPY  KCCGLJ.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  SA-STATUS              PIC  X(2)    VALUE  SPACE.
       01  RV-STATUS              PIC  X(2)    VALUE  SPACE.
       01  RB-STATUS              PIC  X(2)    VALUE  SPACE.
       01  FX-STATUS              PIC  X(2)    VALUE  SPACE.
       01  ZA-STATUS              PIC  X(2)    VALUE  SPACE.
       01  PV-STATUS              PIC  X(2)    VALUE  SPACE.
       01  LI-STATUS              PIC  X(2)    VALUE  SPACE.
       01  WO-STATUS              PIC  X(2)    VALUE  SPACE.
       01  MAP-STATUS             PIC  X(2)    VALUE  SPACE.
       01  REG-STATUS             PIC  X(2)    VALUE  SPACE.
       01  GLJ-CNT                PIC  9(7)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  SEND-CNT               PIC  9(2)    VALUE  0.
       01  NG-CNT                 PIC  9(2)    VALUE  0.
       01  SKIP-CNT               PIC  9(2)    VALUE  0.
       01  WK-READ-END-FLG        PIC  X       VALUE  SPACE.
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
      *完了コード　0=正常 4=送信なし 8=送信保留あり 16=異常
       01  WK-COMP-CD             PIC  9(2)    VALUE  ZERO.
      *対象年月（環境変数、未指定は当月）
       01  WK-PERIOD-X            PIC  X(6)    VALUE  SPACE.
       01  WK-PERIOD              PIC  9(6)    VALUE  0.
       01  WK-TODAY               PIC  9(8)    VALUE  0.
      *連携元の読込レコード（各ファイルからINTOで受ける）
       01  GLW-REC.
           COPY  KUCFGLI.
      *処理中の連携元
       01  WK-SRC-NO              PIC  9(1)    VALUE  0.
       01  WK-SRC-COD             PIC  X(2)    VALUE  SPACE.
       01  WK-SRC-PGM             PIC  X(8)    VALUE  SPACE.
      *連携形式　1=金額のみ（科目定義で展開） 2=科目付きの貸借の組
       01  WK-SRC-KBN             PIC  X(1)    VALUE  SPACE.
       01  WK-FEED-STATUS         PIC  X(2)    VALUE  SPACE.
      *勘定科目定義のテーブル
       01  MAPT-CNT               PIC  9(2)    VALUE  ZERO.
       01  MAPT-TBL.
         02  MAPT-ENT  OCCURS 20 TIMES INDEXED BY MAPT-IDX.
           03  MAPT-SRC-COD       PIC  X(2).
           03  MAPT-DR-ACCT       PIC  X(4).
           03  MAPT-CR-ACCT       PIC  X(4).
      *送信レジスタのテーブル（再送信の判定用）
       01  REGT-CNT               PIC  9(4)    VALUE  ZERO.
       01  REGT-TBL.
         02  REGT-ENT  OCCURS 9999 TIMES INDEXED BY REGT-IDX.
           03  REGT-SRC-COD       PIC  X(2).
           03  REGT-PERIOD        PIC  9(6).
           03  REGT-JNL-NO        PIC  9(8).
       01  WK-MAX-SOSHIN-NO       PIC  9(6)    VALUE  0.
      *今回送信分（終了時に送信レジスタへ追記）
       01  NEWT-CNT               PIC  9(2)    VALUE  ZERO.
       01  NEWT-TBL.
         02  NEWT-ENT  OCCURS 10 TIMES INDEXED BY NEWT-IDX.
           03  NEWT-SRC-COD       PIC  X(2).
           03  NEWT-JNL-NO        PIC  9(8).
           03  NEWT-LINE-CNT      PIC  9(6).
           03  NEWT-KINGAKU       PIC  9(13).
      *今回の送信番号（最初の送信仕訳で採番）と仕訳番号
       01  WK-SOSHIN-NO           PIC  9(6)    VALUE  0.
       01  WK-JNL-SEQ             PIC  9(2)    VALUE  0.
       01  WK-JNL-NO              PIC  9(8)    VALUE  0.
       01  WK-LINE-NO             PIC  9(4)    VALUE  0.
       01  WK-SOSHIN-DR-SUM       PIC  9(13)   VALUE  0.
      *連携元1件の検証結果
       01  WK-NG-MSG              PIC  X(60)   VALUE  SPACE.
       01  WK-TRL-FLG             PIC  X       VALUE  "N".
       01  WK-TRL-KIN             PIC  S9(11)  VALUE  0.
       01  WK-ALL-SUM             PIC  S9(13)  VALUE  0.
       01  WK-DR-SUM              PIC  9(13)   VALUE  0.
       01  WK-CR-SUM              PIC  9(13)   VALUE  0.
       01  WK-TGT-CNT             PIC  9(6)    VALUE  0.
      *金額のみの連携元の科目（プラス金額時の借方・貸方）
       01  WK-DR-ACCT             PIC  X(4)    VALUE  SPACE.
       01  WK-CR-ACCT             PIC  X(4)    VALUE  SPACE.
      *在庫の借方・貸方の組（1行目を保持）
       01  WK-PAIR-FLG            PIC  X       VALUE  "N".
       01  WK-PAIR-ACCT           PIC  X(4)    VALUE  SPACE.
       01  WK-PAIR-KIN            PIC  S9(11)  VALUE  0.
      *仕訳1行の編集域
       01  WK-L-ACCT              PIC  X(4)    VALUE  SPACE.
       01  WK-L-TAISHAKU          PIC  X(1)    VALUE  SPACE.
       01  WK-L-KIN               PIC  9(11)   VALUE  0.
       01  WK-L-AITE              PIC  X(4)    VALUE  SPACE.
       01  WK-L-REF               PIC  X(8)    VALUE  SPACE.
       01  WK-ABS-KIN             PIC  9(11)   VALUE  0.
      *編集用
       01  WK-KIN-DISP            PIC  ----,---,---,--9.
       01  WK-KIN-DISP2           PIC  ----,---,---,--9.
      ********************************************************
      * 会計仕訳連携の集約・送信の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KCBM080 ***".
           PERFORM  INIT-RTN.
           PERFORM  LOAD-MAP-RTN.
           PERFORM  LOAD-REG-RTN.
           IF  WK-COMP-CD  <  16  THEN
             PERFORM  VARYING  WK-SRC-NO  FROM  1  BY  1
               UNTIL  WK-SRC-NO  >  8
               PERFORM  FEED-RTN
             END-PERFORM
           END-IF.
           PERFORM  TERM-RTN.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-TODAY.
           ACCEPT  WK-PERIOD-X  FROM  ENVIRONMENT
                   "KCBM080-PERIOD".
           IF  WK-PERIOD-X  IS  NUMERIC  THEN
             MOVE  WK-PERIOD-X  TO  WK-PERIOD
           ELSE
             MOVE  WK-TODAY(1:6)  TO  WK-PERIOD
           END-IF.
           DISPLAY  "対象年月="  WK-PERIOD.
      *前回の送信ファイルを残さないよう毎回作り直す
           OPEN  OUTPUT  GLJ-FILE.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "会計仕訳連携　集約結果一覧"
                     DELIMITED BY SIZE
                   "　対象年月＝"
                     DELIMITED BY SIZE
                   WK-PERIOD  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 勘定科目定義の全件ロード（未定義可）
      ********************************************************
       LOAD-MAP-RTN               SECTION.
           OPEN  INPUT  MAP-FILE.
           IF  MAP-STATUS  =  "35"  THEN
             DISPLAY  "GLMAPなし　金額のみの連携元は保留"
           ELSE
             PERFORM  UNTIL  MAP-STATUS  NOT  =  "00"
               READ  MAP-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  MAPT-CNT  <  20  THEN
                     ADD  1  TO  MAPT-CNT
                     SET  MAPT-IDX  TO  MAPT-CNT
                     MOVE  GLM-SRC-COD
                       TO  MAPT-SRC-COD(MAPT-IDX)
                     MOVE  GLM-DR-ACCT
                       TO  MAPT-DR-ACCT(MAPT-IDX)
                     MOVE  GLM-CR-ACCT
                       TO  MAPT-CR-ACCT(MAPT-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  MAP-FILE
             DISPLAY  "科目定義 ロード件数="  MAPT-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 送信レジスタのロード　送信済みの連携元×年月と送信番号の
      * 最大値を得る（未作成は初回送信）
      ********************************************************
       LOAD-REG-RTN               SECTION.
           OPEN  INPUT  REG-FILE.
           IF  REG-STATUS  =  "35"  THEN
             DISPLAY  "GLREGなし　初回送信"
           ELSE
             PERFORM  UNTIL  REG-STATUS  NOT  =  "00"
               READ  REG-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  REGT-CNT  <  9999  THEN
                     ADD  1  TO  REGT-CNT
                     SET  REGT-IDX  TO  REGT-CNT
                     MOVE  GLR-SRC-COD  TO  REGT-SRC-COD(REGT-IDX)
                     MOVE  GLR-PERIOD   TO  REGT-PERIOD(REGT-IDX)
                     MOVE  GLR-JNL-NO   TO  REGT-JNL-NO(REGT-IDX)
                     IF  GLR-SOSHIN-NO  >  WK-MAX-SOSHIN-NO  THEN
                       MOVE  GLR-SOSHIN-NO  TO  WK-MAX-SOSHIN-NO
                     END-IF
                   ELSE
                     DISPLAY  "*** 送信レジスタ上限超過"
                     MOVE  16  TO  WK-COMP-CD
                     MOVE  "99"  TO  REG-STATUS
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  REG-FILE
             DISPLAY  "送信レジスタ 件数="  REGT-CNT
                      " 最終送信番号="  WK-MAX-SOSHIN-NO
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 連携元1件の処理　送信済み判定→検証→仕訳の書き出し
      ********************************************************
       FEED-RTN                   SECTION.
           PERFORM  SRC-SET-RTN.
      *同じ連携元・対象年月の送信済みは再送信しない
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  REGT-IDX  FROM  1  BY  1
             UNTIL  (REGT-IDX  >  REGT-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  (REGT-SRC-COD(REGT-IDX)  =  WK-SRC-COD)  AND
                 (REGT-PERIOD(REGT-IDX)  =  WK-PERIOD)  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
               MOVE  REGT-JNL-NO(REGT-IDX)  TO  WK-JNL-NO
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             ADD  1  TO  SKIP-CNT
             MOVE  SPACE  TO  RPT-REC
             STRING  WK-SRC-COD  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     WK-SRC-PGM  DELIMITED BY SIZE
                     " 送信済み　仕訳番号="  DELIMITED BY SIZE
                     WK-JNL-NO  DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
             GO  TO  FEED-EXT
           END-IF.
           PERFORM  FEED-OPEN-RTN.
           IF  WK-FEED-STATUS  NOT  =  "00"  THEN
             ADD  1  TO  SKIP-CNT
             MOVE  "連携ファイルなし"  TO  WK-NG-MSG
             PERFORM  FEED-LIST-RTN
             GO  TO  FEED-EXT
           END-IF.
           PERFORM  CHECK-RTN.
           PERFORM  FEED-CLOSE-RTN.
           IF  WK-NG-MSG  NOT  =  SPACE  THEN
             ADD  1  TO  NG-CNT
             PERFORM  FEED-LIST-RTN
             GO  TO  FEED-EXT
           END-IF.
           IF  WK-TGT-CNT  =  0  THEN
             ADD  1  TO  SKIP-CNT
             MOVE  "対象年月の明細なし"  TO  WK-NG-MSG
             PERFORM  FEED-LIST-RTN
             GO  TO  FEED-EXT
           END-IF.
           PERFORM  FEED-OPEN-RTN.
           PERFORM  POST-RTN.
           PERFORM  FEED-CLOSE-RTN.
       FEED-EXT.
           EXIT.
      ********************************************************
      * 連携元の設定（WK-SRC-NO　1〜8）
      ********************************************************
       SRC-SET-RTN                SECTION.
           MOVE  SPACE  TO  WK-NG-MSG.
           EVALUATE  WK-SRC-NO
             WHEN  1
               MOVE  "SA"       TO  WK-SRC-COD
               MOVE  "KUBM023"  TO  WK-SRC-PGM
               MOVE  "1"        TO  WK-SRC-KBN
             WHEN  2
               MOVE  "RV"       TO  WK-SRC-COD
               MOVE  "KUBM034"  TO  WK-SRC-PGM
               MOVE  "1"        TO  WK-SRC-KBN
             WHEN  3
               MOVE  "RB"       TO  WK-SRC-COD
               MOVE  "KUBM038"  TO  WK-SRC-PGM
               MOVE  "1"        TO  WK-SRC-KBN
             WHEN  4
               MOVE  "FX"       TO  WK-SRC-COD
               MOVE  "KUBM031"  TO  WK-SRC-PGM
               MOVE  "1"        TO  WK-SRC-KBN
             WHEN  5
               MOVE  "ZA"       TO  WK-SRC-COD
               MOVE  "KZBM060"  TO  WK-SRC-PGM
               MOVE  "2"        TO  WK-SRC-KBN
             WHEN  6
               MOVE  "PV"       TO  WK-SRC-COD
               MOVE  "KZBM056"  TO  WK-SRC-PGM
               MOVE  "1"        TO  WK-SRC-KBN
             WHEN  7
               MOVE  "LI"       TO  WK-SRC-COD
               MOVE  "KUBM050"  TO  WK-SRC-PGM
               MOVE  "1"        TO  WK-SRC-KBN
             WHEN  OTHER
               MOVE  "WO"       TO  WK-SRC-COD
               MOVE  "KUBM052"  TO  WK-SRC-PGM
               MOVE  "2"        TO  WK-SRC-KBN
           END-EVALUATE.
       EXT.
           EXIT.
      ********************************************************
      * 連携元ファイルのオープン・読込・クローズ
      ********************************************************
       FEED-OPEN-RTN              SECTION.
           MOVE  SPACE  TO  WK-READ-END-FLG.
           EVALUATE  WK-SRC-NO
             WHEN  1
               OPEN  INPUT  SA-FILE
               MOVE  SA-STATUS  TO  WK-FEED-STATUS
             WHEN  2
               OPEN  INPUT  RV-FILE
               MOVE  RV-STATUS  TO  WK-FEED-STATUS
             WHEN  3
               OPEN  INPUT  RB-FILE
               MOVE  RB-STATUS  TO  WK-FEED-STATUS
             WHEN  4
               OPEN  INPUT  FX-FILE
               MOVE  FX-STATUS  TO  WK-FEED-STATUS
             WHEN  5
               OPEN  INPUT  ZA-FILE
               MOVE  ZA-STATUS  TO  WK-FEED-STATUS
             WHEN  6
               OPEN  INPUT  PV-FILE
               MOVE  PV-STATUS  TO  WK-FEED-STATUS
             WHEN  7
               OPEN  INPUT  LI-FILE
               MOVE  LI-STATUS  TO  WK-FEED-STATUS
             WHEN  OTHER
               OPEN  INPUT  WO-FILE
               MOVE  WO-STATUS  TO  WK-FEED-STATUS
           END-EVALUATE.
       EXT.
           EXIT.
      *
       FEED-READ-RTN              SECTION.
           EVALUATE  WK-SRC-NO
             WHEN  1
               READ  SA-FILE  INTO  GLW-REC
                 AT  END  MOVE  "E"  TO  WK-READ-END-FLG
               END-READ
             WHEN  2
               READ  RV-FILE  INTO  GLW-REC
                 AT  END  MOVE  "E"  TO  WK-READ-END-FLG
               END-READ
             WHEN  3
               READ  RB-FILE  INTO  GLW-REC
                 AT  END  MOVE  "E"  TO  WK-READ-END-FLG
               END-READ
             WHEN  4
               READ  FX-FILE  INTO  GLW-REC
                 AT  END  MOVE  "E"  TO  WK-READ-END-FLG
               END-READ
             WHEN  5
               READ  ZA-FILE  INTO  GLW-REC
                 AT  END  MOVE  "E"  TO  WK-READ-END-FLG
               END-READ
             WHEN  6
               READ  PV-FILE  INTO  GLW-REC
                 AT  END  MOVE  "E"  TO  WK-READ-END-FLG
               END-READ
             WHEN  7
               READ  LI-FILE  INTO  GLW-REC
                 AT  END  MOVE  "E"  TO  WK-READ-END-FLG
               END-READ
             WHEN  OTHER
               READ  WO-FILE  INTO  GLW-REC
                 AT  END  MOVE  "E"  TO  WK-READ-END-FLG
               END-READ
           END-EVALUATE.
       EXT.
           EXIT.
      *
       FEED-CLOSE-RTN             SECTION.
           EVALUATE  WK-SRC-NO
             WHEN  1
               CLOSE  SA-FILE
             WHEN  2
               CLOSE  RV-FILE
             WHEN  3
               CLOSE  RB-FILE
             WHEN  4
               CLOSE  FX-FILE
             WHEN  5
               CLOSE  ZA-FILE
             WHEN  6
               CLOSE  PV-FILE
             WHEN  7
               CLOSE  LI-FILE
             WHEN  OTHER
               CLOSE  WO-FILE
           END-EVALUATE.
       EXT.
           EXIT.
      ********************************************************
      * 検証（1回目の読込）　トレーラの有無と金額、科目定義、
      * 在庫の借方・貸方の組、対象年月分の貸借一致を確かめる。
      * 不備はWK-NG-MSGに最初の1件を残す
      ********************************************************
       CHECK-RTN                  SECTION.
           MOVE  "N"  TO  WK-TRL-FLG.
           MOVE  "N"  TO  WK-PAIR-FLG.
           MOVE  0    TO  WK-TRL-KIN  WK-ALL-SUM  WK-DR-SUM
                          WK-CR-SUM  WK-TGT-CNT  WK-PAIR-KIN.
           IF  WK-SRC-KBN  =  "1"  THEN
             PERFORM  MAP-FIND-RTN
             IF  WK-FOUND-FLG  =  "N"  THEN
               MOVE  "勘定科目定義なし"  TO  WK-NG-MSG
             END-IF
           END-IF.
           PERFORM  FEED-READ-RTN.
           PERFORM  UNTIL  WK-READ-END-FLG  =  "E"
             EVALUATE  GLX-REC-TYPE
               WHEN  "H"
                 CONTINUE
               WHEN  "D"
                 PERFORM  CHECK-DTL-RTN
               WHEN  "T"
                 MOVE  "Y"  TO  WK-TRL-FLG
                 IF  GLX-KINGAKU  IS  NUMERIC  THEN
                   MOVE  GLX-KINGAKU  TO  WK-TRL-KIN
                 END-IF
               WHEN  OTHER
                 IF  WK-NG-MSG  =  SPACE  THEN
                   MOVE  "レコード区分不正"  TO  WK-NG-MSG
                 END-IF
             END-EVALUATE
             PERFORM  FEED-READ-RTN
           END-PERFORM.
           IF  (WK-TRL-FLG  =  "N")  AND  (WK-NG-MSG  =  SPACE)  THEN
             MOVE  "トレーラなし（途中終了の疑い）"
               TO  WK-NG-MSG
           END-IF.
           IF  (WK-TRL-KIN  NOT  =  WK-ALL-SUM)  AND
               (WK-NG-MSG  =  SPACE)  THEN
             MOVE  "トレーラ金額不一致"  TO  WK-NG-MSG
           END-IF.
           IF  (WK-PAIR-FLG  =  "Y")  AND  (WK-NG-MSG  =  SPACE)  THEN
             MOVE  "借方・貸方の組が不完全"  TO  WK-NG-MSG
           END-IF.
           IF  (WK-DR-SUM  NOT  =  WK-CR-SUM)  AND
               (WK-NG-MSG  =  SPACE)  THEN
             MOVE  "貸借不一致"  TO  WK-NG-MSG
           END-IF.
           IF  (WK-TGT-CNT  >  9999)  AND  (WK-NG-MSG  =  SPACE)  THEN
             MOVE  "仕訳行数が上限超過"  TO  WK-NG-MSG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 明細1件の検証　全期間の合計はトレーラと照合し、対象年月分
      * は仕訳行数と借方・貸方合計に積む
      ********************************************************
       CHECK-DTL-RTN              SECTION.
           IF  GLX-KINGAKU  IS  NOT  NUMERIC  THEN
             IF  WK-NG-MSG  =  SPACE  THEN
               MOVE  "明細金額不正"  TO  WK-NG-MSG
             END-IF
             GO  TO  CHECK-DTL-EXT
           END-IF.
           ADD  GLX-KINGAKU  TO  WK-ALL-SUM.
           IF  GLX-PERIOD  NOT  =  WK-PERIOD  THEN
             GO  TO  CHECK-DTL-EXT
           END-IF.
           IF  GLX-KINGAKU  <  0  THEN
             COMPUTE  WK-ABS-KIN  =  0  -  GLX-KINGAKU
           ELSE
             MOVE  GLX-KINGAKU  TO  WK-ABS-KIN
           END-IF.
           IF  WK-SRC-KBN  =  "1"  THEN
             IF  WK-ABS-KIN  >  0  THEN
               ADD  2  TO  WK-TGT-CNT
               ADD  WK-ABS-KIN  TO  WK-DR-SUM
               ADD  WK-ABS-KIN  TO  WK-CR-SUM
             END-IF
           ELSE
      *在庫は借方行・貸方行の順に2行で1組（金額は符号違いで同額）
             IF  GLX-KINGAKU  <  0  THEN
               ADD  WK-ABS-KIN  TO  WK-CR-SUM
             ELSE
               ADD  WK-ABS-KIN  TO  WK-DR-SUM
             END-IF
             IF  WK-PAIR-FLG  =  "N"  THEN
               MOVE  "Y"  TO  WK-PAIR-FLG
               MOVE  GLX-KINGAKU  TO  WK-PAIR-KIN
             ELSE
               MOVE  "N"  TO  WK-PAIR-FLG
               IF  (WK-PAIR-KIN  +  GLX-KINGAKU  NOT  =  0)  AND
                   (WK-NG-MSG  =  SPACE)  THEN
                 MOVE  "借方・貸方の組の金額不一致"
                   TO  WK-NG-MSG
               END-IF
               IF  WK-ABS-KIN  >  0  THEN
                 ADD  2  TO  WK-TGT-CNT
               END-IF
             END-IF
           END-IF.
       CHECK-DTL-EXT.
           EXIT.
      ********************************************************
      * 金額のみの連携元の勘定科目の引き当て
      ********************************************************
       MAP-FIND-RTN               SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  MAPT-IDX  FROM  1  BY  1
             UNTIL  (MAPT-IDX  >  MAPT-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  MAPT-SRC-COD(MAPT-IDX)  =  WK-SRC-COD  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
               MOVE  MAPT-DR-ACCT(MAPT-IDX)  TO  WK-DR-ACCT
               MOVE  MAPT-CR-ACCT(MAPT-IDX)  TO  WK-CR-ACCT
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 仕訳の書き出し（2回目の読込）　今回最初の仕訳で送信番号を
      * 採番して見出しを出す
      ********************************************************
       POST-RTN                   SECTION.
           IF  WK-SOSHIN-NO  =  0  THEN
             COMPUTE  WK-SOSHIN-NO  =  WK-MAX-SOSHIN-NO  +  1
             MOVE  SPACE  TO  GLJ-REC
             MOVE  "H"  TO  GLJ-REC-TYPE
             MOVE  WK-SOSHIN-NO  TO  GLJ-SOSHIN-NO
             MOVE  WK-PERIOD  TO  GLJ-PERIOD
             WRITE  GLJ-REC
             ADD  1  TO  GLJ-CNT
           END-IF.
           ADD  1  TO  WK-JNL-SEQ.
           COMPUTE  WK-JNL-NO  =  WK-SOSHIN-NO  *  100  +  WK-JNL-SEQ.
           MOVE  0    TO  WK-LINE-NO  WK-DR-SUM.
           MOVE  "N"  TO  WK-PAIR-FLG.
           PERFORM  FEED-READ-RTN.
           PERFORM  UNTIL  WK-READ-END-FLG  =  "E"
             IF  (GLX-REC-TYPE  =  "D")  AND
                 (GLX-PERIOD  =  WK-PERIOD)  THEN
               IF  WK-SRC-KBN  =  "1"  THEN
                 PERFORM  POST-AMOUNT-RTN
               ELSE
                 PERFORM  POST-PAIR-RTN
               END-IF
             END-IF
             PERFORM  FEED-READ-RTN
           END-PERFORM.
      *送信レジスタへの追記分
           ADD  1  TO  SEND-CNT.
           ADD  1  TO  NEWT-CNT.
           SET  NEWT-IDX  TO  NEWT-CNT.
           MOVE  WK-SRC-COD   TO  NEWT-SRC-COD(NEWT-IDX).
           MOVE  WK-JNL-NO    TO  NEWT-JNL-NO(NEWT-IDX).
           MOVE  WK-LINE-NO   TO  NEWT-LINE-CNT(NEWT-IDX).
           MOVE  WK-DR-SUM    TO  NEWT-KINGAKU(NEWT-IDX).
           ADD  WK-DR-SUM  TO  WK-SOSHIN-DR-SUM.
           MOVE  WK-DR-SUM  TO  WK-KIN-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  WK-SRC-COD  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-SRC-PGM  DELIMITED BY SIZE
                   " 送信　仕訳番号="  DELIMITED BY SIZE
                   WK-JNL-NO  DELIMITED BY SIZE
                   " 行数="  DELIMITED BY SIZE
                   WK-LINE-NO  DELIMITED BY SIZE
                   " 借方・貸方="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 金額のみの明細1件を借方・貸方の2行に展開する
      * （マイナスは科目定義の貸借を入れ替える。ゼロは出さない）
      ********************************************************
       POST-AMOUNT-RTN            SECTION.
           IF  GLX-KINGAKU  =  0  THEN
             GO  TO  POST-AMOUNT-EXT
           END-IF.
           MOVE  GLX-TOKU-COD  TO  WK-L-REF.
           IF  GLX-KINGAKU  >  0  THEN
             MOVE  GLX-KINGAKU  TO  WK-L-KIN
             MOVE  WK-DR-ACCT  TO  WK-L-ACCT
             MOVE  WK-CR-ACCT  TO  WK-L-AITE
           ELSE
             COMPUTE  WK-L-KIN  =  0  -  GLX-KINGAKU
             MOVE  WK-CR-ACCT  TO  WK-L-ACCT
             MOVE  WK-DR-ACCT  TO  WK-L-AITE
           END-IF.
           MOVE  "D"  TO  WK-L-TAISHAKU.
           PERFORM  LINE-WRITE-RTN.
           MOVE  WK-L-AITE  TO  WK-L-ACCT.
           IF  GLX-KINGAKU  >  0  THEN
             MOVE  WK-DR-ACCT  TO  WK-L-AITE
           ELSE
             MOVE  WK-CR-ACCT  TO  WK-L-AITE
           END-IF.
           MOVE  "C"  TO  WK-L-TAISHAKU.
           PERFORM  LINE-WRITE-RTN.
       POST-AMOUNT-EXT.
           EXIT.
      ********************************************************
      * 在庫の借方・貸方の組を2行で出す（相手科目は組の相手）
      ********************************************************
       POST-PAIR-RTN              SECTION.
           IF  WK-PAIR-FLG  =  "N"  THEN
             MOVE  "Y"  TO  WK-PAIR-FLG
             MOVE  GLX-TOKU-COD  TO  WK-PAIR-ACCT
             MOVE  GLX-KINGAKU   TO  WK-PAIR-KIN
             GO  TO  POST-PAIR-EXT
           END-IF.
           MOVE  "N"  TO  WK-PAIR-FLG.
           IF  WK-PAIR-KIN  =  0  THEN
             GO  TO  POST-PAIR-EXT
           END-IF.
           MOVE  SPACE  TO  WK-L-REF.
      *1行目
           MOVE  WK-PAIR-ACCT  TO  WK-L-ACCT.
           MOVE  GLX-TOKU-COD  TO  WK-L-AITE.
           IF  WK-PAIR-KIN  >  0  THEN
             MOVE  "D"  TO  WK-L-TAISHAKU
             MOVE  WK-PAIR-KIN  TO  WK-L-KIN
           ELSE
             MOVE  "C"  TO  WK-L-TAISHAKU
             COMPUTE  WK-L-KIN  =  0  -  WK-PAIR-KIN
           END-IF.
           PERFORM  LINE-WRITE-RTN.
      *2行目
           MOVE  GLX-TOKU-COD  TO  WK-L-ACCT.
           MOVE  WK-PAIR-ACCT  TO  WK-L-AITE.
           IF  GLX-KINGAKU  >  0  THEN
             MOVE  "D"  TO  WK-L-TAISHAKU
             MOVE  GLX-KINGAKU  TO  WK-L-KIN
           ELSE
             MOVE  "C"  TO  WK-L-TAISHAKU
             COMPUTE  WK-L-KIN  =  0  -  GLX-KINGAKU
           END-IF.
           PERFORM  LINE-WRITE-RTN.
       POST-PAIR-EXT.
           EXIT.
      ********************************************************
      * 仕訳1行の書き出し
      ********************************************************
       LINE-WRITE-RTN             SECTION.
           ADD  1  TO  WK-LINE-NO.
           MOVE  SPACE  TO  GLJ-REC.
           MOVE  "D"            TO  GLJ-REC-TYPE.
           MOVE  WK-SOSHIN-NO   TO  GLJ-SOSHIN-NO.
           MOVE  WK-JNL-NO      TO  GLJ-JNL-NO.
           MOVE  WK-LINE-NO     TO  GLJ-LINE-NO.
           MOVE  WK-PERIOD      TO  GLJ-PERIOD.
           MOVE  WK-L-ACCT      TO  GLJ-ACCT.
           MOVE  WK-L-TAISHAKU  TO  GLJ-TAISHAKU.
           MOVE  WK-L-KIN       TO  GLJ-KINGAKU.
           MOVE  WK-L-AITE      TO  GLJ-AITE-ACCT.
           MOVE  WK-L-REF       TO  GLJ-REF.
           MOVE  WK-SRC-PGM     TO  GLJ-SRC-PGM.
           WRITE  GLJ-REC.
           ADD  1  TO  GLJ-CNT.
           IF  WK-L-TAISHAKU  =  "D"  THEN
             ADD  WK-L-KIN  TO  WK-DR-SUM
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 送信保留・送信対象外の一覧行（WK-NG-MSG）
      ********************************************************
       FEED-LIST-RTN              SECTION.
           MOVE  WK-ALL-SUM  TO  WK-KIN-DISP.
           MOVE  WK-TRL-KIN  TO  WK-KIN-DISP2.
           MOVE  SPACE  TO  RPT-REC.
           STRING  WK-SRC-COD  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-SRC-PGM  DELIMITED BY SIZE
                   " 送信せず　"  DELIMITED BY SIZE
                   WK-NG-MSG  DELIMITED BY SPACE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           IF  WK-NG-MSG  =  "トレーラ金額不一致"  THEN
             MOVE  SPACE  TO  RPT-REC
             STRING  "   明細合計="  DELIMITED BY SIZE
                     WK-KIN-DISP  DELIMITED BY SIZE
                     " トレーラ="  DELIMITED BY SIZE
                     WK-KIN-DISP2  DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理　送信ファイルのトレーラ、送信レジスタへの追記
      ********************************************************
       TERM-RTN                   SECTION.
           IF  WK-SOSHIN-NO  >  0  THEN
             MOVE  SPACE  TO  GLJ-REC
             MOVE  "T"  TO  GLJ-REC-TYPE
             MOVE  WK-SOSHIN-NO  TO  GLJ-SOSHIN-NO
             MOVE  WK-PERIOD  TO  GLJ-PERIOD
             COMPUTE  GLJ-JNL-NO  =  GLJ-CNT  -  1
             MOVE  WK-SOSHIN-DR-SUM  TO  GLJ-KINGAKU
             WRITE  GLJ-REC
             ADD  1  TO  GLJ-CNT
             PERFORM  REG-WRITE-RTN
           END-IF.
           CLOSE  GLJ-FILE.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "送信番号="  DELIMITED BY SIZE
                   WK-SOSHIN-NO  DELIMITED BY SIZE
                   " 送信仕訳="  DELIMITED BY SIZE
                   SEND-CNT  DELIMITED BY SIZE
                   " 送信保留="  DELIMITED BY SIZE
                   NG-CNT  DELIMITED BY SIZE
                   " 対象外="  DELIMITED BY SIZE
                   SKIP-CNT  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  2  TO  RPT-CNT.
           CLOSE  RPT-FILE.
           IF  WK-COMP-CD  <  16  THEN
             IF  NG-CNT  >  0  THEN
               MOVE  8  TO  WK-COMP-CD
             ELSE
               IF  SEND-CNT  =  0  THEN
                 MOVE  4  TO  WK-COMP-CD
               END-IF
             END-IF
           END-IF.
           DISPLAY  "送信番号= "  WK-SOSHIN-NO.
           DISPLAY  "送信仕訳= "  SEND-CNT.
           DISPLAY  "送信保留= "  NG-CNT.
           DISPLAY  "対象外  = "  SKIP-CNT.
           DISPLAY  "GLJ-CNT=  "  GLJ-CNT.
           DISPLAY  "RPT-CNT=  "  RPT-CNT.
           DISPLAY  "*** END KCBM080 ***".
       EXT.
           EXIT.
      ********************************************************
      * 送信レジスタへの追記（今回送信した仕訳）
      ********************************************************
       REG-WRITE-RTN              SECTION.
           OPEN  EXTEND  REG-FILE.
           IF  REG-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  REG-FILE
           END-IF.
           PERFORM  VARYING  NEWT-IDX  FROM  1  BY  1
             UNTIL  NEWT-IDX  >  NEWT-CNT
             MOVE  SPACE  TO  REG-REC
             MOVE  NEWT-SRC-COD(NEWT-IDX)   TO  GLR-SRC-COD
             MOVE  WK-PERIOD                TO  GLR-PERIOD
             MOVE  WK-SOSHIN-NO             TO  GLR-SOSHIN-NO
             MOVE  NEWT-JNL-NO(NEWT-IDX)    TO  GLR-JNL-NO
             MOVE  WK-TODAY                 TO  GLR-SOSHIN-YMD
             MOVE  NEWT-LINE-CNT(NEWT-IDX)  TO  GLR-LINE-CNT
             MOVE  NEWT-KINGAKU(NEWT-IDX)   TO  GLR-KINGAKU
             WRITE  REG-REC
           END-PERFORM.
           CLOSE  REG-FILE.
       EXT.
           EXIT.
