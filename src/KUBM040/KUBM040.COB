      * サブシステム名：売上
      * プログラム名  ：督促状発行（滞留請求書のエスカレーション）
      * 作成日／作成者：２０２６年９月３日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：督促の経過日数を発行日から支払期日起算へ変更
      *                 （期日のない請求書は発行日を期日とみなす）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：督促状1通ごとに帳票索引(DIX)を出力（配信バッチ
      *                 KCBM100による得意先別の配信振り分け用）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：請求書レジスタへの税率0％内訳の追加に伴い
      *                 退避テーブルのレコード長を変更
      ********************************************************
      *請求書レジスタ(KUCF030)の未回収請求書(INV-OPEN-ZAN>0)を
      *支払期日からの経過日数で3段階の督促レベルへ区分し、レベル別の
      *文言で督促状(LTR)を印字する。発行したレベルと督促日を
      *請求書レコードへ記録し、同じ請求書が次の段階へ進むまで
      *再督促しないようにする。レベル3へ達した得意先の一覧(RPT)を
      *回収デスク向けに出力する。支払期日(INV-DUE-YMD)を持たない
      *旧レジスタの請求書は発行日を期日とみなす（支払条件のない
      *得意先の請求書も期日＝発行日のため、従来どおり発行日起算）。
      *経過日数の段階は環境変数で指定する（未指定は既定値）
      *  KUBM040-BAND1  レベル1の経過日数（既定30日）
      *  KUBM040-BAND2  レベル2の経過日数（既定60日）
      *番号KUD0401〜KUD0403から取得し、未定義なら組込みの既定文言
      *を使う（KCBS050のカタログと同じ「データ編集で文言を変える」
      *考え方）。
      *督促状1通ごとに帳票索引(DIX、KCCDIX形式、行番号はLTR内)
      *を書き、配信バッチKCBM100が得意先の配信区分で振り分け
      *られるようにする。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *OUTPUT レベル3到達一覧（回収デスク向け）
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 帳票索引（督促状1通1件、配信バッチKCBM100の入力）
           SELECT  DIX-FILE  ASSIGN TO  EXTERNAL  DIX
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS DIX-STATUS.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       01  LTR-REC                PIC  X(101).
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
       FD  DIX-FILE.
       01  DIX-REC.
           COPY  KCCDIX.
      *
       WORKING-STORAGE            SECTION.
       01  INV-STATUS             PIC  X(2)    VALUE  SPACE.
       01  LTR-CNT                PIC  9(5)    VALUE  0.
       01  LVL3-CNT               PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  LTR-LINE-CNT           PIC  9(7)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
      *経過日数の段階（環境変数、未指定は既定値）
       01  WK-BAND1-X             PIC  X(5)    VALUE  SPACE.
       01  INVT-CNT               PIC  9(4)    VALUE  ZERO.
       01  INVT-TBL.
         02  INVT-ENT  OCCURS 9999 TIMES INDEXED BY INVT-IDX.
           03  INVT-IMG           PIC  X(139).
       01  WK-INV-REC-1.
           COPY  KUCF030.
      *経過日数の算出用
       01  WK-TODAY-YMD           PIC  9(8)    VALUE  0.
       01  WK-TODAY-INT           PIC  9(8)    VALUE  0.
       01  WK-INV-INT             PIC  9(8)    VALUE  0.
       01  WK-DUE-YMD             PIC  9(8)    VALUE  0.
       01  WK-KEIKA-DAYS          PIC  S9(5)   VALUE  0.
       01  WK-NEW-LEVEL           PIC  9(1)    VALUE  0.
      *督促文言（レベル1〜3、カタログ未定義時は既定文言）
      *編集用
       01  WK-KIN-DISP            PIC  ----,---,--9.
       01  WK-DAYS-DISP           PIC  ZZZZ9.
      *帳票索引　督促状の先頭行（LTR内の行番号）
       01  DIX-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-DIX-FLG             PIC  X       VALUE  "N".
       01  WK-DIX-FROM            PIC  9(7)    VALUE  0.
      ********************************************************
      * 督促状発行の主処理
      ********************************************************
           OPEN  INPUT  CMF-FILE.
           OPEN  OUTPUT  LTR-FILE.
           OPEN  OUTPUT  RPT-FILE.
           OPEN  OUTPUT  DIX-FILE.
           IF  DIX-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-DIX-FLG
           ELSE
             DISPLAY  "DIXなし　帳票索引なしで続行"
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "督促レベル3到達一覧"  TO  RPT-REC.
           WRITE  RPT-REC.
       EXT.
           EXIT.
      ********************************************************
      * 督促判定　未回収請求書の支払期日からの経過日数で新レベル
      * を求め、記録済みレベルより進んだ場合のみ督促状を発行する
      ********************************************************
       DUN-RTN                    SECTION.
           PERFORM  VARYING  INVT-IDX  FROM  1  BY  1
             UNTIL  INVT-IDX  >  INVT-CNT
             MOVE  INVT-IMG(INVT-IDX)  TO  WK-INV-REC-1
             IF  INV-OPEN-ZAN OF WK-INV-REC-1  >  0  THEN
               IF  (INV-DUE-YMD OF WK-INV-REC-1  IS  NUMERIC)  AND
                   (INV-DUE-YMD OF WK-INV-REC-1  >  ZERO)  THEN
                 MOVE  INV-DUE-YMD OF WK-INV-REC-1  TO  WK-DUE-YMD
               ELSE
                 MOVE  INV-YMD OF WK-INV-REC-1  TO  WK-DUE-YMD
               END-IF
               COMPUTE  WK-INV-INT  =
                 FUNCTION INTEGER-OF-DATE(WK-DUE-YMD)
               COMPUTE  WK-KEIKA-DAYS  =
                 WK-TODAY-INT  -  WK-INV-INT
               MOVE  0  TO  WK-NEW-LEVEL
       EXT.
           EXIT.
      ********************************************************
      * 督促状1通の印字　宛先・請求書番号・期日・金額・経過日数
      * ・文言
      ********************************************************
       LETTER-RTN                 SECTION.
           MOVE  SPACE  TO  WK-TOKU-MEI.
             NOT INVALID KEY
               MOVE  CFTOK-TOKU-MEI  TO  WK-TOKU-MEI
           END-READ.
           COMPUTE  WK-DIX-FROM  =  LTR-LINE-CNT  +  1.
           MOVE  SPACE  TO  LTR-REC.
           STRING  "================ 督促状（レベル"
                     DELIMITED BY SIZE
                   "） ================"  DELIMITED BY SIZE
             INTO  LTR-REC.
           WRITE  LTR-REC.
           ADD  1  TO  LTR-LINE-CNT.
           MOVE  SPACE  TO  LTR-REC.
           STRING  INV-TOKU-COD OF WK-INV-REC-1
                     DELIMITED BY SIZE
                   " 御中"  DELIMITED BY SIZE
             INTO  LTR-REC.
           WRITE  LTR-REC.
           ADD  1  TO  LTR-LINE-CNT.
           MOVE  INV-OPEN-ZAN OF WK-INV-REC-1  TO  WK-KIN-DISP.
           MOVE  WK-KEIKA-DAYS  TO  WK-DAYS-DISP.
           MOVE  SPACE  TO  LTR-REC.
                   INV-YMD OF WK-INV-REC-1  DELIMITED BY SIZE
                   " 未回収残="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
                   " 期日経過="  DELIMITED BY SIZE
                   WK-DAYS-DISP  DELIMITED BY SIZE
             INTO  LTR-REC.
           WRITE  LTR-REC.
           ADD  1  TO  LTR-LINE-CNT.
           MOVE  SPACE  TO  LTR-REC.
           STRING  "お支払期日 "  DELIMITED BY SIZE
                   WK-DUE-YMD  DELIMITED BY SIZE
             INTO  LTR-REC.
           WRITE  LTR-REC.
           ADD  1  TO  LTR-LINE-CNT.
           MOVE  WK-NEW-LEVEL  TO  WK-MSG-IDX.
           MOVE  SPACE  TO  LTR-REC.
           MOVE  WK-DUN-MSG-ENT(WK-MSG-IDX)  TO  LTR-REC.
           WRITE  LTR-REC.
           ADD  1  TO  LTR-LINE-CNT.
           MOVE  SPACE  TO  LTR-REC.
           WRITE  LTR-REC.
           ADD  1  TO  LTR-LINE-CNT.
           ADD  1  TO  LTR-CNT.
           PERFORM  DIX-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 帳票索引の出力　督促状1通の先頭行と行数
      ********************************************************
       DIX-WRITE-RTN              SECTION.
           IF  WK-DIX-FLG  =  "Y"  THEN
             MOVE  SPACE  TO  DIX-REC
             MOVE  "KUBM040"  TO  DIX-PGM-ID
             MOVE  WK-TODAY-YMD  TO  DIX-RUN-DATE
             MOVE  "DN"  TO  DIX-DOC-KBN
             MOVE  INV-TOKU-COD OF WK-INV-REC-1  TO  DIX-TOKU-COD
             MOVE  INV-NO OF WK-INV-REC-1  TO  DIX-DOC-KEY
             MOVE  WK-DIX-FROM  TO  DIX-FROM-LINE
             COMPUTE  DIX-LINE-CNT  =
               LTR-LINE-CNT  -  WK-DIX-FROM  +  1
             WRITE  DIX-REC
           END-IF.
       EXT.
           EXIT.
      ********************************************************
           CLOSE  CMF-FILE.
           CLOSE  LTR-FILE.
           CLOSE  RPT-FILE.
           IF  WK-DIX-FLG  =  "Y"  THEN
             CLOSE  DIX-FILE
           END-IF.
           DISPLAY  "請求書読込　= "  INV-CNT.
           DISPLAY  "督促状発行　= "  LTR-CNT.
           DISPLAY  "レベル3到達= "  LVL3-CNT.
