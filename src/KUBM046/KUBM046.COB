       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM046.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：資金繰り予測（13週の入出金見込み）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *請求書レジスタ(INV、KUBM030出力)の未回収残高(INV-OPEN-ZAN)
      *を入金予定週へ、仕入債務台帳(APL、KZBM025出力)の未払金額
      *(APL-KINGAKU)を支払予定週へ振り分け、基準日から13週分の
      *入金・支払・差引・累計を週別に印字する。
      *入金予定日は請求書の支払期日(INV-DUE-YMD、旧形式は発行日)。
      *支払予定日は仕入先マスタの支払条件(CFSIR-SHIME-DD/
      *SHIHARAI-TSUKI/SHIHARAI-DD)で計上日から求める（支払条件の
      *ない仕入先は計上日）。予定日が基準日より前のものは「期日
      *経過」、13週より後は「14週以降」の欄へまとめる。
      *外貨建て請求書は為替レートファイル(KJCRATE)の基準日時点で
      *有効な最新レートで円換算し、通貨別の内訳（外貨額・円換算
      *額）を末尾に出す。レートのない通貨は週別の円合計に含めず、
      *内訳に「レートなし」として出す。仕入債務台帳は円建て。
      *基準日は環境変数KUBM046-KIJUN-YMD(YYYYMMDD)、未指定は当日。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 請求書レジスタ（参照のみ）
           SELECT  INV-FILE  ASSIGN TO  EXTERNAL  INV
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS INV-STATUS.
      *INPUT 仕入債務台帳（参照のみ）
           SELECT  APL-FILE  ASSIGN TO  EXTERNAL  APL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS APL-STATUS-WS.
      *仕入先マスタ（支払条件の参照のみ）
           SELECT  SMF-FILE  ASSIGN TO  EXTERNAL  SMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFSIR-SHIIRE-COD
                             FILE STATUS  IS SMF-STATUS.
      *為替レートファイル
           SELECT  RATE-FILE  ASSIGN TO  EXTERNAL  RATE
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS RATE-STATUS.
      *OUTPUT 資金繰り予測表
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  INV-FILE.
       01  INV-REC.
           COPY  KUCF030.
       FD  APL-FILE.
       01  APL-REC.
           COPY  KZCAPL.
       FD  SMF-FILE.
       01  SMF-REC.
           COPY  KCCFSIR.
       FD  RATE-FILE.
       01  RATE-REC.
           COPY  KJCRATE.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  INV-STATUS             PIC  X(2)    VALUE  SPACE.
       01  APL-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  SMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  RATE-STATUS            PIC  X(2)    VALUE  SPACE.
       01  INV-CNT                PIC  9(5)    VALUE  0.
       01  APL-CNT                PIC  9(5)    VALUE  0.
       01  IN-CNT                 PIC  9(5)    VALUE  0.
       01  OUT-CNT                PIC  9(5)    VALUE  0.
       01  NORATE-CNT             PIC  9(5)    VALUE  0.
       01  NOJOKEN-CNT            PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
      *基準日（環境変数KUBM046-KIJUN-YMD、未指定は当日）
       01  WK-KIJUN-X             PIC  X(8)    VALUE  SPACE.
       01  WK-KIJUN-YMD           PIC  9(8)    VALUE  0.
       01  WK-KIJUN-INT           PIC  9(8)    VALUE  0.
      *ホーム通貨
       01  WK-HOME-TSUKA-COD      PIC  X(3)    VALUE  "JPY".
      *為替レート　ワーキングストレージ・キャッシュ（KUBM031と同じ）
       01  WK-RATE-MERGE-FLG      PIC  X       VALUE  "N".
       01  WK-RATE-CNT            PIC  9(2)    VALUE  0.
       01  WK-RATE-TBL.
         02  WK-RATE-ENT  OCCURS 20 TIMES INDEXED BY WK-RATE-IDX.
           03  WK-RATE-TSUKA-COD  PIC  X(3).
           03  WK-RATE-RATE       PIC  9(5)V9(4).
           03  WK-RATE-TEKIYO     PIC  9(8).
      *週別の入出金見込み　1=期日経過　2〜14=第1〜13週　15=14週以降
       01  FCW-TBL.
         02  FCW-ENT  OCCURS 15 TIMES INDEXED BY FCW-IDX.
           03  FCW-IN             PIC  S9(13).
           03  FCW-OUT            PIC  S9(13).
       01  WK-WEEK                PIC  9(5)    VALUE  0.
       01  WK-DAYS                PIC  S9(7)   VALUE  0.
       01  WK-YOTEI-YMD           PIC  9(8)    VALUE  0.
       01  WK-YOTEI-INT           PIC  9(8)    VALUE  0.
       01  WK-YEN                 PIC  S9(13)  VALUE  0.
       01  WK-NET                 PIC  S9(13)  VALUE  0.
       01  WK-RUIKEI              PIC  S9(13)  VALUE  0.
       01  WK-IN-SUM              PIC  S9(13)  VALUE  0.
       01  WK-OUT-SUM             PIC  S9(13)  VALUE  0.
      *通貨別の内訳（外貨額と円換算額）
       01  CUR-CNT                PIC  9(2)    VALUE  ZERO.
       01  CUR-TBL.
         02  CUR-ENT  OCCURS 20 TIMES INDEXED BY CUR-IDX.
           03  CUR-TSUKA-COD      PIC  X(3).
           03  CUR-IN-GAIKA       PIC  S9(13).
           03  CUR-IN-YEN         PIC  S9(13).
           03  CUR-OUT-YEN        PIC  S9(13).
           03  CUR-RATE           PIC  9(5)V9(4).
           03  CUR-NORATE-FLG     PIC  X.
       01  WK-TSUKA-COD           PIC  X(3)    VALUE  SPACE.
      *支払予定日の算出用（締め日・支払条件）
       01  WK-SHIME-DD            PIC  9(2)    VALUE  0.
       01  WK-DAY-PARM            PIC  9(2)    VALUE  0.
       01  WK-CALC-YMD            PIC  9(8)    VALUE  0.
       01  WK-CALC-YMD-R  REDEFINES  WK-CALC-YMD.
         02  WK-CALC-YY           PIC  9(4).
         02  WK-CALC-MM           PIC  9(2).
         02  WK-CALC-DD           PIC  9(2).
       01  WK-MATSU-YMD           PIC  9(8)    VALUE  0.
       01  WK-MATSU-YMD-R  REDEFINES  WK-MATSU-YMD.
         02  WK-MATSU-YY          PIC  9(4).
         02  WK-MATSU-MM          PIC  9(2).
         02  WK-MATSU-DD          PIC  9(2).
       01  WK-CALC-INT            PIC  9(8)    VALUE  0.
      *週の表示用
       01  WK-FROM-YMD            PIC  9(8)    VALUE  0.
       01  WK-TO-YMD              PIC  9(8)    VALUE  0.
       01  WK-LABEL               PIC  X(24)   VALUE  SPACE.
       01  WK-WEEK-DISP           PIC  Z9.
      *編集用
       01  WK-KIN-DISP            PIC  ----,---,---,--9.
       01  WK-KIN-DISP2           PIC  ----,---,---,--9.
       01  WK-KIN-DISP3           PIC  ----,---,---,--9.
       01  WK-KIN-DISP4           PIC  ----,---,---,--9.
       01  WK-RATE-DISP           PIC  ZZZZ9.9999.
      ********************************************************
      * 資金繰り予測の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KUBM046 ***".
           PERFORM  INIT-RTN.
           PERFORM  LOAD-RATE-RTN.
           PERFORM  INV-RTN.
           PERFORM  APL-RTN.
           PERFORM  WEEK-PRINT-RTN.
           PERFORM  CUR-PRINT-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      * 開始処理　基準日の取得
      ********************************************************
       INIT-RTN                   SECTION.
           ACCEPT  WK-KIJUN-X  FROM  ENVIRONMENT
                   "KUBM046-KIJUN-YMD".
           IF  WK-KIJUN-X  IS  NUMERIC  THEN
             MOVE  WK-KIJUN-X  TO  WK-KIJUN-YMD
           ELSE
             MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-KIJUN-YMD
           END-IF.
           DISPLAY  "基準日="  WK-KIJUN-YMD.
           COMPUTE  WK-KIJUN-INT  =
             FUNCTION INTEGER-OF-DATE(WK-KIJUN-YMD).
           PERFORM  VARYING  FCW-IDX  FROM  1  BY  1
             UNTIL  FCW-IDX  >  15
             MOVE  ZERO  TO  FCW-IN(FCW-IDX)
             MOVE  ZERO  TO  FCW-OUT(FCW-IDX)
           END-PERFORM.
           OPEN  INPUT  SMF-FILE.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "資金繰り予測（13週）　基準日="
             DELIMITED BY SIZE
                   WK-KIJUN-YMD  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 為替レートのロード　通貨別に基準日時点で有効な最新の1件
      ********************************************************
       LOAD-RATE-RTN              SECTION.
           OPEN  INPUT  RATE-FILE.
           IF  RATE-STATUS  =  "35"  THEN
             DISPLAY  "RATEファイルなし"
           ELSE
             PERFORM  UNTIL  RATE-STATUS  NOT  =  "00"
               READ  RATE-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   PERFORM  RATE-MERGE-RTN
               END-READ
             END-PERFORM
             CLOSE  RATE-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 為替レート1件の取り込み（基準日に有効な最新を通貨別に1件）
      ********************************************************
       RATE-MERGE-RTN             SECTION.
           IF  RATE-TEKIYO-YMD  >  WK-KIJUN-YMD  THEN
             GO  TO  RATE-MERGE-EXT
           END-IF.
           MOVE  "N"  TO  WK-RATE-MERGE-FLG.
           PERFORM  VARYING  WK-RATE-IDX  FROM  1  BY  1
             UNTIL  (WK-RATE-IDX  >  WK-RATE-CNT)  OR
                    (WK-RATE-MERGE-FLG  =  "Y")
             IF  WK-RATE-TSUKA-COD(WK-RATE-IDX)  =
                 RATE-TSUKA-COD  THEN
               MOVE  "Y"  TO  WK-RATE-MERGE-FLG
             END-IF
           END-PERFORM.
           IF  WK-RATE-MERGE-FLG  =  "Y"  THEN
             SET  WK-RATE-IDX  DOWN  BY  1
             IF  RATE-TEKIYO-YMD  >=
                 WK-RATE-TEKIYO(WK-RATE-IDX)  THEN
               MOVE  RATE-RATE
                 TO  WK-RATE-RATE(WK-RATE-IDX)
               MOVE  RATE-TEKIYO-YMD
                 TO  WK-RATE-TEKIYO(WK-RATE-IDX)
             END-IF
           ELSE
             IF  WK-RATE-CNT  <  20  THEN
               ADD  1  TO  WK-RATE-CNT
               SET  WK-RATE-IDX  TO  WK-RATE-CNT
               MOVE  RATE-TSUKA-COD
                 TO  WK-RATE-TSUKA-COD(WK-RATE-IDX)
               MOVE  RATE-RATE
                 TO  WK-RATE-RATE(WK-RATE-IDX)
               MOVE  RATE-TEKIYO-YMD
                 TO  WK-RATE-TEKIYO(WK-RATE-IDX)
             END-IF
           END-IF.
       RATE-MERGE-EXT.
           EXIT.
      ********************************************************
      * 請求書レジスタの読込　未回収残高を入金予定週へ振り分ける
      ********************************************************
       INV-RTN                    SECTION.
           OPEN  INPUT  INV-FILE.
           IF  INV-STATUS  =  "35"  THEN
             DISPLAY  "請求書レジスタなし"
             GO  TO  INV-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  INV-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  INV-CNT
                 IF  INV-OPEN-ZAN  >  0  THEN
                   PERFORM  INV-ONE-RTN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  INV-FILE.
       INV-EXT.
           EXIT.
      ********************************************************
      * 請求書1件　支払期日の週へ円換算額を積む
      ********************************************************
       INV-ONE-RTN                SECTION.
           IF  (INV-DUE-YMD  IS  NUMERIC)  AND
               (INV-DUE-YMD  >  ZERO)  THEN
             MOVE  INV-DUE-YMD  TO  WK-YOTEI-YMD
           ELSE
             MOVE  INV-YMD  TO  WK-YOTEI-YMD
           END-IF.
           MOVE  INV-TSUKA-COD  TO  WK-TSUKA-COD.
           IF  WK-TSUKA-COD  =  SPACE  THEN
             MOVE  WK-HOME-TSUKA-COD  TO  WK-TSUKA-COD
           END-IF.
           PERFORM  CUR-FIND-RTN.
           ADD  INV-OPEN-ZAN  TO  CUR-IN-GAIKA(CUR-IDX).
      *レートのない外貨は円合計へ含めない（内訳へのみ出す）
           IF  CUR-NORATE-FLG(CUR-IDX)  =  "Y"  THEN
             ADD  1  TO  NORATE-CNT
             GO  TO  INV-ONE-EXT
           END-IF.
           IF  WK-TSUKA-COD  =  WK-HOME-TSUKA-COD  THEN
             MOVE  INV-OPEN-ZAN  TO  WK-YEN
           ELSE
             COMPUTE  WK-YEN  ROUNDED  =
               INV-OPEN-ZAN  *  CUR-RATE(CUR-IDX)
           END-IF.
           ADD  WK-YEN  TO  CUR-IN-YEN(CUR-IDX).
           PERFORM  WEEK-RTN.
           ADD  WK-YEN  TO  FCW-IN(FCW-IDX).
           ADD  1  TO  IN-CNT.
       INV-ONE-EXT.
           EXIT.
      ********************************************************
      * 仕入債務台帳の読込　未払明細を支払予定週へ振り分ける
      * （未提案SPACE・支払提案済"P"が未払。台帳は円建て）
      ********************************************************
       APL-RTN                    SECTION.
           OPEN  INPUT  APL-FILE.
           IF  APL-STATUS-WS  =  "35"  THEN
             DISPLAY  "仕入債務台帳なし"
             GO  TO  APL-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  APL-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  APL-CNT
                 IF  (APL-STATUS  =  SPACE)  OR
                     (APL-STATUS  =  "P")  THEN
                   PERFORM  APL-ONE-RTN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  APL-FILE.
       APL-EXT.
           EXIT.
      ********************************************************
      * 仕入債務1件　支払予定日の週へ金額を積む
      ********************************************************
       APL-ONE-RTN                SECTION.
           PERFORM  PAY-YMD-RTN.
           MOVE  APL-KINGAKU  TO  WK-YEN.
           MOVE  WK-HOME-TSUKA-COD  TO  WK-TSUKA-COD.
           PERFORM  CUR-FIND-RTN.
           ADD  WK-YEN  TO  CUR-OUT-YEN(CUR-IDX).
           PERFORM  WEEK-RTN.
           ADD  WK-YEN  TO  FCW-OUT(FCW-IDX).
           ADD  1  TO  OUT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 支払予定日の算出　計上日を仕入先の締め日で区切った締め月
      * から支払月数後の支払日。支払条件なしは計上日のまま
      ********************************************************
       PAY-YMD-RTN                SECTION.
           MOVE  APL-YMD  TO  WK-YOTEI-YMD.
           MOVE  APL-SHIIRE-COD  TO  CFSIR-SHIIRE-COD.
           READ  SMF-FILE
             INVALID KEY
               ADD  1  TO  NOJOKEN-CNT
               GO  TO  PAY-YMD-EXT
           END-READ.
           IF  (CFSIR-SHIHARAI-DD  IS  NOT  NUMERIC)  OR
               (CFSIR-SHIHARAI-DD  =  ZERO)  THEN
             ADD  1  TO  NOJOKEN-CNT
             GO  TO  PAY-YMD-EXT
           END-IF.
           MOVE  ZERO  TO  WK-SHIME-DD.
           IF  CFSIR-SHIME-DD  IS  NUMERIC  THEN
             MOVE  CFSIR-SHIME-DD  TO  WK-SHIME-DD
           END-IF.
      *計上日が締め日を過ぎていれば翌月締めとなる
           MOVE  APL-YMD  TO  WK-CALC-YMD.
           IF  (WK-SHIME-DD  >  0)  AND  (WK-SHIME-DD  <  31)  AND
               (WK-CALC-DD  >  WK-SHIME-DD)  THEN
             ADD  1  TO  WK-CALC-MM
           END-IF.
           IF  CFSIR-SHIHARAI-TSUKI  IS  NUMERIC  THEN
             ADD  CFSIR-SHIHARAI-TSUKI  TO  WK-CALC-MM
           END-IF.
           IF  WK-CALC-MM  >  12  THEN
             SUBTRACT  12  FROM  WK-CALC-MM
             ADD  1  TO  WK-CALC-YY
           END-IF.
           MOVE  CFSIR-SHIHARAI-DD  TO  WK-DAY-PARM.
           PERFORM  MONTH-DAY-RTN.
           MOVE  WK-CALC-YMD  TO  WK-YOTEI-YMD.
       PAY-YMD-EXT.
           EXIT.
      ********************************************************
      * 月内の日付の組み立て　WK-CALC-YY/MMの月のWK-DAY-PARM日
      * （ゼロ・31以上・月の日数超過は末日）をWK-CALC-DDへ設定
      ********************************************************
       MONTH-DAY-RTN              SECTION.
           MOVE  1  TO  WK-CALC-DD.
           IF  WK-CALC-MM  =  12  THEN
             COMPUTE  WK-MATSU-YMD  =
               ((WK-CALC-YY  +  1)  *  10000)  +  101
           ELSE
             COMPUTE  WK-MATSU-YMD  =
               (WK-CALC-YY  *  10000)  +
               ((WK-CALC-MM  +  1)  *  100)  +  1
           END-IF.
           COMPUTE  WK-CALC-INT  =
             FUNCTION INTEGER-OF-DATE(WK-MATSU-YMD)  -  1.
           COMPUTE  WK-MATSU-YMD  =
             FUNCTION DATE-OF-INTEGER(WK-CALC-INT).
           IF  (WK-DAY-PARM  =  0)  OR  (WK-DAY-PARM  >=  31)  OR
               (WK-DAY-PARM  >  WK-MATSU-DD)  THEN
             MOVE  WK-MATSU-DD  TO  WK-CALC-DD
           ELSE
             MOVE  WK-DAY-PARM  TO  WK-CALC-DD
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 予定日(WK-YOTEI-YMD)から週の欄(FCW-IDX)を求める
      * （基準日より前=1、第n週=n+1、14週以降=15）
      ********************************************************
       WEEK-RTN                   SECTION.
           IF  (WK-YOTEI-YMD  IS  NOT  NUMERIC)  OR
               (WK-YOTEI-YMD  =  ZERO)  THEN
             MOVE  WK-KIJUN-YMD  TO  WK-YOTEI-YMD
           END-IF.
           COMPUTE  WK-YOTEI-INT  =
             FUNCTION INTEGER-OF-DATE(WK-YOTEI-YMD).
           COMPUTE  WK-DAYS  =  WK-YOTEI-INT  -  WK-KIJUN-INT.
           IF  WK-DAYS  <  0  THEN
             SET  FCW-IDX  TO  1
             GO  TO  WEEK-EXT
           END-IF.
           COMPUTE  WK-WEEK  =  WK-DAYS  /  7.
           IF  WK-WEEK  >  12  THEN
             SET  FCW-IDX  TO  15
           ELSE
             SET  FCW-IDX  TO  WK-WEEK
             SET  FCW-IDX  UP  BY  2
           END-IF.
       WEEK-EXT.
           EXIT.
      ********************************************************
      * 通貨別内訳の引き当て（なければ追加し、レートを決める）
      ********************************************************
       CUR-FIND-RTN               SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  CUR-IDX  FROM  1  BY  1
             UNTIL  (CUR-IDX  >  CUR-CNT)  OR
                    (WK-FOUND-FLG  =  "Y")
             IF  CUR-TSUKA-COD(CUR-IDX)  =  WK-TSUKA-COD  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             SET  CUR-IDX  DOWN  BY  1
             GO  TO  CUR-FIND-EXT
           END-IF.
      *内訳表があふれた通貨は最後の欄へまとめる
           IF  CUR-CNT  >=  20  THEN
             SET  CUR-IDX  TO  CUR-CNT
             GO  TO  CUR-FIND-EXT
           END-IF.
           ADD  1  TO  CUR-CNT.
           SET  CUR-IDX  TO  CUR-CNT.
           MOVE  WK-TSUKA-COD  TO  CUR-TSUKA-COD(CUR-IDX).
           MOVE  ZERO  TO  CUR-IN-GAIKA(CUR-IDX).
           MOVE  ZERO  TO  CUR-IN-YEN(CUR-IDX).
           MOVE  ZERO  TO  CUR-OUT-YEN(CUR-IDX).
           MOVE  ZERO  TO  CUR-RATE(CUR-IDX).
           MOVE  "N"  TO  CUR-NORATE-FLG(CUR-IDX).
           IF  WK-TSUKA-COD  NOT  =  WK-HOME-TSUKA-COD  THEN
             MOVE  "Y"  TO  CUR-NORATE-FLG(CUR-IDX)
             PERFORM  VARYING  WK-RATE-IDX  FROM  1  BY  1
               UNTIL  WK-RATE-IDX  >  WK-RATE-CNT
               IF  WK-RATE-TSUKA-COD(WK-RATE-IDX)  =
                   WK-TSUKA-COD  THEN
                 MOVE  WK-RATE-RATE(WK-RATE-IDX)
                   TO  CUR-RATE(CUR-IDX)
                 MOVE  "N"  TO  CUR-NORATE-FLG(CUR-IDX)
               END-IF
             END-PERFORM
           END-IF.
       CUR-FIND-EXT.
           EXIT.
      ********************************************************
      * 週別の印字　入金・支払・差引・累計（円）
      ********************************************************
       WEEK-PRINT-RTN             SECTION.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "週／期間                    "  DELIMITED BY SIZE
                   "      入金見込み      支払見込み"
                     DELIMITED BY SIZE
                   "            差引            累計"
                     DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  ZERO  TO  WK-RUIKEI.
           MOVE  ZERO  TO  WK-IN-SUM.
           MOVE  ZERO  TO  WK-OUT-SUM.
           PERFORM  VARYING  FCW-IDX  FROM  1  BY  1
             UNTIL  FCW-IDX  >  15
             PERFORM  WEEK-LINE-RTN
           END-PERFORM.
           MOVE  WK-IN-SUM  TO  WK-KIN-DISP.
           MOVE  WK-OUT-SUM  TO  WK-KIN-DISP2.
           COMPUTE  WK-NET  =  WK-IN-SUM  -  WK-OUT-SUM.
           MOVE  WK-NET  TO  WK-KIN-DISP3.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "合計                        "  DELIMITED BY SIZE
                   WK-KIN-DISP   DELIMITED BY SIZE
                   WK-KIN-DISP2  DELIMITED BY SIZE
                   WK-KIN-DISP3  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 週別の1行
      ********************************************************
       WEEK-LINE-RTN              SECTION.
           MOVE  SPACE  TO  WK-LABEL.
           EVALUATE  TRUE
             WHEN  FCW-IDX  =  1
               MOVE  "期日経過"  TO  WK-LABEL
             WHEN  FCW-IDX  =  15
               MOVE  "14週以降"  TO  WK-LABEL
             WHEN  OTHER
               SET  WK-WEEK  TO  FCW-IDX
               SUBTRACT  1  FROM  WK-WEEK
               MOVE  WK-WEEK  TO  WK-WEEK-DISP
               COMPUTE  WK-CALC-INT  =
                 WK-KIJUN-INT  +  ((WK-WEEK  -  1)  *  7)
               COMPUTE  WK-FROM-YMD  =
                 FUNCTION DATE-OF-INTEGER(WK-CALC-INT)
               ADD  6  TO  WK-CALC-INT
               COMPUTE  WK-TO-YMD  =
                 FUNCTION DATE-OF-INTEGER(WK-CALC-INT)
               STRING  "第"  DELIMITED BY SIZE
                       WK-WEEK-DISP  DELIMITED BY SIZE
                       "週 "  DELIMITED BY SIZE
                       WK-FROM-YMD  DELIMITED BY SIZE
                       "-"  DELIMITED BY SIZE
                       WK-TO-YMD(5:4)  DELIMITED BY SIZE
                 INTO  WK-LABEL
           END-EVALUATE.
           COMPUTE  WK-NET  =  FCW-IN(FCW-IDX)  -  FCW-OUT(FCW-IDX).
           ADD  WK-NET  TO  WK-RUIKEI.
           ADD  FCW-IN(FCW-IDX)  TO  WK-IN-SUM.
           ADD  FCW-OUT(FCW-IDX)  TO  WK-OUT-SUM.
           MOVE  FCW-IN(FCW-IDX)  TO  WK-KIN-DISP.
           MOVE  FCW-OUT(FCW-IDX)  TO  WK-KIN-DISP2.
           MOVE  WK-NET  TO  WK-KIN-DISP3.
           MOVE  WK-RUIKEI  TO  WK-KIN-DISP4.
           MOVE  SPACE  TO  RPT-REC.
           STRING  WK-LABEL  DELIMITED BY SIZE
                   "      "  DELIMITED BY SIZE
                   WK-KIN-DISP   DELIMITED BY SIZE
                   WK-KIN-DISP2  DELIMITED BY SIZE
                   WK-KIN-DISP3  DELIMITED BY SIZE
                   WK-KIN-DISP4  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 通貨別内訳の印字　外貨額・レート・円換算額
      ********************************************************
       CUR-PRINT-RTN              SECTION.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "＜通貨別内訳＞"  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           PERFORM  VARYING  CUR-IDX  FROM  1  BY  1
             UNTIL  CUR-IDX  >  CUR-CNT
             MOVE  CUR-IN-GAIKA(CUR-IDX)  TO  WK-KIN-DISP
             MOVE  CUR-IN-YEN(CUR-IDX)    TO  WK-KIN-DISP2
             MOVE  CUR-OUT-YEN(CUR-IDX)   TO  WK-KIN-DISP3
             MOVE  CUR-RATE(CUR-IDX)      TO  WK-RATE-DISP
             MOVE  SPACE  TO  RPT-REC
             IF  CUR-NORATE-FLG(CUR-IDX)  =  "Y"  THEN
               STRING  "  "  DELIMITED BY SIZE
                       CUR-TSUKA-COD(CUR-IDX)  DELIMITED BY SIZE
                       " 入金(外貨)="  DELIMITED BY SIZE
                       WK-KIN-DISP  DELIMITED BY SIZE
                       " レートなし（円合計に含めず）"
                         DELIMITED BY SIZE
                 INTO  RPT-REC
             ELSE
               STRING  "  "  DELIMITED BY SIZE
                       CUR-TSUKA-COD(CUR-IDX)  DELIMITED BY SIZE
                       " 入金(外貨)="  DELIMITED BY SIZE
                       WK-KIN-DISP  DELIMITED BY SIZE
                       " レート="  DELIMITED BY SIZE
                       WK-RATE-DISP  DELIMITED BY SIZE
                       " 円換算="  DELIMITED BY SIZE
                       WK-KIN-DISP2  DELIMITED BY SIZE
                 INTO  RPT-REC
             END-IF
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
             IF  CUR-OUT-YEN(CUR-IDX)  NOT  =  ZERO  THEN
               MOVE  SPACE  TO  RPT-REC
               STRING  "      支払="  DELIMITED BY SIZE
                       WK-KIN-DISP3  DELIMITED BY SIZE
                 INTO  RPT-REC
               WRITE  RPT-REC
               ADD  1  TO  RPT-CNT
             END-IF
           END-PERFORM.
           IF  NOJOKEN-CNT  >  0  THEN
             MOVE  SPACE  TO  RPT-REC
             STRING  "※支払条件未設定の仕入債務 "
               DELIMITED BY SIZE
                     NOJOKEN-CNT  DELIMITED BY SIZE
                     "件は計上日を支払予定日とした"
                       DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  SMF-FILE.
           CLOSE  RPT-FILE.
           DISPLAY  "請求書読込= "  INV-CNT.
           DISPLAY  "入金見込み= "  IN-CNT.
           DISPLAY  "債務読込=   "  APL-CNT.
           DISPLAY  "支払見込み= "  OUT-CNT.
           DISPLAY  "レートなし= "  NORATE-CNT.
           DISPLAY  "*** END KUBM046 ***".
       EXT.
           EXIT.
