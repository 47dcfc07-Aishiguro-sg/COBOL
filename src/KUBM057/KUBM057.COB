       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM057.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：減少・休眠・離反得意先報告書（月次）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *売上実績リポジトリ(SHR、KUCF080)の月次(M)エントリから、
      *買上げが細った・止まった得意先を基準月時点で3区分に分け、
      *失われる売上（危険額）の大きい順に一覧にする月次報告書。
      *  減少　直近3か月（基準月を含む）の売上が前年同3か月の
      *        売上より減少率以上少ない（前年同期ゼロは対象外）
      *  休眠　最終売上月から基準月までN か月以上売上がない
      *  離反　最終売上月から基準月までMか月以上売上がない
      *        （休眠より長い。過去に売上のない得意先は対象外）
      *危険額　減少は前年同3か月との差額の年換算（×4）、休眠・
      *離反は最終売上月までの12か月の売上（止まった年間売上）。
      *各得意先に累計売上（リポジトリ全期間の月次合計）、担当者
      *（KUBM039の割当ファイルASGと担当者マスタREP）、最終売上月、
      *受注データベース(ODB)の最終受注日（新規受注の受注日の最大、
      *却下を除く）を付ける。対象は得意先マスタの得意先で、解約
      *済み（取引状態"C"）は除く。取引停止中は注記する。
      *金額は得意先の取引通貨のまま合算する（KUBM027と同じ）。
      *環境変数（未指定・不正は既定値）
      *  KUBM057-KIJUN-YM  基準月YYYYMM（既定は実行月の前月）
      *  KUBM057-RITSU     減少率％（既定20）
      *  KUBM057-KYUMIN    休眠の月数N（既定3）
      *  KUBM057-RIHAN     離反の月数M（既定12、Nより大きいこと）
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 売上実績リポジトリ（KUBM026取込、2回読む）
           SELECT  SHR-FILE  ASSIGN TO  EXTERNAL  SHR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS SHR-STATUS.
      *得意先マスタ（対象得意先・名称・取引状態の参照のみ）
           SELECT  CMF-FILE  ASSIGN TO  EXTERNAL  CMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS SEQUENTIAL
                             RECORD KEY   IS CFTOK-TOKU-COD
                             FILE STATUS  IS CMF-STATUS.
      *受注データベース（最終受注日、全件走査・参照のみ）
           SELECT  ODB-FILE  ASSIGN TO  EXTERNAL  ODB
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS DYNAMIC
                             RECORD KEY   IS ODB-KEY
                             FILE STATUS  IS ODB-STATUS.
      *得意先→担当者の割当ファイル（KUBM039と同じ）
           SELECT  ASG-FILE  ASSIGN TO  EXTERNAL  ASG
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS ASG-STATUS.
      *営業担当者マスタ（担当者名の参照）
           SELECT  REP-FILE  ASSIGN TO  EXTERNAL  REP
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS REP-STATUS.
      *OUTPUT 減少・休眠・離反得意先報告書
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  SHR-FILE.
       01  SHR-REC.
           COPY  KUCF080.
       FD  CMF-FILE.
       01  CMF-REC.
           COPY  KCCFTOK.
       FD  ODB-FILE.
       01  ODB-REC.
           COPY  KJCODB.
       FD  ASG-FILE.
       01  ASG-REC.
         02  ASG-TOKU-COD         PIC  X(4).
         02  ASG-REP-COD          PIC  X(3).
       FD  REP-FILE.
       01  REP-REC.
           COPY  KUCF070.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  SHR-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  ODB-STATUS             PIC  X(2)    VALUE  SPACE.
       01  ASG-STATUS             PIC  X(2)    VALUE  SPACE.
       01  REP-STATUS             PIC  X(2)    VALUE  SPACE.
       01  SHR-CNT                PIC  9(7)    VALUE  0.
       01  ODB-CNT                PIC  9(7)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  GENSHO-CNT             PIC  9(5)    VALUE  0.
       01  KYUMIN-CNT             PIC  9(5)    VALUE  0.
       01  RIHAN-CNT              PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
       01  WK-COMP-CD             PIC  9(2)    VALUE  0.
      *環境変数（基準月・減少率・休眠月数・離反月数）
       01  WK-KIJUN-YM-X          PIC  X(6)    VALUE  SPACE.
       01  WK-KIJUN-YM            PIC  9(6)    VALUE  0.
       01  WK-RITSU-X             PIC  X(2)    VALUE  SPACE.
       01  WK-RITSU               PIC  9(2)    VALUE  20.
       01  WK-KYUMIN-X            PIC  X(2)    VALUE  SPACE.
       01  WK-KYUMIN              PIC  9(2)    VALUE  3.
       01  WK-RIHAN-X             PIC  X(2)    VALUE  SPACE.
       01  WK-RIHAN               PIC  9(2)    VALUE  12.
      *月の通し番号（年×12＋月−1）　月の差を引き算で求める
       01  WK-TODAY-YMD           PIC  9(8)    VALUE  0.
       01  WK-KIJUN-IDX           PIC  9(6)    VALUE  0.
       01  WK-SHR-IDX             PIC  9(6)    VALUE  0.
       01  WK-YY                  PIC  9(4)    VALUE  0.
       01  WK-MM                  PIC  9(2)    VALUE  0.
       01  WK-GAP                 PIC  9(6)    VALUE  0.
      *得意先テーブル（得意先マスタ順、リポジトリを集計する）
      *  CS-LAST-IDX　最終売上月の通し番号（ゼロ＝売上なし）
      *  CS-TY3／LY3　直近3か月／前年同3か月の売上
      *  CS-NEN　　　 最終売上月までの12か月の売上
       01  CS-CNT                 PIC  9(4)    VALUE  ZERO.
       01  CS-OVER-FLG            PIC  X       VALUE  "N".
       01  CS-TBL.
         02  CS-ENT  OCCURS 2000 TIMES INDEXED BY CS-IDX.
           03  CS-TOKU-COD        PIC  X(4).
           03  CS-TOKU-MEI        PIC  X(20).
           03  CS-TORIHIKI-KBN    PIC  X(1).
           03  CS-LAST-IDX        PIC  9(6).
           03  CS-LAST-YM         PIC  9(6).
           03  CS-TY3             PIC  S9(11).
           03  CS-LY3             PIC  S9(11).
           03  CS-NEN             PIC  S9(11).
           03  CS-LIFE            PIC  S9(11).
      *報告対象テーブル（区分の付いた得意先、危険額の大きい順）
      *  RK-KBN　G=減少　K=休眠　R=離反
       01  RK-CNT                 PIC  9(4)    VALUE  ZERO.
       01  RK-TBL.
         02  RK-ENT  OCCURS 2000 TIMES INDEXED BY RK-IDX.
           03  RK-KBN             PIC  X(1).
           03  RK-TOKU-COD        PIC  X(4).
           03  RK-TOKU-MEI        PIC  X(20).
           03  RK-TORIHIKI-KBN    PIC  X(1).
           03  RK-LAST-YM         PIC  9(6).
           03  RK-TY3             PIC  S9(11).
           03  RK-LY3             PIC  S9(11).
           03  RK-RISK            PIC  S9(11).
           03  RK-LIFE            PIC  S9(11).
           03  RK-JUCHU-YMD       PIC  9(8).
      *割当テーブル（得意先→担当者）と担当者マスタのテーブル
       01  ASGT-CNT               PIC  9(3)    VALUE  ZERO.
       01  ASGT-TBL.
         02  ASGT-ENT  OCCURS 500 TIMES INDEXED BY ASGT-IDX.
           03  ASGT-TOKU-COD      PIC  X(4).
           03  ASGT-REP-COD       PIC  X(3).
       01  REPT-CNT               PIC  9(3)    VALUE  ZERO.
       01  REPT-TBL.
         02  REPT-ENT  OCCURS 100 TIMES INDEXED BY REPT-IDX.
           03  REPT-COD           PIC  X(3).
           03  REPT-MEI           PIC  X(20).
      *判定の作業領域
       01  WK-WORK1               PIC  S9(13)  VALUE  0.
       01  WK-WORK2               PIC  S9(13)  VALUE  0.
       01  WK-RISK-SUM            PIC  S9(13)  VALUE  0.
      *並べ替え用
       01  WK-I                   PIC  9(4)    VALUE  0.
       01  WK-J                   PIC  9(4)    VALUE  0.
       01  WK-SWAP-RK             PIC  X(84).
      *編集用
       01  WK-JUNI-DISP           PIC  ZZZ9.
       01  WK-KBN-MEI             PIC  X(6)    VALUE  SPACE.
       01  WK-REP-COD             PIC  X(3)    VALUE  SPACE.
       01  WK-REP-MEI             PIC  X(20)   VALUE  SPACE.
       01  WK-STOP-MEI            PIC  X(14)   VALUE  SPACE.
       01  WK-KIN-DISP            PIC  ----,---,---,--9.
       01  WK-KIN-DISP2           PIC  ----,---,---,--9.
       01  WK-KIN-DISP3           PIC  ---,---,--9.
       01  WK-KIN-DISP4           PIC  ---,---,--9.
       01  WK-CNT-DISP            PIC  ZZZZ9.
      ********************************************************
      * 減少・休眠・離反得意先報告書の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KUBM057 ***".
           PERFORM  INIT-RTN.
           IF  WK-COMP-CD  =  0  THEN
             PERFORM  LOAD-CMF-RTN
             PERFORM  LOAD-ASG-RTN
             PERFORM  LOAD-REP-RTN
             PERFORM  SHR-PASS1-RTN
             PERFORM  SHR-PASS2-RTN
             PERFORM  CLASSIFY-RTN
             PERFORM  SORT-RTN
             PERFORM  ODB-SCAN-RTN
             PERFORM  PRINT-RTN
           END-IF.
           PERFORM  TERM-RTN.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理　環境変数の取り込みと基準月の通し番号
      ********************************************************
       INIT-RTN                   SECTION.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-TODAY-YMD.
           ACCEPT  WK-KIJUN-YM-X  FROM  ENVIRONMENT
                   "KUBM057-KIJUN-YM".
           IF  (WK-KIJUN-YM-X  IS  NUMERIC)  AND
               (WK-KIJUN-YM-X(5:2)  >=  "01")  AND
               (WK-KIJUN-YM-X(5:2)  <=  "12")  THEN
             MOVE  WK-KIJUN-YM-X  TO  WK-KIJUN-YM
           ELSE
      *既定は実行月の前月（月初の締め後に前月分を評価する）
             MOVE  WK-TODAY-YMD(1:4)  TO  WK-YY
             MOVE  WK-TODAY-YMD(5:2)  TO  WK-MM
             IF  WK-MM  =  1  THEN
               SUBTRACT  1  FROM  WK-YY
               MOVE  12  TO  WK-MM
             ELSE
               SUBTRACT  1  FROM  WK-MM
             END-IF
             COMPUTE  WK-KIJUN-YM  =  WK-YY  *  100  +  WK-MM
           END-IF.
           MOVE  WK-KIJUN-YM(1:4)  TO  WK-YY.
           MOVE  WK-KIJUN-YM(5:2)  TO  WK-MM.
           COMPUTE  WK-KIJUN-IDX  =  WK-YY  *  12  +  WK-MM  -  1.
           ACCEPT  WK-RITSU-X  FROM  ENVIRONMENT  "KUBM057-RITSU".
           IF  (WK-RITSU-X  IS  NUMERIC)  AND
               (WK-RITSU-X  NOT  =  "00")  THEN
             MOVE  WK-RITSU-X  TO  WK-RITSU
           END-IF.
           ACCEPT  WK-KYUMIN-X  FROM  ENVIRONMENT  "KUBM057-KYUMIN".
           IF  (WK-KYUMIN-X  IS  NUMERIC)  AND
               (WK-KYUMIN-X  NOT  =  "00")  THEN
             MOVE  WK-KYUMIN-X  TO  WK-KYUMIN
           END-IF.
           ACCEPT  WK-RIHAN-X  FROM  ENVIRONMENT  "KUBM057-RIHAN".
           IF  WK-RIHAN-X  IS  NUMERIC  THEN
             MOVE  WK-RIHAN-X  TO  WK-RIHAN
           END-IF.
           IF  WK-RIHAN  <=  WK-KYUMIN  THEN
             DISPLAY  "*** 離反月数が休眠月数以下"
                      "　既定値で評価"
             MOVE  3   TO  WK-KYUMIN
             MOVE  12  TO  WK-RIHAN
           END-IF.
           DISPLAY  "基準月=" WK-KIJUN-YM " 減少率=" WK-RITSU
                    " 休眠=" WK-KYUMIN " 離反=" WK-RIHAN.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "減少・休眠・離反得意先報告書"
             TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "基準月="  DELIMITED BY SIZE
                   WK-KIJUN-YM  DELIMITED BY SIZE
                   " 減少＝前年同3か月比"  DELIMITED BY SIZE
                   WK-RITSU  DELIMITED BY SIZE
                   "%以上減 休眠="  DELIMITED BY SIZE
                   WK-KYUMIN  DELIMITED BY SIZE
                   "か月 離反="  DELIMITED BY SIZE
                   WK-RIHAN  DELIMITED BY SIZE
                   "か月売上なし"  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           OPEN  INPUT  SHR-FILE.
           IF  SHR-STATUS  NOT  =  "00"  THEN
             DISPLAY  "リポジトリなし"
             MOVE  8  TO  WK-COMP-CD
           ELSE
             CLOSE  SHR-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 得意先マスタの読込（解約済みは対象外）
      ********************************************************
       LOAD-CMF-RTN               SECTION.
           OPEN  INPUT  CMF-FILE.
           IF  CMF-STATUS  NOT  =  "00"  THEN
             DISPLAY  "CMFオープン異常 STATUS="  CMF-STATUS
             MOVE  16  TO  WK-COMP-CD
             GO  TO  LOAD-CMF-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  CMF-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 IF  CFTOK-TORIHIKI-KBN  NOT  =  "C"  THEN
                   IF  CS-CNT  <  2000  THEN
                     ADD  1  TO  CS-CNT
                     SET  CS-IDX  TO  CS-CNT
                     INITIALIZE  CS-ENT(CS-IDX)
                     MOVE  CFTOK-TOKU-COD  TO  CS-TOKU-COD(CS-IDX)
                     MOVE  CFTOK-TOKU-MEI  TO  CS-TOKU-MEI(CS-IDX)
                     MOVE  CFTOK-TORIHIKI-KBN
                       TO  CS-TORIHIKI-KBN(CS-IDX)
                   ELSE
                     MOVE  "Y"  TO  CS-OVER-FLG
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  CMF-FILE.
           IF  CS-OVER-FLG  =  "Y"  THEN
             DISPLAY  "*** 得意先テーブル上限超過"
                      "　超過分は対象外"
             MOVE  8  TO  WK-COMP-CD
           END-IF.
       LOAD-CMF-EXT.
           EXIT.
      ********************************************************
      * 得意先→担当者の割当ファイルの全件ロード
      ********************************************************
       LOAD-ASG-RTN               SECTION.
           OPEN  INPUT  ASG-FILE.
           IF  ASG-STATUS  =  "35"  THEN
             DISPLAY  "ASGなし　担当者は未割当扱い"
           ELSE
             PERFORM  UNTIL  ASG-STATUS  NOT  =  "00"
               READ  ASG-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  ASGT-CNT  <  500  THEN
                     ADD  1  TO  ASGT-CNT
                     SET  ASGT-IDX  TO  ASGT-CNT
                     MOVE  ASG-TOKU-COD
                       TO  ASGT-TOKU-COD(ASGT-IDX)
                     MOVE  ASG-REP-COD
                       TO  ASGT-REP-COD(ASGT-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  ASG-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 営業担当者マスタの全件ロード
      ********************************************************
       LOAD-REP-RTN               SECTION.
           OPEN  INPUT  REP-FILE.
           IF  REP-STATUS  =  "35"  THEN
             DISPLAY  "REPなし　担当者名は空白"
           ELSE
             PERFORM  UNTIL  REP-STATUS  NOT  =  "00"
               READ  REP-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  REPT-CNT  <  100  THEN
                     ADD  1  TO  REPT-CNT
                     SET  REPT-IDX  TO  REPT-CNT
                     MOVE  REP-COD  TO  REPT-COD(REPT-IDX)
                     MOVE  REP-MEI  TO  REPT-MEI(REPT-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  REP-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * リポジトリ1回目　基準月以前の月次(M)エントリから累計売上・
      * 最終売上月・直近3か月・前年同3か月を集計する
      ********************************************************
       SHR-PASS1-RTN              SECTION.
           OPEN  INPUT  SHR-FILE.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  SHR-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 IF  SHX-LEVEL  =  "M"  THEN
                   PERFORM  SHR-MONTH-RTN
                   IF  (WK-SHR-IDX  <=  WK-KIJUN-IDX)  AND
                       (WK-FOUND-FLG  =  "Y")  THEN
                     ADD  1  TO  SHR-CNT
                     PERFORM  PASS1-TALLY-RTN
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  SHR-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 1回目の集計
      ********************************************************
       PASS1-TALLY-RTN            SECTION.
           ADD  SHX-KINGAKU  TO  CS-LIFE(CS-IDX).
           IF  (SHX-KINGAKU  >  0)  AND
               (WK-SHR-IDX  >  CS-LAST-IDX(CS-IDX))  THEN
             MOVE  WK-SHR-IDX   TO  CS-LAST-IDX(CS-IDX)
             MOVE  SHX-PERIOD   TO  CS-LAST-YM(CS-IDX)
           END-IF.
           IF  WK-SHR-IDX  +  2  >=  WK-KIJUN-IDX  THEN
             ADD  SHX-KINGAKU  TO  CS-TY3(CS-IDX)
           END-IF.
           IF  (WK-SHR-IDX  +  14  >=  WK-KIJUN-IDX)  AND
               (WK-SHR-IDX  +  12  <=  WK-KIJUN-IDX)  THEN
             ADD  SHX-KINGAKU  TO  CS-LY3(CS-IDX)
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * リポジトリ2回目　最終売上月までの12か月の売上を集計する
      * （休眠・離反の危険額）
      ********************************************************
       SHR-PASS2-RTN              SECTION.
           OPEN  INPUT  SHR-FILE.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  SHR-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 IF  SHX-LEVEL  =  "M"  THEN
                   PERFORM  SHR-MONTH-RTN
                   IF  (WK-FOUND-FLG  =  "Y")  AND
                       (CS-LAST-IDX(CS-IDX)  >  0)  AND
                       (WK-SHR-IDX  <=  CS-LAST-IDX(CS-IDX))  AND
                       (WK-SHR-IDX  +  11  >=  CS-LAST-IDX(CS-IDX))
                     THEN
                     ADD  SHX-KINGAKU  TO  CS-NEN(CS-IDX)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  SHR-FILE.
       EXT.
           EXIT.
      ********************************************************
      * エントリの月の通し番号と得意先テーブルの位置を求める
      * （得意先マスタにない得意先はWK-FOUND-FLG="N"）
      ********************************************************
       SHR-MONTH-RTN              SECTION.
           MOVE  SHX-PERIOD(1:4)  TO  WK-YY.
           MOVE  SHX-PERIOD(5:2)  TO  WK-MM.
           COMPUTE  WK-SHR-IDX  =  WK-YY  *  12  +  WK-MM  -  1.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  CS-IDX  FROM  1  BY  1
             UNTIL  (CS-IDX  >  CS-CNT)  OR
                    (WK-FOUND-FLG  =  "Y")
             IF  CS-TOKU-COD(CS-IDX)  =  SHX-TOKU-COD  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             SET  CS-IDX  DOWN  BY  1
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 区分判定　売上のあった得意先について、最終売上月からの
      * 空白月数で離反・休眠、それ以外は前年同3か月比で減少を
      * 判定し、報告対象テーブルへ移す
      ********************************************************
       CLASSIFY-RTN               SECTION.
           PERFORM  VARYING  CS-IDX  FROM  1  BY  1
             UNTIL  CS-IDX  >  CS-CNT
             IF  CS-LAST-IDX(CS-IDX)  >  0  THEN
               PERFORM  CLASSIFY-ONE-RTN
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 1得意先の区分判定
      ********************************************************
       CLASSIFY-ONE-RTN           SECTION.
           COMPUTE  WK-GAP  =  WK-KIJUN-IDX  -  CS-LAST-IDX(CS-IDX).
           ADD  1  TO  RK-CNT.
           SET  RK-IDX  TO  RK-CNT.
           EVALUATE  TRUE
             WHEN  WK-GAP  >=  WK-RIHAN
               MOVE  "R"  TO  RK-KBN(RK-IDX)
               MOVE  CS-NEN(CS-IDX)  TO  RK-RISK(RK-IDX)
               ADD  1  TO  RIHAN-CNT
             WHEN  WK-GAP  >=  WK-KYUMIN
               MOVE  "K"  TO  RK-KBN(RK-IDX)
               MOVE  CS-NEN(CS-IDX)  TO  RK-RISK(RK-IDX)
               ADD  1  TO  KYUMIN-CNT
             WHEN  OTHER
      *減少　直近3か月×100 ＜ 前年同3か月×（100−減少率）
               COMPUTE  WK-WORK1  =  CS-TY3(CS-IDX)  *  100
               COMPUTE  WK-WORK2  =
                 CS-LY3(CS-IDX)  *  (100  -  WK-RITSU)
               IF  (CS-LY3(CS-IDX)  >  0)  AND
                   (WK-WORK1  <  WK-WORK2)  THEN
                 MOVE  "G"  TO  RK-KBN(RK-IDX)
                 COMPUTE  RK-RISK(RK-IDX)  =
                   (CS-LY3(CS-IDX)  -  CS-TY3(CS-IDX))  *  4
                 ADD  1  TO  GENSHO-CNT
               ELSE
                 SUBTRACT  1  FROM  RK-CNT
                 GO  TO  CLASSIFY-ONE-EXT
               END-IF
           END-EVALUATE.
           MOVE  CS-TOKU-COD(CS-IDX)  TO  RK-TOKU-COD(RK-IDX).
           MOVE  CS-TOKU-MEI(CS-IDX)  TO  RK-TOKU-MEI(RK-IDX).
           MOVE  CS-TORIHIKI-KBN(CS-IDX)
             TO  RK-TORIHIKI-KBN(RK-IDX).
           MOVE  CS-LAST-YM(CS-IDX)   TO  RK-LAST-YM(RK-IDX).
           MOVE  CS-TY3(CS-IDX)       TO  RK-TY3(RK-IDX).
           MOVE  CS-LY3(CS-IDX)       TO  RK-LY3(RK-IDX).
           MOVE  CS-LIFE(CS-IDX)      TO  RK-LIFE(RK-IDX).
           MOVE  ZERO                 TO  RK-JUCHU-YMD(RK-IDX).
           ADD  RK-RISK(RK-IDX)  TO  WK-RISK-SUM.
       CLASSIFY-ONE-EXT.
           EXIT.
      ********************************************************
      * 報告対象を危険額の大きい順に並べ替え（単純選択法）
      ********************************************************
       SORT-RTN                   SECTION.
           PERFORM  VARYING  WK-I  FROM  1  BY  1
             UNTIL  WK-I  >=  RK-CNT
             PERFORM  VARYING  WK-J  FROM  WK-I  BY  1
               UNTIL  WK-J  >  RK-CNT
               IF  RK-RISK(WK-J)  >  RK-RISK(WK-I)  THEN
                 MOVE  RK-ENT(WK-I)  TO  WK-SWAP-RK
                 MOVE  RK-ENT(WK-J)  TO  RK-ENT(WK-I)
                 MOVE  WK-SWAP-RK    TO  RK-ENT(WK-J)
               END-IF
             END-PERFORM
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 受注データベースの走査　報告対象の得意先の新規受注
      * （却下を除く）の受注日の最大を最終受注日とする
      ********************************************************
       ODB-SCAN-RTN               SECTION.
           IF  RK-CNT  =  0  THEN
             GO  TO  ODB-SCAN-EXT
           END-IF.
           OPEN  INPUT  ODB-FILE.
           IF  ODB-STATUS  NOT  =  "00"  THEN
             DISPLAY  "ODBなし　最終受注日は空欄"
             GO  TO  ODB-SCAN-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           MOVE  LOW-VALUE  TO  ODB-KEY.
           START  ODB-FILE  KEY  IS  NOT LESS THAN  ODB-KEY
             INVALID KEY
               MOVE  "E"  TO  WK-END-FLG
           END-START.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  ODB-FILE  NEXT  RECORD
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  ODB-CNT
                 IF  (ODB-DATA-KBN  =  "1")  AND
                     (ODB-RESULT  NOT  =  "NG")  THEN
                   PERFORM  ODB-LAST-RTN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  ODB-FILE.
       ODB-SCAN-EXT.
           EXIT.
      ********************************************************
      * 最終受注日の更新
      ********************************************************
       ODB-LAST-RTN               SECTION.
           PERFORM  VARYING  RK-IDX  FROM  1  BY  1
             UNTIL  RK-IDX  >  RK-CNT
             IF  (RK-TOKU-COD(RK-IDX)  =  ODB-TOKU-COD)  AND
                 (ODB-JUCHU-YMD  >  RK-JUCHU-YMD(RK-IDX))  THEN
               MOVE  ODB-JUCHU-YMD  TO  RK-JUCHU-YMD(RK-IDX)
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 印刷処理　1得意先2行（区分・危険額・累計売上／担当者・
      * 最終売上月・最終受注日・3か月比較）と区分別の件数
      ********************************************************
       PRINT-RTN                  SECTION.
           PERFORM  VARYING  RK-IDX  FROM  1  BY  1
             UNTIL  RK-IDX  >  RK-CNT
             PERFORM  PRINT-ONE-RTN
           END-PERFORM.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  GENSHO-CNT  TO  WK-CNT-DISP.
           MOVE  "減少="  TO  RPT-REC(1:7).
           MOVE  WK-CNT-DISP  TO  RPT-REC(8:5).
           MOVE  KYUMIN-CNT  TO  WK-CNT-DISP.
           MOVE  "休眠="  TO  RPT-REC(15:7).
           MOVE  WK-CNT-DISP  TO  RPT-REC(22:5).
           MOVE  RIHAN-CNT  TO  WK-CNT-DISP.
           MOVE  "離反="  TO  RPT-REC(29:7).
           MOVE  WK-CNT-DISP  TO  RPT-REC(36:5).
           MOVE  WK-RISK-SUM  TO  WK-KIN-DISP.
           MOVE  "危険額計="  TO  RPT-REC(43:13).
           MOVE  WK-KIN-DISP  TO  RPT-REC(56:16).
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 1得意先分の印字
      ********************************************************
       PRINT-ONE-RTN              SECTION.
           EVALUATE  RK-KBN(RK-IDX)
             WHEN  "G"
               MOVE  "減少"  TO  WK-KBN-MEI
             WHEN  "K"
               MOVE  "休眠"  TO  WK-KBN-MEI
             WHEN  OTHER
               MOVE  "離反"  TO  WK-KBN-MEI
           END-EVALUATE.
           SET  WK-I  TO  RK-IDX.
           MOVE  WK-I  TO  WK-JUNI-DISP.
           MOVE  RK-RISK(RK-IDX)  TO  WK-KIN-DISP.
           MOVE  RK-LIFE(RK-IDX)  TO  WK-KIN-DISP2.
           MOVE  SPACE  TO  RPT-REC.
           STRING  WK-JUNI-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-KBN-MEI  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   RK-TOKU-COD(RK-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   RK-TOKU-MEI(RK-IDX)  DELIMITED BY SIZE
                   " 危険額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
                   " 累計="  DELIMITED BY SIZE
                   WK-KIN-DISP2  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           PERFORM  REP-LOOKUP-RTN.
           MOVE  SPACE  TO  WK-STOP-MEI.
           IF  RK-TORIHIKI-KBN(RK-IDX)  =  "S"  THEN
             MOVE  " *取引停止"  TO  WK-STOP-MEI
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           IF  RK-KBN(RK-IDX)  =  "G"  THEN
             MOVE  RK-TY3(RK-IDX)  TO  WK-KIN-DISP4
             MOVE  RK-LY3(RK-IDX)  TO  WK-KIN-DISP3
             STRING  "     担当="  DELIMITED BY SIZE
                     WK-REP-COD  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     WK-REP-MEI  DELIMITED BY SIZE
                     " 最終受注="  DELIMITED BY SIZE
                     RK-JUCHU-YMD(RK-IDX)  DELIMITED BY SIZE
                     " 3か月="  DELIMITED BY SIZE
                     WK-KIN-DISP4  DELIMITED BY SIZE
                     " 前年="  DELIMITED BY SIZE
                     WK-KIN-DISP3  DELIMITED BY SIZE
               INTO  RPT-REC
           ELSE
             STRING  "     担当="  DELIMITED BY SIZE
                     WK-REP-COD  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     WK-REP-MEI  DELIMITED BY SIZE
                     " 最終受注="  DELIMITED BY SIZE
                     RK-JUCHU-YMD(RK-IDX)  DELIMITED BY SIZE
                     " 最終売上月="  DELIMITED BY SIZE
                     RK-LAST-YM(RK-IDX)  DELIMITED BY SIZE
                     WK-STOP-MEI  DELIMITED BY SIZE
               INTO  RPT-REC
           END-IF.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 担当者の引き当て（割当なしは"***"未割当）
      ********************************************************
       REP-LOOKUP-RTN             SECTION.
           MOVE  "***"  TO  WK-REP-COD.
           MOVE  "未割当"  TO  WK-REP-MEI.
           PERFORM  VARYING  ASGT-IDX  FROM  1  BY  1
             UNTIL  ASGT-IDX  >  ASGT-CNT
             IF  ASGT-TOKU-COD(ASGT-IDX)  =  RK-TOKU-COD(RK-IDX)  THEN
               MOVE  ASGT-REP-COD(ASGT-IDX)  TO  WK-REP-COD
               MOVE  SPACE  TO  WK-REP-MEI
             END-IF
           END-PERFORM.
           PERFORM  VARYING  REPT-IDX  FROM  1  BY  1
             UNTIL  REPT-IDX  >  REPT-CNT
             IF  REPT-COD(REPT-IDX)  =  WK-REP-COD  THEN
               MOVE  REPT-MEI(REPT-IDX)  TO  WK-REP-MEI
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  RPT-FILE.
           DISPLAY  "月次実績読込= "  SHR-CNT.
           DISPLAY  "得意先数　　= "  CS-CNT.
           DISPLAY  "ODB-CNT=      "  ODB-CNT.
           DISPLAY  "減少　　　　= "  GENSHO-CNT.
           DISPLAY  "休眠　　　　= "  KYUMIN-CNT.
           DISPLAY  "離反　　　　= "  RIHAN-CNT.
           DISPLAY  "RPT-CNT=      "  RPT-CNT.
           DISPLAY  "*** END KUBM057 ***".
       EXT.
           EXIT.
