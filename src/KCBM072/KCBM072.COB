       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KCBM072.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：職務分掌・アクセス権限棚卸表（四半期）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *担当者マスタ(OPR)の全担当者を所属部門ごとに並べ、許可機能
      *文字(OPR-FUNCS)を機能名に置き換えて一覧する四半期の権限
      *棚卸帳票。
      *  職務分掌違反　職務分掌ルールファイル(SOD、KCCSOD形式)の
      *               C行で定義した機能の組を併せ持つ担当者に
      *               印を付ける（提出と承認の兼務等）
      *  最終使用日　　操作記録ログ(ACTLOG、KCCACT形式)から、その
      *               担当者がその機能のプログラムで操作した最後の
      *               日を出す（記録区分が操作・管理者初期化の行）。
      *               使用なし、または基準日から未使用判定日数を
      *               超えて使っていない機能は削除候補とする
      *  確認欄　　　　部門ごとに部門長の確認署名欄を印字する（部門
      *               名・部門長名はSODのD行）
      *機能名と使用プログラムは機能定義表(FNC-SET-RTN)で持つ。
      *担当者マスタに機能文字を追加したときはここにも追加する。
      *基準日は環境変数KCBM072-KIJUN-YMD（未指定は実行日）、未使用
      *判定日数はKCBM072-MISHIYO-DAYS（未指定は90日＝四半期）。
      *職務分掌違反があれば完了コード8、担当者マスタがなければ16。
      *参照のみでファイルは更新しない。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *担当者マスタ
           SELECT  OPR-FILE  ASSIGN TO  EXTERNAL  OPR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS OPR-STATUS.
      *職務分掌ルールファイル（未定義時は違反判定・部門名なし）
           SELECT  SOD-FILE  ASSIGN TO  EXTERNAL  SOD
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS SOD-STATUS.
      *操作記録ログ（未定義時は最終使用日なし）
           SELECT  ACT-FILE  ASSIGN TO  EXTERNAL  ACTLOG
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS ACT-STATUS.
      *OUTPUT 権限棚卸表
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  OPR-FILE.
       01  OPR-REC.
           COPY  KCCOPR.
       FD  SOD-FILE.
       01  SOD-REC.
           COPY  KCCSOD.
       FD  ACT-FILE.
       01  ACT-REC.
           COPY  KCCACT.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(132).
      *
       WORKING-STORAGE            SECTION.
       01  OPR-STATUS             PIC  X(2)    VALUE  SPACE.
       01  SOD-STATUS             PIC  X(2)    VALUE  SPACE.
       01  ACT-STATUS             PIC  X(2)    VALUE  SPACE.
       01  OPR-CNT                PIC  9(5)    VALUE  0.
       01  SOD-CNT                PIC  9(5)    VALUE  0.
       01  ACT-CNT                PIC  9(7)    VALUE  0.
       01  ACT-HIT-CNT            PIC  9(7)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-COMP-CD             PIC  9(2)    VALUE  0.
       01  WK-OVER-FLG            PIC  X       VALUE  "N".
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
      *基準日・未使用判定日数（環境変数）
       01  WK-KIJUN-X             PIC  X(8)    VALUE  SPACE.
       01  WK-KIJUN-YMD           PIC  9(8)    VALUE  0.
       01  WK-DAYS-X              PIC  X(3)    VALUE  SPACE.
       01  WK-MISHIYO-DAYS        PIC  9(3)    VALUE  90.
       01  WK-INT-KIJUN           PIC  9(7)    VALUE  0.
       01  WK-MM                  PIC  9(2)    VALUE  0.
       01  WK-SHIHANKI            PIC  9(1)    VALUE  0.
      *機能定義表（機能文字・機能名・使用プログラム）
       01  FNC-CNT                PIC  9(2)    VALUE  ZERO.
       01  FNC-TBL.
         02  FNC-ENT  OCCURS 30 TIMES INDEXED BY FNC-IDX.
           03  FNC-MOJI           PIC  X(1).
           03  FNC-MEI            PIC  X(40).
           03  FNC-PGM-1          PIC  X(8).
           03  FNC-PGM-2          PIC  X(8).
      *職務分掌違反の組（SODのC行）
       01  CF-CNT                 PIC  9(3)    VALUE  ZERO.
       01  CF-TBL.
         02  CF-ENT  OCCURS 100 TIMES INDEXED BY CF-IDX.
           03  CF-FUNC-1          PIC  X(1).
           03  CF-FUNC-2          PIC  X(1).
           03  CF-RIYU            PIC  X(40).
      *部門（SODのD行）
       01  DPT-CNT                PIC  9(3)    VALUE  ZERO.
       01  DPT-TBL.
         02  DPT-ENT  OCCURS 100 TIMES INDEXED BY DPT-IDX.
           03  DPT-BUMON-COD      PIC  X(4).
           03  DPT-BUMON-MEI      PIC  X(20).
           03  DPT-BUCHO-MEI      PIC  X(20).
      *担当者（部門・担当者ＩＤ順に並べ替える）と機能ごとの
      *最終使用日（OPT-FUNCSの桁位置に対応）
       01  OPT-CNT                PIC  9(3)    VALUE  ZERO.
       01  OPT-TBL.
         02  OPT-ENT  OCCURS 200 TIMES INDEXED BY OPT-IDX.
           03  OPT-BUMON-COD      PIC  X(4).
           03  OPT-ID             PIC  X(8).
           03  OPT-MEI            PIC  X(20).
           03  OPT-FUNCS          PIC  X(10).
           03  OPT-LOCK-KBN       PIC  X(1).
           03  OPT-LU-YMD         PIC  9(8)  OCCURS 10 TIMES.
       01  WK-SWAP-OPT            PIC  X(123).
       01  WK-I                   PIC  9(3)    VALUE  0.
       01  WK-J                   PIC  9(3)    VALUE  0.
       01  WK-K                   PIC  9(2)    VALUE  0.
       01  WK-MOJI                PIC  X(1)    VALUE  SPACE.
       01  WK-HAS-1               PIC  X       VALUE  "N".
       01  WK-HAS-2               PIC  X       VALUE  "N".
       01  WK-HAS-FLG             PIC  X       VALUE  "N".
       01  WK-LU-YMD              PIC  9(8)    VALUE  0.
       01  WK-ELAPSED             PIC  9(7)    VALUE  0.
       01  WK-SAKUJO-FLG          PIC  X       VALUE  "N".
      *部門の切れ目と部門計・全体計
       01  WK-CUR-BUMON           PIC  X(4)    VALUE  SPACE.
       01  WK-FIRST-FLG           PIC  X       VALUE  "Y".
       01  BU-OPR-CNT             PIC  9(5)    VALUE  0.
       01  BU-FNC-CNT             PIC  9(5)    VALUE  0.
       01  BU-CF-CNT              PIC  9(5)    VALUE  0.
       01  BU-SAKUJO-CNT          PIC  9(5)    VALUE  0.
       01  TOT-OPR-CNT            PIC  9(5)    VALUE  0.
       01  TOT-FNC-CNT            PIC  9(5)    VALUE  0.
       01  TOT-CF-CNT             PIC  9(5)    VALUE  0.
       01  TOT-SAKUJO-CNT         PIC  9(5)    VALUE  0.
      *印字編集用
       01  WK-BUMON-MEI           PIC  X(20)   VALUE  SPACE.
       01  WK-BUCHO-MEI           PIC  X(20)   VALUE  SPACE.
       01  WK-FNC-MEI             PIC  X(40)   VALUE  SPACE.
       01  WK-FNC-PGM             PIC  X(8)    VALUE  SPACE.
       01  WK-LOCK-DISP           PIC  X(18)   VALUE  SPACE.
       01  WK-LU-DISP             PIC  X(8)    VALUE  SPACE.
       01  WK-BIKO                PIC  X(40)   VALUE  SPACE.
       01  WK-DAYS-DISP           PIC  ZZZZZZ9.
       01  WK-CNT-DISP1           PIC  ZZZZ9.
       01  WK-CNT-DISP2           PIC  ZZZZ9.
       01  WK-CNT-DISP3           PIC  ZZZZ9.
       01  WK-CNT-DISP4           PIC  ZZZZ9.
      ********************************************************
      * 権限棚卸表の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KCBM072 ***".
           PERFORM  INIT-RTN.
           PERFORM  FNC-SET-RTN.
           PERFORM  LOAD-SOD-RTN.
           PERFORM  LOAD-OPR-RTN.
           IF  WK-COMP-CD  <  16  THEN
             PERFORM  ACT-SCAN-RTN
             PERFORM  OPT-SORT-RTN
             PERFORM  PRINT-RTN
           END-IF.
           PERFORM  TERM-RTN.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理　基準日・未使用判定日数・四半期
      ********************************************************
       INIT-RTN                   SECTION.
           ACCEPT  WK-KIJUN-X  FROM  ENVIRONMENT
                   "KCBM072-KIJUN-YMD".
           IF  WK-KIJUN-X  IS  NUMERIC  THEN
             MOVE  WK-KIJUN-X  TO  WK-KIJUN-YMD
           ELSE
             MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-KIJUN-YMD
           END-IF.
           ACCEPT  WK-DAYS-X  FROM  ENVIRONMENT
                   "KCBM072-MISHIYO-DAYS".
           IF  WK-DAYS-X  NOT  =  SPACE  THEN
             MOVE  FUNCTION NUMVAL(WK-DAYS-X)  TO  WK-MISHIYO-DAYS
           END-IF.
           IF  WK-MISHIYO-DAYS  =  0  THEN
             MOVE  90  TO  WK-MISHIYO-DAYS
           END-IF.
           COMPUTE  WK-INT-KIJUN  =
             FUNCTION INTEGER-OF-DATE(WK-KIJUN-YMD).
           MOVE  WK-KIJUN-YMD(5:2)  TO  WK-MM.
           COMPUTE  WK-SHIHANKI  =  (WK-MM  +  2)  /  3.
           DISPLAY  "基準日=" WK-KIJUN-YMD
                    " 未使用判定=" WK-MISHIYO-DAYS "日".
           OPEN  OUTPUT  RPT-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 機能定義表　担当者マスタ(KCCOPR)の機能文字の一覧と同じ内容
      ********************************************************
       FNC-SET-RTN                SECTION.
           MOVE  "J"  TO  FNC-MOJI(1).
           MOVE  "受注入力"  TO  FNC-MEI(1).
           MOVE  "KJBM003"  TO  FNC-PGM-1(1).
           MOVE  "C"  TO  FNC-MOJI(2).
           MOVE  "却下訂正"  TO  FNC-MEI(2).
           MOVE  "KJBM060"  TO  FNC-PGM-1(2).
           MOVE  "Z"  TO  FNC-MOJI(3).
           MOVE  "棚卸承認反映"  TO  FNC-MEI(3).
           MOVE  "KZBM031"  TO  FNC-PGM-1(3).
           MOVE  "M"  TO  FNC-MOJI(4).
           MOVE  "商品マスタ保守提出"  TO  FNC-MEI(4).
           MOVE  "KZBM051"  TO  FNC-PGM-1(4).
           MOVE  "Q"  TO  FNC-MOJI(5).
           MOVE  "ロット保留・回収"  TO  FNC-MEI(5).
           MOVE  "KZBM067"  TO  FNC-PGM-1(5).
           MOVE  "KZBM068"  TO  FNC-PGM-2(5).
           MOVE  "K"  TO  FNC-MOJI(6).
           MOVE  "期間締めの強制（責任者）"  TO  FNC-MEI(6).
           MOVE  "KUBM035"  TO  FNC-PGM-1(6).
           MOVE  "G"  TO  FNC-MOJI(7).
           MOVE  "与信限度額見直しの承認"  TO  FNC-MEI(7).
           MOVE  "KUBM049"  TO  FNC-PGM-1(7).
           MOVE  "W"  TO  FNC-MOJI(8).
           MOVE  "貸倒償却・回収の提出"  TO  FNC-MEI(8).
           MOVE  "KUBM051"  TO  FNC-PGM-1(8).
           MOVE  "B"  TO  FNC-MOJI(9).
           MOVE  "貸倒償却・回収の承認"  TO  FNC-MEI(9).
           MOVE  "KUBM052"  TO  FNC-PGM-1(9).
           MOVE  "R"  TO  FNC-MOJI(10).
           MOVE  "未充当入金の返金の提出"  TO  FNC-MEI(10).
           MOVE  "KUBM053"  TO  FNC-PGM-1(10).
           MOVE  "H"  TO  FNC-MOJI(11).
           MOVE  "未充当入金の返金の承認"  TO  FNC-MEI(11).
           MOVE  "KUBM054"  TO  FNC-PGM-1(11).
           MOVE  "E"  TO  FNC-MOJI(12).
           MOVE  "ＥＤＩ請求書の再送"  TO  FNC-MEI(12).
           MOVE  "KUBM055"  TO  FNC-PGM-1(12).
           MOVE  "S"  TO  FNC-MOJI(13).
           MOVE  "得意先取引状態の変更"  TO  FNC-MEI(13).
           MOVE  "KJBM077"  TO  FNC-PGM-1(13).
           MOVE  "N"  TO  FNC-MOJI(14).
           MOVE  "入荷入力"  TO  FNC-MEI(14).
           MOVE  "KZBM018"  TO  FNC-PGM-1(14).
           MOVE  "P"  TO  FNC-MOJI(15).
           MOVE  "パスワード初期化（管理者）"
             TO  FNC-MEI(15).
           MOVE  "KCBM071"  TO  FNC-PGM-1(15).
           MOVE  15  TO  FNC-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 職務分掌ルールファイルの読込（C行＝違反の組、D行＝部門）
      ********************************************************
       LOAD-SOD-RTN               SECTION.
           OPEN  INPUT  SOD-FILE.
           IF  SOD-STATUS  NOT  =  "00"  THEN
             DISPLAY  "SODなし　職務分掌違反の判定なし"
             GO  TO  LOAD-SOD-EXT
           END-IF.
           PERFORM  UNTIL  SOD-STATUS  NOT  =  "00"
             READ  SOD-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 ADD  1  TO  SOD-CNT
                 EVALUATE  SOD-REC-TYPE
                   WHEN  "C"
                     IF  CF-CNT  <  100  THEN
                       ADD  1  TO  CF-CNT
                       SET  CF-IDX  TO  CF-CNT
                       MOVE  SOD-FUNC-1  TO  CF-FUNC-1(CF-IDX)
                       MOVE  SOD-FUNC-2  TO  CF-FUNC-2(CF-IDX)
                       MOVE  SOD-RIYU    TO  CF-RIYU(CF-IDX)
                     ELSE
                       MOVE  "Y"  TO  WK-OVER-FLG
                     END-IF
                   WHEN  "D"
                     IF  DPT-CNT  <  100  THEN
                       ADD  1  TO  DPT-CNT
                       SET  DPT-IDX  TO  DPT-CNT
                       MOVE  SOD-BUMON-COD  TO  DPT-BUMON-COD(DPT-IDX)
                       MOVE  SOD-BUMON-MEI  TO  DPT-BUMON-MEI(DPT-IDX)
                       MOVE  SOD-BUCHO-MEI  TO  DPT-BUCHO-MEI(DPT-IDX)
                     ELSE
                       MOVE  "Y"  TO  WK-OVER-FLG
                     END-IF
                   WHEN  OTHER
                     CONTINUE
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE  SOD-FILE.
       LOAD-SOD-EXT.
           EXIT.
      ********************************************************
      * 担当者マスタの全件ロード
      ********************************************************
       LOAD-OPR-RTN               SECTION.
           OPEN  INPUT  OPR-FILE.
           IF  OPR-STATUS  NOT  =  "00"  THEN
             DISPLAY  "OPRなし"
             MOVE  16  TO  WK-COMP-CD
             GO  TO  LOAD-OPR-EXT
           END-IF.
           PERFORM  UNTIL  OPR-STATUS  NOT  =  "00"
             READ  OPR-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 ADD  1  TO  OPR-CNT
                 IF  OPT-CNT  <  200  THEN
                   ADD  1  TO  OPT-CNT
                   SET  OPT-IDX  TO  OPT-CNT
                   MOVE  OPR-BUMON-COD  TO  OPT-BUMON-COD(OPT-IDX)
                   MOVE  OPR-ID         TO  OPT-ID(OPT-IDX)
                   MOVE  OPR-MEI        TO  OPT-MEI(OPT-IDX)
                   MOVE  OPR-FUNCS      TO  OPT-FUNCS(OPT-IDX)
                   MOVE  OPR-LOCK-KBN   TO  OPT-LOCK-KBN(OPT-IDX)
                   PERFORM  VARYING  WK-K  FROM  1  BY  1
                     UNTIL  WK-K  >  10
                     MOVE  ZERO  TO  OPT-LU-YMD(OPT-IDX  WK-K)
                   END-PERFORM
                 ELSE
                   MOVE  "Y"  TO  WK-OVER-FLG
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  OPR-FILE.
       LOAD-OPR-EXT.
           EXIT.
      ********************************************************
      * 操作記録ログの走査　担当者×機能の最終使用日を求める
      * （基準日以前の操作・管理者初期化の行のみ）
      ********************************************************
       ACT-SCAN-RTN               SECTION.
           OPEN  INPUT  ACT-FILE.
           IF  ACT-STATUS  NOT  =  "00"  THEN
             DISPLAY  "ACTLOGなし　最終使用日なし"
             GO  TO  ACT-SCAN-EXT
           END-IF.
           PERFORM  UNTIL  ACT-STATUS  NOT  =  "00"
             READ  ACT-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 ADD  1  TO  ACT-CNT
                 IF  ((ACT-KBN  =  SPACE)  OR  (ACT-KBN  =  "R"))  AND
                     (ACT-YMD  <=  WK-KIJUN-YMD)  THEN
                   PERFORM  ACT-PICK-RTN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  ACT-FILE.
       ACT-SCAN-EXT.
           EXIT.
      ********************************************************
      * 操作記録1件　担当者の許可機能のうち、そのプログラムを使う
      * 機能の最終使用日を更新する
      ********************************************************
       ACT-PICK-RTN               SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  OPT-IDX  FROM  1  BY  1
             UNTIL  (OPT-IDX  >  OPT-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  OPT-ID(OPT-IDX)  =  ACT-OPR-ID  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "N"  THEN
             GO  TO  ACT-PICK-EXT
           END-IF.
           SET  OPT-IDX  DOWN  BY  1.
           ADD  1  TO  ACT-HIT-CNT.
           PERFORM  VARYING  WK-K  FROM  1  BY  1
             UNTIL  WK-K  >  10
             MOVE  OPT-FUNCS(OPT-IDX)(WK-K:1)  TO  WK-MOJI
             IF  WK-MOJI  NOT  =  SPACE  THEN
               PERFORM  FNC-FIND-RTN
               IF  (WK-FOUND-FLG  =  "Y")  AND
                   ((ACT-PGM-ID  =  FNC-PGM-1(FNC-IDX))  OR
                    ((ACT-PGM-ID  =  FNC-PGM-2(FNC-IDX))  AND
                     (FNC-PGM-2(FNC-IDX)  NOT  =  SPACE)))  AND
                   (ACT-YMD  >  OPT-LU-YMD(OPT-IDX  WK-K))  THEN
                 MOVE  ACT-YMD  TO  OPT-LU-YMD(OPT-IDX  WK-K)
               END-IF
             END-IF
           END-PERFORM.
       ACT-PICK-EXT.
           EXIT.
      ********************************************************
      * 機能定義表の検索（WK-MOJI）　見つかればFNC-IDXが位置
      ********************************************************
       FNC-FIND-RTN               SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  FNC-IDX  FROM  1  BY  1
             UNTIL  (FNC-IDX  >  FNC-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  FNC-MOJI(FNC-IDX)  =  WK-MOJI  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             SET  FNC-IDX  DOWN  BY  1
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 担当者の並べ替え　部門コード・担当者ＩＤ順
      ********************************************************
       OPT-SORT-RTN               SECTION.
           PERFORM  VARYING  WK-I  FROM  1  BY  1
             UNTIL  WK-I  >=  OPT-CNT
             PERFORM  VARYING  WK-J  FROM  WK-I  BY  1
               UNTIL  WK-J  >  OPT-CNT
               IF  (OPT-BUMON-COD(WK-J)  <  OPT-BUMON-COD(WK-I))  OR
                   ((OPT-BUMON-COD(WK-J)  =  OPT-BUMON-COD(WK-I))  AND
                    (OPT-ID(WK-J)  <  OPT-ID(WK-I)))  THEN
                 MOVE  OPT-ENT(WK-I)  TO  WK-SWAP-OPT
                 MOVE  OPT-ENT(WK-J)  TO  OPT-ENT(WK-I)
                 MOVE  WK-SWAP-OPT    TO  OPT-ENT(WK-J)
               END-IF
             END-PERFORM
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 棚卸表の印字　部門ごとに担当者・機能・違反と確認欄
      ********************************************************
       PRINT-RTN                  SECTION.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "職務分掌・アクセス権限棚卸表"
                     DELIMITED BY SIZE
                   "　基準日＝"  DELIMITED BY SIZE
                   WK-KIJUN-YMD  DELIMITED BY SIZE
                   "（"  DELIMITED BY SIZE
                   WK-KIJUN-YMD(1:4)  DELIMITED BY SIZE
                   "年第"  DELIMITED BY SIZE
                   WK-SHIHANKI  DELIMITED BY SIZE
                   "四半期）　削除候補＝"  DELIMITED BY SIZE
                   WK-MISHIYO-DAYS  DELIMITED BY SIZE
                   "日超未使用"  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           PERFORM  VARYING  OPT-IDX  FROM  1  BY  1
             UNTIL  OPT-IDX  >  OPT-CNT
             IF  (WK-FIRST-FLG  =  "Y")  OR
                 (OPT-BUMON-COD(OPT-IDX)  NOT  =  WK-CUR-BUMON)  THEN
               IF  WK-FIRST-FLG  =  "N"  THEN
                 PERFORM  BUMON-FOOT-RTN
               END-IF
               MOVE  "N"  TO  WK-FIRST-FLG
               MOVE  OPT-BUMON-COD(OPT-IDX)  TO  WK-CUR-BUMON
               PERFORM  BUMON-HEAD-RTN
             END-IF
             PERFORM  OPR-PRINT-RTN
           END-PERFORM.
           IF  WK-FIRST-FLG  =  "N"  THEN
             PERFORM  BUMON-FOOT-RTN
           END-IF.
           MOVE  TOT-OPR-CNT     TO  WK-CNT-DISP1.
           MOVE  TOT-FNC-CNT     TO  WK-CNT-DISP2.
           MOVE  TOT-CF-CNT      TO  WK-CNT-DISP3.
           MOVE  TOT-SAKUJO-CNT  TO  WK-CNT-DISP4.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "全体計　担当者"  DELIMITED BY SIZE
                   WK-CNT-DISP1  DELIMITED BY SIZE
                   "名　権限"  DELIMITED BY SIZE
                   WK-CNT-DISP2  DELIMITED BY SIZE
                   "件　職務分掌違反"  DELIMITED BY SIZE
                   WK-CNT-DISP3  DELIMITED BY SIZE
                   "件　削除候補"  DELIMITED BY SIZE
                   WK-CNT-DISP4  DELIMITED BY SIZE
                   "件"  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 部門見出し　部門名・部門長名はSODのD行から引く
      ********************************************************
       BUMON-HEAD-RTN             SECTION.
           MOVE  ZERO  TO  BU-OPR-CNT.
           MOVE  ZERO  TO  BU-FNC-CNT.
           MOVE  ZERO  TO  BU-CF-CNT.
           MOVE  ZERO  TO  BU-SAKUJO-CNT.
           MOVE  SPACE  TO  WK-BUMON-MEI.
           MOVE  "（未登録）"  TO  WK-BUCHO-MEI.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  DPT-IDX  FROM  1  BY  1
             UNTIL  (DPT-IDX  >  DPT-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  DPT-BUMON-COD(DPT-IDX)  =  WK-CUR-BUMON  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
               MOVE  DPT-BUMON-MEI(DPT-IDX)  TO  WK-BUMON-MEI
               MOVE  DPT-BUCHO-MEI(DPT-IDX)  TO  WK-BUCHO-MEI
             END-IF
           END-PERFORM.
           IF  WK-CUR-BUMON  =  SPACE  THEN
             MOVE  "（所属なし）"  TO  WK-BUMON-MEI
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "■部門 "  DELIMITED BY SIZE
                   WK-CUR-BUMON  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-BUMON-MEI  DELIMITED BY SIZE
                   "　部門長："  DELIMITED BY SIZE
                   WK-BUCHO-MEI  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 担当者1人分　機能ごとの行と職務分掌違反の行
      ********************************************************
       OPR-PRINT-RTN              SECTION.
           ADD  1  TO  BU-OPR-CNT.
           ADD  1  TO  TOT-OPR-CNT.
           MOVE  SPACE  TO  WK-LOCK-DISP.
           IF  OPT-LOCK-KBN(OPT-IDX)  =  "L"  THEN
             MOVE  "（ロック中）"  TO  WK-LOCK-DISP
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  担当者 "  DELIMITED BY SIZE
                   OPT-ID(OPT-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   OPT-MEI(OPT-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-LOCK-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           IF  OPT-FUNCS(OPT-IDX)  =  SPACE  THEN
             MOVE  "      （許可機能なし）"  TO  RPT-REC
             PERFORM  RPT-WRITE-RTN
           END-IF.
           PERFORM  VARYING  WK-K  FROM  1  BY  1
             UNTIL  WK-K  >  10
             MOVE  OPT-FUNCS(OPT-IDX)(WK-K:1)  TO  WK-MOJI
             IF  WK-MOJI  NOT  =  SPACE  THEN
               PERFORM  FNC-LINE-RTN
             END-IF
           END-PERFORM.
           PERFORM  VARYING  CF-IDX  FROM  1  BY  1
             UNTIL  CF-IDX  >  CF-CNT
             PERFORM  CF-CHECK-RTN
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 機能1行　機能名・使用プログラム・最終使用日・削除候補
      ********************************************************
       FNC-LINE-RTN               SECTION.
           ADD  1  TO  BU-FNC-CNT.
           ADD  1  TO  TOT-FNC-CNT.
           PERFORM  FNC-FIND-RTN.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             MOVE  FNC-MEI(FNC-IDX)    TO  WK-FNC-MEI
             MOVE  FNC-PGM-1(FNC-IDX)  TO  WK-FNC-PGM
           ELSE
             MOVE  "（未定義の機能文字）"  TO  WK-FNC-MEI
             MOVE  SPACE  TO  WK-FNC-PGM
           END-IF.
           MOVE  OPT-LU-YMD(OPT-IDX  WK-K)  TO  WK-LU-YMD.
           MOVE  "N"    TO  WK-SAKUJO-FLG.
           MOVE  SPACE  TO  WK-BIKO.
           IF  WK-LU-YMD  =  ZERO  THEN
             MOVE  "なし"  TO  WK-LU-DISP
             MOVE  "Y"  TO  WK-SAKUJO-FLG
             MOVE  "※削除候補（使用記録なし）"
               TO  WK-BIKO
           ELSE
             MOVE  WK-LU-YMD  TO  WK-LU-DISP
             COMPUTE  WK-ELAPSED  =  WK-INT-KIJUN  -
               FUNCTION INTEGER-OF-DATE(WK-LU-YMD)
             IF  WK-ELAPSED  >  WK-MISHIYO-DAYS  THEN
               MOVE  "Y"  TO  WK-SAKUJO-FLG
               MOVE  WK-ELAPSED  TO  WK-DAYS-DISP
               STRING  "※削除候補（"  DELIMITED BY SIZE
                       FUNCTION TRIM(WK-DAYS-DISP)
                         DELIMITED BY SIZE
                       "日未使用）"  DELIMITED BY SIZE
                 INTO  WK-BIKO
             END-IF
           END-IF.
           IF  WK-SAKUJO-FLG  =  "Y"  THEN
             ADD  1  TO  BU-SAKUJO-CNT
             ADD  1  TO  TOT-SAKUJO-CNT
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "      "  DELIMITED BY SIZE
                   WK-MOJI  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-FNC-MEI  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-FNC-PGM  DELIMITED BY SIZE
                   " 最終使用="  DELIMITED BY SIZE
                   WK-LU-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-BIKO  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 職務分掌違反の判定　組の両方の機能文字を持てば印字する
      ********************************************************
       CF-CHECK-RTN               SECTION.
           MOVE  CF-FUNC-1(CF-IDX)  TO  WK-MOJI.
           PERFORM  HAS-FUNC-RTN.
           MOVE  WK-HAS-FLG  TO  WK-HAS-1.
           MOVE  CF-FUNC-2(CF-IDX)  TO  WK-MOJI.
           PERFORM  HAS-FUNC-RTN.
           MOVE  WK-HAS-FLG  TO  WK-HAS-2.
           IF  (WK-HAS-1  =  "Y")  AND  (WK-HAS-2  =  "Y")  THEN
             ADD  1  TO  BU-CF-CNT
             ADD  1  TO  TOT-CF-CNT
             IF  WK-COMP-CD  <  8  THEN
               MOVE  8  TO  WK-COMP-CD
             END-IF
             MOVE  SPACE  TO  RPT-REC
             STRING  "      ★職務分掌違反 "  DELIMITED BY SIZE
                     CF-FUNC-1(CF-IDX)  DELIMITED BY SIZE
                     "×"  DELIMITED BY SIZE
                     CF-FUNC-2(CF-IDX)  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     CF-RIYU(CF-IDX)  DELIMITED BY SIZE
               INTO  RPT-REC
             PERFORM  RPT-WRITE-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 担当者の許可機能にWK-MOJIが含まれるか（WK-HAS-FLG）
      ********************************************************
       HAS-FUNC-RTN               SECTION.
           MOVE  "N"  TO  WK-HAS-FLG.
           IF  WK-MOJI  =  SPACE  THEN
             GO  TO  HAS-FUNC-EXT
           END-IF.
           PERFORM  VARYING  WK-J  FROM  1  BY  1
             UNTIL  WK-J  >  10
             IF  OPT-FUNCS(OPT-IDX)(WK-J:1)  =  WK-MOJI  THEN
               MOVE  "Y"  TO  WK-HAS-FLG
             END-IF
           END-PERFORM.
       HAS-FUNC-EXT.
           EXIT.
      ********************************************************
      * 部門計と部門長の確認欄
      ********************************************************
       BUMON-FOOT-RTN             SECTION.
           MOVE  BU-OPR-CNT     TO  WK-CNT-DISP1.
           MOVE  BU-FNC-CNT     TO  WK-CNT-DISP2.
           MOVE  BU-CF-CNT      TO  WK-CNT-DISP3.
           MOVE  BU-SAKUJO-CNT  TO  WK-CNT-DISP4.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  部門計　担当者"  DELIMITED BY SIZE
                   WK-CNT-DISP1  DELIMITED BY SIZE
                   "名　権限"  DELIMITED BY SIZE
                   WK-CNT-DISP2  DELIMITED BY SIZE
                   "件　職務分掌違反"  DELIMITED BY SIZE
                   WK-CNT-DISP3  DELIMITED BY SIZE
                   "件　削除候補"  DELIMITED BY SIZE
                   WK-CNT-DISP4  DELIMITED BY SIZE
                   "件"  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  確認欄　上記担当者の権限が"
                     DELIMITED BY SIZE
                   "業務上必要であることを確認"
                     DELIMITED BY SIZE
                   "しました"  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "          部門長署名："  DELIMITED BY SIZE
                   "＿＿＿＿＿＿＿＿＿＿"  DELIMITED BY SIZE
                   "　確認日："  DELIMITED BY SIZE
                   "　　　　年　　月　　日"
                     DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 帳票1行の出力
      ********************************************************
       RPT-WRITE-RTN              SECTION.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           IF  WK-OVER-FLG  =  "Y"  THEN
             DISPLAY  "*** テーブル上限超過"
             IF  WK-COMP-CD  <  8  THEN
               MOVE  8  TO  WK-COMP-CD
             END-IF
           END-IF.
           CLOSE  RPT-FILE.
           DISPLAY  "OPR-CNT=      "  OPR-CNT.
           DISPLAY  "SOD-CNT=      "  SOD-CNT.
           DISPLAY  "ACT-CNT=      "  ACT-CNT.
           DISPLAY  "職務分掌違反= "  TOT-CF-CNT.
           DISPLAY  "削除候補　　= "  TOT-SAKUJO-CNT.
           DISPLAY  "RPT-CNT=      "  RPT-CNT.
           DISPLAY  "*** END KCBM072 ***".
       EXT.
           EXIT.
