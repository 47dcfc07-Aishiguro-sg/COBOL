      * サブシステム名：共通
      * プログラム名  ：操作記録　日次一覧
      * 作成日／作成者：２０２６年９月３日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：サインオン失敗・ロックアウトの再掲と
      *                 記録区分別件数を追加
      ********************************************************
      *操作記録ログ(ACTLOG、KCBS070出力)から対象日の操作を時系列
      *で一覧する監査用帳票。担当者マスタ(OPR)が使える環境では
      *担当者名を併記し、未登録ＩＤの操作には印を付ける。
      *対象日は環境変数KCBM070-YMD（未指定は本日）。
      *KCBS070が記録区分付きで残すサインオン失敗(F)・ロックアウト
      *(L)は一覧の後に再掲し、パスワード変更(C)・管理者の初期化(R)
      *と合わせて件数を出す。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           03  OPRT-MEI           PIC  X(20).
       01  WK-OPR-MEI             PIC  X(20)   VALUE  SPACE.
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
      *サインオン関連の事象（記録区分別件数と失敗・ロックの再掲）
       01  KBN-F-CNT              PIC  9(5)    VALUE  0.
       01  KBN-L-CNT              PIC  9(5)    VALUE  0.
       01  KBN-C-CNT              PIC  9(5)    VALUE  0.
       01  KBN-R-CNT              PIC  9(5)    VALUE  0.
       01  EVT-CNT                PIC  9(3)    VALUE  ZERO.
       01  EVT-TBL.
         02  EVT-ENT  OCCURS 200 TIMES INDEXED BY EVT-IDX.
           03  EVT-LINE           PIC  X(101).
      ********************************************************
      * 操作記録日次一覧の主処理
      ********************************************************
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           EVALUATE  ACT-KBN
             WHEN  "F"
               ADD  1  TO  KBN-F-CNT
             WHEN  "L"
               ADD  1  TO  KBN-L-CNT
             WHEN  "C"
               ADD  1  TO  KBN-C-CNT
             WHEN  "R"
               ADD  1  TO  KBN-R-CNT
             WHEN  OTHER
               CONTINUE
           END-EVALUATE.
           IF  ((ACT-KBN  =  "F")  OR  (ACT-KBN  =  "L"))  AND
               (EVT-CNT  <  200)  THEN
             ADD  1  TO  EVT-CNT
             SET  EVT-IDX  TO  EVT-CNT
             MOVE  RPT-REC  TO  EVT-LINE(EVT-IDX)
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * サインオン関連の事象　区分別件数と失敗・ロックの再掲
      ********************************************************
       EVT-RTN                    SECTION.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "サインオン失敗="  DELIMITED BY SIZE
                   KBN-F-CNT  DELIMITED BY SIZE
                   " ロックアウト="  DELIMITED BY SIZE
                   KBN-L-CNT  DELIMITED BY SIZE
                   " パスワード変更="  DELIMITED BY SIZE
                   KBN-C-CNT  DELIMITED BY SIZE
                   " 初期化="  DELIMITED BY SIZE
                   KBN-R-CNT  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  2  TO  RPT-CNT.
           IF  EVT-CNT  =  ZERO  THEN
             MOVE  "　（失敗・ロックアウトなし）"
               TO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
           PERFORM  VARYING  EVT-IDX  FROM  1  BY  1
             UNTIL  EVT-IDX  >  EVT-CNT
             MOVE  EVT-LINE(EVT-IDX)  TO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
           IF  ACT-STATUS  =  "00"  OR  ACT-STATUS  =  "10"  THEN
             CLOSE  ACT-FILE
           END-IF.
           PERFORM  EVT-RTN.
           CLOSE  RPT-FILE.
           DISPLAY  "記録読込= "  ACT-CNT.
           DISPLAY  "対象日分= "  HIT-CNT.
           DISPLAY  "サインオン失敗= "  KBN-F-CNT.
           DISPLAY  "ロックアウト　= "  KBN-L-CNT.
           DISPLAY  "*** END KCBM070 ***".
       EXT.
           EXIT.
