       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KCBM074.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：ジョブストリーム・スケジューラ
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *ジョブ定義ファイル(JOBDEF、KCCJOB形式)に定義したジョブ
      *ストリームを、先行ステップの完了を確かめながらCALL "SYSTEM"
      *で順次起動する。KJBM080が受注パイプラインについて固定で
      *行っている起動順序・ファイル割当・リスタートマーカー管理を
      *定義ファイル駆動にしたもの（売上・月次売掛・在庫の各
      *ストリームを手作業の起動表から置き換える）。
      *  ファイル割当　F行の実ファイル名の&DIR・&YMD・&YM・&SEQを
      *               置換して子バッチの環境変数に設定する
      *  先行ステップ　P行のステップ（他ストリームでも可）が本サイ
      *               クルで完了していなければ起動しない
      *  完了判定　　　完了コードがS行の最大完了コード以下なら完了
      *               とし、リスタートマーカー(JOBRST)へ記録する。
      *               超えたら異常終了とし、停止区分Sならそのスト
      *               リームの残りのステップを起動しない
      *  再開　　　　　同じ処理日付・実行連番で再実行すると、マーカー
      *               記録済のステップを読み飛ばし、異常終了した
      *               ステップから再開する
      *  監視連携　　　ステップごとに正常／異常の実行記録をジョブ
      *               統計ログ(JOBLOG、KCCJLOG形式)へ追記し、バッチ
      *               監視(KCBM030)が異常終了を通報する
      *処理日付は環境変数PROC-YMD（未指定は実行日）、実行連番は
      *RUN-SEQ（未指定は1）で、どちらも子バッチへ引き渡す。実行
      *ディレクトリはKCBM074-RUN-DIR（未指定はカレント）。
      *KCBM074-STREAMを指定するとそのストリームだけを起動する
      *（他ストリームの先行ステップはマーカーで完了を判定する）。
      *受注パイプラインはKJBM080を1ステップとして定義すればよい。
      *完了コード　0=全ステップ完了　8=先行未完了・停止で起動しな
      *かったステップあり　12=異常終了ステップあり・定義誤り
      *16=ジョブ定義ファイルなし
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *ジョブ定義ファイル（外部定義）
           SELECT  JOB-FILE  ASSIGN TO  EXTERNAL  JOBDEF
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS JOB-STATUS.
      *リスタートマーカー　処理日付＋連番＋ストリーム＋ステップ
           SELECT  RST-FILE  ASSIGN TO  EXTERNAL  JOBRST
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS RST-FILE-STATUS.
      *ジョブ統計ログ（ステップの実行記録を追記）
           SELECT  LOG-FILE  ASSIGN TO  EXTERNAL  JOBLOG
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS LOG-STATUS.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  JOB-FILE.
       01  JOB-REC.
           COPY  KCCJOB.
       FD  RST-FILE.
       01  RST-REC.
           02  RST-YMD            PIC  9(8).
           02  RST-SEQ            PIC  X(1).
           02  RST-STREAM         PIC  X(8).
           02  RST-STEP           PIC  X(3).
           02  RST-STATUS         PIC  X(1).
       FD  LOG-FILE.
       01  LOG-REC.
           COPY  KCCJLOG.
      *
       WORKING-STORAGE            SECTION.
       01  JOB-STATUS             PIC  X(2)    VALUE  SPACE.
       01  RST-FILE-STATUS        PIC  X(2)    VALUE  SPACE.
       01  LOG-STATUS             PIC  X(2)    VALUE  SPACE.
       01  JOB-CNT                PIC  9(5)    VALUE  0.
       01  DEF-ERR-CNT            PIC  9(5)    VALUE  0.
       01  MARK-CNT               PIC  9(5)    VALUE  0.
       01  RUN-CNT                PIC  9(5)    VALUE  0.
       01  DONE-CNT               PIC  9(5)    VALUE  0.
       01  FAIL-CNT               PIC  9(5)    VALUE  0.
       01  WAIT-CNT               PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
       01  WK-PROGRESS-FLG        PIC  X       VALUE  "Y".
       01  WK-PRE-OK-FLG          PIC  X       VALUE  "Y".
      *処理日付・実行連番・実行ディレクトリ・対象ストリーム
       01  WK-PROC-YMD-X          PIC  X(8)    VALUE  SPACE.
       01  WK-PROC-YMD            PIC  9(8)    VALUE  0.
       01  WK-RUN-SEQ             PIC  X(1)    VALUE  "1".
       01  WK-RUN-DIR             PIC  X(80)   VALUE  SPACE.
       01  WK-SEL-STREAM          PIC  X(8)    VALUE  SPACE.
      *ステップ定義のテーブル（S行）
      *  状態　空白=未実行　D=完了　F=異常終了
      *        X=ストリーム停止により起動せず
      *  対象　Y=今回起動する（ストリーム指定に該当）
       01  STPT-CNT               PIC  9(3)    VALUE  ZERO.
       01  STPT-TBL.
         02  STPT-ENT  OCCURS 200 TIMES
                       INDEXED BY STPT-IDX STPT-IDX2.
           03  STPT-STREAM        PIC  X(8).
           03  STPT-STEP          PIC  X(3).
           03  STPT-PGM-ID        PIC  X(8).
           03  STPT-MAX-RC        PIC  9(3).
           03  STPT-STOP-KBN      PIC  X(1).
           03  STPT-STEP-MEI      PIC  X(30).
           03  STPT-STS           PIC  X(1).
           03  STPT-TGT-FLG       PIC  X(1).
           03  STPT-RC            PIC  9(3).
      *ファイル割当のテーブル（F行）
       01  FILT-CNT               PIC  9(4)    VALUE  ZERO.
       01  FILT-TBL.
         02  FILT-ENT  OCCURS 1000 TIMES INDEXED BY FILT-IDX.
           03  FILT-STREAM        PIC  X(8).
           03  FILT-STEP          PIC  X(3).
           03  FILT-DD-NAME       PIC  X(12).
           03  FILT-PATH          PIC  X(80).
      *先行ステップのテーブル（P行）
       01  PRET-CNT               PIC  9(3)    VALUE  ZERO.
       01  PRET-TBL.
         02  PRET-ENT  OCCURS 500 TIMES INDEXED BY PRET-IDX.
           03  PRET-STREAM        PIC  X(8).
           03  PRET-STEP          PIC  X(3).
           03  PRET-PRE-STREAM    PIC  X(8).
           03  PRET-PRE-STEP      PIC  X(3).
       01  WK-OVER-FLG            PIC  X       VALUE  "N".
      *ステップの検索キー
       01  WK-KEY-STREAM          PIC  X(8)    VALUE  SPACE.
       01  WK-KEY-STEP            PIC  X(3)    VALUE  SPACE.
      *実ファイル名の組立て（ひな形の置換）
       01  WK-TMPL                PIC  X(84)   VALUE  SPACE.
       01  WK-FILE-PATH           PIC  X(120)  VALUE  SPACE.
       01  WK-POS                 PIC  9(3)    VALUE  0.
       01  WK-OUT-POS             PIC  9(3)    VALUE  0.
      *ステップの完了コード　CALL "SYSTEM"の戻り値は子プロセスの
      *終了コード×256（wait状態値）のため256で割って戻す
       01  WK-SYS-RC              PIC  S9(9)   VALUE  0.
       01  WK-STEP-RC             PIC  9(3)    VALUE  0.
       01  WK-COMP-CD             PIC  9(2)    VALUE  0.
      *ステップの開始・終了日時
       01  WK-START-DATE          PIC  9(8)    VALUE  0.
       01  WK-START-TIME          PIC  9(6)    VALUE  0.
       01  WK-END-DATE            PIC  9(8)    VALUE  0.
       01  WK-END-TIME            PIC  9(6)    VALUE  0.
      *バッチジョブ統計ロガー(KCBS020)への連絡領域
       COPY  KCBS020P.
      ********************************************************
      * ジョブストリーム・スケジューラの主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KCBM074 ***".
           PERFORM  INIT-RTN.
           PERFORM  LOAD-JOB-RTN.
           IF  (DEF-ERR-CNT  =  0)  AND  (WK-OVER-FLG  =  "N")  THEN
             PERFORM  LOAD-RST-RTN
             PERFORM  RUN-PASS-RTN  UNTIL  WK-PROGRESS-FLG  =  "N"
             PERFORM  WAIT-LIST-RTN
           ELSE
             DISPLAY  "定義誤りのため起動しません"
           END-IF.
           PERFORM  TERM-RTN.
           EVALUATE  TRUE
             WHEN  (DEF-ERR-CNT  >  0)  OR  (WK-OVER-FLG  =  "Y")
               MOVE  12  TO  WK-COMP-CD
             WHEN  FAIL-CNT  >  0
               MOVE  12  TO  WK-COMP-CD
             WHEN  WAIT-CNT  >  0
               MOVE  8   TO  WK-COMP-CD
             WHEN  OTHER
               MOVE  0   TO  WK-COMP-CD
           END-EVALUATE.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理　処理日付・実行連番・実行ディレクトリの取得と
      * 子バッチへの引渡し
      ********************************************************
       INIT-RTN                   SECTION.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-START-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-START-TIME.
           ACCEPT  WK-PROC-YMD-X  FROM  ENVIRONMENT  "PROC-YMD".
           IF  (WK-PROC-YMD-X  IS  NUMERIC)  AND
               (WK-PROC-YMD-X  NOT  =  SPACE)  THEN
             MOVE  WK-PROC-YMD-X  TO  WK-PROC-YMD
           ELSE
             MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-PROC-YMD
             MOVE  WK-PROC-YMD  TO  WK-PROC-YMD-X
           END-IF.
           ACCEPT  WK-RUN-SEQ  FROM  ENVIRONMENT  "RUN-SEQ".
           IF  WK-RUN-SEQ  =  SPACE  THEN
             MOVE  "1"  TO  WK-RUN-SEQ
           END-IF.
           ACCEPT  WK-RUN-DIR  FROM  ENVIRONMENT  "KCBM074-RUN-DIR".
           IF  WK-RUN-DIR  =  SPACE  THEN
             MOVE  "."  TO  WK-RUN-DIR
           END-IF.
           ACCEPT  WK-SEL-STREAM  FROM  ENVIRONMENT  "KCBM074-STREAM".
           DISPLAY  "PROC-YMD="  WK-PROC-YMD  "  RUN-SEQ="  WK-RUN-SEQ
                    "  RUN-DIR="  FUNCTION TRIM(WK-RUN-DIR).
           IF  WK-SEL-STREAM  NOT  =  SPACE  THEN
             DISPLAY  "STREAM="  WK-SEL-STREAM
           END-IF.
      *処理日付と実行連番を子バッチへ引き渡す
           DISPLAY  "PROC-YMD"  UPON  ENVIRONMENT-NAME.
           DISPLAY  WK-PROC-YMD-X  UPON  ENVIRONMENT-VALUE.
           DISPLAY  "RUN-SEQ"  UPON  ENVIRONMENT-NAME.
           DISPLAY  WK-RUN-SEQ  UPON  ENVIRONMENT-VALUE.
       EXT.
           EXIT.
      ********************************************************
      * ジョブ定義の全件ロードと定義内容の点検
      ********************************************************
       LOAD-JOB-RTN               SECTION.
           OPEN  INPUT  JOB-FILE.
           IF  JOB-STATUS  NOT  =  "00"  THEN
             DISPLAY  "JOBDEFなし　終了します"
             MOVE  16  TO  RETURN-CODE
             STOP  RUN
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  JOB-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  JOB-CNT
                 PERFORM  JOB-STORE-RTN
             END-READ
           END-PERFORM.
           CLOSE  JOB-FILE.
           PERFORM  JOB-CHECK-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 定義1行の取り込み　行種別ごとのテーブルへ
      ********************************************************
       JOB-STORE-RTN              SECTION.
           EVALUATE  JOB-REC-TYPE
             WHEN  "S"
               MOVE  JOB-STREAM  TO  WK-KEY-STREAM
               MOVE  JOB-STEP    TO  WK-KEY-STEP
               PERFORM  STEP-FIND-RTN
               IF  WK-FOUND-FLG  =  "Y"  THEN
                 DISPLAY  "定義誤り　ステップ重複 "
                          JOB-STREAM  " "  JOB-STEP
                 ADD  1  TO  DEF-ERR-CNT
                 GO  TO  JOB-STORE-EXT
               END-IF
               IF  JOB-MAX-RC  NOT  NUMERIC  THEN
                 DISPLAY  "定義誤り　最大完了コード "
                          JOB-STREAM  " "  JOB-STEP
                 ADD  1  TO  DEF-ERR-CNT
                 GO  TO  JOB-STORE-EXT
               END-IF
               IF  STPT-CNT  <  200  THEN
                 ADD  1  TO  STPT-CNT
                 SET  STPT-IDX  TO  STPT-CNT
                 MOVE  JOB-STREAM    TO  STPT-STREAM(STPT-IDX)
                 MOVE  JOB-STEP      TO  STPT-STEP(STPT-IDX)
                 MOVE  JOB-PGM-ID    TO  STPT-PGM-ID(STPT-IDX)
                 MOVE  JOB-MAX-RC    TO  STPT-MAX-RC(STPT-IDX)
                 MOVE  JOB-STOP-KBN  TO  STPT-STOP-KBN(STPT-IDX)
                 MOVE  JOB-STEP-MEI  TO  STPT-STEP-MEI(STPT-IDX)
                 MOVE  SPACE         TO  STPT-STS(STPT-IDX)
                 MOVE  ZERO          TO  STPT-RC(STPT-IDX)
                 IF  (WK-SEL-STREAM  =  SPACE)  OR
                     (WK-SEL-STREAM  =  JOB-STREAM)  THEN
                   MOVE  "Y"  TO  STPT-TGT-FLG(STPT-IDX)
                 ELSE
                   MOVE  "N"  TO  STPT-TGT-FLG(STPT-IDX)
                 END-IF
               ELSE
                 MOVE  "Y"  TO  WK-OVER-FLG
               END-IF
             WHEN  "F"
               IF  FILT-CNT  <  1000  THEN
                 ADD  1  TO  FILT-CNT
                 SET  FILT-IDX  TO  FILT-CNT
                 MOVE  JOB-STREAM   TO  FILT-STREAM(FILT-IDX)
                 MOVE  JOB-STEP     TO  FILT-STEP(FILT-IDX)
                 MOVE  JOB-DD-NAME  TO  FILT-DD-NAME(FILT-IDX)
                 MOVE  JOB-PATH     TO  FILT-PATH(FILT-IDX)
               ELSE
                 MOVE  "Y"  TO  WK-OVER-FLG
               END-IF
             WHEN  "P"
               IF  PRET-CNT  <  500  THEN
                 ADD  1  TO  PRET-CNT
                 SET  PRET-IDX  TO  PRET-CNT
                 MOVE  JOB-STREAM      TO  PRET-STREAM(PRET-IDX)
                 MOVE  JOB-STEP        TO  PRET-STEP(PRET-IDX)
                 MOVE  JOB-PRE-STREAM  TO  PRET-PRE-STREAM(PRET-IDX)
                 MOVE  JOB-PRE-STEP    TO  PRET-PRE-STEP(PRET-IDX)
               ELSE
                 MOVE  "Y"  TO  WK-OVER-FLG
               END-IF
             WHEN  "*"
      *注釈行
               CONTINUE
             WHEN  OTHER
               DISPLAY  "定義誤り　行種別 "  JOB-REC-TYPE  " "
                        JOB-STREAM  " "  JOB-STEP
               ADD  1  TO  DEF-ERR-CNT
           END-EVALUATE.
       JOB-STORE-EXT.
           EXIT.
      ********************************************************
      * 定義の点検　F行・P行のステップ、P行の先行ステップが
      * S行に定義されていること
      ********************************************************
       JOB-CHECK-RTN              SECTION.
           IF  WK-OVER-FLG  =  "Y"  THEN
             DISPLAY  "定義件数が上限を超えました"
             DISPLAY  "（ステップ200・割当1000・先行500）"
           END-IF.
           PERFORM  VARYING  FILT-IDX  FROM  1  BY  1
             UNTIL  FILT-IDX  >  FILT-CNT
             MOVE  FILT-STREAM(FILT-IDX)  TO  WK-KEY-STREAM
             MOVE  FILT-STEP(FILT-IDX)    TO  WK-KEY-STEP
             PERFORM  STEP-FIND-RTN
             IF  WK-FOUND-FLG  =  "N"  THEN
               DISPLAY  "定義誤り　割当のステップなし "
                        WK-KEY-STREAM  " "  WK-KEY-STEP
               ADD  1  TO  DEF-ERR-CNT
             END-IF
           END-PERFORM.
           PERFORM  VARYING  PRET-IDX  FROM  1  BY  1
             UNTIL  PRET-IDX  >  PRET-CNT
             MOVE  PRET-STREAM(PRET-IDX)  TO  WK-KEY-STREAM
             MOVE  PRET-STEP(PRET-IDX)    TO  WK-KEY-STEP
             PERFORM  STEP-FIND-RTN
             IF  WK-FOUND-FLG  =  "N"  THEN
               DISPLAY  "定義誤り　先行指定元なし "
                        WK-KEY-STREAM  " "  WK-KEY-STEP
               ADD  1  TO  DEF-ERR-CNT
             END-IF
             MOVE  PRET-PRE-STREAM(PRET-IDX)  TO  WK-KEY-STREAM
             MOVE  PRET-PRE-STEP(PRET-IDX)    TO  WK-KEY-STEP
             PERFORM  STEP-FIND-RTN
             IF  WK-FOUND-FLG  =  "N"  THEN
               DISPLAY  "定義誤り　先行ステップなし "
                        WK-KEY-STREAM  " "  WK-KEY-STEP
               ADD  1  TO  DEF-ERR-CNT
             END-IF
           END-PERFORM.
           DISPLAY  "定義読込= "  JOB-CNT
                    "  ステップ= "  STPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * ステップの検索（WK-KEY-STREAM＋WK-KEY-STEP）
      * 見つかればSTPT-IDX2がそのエントリを指す
      ********************************************************
       STEP-FIND-RTN              SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  STPT-IDX2  FROM  1  BY  1
             UNTIL  (STPT-IDX2  >  STPT-CNT)  OR
                    (WK-FOUND-FLG  =  "Y")
             IF  (STPT-STREAM(STPT-IDX2)  =  WK-KEY-STREAM)  AND
                 (STPT-STEP(STPT-IDX2)    =  WK-KEY-STEP)  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             SET  STPT-IDX2  DOWN  BY  1
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * リスタートマーカーの読込み　本サイクル（処理日付＋実行
      * 連番）で完了済のステップを完了にする
      ********************************************************
       LOAD-RST-RTN               SECTION.
           OPEN  INPUT  RST-FILE.
           IF  RST-FILE-STATUS  NOT  =  "00"  THEN
             GO  TO  LOAD-RST-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  RST-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 IF  (RST-YMD     =  WK-PROC-YMD)  AND
                     (RST-SEQ     =  WK-RUN-SEQ)   AND
                     (RST-STATUS  =  "D")  THEN
                   MOVE  RST-STREAM  TO  WK-KEY-STREAM
                   MOVE  RST-STEP    TO  WK-KEY-STEP
                   PERFORM  STEP-FIND-RTN
                   IF  (WK-FOUND-FLG  =  "Y")  AND
                       (STPT-STS(STPT-IDX2)  =  SPACE)  THEN
                     MOVE  "D"  TO  STPT-STS(STPT-IDX2)
                     ADD  1  TO  MARK-CNT
                     IF  STPT-TGT-FLG(STPT-IDX2)  =  "Y"  THEN
                       DISPLAY  "SKIP "  RST-STREAM  " "  RST-STEP
                                " "  STPT-PGM-ID(STPT-IDX2)
                                " (既に完了済)"
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  RST-FILE.
       LOAD-RST-EXT.
           EXIT.
      ********************************************************
      * 起動の1巡　先行ステップが揃った未実行の対象ステップを
      * 定義順に起動する。1つも起動しなくなるまで繰り返す
      ********************************************************
       RUN-PASS-RTN               SECTION.
           MOVE  "N"  TO  WK-PROGRESS-FLG.
           PERFORM  VARYING  STPT-IDX  FROM  1  BY  1
             UNTIL  STPT-IDX  >  STPT-CNT
             IF  (STPT-STS(STPT-IDX)      =  SPACE)  AND
                 (STPT-TGT-FLG(STPT-IDX)  =  "Y")  THEN
               PERFORM  PRE-CHK-RTN
               IF  WK-PRE-OK-FLG  =  "Y"  THEN
                 PERFORM  STEP-RUN-RTN
                 MOVE  "Y"  TO  WK-PROGRESS-FLG
               END-IF
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 先行ステップの完了確認（STPT-IDXのステップについて）
      ********************************************************
       PRE-CHK-RTN                SECTION.
           MOVE  "Y"  TO  WK-PRE-OK-FLG.
           PERFORM  VARYING  PRET-IDX  FROM  1  BY  1
             UNTIL  (PRET-IDX  >  PRET-CNT)  OR
                    (WK-PRE-OK-FLG  =  "N")
             IF  (PRET-STREAM(PRET-IDX)  =  STPT-STREAM(STPT-IDX))
             AND (PRET-STEP(PRET-IDX)    =  STPT-STEP(STPT-IDX))
               THEN
               MOVE  PRET-PRE-STREAM(PRET-IDX)  TO  WK-KEY-STREAM
               MOVE  PRET-PRE-STEP(PRET-IDX)    TO  WK-KEY-STEP
               PERFORM  STEP-FIND-RTN
               IF  (WK-FOUND-FLG  =  "N")  OR
                   (STPT-STS(STPT-IDX2)  NOT  =  "D")  THEN
                 MOVE  "N"  TO  WK-PRE-OK-FLG
               END-IF
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 1ステップの起動　ファイル割当→起動→完了判定→マーカー
      * と実行記録の追記
      ********************************************************
       STEP-RUN-RTN               SECTION.
           DISPLAY  "RUN  "  STPT-STREAM(STPT-IDX)  " "
                    STPT-STEP(STPT-IDX)  " "  STPT-PGM-ID(STPT-IDX)
                    " "  STPT-STEP-MEI(STPT-IDX).
           PERFORM  VARYING  FILT-IDX  FROM  1  BY  1
             UNTIL  FILT-IDX  >  FILT-CNT
             IF  (FILT-STREAM(FILT-IDX)  =  STPT-STREAM(STPT-IDX))
             AND (FILT-STEP(FILT-IDX)    =  STPT-STEP(STPT-IDX))
               THEN
               PERFORM  PATH-EDIT-RTN
               DISPLAY  FILT-DD-NAME(FILT-IDX)
                 UPON  ENVIRONMENT-NAME
               DISPLAY  WK-FILE-PATH  UPON  ENVIRONMENT-VALUE
             END-IF
           END-PERFORM.
           ADD  1  TO  RUN-CNT.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-START-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  WK-START-TIME.
           CALL  "SYSTEM"  USING  STPT-PGM-ID(STPT-IDX).
           MOVE  RETURN-CODE  TO  WK-SYS-RC.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-END-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  WK-END-TIME.
      *起動自体に失敗した（負の戻り値）ときは999とする
           IF  WK-SYS-RC  <  0  THEN
             MOVE  999  TO  WK-STEP-RC
           ELSE
             COMPUTE  WK-STEP-RC  =  WK-SYS-RC  /  256
           END-IF.
           MOVE  WK-STEP-RC  TO  STPT-RC(STPT-IDX).
           IF  WK-STEP-RC  NOT  >  STPT-MAX-RC(STPT-IDX)  THEN
             MOVE  "D"  TO  STPT-STS(STPT-IDX)
             ADD  1  TO  DONE-CNT
             PERFORM  MARK-DONE-RTN
             DISPLAY  "DONE "  STPT-STREAM(STPT-IDX)  " "
                      STPT-STEP(STPT-IDX)  " RC="  WK-STEP-RC
           ELSE
             MOVE  "F"  TO  STPT-STS(STPT-IDX)
             ADD  1  TO  FAIL-CNT
             DISPLAY  STPT-PGM-ID(STPT-IDX)  " 異常終了 RC="
                      WK-STEP-RC  " (最大"  STPT-MAX-RC(STPT-IDX)
                      ")"
             PERFORM  RC-REPORT-RTN
             IF  STPT-STOP-KBN(STPT-IDX)  =  "S"  THEN
               PERFORM  STREAM-STOP-RTN
             END-IF
           END-IF.
           PERFORM  LOG-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 実ファイル名の組立て　ひな形(FILT-PATH)の&DIR・&YMD・
      * &YM・&SEQを置換してWK-FILE-PATHへ（空白で終わり）
      ********************************************************
       PATH-EDIT-RTN              SECTION.
           MOVE  SPACE  TO  WK-TMPL.
           MOVE  FILT-PATH(FILT-IDX)  TO  WK-TMPL.
           MOVE  SPACE  TO  WK-FILE-PATH.
           MOVE  1  TO  WK-OUT-POS.
           PERFORM  VARYING  WK-POS  FROM  1  BY  1
             UNTIL  (WK-POS  >  80)  OR  (WK-TMPL(WK-POS:1)  =  SPACE)
             EVALUATE  TRUE
               WHEN  WK-TMPL(WK-POS:4)  =  "&DIR"
                 STRING  WK-RUN-DIR  DELIMITED BY SPACE
                   INTO  WK-FILE-PATH  WITH POINTER  WK-OUT-POS
                 ADD  3  TO  WK-POS
               WHEN  WK-TMPL(WK-POS:4)  =  "&YMD"
                 STRING  WK-PROC-YMD-X  DELIMITED BY SIZE
                   INTO  WK-FILE-PATH  WITH POINTER  WK-OUT-POS
                 ADD  3  TO  WK-POS
               WHEN  WK-TMPL(WK-POS:4)  =  "&SEQ"
                 STRING  WK-RUN-SEQ  DELIMITED BY SIZE
                   INTO  WK-FILE-PATH  WITH POINTER  WK-OUT-POS
                 ADD  3  TO  WK-POS
               WHEN  WK-TMPL(WK-POS:3)  =  "&YM"
                 STRING  WK-PROC-YMD-X(1:6)  DELIMITED BY SIZE
                   INTO  WK-FILE-PATH  WITH POINTER  WK-OUT-POS
                 ADD  2  TO  WK-POS
               WHEN  OTHER
                 STRING  WK-TMPL(WK-POS:1)  DELIMITED BY SIZE
                   INTO  WK-FILE-PATH  WITH POINTER  WK-OUT-POS
             END-EVALUATE
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 停止区分Sのステップが異常終了したとき、同じストリームの
      * 未実行ステップを起動しないようにする
      ********************************************************
       STREAM-STOP-RTN            SECTION.
           DISPLAY  "STREAM "  STPT-STREAM(STPT-IDX)
                    " を停止します".
           PERFORM  VARYING  STPT-IDX2  FROM  1  BY  1
             UNTIL  STPT-IDX2  >  STPT-CNT
             IF  (STPT-STREAM(STPT-IDX2)  =  STPT-STREAM(STPT-IDX))
             AND (STPT-STS(STPT-IDX2)     =  SPACE)
             AND (STPT-TGT-FLG(STPT-IDX2) =  "Y")  THEN
               MOVE  "X"  TO  STPT-STS(STPT-IDX2)
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 完了コードの内容を運用担当向けに表示する（バッチ共通の
      * 規約　4=入力空 8=トレーラNG 12=突合NG 16=ファイル異常）
      ********************************************************
       RC-REPORT-RTN              SECTION.
           EVALUATE  WK-STEP-RC
             WHEN  4
               DISPLAY  "  要因:入力空"
             WHEN  8
               DISPLAY  "  要因:トレーラ検証NG・例外あり"
             WHEN  12
               DISPLAY  "  要因:突合(RECONCILE)NG"
             WHEN  16
               DISPLAY  "  要因:ファイル異常"
             WHEN  OTHER
               DISPLAY  "  要因:不明(実行環境エラー等)"
           END-EVALUATE.
       EXT.
           EXIT.
      ********************************************************
      * 完了したステップをリスタートマーカーへ追記する
      ********************************************************
       MARK-DONE-RTN              SECTION.
           OPEN  EXTEND  RST-FILE.
           IF  RST-FILE-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  RST-FILE
           END-IF.
           MOVE  WK-PROC-YMD            TO  RST-YMD.
           MOVE  WK-RUN-SEQ             TO  RST-SEQ.
           MOVE  STPT-STREAM(STPT-IDX)  TO  RST-STREAM.
           MOVE  STPT-STEP(STPT-IDX)    TO  RST-STEP.
           MOVE  "D"                    TO  RST-STATUS.
           WRITE  RST-REC.
           CLOSE  RST-FILE.
       EXT.
           EXIT.
      ********************************************************
      * ステップの実行記録をジョブ統計ログへ追記する（KCBS020と
      * 同じEXTEND都度OPEN方式）
      ********************************************************
       LOG-WRITE-RTN              SECTION.
           OPEN  EXTEND  LOG-FILE.
           IF  LOG-STATUS  =  "35"  THEN
             OPEN  OUTPUT  LOG-FILE
           END-IF.
           MOVE  SPACE                  TO  LOG-REC.
           MOVE  STPT-PGM-ID(STPT-IDX)  TO  JLOG-PGM-ID.
           MOVE  WK-START-DATE          TO  JLOG-START-DATE.
           MOVE  WK-START-TIME          TO  JLOG-START-TIME.
           MOVE  WK-END-DATE            TO  JLOG-END-DATE.
           MOVE  WK-END-TIME            TO  JLOG-END-TIME.
           MOVE  ZERO                   TO  JLOG-IN-CNT.
           MOVE  ZERO                   TO  JLOG-OUT-CNT.
           IF  STPT-STS(STPT-IDX)  =  "D"  THEN
             MOVE  "S"  TO  JLOG-KBN
           ELSE
             MOVE  "F"  TO  JLOG-KBN
           END-IF.
           MOVE  WK-STEP-RC             TO  JLOG-RC.
           MOVE  STPT-STREAM(STPT-IDX)  TO  JLOG-STREAM.
           MOVE  STPT-STEP(STPT-IDX)    TO  JLOG-STEP.
           WRITE  LOG-REC.
           CLOSE  LOG-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 起動しなかった対象ステップの一覧（先行未完了・停止）
      ********************************************************
       WAIT-LIST-RTN              SECTION.
           PERFORM  VARYING  STPT-IDX  FROM  1  BY  1
             UNTIL  STPT-IDX  >  STPT-CNT
             IF  (STPT-TGT-FLG(STPT-IDX)  =  "Y")  AND
                 ((STPT-STS(STPT-IDX)  =  SPACE)  OR
                  (STPT-STS(STPT-IDX)  =  "X"))  THEN
               ADD  1  TO  WAIT-CNT
               IF  STPT-STS(STPT-IDX)  =  "X"  THEN
                 DISPLAY  "WAIT "  STPT-STREAM(STPT-IDX)  " "
                          STPT-STEP(STPT-IDX)  " "
                          STPT-PGM-ID(STPT-IDX)
                          " ストリーム停止"
               ELSE
                 DISPLAY  "WAIT "  STPT-STREAM(STPT-IDX)  " "
                          STPT-STEP(STPT-IDX)  " "
                          STPT-PGM-ID(STPT-IDX)  " 先行未完了"
               END-IF
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理　件数表示と自身の運転実績（入力=起動ステップ数
      * 出力=完了ステップ数）
      ********************************************************
       TERM-RTN                   SECTION.
           DISPLAY  "完了済読飛= "  MARK-CNT.
           DISPLAY  "起動件数　= "  RUN-CNT.
           DISPLAY  "完了件数　= "  DONE-CNT.
           DISPLAY  "異常終了　= "  FAIL-CNT.
           DISPLAY  "未起動　　= "  WAIT-CNT.
           MOVE  "KCBM074"  TO  S020-PGM-ID.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-END-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-END-TIME.
           MOVE  RUN-CNT    TO  S020-IN-CNT.
           MOVE  DONE-CNT   TO  S020-OUT-CNT.
           CALL  "KCBS020"  USING  KCBS020-P1.
           DISPLAY  "*** END KCBM074 ***".
       EXT.
           EXIT.
