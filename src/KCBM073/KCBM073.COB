       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KCBM073.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：マスタ項目変更監査表（更新前後イメージ）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *更新イメージジャーナル(BIJ、KCBS060出力)の前後イメージを
      *対象ファイルのコピー区のレイアウトで項目に展開し、値の
      *変わった項目だけを「項目名：変更前→変更後」で一覧する。
      *（単価・与信限度額の変更等、監査の照会に答えるための帳票）
      *  展開するファイル　IMF(KCCFSHO)・LOC(KCCFLOC)・
      *                    ODB(KJCODB)・CMF(KCCFTOK)
      *  パック項目・符号付き項目はそれぞれの定義で数値として
      *  比較し、編集して印字する。W=新規書込は変更前を初期値、
      *  D=削除は変更後を初期値とみなして比較する
      *  担当者　　操作記録ログ(ACTLOG、KCCACT形式)から、同じ
      *            プログラム・同じ日・同じキーの操作記録を探し、
      *            なければ同じプログラム・同じ日で時刻の最も近い
      *            操作記録（前後300秒以内）の担当者を出す。
      *            その日の操作記録がないプログラムはバッチとする
      *抽出条件は環境変数で指定する（いずれも省略時は全件）
      *  KCBM073-FILE-ID   対象ファイル（IMF／LOC／ODB／CMF）
      *  KCBM073-KEY-FROM  キーの下限（前方一致の桁数で比較）
      *  KCBM073-KEY-TO    キーの上限（前方一致の桁数で比較）
      *  KCBM073-FROM-YMD  ジャーナル日付の開始日（YYYYMMDD）
      *  KCBM073-TO-YMD    ジャーナル日付の終了日（YYYYMMDD）
      *ジャーナルがなければ完了コード16。参照のみでファイルは
      *更新しない。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 更新イメージジャーナル（パック項目の生バイトを含む
      *ため順編成。KCBS060の書込側と一致させること）
           SELECT  BIJ-FILE  ASSIGN TO  EXTERNAL  BIJ
                             FILE STATUS  IS BIJ-STATUS.
      *INPUT 操作記録ログ（未定義時は担当者を出さない）
           SELECT  ACT-FILE  ASSIGN TO  EXTERNAL  ACTLOG
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS ACT-STATUS.
      *OUTPUT 項目変更監査表
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  BIJ-FILE.
       01  BIJ-REC.
           COPY  KCCBIJ.
       FD  ACT-FILE.
       01  ACT-REC.
           COPY  KCCACT.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(132).
      *
       WORKING-STORAGE            SECTION.
       01  BIJ-STATUS             PIC  X(2)    VALUE  SPACE.
       01  ACT-STATUS             PIC  X(2)    VALUE  SPACE.
       01  BIJ-CNT                PIC  9(7)    VALUE  0.
       01  SEL-CNT                PIC  9(7)    VALUE  0.
       01  DIFF-CNT               PIC  9(7)    VALUE  0.
       01  ACT-CNT                PIC  9(7)    VALUE  0.
       01  RPT-CNT                PIC  9(7)    VALUE  0.
       01  WK-COMP-CD             PIC  9(2)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-BIJ-OPEN-FLG        PIC  X       VALUE  "N".
       01  WK-OVER-FLG            PIC  X       VALUE  "N".
      *抽出条件（環境変数から取得）
       01  WK-FILE-ID             PIC  X(8)    VALUE  SPACE.
       01  WK-KEY-FROM            PIC  X(24)   VALUE  SPACE.
       01  WK-KEY-TO              PIC  X(24)   VALUE  SPACE.
       01  WK-KEY-FROM-LEN        PIC  9(2)    VALUE  0.
       01  WK-KEY-TO-LEN          PIC  9(2)    VALUE  0.
       01  WK-FROM-YMD-X          PIC  X(8)    VALUE  SPACE.
       01  WK-TO-YMD-X            PIC  X(8)    VALUE  SPACE.
       01  WK-FROM-YMD            PIC  9(8)    VALUE  0.
       01  WK-TO-YMD              PIC  9(8)    VALUE  99999999.
       01  WK-SEL-FLG             PIC  X       VALUE  "N".
       01  WK-FILE-DISP           PIC  X(16)   VALUE  SPACE.
      *操作記録（抽出期間内の操作の行）　担当者の突き合わせ用
       01  WK-MATCH-SEC           PIC  9(5)    VALUE  300.
       01  ACL-CNT                PIC  9(5)    VALUE  ZERO.
       01  ACL-TBL.
         02  ACL-ENT  OCCURS 5000 TIMES INDEXED BY ACL-IDX.
           03  ACL-YMD            PIC  9(8).
           03  ACL-SEC            PIC  9(5).
           03  ACL-OPR-ID         PIC  X(8).
           03  ACL-PGM-ID         PIC  X(8).
           03  ACL-KEY            PIC  X(20).
       01  WK-HMS.
         02  WK-HH                PIC  9(2).
         02  WK-MI                PIC  9(2).
         02  WK-SS                PIC  9(2).
       01  WK-BIJ-SEC             PIC  9(5)    VALUE  0.
       01  WK-SA-SEC              PIC  9(5)    VALUE  0.
       01  WK-MIN-SEC             PIC  9(5)    VALUE  0.
       01  WK-PGM-HIT             PIC  X       VALUE  "N".
       01  WK-OPR-DISP            PIC  X(16)   VALUE  SPACE.
      *更新前・更新後イメージを各ファイルのレイアウトで見る領域
       01  WK-SHO-OLD.
           COPY  KCCFSHO.
       01  WK-SHO-NEW.
           COPY  KCCFSHO.
       01  WK-LOC-OLD.
           COPY  KCCFLOC.
       01  WK-LOC-NEW.
           COPY  KCCFLOC.
       01  WK-ODB-OLD.
           COPY  KJCODB.
       01  WK-ODB-NEW.
           COPY  KJCODB.
       01  WK-TOK-OLD.
           COPY  KCCFTOK.
       01  WK-TOK-NEW.
           COPY  KCCFTOK.
      *項目1件の比較・印字の受け渡し領域
       01  WK-FLD-MEI             PIC  X(30)   VALUE  SPACE.
       01  WK-OLD-VAL             PIC  X(40)   VALUE  SPACE.
       01  WK-NEW-VAL             PIC  X(40)   VALUE  SPACE.
       01  WK-OLD-NUM             PIC  S9(11)V9(2)  VALUE  0.
       01  WK-NEW-NUM             PIC  S9(11)V9(2)  VALUE  0.
       01  WK-DEC-FLG             PIC  X       VALUE  "N".
       01  WK-INT-EDIT            PIC  -(11)9.
       01  WK-DEC-EDIT            PIC  -(11)9.99.
       01  WK-REC-DIFF            PIC  9(3)    VALUE  0.
       01  WK-K                   PIC  9(1)    VALUE  0.
       01  WK-ACTION-MEI          PIC  X(6)    VALUE  SPACE.
      ********************************************************
      * 項目変更監査表の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KCBM073 ***".
           PERFORM  INIT-RTN.
           IF  WK-COMP-CD  <  16  THEN
             PERFORM  ACL-LOAD-RTN
             PERFORM  BIJ-RTN  UNTIL  WK-END-FLG  =  "E"
           END-IF.
           PERFORM  TERM-RTN.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理　抽出条件の取得と見出し
      ********************************************************
       INIT-RTN                   SECTION.
           ACCEPT  WK-FILE-ID  FROM  ENVIRONMENT  "KCBM073-FILE-ID".
           ACCEPT  WK-KEY-FROM  FROM  ENVIRONMENT  "KCBM073-KEY-FROM".
           ACCEPT  WK-KEY-TO  FROM  ENVIRONMENT  "KCBM073-KEY-TO".
           ACCEPT  WK-FROM-YMD-X  FROM  ENVIRONMENT
                   "KCBM073-FROM-YMD".
           ACCEPT  WK-TO-YMD-X  FROM  ENVIRONMENT  "KCBM073-TO-YMD".
           IF  WK-FROM-YMD-X  IS  NUMERIC  THEN
             MOVE  WK-FROM-YMD-X  TO  WK-FROM-YMD
           END-IF.
           IF  WK-TO-YMD-X  IS  NUMERIC  THEN
             MOVE  WK-TO-YMD-X  TO  WK-TO-YMD
           END-IF.
      *キーの範囲は指定された桁数だけ前方一致で比べる
           PERFORM  VARYING  WK-KEY-FROM-LEN  FROM  24  BY  -1
             UNTIL  (WK-KEY-FROM-LEN  =  ZERO)  OR
                    (WK-KEY-FROM(WK-KEY-FROM-LEN:1)  NOT  =  SPACE)
             CONTINUE
           END-PERFORM.
           PERFORM  VARYING  WK-KEY-TO-LEN  FROM  24  BY  -1
             UNTIL  (WK-KEY-TO-LEN  =  ZERO)  OR
                    (WK-KEY-TO(WK-KEY-TO-LEN:1)  NOT  =  SPACE)
             CONTINUE
           END-PERFORM.
           DISPLAY  "FILE=" WK-FILE-ID " 期間=" WK-FROM-YMD
                    "-" WK-TO-YMD.
           OPEN  INPUT  BIJ-FILE.
           IF  BIJ-STATUS  NOT  =  "00"  THEN
             DISPLAY  "ジャーナルなし"
             MOVE  16  TO  WK-COMP-CD
             MOVE  "E"  TO  WK-END-FLG
           ELSE
             MOVE  "Y"  TO  WK-BIJ-OPEN-FLG
           END-IF.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  WK-FILE-ID  TO  WK-FILE-DISP.
           IF  WK-FILE-ID  =  SPACE  THEN
             MOVE  "全ファイル"  TO  WK-FILE-DISP
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "マスタ項目変更監査表　対象="
                     DELIMITED BY SIZE
                   WK-FILE-DISP  DELIMITED BY SPACE
                   "　期間="  DELIMITED BY SIZE
                   WK-FROM-YMD  DELIMITED BY SIZE
                   "～"  DELIMITED BY SIZE
                   WK-TO-YMD  DELIMITED BY SIZE
                   "　キー="  DELIMITED BY SIZE
                   WK-KEY-FROM  DELIMITED BY SPACE
                   "～"  DELIMITED BY SIZE
                   WK-KEY-TO  DELIMITED BY SPACE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 操作記録ログの読込（抽出期間内の操作の行）
      ********************************************************
       ACL-LOAD-RTN               SECTION.
           OPEN  INPUT  ACT-FILE.
           IF  ACT-STATUS  NOT  =  "00"  THEN
             DISPLAY  "ACTLOGなし　担当者の表示なし"
             GO  TO  ACL-LOAD-EXT
           END-IF.
           PERFORM  UNTIL  ACT-STATUS  NOT  =  "00"
             READ  ACT-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 ADD  1  TO  ACT-CNT
                 IF  (ACT-KBN  =  SPACE)  AND
                     (ACT-YMD  >=  WK-FROM-YMD)  AND
                     (ACT-YMD  <=  WK-TO-YMD)  THEN
                   IF  ACL-CNT  <  5000  THEN
                     ADD  1  TO  ACL-CNT
                     SET  ACL-IDX  TO  ACL-CNT
                     MOVE  ACT-YMD     TO  ACL-YMD(ACL-IDX)
                     MOVE  ACT-TIME  TO  WK-HMS
                     COMPUTE  ACL-SEC(ACL-IDX)  =
                       WK-HH  *  3600  +  WK-MI  *  60  +  WK-SS
                     MOVE  ACT-OPR-ID  TO  ACL-OPR-ID(ACL-IDX)
                     MOVE  ACT-PGM-ID  TO  ACL-PGM-ID(ACL-IDX)
                     MOVE  ACT-KEY     TO  ACL-KEY(ACL-IDX)
                   ELSE
                     MOVE  "Y"  TO  WK-OVER-FLG
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  ACT-FILE.
       ACL-LOAD-EXT.
           EXIT.
      ********************************************************
      * ジャーナル1件　抽出条件に合えば見出しと変更項目を印字
      ********************************************************
       BIJ-RTN                    SECTION.
           READ  BIJ-FILE
             AT  END
               MOVE  "E"  TO  WK-END-FLG
               GO  TO  BIJ-EXT
           END-READ.
           ADD  1  TO  BIJ-CNT.
           PERFORM  SEL-RTN.
           IF  WK-SEL-FLG  NOT  =  "Y"  THEN
             GO  TO  BIJ-EXT
           END-IF.
           ADD  1  TO  SEL-CNT.
           MOVE  ZERO  TO  WK-REC-DIFF.
           PERFORM  OPR-FIND-RTN.
           EVALUATE  BIJ-ACTION
             WHEN  "W"
               MOVE  "新規"  TO  WK-ACTION-MEI
             WHEN  "R"
               MOVE  "書換"  TO  WK-ACTION-MEI
             WHEN  "D"
               MOVE  "削除"  TO  WK-ACTION-MEI
             WHEN  OTHER
               MOVE  BIJ-ACTION  TO  WK-ACTION-MEI
           END-EVALUATE.
           MOVE  SPACE  TO  RPT-REC.
           STRING  BIJ-YMD  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   BIJ-TIME  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   BIJ-PGM-ID  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   BIJ-FILE-ID(1:4)  DELIMITED BY SIZE
                   WK-ACTION-MEI  DELIMITED BY SIZE
                   " キー="  DELIMITED BY SIZE
                   BIJ-KEY  DELIMITED BY SIZE
                   " 担当者="  DELIMITED BY SIZE
                   WK-OPR-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           EVALUATE  BIJ-FILE-ID
             WHEN  "IMF"
               MOVE  BIJ-OLD-REC  TO  WK-SHO-OLD
               MOVE  BIJ-NEW-REC  TO  WK-SHO-NEW
               IF  BIJ-ACTION  =  "W"  THEN
                 INITIALIZE  WK-SHO-OLD
               END-IF
               IF  BIJ-ACTION  =  "D"  THEN
                 INITIALIZE  WK-SHO-NEW
               END-IF
               PERFORM  IMF-DIFF-RTN
             WHEN  "LOC"
               MOVE  BIJ-OLD-REC  TO  WK-LOC-OLD
               MOVE  BIJ-NEW-REC  TO  WK-LOC-NEW
               IF  BIJ-ACTION  =  "W"  THEN
                 INITIALIZE  WK-LOC-OLD
               END-IF
               IF  BIJ-ACTION  =  "D"  THEN
                 INITIALIZE  WK-LOC-NEW
               END-IF
               PERFORM  LOC-DIFF-RTN
             WHEN  "ODB"
               MOVE  BIJ-OLD-REC  TO  WK-ODB-OLD
               MOVE  BIJ-NEW-REC  TO  WK-ODB-NEW
               IF  BIJ-ACTION  =  "W"  THEN
                 INITIALIZE  WK-ODB-OLD
               END-IF
               IF  BIJ-ACTION  =  "D"  THEN
                 INITIALIZE  WK-ODB-NEW
               END-IF
               PERFORM  ODB-DIFF-RTN
             WHEN  "CMF"
               MOVE  BIJ-OLD-REC  TO  WK-TOK-OLD
               MOVE  BIJ-NEW-REC  TO  WK-TOK-NEW
               IF  BIJ-ACTION  =  "W"  THEN
                 INITIALIZE  WK-TOK-OLD
               END-IF
               IF  BIJ-ACTION  =  "D"  THEN
                 INITIALIZE  WK-TOK-NEW
               END-IF
               PERFORM  CMF-DIFF-RTN
             WHEN  OTHER
               MOVE  "      （レイアウト未定義）"  TO  RPT-REC
               PERFORM  RPT-WRITE-RTN
               GO  TO  BIJ-EXT
           END-EVALUATE.
           IF  WK-REC-DIFF  =  ZERO  THEN
             MOVE  "      （変更項目なし）"  TO  RPT-REC
             PERFORM  RPT-WRITE-RTN
           END-IF.
       BIJ-EXT.
           EXIT.
      ********************************************************
      * 抽出条件の判定（ファイル・日付・キーの範囲）
      ********************************************************
       SEL-RTN                    SECTION.
           MOVE  "N"  TO  WK-SEL-FLG.
           IF  (WK-FILE-ID  NOT  =  SPACE)  AND
               (BIJ-FILE-ID  NOT  =  WK-FILE-ID)  THEN
             GO  TO  SEL-EXT
           END-IF.
           IF  (BIJ-YMD  <  WK-FROM-YMD)  OR
               (BIJ-YMD  >  WK-TO-YMD)  THEN
             GO  TO  SEL-EXT
           END-IF.
           IF  WK-KEY-FROM-LEN  >  ZERO  THEN
             IF  BIJ-KEY(1:WK-KEY-FROM-LEN)  <
                 WK-KEY-FROM(1:WK-KEY-FROM-LEN)  THEN
               GO  TO  SEL-EXT
             END-IF
           END-IF.
           IF  WK-KEY-TO-LEN  >  ZERO  THEN
             IF  BIJ-KEY(1:WK-KEY-TO-LEN)  >
                 WK-KEY-TO(1:WK-KEY-TO-LEN)  THEN
               GO  TO  SEL-EXT
             END-IF
           END-IF.
           MOVE  "Y"  TO  WK-SEL-FLG.
       SEL-EXT.
           EXIT.
      ********************************************************
      * 担当者の特定　同じプログラム・日・キーの操作記録、なければ
      * 同じプログラム・日で時刻の最も近い操作記録
      ********************************************************
       OPR-FIND-RTN               SECTION.
           MOVE  SPACE  TO  WK-OPR-DISP.
           MOVE  "N"    TO  WK-PGM-HIT.
           MOVE  BIJ-TIME  TO  WK-HMS.
           COMPUTE  WK-BIJ-SEC  =
             WK-HH  *  3600  +  WK-MI  *  60  +  WK-SS.
           PERFORM  VARYING  ACL-IDX  FROM  1  BY  1
             UNTIL  (ACL-IDX  >  ACL-CNT)  OR
                    (WK-OPR-DISP  NOT  =  SPACE)
             IF  (ACL-PGM-ID(ACL-IDX)  =  BIJ-PGM-ID)  AND
                 (ACL-YMD(ACL-IDX)  =  BIJ-YMD)  THEN
               MOVE  "Y"  TO  WK-PGM-HIT
               IF  ACL-KEY(ACL-IDX)  =  BIJ-KEY(1:20)  THEN
                 MOVE  ACL-OPR-ID(ACL-IDX)  TO  WK-OPR-DISP
               END-IF
             END-IF
           END-PERFORM.
           IF  WK-OPR-DISP  NOT  =  SPACE  THEN
             GO  TO  OPR-FIND-EXT
           END-IF.
           IF  WK-PGM-HIT  =  "N"  THEN
             MOVE  "（バッチ）"  TO  WK-OPR-DISP
             GO  TO  OPR-FIND-EXT
           END-IF.
           MOVE  99999  TO  WK-MIN-SEC.
           PERFORM  VARYING  ACL-IDX  FROM  1  BY  1
             UNTIL  ACL-IDX  >  ACL-CNT
             IF  (ACL-PGM-ID(ACL-IDX)  =  BIJ-PGM-ID)  AND
                 (ACL-YMD(ACL-IDX)  =  BIJ-YMD)  THEN
               IF  ACL-SEC(ACL-IDX)  >  WK-BIJ-SEC  THEN
                 COMPUTE  WK-SA-SEC  =
                   ACL-SEC(ACL-IDX)  -  WK-BIJ-SEC
               ELSE
                 COMPUTE  WK-SA-SEC  =
                   WK-BIJ-SEC  -  ACL-SEC(ACL-IDX)
               END-IF
               IF  (WK-SA-SEC  <=  WK-MATCH-SEC)  AND
                   (WK-SA-SEC  <  WK-MIN-SEC)  THEN
                 MOVE  WK-SA-SEC  TO  WK-MIN-SEC
                 MOVE  ACL-OPR-ID(ACL-IDX)  TO  WK-OPR-DISP
               END-IF
             END-IF
           END-PERFORM.
           IF  WK-OPR-DISP  =  SPACE  THEN
             MOVE  "（特定不可）"  TO  WK-OPR-DISP
           END-IF.
       OPR-FIND-EXT.
           EXIT.
      ********************************************************
      * 商品マスタ(KCCFSHO)の項目比較
      ********************************************************
       IMF-DIFF-RTN               SECTION.
           MOVE  "商品番号"  TO  WK-FLD-MEI.
           MOVE  CFSHO-SHOHIN-NO OF WK-SHO-OLD  TO  WK-OLD-VAL.
           MOVE  CFSHO-SHOHIN-NO OF WK-SHO-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "商品名"  TO  WK-FLD-MEI.
           MOVE  CFSHO-SHOHIN-MEI OF WK-SHO-OLD  TO  WK-OLD-VAL.
           MOVE  CFSHO-SHOHIN-MEI OF WK-SHO-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "商品区分"  TO  WK-FLD-MEI.
           MOVE  CFSHO-SHOHIN-KBN OF WK-SHO-OLD  TO  WK-OLD-VAL.
           MOVE  CFSHO-SHOHIN-KBN OF WK-SHO-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "廃番区分"  TO  WK-FLD-MEI.
           MOVE  CFSHO-HAIBAN-KBN OF WK-SHO-OLD  TO  WK-OLD-VAL.
           MOVE  CFSHO-HAIBAN-KBN OF WK-SHO-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "単価"  TO  WK-FLD-MEI.
           MOVE  CFSHO-TANKA OF WK-SHO-OLD  TO  WK-OLD-NUM.
           MOVE  CFSHO-TANKA OF WK-SHO-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "単価適用開始日"  TO  WK-FLD-MEI.
           MOVE  CFSHO-TEKIYO-YMD OF WK-SHO-OLD  TO  WK-OLD-NUM.
           MOVE  CFSHO-TEKIYO-YMD OF WK-SHO-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "旧単価履歴件数"  TO  WK-FLD-MEI.
           MOVE  CFSHO-KAKAKU-REKI-CNT OF WK-SHO-OLD  TO  WK-OLD-NUM.
           MOVE  CFSHO-KAKAKU-REKI-CNT OF WK-SHO-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           PERFORM  VARYING  WK-K  FROM  1  BY  1
             UNTIL  WK-K  >  5
             MOVE  SPACE  TO  WK-FLD-MEI
             STRING  "旧単価("  DELIMITED BY SIZE
                     WK-K  DELIMITED BY SIZE
                     ")適用開始日"  DELIMITED BY SIZE
               INTO  WK-FLD-MEI
             MOVE  CFSHO-REKI-TEKIYO-YMD OF WK-SHO-OLD(WK-K)
               TO  WK-OLD-NUM
             MOVE  CFSHO-REKI-TEKIYO-YMD OF WK-SHO-NEW(WK-K)
               TO  WK-NEW-NUM
             PERFORM  N-DIFF-RTN
             MOVE  SPACE  TO  WK-FLD-MEI
             STRING  "旧単価("  DELIMITED BY SIZE
                     WK-K  DELIMITED BY SIZE
                     ")単価"  DELIMITED BY SIZE
               INTO  WK-FLD-MEI
             MOVE  CFSHO-REKI-TANKA OF WK-SHO-OLD(WK-K)  TO  WK-OLD-NUM
             MOVE  CFSHO-REKI-TANKA OF WK-SHO-NEW(WK-K)  TO  WK-NEW-NUM
             PERFORM  N-DIFF-RTN
           END-PERFORM.
           MOVE  "数量割引件数"  TO  WK-FLD-MEI.
           MOVE  CFSHO-WARIBIKI-CNT OF WK-SHO-OLD  TO  WK-OLD-NUM.
           MOVE  CFSHO-WARIBIKI-CNT OF WK-SHO-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           PERFORM  VARYING  WK-K  FROM  1  BY  1
             UNTIL  WK-K  >  3
             MOVE  SPACE  TO  WK-FLD-MEI
             STRING  "数量割引("  DELIMITED BY SIZE
                     WK-K  DELIMITED BY SIZE
                     ")数量"  DELIMITED BY SIZE
               INTO  WK-FLD-MEI
             MOVE  CFSHO-WARIBIKI-SURYO OF WK-SHO-OLD(WK-K)
               TO  WK-OLD-NUM
             MOVE  CFSHO-WARIBIKI-SURYO OF WK-SHO-NEW(WK-K)
               TO  WK-NEW-NUM
             PERFORM  N-DIFF-RTN
             MOVE  SPACE  TO  WK-FLD-MEI
             STRING  "数量割引("  DELIMITED BY SIZE
                     WK-K  DELIMITED BY SIZE
                     ")割引率％"  DELIMITED BY SIZE
               INTO  WK-FLD-MEI
             MOVE  CFSHO-WARIBIKI-RITSU OF WK-SHO-OLD(WK-K)
               TO  WK-OLD-NUM
             MOVE  CFSHO-WARIBIKI-RITSU OF WK-SHO-NEW(WK-K)
               TO  WK-NEW-NUM
             PERFORM  N-DIFF-RTN
           END-PERFORM.
           MOVE  "在庫数"  TO  WK-FLD-MEI.
           MOVE  CFSHO-ZAIKO-SURYO OF WK-SHO-OLD  TO  WK-OLD-NUM.
           MOVE  CFSHO-ZAIKO-SURYO OF WK-SHO-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "発注点"  TO  WK-FLD-MEI.
           MOVE  CFSHO-HACHU-TEN OF WK-SHO-OLD  TO  WK-OLD-NUM.
           MOVE  CFSHO-HACHU-TEN OF WK-SHO-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "仕入先コード"  TO  WK-FLD-MEI.
           MOVE  CFSHO-SHIIRE-COD OF WK-SHO-OLD  TO  WK-OLD-VAL.
           MOVE  CFSHO-SHIIRE-COD OF WK-SHO-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "移動平均原価"  TO  WK-FLD-MEI.
           MOVE  "Y"  TO  WK-DEC-FLG.
           MOVE  CFSHO-GENKA OF WK-SHO-OLD  TO  WK-OLD-NUM.
           MOVE  CFSHO-GENKA OF WK-SHO-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "ケース入数"  TO  WK-FLD-MEI.
           MOVE  CFSHO-CASE-IRISU OF WK-SHO-OLD  TO  WK-OLD-NUM.
           MOVE  CFSHO-CASE-IRISU OF WK-SHO-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "商品重量（ｋｇ）"  TO  WK-FLD-MEI.
           MOVE  "Y"  TO  WK-DEC-FLG.
           MOVE  CFSHO-JURYO OF WK-SHO-OLD  TO  WK-OLD-NUM.
           MOVE  CFSHO-JURYO OF WK-SHO-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "原産国"  TO  WK-FLD-MEI.
           MOVE  CFSHO-GENSAN-KOKU OF WK-SHO-OLD  TO  WK-OLD-VAL.
           MOVE  CFSHO-GENSAN-KOKU OF WK-SHO-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "ＨＳ関税分類番号"  TO  WK-FLD-MEI.
           MOVE  CFSHO-HS-COD OF WK-SHO-OLD  TO  WK-OLD-VAL.
           MOVE  CFSHO-HS-COD OF WK-SHO-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 拠点別在庫(KCCFLOC)の項目比較
      ********************************************************
       LOC-DIFF-RTN               SECTION.
           MOVE  "商品番号"  TO  WK-FLD-MEI.
           MOVE  CFLOC-SHOHIN-NO OF WK-LOC-OLD  TO  WK-OLD-VAL.
           MOVE  CFLOC-SHOHIN-NO OF WK-LOC-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "拠点コード"  TO  WK-FLD-MEI.
           MOVE  CFLOC-LOC-COD OF WK-LOC-OLD  TO  WK-OLD-VAL.
           MOVE  CFLOC-LOC-COD OF WK-LOC-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "拠点在庫数"  TO  WK-FLD-MEI.
           MOVE  CFLOC-ZAIKO-SURYO OF WK-LOC-OLD  TO  WK-OLD-NUM.
           MOVE  CFLOC-ZAIKO-SURYO OF WK-LOC-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 受注データベース(KJCODB)の項目比較
      ********************************************************
       ODB-DIFF-RTN               SECTION.
           MOVE  "受注番号"  TO  WK-FLD-MEI.
           MOVE  ODB-JUCHU-NO OF WK-ODB-OLD  TO  WK-OLD-VAL.
           MOVE  ODB-JUCHU-NO OF WK-ODB-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "明細行番号"  TO  WK-FLD-MEI.
           MOVE  ODB-LINE-NO OF WK-ODB-OLD  TO  WK-OLD-NUM.
           MOVE  ODB-LINE-NO OF WK-ODB-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "データ区分"  TO  WK-FLD-MEI.
           MOVE  ODB-DATA-KBN OF WK-ODB-OLD  TO  WK-OLD-VAL.
           MOVE  ODB-DATA-KBN OF WK-ODB-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "受注日"  TO  WK-FLD-MEI.
           MOVE  ODB-JUCHU-YMD OF WK-ODB-OLD  TO  WK-OLD-NUM.
           MOVE  ODB-JUCHU-YMD OF WK-ODB-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "得意先コード"  TO  WK-FLD-MEI.
           MOVE  ODB-TOKU-COD OF WK-ODB-OLD  TO  WK-OLD-VAL.
           MOVE  ODB-TOKU-COD OF WK-ODB-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "商品番号"  TO  WK-FLD-MEI.
           MOVE  ODB-SHOHIN-NO OF WK-ODB-OLD  TO  WK-OLD-VAL.
           MOVE  ODB-SHOHIN-NO OF WK-ODB-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "数量"  TO  WK-FLD-MEI.
           MOVE  ODB-SURYO OF WK-ODB-OLD  TO  WK-OLD-VAL.
           MOVE  ODB-SURYO OF WK-ODB-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "到達ステージ"  TO  WK-FLD-MEI.
           MOVE  ODB-STAGE OF WK-ODB-OLD  TO  WK-OLD-VAL.
           MOVE  ODB-STAGE OF WK-ODB-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "最終結果"  TO  WK-FLD-MEI.
           MOVE  ODB-RESULT OF WK-ODB-OLD  TO  WK-OLD-VAL.
           MOVE  ODB-RESULT OF WK-ODB-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "チェック結果"  TO  WK-FLD-MEI.
           MOVE  ODB-ERR-KBN-TBL OF WK-ODB-OLD  TO  WK-OLD-VAL.
           MOVE  ODB-ERR-KBN-TBL OF WK-ODB-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "金額"  TO  WK-FLD-MEI.
           MOVE  ODB-KINGAKU OF WK-ODB-OLD  TO  WK-OLD-NUM.
           MOVE  ODB-KINGAKU OF WK-ODB-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "税額"  TO  WK-FLD-MEI.
           MOVE  ODB-ZEIGAKU OF WK-ODB-OLD  TO  WK-OLD-NUM.
           MOVE  ODB-ZEIGAKU OF WK-ODB-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "確約納期"  TO  WK-FLD-MEI.
           MOVE  ODB-YAKUSOKU-YMD OF WK-ODB-OLD  TO  WK-OLD-NUM.
           MOVE  ODB-YAKUSOKU-YMD OF WK-ODB-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "最終更新の実行日"  TO  WK-FLD-MEI.
           MOVE  ODB-RUN-DATE OF WK-ODB-OLD  TO  WK-OLD-NUM.
           MOVE  ODB-RUN-DATE OF WK-ODB-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "実行連番"  TO  WK-FLD-MEI.
           MOVE  ODB-RUN-SEQ OF WK-ODB-OLD  TO  WK-OLD-VAL.
           MOVE  ODB-RUN-SEQ OF WK-ODB-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "変更元受注番号"  TO  WK-FLD-MEI.
           MOVE  ODB-ORIG-JUCHU-NO OF WK-ODB-OLD  TO  WK-OLD-VAL.
           MOVE  ODB-ORIG-JUCHU-NO OF WK-ODB-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "希望納期"  TO  WK-FLD-MEI.
           MOVE  ODB-NOKI-YMD OF WK-ODB-OLD  TO  WK-OLD-NUM.
           MOVE  ODB-NOKI-YMD OF WK-ODB-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "納品先コード"  TO  WK-FLD-MEI.
           MOVE  ODB-NOHIN-COD OF WK-ODB-OLD  TO  WK-OLD-VAL.
           MOVE  ODB-NOHIN-COD OF WK-ODB-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "当初受注数量"  TO  WK-FLD-MEI.
           MOVE  ODB-TOSHO-SURYO OF WK-ODB-OLD  TO  WK-OLD-VAL.
           MOVE  ODB-TOSHO-SURYO OF WK-ODB-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "当初基準納期"  TO  WK-FLD-MEI.
           MOVE  ODB-TOSHO-NOKI-YMD OF WK-ODB-OLD  TO  WK-OLD-NUM.
           MOVE  ODB-TOSHO-NOKI-YMD OF WK-ODB-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 得意先マスタ(KCCFTOK)の項目比較
      ********************************************************
       CMF-DIFF-RTN               SECTION.
           MOVE  "得意先コード"  TO  WK-FLD-MEI.
           MOVE  CFTOK-TOKU-COD OF WK-TOK-OLD  TO  WK-OLD-VAL.
           MOVE  CFTOK-TOKU-COD OF WK-TOK-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "得意先名"  TO  WK-FLD-MEI.
           MOVE  CFTOK-TOKU-MEI OF WK-TOK-OLD  TO  WK-OLD-VAL.
           MOVE  CFTOK-TOKU-MEI OF WK-TOK-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "通貨コード"  TO  WK-FLD-MEI.
           MOVE  CFTOK-TSUKA-COD OF WK-TOK-OLD  TO  WK-OLD-VAL.
           MOVE  CFTOK-TSUKA-COD OF WK-TOK-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "与信限度額"  TO  WK-FLD-MEI.
           MOVE  CFTOK-CREDIT-LIMIT OF WK-TOK-OLD  TO  WK-OLD-NUM.
           MOVE  CFTOK-CREDIT-LIMIT OF WK-TOK-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "残高（未回収金額）"  TO  WK-FLD-MEI.
           MOVE  CFTOK-ZANDAKA OF WK-TOK-OLD  TO  WK-OLD-NUM.
           MOVE  CFTOK-ZANDAKA OF WK-TOK-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "既定出荷拠点"  TO  WK-FLD-MEI.
           MOVE  CFTOK-LOC-COD OF WK-TOK-OLD  TO  WK-OLD-VAL.
           MOVE  CFTOK-LOC-COD OF WK-TOK-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "請求明細区分"  TO  WK-FLD-MEI.
           MOVE  CFTOK-MEISAI-KBN OF WK-TOK-OLD  TO  WK-OLD-VAL.
           MOVE  CFTOK-MEISAI-KBN OF WK-TOK-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "親得意先コード"  TO  WK-FLD-MEI.
           MOVE  CFTOK-PARENT-COD OF WK-TOK-OLD  TO  WK-OLD-VAL.
           MOVE  CFTOK-PARENT-COD OF WK-TOK-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "配送ゾーン"  TO  WK-FLD-MEI.
           MOVE  CFTOK-ZONE-COD OF WK-TOK-OLD  TO  WK-OLD-VAL.
           MOVE  CFTOK-ZONE-COD OF WK-TOK-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "送料無料しきい値"  TO  WK-FLD-MEI.
           MOVE  CFTOK-FREIGHT-FREE OF WK-TOK-OLD  TO  WK-OLD-NUM.
           MOVE  CFTOK-FREIGHT-FREE OF WK-TOK-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "請求締め日"  TO  WK-FLD-MEI.
           MOVE  CFTOK-SHIME-DD OF WK-TOK-OLD  TO  WK-OLD-NUM.
           MOVE  CFTOK-SHIME-DD OF WK-TOK-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "支払月"  TO  WK-FLD-MEI.
           MOVE  CFTOK-SHIHARAI-TSUKI OF WK-TOK-OLD  TO  WK-OLD-NUM.
           MOVE  CFTOK-SHIHARAI-TSUKI OF WK-TOK-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "支払日"  TO  WK-FLD-MEI.
           MOVE  CFTOK-SHIHARAI-DD OF WK-TOK-OLD  TO  WK-OLD-NUM.
           MOVE  CFTOK-SHIHARAI-DD OF WK-TOK-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "最低残賞味期限日数"  TO  WK-FLD-MEI.
           MOVE  CFTOK-ZANKIGEN-DAYS OF WK-TOK-OLD  TO  WK-OLD-NUM.
           MOVE  CFTOK-ZANKIGEN-DAYS OF WK-TOK-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "延滞利息区分"  TO  WK-FLD-MEI.
           MOVE  CFTOK-RISOKU-KBN OF WK-TOK-OLD  TO  WK-OLD-VAL.
           MOVE  CFTOK-RISOKU-KBN OF WK-TOK-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "返金先銀行番号"  TO  WK-FLD-MEI.
           MOVE  CFTOK-GINKO-COD OF WK-TOK-OLD  TO  WK-OLD-NUM.
           MOVE  CFTOK-GINKO-COD OF WK-TOK-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "返金先銀行名"  TO  WK-FLD-MEI.
           MOVE  CFTOK-GINKO-MEI OF WK-TOK-OLD  TO  WK-OLD-VAL.
           MOVE  CFTOK-GINKO-MEI OF WK-TOK-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "返金先支店番号"  TO  WK-FLD-MEI.
           MOVE  CFTOK-SHITEN-COD OF WK-TOK-OLD  TO  WK-OLD-NUM.
           MOVE  CFTOK-SHITEN-COD OF WK-TOK-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "返金先支店名"  TO  WK-FLD-MEI.
           MOVE  CFTOK-SHITEN-MEI OF WK-TOK-OLD  TO  WK-OLD-VAL.
           MOVE  CFTOK-SHITEN-MEI OF WK-TOK-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "返金先預金種目"  TO  WK-FLD-MEI.
           MOVE  CFTOK-YOKIN-SHUMOKU OF WK-TOK-OLD  TO  WK-OLD-NUM.
           MOVE  CFTOK-YOKIN-SHUMOKU OF WK-TOK-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "返金先口座番号"  TO  WK-FLD-MEI.
           MOVE  CFTOK-KOZA-NO OF WK-TOK-OLD  TO  WK-OLD-NUM.
           MOVE  CFTOK-KOZA-NO OF WK-TOK-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
           MOVE  "返金先口座名義"  TO  WK-FLD-MEI.
           MOVE  CFTOK-KOZA-MEI OF WK-TOK-OLD  TO  WK-OLD-VAL.
           MOVE  CFTOK-KOZA-MEI OF WK-TOK-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "消費税区分"  TO  WK-FLD-MEI.
           MOVE  CFTOK-ZEI-KBN OF WK-TOK-OLD  TO  WK-OLD-VAL.
           MOVE  CFTOK-ZEI-KBN OF WK-TOK-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "取引状態"  TO  WK-FLD-MEI.
           MOVE  CFTOK-TORIHIKI-KBN OF WK-TOK-OLD  TO  WK-OLD-VAL.
           MOVE  CFTOK-TORIHIKI-KBN OF WK-TOK-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "取引状態の理由"  TO  WK-FLD-MEI.
           MOVE  CFTOK-TORIHIKI-RIYU OF WK-TOK-OLD  TO  WK-OLD-VAL.
           MOVE  CFTOK-TORIHIKI-RIYU OF WK-TOK-NEW  TO  WK-NEW-VAL.
           PERFORM  X-DIFF-RTN.
           MOVE  "取引状態の変更日"  TO  WK-FLD-MEI.
           MOVE  CFTOK-TORIHIKI-YMD OF WK-TOK-OLD  TO  WK-OLD-NUM.
           MOVE  CFTOK-TORIHIKI-YMD OF WK-TOK-NEW  TO  WK-NEW-NUM.
           PERFORM  N-DIFF-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 文字項目の比較　値が違えば1行印字
      ********************************************************
       X-DIFF-RTN                 SECTION.
           IF  WK-OLD-VAL  NOT  =  WK-NEW-VAL  THEN
             PERFORM  DIFF-LINE-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 数値項目の比較　値が違えば編集して1行印字
      * （WK-DEC-FLG="Y"は小数2桁で編集）
      ********************************************************
       N-DIFF-RTN                 SECTION.
           IF  WK-OLD-NUM  NOT  =  WK-NEW-NUM  THEN
             IF  WK-DEC-FLG  =  "Y"  THEN
               MOVE  WK-OLD-NUM  TO  WK-DEC-EDIT
               MOVE  FUNCTION TRIM(WK-DEC-EDIT)  TO  WK-OLD-VAL
               MOVE  WK-NEW-NUM  TO  WK-DEC-EDIT
               MOVE  FUNCTION TRIM(WK-DEC-EDIT)  TO  WK-NEW-VAL
             ELSE
               MOVE  WK-OLD-NUM  TO  WK-INT-EDIT
               MOVE  FUNCTION TRIM(WK-INT-EDIT)  TO  WK-OLD-VAL
               MOVE  WK-NEW-NUM  TO  WK-INT-EDIT
               MOVE  FUNCTION TRIM(WK-INT-EDIT)  TO  WK-NEW-VAL
             END-IF
             PERFORM  DIFF-LINE-RTN
           END-IF.
           MOVE  "N"  TO  WK-DEC-FLG.
       EXT.
           EXIT.
      ********************************************************
      * 変更項目1行　項目名：変更前→変更後
      ********************************************************
       DIFF-LINE-RTN              SECTION.
           ADD  1  TO  WK-REC-DIFF.
           ADD  1  TO  DIFF-CNT.
           IF  WK-OLD-VAL  =  SPACE  THEN
             MOVE  "（空白）"  TO  WK-OLD-VAL
           END-IF.
           IF  WK-NEW-VAL  =  SPACE  THEN
             MOVE  "（空白）"  TO  WK-NEW-VAL
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "      "  DELIMITED BY SIZE
                   WK-FLD-MEI  DELIMITED BY SIZE
                   "："  DELIMITED BY SIZE
                   WK-OLD-VAL  DELIMITED BY "  "
                   " → "  DELIMITED BY SIZE
                   WK-NEW-VAL  DELIMITED BY SIZE
             INTO  RPT-REC.
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
             DISPLAY  "*** 操作記録テーブル上限超過"
             IF  WK-COMP-CD  <  8  THEN
               MOVE  8  TO  WK-COMP-CD
             END-IF
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "ジャーナル件数="  DELIMITED BY SIZE
                   BIJ-CNT  DELIMITED BY SIZE
                   "　抽出件数="  DELIMITED BY SIZE
                   SEL-CNT  DELIMITED BY SIZE
                   "　変更項目数="  DELIMITED BY SIZE
                   DIFF-CNT  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           IF  WK-BIJ-OPEN-FLG  =  "Y"  THEN
             CLOSE  BIJ-FILE
           END-IF.
           CLOSE  RPT-FILE.
           DISPLAY  "BIJ-CNT=  "  BIJ-CNT.
           DISPLAY  "SEL-CNT=  "  SEL-CNT.
           DISPLAY  "DIFF-CNT= "  DIFF-CNT.
           DISPLAY  "ACT-CNT=  "  ACT-CNT.
           DISPLAY  "RPT-CNT=  "  RPT-CNT.
           DISPLAY  "*** END KCBM073 ***".
       EXT.
           EXIT.
