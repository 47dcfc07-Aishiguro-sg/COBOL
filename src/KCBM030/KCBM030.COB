      * サブシステム名：共通
      * プログラム名  ：バッチ監視（夜間ウォッチドッグ）
      * 作成日／作成者：２０２６年９月３日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：ジョブスケジューラ(KCBM074)の実行記録を
      *                 取り込み、ステップの異常終了をKCW0304で通報
      ********************************************************
      *朝のKJBM075で壊れたことを知るのでは応答期限に間に合わない
      *ため、夜間の時間帯に本プログラムを定期起動して逸脱だけを
      *  2. 所要時間が標準×(100＋許容率)％を超えた（長時間実行）
      *  3. 入力があるのに出力ゼロで終わった　　　　（空出力）
      *を検出し、KCBS050のカタログメッセージ（KCW0301〜KCW0303）
      *で通報する。あわせて、ジョブスケジューラ(KCBM074)がJOBLOG
      *へ記録したステップの実行記録のうち、当日最後の記録が異常
      *終了のもの（監視対象の定義有無によらない）を
      *  4. 最大完了コードを超えて終了した　　　　（異常終了）
      *としてKCW0304で通報する。
      *逸脱のみの例外一覧(RPT)を出力する
      *（逸脱なし＝見出しと「逸脱なし」の1行だけ）。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
           03  RUNT-END-TIME      PIC  9(6).
           03  RUNT-IN-CNT        PIC  9(7).
           03  RUNT-OUT-CNT       PIC  9(7).
      *スケジューラの実行記録（空白=なし　S=正常　F=異常終了）
           03  RUNT-SCH-KBN       PIC  X(1).
           03  RUNT-SCH-RC        PIC  9(3).
           03  RUNT-STREAM        PIC  X(8).
           03  RUNT-STEP          PIC  X(3).
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
      *所要時間の算出（秒）と許容秒数　時刻は時分秒に分解して使う
       01  WK-TIME6               PIC  9(6)    VALUE  0.
       COPY  KCBS050P.
      *編集用
       01  WK-MIN-DISP            PIC  ZZZZ9.
       01  WK-RC-DISP             PIC  ZZ9.
      ********************************************************
      * バッチ監視の主処理
      ********************************************************
           EXIT.
      ********************************************************
      * 当日実績1件の取り込み（同一プログラムは最新で上書き）
      * スケジューラの実行記録は正常／異常の区分だけを上書きし、
      * 時刻・件数は子バッチ自身の運転実績を残す（運転実績が
      * ない＝途中で異常終了したときだけ記録の時刻を使う）
      ********************************************************
       RUN-MERGE-RTN              SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
               ADD  1  TO  RUNT-CNT
               SET  RUNT-IDX  TO  RUNT-CNT
               MOVE  JLOG-PGM-ID  TO  RUNT-PGM-ID(RUNT-IDX)
               MOVE  SPACE        TO  RUNT-SCH-KBN(RUNT-IDX)
               MOVE  ZERO         TO  RUNT-SCH-RC(RUNT-IDX)
               MOVE  SPACE        TO  RUNT-STREAM(RUNT-IDX)
               MOVE  SPACE        TO  RUNT-STEP(RUNT-IDX)
             ELSE
               GO  TO  RUN-MERGE-EXT
             END-IF
           END-IF.
           IF  JLOG-KBN  NOT  =  SPACE  THEN
             MOVE  JLOG-KBN     TO  RUNT-SCH-KBN(RUNT-IDX)
             MOVE  JLOG-RC      TO  RUNT-SCH-RC(RUNT-IDX)
             MOVE  JLOG-STREAM  TO  RUNT-STREAM(RUNT-IDX)
             MOVE  JLOG-STEP    TO  RUNT-STEP(RUNT-IDX)
             IF  WK-FOUND-FLG  =  "Y"  THEN
               GO  TO  RUN-MERGE-EXT
             END-IF
           END-IF.
           MOVE  JLOG-START-TIME  TO  RUNT-START-TIME(RUNT-IDX).
           MOVE  JLOG-END-TIME    TO  RUNT-END-TIME(RUNT-IDX).
           MOVE  JLOG-IN-CNT      TO  RUNT-IN-CNT(RUNT-IDX).
             UNTIL  SCHT-IDX  >  SCHT-CNT
             PERFORM  CHECK-ONE-RTN
           END-PERFORM.
           PERFORM  VARYING  RUNT-IDX  FROM  1  BY  1
             UNTIL  RUNT-IDX  >  RUNT-CNT
             IF  RUNT-SCH-KBN(RUNT-IDX)  =  "F"  THEN
               PERFORM  WARN-FAIL-RTN
             END-IF
           END-PERFORM.
           IF  WARN-CNT  =  0  THEN
             MOVE  SPACE  TO  RPT-REC
             MOVE  "逸脱なし"  TO  RPT-REC
       EXT.
           EXIT.
      ********************************************************
      * スケジューラのステップ異常終了の通報
      ********************************************************
       WARN-FAIL-RTN              SECTION.
           ADD  1  TO  WARN-CNT.
           MOVE  "KCBM030"  TO  S050-PGM-ID.
           MOVE  "KCW0304"  TO  S050-MSG-ID.
           MOVE  SPACE      TO  S050-SUB-TEXT.
           STRING  RUNT-PGM-ID(RUNT-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   RUNT-STREAM(RUNT-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   RUNT-STEP(RUNT-IDX)  DELIMITED BY SIZE
             INTO  S050-SUB-TEXT.
           CALL  "KCBS050"  USING  KCBS050-P1.
           MOVE  RUNT-SCH-RC(RUNT-IDX)  TO  WK-RC-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "異常終了　 "  DELIMITED BY SIZE
                   RUNT-PGM-ID(RUNT-IDX)  DELIMITED BY SIZE
                   " ストリーム="  DELIMITED BY SIZE
                   RUNT-STREAM(RUNT-IDX)  DELIMITED BY SIZE
                   " ステップ="  DELIMITED BY SIZE
                   RUNT-STEP(RUNT-IDX)  DELIMITED BY SIZE
                   " RC="  DELIMITED BY SIZE
                   WK-RC-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
