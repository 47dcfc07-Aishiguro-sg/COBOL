       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM055.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：ＥＤＩ請求書の再送
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：担当者の確認を権限照合のみ(C)に変更
      *                 （環境変数指定のためパスワード入力なし）
      ********************************************************
      *請求書発行(KUBM030)がＥＤＩ請求先へ送ったＥＤＩ請求書を、
      *得意先の依頼等で再送する。再送は担当者が再送指示(ERQ、
      *KUCFERQ形式)に請求書番号・送信回数・理由を記入して指示
      *したものだけを行い、発行処理の再実行で二重に送ることは
      *ない（KUBM030はＥＤＩ送信レジスタの最大番号以下を送らない）。
      *再送指示をＥＤＩ送信レジスタ(EDIREG、KUCFEDR形式)と突き
      *合わせ、正しい指示の請求書の行を送信控え(EDIHST)から
      *ＥＤＩ請求書ファイル(EDIINV、KUCFEDI形式)へ写す。写す行は
      *送信区分を"R"、送信回数を指示の回数へ書き換え、受け手が
      *再送であることを判別できるようにする。再送した請求書は
      *送信区分"R"・指示者・理由付きでレジスタへ追記する。
      *  送信実績のない請求書（ＥＤＩ請求先でない・未送信）
      *  送信回数がレジスタの最終送信回数＋1でない指示（同じ
      *  指示での再実行を含む）・同じ請求書の重複指示
      *  理由のない指示・送信控えに行のない請求書
      *はエラーとして一覧に出し、再送しない（完了コード8）。
      *指示者は環境変数KUBM055-OPERATORで指定し、KCBS070で確認
      *する（権限機能"E"＝ＥＤＩ請求書の再送）。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT ＥＤＩ請求書再送指示
           SELECT  ERQ-FILE  ASSIGN TO  EXTERNAL  ERQ
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS ERQ-STATUS.
      *ＥＤＩ送信レジスタ（全件読込後、再送分を追記）
           SELECT  EDR-FILE  ASSIGN TO  EXTERNAL  EDIREG
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS EDR-STATUS.
      *INPUT ＥＤＩ請求書の送信控え（KUBM030が追記）
           SELECT  EDH-FILE  ASSIGN TO  EXTERNAL  EDIHST
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS EDH-STATUS.
      *OUTPUT ＥＤＩ請求書ファイル（再送分）
           SELECT  EDI-FILE  ASSIGN TO  EXTERNAL  EDIINV
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 再送一覧・エラー一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  ERQ-FILE.
       01  ERQ-REC.
           COPY  KUCFERQ.
       FD  EDR-FILE.
       01  EDR-REC.
           COPY  KUCFEDR.
       FD  EDH-FILE.
       01  EDH-REC.
           COPY  KUCFEDI.
       FD  EDI-FILE.
       01  EDI-REC                PIC  X(200).
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  ERQ-STATUS             PIC  X(2)    VALUE  SPACE.
       01  EDR-STATUS             PIC  X(2)    VALUE  SPACE.
       01  EDH-STATUS             PIC  X(2)    VALUE  SPACE.
       01  ERQ-CNT                PIC  9(5)    VALUE  0.
       01  SEND-CNT               PIC  9(5)    VALUE  0.
       01  NG-CNT                 PIC  9(5)    VALUE  0.
       01  EDI-CNT                PIC  9(7)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
      *担当者認証(KCBS070)への連絡領域と指示者ＩＤ
       COPY  KCBS070P.
       01  WK-OPR-ID              PIC  X(8)    VALUE  SPACE.
       01  WK-TODAY-YMD           PIC  9(8)    VALUE  0.
       01  WK-RUN-ID              PIC  X(14)   VALUE  SPACE.
      *送信レジスタの請求書別の最終送信回数
       01  ERT-CNT                PIC  9(4)    VALUE  ZERO.
       01  ERT-OVER-FLG           PIC  X       VALUE  "N".
       01  ERT-TBL.
         02  ERT-ENT  OCCURS 9999 TIMES INDEXED BY ERT-IDX.
           03  ERT-INV-NO         PIC  9(7).
           03  ERT-TOKU-COD       PIC  X(4).
           03  ERT-LAST-SEQ       PIC  9(2).
           03  ERT-KINGAKU        PIC  S9(9).
       01  WK-ERT-POS             PIC  9(4)    VALUE  0.
       01  WK-FIND-INV-NO         PIC  9(7)    VALUE  0.
      *再送指示のテーブル（判定結果と写した行数）
       01  RQT-CNT                PIC  9(3)    VALUE  ZERO.
       01  RQT-TBL.
         02  RQT-ENT  OCCURS 500 TIMES INDEXED BY RQT-IDX.
           03  RQT-INV-NO         PIC  9(7).
           03  RQT-SEND-SEQ       PIC  9(2).
           03  RQT-RIYU           PIC  X(30).
           03  RQT-ERT-POS        PIC  9(4).
           03  RQT-ERR-MSG        PIC  X(40).
           03  RQT-LINE-CNT       PIC  9(5).
           03  RQT-DTL-CNT        PIC  9(5).
       01  WK-RQT-POS             PIC  9(3)    VALUE  0.
       01  WK-DUP-FLG             PIC  X       VALUE  "N".
       01  WK-SEQ-X               PIC  9(2)    VALUE  0.
      *申請1件の判定用
       01  WK-ERR-MSG             PIC  X(40)   VALUE  SPACE.
      *編集用
       01  WK-KIN-DISP            PIC  ----,---,--9.
      ********************************************************
      * ＥＤＩ請求書再送の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KUBM055 ***".
           PERFORM  INIT-RTN.
           PERFORM  LOAD-EDR-RTN.
           IF  ERT-OVER-FLG  =  "Y"  THEN
             DISPLAY  "*** 送信レジスタ上限超過"
                      "　再送せず"
             PERFORM  TERM-RTN
             MOVE  16  TO  RETURN-CODE
             STOP  RUN
           END-IF.
           PERFORM  LOAD-ERQ-RTN.
           PERFORM  COPY-RTN.
           PERFORM  RESULT-RTN.
           PERFORM  TERM-RTN.
           IF  NG-CNT  >  0  THEN
             MOVE  8  TO  RETURN-CODE
           END-IF.
           STOP  RUN.
      ********************************************************
      * 開始処理　指示者の確認
      ********************************************************
       INIT-RTN                   SECTION.
           MOVE  FUNCTION CURRENT-DATE(1:8)   TO  WK-TODAY-YMD.
           MOVE  FUNCTION CURRENT-DATE(1:14)  TO  WK-RUN-ID.
           ACCEPT  WK-OPR-ID  FROM  ENVIRONMENT
                   "KUBM055-OPERATOR".
           MOVE  "C"        TO  S070-ACTION.
           MOVE  WK-OPR-ID  TO  S070-OPR-ID.
           MOVE  "KUBM055"  TO  S070-PGM-ID.
           MOVE  "E"        TO  S070-FUNC.
           CALL  "KCBS070"  USING  KCBS070-P1.
           EVALUATE  S070-RCD
             WHEN  SPACE
               DISPLAY  "指示者：" S070-OPR-MEI
             WHEN  "O"
               DISPLAY  "担当者マスタ未整備　匿名で続行"
             WHEN  OTHER
               DISPLAY  "担当者権限なし　中止"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-EVALUATE.
           OPEN  OUTPUT  EDI-FILE.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "ＥＤＩ請求書　再送一覧"  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * ＥＤＩ送信レジスタの読込　請求書別に最終送信回数を持つ
      ********************************************************
       LOAD-EDR-RTN               SECTION.
           OPEN  INPUT  EDR-FILE.
           IF  EDR-STATUS  NOT  =  "00"  THEN
             DISPLAY  "ＥＤＩ送信レジスタなし"
             GO  TO  LOAD-EDR-EXT
           END-IF.
           PERFORM  UNTIL  EDR-STATUS  NOT  =  "00"
             READ  EDR-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 PERFORM  ERT-POST-RTN
             END-READ
           END-PERFORM.
           CLOSE  EDR-FILE.
       LOAD-EDR-EXT.
           EXIT.
      ********************************************************
      * 送信レジスタ1件の取り込み（請求書番号で引き当て、なければ
      * 追加。送信回数は大きい方を残す）
      ********************************************************
       ERT-POST-RTN               SECTION.
           MOVE  EDR-INV-NO  TO  WK-FIND-INV-NO.
           PERFORM  ERT-FIND-RTN.
           IF  WK-ERT-POS  =  0  THEN
             IF  ERT-CNT  >=  9999  THEN
               MOVE  "Y"  TO  ERT-OVER-FLG
               GO  TO  ERT-POST-EXT
             END-IF
             ADD  1  TO  ERT-CNT
             MOVE  ERT-CNT  TO  WK-ERT-POS
             MOVE  EDR-INV-NO    TO  ERT-INV-NO(WK-ERT-POS)
             MOVE  EDR-TOKU-COD  TO  ERT-TOKU-COD(WK-ERT-POS)
             MOVE  EDR-KINGAKU   TO  ERT-KINGAKU(WK-ERT-POS)
             MOVE  0             TO  ERT-LAST-SEQ(WK-ERT-POS)
           END-IF.
           IF  EDR-SEND-SEQ  >  ERT-LAST-SEQ(WK-ERT-POS)  THEN
             MOVE  EDR-SEND-SEQ  TO  ERT-LAST-SEQ(WK-ERT-POS)
           END-IF.
       ERT-POST-EXT.
           EXIT.
      ********************************************************
      * 請求書番号(WK-FIND-INV-NO)の送信レジスタ引き当て
      * （WK-ERT-POS　なしはゼロ）
      ********************************************************
       ERT-FIND-RTN               SECTION.
           MOVE  0  TO  WK-ERT-POS.
           PERFORM  VARYING  ERT-IDX  FROM  1  BY  1
             UNTIL  (ERT-IDX  >  ERT-CNT)  OR  (WK-ERT-POS  >  0)
             IF  ERT-INV-NO(ERT-IDX)  =  WK-FIND-INV-NO  THEN
               SET  WK-ERT-POS  TO  ERT-IDX
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 再送指示の読込と判定
      ********************************************************
       LOAD-ERQ-RTN               SECTION.
           OPEN  INPUT  ERQ-FILE.
           IF  ERQ-STATUS  NOT  =  "00"  THEN
             DISPLAY  "再送指示なし"
             GO  TO  LOAD-ERQ-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  ERQ-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  ERQ-CNT
                 IF  RQT-CNT  <  500  THEN
                   PERFORM  CHECK-RTN
                   ADD  1  TO  RQT-CNT
                   SET  RQT-IDX  TO  RQT-CNT
                   MOVE  ERQ-INV-NO    TO  RQT-INV-NO(RQT-IDX)
                   MOVE  ERQ-SEND-SEQ  TO  RQT-SEND-SEQ(RQT-IDX)
                   MOVE  ERQ-RIYU      TO  RQT-RIYU(RQT-IDX)
                   MOVE  WK-ERT-POS    TO  RQT-ERT-POS(RQT-IDX)
                   MOVE  WK-ERR-MSG    TO  RQT-ERR-MSG(RQT-IDX)
                   MOVE  0             TO  RQT-LINE-CNT(RQT-IDX)
                                           RQT-DTL-CNT(RQT-IDX)
                 ELSE
                   DISPLAY  "*** 再送指示上限超過"
                            "　読み飛ばし"
                   ADD  1  TO  NG-CNT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  ERQ-FILE.
       LOAD-ERQ-EXT.
           EXIT.
      ********************************************************
      * 再送指示1件の判定　送信実績・送信回数・重複・理由
      ********************************************************
       CHECK-RTN                  SECTION.
           MOVE  SPACE  TO  WK-ERR-MSG.
           MOVE  0      TO  WK-ERT-POS.
           IF  (ERQ-INV-NO  IS  NOT  NUMERIC)  OR
               (ERQ-SEND-SEQ  IS  NOT  NUMERIC)  THEN
             MOVE  "請求書番号・送信回数不正"
               TO  WK-ERR-MSG
             GO  TO  CHECK-EXT
           END-IF.
           IF  ERQ-RIYU  =  SPACE  THEN
             MOVE  "理由なし"  TO  WK-ERR-MSG
             GO  TO  CHECK-EXT
           END-IF.
           MOVE  "N"  TO  WK-DUP-FLG.
           PERFORM  VARYING  RQT-IDX  FROM  1  BY  1
             UNTIL  (RQT-IDX  >  RQT-CNT)  OR  (WK-DUP-FLG  =  "Y")
             IF  RQT-INV-NO(RQT-IDX)  =  ERQ-INV-NO  THEN
               MOVE  "Y"  TO  WK-DUP-FLG
             END-IF
           END-PERFORM.
           IF  WK-DUP-FLG  =  "Y"  THEN
             MOVE  "同じ請求書の重複指示"  TO  WK-ERR-MSG
             GO  TO  CHECK-EXT
           END-IF.
           MOVE  ERQ-INV-NO  TO  WK-FIND-INV-NO.
           PERFORM  ERT-FIND-RTN.
           IF  WK-ERT-POS  =  0  THEN
             MOVE  "ＥＤＩ送信実績なし"  TO  WK-ERR-MSG
             GO  TO  CHECK-EXT
           END-IF.
           COMPUTE  WK-SEQ-X  =  ERT-LAST-SEQ(WK-ERT-POS)  +  1.
           IF  ERQ-SEND-SEQ  NOT  =  WK-SEQ-X  THEN
             MOVE  "送信回数が前回＋１でない"
               TO  WK-ERR-MSG
           END-IF.
       CHECK-EXT.
           EXIT.
      ********************************************************
      * 送信控えの走査　正しい指示の請求書の行を送信区分・送信
      * 回数を書き換えてＥＤＩ請求書ファイルへ写す（送信控えは
      * 初回送信の行だけを持つ）
      ********************************************************
       COPY-RTN                   SECTION.
           OPEN  INPUT  EDH-FILE.
           IF  EDH-STATUS  NOT  =  "00"  THEN
             DISPLAY  "送信控えなし"
             GO  TO  COPY-EXT
           END-IF.
           PERFORM  UNTIL  EDH-STATUS  NOT  =  "00"
             READ  EDH-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 PERFORM  COPY-ONE-RTN
             END-READ
           END-PERFORM.
           CLOSE  EDH-FILE.
       COPY-EXT.
           EXIT.
      ********************************************************
      * 送信控え1行の判定と写し
      ********************************************************
       COPY-ONE-RTN               SECTION.
           IF  (EDI-INV-NO  IS  NOT  NUMERIC)  OR
               (EDI-SEND-SEQ  NOT  =  "01")  THEN
             GO  TO  COPY-ONE-EXT
           END-IF.
           MOVE  0  TO  WK-RQT-POS.
           PERFORM  VARYING  RQT-IDX  FROM  1  BY  1
             UNTIL  (RQT-IDX  >  RQT-CNT)  OR  (WK-RQT-POS  >  0)
             IF  (RQT-INV-NO(RQT-IDX)  =  EDI-INV-NO)  AND
                 (RQT-ERR-MSG(RQT-IDX)  =  SPACE)  THEN
               SET  WK-RQT-POS  TO  RQT-IDX
             END-IF
           END-PERFORM.
           IF  WK-RQT-POS  =  0  THEN
             GO  TO  COPY-ONE-EXT
           END-IF.
           MOVE  "R"  TO  EDI-SEND-KBN.
           MOVE  RQT-SEND-SEQ(WK-RQT-POS)  TO  EDI-SEND-SEQ.
           MOVE  EDH-REC  TO  EDI-REC.
           WRITE  EDI-REC.
           ADD  1  TO  EDI-CNT.
           ADD  1  TO  RQT-LINE-CNT(WK-RQT-POS).
           IF  EDI-REC-KBN  =  "D"  THEN
             ADD  1  TO  RQT-DTL-CNT(WK-RQT-POS)
           END-IF.
       COPY-ONE-EXT.
           EXIT.
      ********************************************************
      * 指示ごとの結果　再送した請求書はレジスタへ追記し、
      * 一覧へ再送・エラーを印字する
      ********************************************************
       RESULT-RTN                 SECTION.
           PERFORM  VARYING  RQT-IDX  FROM  1  BY  1
             UNTIL  RQT-IDX  >  RQT-CNT
             IF  (RQT-ERR-MSG(RQT-IDX)  =  SPACE)  AND
                 (RQT-LINE-CNT(RQT-IDX)  =  0)  THEN
               MOVE  "送信控えに行なし"
                 TO  RQT-ERR-MSG(RQT-IDX)
             END-IF
             IF  RQT-ERR-MSG(RQT-IDX)  =  SPACE  THEN
               PERFORM  EDR-WRITE-RTN
               PERFORM  SEND-LIST-RTN
             ELSE
               PERFORM  ERR-LIST-RTN
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * ＥＤＩ送信レジスタへ再送1件を追記
      ********************************************************
       EDR-WRITE-RTN              SECTION.
           MOVE  RQT-ERT-POS(RQT-IDX)  TO  WK-ERT-POS.
           OPEN  EXTEND  EDR-FILE.
           IF  EDR-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  EDR-FILE
           END-IF.
           MOVE  SPACE  TO  EDR-REC.
           MOVE  RQT-INV-NO(RQT-IDX)       TO  EDR-INV-NO.
           MOVE  ERT-TOKU-COD(WK-ERT-POS)  TO  EDR-TOKU-COD.
           MOVE  RQT-SEND-SEQ(RQT-IDX)     TO  EDR-SEND-SEQ.
           MOVE  WK-TODAY-YMD              TO  EDR-SEND-YMD.
           MOVE  "R"                       TO  EDR-SEND-KBN.
           MOVE  "KUBM055"                 TO  EDR-PGM-ID.
           MOVE  WK-RUN-ID                 TO  EDR-RUN-ID.
           MOVE  RQT-DTL-CNT(RQT-IDX)      TO  EDR-LINE-CNT.
           MOVE  ERT-KINGAKU(WK-ERT-POS)   TO  EDR-KINGAKU.
           MOVE  WK-OPR-ID                 TO  EDR-OPR-ID.
           MOVE  RQT-RIYU(RQT-IDX)         TO  EDR-RIYU.
           WRITE  EDR-REC.
           CLOSE  EDR-FILE.
           ADD  1  TO  SEND-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 再送行の印字
      ********************************************************
       SEND-LIST-RTN              SECTION.
           MOVE  ERT-KINGAKU(WK-ERT-POS)  TO  WK-KIN-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "再送 請求書="  DELIMITED BY SIZE
                   RQT-INV-NO(RQT-IDX)  DELIMITED BY SIZE
                   " 得意先="  DELIMITED BY SIZE
                   ERT-TOKU-COD(WK-ERT-POS)  DELIMITED BY SIZE
                   " 送信回数="  DELIMITED BY SIZE
                   RQT-SEND-SEQ(RQT-IDX)  DELIMITED BY SIZE
                   " 明細行数="  DELIMITED BY SIZE
                   RQT-DTL-CNT(RQT-IDX)  DELIMITED BY SIZE
                   " 金額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  理由="  DELIMITED BY SIZE
                   RQT-RIYU(RQT-IDX)  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * エラー行の印字（再送しない）
      ********************************************************
       ERR-LIST-RTN               SECTION.
           ADD  1  TO  NG-CNT.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "エラー 請求書="  DELIMITED BY SIZE
                   RQT-INV-NO(RQT-IDX)  DELIMITED BY SIZE
                   " 送信回数="  DELIMITED BY SIZE
                   RQT-SEND-SEQ(RQT-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   RQT-ERR-MSG(RQT-IDX)  DELIMITED BY SPACE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  EDI-FILE.
           CLOSE  RPT-FILE.
           DISPLAY  "再送指示= "  ERQ-CNT.
           DISPLAY  "再送件数= "  SEND-CNT.
           DISPLAY  "ＥＤＩ行= "  EDI-CNT.
           DISPLAY  "エラー　= "  NG-CNT.
           DISPLAY  "*** END KUBM055 ***".
       EXT.
           EXIT.
