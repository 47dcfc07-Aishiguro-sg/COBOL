       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KJBM077.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：得意先取引状態変更（トランザクション反映）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：担当者の確認を権限照合のみ(C)に変更し、
      *                 ロック中の担当者を差し戻す
      ********************************************************
      *得意先取引状態変更トランザクション(STS、KJCSTS形式)を読み、
      *得意先マスタの取引状態(CFTOK-TORIHIKI-KBN)・理由・変更日を
      *書き換える。取引状態はこのプログラムでのみ変更する。
      *  "A"=取引再開　"S"=取引停止　"C"=解約
      *担当者は担当者マスタの得意先取引状態変更権限(S)を確認する。
      *書換は更新イメージジャーナラ(KCBS060)へ前後イメージを記帳
      *し、担当者の操作記録(KCBS070)へ変更前後の状態と理由を残す
      *（KUBM049と同じ方式）。
      *次の場合は反映せずに一覧へ差し戻し理由を出し、完了コード8
      *で終了する（他のトランザクションの反映は続ける）。
      *  変更後の状態の誤り・理由の記入なし・担当者の記入なし
      *  担当者未登録・権限なし・得意先マスタなし
      *  現在と同じ状態への変更
      *  未回収残高(CFTOK-ZANDAKA)が残る得意先の解約
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 得意先取引状態変更トランザクション
           SELECT  STS-FILE  ASSIGN TO  EXTERNAL  STS
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS STS-STATUS.
      *得意先マスタ（取引状態の書換）
           SELECT  CMF-FILE  ASSIGN TO  EXTERNAL  CMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFTOK-TOKU-COD
                             FILE STATUS  IS CMF-STATUS.
      *OUTPUT 反映結果・差し戻し一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  STS-FILE.
       01  STS-REC.
           COPY  KJCSTS.
       FD  CMF-FILE.
       01  CMF-REC.
           COPY  KCCFTOK.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  STS-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  STS-CNT                PIC  9(5)    VALUE  0.
       01  UPD-CNT                PIC  9(5)    VALUE  0.
       01  NG-CNT                 PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-TODAY-YMD           PIC  9(8)    VALUE  0.
      *得意先マスタのオープン状態（"Y"=オープン済み）
       01  WK-CMF-OPEN-FLG        PIC  X       VALUE  "N".
      *トランザクション1件の判定用
       01  WK-ERR-MSG             PIC  X(40)   VALUE  SPACE.
       01  WK-OLD-KBN             PIC  X(1)    VALUE  SPACE.
       01  WK-NEW-KBN             PIC  X(1)    VALUE  SPACE.
       01  WK-KBN                 PIC  X(1)    VALUE  SPACE.
       01  WK-KBN-MEI             PIC  X(9)    VALUE  SPACE.
       01  WK-OLD-MEI             PIC  X(9)    VALUE  SPACE.
       01  WK-NEW-MEI             PIC  X(9)    VALUE  SPACE.
      *担当者認証・操作記録(KCBS070)への連絡領域　同じ担当者の
      *連続するトランザクションは前回の確認結果を使う
       COPY  KCBS070P.
       01  WK-CHK-OPR-ID          PIC  X(8)    VALUE  HIGH-VALUE.
       01  WK-CHK-RCD             PIC  X       VALUE  SPACE.
      *更新イメージジャーナラ(KCBS060)への連絡領域と更新前退避
       COPY  KCBS060P.
       01  WK-CMF-OLD-IMG         PIC  X(200)  VALUE  SPACE.
      *編集用
       01  WK-ZAN-DISP            PIC  ---,---,--9.
      ********************************************************
      * 取引状態変更の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KJBM077 ***".
           PERFORM  INIT-RTN.
           IF  WK-CMF-OPEN-FLG  =  "Y"  THEN
             PERFORM  MAIN-RTN  UNTIL  WK-END-FLG  =  "E"
             IF  NG-CNT  >  0  THEN
               MOVE  8  TO  RETURN-CODE
             END-IF
           ELSE
             MOVE  16  TO  RETURN-CODE
           END-IF.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      * 開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-TODAY-YMD.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "得意先取引状態変更　反映結果"
             TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           OPEN  I-O  CMF-FILE.
           IF  CMF-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-CMF-OPEN-FLG
           ELSE
             DISPLAY  "CMFオープン異常 STATUS="  CMF-STATUS
             GO  TO  INIT-EXT
           END-IF.
           OPEN  INPUT  STS-FILE.
           IF  STS-STATUS  NOT  =  "00"  THEN
             DISPLAY  "取引状態変更トランザクションなし"
             MOVE  "E"  TO  WK-END-FLG
           END-IF.
       INIT-EXT.
           EXIT.
      ********************************************************
      * トランザクション1件の処理
      ********************************************************
       MAIN-RTN                   SECTION.
           READ  STS-FILE
             AT  END
               MOVE  "E"  TO  WK-END-FLG
             NOT  AT  END
               ADD  1  TO  STS-CNT
               PERFORM  CHANGE-RTN
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 取引状態の変更　記入内容・担当者・得意先の確認のうえ
      * 得意先マスタを書き換え、ジャーナルと操作記録を残す
      ********************************************************
       CHANGE-RTN                 SECTION.
           PERFORM  EDIT-RTN.
           IF  WK-ERR-MSG  NOT  =  SPACE  THEN
             PERFORM  SENDBACK-RTN
             GO  TO  CHANGE-EXT
           END-IF.
           PERFORM  OPR-CHECK-RTN.
           IF  WK-ERR-MSG  NOT  =  SPACE  THEN
             PERFORM  SENDBACK-RTN
             GO  TO  CHANGE-EXT
           END-IF.
           MOVE  STS-TOKU-COD  TO  CFTOK-TOKU-COD.
           READ  CMF-FILE
             INVALID KEY
               MOVE  "得意先マスタなし"  TO  WK-ERR-MSG
           END-READ.
           IF  WK-ERR-MSG  NOT  =  SPACE  THEN
             PERFORM  SENDBACK-RTN
             GO  TO  CHANGE-EXT
           END-IF.
      *現在の状態（SPACEは取引中"A"とみなす）
           MOVE  CFTOK-TORIHIKI-KBN  TO  WK-OLD-KBN.
           IF  WK-OLD-KBN  =  SPACE  THEN
             MOVE  "A"  TO  WK-OLD-KBN
           END-IF.
           MOVE  STS-KBN  TO  WK-NEW-KBN.
           IF  WK-NEW-KBN  =  WK-OLD-KBN  THEN
             MOVE  "現在と同じ取引状態"  TO  WK-ERR-MSG
           END-IF.
           IF  (WK-NEW-KBN  =  "C")  AND
               (CFTOK-ZANDAKA  NOT  =  0)  THEN
             MOVE  "未回収残高あり解約不可"  TO  WK-ERR-MSG
           END-IF.
           IF  WK-ERR-MSG  NOT  =  SPACE  THEN
             PERFORM  SENDBACK-RTN
             GO  TO  CHANGE-EXT
           END-IF.
           MOVE  SPACE  TO  WK-CMF-OLD-IMG.
           MOVE  CMF-REC  TO  WK-CMF-OLD-IMG.
           MOVE  WK-NEW-KBN  TO  CFTOK-TORIHIKI-KBN.
           MOVE  STS-RIYU    TO  CFTOK-TORIHIKI-RIYU.
           IF  STS-YMD  =  0  THEN
             MOVE  WK-TODAY-YMD  TO  CFTOK-TORIHIKI-YMD
           ELSE
             MOVE  STS-YMD       TO  CFTOK-TORIHIKI-YMD
           END-IF.
           REWRITE  CMF-REC
             INVALID KEY
               MOVE  "得意先マスタ書換異常"  TO  WK-ERR-MSG
           END-REWRITE.
           IF  WK-ERR-MSG  NOT  =  SPACE  THEN
             PERFORM  SENDBACK-RTN
             GO  TO  CHANGE-EXT
           END-IF.
      *更新前後イメージの記帳
           MOVE  "KJBM077"  TO  S060-PGM-ID.
           MOVE  "CMF"      TO  S060-FILE-ID.
           MOVE  "R"        TO  S060-ACTION.
           MOVE  SPACE      TO  S060-KEY.
           MOVE  CFTOK-TOKU-COD  TO  S060-KEY.
           MOVE  WK-CMF-OLD-IMG  TO  S060-OLD-REC.
           MOVE  SPACE      TO  S060-NEW-REC.
           MOVE  CMF-REC    TO  S060-NEW-REC.
           CALL  "KCBS060"  USING  KCBS060-P1.
           ADD  1  TO  UPD-CNT.
           MOVE  WK-OLD-KBN  TO  WK-KBN.
           PERFORM  KBN-MEI-RTN.
           MOVE  WK-KBN-MEI  TO  WK-OLD-MEI.
           MOVE  WK-NEW-KBN  TO  WK-KBN.
           PERFORM  KBN-MEI-RTN.
           MOVE  WK-KBN-MEI  TO  WK-NEW-MEI.
           PERFORM  OPR-LOG-RTN.
           PERFORM  RESULT-LIST-RTN.
       CHANGE-EXT.
           EXIT.
      ********************************************************
      * 記入内容の確認　変更後の状態・理由・担当者
      ********************************************************
       EDIT-RTN                   SECTION.
           MOVE  SPACE  TO  WK-ERR-MSG.
           IF  (STS-KBN  NOT  =  "A")  AND
               (STS-KBN  NOT  =  "S")  AND
               (STS-KBN  NOT  =  "C")  THEN
             MOVE  "取引状態の誤り"  TO  WK-ERR-MSG
             GO  TO  EDIT-EXT
           END-IF.
           IF  STS-RIYU  =  SPACE  THEN
             MOVE  "理由の記入なし"  TO  WK-ERR-MSG
             GO  TO  EDIT-EXT
           END-IF.
           IF  STS-YMD  NOT  NUMERIC  THEN
             MOVE  "変更日の誤り"  TO  WK-ERR-MSG
             GO  TO  EDIT-EXT
           END-IF.
           IF  STS-OPR-ID  =  SPACE  THEN
             MOVE  "担当者の記入なし"  TO  WK-ERR-MSG
           END-IF.
       EDIT-EXT.
           EXIT.
      ********************************************************
      * 担当者の確認　得意先取引状態変更権限(S)。担当者マスタ
      * 未整備(O)の環境のみ記入された担当者のまま続行を許す
      * （KUBM049と同じ扱い）
      ********************************************************
       OPR-CHECK-RTN              SECTION.
           MOVE  SPACE  TO  WK-ERR-MSG.
           IF  STS-OPR-ID  NOT  =  WK-CHK-OPR-ID  THEN
             MOVE  "C"         TO  S070-ACTION
             MOVE  STS-OPR-ID  TO  S070-OPR-ID
             MOVE  "KJBM077"   TO  S070-PGM-ID
             MOVE  "S"         TO  S070-FUNC
             CALL  "KCBS070"  USING  KCBS070-P1
             MOVE  STS-OPR-ID  TO  WK-CHK-OPR-ID
             MOVE  S070-RCD    TO  WK-CHK-RCD
           END-IF.
           EVALUATE  WK-CHK-RCD
             WHEN  SPACE
               CONTINUE
             WHEN  "O"
               CONTINUE
             WHEN  "N"
               MOVE  "担当者未登録"  TO  WK-ERR-MSG
             WHEN  "L"
               MOVE  "担当者ロック中"  TO  WK-ERR-MSG
             WHEN  OTHER
               MOVE  "担当者権限なし"  TO  WK-ERR-MSG
           END-EVALUATE.
       EXT.
           EXIT.
      ********************************************************
      * 取引状態の名称編集
      ********************************************************
       KBN-MEI-RTN                SECTION.
           EVALUATE  WK-KBN
             WHEN  "S"
               MOVE  "停止"      TO  WK-KBN-MEI
             WHEN  "C"
               MOVE  "解約"      TO  WK-KBN-MEI
             WHEN  OTHER
               MOVE  "取引中"    TO  WK-KBN-MEI
           END-EVALUATE.
       EXT.
           EXIT.
      ********************************************************
      * 差し戻し　反映せず一覧に理由を出す
      ********************************************************
       SENDBACK-RTN               SECTION.
           ADD  1  TO  NG-CNT.
           MOVE  SPACE  TO  RPT-REC.
           IF  WK-ERR-MSG  =  "未回収残高あり解約不可"  THEN
             MOVE  CFTOK-ZANDAKA  TO  WK-ZAN-DISP
             STRING  "差し戻し 得意先="  DELIMITED BY SIZE
                     STS-TOKU-COD  DELIMITED BY SIZE
                     " 担当者="  DELIMITED BY SIZE
                     STS-OPR-ID  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     WK-ERR-MSG  DELIMITED BY SPACE
                     " 残高="  DELIMITED BY SIZE
                     WK-ZAN-DISP  DELIMITED BY SIZE
               INTO  RPT-REC
           ELSE
             STRING  "差し戻し 得意先="  DELIMITED BY SIZE
                     STS-TOKU-COD  DELIMITED BY SIZE
                     " 担当者="  DELIMITED BY SIZE
                     STS-OPR-ID  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     WK-ERR-MSG  DELIMITED BY SPACE
               INTO  RPT-REC
           END-IF.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 操作記録　誰がどの得意先の取引状態を何から何へ、どの
      * 理由で変えたか（状態は区分文字で残す）
      ********************************************************
       OPR-LOG-RTN                SECTION.
           MOVE  "A"         TO  S070-ACTION.
           MOVE  STS-OPR-ID  TO  S070-OPR-ID.
           MOVE  "KJBM077"   TO  S070-PGM-ID.
           MOVE  SPACE       TO  S070-KEY.
           MOVE  STS-TOKU-COD  TO  S070-KEY.
           MOVE  SPACE  TO  S070-TEXT.
           STRING  "取引状態"  DELIMITED BY SIZE
                   WK-OLD-KBN  DELIMITED BY SIZE
                   "→"  DELIMITED BY SIZE
                   WK-NEW-KBN  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   STS-RIYU  DELIMITED BY SIZE
             INTO  S070-TEXT.
           CALL  "KCBS070"  USING  KCBS070-P1.
       EXT.
           EXIT.
      ********************************************************
      * 反映結果の出力
      ********************************************************
       RESULT-LIST-RTN            SECTION.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "反映 "  DELIMITED BY SIZE
                   STS-TOKU-COD  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-OLD-MEI  DELIMITED BY SPACE
                   "→"  DELIMITED BY SIZE
                   WK-NEW-MEI  DELIMITED BY SPACE
                   " 理由="  DELIMITED BY SIZE
                   STS-RIYU  DELIMITED BY SIZE
                   " 変更日="  DELIMITED BY SIZE
                   CFTOK-TORIHIKI-YMD  DELIMITED BY SIZE
                   " 担当者="  DELIMITED BY SIZE
                   STS-OPR-ID  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           IF  WK-CMF-OPEN-FLG  =  "Y"  THEN
             CLOSE  CMF-FILE
             IF  STS-STATUS  NOT  =  "35"  THEN
               CLOSE  STS-FILE
             END-IF
           END-IF.
           CLOSE  RPT-FILE.
           DISPLAY  "読込件数= "  STS-CNT.
           DISPLAY  "反映件数= "  UPD-CNT.
           DISPLAY  "差し戻し= "  NG-CNT.
           DISPLAY  "*** END KJBM077 ***".
       EXT.
           EXIT.
