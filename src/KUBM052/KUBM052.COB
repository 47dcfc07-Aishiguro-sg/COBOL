       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM052.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：貸倒償却　承認反映（二人承認の後段）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：請求書レジスタへの税率0％内訳の追加に伴い
      *                 退避テーブルのレコード長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：担当者の確認を権限照合のみ(C)に変更し、
      *                 ロック中の担当者を差し戻す
      ********************************************************
      *貸倒償却の承認待ちファイル(WOP、KUBM051出力)のうち承認者
      *が承認区分を記入した申請を処理する。
      *  "A"=承認　提出者と承認者が同一の申請は二人承認違反として
      *      反映せず差し戻す。
      *      償却(W)　請求書レジスタの未回収残高(INV-OPEN-ZAN)と
      *               得意先マスタの残高(CFTOK-ZANDAKA)を申請額
      *               だけ減らす。得意先マスタの書換は更新イメージ
      *               ジャーナラ(KCBS060)へ記帳する
      *      回収(R)　償却済みの請求書に償却後入金があった場合の
      *               計上。請求書・得意先残高は動かさない（入金は
      *               入金消込(KUBM031)へ通さない）
      *      いずれも申請額を請求書の税率区分別税額(INV-STD-ZEI/
      *      INV-RED-ZEI)の請求金額に対する割合で税抜額と税額に
      *      按分（1円未満四捨五入）し、貸倒償却履歴(WOH)へ追記、
      *      会計連携(GLWO、KUCFGLI形式)へ勘定科目付きの貸借の組
      *      で書き出す（KCBM080が連携元WOとして仕訳にする）。
      *      外貨建て請求書は発行時レート(INV-RATE)で円換算する
      *  "R"=却下　反映せず処理済みにする（操作記録は残す）
      *承認者は担当者マスタの貸倒償却承認権限(B)を確認する。
      *承認までに請求書の残高が申請額を下回った償却、償却残を
      *超える回収、請求書・得意先のない申請は失効とする。
      *権限のない承認者・承認者の記入もれ・二人承認違反の申請は
      *承認区分を消して差し戻し、完了コード8で終了する。
      *未記入の申請は次回へ持ち越す。処理した申請は処理済み("D")
      *と処理結果・処理日を記入して書き戻す。
      *勘定科目は勘定科目定義(GLMAP、KCCGLM形式)のコードWO（償却
      *の税抜額）、WT（償却の税額）、RO（回収の税抜額）、RT（回収
      *の税額）の借方・貸方科目を使う。いずれかが未定義の場合は
      *反映せず完了コード16で終了する。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *承認待ちファイル（読込後、処理済み状態を書き戻す）
           SELECT  WOP-FILE  ASSIGN TO  EXTERNAL  WOP
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS WOP-STATUS.
      *請求書レジスタ（読込後、未回収残高を書き戻す）
           SELECT  INV-FILE  ASSIGN TO  EXTERNAL  INV
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS INV-STATUS.
      *得意先マスタ（残高の取り崩し先）
           SELECT  CMF-FILE  ASSIGN TO  EXTERNAL  CMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFTOK-TOKU-COD
                             FILE STATUS  IS CMF-STATUS.
      *貸倒償却履歴（読込後、反映分を追記）
           SELECT  WOH-FILE  ASSIGN TO  EXTERNAL  WOH
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS WOH-STATUS.
      *勘定科目定義（外部定義）　全件ロードする
           SELECT  MAP-FILE  ASSIGN TO  EXTERNAL  GLMAP
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS MAP-STATUS.
      *OUTPUT 貸倒償却の会計連携（全実行分を追記）
           SELECT  GLI-FILE  ASSIGN TO  EXTERNAL  GLWO
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS GLI-STATUS.
      *OUTPUT 反映結果・差し戻し一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  WOP-FILE.
       01  WOP-REC.
           COPY  KUCFWOP.
       FD  INV-FILE.
       01  INV-REC.
           COPY  KUCF030.
       FD  CMF-FILE.
       01  CMF-REC.
           COPY  KCCFTOK.
       FD  WOH-FILE.
       01  WOH-REC.
           COPY  KUCFWOH.
       FD  MAP-FILE.
       01  MAP-REC.
           COPY  KCCGLM.
       FD  GLI-FILE.
       01  GLI-REC.
           COPY  KUCFGLI.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  WOP-STATUS             PIC  X(2)    VALUE  SPACE.
       01  INV-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WOH-STATUS             PIC  X(2)    VALUE  SPACE.
       01  MAP-STATUS             PIC  X(2)    VALUE  SPACE.
       01  GLI-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WOP-CNT                PIC  9(5)    VALUE  0.
       01  UPD-CNT                PIC  9(5)    VALUE  0.
       01  RCV-CNT                PIC  9(5)    VALUE  0.
       01  REJ-CNT                PIC  9(5)    VALUE  0.
       01  LAPSE-CNT              PIC  9(5)    VALUE  0.
       01  NG-CNT                 PIC  9(5)    VALUE  0.
       01  KEEP-CNT               PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
       01  WK-TODAY-YMD           PIC  9(8)    VALUE  0.
      *得意先マスタのオープン状態（"Y"=オープン済み）
       01  WK-CMF-OPEN-FLG        PIC  X       VALUE  "N".
      *承認待ちのテーブル退避（処理済み反映後に全件書き戻す）
       01  WOPT-CNT               PIC  9(4)    VALUE  ZERO.
       01  WOPT-OVER-FLG          PIC  X       VALUE  "N".
       01  WOPT-TBL.
         02  WOPT-ENT  OCCURS 2000 TIMES INDEXED BY WOPT-IDX.
           03  WOPT-IMG           PIC  X(91).
       01  WK-WOP-REC-1.
           COPY  KUCFWOP.
      *請求書レジスタのテーブル退避（減額後に全件書き戻す）
       01  INVT-CNT               PIC  9(4)    VALUE  ZERO.
       01  INVT-OVER-FLG          PIC  X       VALUE  "N".
       01  INVT-TBL.
         02  INVT-ENT  OCCURS 9999 TIMES INDEXED BY INVT-IDX.
           03  INVT-IMG           PIC  X(139).
       01  WK-INV-REC-1.
           COPY  KUCF030.
       01  WK-INV-POS             PIC  9(4)    VALUE  0.
      *請求書別の償却累計・回収累計（回収の上限の確認用）
       01  WHT-CNT                PIC  9(4)    VALUE  ZERO.
       01  WHT-TBL.
         02  WHT-ENT  OCCURS 2000 TIMES INDEXED BY WHT-IDX.
           03  WHT-INV-NO         PIC  9(7).
           03  WHT-WO-SUM         PIC  S9(11).
           03  WHT-RC-SUM         PIC  S9(11).
       01  WK-WHT-POS             PIC  9(4)    VALUE  0.
       01  WK-FIND-NO             PIC  9(7)    VALUE  0.
       01  WK-JOGEN               PIC  S9(11)  VALUE  0.
      *勘定科目　WO=償却税抜 WT=償却税額 RO=回収税抜 RT=回収税額
       01  WK-MAP-NG-FLG          PIC  X       VALUE  "N".
       01  WK-WO-DR-ACCT          PIC  X(4)    VALUE  SPACE.
       01  WK-WO-CR-ACCT          PIC  X(4)    VALUE  SPACE.
       01  WK-WT-DR-ACCT          PIC  X(4)    VALUE  SPACE.
       01  WK-WT-CR-ACCT          PIC  X(4)    VALUE  SPACE.
       01  WK-RO-DR-ACCT          PIC  X(4)    VALUE  SPACE.
       01  WK-RO-CR-ACCT          PIC  X(4)    VALUE  SPACE.
       01  WK-RT-DR-ACCT          PIC  X(4)    VALUE  SPACE.
       01  WK-RT-CR-ACCT          PIC  X(4)    VALUE  SPACE.
      *会計連携の明細（借方行・貸方行の順に2行で1組）
       01  GLT-CNT                PIC  9(4)    VALUE  ZERO.
       01  GLT-TBL.
         02  GLT-ENT  OCCURS 8000 TIMES INDEXED BY GLT-IDX.
           03  GLT-ACCT           PIC  X(4).
           03  GLT-KINGAKU        PIC  S9(11).
       01  WK-GL-SUM              PIC  S9(11)  VALUE  0.
       01  WK-GL-DR-ACCT          PIC  X(4)    VALUE  SPACE.
       01  WK-GL-CR-ACCT          PIC  X(4)    VALUE  SPACE.
       01  WK-GL-KIN              PIC  S9(11)  VALUE  0.
      *申請1件の税額按分と円換算
       01  WK-ZEINUKI             PIC  S9(9)   VALUE  0.
       01  WK-STD-ZEI             PIC  S9(7)   VALUE  0.
       01  WK-RED-ZEI             PIC  S9(7)   VALUE  0.
       01  WK-YEN                 PIC  S9(11)  VALUE  0.
       01  WK-STD-YEN             PIC  S9(11)  VALUE  0.
       01  WK-RED-YEN             PIC  S9(11)  VALUE  0.
       01  WK-TAX-YEN             PIC  S9(11)  VALUE  0.
       01  WK-NET-YEN             PIC  S9(11)  VALUE  0.
      *申請1件の判定用
       01  WK-ERR-MSG             PIC  X(40)   VALUE  SPACE.
       01  WK-SHORI-MEI           PIC  X(12)   VALUE  SPACE.
      *担当者認証・操作記録(KCBS070)への連絡領域　同じ承認者の
      *連続する申請は前回の確認結果を使う
       COPY  KCBS070P.
       01  WK-CHK-OPR-ID          PIC  X(8)    VALUE  HIGH-VALUE.
       01  WK-CHK-RCD             PIC  X       VALUE  SPACE.
      *更新イメージジャーナラ(KCBS060)への連絡領域と更新前退避
       COPY  KCBS060P.
       01  WK-CMF-OLD-IMG         PIC  X(200)  VALUE  SPACE.
      *編集用
       01  WK-KIN-DISP            PIC  ---,---,--9.
       01  WK-NUKI-DISP           PIC  ---,---,--9.
       01  WK-ZEI-DISP1           PIC  --,---,--9.
       01  WK-ZEI-DISP2           PIC  --,---,--9.
       01  WK-YEN-DISP            PIC  ---,---,---,--9.
      *ジョブ統計ロガー(KCBS020)への連絡領域
       COPY  KCBS020P.
      *完了コード　0=正常 8=差し戻しあり
      *           16=得意先マスタ異常・科目未定義・上限超過
       01  WK-COMP-CD             PIC  9(2)    VALUE  ZERO.
      ********************************************************
      * 承認反映の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KUBM052 ***".
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-START-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-START-TIME.
           PERFORM  INIT-RTN.
           IF  WK-COMP-CD  <  16  THEN
             PERFORM  LOAD-MAP-RTN
             PERFORM  LOAD-WOP-RTN
             PERFORM  LOAD-INV-RTN
             PERFORM  LOAD-WOH-RTN
           END-IF.
           EVALUATE  TRUE
             WHEN  WK-COMP-CD  >=  16
               CONTINUE
             WHEN  WK-MAP-NG-FLG  =  "Y"
               DISPLAY  "*** 勘定科目定義(WO/WT/RO/RT)不足"
                        "　反映せず"
               MOVE  16  TO  WK-COMP-CD
             WHEN  (WOPT-OVER-FLG  =  "Y")  OR
                   (INVT-OVER-FLG  =  "Y")
               DISPLAY  "*** 承認待ち・請求書レジスタ"
                        "上限超過　反映せず"
               MOVE  16  TO  WK-COMP-CD
             WHEN  OTHER
               PERFORM  JUDGE-RTN
               IF  UPD-CNT  >  0  THEN
                 PERFORM  REWRITE-INV-RTN
               END-IF
               PERFORM  REWRITE-WOP-RTN
               IF  GLT-CNT  >  0  THEN
                 PERFORM  GL-WRITE-RTN
               END-IF
               IF  NG-CNT  >  0  THEN
                 MOVE  8  TO  WK-COMP-CD
               END-IF
           END-EVALUATE.
           PERFORM  TERM-RTN.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-TODAY-YMD.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "貸倒償却・回収　承認反映結果"
             TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           OPEN  I-O  CMF-FILE.
           IF  CMF-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-CMF-OPEN-FLG
           ELSE
             DISPLAY  "CMFオープン異常 STATUS="  CMF-STATUS
             MOVE  16  TO  WK-COMP-CD
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 勘定科目定義の読込　WO/WT/RO/RTの借方・貸方科目を得る
      ********************************************************
       LOAD-MAP-RTN               SECTION.
           OPEN  INPUT  MAP-FILE.
           IF  MAP-STATUS  =  "00"  THEN
             PERFORM  UNTIL  MAP-STATUS  NOT  =  "00"
               READ  MAP-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   EVALUATE  GLM-SRC-COD
                     WHEN  "WO"
                       MOVE  GLM-DR-ACCT  TO  WK-WO-DR-ACCT
                       MOVE  GLM-CR-ACCT  TO  WK-WO-CR-ACCT
                     WHEN  "WT"
                       MOVE  GLM-DR-ACCT  TO  WK-WT-DR-ACCT
                       MOVE  GLM-CR-ACCT  TO  WK-WT-CR-ACCT
                     WHEN  "RO"
                       MOVE  GLM-DR-ACCT  TO  WK-RO-DR-ACCT
                       MOVE  GLM-CR-ACCT  TO  WK-RO-CR-ACCT
                     WHEN  "RT"
                       MOVE  GLM-DR-ACCT  TO  WK-RT-DR-ACCT
                       MOVE  GLM-CR-ACCT  TO  WK-RT-CR-ACCT
                     WHEN  OTHER
                       CONTINUE
                   END-EVALUATE
               END-READ
             END-PERFORM
             CLOSE  MAP-FILE
           ELSE
             DISPLAY  "GLMAPなし"
           END-IF.
           IF  (WK-WO-DR-ACCT  =  SPACE)  OR  (WK-WO-CR-ACCT  =  SPACE)
            OR (WK-WT-DR-ACCT  =  SPACE)  OR  (WK-WT-CR-ACCT  =  SPACE)
            OR (WK-RO-DR-ACCT  =  SPACE)  OR  (WK-RO-CR-ACCT  =  SPACE)
            OR (WK-RT-DR-ACCT  =  SPACE)  OR  (WK-RT-CR-ACCT  =  SPACE)
             THEN
             MOVE  "Y"  TO  WK-MAP-NG-FLG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 承認待ちファイルの全件読込
      ********************************************************
       LOAD-WOP-RTN               SECTION.
           OPEN  INPUT  WOP-FILE.
           IF  WOP-STATUS  NOT  =  "00"  THEN
             DISPLAY  "承認待ちファイルなし"
             GO  TO  LOAD-WOP-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  WOP-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  WOP-CNT
                 IF  WOPT-CNT  <  2000  THEN
                   ADD  1  TO  WOPT-CNT
                   SET  WOPT-IDX  TO  WOPT-CNT
                   MOVE  WOP-REC  TO  WOPT-IMG(WOPT-IDX)
                 ELSE
                   MOVE  "Y"  TO  WOPT-OVER-FLG
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  WOP-FILE.
       LOAD-WOP-EXT.
           EXIT.
      ********************************************************
      * 請求書レジスタの全件読込
      ********************************************************
       LOAD-INV-RTN               SECTION.
           OPEN  INPUT  INV-FILE.
           IF  INV-STATUS  NOT  =  "00"  THEN
             DISPLAY  "請求書レジスタなし"
             GO  TO  LOAD-INV-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  INV-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 IF  INVT-CNT  <  9999  THEN
                   ADD  1  TO  INVT-CNT
                   SET  INVT-IDX  TO  INVT-CNT
                   MOVE  INV-REC  TO  INVT-IMG(INVT-IDX)
                 ELSE
                   MOVE  "Y"  TO  INVT-OVER-FLG
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  INV-FILE.
       LOAD-INV-EXT.
           EXIT.
      ********************************************************
      * 貸倒償却履歴の読込　請求書別の償却累計・回収累計
      ********************************************************
       LOAD-WOH-RTN               SECTION.
           OPEN  INPUT  WOH-FILE.
           IF  WOH-STATUS  NOT  =  "00"  THEN
             GO  TO  LOAD-WOH-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  WOH-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 MOVE  WOH-INV-NO  TO  WK-FIND-NO
                 PERFORM  WHT-ADD-RTN
                 IF  WK-WHT-POS  >  0  THEN
                   IF  WOH-KBN  =  "W"  THEN
                     ADD  WOH-KINGAKU  TO  WHT-WO-SUM(WK-WHT-POS)
                   ELSE
                     ADD  WOH-KINGAKU  TO  WHT-RC-SUM(WK-WHT-POS)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  WOH-FILE.
       LOAD-WOH-EXT.
           EXIT.
      ********************************************************
      * 請求書別累計の引き当て（なければ追加）
      * （WK-FIND-NO→WK-WHT-POS、上限超過はゼロ）
      ********************************************************
       WHT-ADD-RTN                SECTION.
           MOVE  0  TO  WK-WHT-POS.
           PERFORM  VARYING  WHT-IDX  FROM  1  BY  1
             UNTIL  (WHT-IDX  >  WHT-CNT)  OR  (WK-WHT-POS  >  0)
             IF  WHT-INV-NO(WHT-IDX)  =  WK-FIND-NO  THEN
               SET  WK-WHT-POS  TO  WHT-IDX
             END-IF
           END-PERFORM.
           IF  (WK-WHT-POS  =  0)  AND  (WHT-CNT  <  2000)  THEN
             ADD  1  TO  WHT-CNT
             MOVE  WHT-CNT  TO  WK-WHT-POS
             MOVE  WK-FIND-NO  TO  WHT-INV-NO(WK-WHT-POS)
             MOVE  0  TO  WHT-WO-SUM(WK-WHT-POS)
                         WHT-RC-SUM(WK-WHT-POS)
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 判定　承認(A)は反映、却下(R)は落とし、未記入は持ち越す
      ********************************************************
       JUDGE-RTN                  SECTION.
           PERFORM  VARYING  WOPT-IDX  FROM  1  BY  1
             UNTIL  WOPT-IDX  >  WOPT-CNT
             MOVE  WOPT-IMG(WOPT-IDX)  TO  WK-WOP-REC-1
             IF  WOP-DONE-FLG OF WK-WOP-REC-1  =  "D"  THEN
               CONTINUE
             ELSE
               EVALUATE  WOP-APPROVE-FLG OF WK-WOP-REC-1
                 WHEN  "A"
                   PERFORM  APPROVE-RTN
                 WHEN  "R"
                   PERFORM  REJECT-RTN
                 WHEN  OTHER
                   ADD  1  TO  KEEP-CNT
               END-EVALUATE
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 承認申請の反映　二人承認・承認者の権限、請求書の残高
      * （回収は償却残）を確かめたうえで反映する
      ********************************************************
       APPROVE-RTN                SECTION.
           PERFORM  OPR-CHECK-RTN.
           IF  WK-ERR-MSG  =  SPACE  THEN
             IF  WOP-SUBMIT-OPR OF WK-WOP-REC-1  =
                 WOP-APPROVE-OPR OF WK-WOP-REC-1  THEN
               MOVE  "二人承認違反（提出者同一）"
                 TO  WK-ERR-MSG
             END-IF
           END-IF.
           IF  WK-ERR-MSG  NOT  =  SPACE  THEN
             PERFORM  SENDBACK-RTN
             GO  TO  APPROVE-EXT
           END-IF.
           PERFORM  INV-FIND-RTN.
           IF  WK-INV-POS  =  0  THEN
             MOVE  "請求書なし"  TO  WK-ERR-MSG
             PERFORM  LAPSE-RTN
             GO  TO  APPROVE-EXT
           END-IF.
           IF  (INV-TSUKA-COD OF WK-INV-REC-1  NOT  =  "JPY")  AND
               (INV-TSUKA-COD OF WK-INV-REC-1  NOT  =  SPACE)  AND
               (INV-RATE OF WK-INV-REC-1  =  0)  THEN
             MOVE  "発行時レートなし"  TO  WK-ERR-MSG
             PERFORM  LAPSE-RTN
             GO  TO  APPROVE-EXT
           END-IF.
           MOVE  WOP-INV-NO OF WK-WOP-REC-1  TO  WK-FIND-NO.
           PERFORM  WHT-ADD-RTN.
           IF  WK-WHT-POS  =  0  THEN
             MOVE  "累計テーブル上限超過"  TO  WK-ERR-MSG
             PERFORM  SENDBACK-RTN
             GO  TO  APPROVE-EXT
           END-IF.
           IF  WOP-KBN OF WK-WOP-REC-1  =  "W"  THEN
             PERFORM  WRITE-OFF-RTN
           ELSE
             PERFORM  RECOVERY-RTN
           END-IF.
           IF  WK-ERR-MSG  NOT  =  SPACE  THEN
             GO  TO  APPROVE-EXT
           END-IF.
           PERFORM  WOH-WRITE-RTN.
           MOVE  "D"  TO  WOP-DONE-FLG OF WK-WOP-REC-1.
           MOVE  "U"  TO  WOP-KEKKA OF WK-WOP-REC-1.
           MOVE  WK-TODAY-YMD  TO  WOP-DONE-YMD OF WK-WOP-REC-1.
           MOVE  WK-WOP-REC-1  TO  WOPT-IMG(WOPT-IDX).
           PERFORM  OPR-LOG-RTN.
           PERFORM  RESULT-LIST-RTN.
       APPROVE-EXT.
           EXIT.
      ********************************************************
      * 貸倒償却の反映　請求書の未回収残高と得意先残高を減らし、
      * 償却の仕訳（税抜額・税額）を積む
      ********************************************************
       WRITE-OFF-RTN              SECTION.
           MOVE  SPACE  TO  WK-ERR-MSG.
           IF  WOP-KINGAKU OF WK-WOP-REC-1  >
               INV-OPEN-ZAN OF WK-INV-REC-1  THEN
             MOVE  "残高不足（提出後に入金等）"
               TO  WK-ERR-MSG
             PERFORM  LAPSE-RTN
             GO  TO  WRITE-OFF-EXT
           END-IF.
           MOVE  INV-TOKU-COD OF WK-INV-REC-1  TO  CFTOK-TOKU-COD.
           READ  CMF-FILE
             INVALID KEY
               MOVE  "得意先マスタなし"  TO  WK-ERR-MSG
           END-READ.
           IF  WK-ERR-MSG  NOT  =  SPACE  THEN
             PERFORM  LAPSE-RTN
             GO  TO  WRITE-OFF-EXT
           END-IF.
           MOVE  SPACE  TO  WK-CMF-OLD-IMG.
           MOVE  CMF-REC  TO  WK-CMF-OLD-IMG.
           SUBTRACT  WOP-KINGAKU OF WK-WOP-REC-1  FROM  CFTOK-ZANDAKA.
           REWRITE  CMF-REC
             INVALID KEY
               MOVE  "得意先マスタ書換異常"  TO  WK-ERR-MSG
           END-REWRITE.
           IF  WK-ERR-MSG  NOT  =  SPACE  THEN
             PERFORM  SENDBACK-RTN
             GO  TO  WRITE-OFF-EXT
           END-IF.
      *更新前後イメージの記帳
           MOVE  "KUBM052"  TO  S060-PGM-ID.
           MOVE  "CMF"      TO  S060-FILE-ID.
           MOVE  "R"        TO  S060-ACTION.
           MOVE  SPACE      TO  S060-KEY.
           MOVE  CFTOK-TOKU-COD  TO  S060-KEY.
           MOVE  WK-CMF-OLD-IMG  TO  S060-OLD-REC.
           MOVE  SPACE      TO  S060-NEW-REC.
           MOVE  CMF-REC    TO  S060-NEW-REC.
           CALL  "KCBS060"  USING  KCBS060-P1.
      *請求書の未回収残高
           SUBTRACT  WOP-KINGAKU OF WK-WOP-REC-1
             FROM  INV-OPEN-ZAN OF WK-INV-REC-1.
           MOVE  WK-INV-REC-1  TO  INVT-IMG(WK-INV-POS).
           ADD  WOP-KINGAKU OF WK-WOP-REC-1  TO  WHT-WO-SUM(WK-WHT-POS).
           PERFORM  SPLIT-RTN.
           MOVE  WK-WO-DR-ACCT  TO  WK-GL-DR-ACCT.
           MOVE  WK-WO-CR-ACCT  TO  WK-GL-CR-ACCT.
           MOVE  WK-NET-YEN     TO  WK-GL-KIN.
           PERFORM  GLT-ADD-RTN.
           MOVE  WK-WT-DR-ACCT  TO  WK-GL-DR-ACCT.
           MOVE  WK-WT-CR-ACCT  TO  WK-GL-CR-ACCT.
           MOVE  WK-TAX-YEN     TO  WK-GL-KIN.
           PERFORM  GLT-ADD-RTN.
           ADD  1  TO  UPD-CNT.
           MOVE  "償却反映"  TO  WK-SHORI-MEI.
       WRITE-OFF-EXT.
           EXIT.
      ********************************************************
      * 償却債権の回収の反映　償却残の範囲で回収の仕訳を積む
      * （請求書・得意先残高は償却時に減らし済みのため動かさない）
      ********************************************************
       RECOVERY-RTN               SECTION.
           MOVE  SPACE  TO  WK-ERR-MSG.
           COMPUTE  WK-JOGEN  =  WHT-WO-SUM(WK-WHT-POS)
                              -  WHT-RC-SUM(WK-WHT-POS).
           IF  WOP-KINGAKU OF WK-WOP-REC-1  >  WK-JOGEN  THEN
             MOVE  "償却残不足"  TO  WK-ERR-MSG
             PERFORM  LAPSE-RTN
             GO  TO  RECOVERY-EXT
           END-IF.
           ADD  WOP-KINGAKU OF WK-WOP-REC-1  TO  WHT-RC-SUM(WK-WHT-POS).
           PERFORM  SPLIT-RTN.
           MOVE  WK-RO-DR-ACCT  TO  WK-GL-DR-ACCT.
           MOVE  WK-RO-CR-ACCT  TO  WK-GL-CR-ACCT.
           MOVE  WK-NET-YEN     TO  WK-GL-KIN.
           PERFORM  GLT-ADD-RTN.
           MOVE  WK-RT-DR-ACCT  TO  WK-GL-DR-ACCT.
           MOVE  WK-RT-CR-ACCT  TO  WK-GL-CR-ACCT.
           MOVE  WK-TAX-YEN     TO  WK-GL-KIN.
           PERFORM  GLT-ADD-RTN.
           ADD  1  TO  RCV-CNT.
           MOVE  "回収反映"  TO  WK-SHORI-MEI.
       RECOVERY-EXT.
           EXIT.
      ********************************************************
      * 税額の按分と円換算　申請額×税率区分別税額÷請求金額
      ********************************************************
       SPLIT-RTN                  SECTION.
           MOVE  0  TO  WK-STD-ZEI  WK-RED-ZEI.
           IF  INV-KINGAKU OF WK-INV-REC-1  >  0  THEN
             COMPUTE  WK-STD-ZEI  ROUNDED  =
               INV-STD-ZEI OF WK-INV-REC-1
               *  WOP-KINGAKU OF WK-WOP-REC-1
               /  INV-KINGAKU OF WK-INV-REC-1
             COMPUTE  WK-RED-ZEI  ROUNDED  =
               INV-RED-ZEI OF WK-INV-REC-1
               *  WOP-KINGAKU OF WK-WOP-REC-1
               /  INV-KINGAKU OF WK-INV-REC-1
           END-IF.
           COMPUTE  WK-ZEINUKI  =  WOP-KINGAKU OF WK-WOP-REC-1
                                -  WK-STD-ZEI  -  WK-RED-ZEI.
           IF  INV-RATE OF WK-INV-REC-1  =  0  THEN
             MOVE  WOP-KINGAKU OF WK-WOP-REC-1  TO  WK-YEN
             MOVE  WK-STD-ZEI  TO  WK-STD-YEN
             MOVE  WK-RED-ZEI  TO  WK-RED-YEN
           ELSE
             COMPUTE  WK-YEN  ROUNDED  =
               WOP-KINGAKU OF WK-WOP-REC-1  *  INV-RATE OF WK-INV-REC-1
             COMPUTE  WK-STD-YEN  ROUNDED  =
               WK-STD-ZEI  *  INV-RATE OF WK-INV-REC-1
             COMPUTE  WK-RED-YEN  ROUNDED  =
               WK-RED-ZEI  *  INV-RATE OF WK-INV-REC-1
           END-IF.
           COMPUTE  WK-TAX-YEN  =  WK-STD-YEN  +  WK-RED-YEN.
           COMPUTE  WK-NET-YEN  =  WK-YEN  -  WK-TAX-YEN.
       EXT.
           EXIT.
      ********************************************************
      * 請求書の引き当て（WOP-INV-NO→WK-INV-POS、なしはゼロ）
      ********************************************************
       INV-FIND-RTN               SECTION.
           MOVE  0  TO  WK-INV-POS.
           PERFORM  VARYING  INVT-IDX  FROM  1  BY  1
             UNTIL  (INVT-IDX  >  INVT-CNT)  OR  (WK-INV-POS  >  0)
             IF  INVT-IMG(INVT-IDX)(1:7)  =
                 WOP-INV-NO OF WK-WOP-REC-1  THEN
               SET  WK-INV-POS  TO  INVT-IDX
               MOVE  INVT-IMG(INVT-IDX)  TO  WK-INV-REC-1
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 会計連携の貸借の組の積み上げ（借方行＋、貸方行－）
      ********************************************************
       GLT-ADD-RTN                SECTION.
           IF  WK-GL-KIN  =  0  THEN
             GO  TO  GLT-ADD-EXT
           END-IF.
           ADD  1  TO  GLT-CNT.
           SET  GLT-IDX  TO  GLT-CNT.
           MOVE  WK-GL-DR-ACCT  TO  GLT-ACCT(GLT-IDX).
           MOVE  WK-GL-KIN      TO  GLT-KINGAKU(GLT-IDX).
           ADD  1  TO  GLT-CNT.
           SET  GLT-IDX  TO  GLT-CNT.
           MOVE  WK-GL-CR-ACCT  TO  GLT-ACCT(GLT-IDX).
           COMPUTE  GLT-KINGAKU(GLT-IDX)  =  0  -  WK-GL-KIN.
       GLT-ADD-EXT.
           EXIT.
      ********************************************************
      * 貸倒償却履歴への追記
      ********************************************************
       WOH-WRITE-RTN              SECTION.
           OPEN  EXTEND  WOH-FILE.
           IF  WOH-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  WOH-FILE
           END-IF.
           MOVE  SPACE  TO  WOH-REC.
           MOVE  WK-TODAY-YMD  TO  WOH-YMD.
           MOVE  WOP-KBN OF WK-WOP-REC-1        TO  WOH-KBN.
           MOVE  WOP-INV-NO OF WK-WOP-REC-1     TO  WOH-INV-NO.
           MOVE  INV-TOKU-COD OF WK-INV-REC-1   TO  WOH-TOKU-COD.
           MOVE  INV-TSUKA-COD OF WK-INV-REC-1  TO  WOH-TSUKA-COD.
           MOVE  WOP-KINGAKU OF WK-WOP-REC-1    TO  WOH-KINGAKU.
           MOVE  WK-ZEINUKI    TO  WOH-ZEINUKI.
           MOVE  WK-STD-ZEI    TO  WOH-STD-ZEI.
           MOVE  WK-RED-ZEI    TO  WOH-RED-ZEI.
           MOVE  WK-YEN        TO  WOH-YEN.
           MOVE  WOP-RIYU-COD OF WK-WOP-REC-1     TO  WOH-RIYU-COD.
           MOVE  WOP-SUBMIT-OPR OF WK-WOP-REC-1   TO  WOH-SUBMIT-OPR.
           MOVE  WOP-APPROVE-OPR OF WK-WOP-REC-1  TO  WOH-APPROVE-OPR.
           WRITE  WOH-REC.
           CLOSE  WOH-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 却下申請の処理　反映せずに処理済みへ落とす
      ********************************************************
       REJECT-RTN                 SECTION.
           PERFORM  OPR-CHECK-RTN.
           IF  WK-ERR-MSG  NOT  =  SPACE  THEN
             PERFORM  SENDBACK-RTN
             GO  TO  REJECT-EXT
           END-IF.
           ADD  1  TO  REJ-CNT.
           MOVE  "D"  TO  WOP-DONE-FLG OF WK-WOP-REC-1.
           MOVE  "R"  TO  WOP-KEKKA OF WK-WOP-REC-1.
           MOVE  WK-TODAY-YMD  TO  WOP-DONE-YMD OF WK-WOP-REC-1.
           MOVE  WK-WOP-REC-1  TO  WOPT-IMG(WOPT-IDX).
           MOVE  "却下"  TO  WK-SHORI-MEI.
           MOVE  0  TO  WK-ZEINUKI  WK-STD-ZEI  WK-RED-ZEI  WK-YEN.
           PERFORM  OPR-LOG-RTN.
           MOVE  WOP-KINGAKU OF WK-WOP-REC-1  TO  WK-KIN-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "却下 請求書="  DELIMITED BY SIZE
                   WOP-INV-NO OF WK-WOP-REC-1  DELIMITED BY SIZE
                   " 区分="  DELIMITED BY SIZE
                   WOP-KBN OF WK-WOP-REC-1  DELIMITED BY SIZE
                   " 額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
                   " 提出者="  DELIMITED BY SIZE
                   WOP-SUBMIT-OPR OF WK-WOP-REC-1
                     DELIMITED BY SIZE
                   " 承認者="  DELIMITED BY SIZE
                   WOP-APPROVE-OPR OF WK-WOP-REC-1
                     DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       REJECT-EXT.
           EXIT.
      ********************************************************
      * 失効　請求書なし・残高不足・償却残不足等は反映せず処理済み
      * にする（必要なら改めて申請する）
      ********************************************************
       LAPSE-RTN                  SECTION.
           ADD  1  TO  LAPSE-CNT.
           MOVE  "D"  TO  WOP-DONE-FLG OF WK-WOP-REC-1.
           MOVE  "S"  TO  WOP-KEKKA OF WK-WOP-REC-1.
           MOVE  WK-TODAY-YMD  TO  WOP-DONE-YMD OF WK-WOP-REC-1.
           MOVE  WK-WOP-REC-1  TO  WOPT-IMG(WOPT-IDX).
           MOVE  SPACE  TO  RPT-REC.
           STRING  "失効 請求書="  DELIMITED BY SIZE
                   WOP-INV-NO OF WK-WOP-REC-1  DELIMITED BY SIZE
                   " 区分="  DELIMITED BY SIZE
                   WOP-KBN OF WK-WOP-REC-1  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-ERR-MSG  DELIMITED BY SPACE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 差し戻し　承認区分・承認者を消して次回へ持ち越す
      ********************************************************
       SENDBACK-RTN               SECTION.
           ADD  1  TO  NG-CNT.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "差し戻し 請求書="  DELIMITED BY SIZE
                   WOP-INV-NO OF WK-WOP-REC-1  DELIMITED BY SIZE
                   " 承認者="  DELIMITED BY SIZE
                   WOP-APPROVE-OPR OF WK-WOP-REC-1
                     DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-ERR-MSG  DELIMITED BY SPACE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  SPACE  TO  WOP-APPROVE-FLG OF WK-WOP-REC-1.
           MOVE  SPACE  TO  WOP-APPROVE-OPR OF WK-WOP-REC-1.
           MOVE  WK-WOP-REC-1  TO  WOPT-IMG(WOPT-IDX).
           ADD  1  TO  KEEP-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 承認者の確認　貸倒償却承認権限(B)。承認者の記入もれは
      * 差し戻す。担当者マスタ未整備(O)の環境のみ記入された
      * 承認者のまま続行を許す（KUBM049と同じ扱い）
      ********************************************************
       OPR-CHECK-RTN              SECTION.
           MOVE  SPACE  TO  WK-ERR-MSG.
           IF  WOP-APPROVE-OPR OF WK-WOP-REC-1  =  SPACE  THEN
             MOVE  "承認者の記入なし"  TO  WK-ERR-MSG
             GO  TO  OPR-CHECK-EXT
           END-IF.
           IF  WOP-APPROVE-OPR OF WK-WOP-REC-1  NOT  =  WK-CHK-OPR-ID
             THEN
             MOVE  "C"         TO  S070-ACTION
             MOVE  WOP-APPROVE-OPR OF WK-WOP-REC-1  TO  S070-OPR-ID
             MOVE  "KUBM052"   TO  S070-PGM-ID
             MOVE  "B"         TO  S070-FUNC
             CALL  "KCBS070"  USING  KCBS070-P1
             MOVE  WOP-APPROVE-OPR OF WK-WOP-REC-1  TO  WK-CHK-OPR-ID
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
       OPR-CHECK-EXT.
           EXIT.
      ********************************************************
      * 操作記録　誰がどの請求書の償却・回収をいくらで承認・
      * 却下したか
      ********************************************************
       OPR-LOG-RTN                SECTION.
           MOVE  WOP-KINGAKU OF WK-WOP-REC-1  TO  WK-KIN-DISP.
           MOVE  "A"         TO  S070-ACTION.
           MOVE  WOP-APPROVE-OPR OF WK-WOP-REC-1  TO  S070-OPR-ID.
           MOVE  "KUBM052"   TO  S070-PGM-ID.
           MOVE  SPACE       TO  S070-KEY.
           MOVE  WOP-INV-NO OF WK-WOP-REC-1  TO  S070-KEY.
           MOVE  SPACE  TO  S070-TEXT.
           STRING  WK-SHORI-MEI  DELIMITED BY SPACE
                   " "  DELIMITED BY SIZE
                   WOP-KBN OF WK-WOP-REC-1  DELIMITED BY SIZE
                   " 額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
             INTO  S070-TEXT.
           CALL  "KCBS070"  USING  KCBS070-P1.
       EXT.
           EXIT.
      ********************************************************
      * 反映結果の出力（償却反映・回収反映）　2行目は税額按分
      ********************************************************
       RESULT-LIST-RTN            SECTION.
           MOVE  WOP-KINGAKU OF WK-WOP-REC-1  TO  WK-KIN-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  WK-SHORI-MEI  DELIMITED BY SPACE
                   " 請求書="  DELIMITED BY SIZE
                   WOP-INV-NO OF WK-WOP-REC-1  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   INV-TOKU-COD OF WK-INV-REC-1  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   INV-TSUKA-COD OF WK-INV-REC-1  DELIMITED BY SIZE
                   " 額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
                   " 提出者="  DELIMITED BY SIZE
                   WOP-SUBMIT-OPR OF WK-WOP-REC-1
                     DELIMITED BY SIZE
                   " 承認者="  DELIMITED BY SIZE
                   WOP-APPROVE-OPR OF WK-WOP-REC-1
                     DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  WK-ZEINUKI  TO  WK-NUKI-DISP.
           MOVE  WK-STD-ZEI  TO  WK-ZEI-DISP1.
           MOVE  WK-RED-ZEI  TO  WK-ZEI-DISP2.
           MOVE  WK-YEN      TO  WK-YEN-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  税抜="  DELIMITED BY SIZE
                   WK-NUKI-DISP  DELIMITED BY SIZE
                   " 標準税="  DELIMITED BY SIZE
                   WK-ZEI-DISP1  DELIMITED BY SIZE
                   " 軽減税="  DELIMITED BY SIZE
                   WK-ZEI-DISP2  DELIMITED BY SIZE
                   " 円換算="  DELIMITED BY SIZE
                   WK-YEN-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 請求書レジスタの書き戻し（償却後の未回収残高を反映）
      ********************************************************
       REWRITE-INV-RTN            SECTION.
           IF  INVT-CNT  >  0  THEN
             OPEN  OUTPUT  INV-FILE
             PERFORM  VARYING  INVT-IDX  FROM  1  BY  1
               UNTIL  INVT-IDX  >  INVT-CNT
               MOVE  INVT-IMG(INVT-IDX)  TO  INV-REC
               WRITE  INV-REC
             END-PERFORM
             CLOSE  INV-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 承認待ちファイルの書き戻し（処理済み状態を反映）
      ********************************************************
       REWRITE-WOP-RTN            SECTION.
           IF  WOPT-CNT  >  0  THEN
             OPEN  OUTPUT  WOP-FILE
             PERFORM  VARYING  WOPT-IDX  FROM  1  BY  1
               UNTIL  WOPT-IDX  >  WOPT-CNT
               MOVE  WOPT-IMG(WOPT-IDX)  TO  WOP-REC
               WRITE  WOP-REC
             END-PERFORM
             CLOSE  WOP-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 貸倒償却の会計連携書き出し　見出し→貸借の組の明細→
      * トレーラ。科目コードはGLX-TOKU-COD欄で渡す（KZBM060の
      * 在庫連携と同じ形式）。月内の実行分を追記し、KCBM080が
      * 対象年月の明細を仕訳にする
      ********************************************************
       GL-WRITE-RTN               SECTION.
           OPEN  EXTEND  GLI-FILE.
           IF  GLI-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  GLI-FILE
           END-IF.
           MOVE  SPACE  TO  GLI-REC.
           MOVE  "H"  TO  GLX-REC-TYPE.
           MOVE  WK-TODAY-YMD(1:6)  TO  GLX-PERIOD.
           WRITE  GLI-REC.
           PERFORM  VARYING  GLT-IDX  FROM  1  BY  1
             UNTIL  GLT-IDX  >  GLT-CNT
             MOVE  SPACE  TO  GLI-REC
             MOVE  "D"  TO  GLX-REC-TYPE
             MOVE  GLT-ACCT(GLT-IDX)  TO  GLX-TOKU-COD
             MOVE  WK-TODAY-YMD(1:6)  TO  GLX-PERIOD
             MOVE  GLT-KINGAKU(GLT-IDX)  TO  GLX-KINGAKU
             ADD  GLT-KINGAKU(GLT-IDX)  TO  WK-GL-SUM
             WRITE  GLI-REC
           END-PERFORM.
           MOVE  SPACE  TO  GLI-REC.
           MOVE  "T"  TO  GLX-REC-TYPE.
           MOVE  GLT-CNT  TO  GLX-PERIOD.
           MOVE  WK-GL-SUM  TO  GLX-KINGAKU.
           WRITE  GLI-REC.
           CLOSE  GLI-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           PERFORM  JOB-STAT-WRITE-RTN.
           IF  WK-CMF-OPEN-FLG  =  "Y"  THEN
             CLOSE  CMF-FILE
           END-IF.
           CLOSE  RPT-FILE.
           DISPLAY  "読込件数= "  WOP-CNT.
           DISPLAY  "償却反映= "  UPD-CNT.
           DISPLAY  "回収反映= "  RCV-CNT.
           DISPLAY  "却下　　= "  REJ-CNT.
           DISPLAY  "失効　　= "  LAPSE-CNT.
           DISPLAY  "差し戻し= "  NG-CNT.
           DISPLAY  "持ち越し= "  KEEP-CNT.
           DISPLAY  "*** END KUBM052 ***".
       EXT.
           EXIT.
      ********************************************************
      * ジョブ統計ロガー(KCBS020)へ本バッチの運転実績を1件追記する
      ********************************************************
       JOB-STAT-WRITE-RTN         SECTION.
           MOVE  "KUBM052"  TO  S020-PGM-ID.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-END-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-END-TIME.
           MOVE  WOP-CNT  TO  S020-IN-CNT.
           COMPUTE  S020-OUT-CNT  =  UPD-CNT  +  RCV-CNT.
           CALL  "KCBS020"  USING  KCBS020-P1.
       EXT.
           EXIT.
