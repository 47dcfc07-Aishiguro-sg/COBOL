       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM051.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：貸倒償却　提出（承認待ち登録）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：請求書レジスタへの税率0％内訳の追加に伴い
      *                 退避テーブルのレコード長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：担当者の確認を権限照合のみ(C)に変更
      *                 （環境変数指定のためパスワード入力なし）
      ********************************************************
      *倒産等で回収不能となった請求書の貸倒償却と、償却後に回収
      *できた入金（償却債権の回収）の二人承認の前段。
      *申請トランザクション(WOT、KUCFWOT形式)を請求書レジスタ
      *(INV)と突き合わせ、正しい申請だけを承認待ちファイル(WOP、
      *KUCFWOP形式)へ提出者ＩＤ付きで積み、提出一覧(RPT)を印字
      *する。入金消込(KUBM031)へ架空の入金を通す従来の処理は
      *現金の実績を歪めるため行わない。
      *  償却(W)　申請額が請求書の未回収残高から承認待ちの償却
      *           申請額を引いた額以下であること
      *  回収(R)　申請額が貸倒償却履歴(WOH)の償却累計から回収
      *           累計と承認待ちの回収申請額を引いた額以下で
      *           あること
      *請求書なし・区分不正・金額ゼロ・理由コードなし・上限超過の
      *申請はエラーとして一覧に出し、提出しない（完了コード8）。
      *承認者は一覧を確認し、承認待ちファイルの承認区分("A"/"R")
      *と自分のＩＤを記入する。承認済みの反映はKUBM052が行う。
      *提出者は環境変数KUBM051-OPERATORで指定し、KCBS070で確認
      *する（権限機能"W"＝貸倒償却の提出）。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 貸倒償却・回収トランザクション
           SELECT  WOT-FILE  ASSIGN TO  EXTERNAL  WOT
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS WOT-STATUS.
      *請求書レジスタ（参照のみ、更新しない）
           SELECT  INV-FILE  ASSIGN TO  EXTERNAL  INV
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS INV-STATUS.
      *貸倒償却履歴（回収の上限の算出用）
           SELECT  WOH-FILE  ASSIGN TO  EXTERNAL  WOH
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS WOH-STATUS.
      *承認待ちファイル（未処理分の読込後、全実行分を追記）
           SELECT  WOP-FILE  ASSIGN TO  EXTERNAL  WOP
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS WOP-STATUS.
      *OUTPUT 提出一覧・エラー一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  WOT-FILE.
       01  WOT-REC.
           COPY  KUCFWOT.
       FD  INV-FILE.
       01  INV-REC.
           COPY  KUCF030.
       FD  WOH-FILE.
       01  WOH-REC.
           COPY  KUCFWOH.
       FD  WOP-FILE.
       01  WOP-REC.
           COPY  KUCFWOP.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  WOT-STATUS             PIC  X(2)    VALUE  SPACE.
       01  INV-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WOH-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WOP-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WOT-CNT                PIC  9(5)    VALUE  0.
       01  PND-CNT                PIC  9(5)    VALUE  0.
       01  NG-CNT                 PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
      *担当者認証(KCBS070)への連絡領域と提出者ＩＤ
       COPY  KCBS070P.
       01  WK-OPR-ID              PIC  X(8)    VALUE  SPACE.
       01  WK-TODAY-YMD           PIC  9(8)    VALUE  0.
      *請求書レジスタのテーブル退避（請求書番号で引き当てる）
       01  INVT-CNT               PIC  9(4)    VALUE  ZERO.
       01  INVT-TBL.
         02  INVT-ENT  OCCURS 9999 TIMES INDEXED BY INVT-IDX.
           03  INVT-IMG           PIC  X(139).
       01  WK-INV-REC-1.
           COPY  KUCF030.
      *請求書別の償却・回収の累計と承認待ちの申請額
       01  WHT-CNT                PIC  9(4)    VALUE  ZERO.
       01  WHT-TBL.
         02  WHT-ENT  OCCURS 2000 TIMES INDEXED BY WHT-IDX.
           03  WHT-INV-NO         PIC  9(7).
           03  WHT-WO-SUM         PIC  S9(11).
           03  WHT-RC-SUM         PIC  S9(11).
           03  WHT-PW-SUM         PIC  S9(11).
           03  WHT-PR-SUM         PIC  S9(11).
       01  WK-WHT-POS             PIC  9(4)    VALUE  0.
       01  WK-FIND-NO             PIC  9(7)    VALUE  0.
      *申請1件の判定用
       01  WK-ERR-MSG             PIC  X(40)   VALUE  SPACE.
       01  WK-JOGEN               PIC  S9(11)  VALUE  0.
      *編集用
       01  WK-KIN-DISP1           PIC  ---,---,--9.
       01  WK-KIN-DISP2           PIC  ---,---,--9.
       01  WK-KIN-DISP3           PIC  ---,---,--9.
       01  WK-ZEI-DISP1           PIC  --,---,--9.
       01  WK-ZEI-DISP2           PIC  --,---,--9.
      ********************************************************
      * 貸倒償却提出の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KUBM051 ***".
           PERFORM  INIT-RTN.
           PERFORM  LOAD-INV-RTN.
           PERFORM  LOAD-WOH-RTN.
           PERFORM  LOAD-WOP-RTN.
           PERFORM  MAIN-RTN  UNTIL  WK-END-FLG  =  "E".
           PERFORM  TERM-RTN.
           IF  NG-CNT  >  0  THEN
             MOVE  8  TO  RETURN-CODE
           END-IF.
           STOP  RUN.
      ********************************************************
      * 開始処理　提出者の確認
      ********************************************************
       INIT-RTN                   SECTION.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-TODAY-YMD.
           ACCEPT  WK-OPR-ID  FROM  ENVIRONMENT
                   "KUBM051-OPERATOR".
           MOVE  "C"        TO  S070-ACTION.
           MOVE  WK-OPR-ID  TO  S070-OPR-ID.
           MOVE  "KUBM051"  TO  S070-PGM-ID.
           MOVE  "W"        TO  S070-FUNC.
           CALL  "KCBS070"  USING  KCBS070-P1.
           EVALUATE  S070-RCD
             WHEN  SPACE
               DISPLAY  "提出者：" S070-OPR-MEI
             WHEN  "O"
               DISPLAY  "担当者マスタ未整備　匿名で続行"
             WHEN  OTHER
               DISPLAY  "担当者権限なし　中止"
               MOVE  16  TO  RETURN-CODE
               STOP  RUN
           END-EVALUATE.
           OPEN  INPUT  WOT-FILE.
           IF  WOT-STATUS  NOT  =  "00"  THEN
             DISPLAY  "WOTなし"
             MOVE  "E"  TO  WK-END-FLG
           END-IF.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "貸倒償却・償却債権回収　提出一覧"
             TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
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
           PERFORM  UNTIL  INV-STATUS  NOT  =  "00"
             READ  INV-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 IF  INVT-CNT  <  9999  THEN
                   ADD  1  TO  INVT-CNT
                   SET  INVT-IDX  TO  INVT-CNT
                   MOVE  INV-REC  TO  INVT-IMG(INVT-IDX)
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
           PERFORM  UNTIL  WOH-STATUS  NOT  =  "00"
             READ  WOH-FILE
               AT  END
                 CONTINUE
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
      * 承認待ちファイルの読込　未処理の申請額を請求書別に積む
      ********************************************************
       LOAD-WOP-RTN               SECTION.
           OPEN  INPUT  WOP-FILE.
           IF  WOP-STATUS  NOT  =  "00"  THEN
             GO  TO  LOAD-WOP-EXT
           END-IF.
           PERFORM  UNTIL  WOP-STATUS  NOT  =  "00"
             READ  WOP-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 IF  WOP-DONE-FLG  NOT  =  "D"  THEN
                   MOVE  WOP-INV-NO  TO  WK-FIND-NO
                   PERFORM  WHT-ADD-RTN
                   IF  WK-WHT-POS  >  0  THEN
                     IF  WOP-KBN  =  "W"  THEN
                       ADD  WOP-KINGAKU  TO  WHT-PW-SUM(WK-WHT-POS)
                     ELSE
                       ADD  WOP-KINGAKU  TO  WHT-PR-SUM(WK-WHT-POS)
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  WOP-FILE.
       LOAD-WOP-EXT.
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
                         WHT-PW-SUM(WK-WHT-POS)
                         WHT-PR-SUM(WK-WHT-POS)
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 申請1件の処理　確認のうえ承認待ちへ積み、一覧を印字する
      ********************************************************
       MAIN-RTN                   SECTION.
           READ  WOT-FILE
             AT  END
               MOVE  "E"  TO  WK-END-FLG
             NOT  AT  END
               ADD  1  TO  WOT-CNT
               PERFORM  CHECK-RTN
               IF  WK-ERR-MSG  =  SPACE  THEN
                 PERFORM  PND-WRITE-RTN
                 PERFORM  PROPOSAL-RTN
               ELSE
                 PERFORM  ERR-LIST-RTN
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 申請の確認　請求書の存在と申請額の上限
      ********************************************************
       CHECK-RTN                  SECTION.
           MOVE  SPACE  TO  WK-ERR-MSG.
           IF  (WOT-KBN  NOT  =  "W")  AND  (WOT-KBN  NOT  =  "R")
             THEN
             MOVE  "区分不正"  TO  WK-ERR-MSG
             GO  TO  CHECK-EXT
           END-IF.
           IF  WOT-KINGAKU  IS  NOT  NUMERIC  THEN
             MOVE  "金額不正"  TO  WK-ERR-MSG
             GO  TO  CHECK-EXT
           END-IF.
           IF  WOT-KINGAKU  =  0  THEN
             MOVE  "金額ゼロ"  TO  WK-ERR-MSG
             GO  TO  CHECK-EXT
           END-IF.
           IF  WOT-RIYU-COD  =  SPACE  THEN
             MOVE  "理由コードなし"  TO  WK-ERR-MSG
             GO  TO  CHECK-EXT
           END-IF.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  INVT-IDX  FROM  1  BY  1
             UNTIL  (INVT-IDX  >  INVT-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  INVT-IMG(INVT-IDX)(1:7)  =  WOT-INV-NO  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
               MOVE  INVT-IMG(INVT-IDX)  TO  WK-INV-REC-1
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "N"  THEN
             MOVE  "請求書なし"  TO  WK-ERR-MSG
             GO  TO  CHECK-EXT
           END-IF.
           MOVE  WOT-INV-NO  TO  WK-FIND-NO.
           PERFORM  WHT-ADD-RTN.
           IF  WK-WHT-POS  =  0  THEN
             MOVE  "累計テーブル上限超過"  TO  WK-ERR-MSG
             GO  TO  CHECK-EXT
           END-IF.
           IF  WOT-KBN  =  "W"  THEN
             COMPUTE  WK-JOGEN  =  INV-OPEN-ZAN OF WK-INV-REC-1
                                -  WHT-PW-SUM(WK-WHT-POS)
             IF  WOT-KINGAKU  >  WK-JOGEN  THEN
               MOVE  "残高超過（承認待ち含む）"
                 TO  WK-ERR-MSG
             END-IF
           ELSE
             COMPUTE  WK-JOGEN  =  WHT-WO-SUM(WK-WHT-POS)
                                -  WHT-RC-SUM(WK-WHT-POS)
                                -  WHT-PR-SUM(WK-WHT-POS)
             IF  WOT-KINGAKU  >  WK-JOGEN  THEN
               MOVE  "償却残超過（承認待ち含む）"
                 TO  WK-ERR-MSG
             END-IF
           END-IF.
       CHECK-EXT.
           EXIT.
      ********************************************************
      * 承認待ちファイルへの追記
      ********************************************************
       PND-WRITE-RTN              SECTION.
           OPEN  EXTEND  WOP-FILE.
           IF  WOP-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  WOP-FILE
           END-IF.
           MOVE  SPACE  TO  WOP-REC.
           MOVE  WK-TODAY-YMD  TO  WOP-YMD.
           MOVE  WK-OPR-ID     TO  WOP-SUBMIT-OPR.
           MOVE  WOT-KBN       TO  WOP-KBN.
           MOVE  WOT-INV-NO    TO  WOP-INV-NO.
           MOVE  INV-TOKU-COD OF WK-INV-REC-1   TO  WOP-TOKU-COD.
           MOVE  INV-TSUKA-COD OF WK-INV-REC-1  TO  WOP-TSUKA-COD.
           MOVE  WOT-KINGAKU   TO  WOP-KINGAKU.
           MOVE  WOT-RIYU-COD  TO  WOP-RIYU-COD.
           MOVE  WOT-RIYU      TO  WOP-RIYU.
           MOVE  SPACE         TO  WOP-APPROVE-FLG.
           MOVE  SPACE         TO  WOP-APPROVE-OPR.
           MOVE  SPACE         TO  WOP-DONE-FLG.
           MOVE  SPACE         TO  WOP-KEKKA.
           MOVE  0             TO  WOP-DONE-YMD.
           WRITE  WOP-REC.
           CLOSE  WOP-FILE.
           ADD  1  TO  PND-CNT.
      *同じ実行内の後続の申請の上限に反映する
           IF  WOT-KBN  =  "W"  THEN
             ADD  WOT-KINGAKU  TO  WHT-PW-SUM(WK-WHT-POS)
           ELSE
             ADD  WOT-KINGAKU  TO  WHT-PR-SUM(WK-WHT-POS)
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 提出行の印字　請求書の金額・残高と税率区分別の税額を添える
      ********************************************************
       PROPOSAL-RTN               SECTION.
           MOVE  WOT-KINGAKU  TO  WK-KIN-DISP1.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "提出 "  DELIMITED BY SIZE
                   WOT-KBN  DELIMITED BY SIZE
                   " 請求書="  DELIMITED BY SIZE
                   WOT-INV-NO  DELIMITED BY SIZE
                   " 得意先="  DELIMITED BY SIZE
                   INV-TOKU-COD OF WK-INV-REC-1  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   INV-TSUKA-COD OF WK-INV-REC-1  DELIMITED BY SIZE
                   " 申請額="  DELIMITED BY SIZE
                   WK-KIN-DISP1  DELIMITED BY SIZE
                   " 理由="  DELIMITED BY SIZE
                   WOT-RIYU-COD  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WOT-RIYU  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  INV-KINGAKU OF WK-INV-REC-1   TO  WK-KIN-DISP2.
           MOVE  INV-OPEN-ZAN OF WK-INV-REC-1  TO  WK-KIN-DISP3.
           MOVE  INV-STD-ZEI OF WK-INV-REC-1   TO  WK-ZEI-DISP1.
           MOVE  INV-RED-ZEI OF WK-INV-REC-1   TO  WK-ZEI-DISP2.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  請求額="  DELIMITED BY SIZE
                   WK-KIN-DISP2  DELIMITED BY SIZE
                   " 残高="  DELIMITED BY SIZE
                   WK-KIN-DISP3  DELIMITED BY SIZE
                   " 標準税="  DELIMITED BY SIZE
                   WK-ZEI-DISP1  DELIMITED BY SIZE
                   " 軽減税="  DELIMITED BY SIZE
                   WK-ZEI-DISP2  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           IF  WOT-KBN  =  "R"  THEN
             MOVE  WHT-WO-SUM(WK-WHT-POS)  TO  WK-KIN-DISP2
             MOVE  WHT-RC-SUM(WK-WHT-POS)  TO  WK-KIN-DISP3
             MOVE  SPACE  TO  RPT-REC
             STRING  "  償却累計="  DELIMITED BY SIZE
                     WK-KIN-DISP2  DELIMITED BY SIZE
                     " 回収累計="  DELIMITED BY SIZE
                     WK-KIN-DISP3  DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * エラー行の印字（提出しない）
      ********************************************************
       ERR-LIST-RTN               SECTION.
           ADD  1  TO  NG-CNT.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "エラー "  DELIMITED BY SIZE
                   WOT-KBN  DELIMITED BY SIZE
                   " 請求書="  DELIMITED BY SIZE
                   WOT-INV-NO  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-ERR-MSG  DELIMITED BY SPACE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           IF  WOT-STATUS  =  "00"  OR  WOT-STATUS  =  "10"  THEN
             CLOSE  WOT-FILE
           END-IF.
           CLOSE  RPT-FILE.
           DISPLAY  "申請件数= "  WOT-CNT.
           DISPLAY  "提出件数= "  PND-CNT.
           DISPLAY  "エラー　= "  NG-CNT.
           DISPLAY  "*** END KUBM051 ***".
       EXT.
           EXIT.
