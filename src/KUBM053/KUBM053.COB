       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM053.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：未充当入金の返金　提出（承認待ち登録）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：担当者の確認を権限照合のみ(C)に変更
      *                 （環境変数指定のためパスワード入力なし）
      ********************************************************
      *入金消込(KUBM031)・充当実行(KUBM042)で未充当入金台帳
      *(UNA)に残った超過入金・充当先なし入金を、得意先の依頼で
      *返金するための二人承認の前段。
      *返金申請トランザクション(RFT、KUCFRFT形式)を未充当入金
      *台帳と得意先マスタに突き合わせ、正しい申請だけを承認待ち
      *ファイル(RFP、KUCFRFP形式)へ提出者ＩＤ付きで積み、提出
      *一覧(RPT)を印字する。
      *  申請額が同じ得意先・入金日の明細の未充当残(UNA-ZAN)の
      *  合計から承認待ちの返金申請額を引いた額以下であること
      *  得意先マスタに返金先口座(CFTOK-GINKO-COD等)があり、
      *  円建ての得意先であること（総合振込は円のみ）
      *得意先なし・口座未登録・未充当入金なし・金額ゼロ・上限超過
      *の申請はエラーとして一覧に出し、提出しない（完了コード8）。
      *承認者は一覧を確認し、承認待ちファイルの承認区分("A"/"R")
      *と自分のＩＤを記入する。承認済みの反映はKUBM054が行う。
      *提出者は環境変数KUBM053-OPERATORで指定し、KCBS070で確認
      *する（権限機能"R"＝返金の提出）。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 返金申請トランザクション
           SELECT  RFT-FILE  ASSIGN TO  EXTERNAL  RFT
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS RFT-STATUS.
      *得意先マスタ（返金先口座の確認、参照のみ）
           SELECT  CMF-FILE  ASSIGN TO  EXTERNAL  CMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFTOK-TOKU-COD
                             FILE STATUS  IS CMF-STATUS.
      *未充当入金台帳（参照のみ、更新しない）
           SELECT  UNA-FILE  ASSIGN TO  EXTERNAL  UNA
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS UNA-STATUS.
      *承認待ちファイル（未処理分の読込後、全実行分を追記）
           SELECT  RFP-FILE  ASSIGN TO  EXTERNAL  RFP
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS RFP-STATUS.
      *OUTPUT 提出一覧・エラー一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  RFT-FILE.
       01  RFT-REC.
           COPY  KUCFRFT.
       FD  CMF-FILE.
       01  CMF-REC.
           COPY  KCCFTOK.
       FD  UNA-FILE.
       01  UNA-REC.
           COPY  KUCFUNA.
       FD  RFP-FILE.
       01  RFP-REC.
           COPY  KUCFRFP.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  RFT-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  UNA-STATUS             PIC  X(2)    VALUE  SPACE.
       01  RFP-STATUS             PIC  X(2)    VALUE  SPACE.
       01  RFT-CNT                PIC  9(5)    VALUE  0.
       01  PND-CNT                PIC  9(5)    VALUE  0.
       01  NG-CNT                 PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
      *担当者認証(KCBS070)への連絡領域と提出者ＩＤ
       COPY  KCBS070P.
       01  WK-OPR-ID              PIC  X(8)    VALUE  SPACE.
       01  WK-TODAY-YMD           PIC  9(8)    VALUE  0.
      *得意先×入金日別の未充当残と承認待ちの返金申請額
       01  UAT-CNT                PIC  9(4)    VALUE  ZERO.
       01  UAT-TBL.
         02  UAT-ENT  OCCURS 2000 TIMES INDEXED BY UAT-IDX.
           03  UAT-TOKU-COD       PIC  X(4).
           03  UAT-UNA-YMD        PIC  9(8).
           03  UAT-ZAN-SUM        PIC  S9(11).
           03  UAT-PND-SUM        PIC  S9(11).
       01  WK-UAT-POS             PIC  9(4)    VALUE  0.
       01  WK-FIND-TOKU           PIC  X(4)    VALUE  SPACE.
       01  WK-FIND-YMD            PIC  9(8)    VALUE  0.
      *引き当てのみ（"Y"=見つからなくても追加しない）
       01  WK-FIND-ONLY-FLG       PIC  X       VALUE  "N".
      *申請1件の判定用
       01  WK-ERR-MSG             PIC  X(40)   VALUE  SPACE.
       01  WK-JOGEN               PIC  S9(11)  VALUE  0.
      *編集用
       01  WK-KIN-DISP1           PIC  ---,---,--9.
       01  WK-KIN-DISP2           PIC  ---,---,--9.
       01  WK-KIN-DISP3           PIC  ---,---,--9.
      ********************************************************
      * 返金提出の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KUBM053 ***".
           PERFORM  INIT-RTN.
           PERFORM  LOAD-UNA-RTN.
           PERFORM  LOAD-RFP-RTN.
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
                   "KUBM053-OPERATOR".
           MOVE  "C"        TO  S070-ACTION.
           MOVE  WK-OPR-ID  TO  S070-OPR-ID.
           MOVE  "KUBM053"  TO  S070-PGM-ID.
           MOVE  "R"        TO  S070-FUNC.
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
           OPEN  INPUT  RFT-FILE.
           IF  RFT-STATUS  NOT  =  "00"  THEN
             DISPLAY  "RFTなし"
             MOVE  "E"  TO  WK-END-FLG
           END-IF.
           OPEN  INPUT  CMF-FILE.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "未充当入金の返金　提出一覧"  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 未充当入金台帳の読込　得意先×入金日別の未充当残を積む
      * （返金の取り崩し記録(R)は残額ゼロのため加算されない）
      ********************************************************
       LOAD-UNA-RTN               SECTION.
           OPEN  INPUT  UNA-FILE.
           IF  UNA-STATUS  NOT  =  "00"  THEN
             DISPLAY  "未充当入金台帳なし"
             GO  TO  LOAD-UNA-EXT
           END-IF.
           MOVE  "N"  TO  WK-FIND-ONLY-FLG.
           PERFORM  UNTIL  UNA-STATUS  NOT  =  "00"
             READ  UNA-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 IF  UNA-ZAN  >  0  THEN
                   MOVE  UNA-TOKU-COD  TO  WK-FIND-TOKU
                   MOVE  UNA-YMD       TO  WK-FIND-YMD
                   PERFORM  UAT-FIND-RTN
                   IF  WK-UAT-POS  >  0  THEN
                     ADD  UNA-ZAN  TO  UAT-ZAN-SUM(WK-UAT-POS)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  UNA-FILE.
       LOAD-UNA-EXT.
           EXIT.
      ********************************************************
      * 承認待ちファイルの読込　未処理の申請額を積む
      ********************************************************
       LOAD-RFP-RTN               SECTION.
           OPEN  INPUT  RFP-FILE.
           IF  RFP-STATUS  NOT  =  "00"  THEN
             GO  TO  LOAD-RFP-EXT
           END-IF.
           MOVE  "Y"  TO  WK-FIND-ONLY-FLG.
           PERFORM  UNTIL  RFP-STATUS  NOT  =  "00"
             READ  RFP-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 IF  RFP-DONE-FLG  NOT  =  "D"  THEN
                   MOVE  RFP-TOKU-COD  TO  WK-FIND-TOKU
                   MOVE  RFP-UNA-YMD   TO  WK-FIND-YMD
                   PERFORM  UAT-FIND-RTN
                   IF  WK-UAT-POS  >  0  THEN
                     ADD  RFP-KINGAKU  TO  UAT-PND-SUM(WK-UAT-POS)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  RFP-FILE.
       LOAD-RFP-EXT.
           EXIT.
      ********************************************************
      * 得意先×入金日の引き当て（WK-FIND-TOKU・WK-FIND-YMD→
      * WK-UAT-POS）。WK-FIND-ONLY-FLG="N"ならなければ追加する。
      * なし・上限超過はゼロ
      ********************************************************
       UAT-FIND-RTN               SECTION.
           MOVE  0  TO  WK-UAT-POS.
           PERFORM  VARYING  UAT-IDX  FROM  1  BY  1
             UNTIL  (UAT-IDX  >  UAT-CNT)  OR  (WK-UAT-POS  >  0)
             IF  (UAT-TOKU-COD(UAT-IDX)  =  WK-FIND-TOKU)  AND
                 (UAT-UNA-YMD(UAT-IDX)  =  WK-FIND-YMD)  THEN
               SET  WK-UAT-POS  TO  UAT-IDX
             END-IF
           END-PERFORM.
           IF  (WK-UAT-POS  =  0)  AND  (WK-FIND-ONLY-FLG  =  "N")
               AND  (UAT-CNT  <  2000)  THEN
             ADD  1  TO  UAT-CNT
             MOVE  UAT-CNT  TO  WK-UAT-POS
             MOVE  WK-FIND-TOKU  TO  UAT-TOKU-COD(WK-UAT-POS)
             MOVE  WK-FIND-YMD   TO  UAT-UNA-YMD(WK-UAT-POS)
             MOVE  0  TO  UAT-ZAN-SUM(WK-UAT-POS)
                         UAT-PND-SUM(WK-UAT-POS)
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 申請1件の処理　確認のうえ承認待ちへ積み、一覧を印字する
      ********************************************************
       MAIN-RTN                   SECTION.
           READ  RFT-FILE
             AT  END
               MOVE  "E"  TO  WK-END-FLG
             NOT  AT  END
               ADD  1  TO  RFT-CNT
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
      * 申請の確認　得意先の返金先口座と未充当残の上限
      ********************************************************
       CHECK-RTN                  SECTION.
           MOVE  SPACE  TO  WK-ERR-MSG.
           IF  RFT-KINGAKU  IS  NOT  NUMERIC  THEN
             MOVE  "金額不正"  TO  WK-ERR-MSG
             GO  TO  CHECK-EXT
           END-IF.
           IF  RFT-KINGAKU  =  0  THEN
             MOVE  "金額ゼロ"  TO  WK-ERR-MSG
             GO  TO  CHECK-EXT
           END-IF.
           IF  RFT-UNA-YMD  IS  NOT  NUMERIC  THEN
             MOVE  "入金日不正"  TO  WK-ERR-MSG
             GO  TO  CHECK-EXT
           END-IF.
           IF  RFT-RIYU  =  SPACE  THEN
             MOVE  "理由なし"  TO  WK-ERR-MSG
             GO  TO  CHECK-EXT
           END-IF.
           MOVE  RFT-TOKU-COD  TO  CFTOK-TOKU-COD.
           READ  CMF-FILE
             INVALID KEY
               MOVE  "得意先マスタなし"  TO  WK-ERR-MSG
           END-READ.
           IF  WK-ERR-MSG  NOT  =  SPACE  THEN
             GO  TO  CHECK-EXT
           END-IF.
           IF  (CFTOK-TSUKA-COD  NOT  =  "JPY")  AND
               (CFTOK-TSUKA-COD  NOT  =  SPACE)  THEN
             MOVE  "外貨建て得意先（振込不可）"
               TO  WK-ERR-MSG
             GO  TO  CHECK-EXT
           END-IF.
           IF  (CFTOK-GINKO-COD  IS  NOT  NUMERIC)  OR
               (CFTOK-GINKO-COD  =  ZERO)  OR
               (CFTOK-KOZA-NO  IS  NOT  NUMERIC)  THEN
             MOVE  "返金先口座未登録"  TO  WK-ERR-MSG
             GO  TO  CHECK-EXT
           END-IF.
           MOVE  "Y"  TO  WK-FIND-ONLY-FLG.
           MOVE  RFT-TOKU-COD  TO  WK-FIND-TOKU.
           MOVE  RFT-UNA-YMD   TO  WK-FIND-YMD.
           PERFORM  UAT-FIND-RTN.
           IF  WK-UAT-POS  =  0  THEN
             MOVE  "未充当入金なし"  TO  WK-ERR-MSG
             GO  TO  CHECK-EXT
           END-IF.
           COMPUTE  WK-JOGEN  =  UAT-ZAN-SUM(WK-UAT-POS)
                              -  UAT-PND-SUM(WK-UAT-POS).
           IF  RFT-KINGAKU  >  WK-JOGEN  THEN
             MOVE  "未充当残超過（承認待ち含む）"
               TO  WK-ERR-MSG
           END-IF.
       CHECK-EXT.
           EXIT.
      ********************************************************
      * 承認待ちファイルへの追記
      ********************************************************
       PND-WRITE-RTN              SECTION.
           OPEN  EXTEND  RFP-FILE.
           IF  RFP-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  RFP-FILE
           END-IF.
           MOVE  SPACE  TO  RFP-REC.
           MOVE  WK-TODAY-YMD  TO  RFP-YMD.
           MOVE  WK-OPR-ID     TO  RFP-SUBMIT-OPR.
           MOVE  RFT-TOKU-COD  TO  RFP-TOKU-COD.
           MOVE  RFT-UNA-YMD   TO  RFP-UNA-YMD.
           MOVE  RFT-KINGAKU   TO  RFP-KINGAKU.
           MOVE  RFT-RIYU      TO  RFP-RIYU.
           MOVE  SPACE         TO  RFP-APPROVE-FLG.
           MOVE  SPACE         TO  RFP-APPROVE-OPR.
           MOVE  SPACE         TO  RFP-DONE-FLG.
           MOVE  SPACE         TO  RFP-KEKKA.
           MOVE  0             TO  RFP-DONE-YMD.
           WRITE  RFP-REC.
           CLOSE  RFP-FILE.
           ADD  1  TO  PND-CNT.
      *同じ実行内の後続の申請の上限に反映する
           ADD  RFT-KINGAKU  TO  UAT-PND-SUM(WK-UAT-POS).
       EXT.
           EXIT.
      ********************************************************
      * 提出行の印字　未充当残と返金先口座を添える
      ********************************************************
       PROPOSAL-RTN               SECTION.
           MOVE  RFT-KINGAKU  TO  WK-KIN-DISP1.
           MOVE  UAT-ZAN-SUM(WK-UAT-POS)  TO  WK-KIN-DISP2.
           MOVE  UAT-PND-SUM(WK-UAT-POS)  TO  WK-KIN-DISP3.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "提出 得意先="  DELIMITED BY SIZE
                   RFT-TOKU-COD  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CFTOK-TOKU-MEI  DELIMITED BY SIZE
                   " 入金日="  DELIMITED BY SIZE
                   RFT-UNA-YMD  DELIMITED BY SIZE
                   " 申請額="  DELIMITED BY SIZE
                   WK-KIN-DISP1  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  未充当残="  DELIMITED BY SIZE
                   WK-KIN-DISP2  DELIMITED BY SIZE
                   " 承認待ち計="  DELIMITED BY SIZE
                   WK-KIN-DISP3  DELIMITED BY SIZE
                   " 理由="  DELIMITED BY SIZE
                   RFT-RIYU  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  返金先="  DELIMITED BY SIZE
                   CFTOK-GINKO-COD  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CFTOK-GINKO-MEI  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CFTOK-SHITEN-COD  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CFTOK-SHITEN-MEI  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CFTOK-YOKIN-SHUMOKU  DELIMITED BY SIZE
                   "-"  DELIMITED BY SIZE
                   CFTOK-KOZA-NO  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CFTOK-KOZA-MEI  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * エラー行の印字（提出しない）
      ********************************************************
       ERR-LIST-RTN               SECTION.
           ADD  1  TO  NG-CNT.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "エラー 得意先="  DELIMITED BY SIZE
                   RFT-TOKU-COD  DELIMITED BY SIZE
                   " 入金日="  DELIMITED BY SIZE
                   RFT-UNA-YMD  DELIMITED BY SIZE
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
           IF  RFT-STATUS  =  "00"  OR  RFT-STATUS  =  "10"  THEN
             CLOSE  RFT-FILE
           END-IF.
           CLOSE  CMF-FILE.
           CLOSE  RPT-FILE.
           DISPLAY  "申請件数= "  RFT-CNT.
           DISPLAY  "提出件数= "  PND-CNT.
           DISPLAY  "エラー　= "  NG-CNT.
           DISPLAY  "*** END KUBM053 ***".
       EXT.
           EXIT.
