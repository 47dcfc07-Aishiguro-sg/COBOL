      * サブシステム名：売上
      * プログラム名  ：会計期間の締め・再オープン
      * 作成日／作成者：２０２６年８月２２日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：クローズ前の締め前点検（点検リストCKLで
      *                 項目を選択）と未了時の締め拒否、責任者に
      *                 よる強制締めを追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：受注パイプラインの実行確認でジョブスケ
      *                 ジューラ(KCBM074)の実行記録を除外
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：締め前点検に在庫・会計照合(KZBM057)の
      *                 一致確認（項目07）を追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：担当者の確認を権限照合のみ(C)に変更
      *                 （環境変数指定のためパスワード入力なし）
      ********************************************************
      *会計期間管理ファイル(PERCTL)を保守する締めプログラム。
      *環境変数KUBM035-PERIOD（YYYYMM）とKUBM035-ACTION
      *経理が月次を締めたら"C"で実行し、以後その期間の日付の
      *受注・集計・再連携は各バッチが拒否する。
      *処理後に全期間の状態一覧を出力する。
      *クローズの前に締め前点検を行い、未了の項目があれば締めを
      *拒否して未了一覧を出力する（完了コード8）。点検項目の使用
      *有無は締め前点検リスト(CKL、KUCFCKL形式)で指定する。
      *責任者が環境変数KUBM035-OVERRIDE-OPR（担当者ＩＤ、機能K）
      *とKUBM035-OVERRIDE-RSN（理由）を指定した場合は、操作記録
      *(KCBS070)へ記録したうえで締める（完了コード4）。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  PER-FILE  ASSIGN TO  EXTERNAL  PERCTL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS PER-STATUS-WS.
      *締め前点検リスト（外部定義、未定義可）
           SELECT  CKL-FILE  ASSIGN TO  EXTERNAL  CKL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS CKL-STATUS.
      *INPUT 出荷実績レジスタ
           SELECT  SHR-FILE  ASSIGN TO  EXTERNAL  SHR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS SHR-STATUS.
      *INPUT 請求明細ジャーナル（KUBM030出力）
           SELECT  IVL-FILE  ASSIGN TO  EXTERNAL  IVL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS IVL-STATUS.
      *INPUT 発行済みジャーナル（KUBM030出力）
           SELECT  IVJ-FILE  ASSIGN TO  EXTERNAL  IVJ
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS IVJ-STATUS.
      *INPUT 月次処理実行記録（KCBS080出力）
           SELECT  MRL-FILE  ASSIGN TO  EXTERNAL  MRL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS MRL-STATUS.
      *INPUT バッチジョブ統計ログ（KCBS020出力）
           SELECT  JOBLOG-FILE  ASSIGN TO  EXTERNAL  JOBLOG
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS JOBLOG-STATUS.
      *INPUT 棚卸カウントファイル
           SELECT  TAN-FILE  ASSIGN TO  EXTERNAL  TAN
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS TAN-STATUS.
      *INPUT 商品マスタ保守　承認待ちファイル
           SELECT  PND-FILE  ASSIGN TO  EXTERNAL  PND
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS PND-STATUS.
      *OUTPUT 期間状態一覧（締め前点検の未了一覧を含む）
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       FD  PER-FILE.
       01  PER-REC.
           COPY  KCCFPER.
       FD  CKL-FILE.
       01  CKL-REC.
           COPY  KUCFCKL.
       FD  SHR-FILE.
       01  SHR-REC.
           COPY  KJCSHR.
       FD  IVL-FILE.
       01  IVL-REC.
           COPY  KUCFIVL.
       FD  IVJ-FILE.
       01  IVJ-REC.
           COPY  KUCFIVJ.
       FD  MRL-FILE.
       01  MRL-REC.
           COPY  KCCMRL.
       FD  JOBLOG-FILE.
       01  JOBLOG-REC.
           COPY  KCCJLOG.
       FD  TAN-FILE.
       01  TAN-REC.
           COPY  KZCTAN.
       FD  PND-FILE.
       01  PND-REC.
           COPY  KZCPND.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
         02  PERT-ENT  OCCURS 240 TIMES INDEXED BY PERT-IDX.
           03  PERT-PERIOD        PIC  9(6).
           03  PERT-STATUS        PIC  X(1).
      *完了コード　0=正常 4=責任者承認で強制締め 8=締め拒否
       01  WK-COMP-CD             PIC  9(2)    VALUE  ZERO.
       01  CKL-STATUS             PIC  X(2)    VALUE  SPACE.
       01  SHR-STATUS             PIC  X(2)    VALUE  SPACE.
       01  IVL-STATUS             PIC  X(2)    VALUE  SPACE.
       01  IVJ-STATUS             PIC  X(2)    VALUE  SPACE.
       01  MRL-STATUS             PIC  X(2)    VALUE  SPACE.
       01  JOBLOG-STATUS          PIC  X(2)    VALUE  SPACE.
       01  TAN-STATUS             PIC  X(2)    VALUE  SPACE.
       01  PND-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-READ-END-FLG        PIC  X       VALUE  SPACE.
      *締め前点検　項目別の使用区分（01〜06、N=点検しない）
       01  WK-CKL-USE-TBL.
         02  WK-CKL-USE  OCCURS 7 TIMES     PIC  X(1).
       01  WK-CKL-NO              PIC  9(2)    VALUE  0.
      *締め前点検の結果
       01  WK-CLOSE-OK-FLG        PIC  X       VALUE  "Y".
       01  WK-OST-CNT             PIC  9(5)    VALUE  0.
       01  WK-ITEM-CNT            PIC  9(5)    VALUE  0.
       01  WK-ITEM-MEI            PIC  X(60)   VALUE  SPACE.
       01  WK-MSG                 PIC  X(60)   VALUE  SPACE.
       01  WK-PERIOD-END-X        PIC  X(6)    VALUE  SPACE.
      *責任者による強制締めの指定
       01  WK-OVR-OPR-ID          PIC  X(8)    VALUE  SPACE.
       01  WK-OVR-RSN             PIC  X(30)   VALUE  SPACE.
      *発行済みジャーナルのテーブル（請求書番号の付いた記録のみ）
       01  IVJT-CNT               PIC  9(4)    VALUE  ZERO.
       01  IVJT-TBL.
         02  IVJT-ENT  OCCURS 9999 TIMES INDEXED BY IVJT-IDX.
           03  IVJT-RUN-ID        PIC  X(14).
           03  IVJT-TOKU-COD      PIC  X(4).
           03  IVJT-PERIOD        PIC  X(6).
           03  IVJT-TSUKA-COD     PIC  X(3).
      *請求書の発行された通常受注明細（受注番号＋明細行番号）
       01  BLT-CNT                PIC  9(4)    VALUE  ZERO.
       01  BLT-TBL.
         02  BLT-ENT  OCCURS 9999 TIMES INDEXED BY BLT-IDX.
           03  BLT-JUCHU-NO       PIC  X(6).
           03  BLT-LINE-NO        PIC  9(2).
      *受注パイプライン(KJBM010)の対象年月の実行（開始・終了日時）
       01  CYT-CNT                PIC  9(3)    VALUE  ZERO.
       01  CYT-TBL.
         02  CYT-ENT  OCCURS 500 TIMES INDEXED BY CYT-IDX.
           03  CYT-START-DT       PIC  9(14).
           03  CYT-END-DT         PIC  9(14).
      *突合(KJBM070)の対象年月の実行（日時・結果）
       01  RCT-CNT                PIC  9(3)    VALUE  ZERO.
       01  RCT-TBL.
         02  RCT-ENT  OCCURS 500 TIMES INDEXED BY RCT-IDX.
           03  RCT-DT             PIC  9(14).
           03  RCT-RESULT         PIC  X(2).
       01  WK-DT                  PIC  9(14)   VALUE  0.
       01  WK-NEXT-DT             PIC  9(14)   VALUE  0.
       01  WK-RUN-PGM-ID          PIC  X(8)    VALUE  SPACE.
       01  WK-RUN-RESULT          PIC  X(2)    VALUE  SPACE.
       01  WK-CYT-NO              PIC  9(3)    VALUE  0.
      *担当者認証・操作記録(KCBS070)への連絡領域
       COPY  KCBS070P.
      ********************************************************
      * 期間の締め・再オープン
      ********************************************************
           DISPLAY  "*** START KUBM035 ***".
           PERFORM  INIT-RTN.
           IF  WK-PERIOD  >  0  THEN
             IF  WK-ACTION  =  "C"  THEN
               PERFORM  PRECLOSE-RTN
             END-IF
             IF  WK-CLOSE-OK-FLG  =  "Y"  THEN
               PERFORM  UPDATE-RTN
               PERFORM  STORE-RTN
             ELSE
               DISPLAY  "締め前点検未了　期間="  WK-PERIOD
                        " のクローズを拒否"
               MOVE  8  TO  WK-COMP-CD
             END-IF
           ELSE
             DISPLAY  "期間未指定　一覧表示のみ"
           END-IF.
           PERFORM  LIST-RTN.
           PERFORM  TERM-RTN.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理　指定の取得と既存期間の読込
             END-PERFORM
             CLOSE  PER-FILE
           END-IF.
           ACCEPT  WK-OVR-OPR-ID  FROM  ENVIRONMENT
                   "KUBM035-OVERRIDE-OPR".
           ACCEPT  WK-OVR-RSN  FROM  ENVIRONMENT
                   "KUBM035-OVERRIDE-RSN".
           OPEN  OUTPUT  RPT-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 締め前点検　使用する項目を順に点検し、未了があれば責任者
      * による強制締めの指定を確認する
      ********************************************************
       PRECLOSE-RTN               SECTION.
           PERFORM  CKL-LOAD-RTN.
           MOVE  WK-PERIOD  TO  WK-PERIOD-END-X.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "締め前点検　期間＝"  DELIMITED BY SIZE
                   WK-PERIOD  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           IF  WK-CKL-USE(1)  NOT  =  "N"  THEN
             PERFORM  CHK-INVOICE-RTN
           END-IF.
           IF  WK-CKL-USE(2)  NOT  =  "N"  THEN
             MOVE  "KUBM034"  TO  WK-RUN-PGM-ID
             MOVE  "02 為替評価替え(KUBM034)の実行"
               TO  WK-ITEM-MEI
             PERFORM  CHK-RUN-RTN
           END-IF.
           IF  WK-CKL-USE(3)  NOT  =  "N"  THEN
             PERFORM  CHK-TAN-RTN
           END-IF.
           IF  WK-CKL-USE(4)  NOT  =  "N"  THEN
             MOVE  "KZBM060"  TO  WK-RUN-PGM-ID
             MOVE  "04 在庫会計連携(KZBM060)の作成"
               TO  WK-ITEM-MEI
             PERFORM  CHK-RUN-RTN
           END-IF.
           IF  WK-CKL-USE(5)  NOT  =  "N"  THEN
             PERFORM  CHK-PIPELINE-RTN
           END-IF.
           IF  WK-CKL-USE(6)  NOT  =  "N"  THEN
             PERFORM  CHK-PND-RTN
           END-IF.
           IF  WK-CKL-USE(7)  NOT  =  "N"  THEN
             MOVE  "KZBM057"  TO  WK-RUN-PGM-ID
             MOVE  "07 在庫・会計照合(KZBM057)"
               TO  WK-ITEM-MEI
             PERFORM  CHK-RUN-RTN
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "締め前点検　未了件数＝"
                     DELIMITED BY SIZE
                   WK-OST-CNT  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           IF  WK-OST-CNT  >  0  THEN
             PERFORM  OVERRIDE-RTN
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 締め前点検リストのロード（なしは全項目を点検）
      ********************************************************
       CKL-LOAD-RTN               SECTION.
           MOVE  SPACE  TO  WK-CKL-USE-TBL.
           OPEN  INPUT  CKL-FILE.
           IF  CKL-STATUS  NOT  =  "00"  THEN
             DISPLAY  "CKLなし　全項目を点検"
           ELSE
             MOVE  SPACE  TO  WK-READ-END-FLG
             PERFORM  UNTIL  WK-READ-END-FLG  =  "E"
               READ  CKL-FILE
                 AT  END
                   MOVE  "E"  TO  WK-READ-END-FLG
                 NOT  AT  END
                   IF  CKL-COD  IS  NUMERIC  THEN
                     MOVE  CKL-COD  TO  WK-CKL-NO
                     IF  (WK-CKL-NO  >=  1)  AND  (WK-CKL-NO  <=  7)
                       THEN
                       MOVE  CKL-USE  TO  WK-CKL-USE(WK-CKL-NO)
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  CKL-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 点検項目の見出し行（WK-ITEM-MEI）
      ********************************************************
       ITEM-HEAD-RTN              SECTION.
           MOVE  0  TO  WK-ITEM-CNT.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  "  DELIMITED BY SIZE
                   WK-ITEM-MEI  DELIMITED BY "  "
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 点検項目の結果行（WK-ITEM-CNT＝未了件数）
      ********************************************************
       ITEM-RESULT-RTN            SECTION.
           MOVE  SPACE  TO  RPT-REC.
           IF  WK-ITEM-CNT  =  0  THEN
             MOVE  "      結果＝済"  TO  RPT-REC
           ELSE
             ADD  1  TO  WK-OST-CNT
             STRING  "      結果＝未了　件数="
                       DELIMITED BY SIZE
                     WK-ITEM-CNT  DELIMITED BY SIZE
               INTO  RPT-REC
           END-IF.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 未了明細行（WK-MSG）　項目ごとに20行まで出す
      ********************************************************
       ITEM-DETAIL-RTN            SECTION.
           IF  WK-ITEM-CNT  <=  20  THEN
             MOVE  SPACE  TO  RPT-REC
             STRING  "      "  DELIMITED BY SIZE
                     WK-MSG  DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 01 出荷明細の請求書発行　対象期間に出荷した明細に、請求書
      * 番号の付いた通常受注の請求明細があること
      ********************************************************
       CHK-INVOICE-RTN            SECTION.
           MOVE  "01 出荷明細の請求書発行"  TO  WK-ITEM-MEI.
           PERFORM  ITEM-HEAD-RTN.
      *発行済みジャーナル（請求書番号の付いたもの）
           OPEN  INPUT  IVJ-FILE.
           IF  IVJ-STATUS  =  "00"  THEN
             MOVE  SPACE  TO  WK-READ-END-FLG
             PERFORM  UNTIL  WK-READ-END-FLG  =  "E"
               READ  IVJ-FILE
                 AT  END
                   MOVE  "E"  TO  WK-READ-END-FLG
                 NOT  AT  END
                   IF  (IVJ-INV-NO  IS  NUMERIC)  AND
                       (IVJ-INV-NO  NOT  =  ZERO)  AND
                       (IVJT-CNT  <  9999)  THEN
                     ADD  1  TO  IVJT-CNT
                     SET  IVJT-IDX  TO  IVJT-CNT
                     MOVE  IVJ-RUN-ID  TO  IVJT-RUN-ID(IVJT-IDX)
                     MOVE  IVJ-TOKU-COD  TO  IVJT-TOKU-COD(IVJT-IDX)
                     MOVE  IVJ-PERIOD  TO  IVJT-PERIOD(IVJT-IDX)
                     MOVE  IVJ-TSUKA-COD
                       TO  IVJT-TSUKA-COD(IVJT-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  IVJ-FILE
           END-IF.
      *請求明細のうち発行済みジャーナルに対応のある通常受注
           OPEN  INPUT  IVL-FILE.
           IF  IVL-STATUS  =  "00"  THEN
             MOVE  SPACE  TO  WK-READ-END-FLG
             PERFORM  UNTIL  WK-READ-END-FLG  =  "E"
               READ  IVL-FILE
                 AT  END
                   MOVE  "E"  TO  WK-READ-END-FLG
                 NOT  AT  END
                   IF  IVL-DATA-KBN  =  "1"  THEN
                     PERFORM  IVL-POST-RTN
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  IVL-FILE
           END-IF.
      *対象期間の出荷明細
           OPEN  INPUT  SHR-FILE.
           IF  SHR-STATUS  =  "00"  THEN
             MOVE  SPACE  TO  WK-READ-END-FLG
             PERFORM  UNTIL  WK-READ-END-FLG  =  "E"
               READ  SHR-FILE
                 AT  END
                   MOVE  "E"  TO  WK-READ-END-FLG
                 NOT  AT  END
                   IF  SHR-SHIP-YMD(1:6)  =  WK-PERIOD-END-X  THEN
                     PERFORM  SHR-CHECK-RTN
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  SHR-FILE
           END-IF.
           PERFORM  ITEM-RESULT-RTN.
       EXT.
           EXIT.
      *
       IVL-POST-RTN               SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  IVJT-IDX  FROM  1  BY  1
             UNTIL  (IVJT-IDX  >  IVJT-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  (IVJT-RUN-ID(IVJT-IDX)  =  IVL-RUN-ID)  AND
                 (IVJT-TOKU-COD(IVJT-IDX)  =  IVL-BILL-TOKU)  AND
                 (IVJT-PERIOD(IVJT-IDX)  =  IVL-PERIOD)  AND
                 (IVJT-TSUKA-COD(IVJT-IDX)  =  IVL-TSUKA-COD)  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  (WK-FOUND-FLG  =  "Y")  AND  (BLT-CNT  <  9999)  THEN
             ADD  1  TO  BLT-CNT
             SET  BLT-IDX  TO  BLT-CNT
             MOVE  IVL-JUCHU-NO  TO  BLT-JUCHU-NO(BLT-IDX)
             MOVE  IVL-LINE-NO   TO  BLT-LINE-NO(BLT-IDX)
           END-IF.
       EXT.
           EXIT.
      *
       SHR-CHECK-RTN              SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  BLT-IDX  FROM  1  BY  1
             UNTIL  (BLT-IDX  >  BLT-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  (BLT-JUCHU-NO(BLT-IDX)  =  SHR-JUCHU-NO)  AND
                 (BLT-LINE-NO(BLT-IDX)  =  SHR-LINE-NO)  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "N"  THEN
             ADD  1  TO  WK-ITEM-CNT
             MOVE  SPACE  TO  WK-MSG
             STRING  "請求書未発行 受注="  DELIMITED BY SIZE
                     SHR-JUCHU-NO  DELIMITED BY SIZE
                     "-"  DELIMITED BY SIZE
                     SHR-LINE-NO  DELIMITED BY SIZE
                     " 得意先="  DELIMITED BY SIZE
                     SHR-TOKU-COD  DELIMITED BY SIZE
                     " 出荷日="  DELIMITED BY SIZE
                     SHR-SHIP-YMD  DELIMITED BY SIZE
               INTO  WK-MSG
             PERFORM  ITEM-DETAIL-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 02/04/07 月次処理の実行　月次処理実行記録に対象期間の
      * 記録があり、最後の記録が正常終了であること
      * （WK-RUN-PGM-ID、07は在庫・会計照合の差額が許容差以内）
      ********************************************************
       CHK-RUN-RTN                SECTION.
           PERFORM  ITEM-HEAD-RTN.
           MOVE  SPACE  TO  WK-RUN-RESULT.
           OPEN  INPUT  MRL-FILE.
           IF  MRL-STATUS  =  "00"  THEN
             MOVE  SPACE  TO  WK-READ-END-FLG
             PERFORM  UNTIL  WK-READ-END-FLG  =  "E"
               READ  MRL-FILE
                 AT  END
                   MOVE  "E"  TO  WK-READ-END-FLG
                 NOT  AT  END
                   IF  (MRL-PGM-ID  =  WK-RUN-PGM-ID)  AND
                       (MRL-PERIOD  =  WK-PERIOD)  THEN
                     MOVE  MRL-RESULT  TO  WK-RUN-RESULT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  MRL-FILE
           END-IF.
           IF  WK-RUN-RESULT  NOT  =  "OK"  THEN
             MOVE  1  TO  WK-ITEM-CNT
           END-IF.
           IF  WK-RUN-RESULT  =  SPACE  THEN
             MOVE  "対象期間の実行記録なし"  TO  WK-MSG
             PERFORM  ITEM-DETAIL-RTN
           END-IF.
           IF  WK-RUN-RESULT  =  "NG"  THEN
             MOVE  "最後の実行が異常終了（要再実行）"
               TO  WK-MSG
             PERFORM  ITEM-DETAIL-RTN
           END-IF.
           PERFORM  ITEM-RESULT-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 03 棚卸カウントの承認　対象期間以前の日付のカウントに
      * 未承認（承認区分が"A"でない）の行がないこと
      ********************************************************
       CHK-TAN-RTN                SECTION.
           MOVE  "03 棚卸カウントの承認"  TO  WK-ITEM-MEI.
           PERFORM  ITEM-HEAD-RTN.
           OPEN  INPUT  TAN-FILE.
           IF  TAN-STATUS  =  "00"  THEN
             MOVE  SPACE  TO  WK-READ-END-FLG
             PERFORM  UNTIL  WK-READ-END-FLG  =  "E"
               READ  TAN-FILE
                 AT  END
                   MOVE  "E"  TO  WK-READ-END-FLG
                 NOT  AT  END
                   IF  (TAN-YMD(1:6)  <=  WK-PERIOD-END-X)  AND
                       (TAN-APPROVE-FLG  NOT  =  "A")  THEN
                     ADD  1  TO  WK-ITEM-CNT
                     MOVE  SPACE  TO  WK-MSG
                     STRING  "未承認カウント 棚卸日="
                               DELIMITED BY SIZE
                             TAN-YMD  DELIMITED BY SIZE
                             " 商品="  DELIMITED BY SIZE
                             TAN-SHOHIN-NO  DELIMITED BY SIZE
                       INTO  WK-MSG
                     PERFORM  ITEM-DETAIL-RTN
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  TAN-FILE
           END-IF.
           PERFORM  ITEM-RESULT-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 05 受注パイプライン突合　対象期間のKJBM010の各実行の後、
      * 次の実行までに突合(KJBM070)が正常終了していること。
      * ジョブ統計ログがない場合は対象期間の最後の突合が正常で
      * あることだけを見る
      ********************************************************
       CHK-PIPELINE-RTN           SECTION.
           MOVE  "05 受注パイプライン突合(KJBM070)"
             TO  WK-ITEM-MEI.
           PERFORM  ITEM-HEAD-RTN.
           MOVE  SPACE  TO  WK-RUN-RESULT.
           OPEN  INPUT  MRL-FILE.
           IF  MRL-STATUS  =  "00"  THEN
             MOVE  SPACE  TO  WK-READ-END-FLG
             PERFORM  UNTIL  WK-READ-END-FLG  =  "E"
               READ  MRL-FILE
                 AT  END
                   MOVE  "E"  TO  WK-READ-END-FLG
                 NOT  AT  END
                   IF  (MRL-PGM-ID  =  "KJBM070")  AND
                       (MRL-PERIOD  =  WK-PERIOD)  AND
                       (RCT-CNT  <  500)  THEN
                     ADD  1  TO  RCT-CNT
                     SET  RCT-IDX  TO  RCT-CNT
                     COMPUTE  RCT-DT(RCT-IDX)  =
                       MRL-YMD  *  1000000  +  MRL-TIME
                     MOVE  MRL-RESULT  TO  RCT-RESULT(RCT-IDX)
                     MOVE  MRL-RESULT  TO  WK-RUN-RESULT
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  MRL-FILE
           END-IF.
           OPEN  INPUT  JOBLOG-FILE.
           IF  JOBLOG-STATUS  NOT  =  "00"  THEN
             IF  WK-RUN-RESULT  NOT  =  "OK"  THEN
               MOVE  1  TO  WK-ITEM-CNT
               MOVE  "対象期間の最後の突合が正常でない"
                 TO  WK-MSG
               PERFORM  ITEM-DETAIL-RTN
             END-IF
             PERFORM  ITEM-RESULT-RTN
             GO  TO  CHK-PIPELINE-EXT
           END-IF.
           MOVE  SPACE  TO  WK-READ-END-FLG.
           PERFORM  UNTIL  WK-READ-END-FLG  =  "E"
             READ  JOBLOG-FILE
               AT  END
                 MOVE  "E"  TO  WK-READ-END-FLG
               NOT  AT  END
                 IF  (JLOG-PGM-ID  =  "KJBM010")  AND
                     (JLOG-KBN  =  SPACE)  AND
                     (JLOG-START-DATE(1:6)  =  WK-PERIOD-END-X)  AND
                     (CYT-CNT  <  500)  THEN
                   ADD  1  TO  CYT-CNT
                   SET  CYT-IDX  TO  CYT-CNT
                   COMPUTE  CYT-START-DT(CYT-IDX)  =
                     JLOG-START-DATE  *  1000000  +  JLOG-START-TIME
                   COMPUTE  CYT-END-DT(CYT-IDX)  =
                     JLOG-END-DATE  *  1000000  +  JLOG-END-TIME
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  JOBLOG-FILE.
           PERFORM  VARYING  WK-CYT-NO  FROM  1  BY  1
             UNTIL  WK-CYT-NO  >  CYT-CNT
             PERFORM  CYCLE-CHECK-RTN
           END-PERFORM.
           PERFORM  ITEM-RESULT-RTN.
       CHK-PIPELINE-EXT.
           EXIT.
      *
      *1実行分　終了後、次のKJBM010開始前に正常な突合があること
       CYCLE-CHECK-RTN            SECTION.
           MOVE  CYT-END-DT(WK-CYT-NO)  TO  WK-DT.
           IF  WK-CYT-NO  <  CYT-CNT  THEN
             MOVE  CYT-START-DT(WK-CYT-NO  +  1)  TO  WK-NEXT-DT
           ELSE
             MOVE  99999999999999  TO  WK-NEXT-DT
           END-IF.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  RCT-IDX  FROM  1  BY  1
             UNTIL  (RCT-IDX  >  RCT-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  (RCT-DT(RCT-IDX)  >=  WK-DT)  AND
                 (RCT-DT(RCT-IDX)  <   WK-NEXT-DT)  AND
                 (RCT-RESULT(RCT-IDX)  =  "OK")  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "N"  THEN
             ADD  1  TO  WK-ITEM-CNT
             MOVE  SPACE  TO  WK-MSG
             STRING  "突合未了 KJBM010実行="  DELIMITED BY SIZE
                     CYT-START-DT(WK-CYT-NO)  DELIMITED BY SIZE
               INTO  WK-MSG
             PERFORM  ITEM-DETAIL-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 06 商品マスタ保守の承認待ち　対象期間以前に提出され未処理
      * のトランザクションがないこと
      ********************************************************
       CHK-PND-RTN                SECTION.
           MOVE  "06 商品マスタ保守の承認待ち"
             TO  WK-ITEM-MEI.
           PERFORM  ITEM-HEAD-RTN.
           OPEN  INPUT  PND-FILE.
           IF  PND-STATUS  =  "00"  THEN
             MOVE  SPACE  TO  WK-READ-END-FLG
             PERFORM  UNTIL  WK-READ-END-FLG  =  "E"
               READ  PND-FILE
                 AT  END
                   MOVE  "E"  TO  WK-READ-END-FLG
                 NOT  AT  END
                   IF  (PND-YMD(1:6)  <=  WK-PERIOD-END-X)  AND
                       (PND-DONE-FLG  =  SPACE)  THEN
                     ADD  1  TO  WK-ITEM-CNT
                     MOVE  SPACE  TO  WK-MSG
                     STRING  "未処理 提出日="  DELIMITED BY SIZE
                             PND-YMD  DELIMITED BY SIZE
                             " 提出者="  DELIMITED BY SIZE
                             PND-SUBMIT-OPR  DELIMITED BY SIZE
                             " 承認区分="  DELIMITED BY SIZE
                             PND-APPROVE-FLG  DELIMITED BY SIZE
                       INTO  WK-MSG
                     PERFORM  ITEM-DETAIL-RTN
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  PND-FILE
           END-IF.
           PERFORM  ITEM-RESULT-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 責任者による強制締め　担当者マスタで機能Kの権限を確認し、
      * 操作記録へ残した場合だけ締めを続ける
      ********************************************************
       OVERRIDE-RTN               SECTION.
           MOVE  "N"  TO  WK-CLOSE-OK-FLG.
           IF  WK-OVR-OPR-ID  =  SPACE  THEN
             GO  TO  OVERRIDE-EXT
           END-IF.
           MOVE  "C"            TO  S070-ACTION.
           MOVE  WK-OVR-OPR-ID  TO  S070-OPR-ID.
           MOVE  "KUBM035"      TO  S070-PGM-ID.
           MOVE  "K"            TO  S070-FUNC.
           CALL  "KCBS070"  USING  KCBS070-P1.
           IF  S070-RCD  NOT  =  SPACE  THEN
             MOVE  SPACE  TO  RPT-REC
             STRING  "強制締め不可　担当者="
                       DELIMITED BY SIZE
                     WK-OVR-OPR-ID  DELIMITED BY SIZE
                     " 認証区分="  DELIMITED BY SIZE
                     S070-RCD  DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
             GO  TO  OVERRIDE-EXT
           END-IF.
           IF  WK-OVR-RSN  =  SPACE  THEN
             MOVE  SPACE  TO  RPT-REC
             MOVE  "強制締め不可　理由の指定なし"
               TO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
             GO  TO  OVERRIDE-EXT
           END-IF.
           MOVE  "A"            TO  S070-ACTION.
           MOVE  SPACE  TO  S070-KEY.
           STRING  "PERIOD="  DELIMITED BY SIZE
                   WK-PERIOD  DELIMITED BY SIZE
             INTO  S070-KEY.
           MOVE  SPACE  TO  S070-TEXT.
           STRING  "強制締め 未了"  DELIMITED BY SIZE
                   WK-OST-CNT  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-OVR-RSN  DELIMITED BY SIZE
             INTO  S070-TEXT.
           CALL  "KCBS070"  USING  KCBS070-P1.
           MOVE  "Y"  TO  WK-CLOSE-OK-FLG.
           MOVE  4    TO  WK-COMP-CD.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "責任者承認により強制締め　担当者="
                     DELIMITED BY SIZE
                   WK-OVR-OPR-ID  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   S070-OPR-MEI  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       OVERRIDE-EXT.
           EXIT.
      ********************************************************
      * 指定期間の状態更新（未登録なら追加）
      ********************************************************
       UPDATE-RTN                 SECTION.
