       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KJBM078.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：重複疑い受注の確認・解放処理
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *KJBM050が重複受注の疑い(22)で重複疑いファイル(DPF)へ退避
      *した明細と、顧客サービス担当が起票した確認トランザクション
      *(DPT)を突き合わせる。
      *  解放(R)：重複ではない。元の受注番号・明細行番号のまま
      *           KJCF010形式の再投入ファイル(OTF)へ書き出し
      *           （KJBM010から通常どおりパイプラインへ流す）、
      *           解放済みファイル(DPR)へも書いて、再投入時の
      *           KJBM020が重複受注の疑いを再判定しないようにする
      *  重複確定(D)：同じ受注の二重登録として受注データベースを
      *           NGにする（(22)の明細はKJBM030が引当を取らない
      *           ため、戻す在庫はない）
      *  指示なし：DPFへ書き戻して次回に持ち越す
      *併せて全明細の重複受注疑い一覧（顧客サービス向け日次
      *リスト）をRPTへ出力する。疑いの相手はKJBM020が残した
      *重複受注疑い対応ファイル(DUPF)から引き、双方の受注番号の
      *系列（チャネル）は受注番号採番管理ファイル(NUMCTL)の
      *番号範囲（下5桁）から求める。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *重複疑いファイル（KJBM050出力、読込後に持ち越し分を書き戻す）
           SELECT  DPF-FILE  ASSIGN TO  EXTERNAL  DPF
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS DPF-STATUS.
      *確認トランザクション
           SELECT  DPT-FILE  ASSIGN TO  EXTERNAL  DPT
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS DPT-STATUS.
      *重複受注疑い対応ファイル（KJBM020出力、読込後に持ち越し分の
      *対応だけを書き戻す）
           SELECT  DUP-FILE  ASSIGN TO  EXTERNAL  DUPF
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS DUP-STATUS.
      *受注番号採番管理ファイル（系列の判定に参照のみ）
           SELECT  NUM-FILE  ASSIGN TO  EXTERNAL  NUMCTL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS NUM-STATUS.
      *OUTPUT 再投入ファイル（KJBM010のITFとなるKJCF010形式）
           SELECT  OTF-FILE  ASSIGN TO  EXTERNAL  OTF
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 重複疑い解放済みファイル（再投入と同じ回のKJBM020用）
           SELECT  DPR-FILE  ASSIGN TO  EXTERNAL  DPR
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 重複受注疑い一覧（顧客サービス向け日次リスト）
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  DPF-FILE.
       01  DPF-REC.
           COPY  KJCF020H.
       FD  DPT-FILE.
       01  DPT-REC.
           COPY  KJCDPT.
       FD  DUP-FILE.
       01  DUP-REC.
           COPY  KJCDUP.
       FD  NUM-FILE.
       01  NUM-REC.
           COPY  KJCNUM.
       FD  OTF-FILE.
       01  OTF-REC.
           COPY  KJCF010.
       FD  DPR-FILE.
       01  DPR-REC.
           COPY  KJCDPT.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  DPF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  DPT-STATUS             PIC  X(2)    VALUE  SPACE.
       01  DUP-STATUS             PIC  X(2)    VALUE  SPACE.
       01  NUM-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  DPF-CNT                PIC  9(5)    VALUE  0.
       01  REL-CNT                PIC  9(5)    VALUE  0.
       01  KAKUTEI-CNT            PIC  9(5)    VALUE  0.
       01  KEEP-CNT               PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
      *重複疑い明細のテーブル（レコードイメージ保持、KJBM062と同じ）
       01  DP-CNT                 PIC  9(4)    VALUE  ZERO.
       01  DP-TBL.
         02  DP-ENT  OCCURS 9999 TIMES INDEXED BY DP-IDX.
           03  DP-REC-IMG         PIC  X(162).
           03  DP-KEEP-FLG        PIC  X.
      *明細1件分をKJCF020H項目で参照するための作業領域
       01  WK-DP-REC-1.
           COPY  KJCF020H.
      *確認トランザクションのテーブル
       01  DT-CNT                 PIC  9(3)    VALUE  ZERO.
       01  DT-TBL.
         02  DT-ENT  OCCURS 500 TIMES INDEXED BY DT-IDX.
           03  DT-JUCHU-NO        PIC  X(6).
           03  DT-LINE-NO         PIC  9(2).
           03  DT-ACTION          PIC  X(1).
           03  DT-OPERATOR        PIC  X(8).
       01  WK-ACTION              PIC  X(1)    VALUE  SPACE.
       01  WK-OPERATOR            PIC  X(8)    VALUE  SPACE.
      *重複受注疑い対応のテーブル（同一明細は後の記録を使う）
       01  DU-CNT                 PIC  9(4)    VALUE  ZERO.
       01  DU-TBL.
         02  DU-ENT  OCCURS 9999 TIMES INDEXED BY DU-IDX.
           03  DU-REC-IMG         PIC  X(54).
       01  WK-DU-REC-1.
           COPY  KJCDUP.
       01  WK-DU-FOUND-FLG        PIC  X       VALUE  "N".
       01  WK-DU-I                PIC  9(4)    VALUE  0.
      *受注番号の採番範囲（系列の判定用、下5桁で比較する）
       01  WK-NUMT-CNT            PIC  9(2)    VALUE  ZERO.
       01  WK-NUMT-TBL.
         02  WK-NUMT-ENT  OCCURS 20 TIMES INDEXED BY WK-NUMT-IDX.
           03  WK-NUMT-SERIES     PIC  X(1).
           03  WK-NUMT-LO-NO      PIC  X(6).
           03  WK-NUMT-HI-NO      PIC  X(6).
      *系列判定の入出力
       01  WK-SR-JUCHU-NO         PIC  X(6)    VALUE  SPACE.
       01  WK-SR-SERIES           PIC  X(1)    VALUE  SPACE.
       01  WK-SR-MEI              PIC  X(12)   VALUE  SPACE.
       01  WK-SR-FOUND-FLG        PIC  X       VALUE  "N".
       01  WK-JISHA-SERIES        PIC  X(1)    VALUE  SPACE.
       01  WK-JISHA-MEI           PIC  X(12)   VALUE  SPACE.
       01  WK-AITE-SERIES         PIC  X(1)    VALUE  SPACE.
       01  WK-AITE-MEI            PIC  X(12)   VALUE  SPACE.
      *一覧の判定結果（確認待ち／解放／重複確定）
       01  WK-LIST-KBN            PIC  X(7)    VALUE  SPACE.
       01  WK-JUCHU-YMD           PIC  9(8)    VALUE  0.
      *滞留日数の算出用
       01  WK-TODAY-YMD           PIC  9(8)    VALUE  0.
       01  WK-TODAY-INT           PIC  9(8)    VALUE  0.
       01  WK-HOLD-INT            PIC  9(8)    VALUE  0.
       01  WK-TAIRYU-DAYS         PIC  9(5)    VALUE  0.
      *受注データベース書込(KCBS040)への連絡領域
       COPY  KCBS040P.
      *編集用
       01  WK-KIN-DISP            PIC  ----,---,--9.
       01  WK-DAYS-DISP           PIC  ZZZZ9.
      ********************************************************
      * 重複疑い受注の確認・解放の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KJBM078 ***".
           PERFORM  INIT-RTN.
           PERFORM  LOAD-NUM-RTN.
           PERFORM  LOAD-DPT-RTN.
           PERFORM  LOAD-DUP-RTN.
           PERFORM  LOAD-DPF-RTN.
           PERFORM  JUDGE-RTN.
           PERFORM  REWRITE-DPF-RTN.
           PERFORM  REWRITE-DUP-RTN.
           PERFORM  TERM-RTN.
           STOP  RUN.
      ********************************************************
      * 開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           OPEN  OUTPUT  OTF-FILE.
           OPEN  OUTPUT  DPR-FILE.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-TODAY-YMD.
           COMPUTE  WK-TODAY-INT  =
             FUNCTION INTEGER-OF-DATE(WK-TODAY-YMD).
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "重複受注疑い一覧"  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "判定 得意 商品  数量         金額"
                   DELIMITED BY SIZE
                   "   滞留日数  確認者"
                   DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "       疑いの明細 系列           受注日"
                   DELIMITED BY SIZE
                   "  相手の明細 系列        受注日   結果"
                   DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  3  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 受注番号採番管理ファイルの全件ロード（未定義の環境では
      * 系列を空白のまま一覧を出す）
      ********************************************************
       LOAD-NUM-RTN               SECTION.
           OPEN  INPUT  NUM-FILE.
           IF  NUM-STATUS  =  "35"  THEN
             DISPLAY  "NUMCTLなし　系列は空欄"
           ELSE
             MOVE  SPACE  TO  WK-END-FLG
             PERFORM  UNTIL  WK-END-FLG  =  "E"
               READ  NUM-FILE
                 AT  END
                   MOVE  "E"  TO  WK-END-FLG
                 NOT  AT  END
                   IF  WK-NUMT-CNT  <  20  THEN
                     ADD  1  TO  WK-NUMT-CNT
                     SET  WK-NUMT-IDX  TO  WK-NUMT-CNT
                     MOVE  NUM-SERIES
                       TO  WK-NUMT-SERIES(WK-NUMT-IDX)
                     MOVE  NUM-LO-NO
                       TO  WK-NUMT-LO-NO(WK-NUMT-IDX)
                     MOVE  NUM-HI-NO
                       TO  WK-NUMT-HI-NO(WK-NUMT-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  NUM-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 確認トランザクションの全件読込
      ********************************************************
       LOAD-DPT-RTN               SECTION.
           OPEN  INPUT  DPT-FILE.
           IF  DPT-STATUS  =  "35"  THEN
             DISPLAY  "確認トランザクションなし"
           ELSE
             MOVE  SPACE  TO  WK-END-FLG
             PERFORM  UNTIL  WK-END-FLG  =  "E"
               READ  DPT-FILE
                 AT  END
                   MOVE  "E"  TO  WK-END-FLG
                 NOT  AT  END
                   IF  DT-CNT  <  500  THEN
                     ADD  1  TO  DT-CNT
                     SET  DT-IDX  TO  DT-CNT
                     MOVE  DPT-JUCHU-NO OF DPT-REC
                       TO  DT-JUCHU-NO(DT-IDX)
                     MOVE  DPT-LINE-NO OF DPT-REC
                       TO  DT-LINE-NO(DT-IDX)
                     MOVE  DPT-ACTION OF DPT-REC
                       TO  DT-ACTION(DT-IDX)
                     MOVE  DPT-OPERATOR OF DPT-REC
                       TO  DT-OPERATOR(DT-IDX)
                   ELSE
                     DISPLAY  "*** テーブル上限超過"
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  DPT-FILE
             DISPLAY  "確認指示読込= "  DT-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 重複受注疑い対応ファイルの全件読込
      ********************************************************
       LOAD-DUP-RTN               SECTION.
           OPEN  INPUT  DUP-FILE.
           IF  DUP-STATUS  =  "35"  THEN
             DISPLAY  "重複受注疑い対応ファイルなし"
           ELSE
             MOVE  SPACE  TO  WK-END-FLG
             PERFORM  UNTIL  WK-END-FLG  =  "E"
               READ  DUP-FILE
                 AT  END
                   MOVE  "E"  TO  WK-END-FLG
                 NOT  AT  END
                   IF  DU-CNT  <  9999  THEN
                     ADD  1  TO  DU-CNT
                     SET  DU-IDX  TO  DU-CNT
                     MOVE  DUP-REC  TO  DU-REC-IMG(DU-IDX)
                   ELSE
                     DISPLAY  "*** テーブル上限超過"
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  DUP-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 重複疑いファイルの全件読込
      ********************************************************
       LOAD-DPF-RTN               SECTION.
           OPEN  INPUT  DPF-FILE.
           IF  DPF-STATUS  =  "35"  THEN
             DISPLAY  "重複疑いファイルなし"
           ELSE
             MOVE  SPACE  TO  WK-END-FLG
             PERFORM  UNTIL  WK-END-FLG  =  "E"
               READ  DPF-FILE
                 AT  END
                   MOVE  "E"  TO  WK-END-FLG
                 NOT  AT  END
                   ADD  1  TO  DPF-CNT
                   IF  DP-CNT  <  9999  THEN
                     ADD  1  TO  DP-CNT
                     SET  DP-IDX  TO  DP-CNT
                     MOVE  DPF-REC  TO  DP-REC-IMG(DP-IDX)
                     MOVE  SPACE    TO  DP-KEEP-FLG(DP-IDX)
                   ELSE
                     DISPLAY  "*** テーブル上限超過"
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  DPF-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 判定　確認指示と突き合わせ、解放は再投入へ、重複確定は
      * 受注データベースのNGへ、指示のない明細は持ち越しへ。
      * 判定の前後に関わらず全明細を一覧へ出力する
      ********************************************************
       JUDGE-RTN                  SECTION.
           PERFORM  VARYING  DP-IDX  FROM  1  BY  1
             UNTIL  DP-IDX  >  DP-CNT
             MOVE  DP-REC-IMG(DP-IDX)  TO  WK-DP-REC-1
             PERFORM  DPT-LOOKUP-RTN
             EVALUATE  WK-ACTION
               WHEN  "R"
                 PERFORM  RELEASE-WRITE-RTN
                 ADD  1  TO  REL-CNT
               WHEN  "D"
                 PERFORM  ODB-NG-RTN
                 ADD  1  TO  KAKUTEI-CNT
               WHEN  OTHER
                 MOVE  "K"  TO  DP-KEEP-FLG(DP-IDX)
                 ADD  1  TO  KEEP-CNT
             END-EVALUATE
             PERFORM  LIST-RTN
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 確認指示の引き当て　受注番号＋明細行番号で突き合わせる
      ********************************************************
       DPT-LOOKUP-RTN             SECTION.
           MOVE  SPACE  TO  WK-ACTION.
           MOVE  SPACE  TO  WK-OPERATOR.
           PERFORM  VARYING  DT-IDX  FROM  1  BY  1
             UNTIL  (DT-IDX  >  DT-CNT)  OR
                    (WK-ACTION  NOT  =  SPACE)
             IF  (DT-JUCHU-NO(DT-IDX)  =
                  JF020-JUCHU-NO OF WK-DP-REC-1)  AND
                 (DT-LINE-NO(DT-IDX)  =
                  JF020-LINE-NO OF WK-DP-REC-1)  THEN
               MOVE  DT-ACTION(DT-IDX)    TO  WK-ACTION
               MOVE  DT-OPERATOR(DT-IDX)  TO  WK-OPERATOR
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 解放明細の再投入レコード出力　受注番号・明細行番号・
      * 希望納期を保ったままKJCF010の単一明細行受注として書き
      * 出す（KJBM054と同じ方式）。解放済みファイルへも1件書く
      ********************************************************
       RELEASE-WRITE-RTN          SECTION.
           MOVE  SPACE  TO  OTF-REC.
           MOVE  JF020-DATA-KBN OF WK-DP-REC-1
             TO  JF010-DATA-KBN.
           MOVE  JF020-JUCHU-NO OF WK-DP-REC-1
             TO  JF010-JUCHU-NO-X.
           MOVE  JF020-JUCHU-Y2 OF WK-DP-REC-1
             TO  JF010-JUCHU-YY.
           MOVE  JF020-JUCHU-MM OF WK-DP-REC-1
             TO  JF010-JUCHU-MM.
           MOVE  JF020-JUCHU-DD OF WK-DP-REC-1
             TO  JF010-JUCHU-DD.
           MOVE  JF020-TOKU-COD OF WK-DP-REC-1
             TO  JF010-TOKU-COD.
           MOVE  JF020-TSUKA-COD OF WK-DP-REC-1
             TO  JF010-TSUKA-COD.
           MOVE  JF020-CANCEL-JUCHU-NO OF WK-DP-REC-1
             TO  JF010-CANCEL-JUCHU-NO.
           MOVE  JF020-NOKI-YMD OF WK-DP-REC-1
             TO  JF010-NOKI-YMD.
           MOVE  JF020-NOHIN-COD OF WK-DP-REC-1
             TO  JF010-NOHIN-COD.
           MOVE  JF020-LINE-NO OF WK-DP-REC-1
             TO  JF010-LINE-NO.
           MOVE  1  TO  JF010-LINE-CNT.
           MOVE  JF020-SHOHIN-NO OF WK-DP-REC-1
             TO  JF010-SHOHIN-NO(1).
           MOVE  JF020-SURYO OF WK-DP-REC-1
             TO  JF010-SURYO(1).
      *見積番号は明細行数を決めた後に移す（明細行テーブルの後ろに
      *位置するため）
           MOVE  JF020-MITSU-NO OF WK-DP-REC-1
             TO  JF010-MITSU-NO.
           WRITE  OTF-REC.
           MOVE  SPACE  TO  DPR-REC.
           MOVE  JF020-JUCHU-NO OF WK-DP-REC-1
             TO  DPT-JUCHU-NO OF DPR-REC.
           MOVE  JF020-LINE-NO OF WK-DP-REC-1
             TO  DPT-LINE-NO OF DPR-REC.
           MOVE  WK-ACTION    TO  DPT-ACTION OF DPR-REC.
           MOVE  WK-OPERATOR  TO  DPT-OPERATOR OF DPR-REC.
           WRITE  DPR-REC.
           DISPLAY  "解放 受注番号="
                    JF020-JUCHU-NO OF WK-DP-REC-1.
       EXT.
           EXIT.
      ********************************************************
      * 重複確定　受注データベースをNGにする（ステージ050）
      ********************************************************
       ODB-NG-RTN                 SECTION.
           MOVE  JF020-JUCHU-NO OF WK-DP-REC-1  TO  S040-JUCHU-NO.
           MOVE  JF020-LINE-NO OF WK-DP-REC-1   TO  S040-LINE-NO.
           MOVE  "050"                          TO  S040-STAGE.
           MOVE  "NG"                           TO  S040-RESULT.
           MOVE  JF020-DATA-KBN OF WK-DP-REC-1  TO  S040-DATA-KBN.
           COMPUTE  S040-JUCHU-YMD  =
             (JF020-JUCHU-Y2 OF WK-DP-REC-1  *  10000)  +
             (JF020-JUCHU-MM OF WK-DP-REC-1  *  100)  +
             JF020-JUCHU-DD OF WK-DP-REC-1.
           MOVE  JF020-TOKU-COD OF WK-DP-REC-1  TO  S040-TOKU-COD.
           MOVE  JF020-SHOHIN-NO OF WK-DP-REC-1
             TO  S040-SHOHIN-NO.
           MOVE  JF020-SURYO OF WK-DP-REC-1     TO  S040-SURYO.
           MOVE  JF020-ERR-KBN-TBL OF WK-DP-REC-1
             TO  S040-ERR-KBN-TBL.
           MOVE  JF020-KINGAKU OF WK-DP-REC-1   TO  S040-KINGAKU.
           MOVE  JF020-ZEIGAKU OF WK-DP-REC-1   TO  S040-ZEIGAKU.
           MOVE  JF020-YAKUSOKU-YMD OF WK-DP-REC-1
             TO  S040-YAKUSOKU-YMD.
           MOVE  JF020-CANCEL-JUCHU-NO OF WK-DP-REC-1
             TO  S040-ORIG-JUCHU-NO.
           MOVE  JF020-NOKI-YMD OF WK-DP-REC-1
             TO  S040-NOKI-YMD.
           MOVE  JF020-NOHIN-COD OF WK-DP-REC-1
             TO  S040-NOHIN-COD.
           CALL  "KCBS040"  USING  KCBS040-P1.
           DISPLAY  "重複確定 受注番号="
                    JF020-JUCHU-NO OF WK-DP-REC-1.
       EXT.
           EXIT.
      ********************************************************
      * 疑いの相手の引き当て　受注番号＋明細行番号が一致する
      * 最後の対応記録を使う
      ********************************************************
       DUP-LOOKUP-RTN             SECTION.
           MOVE  "N"    TO  WK-DU-FOUND-FLG.
           MOVE  SPACE  TO  WK-DU-REC-1.
           PERFORM  VARYING  WK-DU-I  FROM  DU-CNT  BY  -1
             UNTIL  (WK-DU-I  <  1)  OR
                    (WK-DU-FOUND-FLG  =  "Y")
             IF  (DU-REC-IMG(WK-DU-I)(9:6)  =
                  JF020-JUCHU-NO OF WK-DP-REC-1)  AND
                 (DU-REC-IMG(WK-DU-I)(15:2)  =
                  JF020-LINE-NO OF WK-DP-REC-1)  THEN
               MOVE  "Y"  TO  WK-DU-FOUND-FLG
               MOVE  DU-REC-IMG(WK-DU-I)  TO  WK-DU-REC-1
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 系列の判定　受注番号の下5桁が採番範囲（下5桁）に入る系列
      * を求める（先頭1桁は年度のため比較しない）
      ********************************************************
       SERIES-RTN                 SECTION.
           MOVE  SPACE  TO  WK-SR-SERIES.
           MOVE  "N"    TO  WK-SR-FOUND-FLG.
           IF  WK-SR-JUCHU-NO  IS  NUMERIC  THEN
             PERFORM  VARYING  WK-NUMT-IDX  FROM  1  BY  1
               UNTIL  (WK-NUMT-IDX  >  WK-NUMT-CNT)  OR
                      (WK-SR-FOUND-FLG  =  "Y")
               IF  (WK-SR-JUCHU-NO(2:5)  >=
                    WK-NUMT-LO-NO(WK-NUMT-IDX)(2:5))  AND
                   (WK-SR-JUCHU-NO(2:5)  <=
                    WK-NUMT-HI-NO(WK-NUMT-IDX)(2:5))  THEN
                 MOVE  "Y"  TO  WK-SR-FOUND-FLG
                 MOVE  WK-NUMT-SERIES(WK-NUMT-IDX)
                   TO  WK-SR-SERIES
               END-IF
             END-PERFORM
           END-IF.
           EVALUATE  WK-SR-SERIES
             WHEN  "M"
               MOVE  "手入力"      TO  WK-SR-MEI
             WHEN  "E"
               MOVE  "ＥＤＩ"      TO  WK-SR-MEI
             WHEN  "S"
               MOVE  "表計算"      TO  WK-SR-MEI
             WHEN  "R"
               MOVE  "定期受注"    TO  WK-SR-MEI
             WHEN  "Q"
               MOVE  "見積"        TO  WK-SR-MEI
             WHEN  "P"
               MOVE  "発注書"      TO  WK-SR-MEI
             WHEN  "T"
               MOVE  "拠点間移動"  TO  WK-SR-MEI
             WHEN  "D"
               MOVE  "デビット"    TO  WK-SR-MEI
             WHEN  "W"
               MOVE  "作業指示"    TO  WK-SR-MEI
             WHEN  SPACE
               MOVE  "不明"        TO  WK-SR-MEI
             WHEN  OTHER
               MOVE  SPACE         TO  WK-SR-MEI
           END-EVALUATE.
       EXT.
           EXIT.
      ********************************************************
      * 一覧行の出力　1行目に判定・得意先・商品・数量・金額・
      * 滞留日数・確認者、2行目に疑いの明細と相手の受注番号・
      * 系列・受注日（相手は最終結果も）
      ********************************************************
       LIST-RTN                   SECTION.
           PERFORM  DUP-LOOKUP-RTN.
           MOVE  JF020-JUCHU-NO OF WK-DP-REC-1  TO  WK-SR-JUCHU-NO.
           PERFORM  SERIES-RTN.
           MOVE  WK-SR-SERIES  TO  WK-JISHA-SERIES.
           MOVE  WK-SR-MEI     TO  WK-JISHA-MEI.
           MOVE  DUP-AITE-JUCHU-NO OF WK-DU-REC-1
             TO  WK-SR-JUCHU-NO.
           PERFORM  SERIES-RTN.
           MOVE  WK-SR-SERIES  TO  WK-AITE-SERIES.
           MOVE  WK-SR-MEI     TO  WK-AITE-MEI.
           COMPUTE  WK-HOLD-INT  =
             FUNCTION INTEGER-OF-DATE(HIS-RUN-DATE OF WK-DP-REC-1).
           COMPUTE  WK-TAIRYU-DAYS  =  WK-TODAY-INT  -  WK-HOLD-INT.
           MOVE  WK-TAIRYU-DAYS  TO  WK-DAYS-DISP.
           MOVE  JF020-KINGAKU OF WK-DP-REC-1  TO  WK-KIN-DISP.
           COMPUTE  WK-JUCHU-YMD  =
             (JF020-JUCHU-Y2 OF WK-DP-REC-1  *  10000)  +
             (JF020-JUCHU-MM OF WK-DP-REC-1  *  100)  +
             JF020-JUCHU-DD OF WK-DP-REC-1.
           EVALUATE  WK-ACTION
             WHEN  "R"
               MOVE  "解放 "  TO  WK-LIST-KBN
             WHEN  "D"
               MOVE  "確定 "  TO  WK-LIST-KBN
             WHEN  OTHER
               MOVE  "保留 "  TO  WK-LIST-KBN
           END-EVALUATE.
           MOVE  SPACE  TO  RPT-REC.
           STRING  WK-LIST-KBN  DELIMITED BY SIZE
                   JF020-TOKU-COD OF WK-DP-REC-1
                     DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   JF020-SHOHIN-NO OF WK-DP-REC-1
                     DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   JF020-SURYO OF WK-DP-REC-1
                     DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
                   "    "  DELIMITED BY SIZE
                   WK-DAYS-DISP  DELIMITED BY SIZE
                   "日  "  DELIMITED BY SIZE
                   WK-OPERATOR  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "       "  DELIMITED BY SIZE
                   JF020-JUCHU-NO OF WK-DP-REC-1
                     DELIMITED BY SIZE
                   "-"  DELIMITED BY SIZE
                   JF020-LINE-NO OF WK-DP-REC-1
                     DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-JISHA-SERIES  DELIMITED BY SIZE
                   ":"  DELIMITED BY SIZE
                   WK-JISHA-MEI  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-JUCHU-YMD  DELIMITED BY SIZE
                   "  "  DELIMITED BY SIZE
                   DUP-AITE-JUCHU-NO OF WK-DU-REC-1
                     DELIMITED BY SIZE
                   "-"  DELIMITED BY SIZE
                   DUP-AITE-LINE-NO OF WK-DU-REC-1
                     DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-AITE-SERIES  DELIMITED BY SIZE
                   ":"  DELIMITED BY SIZE
                   WK-AITE-MEI  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   DUP-AITE-JUCHU-YMD OF WK-DU-REC-1
                     DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   DUP-AITE-RESULT OF WK-DU-REC-1
                     DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  2  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 持ち越し明細で重複疑いファイルを書き直す
      ********************************************************
       REWRITE-DPF-RTN            SECTION.
           OPEN  OUTPUT  DPF-FILE.
           PERFORM  VARYING  DP-IDX  FROM  1  BY  1
             UNTIL  DP-IDX  >  DP-CNT
             IF  DP-KEEP-FLG(DP-IDX)  =  "K"  THEN
               MOVE  DP-REC-IMG(DP-IDX)  TO  DPF-REC
               WRITE  DPF-REC
             END-IF
           END-PERFORM.
           CLOSE  DPF-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 持ち越し明細の対応記録で重複受注疑い対応ファイルを書き
      * 直す（解放・確定済みと、保留以外へ回った明細の記録は
      * 落とす）
      ********************************************************
       REWRITE-DUP-RTN            SECTION.
           OPEN  OUTPUT  DUP-FILE.
           PERFORM  VARYING  DP-IDX  FROM  1  BY  1
             UNTIL  DP-IDX  >  DP-CNT
             IF  DP-KEEP-FLG(DP-IDX)  =  "K"  THEN
               MOVE  DP-REC-IMG(DP-IDX)  TO  WK-DP-REC-1
               PERFORM  DUP-LOOKUP-RTN
               IF  WK-DU-FOUND-FLG  =  "Y"  THEN
                 MOVE  WK-DU-REC-1  TO  DUP-REC
                 WRITE  DUP-REC
               END-IF
             END-IF
           END-PERFORM.
           CLOSE  DUP-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "重複疑い="  DELIMITED BY SIZE
                   DPF-CNT  DELIMITED BY SIZE
                   " 解放="  DELIMITED BY SIZE
                   REL-CNT  DELIMITED BY SIZE
                   " 重複確定="  DELIMITED BY SIZE
                   KAKUTEI-CNT  DELIMITED BY SIZE
                   " 確認待ち="  DELIMITED BY SIZE
                   KEEP-CNT  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  2  TO  RPT-CNT.
           CLOSE  OTF-FILE.
           CLOSE  DPR-FILE.
           CLOSE  RPT-FILE.
           DISPLAY  "重複疑い読込= "  DPF-CNT.
           DISPLAY  "解放件数    = "  REL-CNT.
           DISPLAY  "重複確定件数= "  KAKUTEI-CNT.
           DISPLAY  "持ち越し件数= "  KEEP-CNT.
           DISPLAY  "*** END KJBM078 ***".
       EXT.
           EXIT.
