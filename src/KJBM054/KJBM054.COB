      *       変更内容：解放判定を親得意先口座へ名寄せ（保留を
      *                 作ったKJBM020の与信チェックと同一口座で
      *                 判定する）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：納品先コードを再投入レコードへ引き継ぐ
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：見積番号を再投入レコードへ引き継ぐ
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：取引停止・解約得意先の保留明細は解放しない
      ********************************************************
      *KJBM050が与信限度額超過で与信保留ファイル(CHF)へ退避した
      *明細を、入金消込(KUBM031)による残高減少後に読み出し、
      *ことはない（実際の残高加算は請求計上KUBM030で行われる）。
      *併せて保留中の全明細の滞留一覧（回収デスク向け日次リスト）
      *をRPTへ出力する。
      *取引停止("S")・解約("C")の得意先の明細は、残高が限度額内に
      *収まっても解放せず持ち越す（一覧上は「停止」と表示し、状態
      *が取引中へ戻るか回収デスクが取り消すまで保留を続ける）。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
       01  CHF-CNT                PIC  9(5)    VALUE  0.
       01  REL-CNT                PIC  9(5)    VALUE  0.
       01  KEEP-CNT               PIC  9(5)    VALUE  0.
       01  STOP-CNT               PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
      *与信保留明細のテーブル　保留日順の並べ替え用
      *（レコードイメージで保持し、使うときだけ作業用01へ戻す。
       01  CH-CNT                 PIC  9(4)    VALUE  ZERO.
       01  CH-TBL.
         02  CH-ENT  OCCURS 9999 TIMES INDEXED BY CH-IDX.
           03  CH-REC-IMG         PIC  X(162).
           03  CH-KEEP-FLG        PIC  X.
       01  WK-I                   PIC  9(4)    VALUE  0.
       01  WK-J                   PIC  9(4)    VALUE  0.
       01  WK-SWAP-IMG            PIC  X(163).
      *明細1件分をKJCF020H項目で参照するための作業領域
       01  WK-CH-REC-1.
           COPY  KJCF020H.
           03  ZAN-ZANDAKA        PIC  S9(9).
           03  ZAN-LIMIT          PIC  S9(9).
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
      *取引停止・解約の得意先（"Y"は残高に関わらず解放しない）
       01  WK-STOP-FLG            PIC  X       VALUE  "N".
      *滞留一覧の判定結果（解放／保留／停止）
       01  WK-LIST-KBN            PIC  X(7)    VALUE  SPACE.
      *判定口座（親得意先設定時は親口座へ名寄せして判定する）
       01  WK-ZAN-ACCT            PIC  X(4)    VALUE  SPACE.
      *滞留日数の算出用
             UNTIL  CH-IDX  >  CH-CNT
             MOVE  CH-REC-IMG(CH-IDX)  TO  WK-CH-REC-1
             PERFORM  ZAN-LOOKUP-RTN
             IF  (WK-STOP-FLG  =  "N")  AND
                 (WK-FOUND-FLG  =  "Y")  AND
                 ((ZAN-ZANDAKA(ZAN-IDX)  +
                   JF020-KINGAKU OF WK-CH-REC-1)  <=
                  ZAN-LIMIT(ZAN-IDX))  THEN
             ELSE
               MOVE  "K"  TO  CH-KEEP-FLG(CH-IDX)
               ADD  1  TO  KEEP-CNT
               IF  WK-STOP-FLG  =  "Y"  THEN
                 ADD  1  TO  STOP-CNT
               END-IF
               PERFORM  LIST-RTN
             END-IF
           END-PERFORM.
      * なら支店自身の値）、テーブルは名寄せ後の口座で引くため
      * 兄弟支店の同時解放は同一口座の解放後残高を共有する。
      * 初出の口座は得意先マスタから残高・与信限度額を読み込む
      * （支店がマスタにない明細は解放不可）。支店自身が取引
      * 停止・解約なら口座を引き当てずに解放不可とする
      ********************************************************
       ZAN-LOOKUP-RTN             SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           MOVE  "N"  TO  WK-STOP-FLG.
           MOVE  JF020-TOKU-COD OF WK-CH-REC-1  TO  WK-ZAN-ACCT.
           MOVE  WK-ZAN-ACCT  TO  CFTOK-TOKU-COD.
           READ  CMF-FILE
             INVALID KEY
               GO  TO  ZAN-LOOKUP-EXT
           END-READ.
           IF  (CFTOK-TORIHIKI-KBN  =  "S")  OR
               (CFTOK-TORIHIKI-KBN  =  "C")  THEN
             MOVE  "Y"  TO  WK-STOP-FLG
             GO  TO  ZAN-LOOKUP-EXT
           END-IF.
           IF  CFTOK-PARENT-COD  NOT  =  SPACE  THEN
             MOVE  CFTOK-PARENT-COD  TO  CFTOK-TOKU-COD
             READ  CMF-FILE
             TO  JF010-CANCEL-JUCHU-NO.
           MOVE  JF020-NOKI-YMD OF WK-CH-REC-1
             TO  JF010-NOKI-YMD.
           MOVE  JF020-NOHIN-COD OF WK-CH-REC-1
             TO  JF010-NOHIN-COD.
           MOVE  JF020-LINE-NO OF WK-CH-REC-1
             TO  JF010-LINE-NO.
           MOVE  1  TO  JF010-LINE-CNT.
             TO  JF010-SHOHIN-NO(1).
           MOVE  JF020-SURYO OF WK-CH-REC-1
             TO  JF010-SURYO(1).
      *見積番号は明細行数を決めた後に移す（明細行テーブルの後ろに
      *位置するため）
           MOVE  JF020-MITSU-NO OF WK-CH-REC-1
             TO  JF010-MITSU-NO.
           WRITE  OTF-REC.
           DISPLAY  "解放 受注番号="
                    JF020-JUCHU-NO OF WK-CH-REC-1.
           EXIT.
      ********************************************************
      * 滞留一覧行の出力　得意先・受注番号・金額・保留日・
      * 滞留日数と当回の判定結果（解放／保留継続／取引停止による
      * 保留継続）
      ********************************************************
       LIST-RTN                   SECTION.
           COMPUTE  WK-HOLD-INT  =
           MOVE  WK-TAIRYU-DAYS  TO  WK-DAYS-DISP.
           MOVE  SPACE  TO  RPT-REC.
           IF  CH-KEEP-FLG(CH-IDX)  =  "K"  THEN
             IF  WK-STOP-FLG  =  "Y"  THEN
               MOVE  "停止 "  TO  WK-LIST-KBN
             ELSE
               MOVE  "保留 "  TO  WK-LIST-KBN
             END-IF
           ELSE
             MOVE  "解放 "  TO  WK-LIST-KBN
           END-IF.
           STRING  WK-LIST-KBN  DELIMITED BY SIZE
                   JF020-TOKU-COD OF WK-CH-REC-1
                     DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   JF020-JUCHU-NO OF WK-CH-REC-1
                     DELIMITED BY SIZE
                   " 金額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
                   " 保留日="  DELIMITED BY SIZE
                   HIS-RUN-DATE OF WK-CH-REC-1
                     DELIMITED BY SIZE
                   " 滞留日数="  DELIMITED BY SIZE
                   WK-DAYS-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           DISPLAY  "与信保留読込= "  CHF-CNT.
           DISPLAY  "解放件数    = "  REL-CNT.
           DISPLAY  "持ち越し件数= "  KEEP-CNT.
           DISPLAY  "うち停止解約= "  STOP-CNT.
           DISPLAY  "*** END KJBM054 ***".
       EXT.
           EXIT.
