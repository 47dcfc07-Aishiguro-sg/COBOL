       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KZBM018.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：在庫
      * プログラム名  ：入荷　対話型入力（発注照合）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *倉庫の検品担当が入荷をその場でキー入力する（紙の入荷票を
      *起こして後から入荷ファイルへ手打ちする従来運用の置き換え）。
      *発注番号(POR-PO-NO)を入力すると発注レジスタのオープン明細を
      *残数量付きで表示し、明細ごとに入荷数量・ロット番号・仕入単価
      *（既定は発注単価）・賞味期限を入力して確定する。仕入先は
      *仕入先マスタ、商品は商品マスタへ即時照会し、入荷計上(KZBM020)
      *の検証に落ちる入荷はその場で受け付けない。
      *残数量を許容率を超えて上回る入荷は警告し、確認(Y)したものだけ
      *受け付ける。残数量との比較には、入荷ファイルに入力済みで未計上
      *の同一仕入先×商品の数量を含める（KZBM020は発注番号でなく
      *仕入先×商品の古い発注から消し込むため）。
      *出力はKZCNYK形式の入荷ファイル(NYK)への追記で、夜間の
      *KZBM020がそのまま読み込む。確定した入荷は1件ごとに操作記録
      *(KCBS070、ACTLOG)へ残す。
      *サインオンはKJBM003と同じくKCBS070で担当者と入荷入力権限(N)を
      *確認する。
      *環境変数KZBM018-TOL-PCT　超過入荷の許容率％（既定10）
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *I-O 入荷トランザクション（開始時に未計上分を読み、以後追記）
           SELECT  NYK-FILE  ASSIGN TO  EXTERNAL  NYK
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS NYK-STATUS.
      *発注レジスタ（発注番号の入力の都度読む、参照のみ）
           SELECT  POR-FILE  ASSIGN TO  EXTERNAL  POR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS POR-STATUS-WS.
      *商品マスタ（商品番号存在チェック用）
           SELECT  IMF-FILE  ASSIGN TO  EXTERNAL  IMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFSHO-SHOHIN-NO
                             FILE STATUS  IS IMF-STATUS.
      *仕入先マスタ（仕入先コード存在チェック用）
           SELECT  SMF-FILE  ASSIGN TO  EXTERNAL  SMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFSIR-SHIIRE-COD
                             FILE STATUS  IS SMF-STATUS.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  NYK-FILE.
       01  NYK-REC.
           COPY  KZCNYK.
       FD  POR-FILE.
       01  POR-REC.
           COPY  KZCPOR.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  SMF-FILE.
       01  SMF-REC.
           COPY  KCCFSIR.
      *
       WORKING-STORAGE            SECTION.
       01  NYK-STATUS             PIC  X(2)    VALUE  SPACE.
       01  POR-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  IMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  SMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  NYK-CNT                PIC  9(5)    VALUE  0.
       01  OVER-CNT               PIC  9(5)    VALUE  0.
       01  ENTRY-END-FLG          PIC  X       VALUE  SPACE.
       01  WK-OK-FLG              PIC  X       VALUE  "N".
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
       01  WK-OVER-FLG            PIC  X       VALUE  "N".
      *画面から入力された値の一時受け皿（KJBM003と同じ方式）
       01  WK-ANS-X1              PIC  X(1).
       01  WK-ANS-X5              PIC  X(5).
       01  WK-ANS-X6              PIC  X(6).
       01  WK-ANS-X10             PIC  X(10).
       01  WK-ANS-YMD.
         02  WK-ANS-YY            PIC  9(4).
         02  WK-ANS-MM            PIC  9(2).
         02  WK-ANS-DD            PIC  9(2).
      *日付の受け皿　空白（既定値）も受けるため英数字で持つ
       01  WK-ANS-YMD-X           PIC  X(8).
      *日付妥当性チェック(KCBS010)への連絡領域
       COPY  KCBS010P.
      *入荷日の過去方向の許容日数（月末の締めに掛からない範囲）
       01  WK-MAX-PAST-DAYS       PIC  9(5)    VALUE  30.
      *担当者認証・操作記録(KCBS070)への連絡領域とサインオン済み
      *担当者ＩＤ
       COPY  KCBS070P.
       01  WK-OPR-ID              PIC  X(8)    VALUE  SPACE.
      *超過入荷の許容率（環境変数、未指定は10％）
       01  WK-TOL-PCT-X           PIC  X(3)    VALUE  SPACE.
       01  WK-TOL-PCT             PIC  9(3)    VALUE  10.
      *入荷日（セッション中の全入荷に共通、既定は本日）
       01  WK-TODAY-YMD           PIC  9(8)    VALUE  0.
       01  WK-NYK-YMD             PIC  9(8)    VALUE  0.
      *入力中の発注のオープン明細（発注レジスタの並び順）
       01  WK-PO-NO               PIC  X(6)    VALUE  SPACE.
       01  WK-PO-SHIIRE           PIC  X(4)    VALUE  SPACE.
       01  PL-CNT                 PIC  9(2)    VALUE  ZERO.
       01  PL-TBL.
         02  PL-ENT  OCCURS 99 TIMES INDEXED BY PL-IDX.
           03  PL-SHOHIN-NO       PIC  X(5).
           03  PL-ORDER-SURYO     PIC  9(5).
           03  PL-RECV-SURYO      PIC  9(5).
           03  PL-ZAN             PIC  9(5).
           03  PL-NOUKI-YMD       PIC  9(8).
           03  PL-TANKA           PIC  9(7)V9(2).
       01  WK-LINE-NO             PIC  9(2)    VALUE  0.
      *入力済み未計上の入荷数量（仕入先×商品、入荷ファイルの既存分
      *＋本セッションの入力分）
       01  PD-CNT                 PIC  9(4)    VALUE  ZERO.
       01  PD-TBL.
         02  PD-ENT  OCCURS 2000 TIMES INDEXED BY PD-IDX.
           03  PD-SHIIRE-COD      PIC  X(4).
           03  PD-SHOHIN-NO       PIC  X(5).
           03  PD-SURYO           PIC  9(7).
       01  WK-PD-SHIIRE           PIC  X(4)    VALUE  SPACE.
       01  WK-PD-SHOHIN           PIC  X(5)    VALUE  SPACE.
       01  WK-PD-SURYO            PIC  9(7)    VALUE  0.
      *明細1行の入力値
       01  WK-SURYO               PIC  9(5)    VALUE  0.
       01  WK-LOT-NO              PIC  X(10)   VALUE  SPACE.
       01  WK-GENKA               PIC  9(7)V9(2)  VALUE  0.
       01  WK-KIGEN-YMD           PIC  9(8)    VALUE  0.
       01  WK-LIMIT               PIC  9(7)    VALUE  0.
       01  WK-TOTAL               PIC  9(7)    VALUE  0.
      *編集用
       01  WK-LINE-DISP           PIC  Z9.
       01  WK-SU-DISP1            PIC  ZZZZ9.
       01  WK-SU-DISP2            PIC  ZZZZ9.
       01  WK-SU-DISP3            PIC  ZZZZ9.
       01  WK-SU-DISP4            PIC  ZZZZZZ9.
       01  WK-TANKA-DISP          PIC  Z(6)9.99.
      ********************************************************
      * 入荷入力の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KZBM018 ***".
           PERFORM  INIT-RTN.
           PERFORM  ENTRY-RTN  UNTIL  ENTRY-END-FLG  =  "E".
           PERFORM  TERM-RTN.
           DISPLAY  "*** END KZBM018 ***".
           STOP  RUN.
      ********************************************************
      * 開始処理　サインオン・入荷日の入力・未計上分の読込
      ********************************************************
       INIT-RTN                   SECTION.
      *サインオン　担当者ＩＤと入荷入力権限(N)を確認する。
      *担当者マスタ未整備(O)の環境のみ匿名続行を許す
           DISPLAY  "担当者ID:"  WITH NO ADVANCING.
           ACCEPT  WK-OPR-ID.
           MOVE  "L"        TO  S070-ACTION.
           MOVE  WK-OPR-ID  TO  S070-OPR-ID.
           MOVE  "KZBM018"  TO  S070-PGM-ID.
           MOVE  "N"        TO  S070-FUNC.
           CALL  "KCBS070"  USING  KCBS070-P1.
           EVALUATE  S070-RCD
             WHEN  SPACE
               DISPLAY  "担当者：" S070-OPR-MEI
             WHEN  "O"
               DISPLAY  "担当者マスタ未整備　匿名で続行"
             WHEN  OTHER
               DISPLAY  "サインオン不可　終了します"
               STOP  RUN
           END-EVALUATE.
           ACCEPT  WK-TOL-PCT-X  FROM  ENVIRONMENT  "KZBM018-TOL-PCT".
           IF  WK-TOL-PCT-X  NOT  =  SPACE  THEN
             MOVE  FUNCTION NUMVAL(WK-TOL-PCT-X)  TO  WK-TOL-PCT
           END-IF.
           DISPLAY  "超過入荷許容率=" WK-TOL-PCT "%".
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-TODAY-YMD.
      *営業日カレンダーチェックは本プログラムでは使わない
           MOVE  SPACE  TO  S010-CAL-MODE.
           PERFORM  YMD-ENTRY-RTN.
           OPEN  INPUT  IMF-FILE.
           OPEN  INPUT  SMF-FILE.
      *入荷ファイルに入力済みで未計上の数量を仕入先×商品で控える
           OPEN  INPUT  NYK-FILE.
           IF  NYK-STATUS  =  "00"  THEN
             PERFORM  UNTIL  NYK-STATUS  NOT  =  "00"
               READ  NYK-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   MOVE  NYK-SHIIRE-COD  TO  WK-PD-SHIIRE
                   MOVE  NYK-SHOHIN-NO   TO  WK-PD-SHOHIN
                   MOVE  ZERO  TO  WK-PD-SURYO
                   IF  NYK-SURYO  IS  NUMERIC  THEN
                     MOVE  NYK-SURYO  TO  WK-PD-SURYO
                   END-IF
                   PERFORM  PD-ADD-RTN
               END-READ
             END-PERFORM
             CLOSE  NYK-FILE
           END-IF.
           OPEN  EXTEND  NYK-FILE.
           IF  NYK-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  NYK-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 入荷日の入力　空白なら本日。KCBS010で暦日と過去の許容日数を
      * 検査し、未来日付は受け付けない
      ********************************************************
       YMD-ENTRY-RTN              SECTION.
           MOVE  "N"  TO  WK-OK-FLG.
           PERFORM  UNTIL  WK-OK-FLG  =  "Y"
             DISPLAY  "入荷日(YYYYMMDD 空白=本日):"
                      WITH NO ADVANCING
             ACCEPT  WK-ANS-YMD-X
             IF  WK-ANS-YMD-X  =  SPACE  THEN
               MOVE  "Y"  TO  WK-OK-FLG
               MOVE  WK-TODAY-YMD  TO  WK-NYK-YMD
             ELSE
               MOVE  WK-ANS-YMD-X  TO  WK-ANS-YMD
               MOVE  WK-ANS-YY  TO  S010-D6-Y2
               MOVE  WK-ANS-MM  TO  S010-D6-MM
               MOVE  WK-ANS-DD  TO  S010-D6-DD
               MOVE  ZERO              TO  S010-MAX-FUTURE-DAYS
               MOVE  WK-MAX-PAST-DAYS  TO  S010-MAX-PAST-DAYS
               CALL  "KCBS010"  USING  KCBS010-P1
               IF  (S010-RCD  =  SPACE)  AND
                   (WK-ANS-YMD-X  <=  WK-TODAY-YMD)  THEN
                 MOVE  "Y"  TO  WK-OK-FLG
                 MOVE  WK-ANS-YMD  TO  WK-NYK-YMD
               ELSE
                 DISPLAY  "  NG:日付不正・未来日・過去"
                          WK-MAX-PAST-DAYS "日超"
               END-IF
             END-IF
           END-PERFORM.
           DISPLAY  "入荷日=" WK-NYK-YMD.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           DISPLAY  "入力入荷件数 NYK= " NYK-CNT.
           DISPLAY  "うち超過入荷　　= " OVER-CNT.
           CLOSE  NYK-FILE.
           CLOSE  IMF-FILE.
           CLOSE  SMF-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 発注1件分の対話入力　発注番号の入力で"E"なら終了する
      ********************************************************
       ENTRY-RTN                  SECTION.
           DISPLAY  "----------------------------------------".
           DISPLAY  "発注番号(E=入力終了):"  WITH NO ADVANCING.
           ACCEPT  WK-ANS-X6.
           IF  (WK-ANS-X6  =  "E")  OR  (WK-ANS-X6  =  "e")  THEN
             MOVE  "E"  TO  ENTRY-END-FLG
             GO  TO  ENTRY-EXT
           END-IF.
           MOVE  WK-ANS-X6  TO  WK-PO-NO.
           PERFORM  POR-LOAD-RTN.
           IF  PL-CNT  =  ZERO  THEN
             DISPLAY  "  NG:発注番号なし／明細なし"
             GO  TO  ENTRY-EXT
           END-IF.
           MOVE  WK-PO-SHIIRE  TO  CFSIR-SHIIRE-COD.
           READ  SMF-FILE
             INVALID KEY
               DISPLAY  "  NG:仕入先マスタに存在しません "
                        WK-PO-SHIIRE
               GO  TO  ENTRY-EXT
           END-READ.
           DISPLAY  "仕入先=" WK-PO-SHIIRE " " CFSIR-SHIIRE-MEI.
           PERFORM  VARYING  PL-IDX  FROM  1  BY  1
             UNTIL  PL-IDX  >  PL-CNT
             PERFORM  LINE-SHOW-RTN
           END-PERFORM.
           PERFORM  VARYING  PL-IDX  FROM  1  BY  1
             UNTIL  PL-IDX  >  PL-CNT
             PERFORM  LINE-ENTRY-RTN
           END-PERFORM.
       ENTRY-EXT.
           EXIT.
      ********************************************************
      * 発注レジスタから入力された発注番号のオープン明細を集める
      ********************************************************
       POR-LOAD-RTN               SECTION.
           MOVE  ZERO   TO  PL-CNT.
           MOVE  SPACE  TO  WK-PO-SHIIRE.
           OPEN  INPUT  POR-FILE.
           IF  POR-STATUS-WS  NOT  =  "00"  THEN
             DISPLAY  "  発注レジスタなし"
             GO  TO  POR-LOAD-EXT
           END-IF.
           PERFORM  UNTIL  POR-STATUS-WS  NOT  =  "00"
             READ  POR-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 IF  (POR-PO-NO  =  WK-PO-NO)  AND
                     (POR-STATUS OF POR-REC  =  SPACE)  AND
                     (PL-CNT  <  99)  THEN
                   ADD  1  TO  PL-CNT
                   SET  PL-IDX  TO  PL-CNT
                   MOVE  POR-SHIIRE-COD   TO  WK-PO-SHIIRE
                   MOVE  POR-SHOHIN-NO    TO  PL-SHOHIN-NO(PL-IDX)
                   MOVE  POR-ORDER-SURYO  TO  PL-ORDER-SURYO(PL-IDX)
                   MOVE  POR-RECV-SURYO   TO  PL-RECV-SURYO(PL-IDX)
                   MOVE  POR-NOUKI-YMD    TO  PL-NOUKI-YMD(PL-IDX)
                   MOVE  POR-TANKA        TO  PL-TANKA(PL-IDX)
                   IF  POR-RECV-SURYO  <  POR-ORDER-SURYO  THEN
                     COMPUTE  PL-ZAN(PL-IDX)  =
                       POR-ORDER-SURYO  -  POR-RECV-SURYO
                   ELSE
                     MOVE  ZERO  TO  PL-ZAN(PL-IDX)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  POR-FILE.
       POR-LOAD-EXT.
           EXIT.
      ********************************************************
      * オープン明細1行の表示（残数量と入力済み未計上の数量）
      ********************************************************
       LINE-SHOW-RTN              SECTION.
           SET  WK-LINE-NO  TO  PL-IDX.
           MOVE  WK-LINE-NO  TO  WK-LINE-DISP.
           MOVE  WK-PO-SHIIRE          TO  WK-PD-SHIIRE.
           MOVE  PL-SHOHIN-NO(PL-IDX)  TO  WK-PD-SHOHIN.
           PERFORM  PD-FIND-RTN.
           MOVE  PL-ORDER-SURYO(PL-IDX)  TO  WK-SU-DISP1.
           MOVE  PL-RECV-SURYO(PL-IDX)   TO  WK-SU-DISP2.
           MOVE  PL-ZAN(PL-IDX)          TO  WK-SU-DISP3.
           MOVE  WK-PD-SURYO             TO  WK-SU-DISP4.
           MOVE  PL-TANKA(PL-IDX)        TO  WK-TANKA-DISP.
           DISPLAY  WK-LINE-DISP " " PL-SHOHIN-NO(PL-IDX)
                    " 発注" WK-SU-DISP1
                    " 入荷済" WK-SU-DISP2
                    " 残" WK-SU-DISP3
                    " 未計上" WK-SU-DISP4
                    " 単価" WK-TANKA-DISP
                    " 納期" PL-NOUKI-YMD(PL-IDX).
       EXT.
           EXIT.
      ********************************************************
      * 明細1行の入荷入力　数量・ロット・単価・賞味期限を入力し、
      * 確認のうえ入荷ファイルへ書く
      ********************************************************
       LINE-ENTRY-RTN             SECTION.
           PERFORM  LINE-SHOW-RTN.
           MOVE  PL-SHOHIN-NO(PL-IDX)  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID KEY
               DISPLAY  "  NG:商品マスタ未登録　入荷不可"
               GO  TO  LINE-ENTRY-EXT
           END-READ.
           DISPLAY  "  商品=" CFSHO-SHOHIN-MEI.
           PERFORM  SURYO-ENTRY-RTN.
           IF  WK-SURYO  =  ZERO  THEN
             DISPLAY  "  入荷なし"
             GO  TO  LINE-ENTRY-EXT
           END-IF.
      *超過入荷の判定　入力済み未計上分を含めて残数量×許容率を超える
           COMPUTE  WK-TOTAL  =  WK-PD-SURYO  +  WK-SURYO.
           COMPUTE  WK-LIMIT  =
             PL-ZAN(PL-IDX)  *  (100  +  WK-TOL-PCT)  /  100.
           MOVE  "N"  TO  WK-OVER-FLG.
           IF  WK-TOTAL  >  WK-LIMIT  THEN
             MOVE  WK-TOTAL  TO  WK-SU-DISP4
             MOVE  WK-LIMIT  TO  WK-SU-DISP1
             DISPLAY  "  警告:超過入荷 入荷計" WK-SU-DISP4
                      " 許容上限" WK-SU-DISP1
             DISPLAY  "  超過のまま入力しますか(Y/N):"
                      WITH NO ADVANCING
             ACCEPT  WK-ANS-X1
             IF  (WK-ANS-X1  NOT  =  "Y")  AND
                 (WK-ANS-X1  NOT  =  "y")  THEN
               DISPLAY  "  取消しました"
               GO  TO  LINE-ENTRY-EXT
             END-IF
             MOVE  "Y"  TO  WK-OVER-FLG
           END-IF.
           DISPLAY  "ロット番号(空白=なし):"
                    WITH NO ADVANCING.
           ACCEPT  WK-LOT-NO.
           PERFORM  GENKA-ENTRY-RTN.
           PERFORM  KIGEN-ENTRY-RTN.
      *入力内容の確認
           MOVE  WK-SURYO  TO  WK-SU-DISP1.
           MOVE  WK-GENKA  TO  WK-TANKA-DISP.
           DISPLAY  "  確認 " PL-SHOHIN-NO(PL-IDX)
                    " 数量" WK-SU-DISP1
                    " ロット" WK-LOT-NO
                    " 単価" WK-TANKA-DISP
                    " 期限" WK-KIGEN-YMD.
           DISPLAY  "  確定しますか(Y/N):"  WITH NO ADVANCING.
           ACCEPT  WK-ANS-X1.
           IF  (WK-ANS-X1  NOT  =  "Y")  AND
               (WK-ANS-X1  NOT  =  "y")  THEN
             DISPLAY  "  取消しました"
             GO  TO  LINE-ENTRY-EXT
           END-IF.
           PERFORM  NYK-WRITE-RTN.
       LINE-ENTRY-EXT.
           EXIT.
      ********************************************************
      * 入荷数量の入力　空白・ゼロは入荷なし。数字5桁まで
      ********************************************************
       SURYO-ENTRY-RTN            SECTION.
           MOVE  "N"   TO  WK-OK-FLG.
           MOVE  ZERO  TO  WK-SURYO.
           PERFORM  UNTIL  WK-OK-FLG  =  "Y"
             DISPLAY  "入荷数量(空白=なし):"  WITH NO ADVANCING
             ACCEPT  WK-ANS-X5
             IF  WK-ANS-X5  =  SPACE  THEN
               MOVE  "Y"  TO  WK-OK-FLG
             ELSE
               IF  FUNCTION TEST-NUMVAL(WK-ANS-X5)  =  ZERO  THEN
                 IF  (FUNCTION NUMVAL(WK-ANS-X5)  >=  ZERO)  AND
                     (FUNCTION NUMVAL(WK-ANS-X5)  =
                      FUNCTION INTEGER(FUNCTION NUMVAL(WK-ANS-X5)))
                     THEN
                   MOVE  "Y"  TO  WK-OK-FLG
                   MOVE  FUNCTION NUMVAL(WK-ANS-X5)  TO  WK-SURYO
                 ELSE
                   DISPLAY  "  NG:数量は数字5桁まで"
                 END-IF
               ELSE
                 DISPLAY  "  NG:数量は数字5桁まで"
               END-IF
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 仕入単価の入力　空白は発注単価。小数点以下2桁まで
      ********************************************************
       GENKA-ENTRY-RTN            SECTION.
           MOVE  "N"  TO  WK-OK-FLG.
           MOVE  PL-TANKA(PL-IDX)  TO  WK-TANKA-DISP.
           PERFORM  UNTIL  WK-OK-FLG  =  "Y"
             DISPLAY  "仕入単価(空白=" WK-TANKA-DISP "):"
                      WITH NO ADVANCING
             ACCEPT  WK-ANS-X10
             IF  WK-ANS-X10  =  SPACE  THEN
               MOVE  "Y"  TO  WK-OK-FLG
               MOVE  PL-TANKA(PL-IDX)  TO  WK-GENKA
             ELSE
               IF  FUNCTION TEST-NUMVAL(WK-ANS-X10)  =  ZERO  THEN
                 IF  (FUNCTION NUMVAL(WK-ANS-X10)  >=  ZERO)  AND
                     (FUNCTION NUMVAL(WK-ANS-X10)  <  10000000)  THEN
                   MOVE  "Y"  TO  WK-OK-FLG
                   MOVE  FUNCTION NUMVAL(WK-ANS-X10)  TO  WK-GENKA
                 ELSE
                   DISPLAY  "  NG:単価は0〜9999999.99"
                 END-IF
               ELSE
                 DISPLAY  "  NG:単価は数字(小数2桁まで)"
               END-IF
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 賞味期限の入力　空白は期限なし（ゼロ）。暦日のみ検査する
      ********************************************************
       KIGEN-ENTRY-RTN            SECTION.
           MOVE  "N"   TO  WK-OK-FLG.
           MOVE  ZERO  TO  WK-KIGEN-YMD.
           PERFORM  UNTIL  WK-OK-FLG  =  "Y"
             DISPLAY  "賞味期限(空白=なし):"  WITH NO ADVANCING
             ACCEPT  WK-ANS-YMD-X
             IF  WK-ANS-YMD-X  =  SPACE  THEN
               MOVE  "Y"  TO  WK-OK-FLG
             ELSE
               MOVE  WK-ANS-YMD-X  TO  WK-ANS-YMD
               MOVE  WK-ANS-YY  TO  S010-D6-Y2
               MOVE  WK-ANS-MM  TO  S010-D6-MM
               MOVE  WK-ANS-DD  TO  S010-D6-DD
               MOVE  ZERO  TO  S010-MAX-FUTURE-DAYS
               MOVE  ZERO  TO  S010-MAX-PAST-DAYS
               CALL  "KCBS010"  USING  KCBS010-P1
               IF  S010-RCD  =  SPACE  THEN
                 MOVE  "Y"  TO  WK-OK-FLG
                 MOVE  WK-ANS-YMD  TO  WK-KIGEN-YMD
               ELSE
                 DISPLAY  "  NG:期限日付不正"
               END-IF
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 入荷ファイルへの1件出力と操作記録
      ********************************************************
       NYK-WRITE-RTN              SECTION.
           MOVE  SPACE  TO  NYK-REC.
           MOVE  WK-NYK-YMD            TO  NYK-YMD.
           MOVE  WK-PO-SHIIRE          TO  NYK-SHIIRE-COD.
           MOVE  PL-SHOHIN-NO(PL-IDX)  TO  NYK-SHOHIN-NO.
           MOVE  WK-SURYO              TO  NYK-SURYO.
           MOVE  WK-LOT-NO             TO  NYK-LOT-NO.
           MOVE  WK-GENKA              TO  NYK-GENKA.
           MOVE  WK-KIGEN-YMD          TO  NYK-KIGEN-YMD.
           WRITE  NYK-REC.
           ADD  1  TO  NYK-CNT.
           IF  WK-OVER-FLG  =  "Y"  THEN
             ADD  1  TO  OVER-CNT
           END-IF.
      *同じ仕入先×商品の後続入力の超過判定に含める
           MOVE  WK-SURYO  TO  WK-PD-SURYO.
           PERFORM  PD-ADD-RTN.
      *操作記録　発注番号・商品と入荷内容（超過入荷は区別する）
           MOVE  "A"        TO  S070-ACTION.
           MOVE  WK-OPR-ID  TO  S070-OPR-ID.
           MOVE  "KZBM018"  TO  S070-PGM-ID.
           MOVE  SPACE      TO  S070-KEY.
           STRING  WK-PO-NO  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   PL-SHOHIN-NO(PL-IDX)  DELIMITED BY SIZE
             INTO  S070-KEY.
           MOVE  SPACE  TO  S070-TEXT.
           IF  WK-OVER-FLG  =  "Y"  THEN
             STRING  "超過"  DELIMITED BY SIZE
                     WK-SURYO  DELIMITED BY SIZE
                     " L"  DELIMITED BY SIZE
                     WK-LOT-NO  DELIMITED BY SIZE
                     " @"  DELIMITED BY SIZE
                     WK-TANKA-DISP  DELIMITED BY SIZE
               INTO  S070-TEXT
           ELSE
             STRING  "入荷"  DELIMITED BY SIZE
                     WK-SURYO  DELIMITED BY SIZE
                     " L"  DELIMITED BY SIZE
                     WK-LOT-NO  DELIMITED BY SIZE
                     " @"  DELIMITED BY SIZE
                     WK-TANKA-DISP  DELIMITED BY SIZE
               INTO  S070-TEXT
           END-IF.
           CALL  "KCBS070"  USING  KCBS070-P1.
           DISPLAY  "  登録済 入荷日=" WK-NYK-YMD.
       EXT.
           EXIT.
      ********************************************************
      * 入力済み未計上数量の検索（WK-PD-SHIIRE×WK-PD-SHOHIN）
      * 見つからなければゼロを返す
      ********************************************************
       PD-FIND-RTN                SECTION.
           MOVE  ZERO  TO  WK-PD-SURYO.
           MOVE  "N"   TO  WK-FOUND-FLG.
           PERFORM  VARYING  PD-IDX  FROM  1  BY  1
             UNTIL  (PD-IDX  >  PD-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  (PD-SHIIRE-COD(PD-IDX)  =  WK-PD-SHIIRE)  AND
                 (PD-SHOHIN-NO(PD-IDX)  =  WK-PD-SHOHIN)  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
               MOVE  PD-SURYO(PD-IDX)  TO  WK-PD-SURYO
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 入力済み未計上数量の加算（WK-PD-SHIIRE×WK-PD-SHOHINに
      * WK-PD-SURYOを加える）
      ********************************************************
       PD-ADD-RTN                 SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  PD-IDX  FROM  1  BY  1
             UNTIL  (PD-IDX  >  PD-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  (PD-SHIIRE-COD(PD-IDX)  =  WK-PD-SHIIRE)  AND
                 (PD-SHOHIN-NO(PD-IDX)  =  WK-PD-SHOHIN)  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
               ADD  WK-PD-SURYO  TO  PD-SURYO(PD-IDX)
             END-IF
           END-PERFORM.
           IF  (WK-FOUND-FLG  =  "N")  AND  (PD-CNT  <  2000)  THEN
             ADD  1  TO  PD-CNT
             SET  PD-IDX  TO  PD-CNT
             MOVE  WK-PD-SHIIRE  TO  PD-SHIIRE-COD(PD-IDX)
             MOVE  WK-PD-SHOHIN  TO  PD-SHOHIN-NO(PD-IDX)
             MOVE  WK-PD-SURYO   TO  PD-SURYO(PD-IDX)
           END-IF.
       EXT.
           EXIT.
