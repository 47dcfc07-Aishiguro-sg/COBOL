       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KZBM053.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：在庫
      * プログラム名  ：価格一括改定（保守トランザクション作成）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *仕入先の値上げなどで多数の商品の単価を改定するとき、単価
      *変更を1件ずつ保守トランザクションへ起票する手間を省く。
      *価格一括改定指示(KAI、KZCKAI形式)の商品区分・仕入先・商品
      *番号範囲で商品マスタ(IMF)から対象商品を選び、改定率または
      *改定額と端数処理で新単価を求めて、変更(C)の保守トランザク
      *ション(SHT、KZBM050と同一形式)を書き出す。SHTはKZBM051で
      *提出し、従来どおりKZBM052の二人承認を経て反映する（本
      *プログラムは商品マスタを更新しない）。
      *新単価の適用開始日は指示の日付（実行日より後に限る）とし、
      *反映時にKZBM050が現行単価を価格履歴へ繰り入れるため、適用
      *開始日前の受注には旧単価が引き当たる。
      *提出前に経営層が確認できるよう、改定前後の単価と移動平均
      *原価(CFSHO-GENKA)に対する粗利率の変化を一覧(RPT)へ印字
      *する。次の商品はトランザクションを作らず一覧に理由を出す。
      *  ・廃番の商品
      *  ・現行単価の適用開始日が指示の適用開始日以降の商品
      *    （先の改定が反映済みで、まだ適用前のもの）
      *  ・改定後の単価がゼロ以下または上限を超える商品（エラー）
      *  ・改定後も単価が変わらない商品
      *SHTには作成時点の商品マスタの項目をそのまま写すため、作成
      *から反映までの間に同じ商品の他の項目を保守すると上書き
      *される。作成後は速やかに提出・承認すること。
      *指示の誤り・単価のエラーがあれば完了コード8で終了する
      *（正しい指示・商品のトランザクションは作成する）。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 価格一括改定指示
           SELECT  KAI-FILE  ASSIGN TO  EXTERNAL  KAI
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS KAI-STATUS.
      *商品マスタ（全件の参照のみ、更新しない）
           SELECT  IMF-FILE  ASSIGN TO  EXTERNAL  IMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS SEQUENTIAL
                             RECORD KEY   IS CFSHO-SHOHIN-NO
                                              OF IMF-REC
                             FILE STATUS  IS IMF-STATUS.
      *OUTPUT 保守トランザクション（KZBM051の提出入力）
           SELECT  SHT-FILE  ASSIGN TO  EXTERNAL  SHT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 価格改定前後一覧（粗利率の変化）
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  KAI-FILE.
       01  KAI-REC.
           COPY  KZCKAI.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  SHT-FILE.
       01  SHT-REC.
         02  SHT-KBN              PIC  X(1).
      *以下はKZBM050入力と同じゾーン形式の商品項目
           COPY  KCCFSHONOPD.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  KAI-STATUS             PIC  X(2)    VALUE  SPACE.
       01  IMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  KAI-CNT                PIC  9(5)    VALUE  0.
       01  IMF-CNT                PIC  9(5)    VALUE  0.
       01  SHT-CNT                PIC  9(5)    VALUE  0.
       01  SKIP-CNT               PIC  9(5)    VALUE  0.
       01  ERR-CNT                PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-TODAY-YMD           PIC  9(8)    VALUE  0.
      *改定指示のテーブル（読込順、先の指示を優先）
       01  KAIT-CNT               PIC  9(2)    VALUE  ZERO.
       01  KAIT-OK-CNT            PIC  9(2)    VALUE  ZERO.
       01  KAIT-TBL.
         02  KAIT-ENT  OCCURS 99 TIMES INDEXED BY KAIT-IDX.
           03  KAIT-SEL-KBN       PIC  X(1).
           03  KAIT-SHOHIN-KBN    PIC  X(2).
           03  KAIT-SHIIRE-COD    PIC  X(4).
           03  KAIT-FROM-NO       PIC  X(5).
           03  KAIT-TO-NO         PIC  X(5).
           03  KAIT-UP-KBN        PIC  X(1).
           03  KAIT-RITSU         PIC  S9(3)V9(2).
           03  KAIT-GAKU          PIC  S9(5).
           03  KAIT-HASU-KBN      PIC  X(1).
           03  KAIT-HASU-TANI     PIC  9(3).
           03  KAIT-TEKIYO-YMD    PIC  9(8).
           03  KAIT-OK-FLG        PIC  X(1).
           03  KAIT-SHT-CNT       PIC  9(5).
       01  WK-KAI-NO              PIC  9(2)    VALUE  0.
       01  WK-OK-FLG              PIC  X       VALUE  "Y".
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
      *新単価の計算用
       01  WK-OLD-TANKA           PIC  S9(5)   VALUE  0.
       01  WK-NEW-TANKA           PIC  S9(7)   VALUE  0.
       01  WK-CALC                PIC  S9(7)V9(4)  VALUE  0.
       01  WK-HASU-INT            PIC  S9(7)   VALUE  0.
       01  WK-TANI                PIC  9(3)    VALUE  1.
       01  WK-IDX                 PIC  9(1)    VALUE  0.
      *粗利率（単価に対する(単価−原価)の割合）と平均の集計
       01  WK-GENKA               PIC  S9(5)V9(2)  VALUE  0.
       01  WK-OLD-RITSU           PIC  S9(5)V9(1)  VALUE  0.
       01  WK-NEW-RITSU           PIC  S9(5)V9(1)  VALUE  0.
       01  WK-GENKA-CNT           PIC  9(5)    VALUE  0.
       01  WK-OLD-RITSU-SUM       PIC  S9(9)V9(1)  VALUE  0.
       01  WK-NEW-RITSU-SUM       PIC  S9(9)V9(1)  VALUE  0.
       01  WK-AVG-RITSU           PIC  S9(5)V9(1)  VALUE  0.
      *編集用
       01  WK-TANKA-DISP1         PIC  ZZ,ZZ9.
       01  WK-TANKA-DISP2         PIC  ---,---,--9.
       01  WK-GENKA-DISP          PIC  ZZ,ZZ9.99.
       01  WK-RITSU-DISP1         PIC  ----9.9.
       01  WK-RITSU-DISP2         PIC  ----9.9.
       01  WK-KAI-RITSU-DISP      PIC  ---9.99.
       01  WK-KAI-GAKU-DISP       PIC  ---,--9.
      ********************************************************
      * 価格一括改定の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KZBM053 ***".
           PERFORM  INIT-RTN.
           PERFORM  LOAD-KAI-RTN.
           IF  KAIT-OK-CNT  >  0  THEN
             PERFORM  SCAN-RTN
           ELSE
             DISPLAY  "有効な改定指示なし"
           END-IF.
           PERFORM  TERM-RTN.
           IF  (ERR-CNT  >  0)  OR  (KAIT-OK-CNT  =  0)  THEN
             MOVE  8  TO  RETURN-CODE
           END-IF.
           STOP  RUN.
      ********************************************************
      * 開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-TODAY-YMD.
           OPEN  OUTPUT  SHT-FILE.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "価格一括改定　前後一覧　作成日 "
                     DELIMITED BY SIZE
                   WK-TODAY-YMD  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 改定指示の読込と検査　指示内容を一覧の頭へ印字する
      ********************************************************
       LOAD-KAI-RTN               SECTION.
           OPEN  INPUT  KAI-FILE.
           IF  KAI-STATUS  NOT  =  "00"  THEN
             DISPLAY  "KAIなし"
           ELSE
             MOVE  SPACE  TO  WK-END-FLG
             PERFORM  UNTIL  WK-END-FLG  =  "E"
               READ  KAI-FILE
                 AT  END
                   MOVE  "E"  TO  WK-END-FLG
                 NOT  AT  END
                   ADD  1  TO  KAI-CNT
                   IF  KAIT-CNT  <  99  THEN
                     PERFORM  KAI-CHECK-RTN
                   ELSE
                     ADD  1  TO  ERR-CNT
                     DISPLAY  "改定指示99件超　読み飛ばし"
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  KAI-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 改定指示1件の検査とテーブル登録
      ********************************************************
       KAI-CHECK-RTN              SECTION.
           ADD  1  TO  KAIT-CNT.
           SET  KAIT-IDX  TO  KAIT-CNT.
           MOVE  KAIT-CNT  TO  WK-KAI-NO.
           MOVE  "Y"  TO  WK-OK-FLG.
           IF  (KAI-SEL-KBN  NOT  =  "K")  AND
               (KAI-SEL-KBN  NOT  =  "S")  AND
               (KAI-SEL-KBN  NOT  =  "R")  THEN
             MOVE  "N"  TO  WK-OK-FLG
           END-IF.
           IF  (KAI-SEL-KBN  =  "R")  AND
               (KAI-FROM-NO  >  KAI-TO-NO)  THEN
             MOVE  "N"  TO  WK-OK-FLG
           END-IF.
           EVALUATE  KAI-UP-KBN
             WHEN  "P"
               IF  KAI-RITSU  NOT  NUMERIC  THEN
                 MOVE  "N"  TO  WK-OK-FLG
               END-IF
               MOVE  0  TO  KAI-GAKU
             WHEN  "F"
               IF  KAI-GAKU  NOT  NUMERIC  THEN
                 MOVE  "N"  TO  WK-OK-FLG
               END-IF
               MOVE  0  TO  KAI-RITSU
             WHEN  OTHER
               MOVE  "N"  TO  WK-OK-FLG
           END-EVALUATE.
      *端数区分の省略は四捨五入、端数単位の省略は1円単位
           IF  KAI-HASU-KBN  =  SPACE  THEN
             MOVE  "R"  TO  KAI-HASU-KBN
           END-IF.
           IF  (KAI-HASU-KBN  NOT  =  "R")  AND
               (KAI-HASU-KBN  NOT  =  "U")  AND
               (KAI-HASU-KBN  NOT  =  "D")  THEN
             MOVE  "N"  TO  WK-OK-FLG
           END-IF.
           IF  KAI-HASU-TANI  NOT  NUMERIC  THEN
             MOVE  "N"  TO  WK-OK-FLG
           ELSE
             IF  KAI-HASU-TANI  =  0  THEN
               MOVE  1  TO  KAI-HASU-TANI
             END-IF
           END-IF.
           IF  KAI-TEKIYO-YMD  NOT  NUMERIC  THEN
             MOVE  "N"  TO  WK-OK-FLG
           ELSE
             IF  KAI-TEKIYO-YMD  <=  WK-TODAY-YMD  THEN
               MOVE  "N"  TO  WK-OK-FLG
             END-IF
           END-IF.
           MOVE  KAI-SEL-KBN     TO  KAIT-SEL-KBN(KAIT-IDX).
           MOVE  KAI-SHOHIN-KBN  TO  KAIT-SHOHIN-KBN(KAIT-IDX).
           MOVE  KAI-SHIIRE-COD  TO  KAIT-SHIIRE-COD(KAIT-IDX).
           MOVE  KAI-FROM-NO     TO  KAIT-FROM-NO(KAIT-IDX).
           MOVE  KAI-TO-NO       TO  KAIT-TO-NO(KAIT-IDX).
           MOVE  KAI-UP-KBN      TO  KAIT-UP-KBN(KAIT-IDX).
           MOVE  KAI-HASU-KBN    TO  KAIT-HASU-KBN(KAIT-IDX).
           MOVE  0               TO  KAIT-SHT-CNT(KAIT-IDX).
           MOVE  WK-OK-FLG       TO  KAIT-OK-FLG(KAIT-IDX).
           IF  WK-OK-FLG  =  "Y"  THEN
             MOVE  KAI-RITSU       TO  KAIT-RITSU(KAIT-IDX)
             MOVE  KAI-GAKU        TO  KAIT-GAKU(KAIT-IDX)
             MOVE  KAI-HASU-TANI   TO  KAIT-HASU-TANI(KAIT-IDX)
             MOVE  KAI-TEKIYO-YMD  TO  KAIT-TEKIYO-YMD(KAIT-IDX)
             ADD  1  TO  KAIT-OK-CNT
             PERFORM  KAI-LIST-RTN
           ELSE
             ADD  1  TO  ERR-CNT
             MOVE  SPACE  TO  RPT-REC
             STRING  "ＮＧ 指示"  DELIMITED BY SIZE
                     WK-KAI-NO  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     KAI-REC  DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
             MOVE  SPACE  TO  RPT-REC
             MOVE  "  指示の誤り（区分・数値・適用日）"
               TO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 改定指示の内容行
      ********************************************************
       KAI-LIST-RTN               SECTION.
           MOVE  SPACE  TO  RPT-REC.
           EVALUATE  KAI-SEL-KBN
             WHEN  "K"
               STRING  "指示"  DELIMITED BY SIZE
                       WK-KAI-NO  DELIMITED BY SIZE
                       " 商品区分="  DELIMITED BY SIZE
                       KAI-SHOHIN-KBN  DELIMITED BY SIZE
                 INTO  RPT-REC
             WHEN  "S"
               STRING  "指示"  DELIMITED BY SIZE
                       WK-KAI-NO  DELIMITED BY SIZE
                       " 仕入先="  DELIMITED BY SIZE
                       KAI-SHIIRE-COD  DELIMITED BY SIZE
                 INTO  RPT-REC
             WHEN  OTHER
               STRING  "指示"  DELIMITED BY SIZE
                       WK-KAI-NO  DELIMITED BY SIZE
                       " 商品番号="  DELIMITED BY SIZE
                       KAI-FROM-NO  DELIMITED BY SIZE
                       "〜"  DELIMITED BY SIZE
                       KAI-TO-NO  DELIMITED BY SIZE
                 INTO  RPT-REC
           END-EVALUATE.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  SPACE  TO  RPT-REC.
           IF  KAI-UP-KBN  =  "P"  THEN
             MOVE  KAI-RITSU  TO  WK-KAI-RITSU-DISP
             STRING  "  改定率="  DELIMITED BY SIZE
                     WK-KAI-RITSU-DISP  DELIMITED BY SIZE
                     "% 端数="  DELIMITED BY SIZE
                     KAI-HASU-KBN  DELIMITED BY SIZE
                     " 単位="  DELIMITED BY SIZE
                     KAI-HASU-TANI  DELIMITED BY SIZE
                     " 適用開始日="  DELIMITED BY SIZE
                     KAI-TEKIYO-YMD  DELIMITED BY SIZE
               INTO  RPT-REC
           ELSE
             MOVE  KAI-GAKU  TO  WK-KAI-GAKU-DISP
             STRING  "  改定額="  DELIMITED BY SIZE
                     WK-KAI-GAKU-DISP  DELIMITED BY SIZE
                     " 端数="  DELIMITED BY SIZE
                     KAI-HASU-KBN  DELIMITED BY SIZE
                     " 単位="  DELIMITED BY SIZE
                     KAI-HASU-TANI  DELIMITED BY SIZE
                     " 適用開始日="  DELIMITED BY SIZE
                     KAI-TEKIYO-YMD  DELIMITED BY SIZE
               INTO  RPT-REC
           END-IF.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 商品マスタの全件走査　最初に該当した指示で改定する
      ********************************************************
       SCAN-RTN                   SECTION.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           OPEN  INPUT  IMF-FILE.
           IF  IMF-STATUS  NOT  =  "00"  THEN
             DISPLAY  "IMFなし"
             ADD  1  TO  ERR-CNT
           ELSE
             MOVE  SPACE  TO  WK-END-FLG
             PERFORM  UNTIL  WK-END-FLG  =  "E"
               READ  IMF-FILE
                 AT  END
                   MOVE  "E"  TO  WK-END-FLG
                 NOT  AT  END
                   ADD  1  TO  IMF-CNT
                   PERFORM  MATCH-RTN
                   IF  WK-FOUND-FLG  =  "Y"  THEN
                     PERFORM  REVISE-RTN
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  IMF-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 対象指示の判定（KAIT-IDXに該当した指示を返す）
      ********************************************************
       MATCH-RTN                  SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  KAIT-IDX  FROM  1  BY  1
             UNTIL  (KAIT-IDX  >  KAIT-CNT)  OR
                    (WK-FOUND-FLG  =  "Y")
             IF  KAIT-OK-FLG(KAIT-IDX)  =  "Y"  THEN
               EVALUATE  KAIT-SEL-KBN(KAIT-IDX)
                 WHEN  "K"
                   IF  CFSHO-SHOHIN-KBN OF IMF-REC  =
                       KAIT-SHOHIN-KBN(KAIT-IDX)  THEN
                     MOVE  "Y"  TO  WK-FOUND-FLG
                   END-IF
                 WHEN  "S"
                   IF  CFSHO-SHIIRE-COD OF IMF-REC  =
                       KAIT-SHIIRE-COD(KAIT-IDX)  THEN
                     MOVE  "Y"  TO  WK-FOUND-FLG
                   END-IF
                 WHEN  OTHER
                   IF  (CFSHO-SHOHIN-NO OF IMF-REC  >=
                        KAIT-FROM-NO(KAIT-IDX))  AND
                       (CFSHO-SHOHIN-NO OF IMF-REC  <=
                        KAIT-TO-NO(KAIT-IDX))  THEN
                     MOVE  "Y"  TO  WK-FOUND-FLG
                   END-IF
               END-EVALUATE
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             SET  KAIT-IDX  DOWN  BY  1
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 商品1件の改定　新単価の計算、前後一覧、SHTの出力
      ********************************************************
       REVISE-RTN                 SECTION.
           SET  WK-KAI-NO  TO  KAIT-IDX.
           MOVE  CFSHO-TANKA OF IMF-REC  TO  WK-OLD-TANKA.
           MOVE  CFSHO-GENKA OF IMF-REC  TO  WK-GENKA.
           PERFORM  ITEM-HEAD-RTN.
           IF  CFSHO-HAIBAN-KBN OF IMF-REC  =  "1"  THEN
             ADD  1  TO  SKIP-CNT
             MOVE  "    対象外：廃番"  TO  RPT-REC
             PERFORM  RPT-WRITE-RTN
             GO TO  REVISE-EXT
           END-IF.
           IF  CFSHO-TEKIYO-YMD OF IMF-REC  >=
               KAIT-TEKIYO-YMD(KAIT-IDX)  THEN
             ADD  1  TO  SKIP-CNT
             MOVE  "    対象外：現行の適用日が指示以降"
               TO  RPT-REC
             PERFORM  RPT-WRITE-RTN
             GO TO  REVISE-EXT
           END-IF.
           PERFORM  CALC-RTN.
           IF  (WK-NEW-TANKA  <=  0)  OR
               (WK-NEW-TANKA  >  99999)  THEN
             ADD  1  TO  ERR-CNT
             MOVE  WK-NEW-TANKA  TO  WK-TANKA-DISP2
             STRING  "    ＮＧ：改定後単価が範囲外 "
                       DELIMITED BY SIZE
                     WK-TANKA-DISP2  DELIMITED BY SIZE
               INTO  RPT-REC
             PERFORM  RPT-WRITE-RTN
             GO TO  REVISE-EXT
           END-IF.
           IF  WK-NEW-TANKA  =  WK-OLD-TANKA  THEN
             ADD  1  TO  SKIP-CNT
             MOVE  "    対象外：改定後も同額"  TO  RPT-REC
             PERFORM  RPT-WRITE-RTN
             GO TO  REVISE-EXT
           END-IF.
           PERFORM  MARGIN-RTN.
           PERFORM  SHT-WRITE-RTN.
       REVISE-EXT.
           EXIT.
      ********************************************************
      * 商品の見出し行
      ********************************************************
       ITEM-HEAD-RTN              SECTION.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  "  DELIMITED BY SIZE
                   CFSHO-SHOHIN-NO OF IMF-REC  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CFSHO-SHOHIN-MEI OF IMF-REC  DELIMITED BY SIZE
                   " 区分="  DELIMITED BY SIZE
                   CFSHO-SHOHIN-KBN OF IMF-REC  DELIMITED BY SIZE
                   " 仕入先="  DELIMITED BY SIZE
                   CFSHO-SHIIRE-COD OF IMF-REC  DELIMITED BY SIZE
                   " 指示"  DELIMITED BY SIZE
                   WK-KAI-NO  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 新単価の計算　改定率または改定額を加え、端数単位で丸める
      ********************************************************
       CALC-RTN                   SECTION.
           IF  KAIT-UP-KBN(KAIT-IDX)  =  "P"  THEN
             COMPUTE  WK-CALC  =
               WK-OLD-TANKA  *  (100  +  KAIT-RITSU(KAIT-IDX))
               /  100
           ELSE
             COMPUTE  WK-CALC  =
               WK-OLD-TANKA  +  KAIT-GAKU(KAIT-IDX)
           END-IF.
           MOVE  KAIT-HASU-TANI(KAIT-IDX)  TO  WK-TANI.
           COMPUTE  WK-CALC  =  WK-CALC  /  WK-TANI.
           EVALUATE  KAIT-HASU-KBN(KAIT-IDX)
             WHEN  "U"
               MOVE  WK-CALC  TO  WK-HASU-INT
               IF  WK-HASU-INT  <  WK-CALC  THEN
                 ADD  1  TO  WK-HASU-INT
               END-IF
             WHEN  "D"
               MOVE  WK-CALC  TO  WK-HASU-INT
             WHEN  OTHER
               COMPUTE  WK-HASU-INT  ROUNDED  =  WK-CALC
           END-EVALUATE.
           COMPUTE  WK-NEW-TANKA  =  WK-HASU-INT  *  WK-TANI.
       EXT.
           EXIT.
      ********************************************************
      * 前後比較行　単価と粗利率の変化（原価未設定は率を出さない）
      ********************************************************
       MARGIN-RTN                 SECTION.
           MOVE  WK-OLD-TANKA  TO  WK-TANKA-DISP1.
           MOVE  WK-NEW-TANKA  TO  WK-TANKA-DISP2.
           MOVE  WK-GENKA      TO  WK-GENKA-DISP.
           IF  (WK-GENKA  =  0)  OR  (WK-OLD-TANKA  =  0)  THEN
             STRING  "    原価 未設定  単価 "  DELIMITED BY SIZE
                     WK-TANKA-DISP1  DELIMITED BY SIZE
                     " → "  DELIMITED BY SIZE
                     WK-TANKA-DISP2  DELIMITED BY SIZE
               INTO  RPT-REC
           ELSE
             COMPUTE  WK-OLD-RITSU  ROUNDED  =
               (WK-OLD-TANKA  -  WK-GENKA)  *  100  /  WK-OLD-TANKA
             COMPUTE  WK-NEW-RITSU  ROUNDED  =
               (WK-NEW-TANKA  -  WK-GENKA)  *  100  /  WK-NEW-TANKA
             ADD  1  TO  WK-GENKA-CNT
             ADD  WK-OLD-RITSU  TO  WK-OLD-RITSU-SUM
             ADD  WK-NEW-RITSU  TO  WK-NEW-RITSU-SUM
             MOVE  WK-OLD-RITSU  TO  WK-RITSU-DISP1
             MOVE  WK-NEW-RITSU  TO  WK-RITSU-DISP2
             STRING  "    原価 "  DELIMITED BY SIZE
                     WK-GENKA-DISP  DELIMITED BY SIZE
                     " 単価 "  DELIMITED BY SIZE
                     WK-TANKA-DISP1  DELIMITED BY SIZE
                     " → "  DELIMITED BY SIZE
                     WK-TANKA-DISP2  DELIMITED BY SIZE
                     " 粗利率 "  DELIMITED BY SIZE
                     WK-RITSU-DISP1  DELIMITED BY SIZE
                     "% → "  DELIMITED BY SIZE
                     WK-RITSU-DISP2  DELIMITED BY SIZE
                     "%"  DELIMITED BY SIZE
               INTO  RPT-REC
           END-IF.
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 変更(C)の保守トランザクション出力
      * 現行の商品項目をゾーン形式へ写し、単価と適用開始日だけを
      * 改定後の値にする（価格履歴はKZBM050が反映時に繰り入れる）
      ********************************************************
       SHT-WRITE-RTN              SECTION.
           MOVE  SPACE  TO  SHT-REC.
           MOVE  "C"    TO  SHT-KBN.
           MOVE  CORR  IMF-REC  TO  SHT-REC.
           PERFORM  VARYING  WK-IDX  FROM  1  BY  1
             UNTIL  WK-IDX  >  5
             MOVE  CFSHO-REKI-TEKIYO-YMD OF IMF-REC(WK-IDX)
               TO  CFSHO-REKI-TEKIYO-YMD OF SHT-REC(WK-IDX)
             MOVE  CFSHO-REKI-TANKA OF IMF-REC(WK-IDX)
               TO  CFSHO-REKI-TANKA OF SHT-REC(WK-IDX)
           END-PERFORM.
           MOVE  CFSHO-WARIBIKI-TBL OF IMF-REC
             TO  CFSHO-WARIBIKI-TBL OF SHT-REC.
           MOVE  WK-NEW-TANKA  TO  CFSHO-TANKA OF SHT-REC.
           MOVE  KAIT-TEKIYO-YMD(KAIT-IDX)
             TO  CFSHO-TEKIYO-YMD OF SHT-REC.
           WRITE  SHT-REC.
           ADD  1  TO  SHT-CNT.
           ADD  1  TO  KAIT-SHT-CNT(KAIT-IDX).
       EXT.
           EXIT.
      ********************************************************
      * 一覧行の出力
      ********************************************************
       RPT-WRITE-RTN              SECTION.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  SPACE  TO  RPT-REC.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理　指示別件数と平均粗利率の変化
      ********************************************************
       TERM-RTN                   SECTION.
           MOVE  SPACE  TO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           PERFORM  VARYING  KAIT-IDX  FROM  1  BY  1
             UNTIL  KAIT-IDX  >  KAIT-CNT
             IF  KAIT-OK-FLG(KAIT-IDX)  =  "Y"  THEN
               SET  WK-KAI-NO  TO  KAIT-IDX
               STRING  "指示"  DELIMITED BY SIZE
                       WK-KAI-NO  DELIMITED BY SIZE
                       " 改定件数="  DELIMITED BY SIZE
                       KAIT-SHT-CNT(KAIT-IDX)  DELIMITED BY SIZE
                 INTO  RPT-REC
               PERFORM  RPT-WRITE-RTN
             END-IF
           END-PERFORM.
           IF  WK-GENKA-CNT  >  0  THEN
             COMPUTE  WK-AVG-RITSU  ROUNDED  =
               WK-OLD-RITSU-SUM  /  WK-GENKA-CNT
             MOVE  WK-AVG-RITSU  TO  WK-RITSU-DISP1
             COMPUTE  WK-AVG-RITSU  ROUNDED  =
               WK-NEW-RITSU-SUM  /  WK-GENKA-CNT
             MOVE  WK-AVG-RITSU  TO  WK-RITSU-DISP2
             STRING  "平均粗利率（原価有 "  DELIMITED BY SIZE
                     WK-GENKA-CNT  DELIMITED BY SIZE
                     "件） "  DELIMITED BY SIZE
                     WK-RITSU-DISP1  DELIMITED BY SIZE
                     "% → "  DELIMITED BY SIZE
                     WK-RITSU-DISP2  DELIMITED BY SIZE
                     "%"  DELIMITED BY SIZE
               INTO  RPT-REC
             PERFORM  RPT-WRITE-RTN
           END-IF.
           STRING  "SHT作成="  DELIMITED BY SIZE
                   SHT-CNT  DELIMITED BY SIZE
                   " 対象外="  DELIMITED BY SIZE
                   SKIP-CNT  DELIMITED BY SIZE
                   " エラー="  DELIMITED BY SIZE
                   ERR-CNT  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           CLOSE  SHT-FILE.
           CLOSE  RPT-FILE.
           DISPLAY  "改定指示= "  KAI-CNT.
           DISPLAY  "商品読込= "  IMF-CNT.
           DISPLAY  "SHT作成 = "  SHT-CNT.
           DISPLAY  "対象外　= "  SKIP-CNT.
           DISPLAY  "エラー　= "  ERR-CNT.
           DISPLAY  "*** END KZBM053 ***".
       EXT.
           EXIT.
