      * サブシステム名：在庫
      * プログラム名  ：在庫受払の会計連携（月次仕訳作成）
      * 作成日／作成者：２０２６年９月３日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：入荷付随費用(LC/LV)をジャーナルの金額で
      *                 評価するよう変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：年月指定の実行の終了時に月次処理実行記録
      *                 (KCBS080)へ連携結果を記録（締め前点検用）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：受払1件ごとの評価原価・評価額・連携状態を
      *                 在庫会計連携明細(ZGL)へ出力（在庫・会計照合
      *                 KZBM057用）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：完了コードを実行記録の呼出し後に設定。
      *                 科目変換の上限を40区分に拡大し、超過時は
      *                 連携せず完了コード16
      ********************************************************
      *在庫受払ジャーナル(ZAI)の対象年月分を読み、各変動を商品
      *マスタの移動平均原価(CFSHO-GENKA)で金額評価し、受払区分
      *勘定科目コードはGLX-TOKU-COD欄で渡す）。
      *原価未設定(ゼロ)の商品と科目変換未定義の受払区分は連携
      *対象外とし、スキップ一覧(RPT)へ出して完了コード8で終了する。
      *科目変換が40区分を超える場合は受払を連携せず完了コード16。
      *対象年月は環境変数KZBM060-PERIOD(YYYYMM)で指定し、未指定は
      *全期間を対象とする。
      *入荷付随費用の原価算入(LC)・原価差額(LV)は数量ゼロのため、
      *ジャーナルの金額(ZAI-KINGAKU)で評価する。
      *対象年月の受払1件ごとに、評価に使った原価・評価額・連携の
      *状態を在庫会計連携明細(ZGL、KZCZGL形式)へ残す（在庫・会計
      *照合KZBM057の入力）。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *OUTPUT 会計連携レコード（KUCFGLI形式）
           SELECT  GLI-FILE  ASSIGN TO  EXTERNAL  GLI
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 在庫会計連携明細（KZCZGL形式）
           SELECT  ZGL-FILE  ASSIGN TO  EXTERNAL  ZGL
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 連携結果・スキップ一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
       FD  GLI-FILE.
       01  GLI-REC.
           COPY  KUCFGLI.
       FD  ZGL-FILE.
       01  ZGL-REC.
           COPY  KZCZGL.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       01  TAISHO-CNT             PIC  9(7)    VALUE  0.
       01  SKIP-CNT               PIC  9(7)    VALUE  0.
       01  GLI-CNT                PIC  9(5)    VALUE  0.
       01  ZGL-CNT                PIC  9(7)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-ZAI-AVAIL-FLG       PIC  X       VALUE  "Y".
      *完了コード（KCBS080の呼出しでRETURN-CODEが戻るため退避）
       01  WK-COMP-CD             PIC  9(2)    VALUE  0.
      *対象年月（環境変数、未指定は全期間）
       01  WK-PERIOD-X            PIC  X(6)    VALUE  SPACE.
       01  WK-PERIOD              PIC  9(6)    VALUE  0.
      *勘定科目変換テーブル　ワーキングストレージ・キャッシュ
      *（上限40区分。超えた場合は連携せず完了コード16）
       01  MAPT-CNT               PIC  9(2)    VALUE  ZERO.
       01  MAPT-TBL.
         02  MAPT-ENT  OCCURS 40 TIMES INDEXED BY MAPT-IDX.
           03  MAPT-ZAI-KBN       PIC  X(2).
           03  MAPT-DR-ACCT       PIC  X(4).
           03  MAPT-CR-ACCT       PIC  X(4).
      *受払区分別の評価額集計（科目付き）
       01  AGG-CNT                PIC  9(2)    VALUE  ZERO.
       01  AGG-TBL.
         02  AGG-ENT  OCCURS 40 TIMES INDEXED BY AGG-IDX.
           03  AGG-ZAI-KBN        PIC  X(2).
           03  AGG-DR-ACCT        PIC  X(4).
           03  AGG-CR-ACCT        PIC  X(4).
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
      *1変動分の評価額（数量×移動平均原価、円未満四捨五入）
       01  WK-HYOKA-KINGAKU       PIC  S9(11)  VALUE  0.
      *連携明細へ残す評価原価と状態（F=連携 M=科目未定義
      *G=原価未設定・マスタなし）
       01  WK-ZGL-GENKA           PIC  S9(5)V9(2)  VALUE  0.
       01  WK-ZGL-JOTAI           PIC  X       VALUE  SPACE.
      *仕訳の貸借合計（検証用、ゼロであること）
       01  WK-BAL-SUM             PIC  S9(11)  VALUE  0.
      *編集用
       01  WK-KIN-DISP            PIC  ----,---,---,--9.
      *月次処理実行記録(KCBS080)への連絡領域
       COPY  KCBS080P.
      ********************************************************
      * 在庫受払の会計連携の主処理
      ********************************************************
           DISPLAY  "*** START KZBM060 ***".
           PERFORM  INIT-RTN.
           PERFORM  LOAD-MAP-RTN.
      *科目変換の件数超過(16)では受払を連携しない
           IF  WK-COMP-CD  =  16  THEN
             MOVE  "E"  TO  WK-END-FLG
           END-IF.
           PERFORM  MAIN-RTN  UNTIL  WK-END-FLG  =  "E".
           PERFORM  GLI-WRITE-RTN.
           PERFORM  TERM-RTN.
      *貸借不一致(12)・科目変換の件数超過(16)は上書きしない
           IF  (SKIP-CNT  >  0)  AND
               (WK-COMP-CD  <  8)  THEN
             MOVE  8  TO  WK-COMP-CD
           END-IF.
      *締め前点検用の実行記録（年月指定の実行のみ。スキップ・
      *貸借不一致・受払ジャーナルなしは未済扱い）
           IF  WK-PERIOD  >  0  THEN
             MOVE  "KZBM060"  TO  S080-PGM-ID
             MOVE  WK-PERIOD  TO  S080-PERIOD
             IF  (WK-COMP-CD  =  0)  AND
                 (WK-ZAI-AVAIL-FLG  =  "Y")  THEN
               MOVE  "OK"  TO  S080-RESULT
             ELSE
               MOVE  "NG"  TO  S080-RESULT
             END-IF
             CALL  "KCBS080"  USING  KCBS080-P1
           END-IF.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理
           IF  ZAI-STATUS  NOT  =  "00"  THEN
             DISPLAY  "ZAIなし"
             MOVE  "E"  TO  WK-END-FLG
             MOVE  "N"  TO  WK-ZAI-AVAIL-FLG
           END-IF.
           OPEN  INPUT  IMF-FILE.
           OPEN  OUTPUT  ZGL-FILE.
           MOVE  SPACE  TO  ZGL-REC.
           MOVE  "H"  TO  ZGL-REC-TYPE.
           MOVE  WK-PERIOD  TO  ZGL-PERIOD.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  ZGL-RUN-YMD.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  ZGL-RUN-TIME.
           WRITE  ZGL-REC.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "在庫受払　会計連携結果"  TO  RPT-REC.
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  MAPT-CNT  <  40  THEN
                     ADD  1  TO  MAPT-CNT
                     SET  MAPT-IDX  TO  MAPT-CNT
                     MOVE  MAP-ZAI-KBN
                       TO  MAPT-DR-ACCT(MAPT-IDX)
                     MOVE  MAP-CR-ACCT
                       TO  MAPT-CR-ACCT(MAPT-IDX)
                   ELSE
                     IF  WK-COMP-CD  NOT  =  16  THEN
                       DISPLAY  "科目変換が40件を超過 区分="
                                MAP-ZAI-KBN
                       DISPLAY  "受払を連携せず終了"
                     END-IF
                     MOVE  16  TO  WK-COMP-CD
                   END-IF
               END-READ
             END-PERFORM
               IF  (WK-PERIOD  =  0)  OR
                   (ZAI-YMD(1:6)  =  WK-PERIOD-X)  THEN
                 PERFORM  VALUE-RTN
                 PERFORM  ZGL-WRITE-RTN
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 1変動の金額評価　数量×移動平均原価。原価未設定・科目
      * 変換未定義はスキップ一覧へ。入荷付随費用(LC/LV)は記帳
      * された配賦額をそのまま使う
      ********************************************************
       VALUE-RTN                  SECTION.
           MOVE  "G"   TO  WK-ZGL-JOTAI.
           MOVE  ZERO  TO  WK-ZGL-GENKA.
           MOVE  ZERO  TO  WK-HYOKA-KINGAKU.
           IF  (ZAI-KBN  =  "LC")  OR  (ZAI-KBN  =  "LV")  THEN
             IF  ZAI-KINGAKU  IS  NUMERIC  THEN
               MOVE  ZAI-KINGAKU  TO  WK-HYOKA-KINGAKU
               PERFORM  AGG-RTN
             ELSE
               PERFORM  SKIP-LIST-RTN
             END-IF
             GO  TO  VALUE-EXT
           END-IF.
           MOVE  ZAI-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID KEY
               IF  CFSHO-GENKA  =  ZERO  THEN
                 PERFORM  SKIP-LIST-RTN
               ELSE
                 MOVE  CFSHO-GENKA  TO  WK-ZGL-GENKA
                 COMPUTE  WK-HYOKA-KINGAKU  ROUNDED  =
                   ZAI-SURYO  *  CFSHO-GENKA
                 PERFORM  AGG-RTN
               END-IF
           END-READ.
       VALUE-EXT.
           EXIT.
      ********************************************************
      * 受払区分別の集計　科目変換の未定義区分はスキップ一覧へ
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "N"  THEN
             MOVE  "M"  TO  WK-ZGL-JOTAI
             PERFORM  SKIP-LIST-RTN
             GO  TO  AGG-EXT
           END-IF.
           SET  MAPT-IDX  DOWN  BY  1.
           MOVE  "F"  TO  WK-ZGL-JOTAI.
           ADD  1  TO  TAISHO-CNT.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  AGG-IDX  FROM  1  BY  1
       EXT.
           EXIT.
      ********************************************************
      * 連携明細1件の書き出し（対象年月の受払1件ごと）
      ********************************************************
       ZGL-WRITE-RTN              SECTION.
           ADD  1  TO  ZGL-CNT.
           MOVE  SPACE  TO  ZGL-REC.
           MOVE  "D"               TO  ZGL-REC-TYPE.
           MOVE  ZAI-YMD           TO  ZGL-YMD.
           MOVE  ZAI-KBN           TO  ZGL-KBN.
           MOVE  ZAI-SHOHIN-NO     TO  ZGL-SHOHIN-NO.
           IF  ZAI-SURYO  IS  NUMERIC  THEN
             MOVE  ZAI-SURYO       TO  ZGL-SURYO
           ELSE
             MOVE  ZERO            TO  ZGL-SURYO
           END-IF.
           MOVE  WK-ZGL-GENKA      TO  ZGL-GENKA.
           MOVE  WK-HYOKA-KINGAKU  TO  ZGL-KINGAKU.
           MOVE  WK-ZGL-JOTAI      TO  ZGL-JOTAI.
           WRITE  ZGL-REC.
       EXT.
           EXIT.
      ********************************************************
      * 会計連携レコードの書き出し　見出し→区分ごとに借方(+)・
      * 貸方(−)の対→トレーラ。貸借合計がゼロであることを検証する
      ********************************************************
             DISPLAY  "貸借一致 OK"
           ELSE
             DISPLAY  "貸借一致 NG 差額="  WK-BAL-SUM
             IF  WK-COMP-CD  <  12  THEN
               MOVE  12  TO  WK-COMP-CD
             END-IF
           END-IF.
       EXT.
           EXIT.
       TERM-RTN                   SECTION.
           CLOSE  ZAI-FILE.
           CLOSE  IMF-FILE.
           MOVE  SPACE  TO  ZGL-REC.
           MOVE  "T"      TO  ZGL-REC-TYPE.
           MOVE  ZAI-CNT  TO  ZGL-ZAI-CNT.
           MOVE  ZGL-CNT  TO  ZGL-TAISHO-CNT.
           WRITE  ZGL-REC.
           CLOSE  ZGL-FILE.
           CLOSE  RPT-FILE.
           DISPLAY  "ZAI-CNT=  "  ZAI-CNT.
           DISPLAY  "連携対象= "  TAISHO-CNT.
