       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KCBM110.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：経営指標月次報告（受注・売掛・在庫）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *受注・売掛・在庫の主要指標を対象月について算出し、経営指標
      *履歴(KPIH、KCCKPI)の当月分を置き換え（なければ追加）した上で、
      *対象月と直前12か月の推移を1ページの報告書にする（経営会議用）。
      *  受注　受注明細数・受理明細数（受注データベースの受注日が
      *        対象月の通常受注明細）、却下率（受注エラー履歴HIS）、
      *        在庫待ち発生率（在庫待ち履歴BOH）、与信保留発生率
      *        （与信保留履歴CHH）、受注残金額（受理済み未出荷"OK"）
      *  売掛　ＤＳＯ（得意先マスタの残高合計÷請求書レジスタの
      *        直近3か月の請求額×日数）、期日超過率（支払期日を
      *        過ぎた未回収残÷未回収残の合計、基準日は対象月末。
      *        月中の実行は実行日）
      *  在庫　回転率・在庫日数（受払ジャーナルの対象月の出荷払出
      *        ×移動平均原価、在庫金額はKZBM055と同じ評価）
      *各率の分母はいずれも受注明細数。履歴の発生件数は同じ明細の
      *再発生（在庫待ち解放後の再度の在庫待ち等）を1件と数える。
      *金額は円換算（外貨は為替レートファイルの最新有効レート、
      *請求額は請求書の発行時レート）。レート未設定の通貨は除外して
      *件数を脚注に出す。直前12か月の値は履歴ファイルから出すため、
      *履歴のない月は「記録なし」と印字する。
      *環境変数KCBM110-TAISHO-YM　対象月YYYYMM（既定は実行月の前月）
      *テーブル上限超過は完了コード8、受注データベースなしは16
      *（履歴は更新しない）で終了する。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *受注データベース（全件走査・参照のみ）
           SELECT  ODB-FILE  ASSIGN TO  EXTERNAL  ODB
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS DYNAMIC
                             RECORD KEY   IS ODB-KEY
                             FILE STATUS  IS ODB-STATUS.
      *INPUT 受注エラー履歴（KJBM050の却下明細、全実行分累積）
           SELECT  HIS-FILE  ASSIGN TO  EXTERNAL  HIS
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS HIS-STATUS.
      *INPUT 在庫待ち履歴（KJBM050、全実行分累積）
           SELECT  BOH-FILE  ASSIGN TO  EXTERNAL  BOH
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS BOH-STATUS.
      *INPUT 与信保留履歴（KJBM050、全実行分累積）
           SELECT  CHH-FILE  ASSIGN TO  EXTERNAL  CHH
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS CHH-STATUS.
      *得意先マスタ（全件読み、残高と取引通貨の参照のみ）
           SELECT  CMF-FILE  ASSIGN TO  EXTERNAL  CMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS SEQUENTIAL
                             RECORD KEY   IS CFTOK-TOKU-COD
                             FILE STATUS  IS CMF-STATUS.
      *INPUT 請求書レジスタ（参照のみ）
           SELECT  INV-FILE  ASSIGN TO  EXTERNAL  INV
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS INV-STATUS.
      *為替レートファイル（最新の有効レート）
           SELECT  RATE-FILE  ASSIGN TO  EXTERNAL  RATE
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS RATE-STATUS.
      *商品マスタ（全件読み、在庫数と移動平均原価の参照のみ）
           SELECT  IMF-FILE  ASSIGN TO  EXTERNAL  IMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS SEQUENTIAL
                             RECORD KEY   IS CFSHO-SHOHIN-NO
                             FILE STATUS  IS IMF-STATUS.
      *INPUT 在庫受払ジャーナル
           SELECT  ZAI-FILE  ASSIGN TO  EXTERNAL  ZAI
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS ZAI-STATUS.
      *I-O 経営指標履歴（読込後に当月分を置き換えて書き戻す）
           SELECT  KPIH-FILE  ASSIGN TO  EXTERNAL  KPIH
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS KPIH-STATUS.
      *OUTPUT 経営指標月次報告
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  ODB-FILE.
       01  ODB-REC.
           COPY  KJCODB.
       FD  HIS-FILE.
       01  HIS-REC.
           COPY  KJCF020H.
       FD  BOH-FILE.
       01  BOH-REC.
           COPY  KJCF020H.
       FD  CHH-FILE.
       01  CHH-REC.
           COPY  KJCF020H.
       FD  CMF-FILE.
       01  CMF-REC.
           COPY  KCCFTOK.
       FD  INV-FILE.
       01  INV-REC.
           COPY  KUCF030.
       FD  RATE-FILE.
       01  RATE-REC.
           COPY  KJCRATE.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  ZAI-FILE.
       01  ZAI-REC.
           COPY  KZCZAI.
      *経営指標履歴の1件（KCCKPIの長さ。項目はKPI-RECで参照する）
       FD  KPIH-FILE.
       01  KPIH-REC               PIC  X(161).
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  ODB-STATUS             PIC  X(2)    VALUE  SPACE.
       01  HIS-STATUS             PIC  X(2)    VALUE  SPACE.
       01  BOH-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CHH-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  INV-STATUS             PIC  X(2)    VALUE  SPACE.
       01  RATE-STATUS            PIC  X(2)    VALUE  SPACE.
       01  IMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  ZAI-STATUS             PIC  X(2)    VALUE  SPACE.
       01  KPIH-STATUS            PIC  X(2)    VALUE  SPACE.
       01  ODB-CNT                PIC  9(7)    VALUE  0.
       01  HIS-CNT                PIC  9(7)    VALUE  0.
       01  BOH-CNT                PIC  9(7)    VALUE  0.
       01  CHH-CNT                PIC  9(7)    VALUE  0.
       01  CMF-CNT                PIC  9(5)    VALUE  0.
       01  INV-CNT                PIC  9(7)    VALUE  0.
       01  IMF-CNT                PIC  9(5)    VALUE  0.
       01  ZAI-CNT                PIC  9(7)    VALUE  0.
       01  ZAI-SP-CNT             PIC  9(7)    VALUE  0.
       01  NORATE-CNT             PIC  9(5)    VALUE  0.
       01  NOGENKA-CNT            PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
       01  WK-OVER-FLG            PIC  X       VALUE  "N".
       01  WK-COMP-CD             PIC  9(2)    VALUE  0.
      *対象月と期間
       01  WK-TAISHO-YM-X         PIC  X(6)    VALUE  SPACE.
       01  WK-TAISHO-YM           PIC  9(6)    VALUE  0.
       01  WK-TODAY-YMD           PIC  9(8)    VALUE  0.
       01  WK-YY                  PIC  9(4)    VALUE  0.
       01  WK-MM                  PIC  9(2)    VALUE  0.
       01  WK-FROM-YMD            PIC  9(8)    VALUE  0.
       01  WK-TO-YMD              PIC  9(8)    VALUE  0.
       01  WK-NEXT-YMD            PIC  9(8)    VALUE  0.
       01  WK-FROM3-YMD           PIC  9(8)    VALUE  0.
       01  WK-KIJUN-YMD           PIC  9(8)    VALUE  0.
       01  WK-INT-FROM            PIC  S9(7)   VALUE  0.
       01  WK-INT-NEXT            PIC  S9(7)   VALUE  0.
       01  WK-DAYS                PIC  9(3)    VALUE  0.
       01  WK-DAYS3               PIC  9(3)    VALUE  0.
       01  WK-DUE-YMD             PIC  9(8)    VALUE  0.
      *レートテーブル（通貨ごとの最新の有効レート、KUBM034と同じ）
       01  WK-RATE-END-FLG        PIC  X       VALUE  SPACE.
       01  WK-RATE-CNT            PIC  9(2)    VALUE  0.
       01  WK-RATE-TBL.
         02  WK-RATE-ENT  OCCURS 20 TIMES INDEXED BY WK-RATE-IDX.
           03  WK-RATE-TSUKA-COD  PIC  X(3).
           03  WK-RATE-RATE       PIC  9(5)V9(4).
           03  WK-RATE-TEKIYO     PIC  9(8).
       01  WK-RATE-MERGE-FLG      PIC  X       VALUE  "N".
      *円換算の連絡領域（通貨・金額を入れてYEN-RTNを呼ぶ）
       01  WK-CONV-TSUKA          PIC  X(3)    VALUE  SPACE.
       01  WK-CONV-KIN            PIC  S9(11)  VALUE  0.
       01  WK-CONV-YEN            PIC  S9(11)  VALUE  0.
      *得意先テーブル（得意先→取引通貨、受注残の換算用）
       01  CT-CNT                 PIC  9(4)    VALUE  ZERO.
       01  CT-TBL.
         02  CT-ENT  OCCURS 3000 TIMES INDEXED BY CT-IDX.
           03  CT-TOKU-COD        PIC  X(4).
           03  CT-TSUKA-COD       PIC  X(3).
      *原価テーブル（商品→移動平均原価、出荷原価の評価用）
       01  GT-CNT                 PIC  9(4)    VALUE  ZERO.
       01  GT-TBL.
         02  GT-ENT  OCCURS 9999 TIMES INDEXED BY GT-IDX.
           03  GT-SHOHIN-NO       PIC  X(5).
           03  GT-GENKA           PIC  S9(5)V9(2).
      *履歴の明細キーテーブル（同じ明細の再発生を1件と数える）
      *  KT-SHU "1"=却下 "2"=在庫待ち "3"=与信保留
       01  KT-CNT                 PIC  9(4)    VALUE  ZERO.
       01  KT-TBL.
         02  KT-ENT  OCCURS 9999 TIMES INDEXED BY KT-IDX.
           03  KT-SHU             PIC  X(1).
           03  KT-JUCHU-NO        PIC  X(6).
           03  KT-LINE-NO         PIC  9(2).
       01  WK-KT-SHU              PIC  X(1)    VALUE  SPACE.
      *履歴3ファイル共通の作業レコード（読んだ1件をここへ移す）
       01  WK-HREC.
           COPY  KJCF020H.
      *集計の作業領域
       01  WK-JUCHU-ZAN           PIC  S9(13)  VALUE  0.
       01  WK-URIKAKE-ZAN         PIC  S9(13)  VALUE  0.
       01  WK-SEIKYU-3M           PIC  S9(13)  VALUE  0.
       01  WK-MIKAISHU-ZAN        PIC  S9(13)  VALUE  0.
       01  WK-KIJITSU-ZAN         PIC  S9(13)  VALUE  0.
       01  WK-SHUKKA-GENKA        PIC  S9(13)V9(2)  VALUE  0.
       01  WK-ZAIKO-KIN           PIC  S9(13)V9(2)  VALUE  0.
       01  WK-HYOKA               PIC  S9(11)V9(2)  VALUE  0.
       01  WK-GENKA               PIC  S9(5)V9(2)   VALUE  0.
       01  WK-RITSU               PIC  S9(7)V9      VALUE  0.
       01  WK-KAITEN              PIC  S9(7)V9(2)   VALUE  0.
      *当月分の経営指標（KCCKPI）
       01  KPI-REC.
           COPY  KCCKPI.
      *経営指標履歴テーブル（年月順、20年分まで保持する）
       01  KH-CNT                 PIC  9(3)    VALUE  ZERO.
       01  KH-TBL.
         02  KH-ENT  OCCURS 240 TIMES INDEXED BY KH-IDX.
           03  KH-YM              PIC  9(6).
           03  KH-DATA            PIC  X(161).
       01  WK-KH-HIT              PIC  9(3)    VALUE  0.
      *並べ替え用
       01  WK-I                   PIC  9(3)    VALUE  0.
       01  WK-J                   PIC  9(3)    VALUE  0.
       01  WK-SWAP-KH             PIC  X(167).
      *印字する13か月（直前12か月＋対象月、古い順）
       01  PM-TBL.
         02  PM-YM  OCCURS 13 TIMES  PIC  9(6).
       01  WK-P                   PIC  9(2)    VALUE  0.
       01  WK-PRT-YM              PIC  9(6)    VALUE  0.
       01  WK-MARK                PIC  X(1)    VALUE  SPACE.
      *編集用
       01  WK-CNT-DISP1           PIC  Z,ZZZ,ZZ9.
       01  WK-CNT-DISP2           PIC  Z,ZZZ,ZZ9.
       01  WK-PCT-DISP1           PIC  ZZ9.9.
       01  WK-PCT-DISP2           PIC  ZZ9.9.
       01  WK-PCT-DISP3           PIC  ZZ9.9.
       01  WK-PCT-DISP4           PIC  ZZ9.9.
       01  WK-SEN                 PIC  S9(9)   VALUE  0.
       01  WK-SEN-DISP1           PIC  ---,---,--9.
       01  WK-SEN-DISP2           PIC  ---,---,--9.
       01  WK-SEN-DISP3           PIC  ---,---,--9.
       01  WK-SEN-DISP4           PIC  ---,---,--9.
       01  WK-DSO-DISP            PIC  ZZ9.9.
       01  WK-KAITEN-DISP         PIC  ZZ9.99.
       01  WK-NISSU-DISP          PIC  ZZ,ZZ9.9.
      ********************************************************
      * 経営指標月次報告の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KCBM110 ***".
           PERFORM  INIT-RTN.
           PERFORM  LOAD-RATE-RTN.
           PERFORM  LOAD-CMF-RTN.
           PERFORM  ODB-SCAN-RTN.
           IF  WK-COMP-CD  <  16  THEN
             MOVE  "1"  TO  WK-KT-SHU
             PERFORM  HIS-SCAN-RTN
             MOVE  "2"  TO  WK-KT-SHU
             PERFORM  BOH-SCAN-RTN
             MOVE  "3"  TO  WK-KT-SHU
             PERFORM  CHH-SCAN-RTN
             PERFORM  INV-SCAN-RTN
             PERFORM  LOAD-IMF-RTN
             PERFORM  ZAI-SCAN-RTN
             PERFORM  CALC-RTN
             PERFORM  KPIH-UPDATE-RTN
             PERFORM  PRINT-RTN
           END-IF.
           PERFORM  TERM-RTN.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理　対象月の取り込みと期間の決定
      ********************************************************
       INIT-RTN                   SECTION.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-TODAY-YMD.
           ACCEPT  WK-TAISHO-YM-X  FROM  ENVIRONMENT
                   "KCBM110-TAISHO-YM".
           IF  (WK-TAISHO-YM-X  IS  NUMERIC)  AND
               (WK-TAISHO-YM-X(5:2)  >=  "01")  AND
               (WK-TAISHO-YM-X(5:2)  <=  "12")  THEN
             MOVE  WK-TAISHO-YM-X  TO  WK-TAISHO-YM
           ELSE
      *既定は実行月の前月（月初に前月分を締める）
             MOVE  WK-TODAY-YMD(1:4)  TO  WK-YY
             MOVE  WK-TODAY-YMD(5:2)  TO  WK-MM
             IF  WK-MM  =  1  THEN
               SUBTRACT  1  FROM  WK-YY
               MOVE  12  TO  WK-MM
             ELSE
               SUBTRACT  1  FROM  WK-MM
             END-IF
             COMPUTE  WK-TAISHO-YM  =  WK-YY  *  100  +  WK-MM
           END-IF.
      *対象月の初日・末日・日数と翌月初日
           COMPUTE  WK-FROM-YMD  =  WK-TAISHO-YM  *  100  +  1.
           MOVE  WK-TAISHO-YM(1:4)  TO  WK-YY.
           MOVE  WK-TAISHO-YM(5:2)  TO  WK-MM.
           IF  WK-MM  =  12  THEN
             ADD  1  TO  WK-YY
             MOVE  1  TO  WK-MM
           ELSE
             ADD  1  TO  WK-MM
           END-IF.
           COMPUTE  WK-NEXT-YMD  =  WK-YY  *  10000  +  WK-MM  *  100
                                    +  1.
           COMPUTE  WK-INT-FROM  =
             FUNCTION INTEGER-OF-DATE(WK-FROM-YMD).
           COMPUTE  WK-INT-NEXT  =
             FUNCTION INTEGER-OF-DATE(WK-NEXT-YMD).
           COMPUTE  WK-DAYS  =  WK-INT-NEXT  -  WK-INT-FROM.
           COMPUTE  WK-TO-YMD  =
             FUNCTION DATE-OF-INTEGER(WK-INT-NEXT  -  1).
      *ＤＳＯの請求額の期間（対象月を含む直近3か月）
           MOVE  WK-TAISHO-YM(1:4)  TO  WK-YY.
           MOVE  WK-TAISHO-YM(5:2)  TO  WK-MM.
           IF  WK-MM  <=  2  THEN
             SUBTRACT  1  FROM  WK-YY
             ADD  10  TO  WK-MM
           ELSE
             SUBTRACT  2  FROM  WK-MM
           END-IF.
           COMPUTE  WK-FROM3-YMD  =  WK-YY  *  10000  +  WK-MM  *  100
                                     +  1.
           COMPUTE  WK-DAYS3  =  WK-INT-NEXT  -
             FUNCTION INTEGER-OF-DATE(WK-FROM3-YMD).
      *期日超過の基準日（対象月末、月中の実行は実行日）
           IF  WK-TO-YMD  >  WK-TODAY-YMD  THEN
             MOVE  WK-TODAY-YMD  TO  WK-KIJUN-YMD
           ELSE
             MOVE  WK-TO-YMD  TO  WK-KIJUN-YMD
           END-IF.
           DISPLAY  "対象月=" WK-TAISHO-YM
                    " 実行日=" WK-TODAY-YMD
                    " 期日基準日=" WK-KIJUN-YMD.
           INITIALIZE  KPI-REC.
           MOVE  WK-TAISHO-YM  TO  KPI-YM.
           MOVE  WK-TODAY-YMD  TO  KPI-RUN-DATE.
       EXT.
           EXIT.
      ********************************************************
      * 為替レートファイルの読込　通貨ごとに最新の有効レートを残す
      ********************************************************
       LOAD-RATE-RTN              SECTION.
           OPEN  INPUT  RATE-FILE.
           IF  RATE-STATUS  =  "35"  THEN
             DISPLAY  "RATEなし　外貨は換算対象外"
           ELSE
             PERFORM  UNTIL  WK-RATE-END-FLG  =  "E"
               READ  RATE-FILE
                 AT  END
                   MOVE  "E"  TO  WK-RATE-END-FLG
                 NOT  AT  END
                   PERFORM  RATE-MERGE-RTN
               END-READ
             END-PERFORM
             CLOSE  RATE-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * レート1件の取り込み　同じ通貨は適用開始日の新しい方を残す
      * （実行日より先に始まるレートは読み飛ばす）
      ********************************************************
       RATE-MERGE-RTN             SECTION.
           IF  RATE-TEKIYO-YMD  >  WK-TODAY-YMD  THEN
             GO  TO  RATE-MERGE-EXT
           END-IF.
           MOVE  "N"  TO  WK-RATE-MERGE-FLG.
           PERFORM  VARYING  WK-RATE-IDX  FROM  1  BY  1
             UNTIL  (WK-RATE-IDX  >  WK-RATE-CNT)  OR
                    (WK-RATE-MERGE-FLG  =  "Y")
             IF  WK-RATE-TSUKA-COD(WK-RATE-IDX)  =
                 RATE-TSUKA-COD  THEN
               MOVE  "Y"  TO  WK-RATE-MERGE-FLG
             END-IF
           END-PERFORM.
           IF  WK-RATE-MERGE-FLG  =  "Y"  THEN
             SET  WK-RATE-IDX  DOWN  BY  1
             IF  RATE-TEKIYO-YMD  >=
                 WK-RATE-TEKIYO(WK-RATE-IDX)  THEN
               MOVE  RATE-RATE
                 TO  WK-RATE-RATE(WK-RATE-IDX)
               MOVE  RATE-TEKIYO-YMD
                 TO  WK-RATE-TEKIYO(WK-RATE-IDX)
             END-IF
           ELSE
             IF  WK-RATE-CNT  <  20  THEN
               ADD  1  TO  WK-RATE-CNT
               SET  WK-RATE-IDX  TO  WK-RATE-CNT
               MOVE  RATE-TSUKA-COD
                 TO  WK-RATE-TSUKA-COD(WK-RATE-IDX)
               MOVE  RATE-RATE
                 TO  WK-RATE-RATE(WK-RATE-IDX)
               MOVE  RATE-TEKIYO-YMD
                 TO  WK-RATE-TEKIYO(WK-RATE-IDX)
             END-IF
           END-IF.
       RATE-MERGE-EXT.
           EXIT.
      ********************************************************
      * 円換算　WK-CONV-TSUKAの金額WK-CONV-KINを最新レートで換算
      * する。円（空白・"JPY"）はそのまま。レート未設定はゼロとし
      * 件数を数える
      ********************************************************
       YEN-RTN                    SECTION.
           IF  (WK-CONV-TSUKA  =  SPACE)  OR
               (WK-CONV-TSUKA  =  "JPY")  THEN
             MOVE  WK-CONV-KIN  TO  WK-CONV-YEN
             GO  TO  YEN-EXT
           END-IF.
           MOVE  ZERO  TO  WK-CONV-YEN.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  WK-RATE-IDX  FROM  1  BY  1
             UNTIL  (WK-RATE-IDX  >  WK-RATE-CNT)  OR
                    (WK-FOUND-FLG  =  "Y")
             IF  WK-RATE-TSUKA-COD(WK-RATE-IDX)  =
                 WK-CONV-TSUKA  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
               COMPUTE  WK-CONV-YEN  ROUNDED  =
                 WK-CONV-KIN  *  WK-RATE-RATE(WK-RATE-IDX)
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "N"  THEN
             ADD  1  TO  NORATE-CNT
           END-IF.
       YEN-EXT.
           EXIT.
      ********************************************************
      * 得意先マスタの全件読み　売掛残高の円換算合計と、受注残の
      * 換算に使う得意先→取引通貨のテーブル
      ********************************************************
       LOAD-CMF-RTN               SECTION.
           OPEN  INPUT  CMF-FILE.
           IF  CMF-STATUS  NOT  =  "00"  THEN
             DISPLAY  "CMFなし　売掛残高ゼロ"
             GO  TO  LOAD-CMF-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  CMF-FILE  NEXT  RECORD
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  CMF-CNT
                 MOVE  CFTOK-TSUKA-COD  TO  WK-CONV-TSUKA
                 MOVE  CFTOK-ZANDAKA    TO  WK-CONV-KIN
                 PERFORM  YEN-RTN
                 ADD  WK-CONV-YEN  TO  WK-URIKAKE-ZAN
                 IF  CT-CNT  <  3000  THEN
                   ADD  1  TO  CT-CNT
                   SET  CT-IDX  TO  CT-CNT
                   MOVE  CFTOK-TOKU-COD   TO  CT-TOKU-COD(CT-IDX)
                   MOVE  CFTOK-TSUKA-COD  TO  CT-TSUKA-COD(CT-IDX)
                 ELSE
                   MOVE  "Y"  TO  WK-OVER-FLG
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  CMF-FILE.
       LOAD-CMF-EXT.
           EXIT.
      ********************************************************
      * 受注データベースの走査　対象月の受注明細数・受理明細数と
      * 受理済み未出荷の受注残金額
      ********************************************************
       ODB-SCAN-RTN               SECTION.
           OPEN  INPUT  ODB-FILE.
           IF  ODB-STATUS  NOT  =  "00"  THEN
             DISPLAY  "ODBオープン異常 STATUS="  ODB-STATUS
             MOVE  16  TO  WK-COMP-CD
             GO  TO  ODB-SCAN-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           MOVE  LOW-VALUE  TO  ODB-KEY.
           START  ODB-FILE  KEY  IS  NOT LESS THAN  ODB-KEY
             INVALID KEY
               MOVE  "E"  TO  WK-END-FLG
           END-START.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  ODB-FILE  NEXT  RECORD
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  ODB-CNT
                 IF  ODB-DATA-KBN  =  "1"  THEN
                   PERFORM  ODB-PICK-RTN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  ODB-FILE.
       ODB-SCAN-EXT.
           EXIT.
      ********************************************************
      * 通常受注1明細の集計
      ********************************************************
       ODB-PICK-RTN               SECTION.
           IF  (ODB-JUCHU-YMD  >=  WK-FROM-YMD)  AND
               (ODB-JUCHU-YMD  <=  WK-TO-YMD)  THEN
             ADD  1  TO  KPI-JUCHU-CNT
             IF  (ODB-RESULT  =  "OK")  OR  (ODB-RESULT  =  "SH")  OR
                 (ODB-RESULT  =  "DL")  OR  (ODB-RESULT  =  "RL")  THEN
               ADD  1  TO  KPI-JURI-CNT
             END-IF
           END-IF.
           IF  ODB-RESULT  NOT  =  "OK"  THEN
             GO  TO  ODB-PICK-EXT
           END-IF.
      *受注残　得意先の取引通貨で円換算（得意先不明は円扱い）
           MOVE  SPACE  TO  WK-CONV-TSUKA.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  CT-IDX  FROM  1  BY  1
             UNTIL  (CT-IDX  >  CT-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  CT-TOKU-COD(CT-IDX)  =  ODB-TOKU-COD  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
               MOVE  CT-TSUKA-COD(CT-IDX)  TO  WK-CONV-TSUKA
             END-IF
           END-PERFORM.
           MOVE  ODB-KINGAKU  TO  WK-CONV-KIN.
           PERFORM  YEN-RTN.
           ADD  WK-CONV-YEN  TO  WK-JUCHU-ZAN.
       ODB-PICK-EXT.
           EXIT.
      ********************************************************
      * 受注エラー履歴の走査（却下）
      ********************************************************
       HIS-SCAN-RTN               SECTION.
           OPEN  INPUT  HIS-FILE.
           IF  HIS-STATUS  NOT  =  "00"  THEN
             DISPLAY  "HISなし　却下はゼロ"
             GO  TO  HIS-SCAN-EXT
           END-IF.
           PERFORM  UNTIL  HIS-STATUS  NOT  =  "00"
             READ  HIS-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 ADD  1  TO  HIS-CNT
                 MOVE  HIS-REC  TO  WK-HREC
                 PERFORM  KT-ADD-RTN
             END-READ
           END-PERFORM.
           CLOSE  HIS-FILE.
       HIS-SCAN-EXT.
           EXIT.
      ********************************************************
      * 在庫待ち履歴の走査
      ********************************************************
       BOH-SCAN-RTN               SECTION.
           OPEN  INPUT  BOH-FILE.
           IF  BOH-STATUS  NOT  =  "00"  THEN
             DISPLAY  "BOHなし　在庫待ちはゼロ"
             GO  TO  BOH-SCAN-EXT
           END-IF.
           PERFORM  UNTIL  BOH-STATUS  NOT  =  "00"
             READ  BOH-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 ADD  1  TO  BOH-CNT
                 MOVE  BOH-REC  TO  WK-HREC
                 PERFORM  KT-ADD-RTN
             END-READ
           END-PERFORM.
           CLOSE  BOH-FILE.
       BOH-SCAN-EXT.
           EXIT.
      ********************************************************
      * 与信保留履歴の走査
      ********************************************************
       CHH-SCAN-RTN               SECTION.
           OPEN  INPUT  CHH-FILE.
           IF  CHH-STATUS  NOT  =  "00"  THEN
             DISPLAY  "CHHなし　与信保留はゼロ"
             GO  TO  CHH-SCAN-EXT
           END-IF.
           PERFORM  UNTIL  CHH-STATUS  NOT  =  "00"
             READ  CHH-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 ADD  1  TO  CHH-CNT
                 MOVE  CHH-REC  TO  WK-HREC
                 PERFORM  KT-ADD-RTN
             END-READ
           END-PERFORM.
           CLOSE  CHH-FILE.
       CHH-SCAN-EXT.
           EXIT.
      ********************************************************
      * 履歴1件の計上　実行日が対象月の通常受注明細を、同じ種別・
      * 同じ明細の2件目以降を除いて数える
      ********************************************************
       KT-ADD-RTN                 SECTION.
           IF  (HIS-RUN-DATE OF WK-HREC  <  WK-FROM-YMD)  OR
               (HIS-RUN-DATE OF WK-HREC  >  WK-TO-YMD)  OR
               (JF020-DATA-KBN OF WK-HREC  NOT  =  "1")  THEN
             GO  TO  KT-ADD-EXT
           END-IF.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  KT-IDX  FROM  1  BY  1
             UNTIL  (KT-IDX  >  KT-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  (KT-SHU(KT-IDX)  =  WK-KT-SHU)  AND
                 (KT-JUCHU-NO(KT-IDX)  =
                  JF020-JUCHU-NO OF WK-HREC)  AND
                 (KT-LINE-NO(KT-IDX)  =
                  JF020-LINE-NO OF WK-HREC)  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             GO  TO  KT-ADD-EXT
           END-IF.
           IF  KT-CNT  <  9999  THEN
             ADD  1  TO  KT-CNT
             SET  KT-IDX  TO  KT-CNT
             MOVE  WK-KT-SHU  TO  KT-SHU(KT-IDX)
             MOVE  JF020-JUCHU-NO OF WK-HREC  TO  KT-JUCHU-NO(KT-IDX)
             MOVE  JF020-LINE-NO OF WK-HREC   TO  KT-LINE-NO(KT-IDX)
           ELSE
             MOVE  "Y"  TO  WK-OVER-FLG
           END-IF.
           EVALUATE  WK-KT-SHU
             WHEN  "1"
               ADD  1  TO  KPI-KYAKKA-CNT
             WHEN  "2"
               ADD  1  TO  KPI-BO-CNT
             WHEN  OTHER
               ADD  1  TO  KPI-CH-CNT
           END-EVALUATE.
       KT-ADD-EXT.
           EXIT.
      ********************************************************
      * 請求書レジスタの走査　直近3か月の請求額と、基準日時点の
      * 未回収残・期日超過残（円換算）
      ********************************************************
       INV-SCAN-RTN               SECTION.
           OPEN  INPUT  INV-FILE.
           IF  INV-STATUS  NOT  =  "00"  THEN
             DISPLAY  "INVなし　ＤＳＯ等は算出しない"
             GO  TO  INV-SCAN-EXT
           END-IF.
           PERFORM  UNTIL  INV-STATUS  NOT  =  "00"
             READ  INV-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 ADD  1  TO  INV-CNT
                 PERFORM  INV-PICK-RTN
             END-READ
           END-PERFORM.
           CLOSE  INV-FILE.
       INV-SCAN-EXT.
           EXIT.
      ********************************************************
      * 請求書1件の集計　請求額は発行時レート（円建て・旧形式は
      * 最新レート）、未回収残は最新レートで換算する
      ********************************************************
       INV-PICK-RTN               SECTION.
           IF  (INV-YMD  >=  WK-FROM3-YMD)  AND
               (INV-YMD  <=  WK-TO-YMD)  THEN
             IF  INV-RATE  >  ZERO  THEN
               COMPUTE  WK-CONV-YEN  ROUNDED  =
                 INV-KINGAKU  *  INV-RATE
             ELSE
               MOVE  INV-TSUKA-COD  TO  WK-CONV-TSUKA
               MOVE  INV-KINGAKU    TO  WK-CONV-KIN
               PERFORM  YEN-RTN
             END-IF
             ADD  WK-CONV-YEN  TO  WK-SEIKYU-3M
           END-IF.
           IF  (INV-OPEN-ZAN  =  ZERO)  OR
               (INV-YMD  >  WK-KIJUN-YMD)  THEN
             GO  TO  INV-PICK-EXT
           END-IF.
           MOVE  INV-TSUKA-COD  TO  WK-CONV-TSUKA.
           MOVE  INV-OPEN-ZAN   TO  WK-CONV-KIN.
           PERFORM  YEN-RTN.
           ADD  WK-CONV-YEN  TO  WK-MIKAISHU-ZAN.
      *支払期日（旧形式の請求書は発行日で代用）
           IF  (INV-DUE-YMD  IS  NUMERIC)  AND
               (INV-DUE-YMD  >  ZERO)  THEN
             MOVE  INV-DUE-YMD  TO  WK-DUE-YMD
           ELSE
             MOVE  INV-YMD  TO  WK-DUE-YMD
           END-IF.
           IF  WK-DUE-YMD  <  WK-KIJUN-YMD  THEN
             ADD  WK-CONV-YEN  TO  WK-KIJITSU-ZAN
           END-IF.
       INV-PICK-EXT.
           EXIT.
      ********************************************************
      * 商品マスタの全件読み　在庫金額（KZBM055と同じ評価）と
      * 出荷原価の評価に使う原価テーブル
      ********************************************************
       LOAD-IMF-RTN               SECTION.
           OPEN  INPUT  IMF-FILE.
           IF  IMF-STATUS  NOT  =  "00"  THEN
             DISPLAY  "IMFなし　在庫指標は算出しない"
             GO  TO  LOAD-IMF-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  IMF-FILE  NEXT  RECORD
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  IMF-CNT
                 COMPUTE  WK-HYOKA  ROUNDED  =
                   CFSHO-ZAIKO-SURYO  *  CFSHO-GENKA
                 ADD  WK-HYOKA  TO  WK-ZAIKO-KIN
                 IF  GT-CNT  <  9999  THEN
                   ADD  1  TO  GT-CNT
                   SET  GT-IDX  TO  GT-CNT
                   MOVE  CFSHO-SHOHIN-NO  TO  GT-SHOHIN-NO(GT-IDX)
                   MOVE  CFSHO-GENKA      TO  GT-GENKA(GT-IDX)
                 ELSE
                   MOVE  "Y"  TO  WK-OVER-FLG
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  IMF-FILE.
       LOAD-IMF-EXT.
           EXIT.
      ********************************************************
      * 受払ジャーナルの走査　対象月の出荷払出(SP)を原価で評価
      ********************************************************
       ZAI-SCAN-RTN               SECTION.
           OPEN  INPUT  ZAI-FILE.
           IF  ZAI-STATUS  NOT  =  "00"  THEN
             DISPLAY  "ZAIなし　出荷原価はゼロ"
             GO  TO  ZAI-SCAN-EXT
           END-IF.
           PERFORM  UNTIL  ZAI-STATUS  NOT  =  "00"
             READ  ZAI-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 ADD  1  TO  ZAI-CNT
                 IF  (ZAI-KBN  =  "SP")  AND
                     (ZAI-YMD  >=  WK-FROM-YMD)  AND
                     (ZAI-YMD  <=  WK-TO-YMD)  THEN
                   PERFORM  ZAI-PICK-RTN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  ZAI-FILE.
       ZAI-SCAN-EXT.
           EXIT.
      ********************************************************
      * 出荷払出1件の評価　払出数量（符号を戻す）×移動平均原価
      ********************************************************
       ZAI-PICK-RTN               SECTION.
           ADD  1  TO  ZAI-SP-CNT.
           MOVE  ZERO  TO  WK-GENKA.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  GT-IDX  FROM  1  BY  1
             UNTIL  (GT-IDX  >  GT-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  GT-SHOHIN-NO(GT-IDX)  =  ZAI-SHOHIN-NO  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
               MOVE  GT-GENKA(GT-IDX)  TO  WK-GENKA
             END-IF
           END-PERFORM.
           IF  WK-GENKA  =  ZERO  THEN
             ADD  1  TO  NOGENKA-CNT
           END-IF.
           COMPUTE  WK-HYOKA  ROUNDED  =  ZAI-SURYO  *  WK-GENKA  *  -1.
           ADD  WK-HYOKA  TO  WK-SHUKKA-GENKA.
       EXT.
           EXIT.
      ********************************************************
      * 指標の算出　率は分母ゼロならゼロ、999.9を上限とする
      ********************************************************
       CALC-RTN                   SECTION.
           IF  KPI-JUCHU-CNT  >  ZERO  THEN
             COMPUTE  WK-RITSU  ROUNDED  =
               KPI-JURI-CNT  *  100  /  KPI-JUCHU-CNT
             PERFORM  RITSU-CAP-RTN
             MOVE  WK-RITSU  TO  KPI-JURI-RITSU
             COMPUTE  WK-RITSU  ROUNDED  =
               KPI-KYAKKA-CNT  *  100  /  KPI-JUCHU-CNT
             PERFORM  RITSU-CAP-RTN
             MOVE  WK-RITSU  TO  KPI-KYAKKA-RITSU
             COMPUTE  WK-RITSU  ROUNDED  =
               KPI-BO-CNT  *  100  /  KPI-JUCHU-CNT
             PERFORM  RITSU-CAP-RTN
             MOVE  WK-RITSU  TO  KPI-BO-RITSU
             COMPUTE  WK-RITSU  ROUNDED  =
               KPI-CH-CNT  *  100  /  KPI-JUCHU-CNT
             PERFORM  RITSU-CAP-RTN
             MOVE  WK-RITSU  TO  KPI-CH-RITSU
           END-IF.
           MOVE  WK-JUCHU-ZAN     TO  KPI-JUCHU-ZAN.
           MOVE  WK-URIKAKE-ZAN   TO  KPI-URIKAKE-ZAN.
           MOVE  WK-SEIKYU-3M     TO  KPI-SEIKYU-3M.
           MOVE  WK-MIKAISHU-ZAN  TO  KPI-MIKAISHU-ZAN.
           MOVE  WK-KIJITSU-ZAN   TO  KPI-KIJITSU-ZAN.
           IF  (WK-SEIKYU-3M  >  ZERO)  AND  (WK-URIKAKE-ZAN  >  ZERO)
               THEN
             COMPUTE  WK-RITSU  ROUNDED  =
               WK-URIKAKE-ZAN  *  WK-DAYS3  /  WK-SEIKYU-3M
             PERFORM  RITSU-CAP-RTN
             MOVE  WK-RITSU  TO  KPI-DSO
           END-IF.
           IF  (WK-MIKAISHU-ZAN  >  ZERO)  AND
               (WK-KIJITSU-ZAN  >  ZERO)  THEN
             COMPUTE  WK-RITSU  ROUNDED  =
               WK-KIJITSU-ZAN  *  100  /  WK-MIKAISHU-ZAN
             PERFORM  RITSU-CAP-RTN
             MOVE  WK-RITSU  TO  KPI-KIJITSU-RITSU
           END-IF.
           COMPUTE  KPI-SHUKKA-GENKA  ROUNDED  =  WK-SHUKKA-GENKA.
           COMPUTE  KPI-ZAIKO-KIN     ROUNDED  =  WK-ZAIKO-KIN.
           IF  (WK-ZAIKO-KIN  >  ZERO)  AND
               (WK-SHUKKA-GENKA  >  ZERO)  THEN
             COMPUTE  WK-KAITEN  ROUNDED  =
               WK-SHUKKA-GENKA  *  12  /  WK-ZAIKO-KIN
             IF  WK-KAITEN  >  999.99  THEN
               MOVE  999.99  TO  WK-KAITEN
             END-IF
             MOVE  WK-KAITEN  TO  KPI-KAITEN
             COMPUTE  WK-RITSU  ROUNDED  =
               WK-ZAIKO-KIN  *  WK-DAYS  /  WK-SHUKKA-GENKA
             IF  WK-RITSU  >  99999.9  THEN
               MOVE  99999.9  TO  WK-RITSU
             END-IF
             MOVE  WK-RITSU  TO  KPI-ZAIKO-NISSU
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 率の上限（印字桁に収める）
      ********************************************************
       RITSU-CAP-RTN              SECTION.
           IF  WK-RITSU  >  999.9  THEN
             MOVE  999.9  TO  WK-RITSU
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 経営指標履歴の更新　全件読み込み、対象月を置き換え（なけ
      * れば追加）、年月順に並べて書き戻す
      ********************************************************
       KPIH-UPDATE-RTN            SECTION.
           OPEN  INPUT  KPIH-FILE.
           IF  KPIH-STATUS  =  "00"  THEN
             PERFORM  UNTIL  KPIH-STATUS  NOT  =  "00"
               READ  KPIH-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  KH-CNT  <  240  THEN
                     ADD  1  TO  KH-CNT
                     SET  KH-IDX  TO  KH-CNT
                     MOVE  KPIH-REC  TO  KH-DATA(KH-IDX)
                     MOVE  KPIH-REC(1:6)  TO  KH-YM(KH-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  KPIH-FILE
           ELSE
             DISPLAY  "KPIHなし　新規作成"
           END-IF.
           MOVE  ZERO  TO  WK-KH-HIT.
           PERFORM  VARYING  KH-IDX  FROM  1  BY  1
             UNTIL  (KH-IDX  >  KH-CNT)  OR  (WK-KH-HIT  >  ZERO)
             IF  KH-YM(KH-IDX)  =  WK-TAISHO-YM  THEN
               SET  WK-KH-HIT  TO  KH-IDX
             END-IF
           END-PERFORM.
           IF  WK-KH-HIT  =  ZERO  THEN
             IF  KH-CNT  <  240  THEN
               ADD  1  TO  KH-CNT
               MOVE  KH-CNT  TO  WK-KH-HIT
             ELSE
      *満杯は最も古い月（並べ替え後の先頭）へ上書きする
               PERFORM  KH-SORT-RTN
               MOVE  1  TO  WK-KH-HIT
             END-IF
           END-IF.
           MOVE  WK-TAISHO-YM  TO  KH-YM(WK-KH-HIT).
           MOVE  KPI-REC       TO  KH-DATA(WK-KH-HIT).
           PERFORM  KH-SORT-RTN.
           OPEN  OUTPUT  KPIH-FILE.
           PERFORM  VARYING  KH-IDX  FROM  1  BY  1
             UNTIL  KH-IDX  >  KH-CNT
             MOVE  KH-DATA(KH-IDX)  TO  KPIH-REC
             WRITE  KPIH-REC
           END-PERFORM.
           CLOSE  KPIH-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 経営指標履歴テーブルの年月順の並べ替え（単純選択法）
      ********************************************************
       KH-SORT-RTN                SECTION.
           PERFORM  VARYING  WK-I  FROM  1  BY  1
             UNTIL  WK-I  >=  KH-CNT
             PERFORM  VARYING  WK-J  FROM  WK-I  BY  1
               UNTIL  WK-J  >  KH-CNT
               IF  KH-YM(WK-J)  <  KH-YM(WK-I)  THEN
                 MOVE  KH-ENT(WK-I)  TO  WK-SWAP-KH
                 MOVE  KH-ENT(WK-J)  TO  KH-ENT(WK-I)
                 MOVE  WK-SWAP-KH    TO  KH-ENT(WK-J)
               END-IF
             END-PERFORM
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 報告書の印字　受注の推移と売掛・在庫の推移を13か月分
      ********************************************************
       PRINT-RTN                  SECTION.
      *印字する13か月の年月（対象月から遡って古い順に並べる）
           MOVE  WK-TAISHO-YM  TO  PM-YM(13).
           MOVE  WK-TAISHO-YM(1:4)  TO  WK-YY.
           MOVE  WK-TAISHO-YM(5:2)  TO  WK-MM.
           PERFORM  VARYING  WK-P  FROM  12  BY  -1
             UNTIL  WK-P  <  1
             IF  WK-MM  =  1  THEN
               SUBTRACT  1  FROM  WK-YY
               MOVE  12  TO  WK-MM
             ELSE
               SUBTRACT  1  FROM  WK-MM
             END-IF
             COMPUTE  PM-YM(WK-P)  =  WK-YY  *  100  +  WK-MM
           END-PERFORM.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "経営指標月次報告"  DELIMITED BY SIZE
                   "（受注・売掛・在庫）"  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "対象月="  DELIMITED BY SIZE
                   WK-TAISHO-YM  DELIMITED BY SIZE
                   " 実行日="  DELIMITED BY SIZE
                   WK-TODAY-YMD  DELIMITED BY SIZE
                   " 期日基準日="  DELIMITED BY SIZE
                   WK-KIJUN-YMD  DELIMITED BY SIZE
                   " 金額は千円・率は％"  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
      *受注の推移
           MOVE  SPACE  TO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  "【受注】"  TO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "年月     受注明細  受理明細 受理率"
                     DELIMITED BY SIZE
                   " 却下率 在庫待率 与信保留率"
                     DELIMITED BY SIZE
                   "      受注残"
                     DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           PERFORM  VARYING  WK-P  FROM  1  BY  1
             UNTIL  WK-P  >  13
             PERFORM  PM-FIND-RTN
             IF  WK-KH-HIT  =  ZERO  THEN
               PERFORM  NODATA-LINE-RTN
             ELSE
               PERFORM  JUCHU-LINE-RTN
             END-IF
           END-PERFORM.
      *売掛の推移
           MOVE  SPACE  TO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  "【売掛】"  TO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "年月       売掛残高 3か月請求額"
                     DELIMITED BY SIZE
                   " ＤＳＯ    未回収残"
                     DELIMITED BY SIZE
                   "  期日超過残 超過率"
                     DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           PERFORM  VARYING  WK-P  FROM  1  BY  1
             UNTIL  WK-P  >  13
             PERFORM  PM-FIND-RTN
             IF  WK-KH-HIT  =  ZERO  THEN
               PERFORM  NODATA-LINE-RTN
             ELSE
               PERFORM  URIKAKE-LINE-RTN
             END-IF
           END-PERFORM.
      *在庫の推移
           MOVE  SPACE  TO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  "【在庫】"  TO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "年月       在庫金額    出荷原価"
                     DELIMITED BY SIZE
                   "  回転率  在庫日数"
                     DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           PERFORM  VARYING  WK-P  FROM  1  BY  1
             UNTIL  WK-P  >  13
             PERFORM  PM-FIND-RTN
             IF  WK-KH-HIT  =  ZERO  THEN
               PERFORM  NODATA-LINE-RTN
             ELSE
               PERFORM  ZAIKO-LINE-RTN
             END-IF
           END-PERFORM.
      *脚注
           MOVE  SPACE  TO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "＊＝対象月  率の分母は受注明細数"
                     DELIMITED BY SIZE
                   "  回転率は年換算"  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           IF  NORATE-CNT  >  ZERO  THEN
             MOVE  NORATE-CNT  TO  WK-CNT-DISP1
             MOVE  SPACE  TO  RPT-REC
             STRING  "レート未設定で除外した金額の件数="
                       DELIMITED BY SIZE
                     WK-CNT-DISP1  DELIMITED BY SIZE
               INTO  RPT-REC
             PERFORM  RPT-WRITE-RTN
           END-IF.
           IF  NOGENKA-CNT  >  ZERO  THEN
             MOVE  NOGENKA-CNT  TO  WK-CNT-DISP1
             MOVE  SPACE  TO  RPT-REC
             STRING  "原価ゼロ・商品未登録の出荷払出="
                       DELIMITED BY SIZE
                     WK-CNT-DISP1  DELIMITED BY SIZE
               INTO  RPT-REC
             PERFORM  RPT-WRITE-RTN
           END-IF.
           CLOSE  RPT-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 印字月の履歴の検索　見つかればKPI-RECへ取り出す
      ********************************************************
       PM-FIND-RTN                SECTION.
           MOVE  PM-YM(WK-P)  TO  WK-PRT-YM.
           IF  WK-P  =  13  THEN
             MOVE  "*"  TO  WK-MARK
           ELSE
             MOVE  SPACE  TO  WK-MARK
           END-IF.
           MOVE  ZERO  TO  WK-KH-HIT.
           PERFORM  VARYING  KH-IDX  FROM  1  BY  1
             UNTIL  (KH-IDX  >  KH-CNT)  OR  (WK-KH-HIT  >  ZERO)
             IF  KH-YM(KH-IDX)  =  WK-PRT-YM  THEN
               SET  WK-KH-HIT  TO  KH-IDX
               MOVE  KH-DATA(KH-IDX)  TO  KPI-REC
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 履歴のない月の行
      ********************************************************
       NODATA-LINE-RTN            SECTION.
           MOVE  SPACE  TO  RPT-REC.
           STRING  WK-PRT-YM  DELIMITED BY SIZE
                   WK-MARK  DELIMITED BY SIZE
                   "   （記録なし）"  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 受注の推移の1行
      ********************************************************
       JUCHU-LINE-RTN             SECTION.
           MOVE  KPI-JUCHU-CNT     TO  WK-CNT-DISP1.
           MOVE  KPI-JURI-CNT      TO  WK-CNT-DISP2.
           MOVE  KPI-JURI-RITSU    TO  WK-PCT-DISP1.
           MOVE  KPI-KYAKKA-RITSU  TO  WK-PCT-DISP2.
           MOVE  KPI-BO-RITSU      TO  WK-PCT-DISP3.
           MOVE  KPI-CH-RITSU      TO  WK-PCT-DISP4.
           COMPUTE  WK-SEN  ROUNDED  =  KPI-JUCHU-ZAN  /  1000.
           MOVE  WK-SEN            TO  WK-SEN-DISP1.
           MOVE  SPACE  TO  RPT-REC.
           STRING  WK-PRT-YM  DELIMITED BY SIZE
                   WK-MARK  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-CNT-DISP1  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-CNT-DISP2  DELIMITED BY SIZE
                   "  "  DELIMITED BY SIZE
                   WK-PCT-DISP1  DELIMITED BY SIZE
                   "  "  DELIMITED BY SIZE
                   WK-PCT-DISP2  DELIMITED BY SIZE
                   "    "  DELIMITED BY SIZE
                   WK-PCT-DISP3  DELIMITED BY SIZE
                   "      "  DELIMITED BY SIZE
                   WK-PCT-DISP4  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-SEN-DISP1  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 売掛の推移の1行
      ********************************************************
       URIKAKE-LINE-RTN           SECTION.
           COMPUTE  WK-SEN  ROUNDED  =  KPI-URIKAKE-ZAN  /  1000.
           MOVE  WK-SEN  TO  WK-SEN-DISP1.
           COMPUTE  WK-SEN  ROUNDED  =  KPI-SEIKYU-3M  /  1000.
           MOVE  WK-SEN  TO  WK-SEN-DISP2.
           COMPUTE  WK-SEN  ROUNDED  =  KPI-MIKAISHU-ZAN  /  1000.
           MOVE  WK-SEN  TO  WK-SEN-DISP3.
           COMPUTE  WK-SEN  ROUNDED  =  KPI-KIJITSU-ZAN  /  1000.
           MOVE  WK-SEN  TO  WK-SEN-DISP4.
           MOVE  KPI-DSO            TO  WK-DSO-DISP.
           MOVE  KPI-KIJITSU-RITSU  TO  WK-PCT-DISP1.
           MOVE  SPACE  TO  RPT-REC.
           STRING  WK-PRT-YM  DELIMITED BY SIZE
                   WK-MARK  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-SEN-DISP1  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-SEN-DISP2  DELIMITED BY SIZE
                   "  "  DELIMITED BY SIZE
                   WK-DSO-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-SEN-DISP3  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-SEN-DISP4  DELIMITED BY SIZE
                   "  "  DELIMITED BY SIZE
                   WK-PCT-DISP1  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 在庫の推移の1行
      ********************************************************
       ZAIKO-LINE-RTN             SECTION.
           COMPUTE  WK-SEN  ROUNDED  =  KPI-ZAIKO-KIN  /  1000.
           MOVE  WK-SEN  TO  WK-SEN-DISP1.
           COMPUTE  WK-SEN  ROUNDED  =  KPI-SHUKKA-GENKA  /  1000.
           MOVE  WK-SEN  TO  WK-SEN-DISP2.
           MOVE  KPI-KAITEN         TO  WK-KAITEN-DISP.
           MOVE  KPI-ZAIKO-NISSU    TO  WK-NISSU-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  WK-PRT-YM  DELIMITED BY SIZE
                   WK-MARK  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-SEN-DISP1  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-SEN-DISP2  DELIMITED BY SIZE
                   "  "  DELIMITED BY SIZE
                   WK-KAITEN-DISP  DELIMITED BY SIZE
                   "  "  DELIMITED BY SIZE
                   WK-NISSU-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 報告書1行の出力
      ********************************************************
       RPT-WRITE-RTN              SECTION.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           IF  WK-OVER-FLG  =  "Y"  THEN
             DISPLAY  "*** テーブル上限超過"
             IF  WK-COMP-CD  <  8  THEN
               MOVE  8  TO  WK-COMP-CD
             END-IF
           END-IF.
           DISPLAY  "ODB-CNT=      "  ODB-CNT.
           DISPLAY  "HIS-CNT=      "  HIS-CNT.
           DISPLAY  "BOH-CNT=      "  BOH-CNT.
           DISPLAY  "CHH-CNT=      "  CHH-CNT.
           DISPLAY  "CMF-CNT=      "  CMF-CNT.
           DISPLAY  "INV-CNT=      "  INV-CNT.
           DISPLAY  "IMF-CNT=      "  IMF-CNT.
           DISPLAY  "ZAI-CNT=      "  ZAI-CNT.
           DISPLAY  "出荷払出　　= "  ZAI-SP-CNT.
           DISPLAY  "RPT-CNT=      "  RPT-CNT.
           DISPLAY  "*** END KCBM110 ***".
       EXT.
           EXIT.
