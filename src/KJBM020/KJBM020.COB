      * 変更日／変更者：２０２６年９月３日  石黒　茜
      *       変更内容：ケース受注の個数がケース入数の整数倍で
      *                 あることの検証(ERR-KBN(17))を追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：納品先コードの存在チェック(KCBS090)を追加
      *                 （未登録は得意先マスタ不一致(8)で却下）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：取引停止・解約得意先の受注却下(ERR-KBN(21))
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：チェック位置(22)重複受注の疑いを追加
      *                 （受注データベースと本実行分を得意先・
      *                 商品・数量・受注日で突き合わせる）
      ********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                           ACCESS MODE  IS RANDOM
                           RECORD KEY   IS CFSHO-SHOHIN-NO
                           FILE STATUS  IS IMF-STATUS.
      *受注データベース（重複受注の疑いチェックの履歴として読む
      *のみ。INITIAL-RTNでロードして閉じる。未作成の環境では本実行
      *分どうしだけを突き合わせる）
           SELECT ODB-FILE ASSIGN TO EXTERNAL ODB
                           ORGANIZATION IS INDEXED
                           ACCESS MODE  IS DYNAMIC
                           RECORD KEY   IS ODB-KEY
                           FILE STATUS  IS ODB-STATUS.
      *重複疑い解放済みファイル（KJBM078出力。再投入された明細を
      *重複受注の疑いチェックから外す）
           SELECT DPR-FILE ASSIGN TO EXTERNAL DPR
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DPR-STATUS.
      *OUTPUT 重複受注疑い対応ファイル（全実行分を追記、KJBM078用）
           SELECT DUP-FILE ASSIGN TO EXTERNAL DUPF
                           ORGANIZATION IS LINE SEQUENTIAL
                           FILE STATUS IS DUP-STATUS.
      ********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD IMF-FILE.
       01  IMF-REC.
           COPY KCCFSHO.
       FD ODB-FILE.
       01  ODB-REC.
           COPY KJCODB.
       FD DPR-FILE.
       01  DPR-REC.
           COPY KJCDPT.
       FD DUP-FILE.
       01  DUP-REC.
           COPY KJCDUP.
      *変数定義　入出力カウント　入力停止の条件式用
       WORKING-STORAGE SECTION.
       01  ITF-CNT PIC 9(7) VALUE ZERO.
       01  WK-IMF-AVAIL-FLG       PIC X     VALUE "N".
       01  WK-SURYO-NUM           PIC 9(3)  VALUE ZERO.
       01  WK-CASE-AMARI          PIC 9(3)  VALUE ZERO.
      *納品先参照(KCBS090)への連絡領域
       COPY KCBS090P.
      *重複受注の疑いチェック用　受注日の前後何日以内を同一受注の
      *疑いとするか（環境変数KJBM020-DUP-DAYSに3桁で指定、未設定は
      *7日、000=チェックなし）
       01  WK-DUP-DAYS            PIC 9(3)  VALUE 7.
       01  WK-DUP-DAYS-X          PIC X(3)  VALUE SPACE.
       01  ODB-STATUS             PIC X(2)  VALUE SPACE.
       01  ODB-END-FLG            PIC X     VALUE SPACE.
       01  DPR-STATUS             PIC X(2)  VALUE SPACE.
       01  DPR-END-FLG            PIC X     VALUE SPACE.
       01  DUP-STATUS             PIC X(2)  VALUE SPACE.
       01  DUP-CNT                PIC 9(5)  VALUE ZERO.
      *比較相手の通常受注（受注データベースの有効な明細と、本実行
      *でエラーなしとなった先行明細）。受注日は通日で持つ
       01  WK-HST-CNT             PIC 9(5)  VALUE ZERO.
       01  WK-HST-TBL.
         02  WK-HST-ENT  OCCURS 20000 TIMES INDEXED BY WK-HST-IDX.
           03  WK-HST-JUCHU-NO    PIC X(6).
           03  WK-HST-LINE-NO     PIC 9(2).
           03  WK-HST-TOKU-COD    PIC X(4).
           03  WK-HST-SHOHIN-NO   PIC X(5).
           03  WK-HST-SURYO       PIC X(3).
           03  WK-HST-JUCHU-YMD   PIC 9(8).
           03  WK-HST-JUCHU-INT   PIC 9(7).
           03  WK-HST-RESULT      PIC X(2).
      *解放済み明細（DPRからロード）
       01  WK-DPR-CNT             PIC 9(4)  VALUE ZERO.
       01  WK-DPR-TBL.
         02  WK-DPR-ENT  OCCURS 2000 TIMES INDEXED BY WK-DPR-IDX.
           03  WK-DPR-JUCHU-NO    PIC X(6).
           03  WK-DPR-LINE-NO     PIC 9(2).
       01  WK-DPR-FOUND-FLG       PIC X     VALUE "N".
       01  WK-DUP-FOUND-FLG       PIC X     VALUE "N".
       01  WK-TODAY-YMD           PIC 9(8)  VALUE ZERO.
       01  WK-HST-FROM-INT        PIC 9(7)  VALUE ZERO.
       01  WK-DUP-JUCHU-YMD       PIC 9(8)  VALUE ZERO.
       01  WK-DUP-JUCHU-INT       PIC 9(7)  VALUE ZERO.
       01  WK-DUP-SA              PIC S9(7) VALUE ZERO.

      ********************************************************
       PROCEDURE DIVISION.
           END-IF.
           PERFORM LOAD-RUL-RTN.
           PERFORM LOAD-PER-RTN.
           PERFORM LOAD-ODB-RTN.
           PERFORM LOAD-DPR-RTN.
           EXIT.
      *------------------------------------------------------
      *会計期間管理ファイルのロード　クローズ期間だけを覚える
           END-IF.
           EXIT.
      *------------------------------------------------------
      *重複受注の疑いチェック用に受注データベースの有効な通常受注
      *をロードする（却下"NG"・引当解放"RL"・処理中（結果空白）
      *は除く）。受注日の許容過去日数に判定日数を足した日より
      *古い明細は、新しい受注の比較相手になりえないので読まない
       LOAD-ODB-RTN SECTION.
           ACCEPT WK-DUP-DAYS-X FROM ENVIRONMENT "KJBM020-DUP-DAYS".
           IF WK-DUP-DAYS-X IS NUMERIC THEN
              MOVE WK-DUP-DAYS-X TO WK-DUP-DAYS
           END-IF.
           DISPLAY "重複受注判定日数=" WK-DUP-DAYS.
           IF WK-DUP-DAYS = ZERO THEN
              GO TO LOAD-ODB-EXT
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WK-TODAY-YMD.
           COMPUTE WK-HST-FROM-INT =
             FUNCTION INTEGER-OF-DATE(WK-TODAY-YMD) -
             WK-MAX-PAST-DAYS - WK-DUP-DAYS.
           OPEN INPUT ODB-FILE.
           IF ODB-STATUS NOT = "00" THEN
              DISPLAY "ODBなし　重複受注は本実行分のみ"
              GO TO LOAD-ODB-EXT
           END-IF.
           MOVE LOW-VALUE TO ODB-KEY.
           START ODB-FILE KEY IS NOT LESS THAN ODB-KEY
             INVALID KEY
               MOVE "E" TO ODB-END-FLG
           END-START.
           PERFORM UNTIL ODB-END-FLG = "E"
               READ ODB-FILE NEXT RECORD
                   AT END
                       MOVE "E" TO ODB-END-FLG
                   NOT AT END
                       IF (ODB-DATA-KBN = "1") AND
                          (ODB-RESULT NOT = SPACE) AND
                          (ODB-RESULT NOT = "NG") AND
                          (ODB-RESULT NOT = "RL") AND
                          (ODB-JUCHU-YMD IS NUMERIC) AND
                          (ODB-JUCHU-YMD > 16010101) THEN
                           PERFORM LOAD-ODB-ADD-RTN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ODB-FILE.
           DISPLAY "重複受注比較対象=" WK-HST-CNT.
       LOAD-ODB-EXT.
           EXIT.
      *------------------------------------------------------
      *受注データベースの明細1件を比較相手テーブルへ追加する
       LOAD-ODB-ADD-RTN SECTION.
           MOVE ODB-JUCHU-YMD TO WK-DUP-JUCHU-YMD.
           COMPUTE WK-DUP-JUCHU-INT =
             FUNCTION INTEGER-OF-DATE(WK-DUP-JUCHU-YMD).
           IF WK-DUP-JUCHU-INT < WK-HST-FROM-INT THEN
              GO TO LOAD-ODB-ADD-EXT
           END-IF.
           IF WK-HST-CNT NOT < 20000 THEN
              DISPLAY "*** 重複受注比較テーブル上限超過"
              GO TO LOAD-ODB-ADD-EXT
           END-IF.
           ADD 1 TO WK-HST-CNT.
           SET WK-HST-IDX TO WK-HST-CNT.
           MOVE ODB-JUCHU-NO     TO WK-HST-JUCHU-NO(WK-HST-IDX).
           MOVE ODB-LINE-NO      TO WK-HST-LINE-NO(WK-HST-IDX).
           MOVE ODB-TOKU-COD     TO WK-HST-TOKU-COD(WK-HST-IDX).
           MOVE ODB-SHOHIN-NO    TO WK-HST-SHOHIN-NO(WK-HST-IDX).
           MOVE ODB-SURYO        TO WK-HST-SURYO(WK-HST-IDX).
           MOVE ODB-JUCHU-YMD    TO WK-HST-JUCHU-YMD(WK-HST-IDX).
           MOVE WK-DUP-JUCHU-INT TO WK-HST-JUCHU-INT(WK-HST-IDX).
           MOVE ODB-RESULT       TO WK-HST-RESULT(WK-HST-IDX).
       LOAD-ODB-ADD-EXT.
           EXIT.
      *------------------------------------------------------
      *重複疑い解放済みファイルのロード　KJBM078が解放して再投入
      *した明細は、重複受注の疑いを再判定しない
       LOAD-DPR-RTN SECTION.
           OPEN INPUT DPR-FILE.
           IF DPR-STATUS NOT = "00" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL DPR-END-FLG = "E"
                   READ DPR-FILE
                       AT END
                           MOVE "E" TO DPR-END-FLG
                       NOT AT END
                           IF WK-DPR-CNT < 2000 THEN
                               ADD 1 TO WK-DPR-CNT
                               SET WK-DPR-IDX TO WK-DPR-CNT
                               MOVE DPT-JUCHU-NO
                                 TO WK-DPR-JUCHU-NO(WK-DPR-IDX)
                               MOVE DPT-LINE-NO
                                 TO WK-DPR-LINE-NO(WK-DPR-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DPR-FILE
               DISPLAY "重複疑い解放済み=" WK-DPR-CNT
           END-IF.
           EXIT.
      *------------------------------------------------------
      *検証ルールファイルの全件ロード　データ区分有効値と数量範囲
      *RUL環境変数未定義（ファイルなし）の場合は現行仕様の既定値で続行
       LOAD-RUL-RTN SECTION.
           END-IF.
           DISPLAY "入力数 ITF= " ITF-CNT.
           DISPLAY "出力数 OTF= " OTF-CNT.
           DISPLAY "重複疑い　= " DUP-CNT.
           PERFORM CTL-WRITE-RTN.
           PERFORM TRAILER-WRITE-RTN.
           PERFORM JOB-STAT-WRITE-RTN.
           PERFORM JF020-JUCHU-DATE-RTN.
      *得意先コード
           PERFORM JF020-TOKU-COD-RTN.
      *納品先コード
           PERFORM JF020-NOHIN-COD-RTN.
      *商品番号
           PERFORM JF020-SHOHIN-NO-RTN.
      *数量−Ｘ
           PERFORM JF020-PERIOD-RTN.
      *ケース入数の整数倍検証
           PERFORM JF020-CASE-RTN.
      *重複受注の疑い（他チャネル・別番号での同一受注）
           PERFORM JF020-DUP-RTN.
      *エラー項目の中身確認 
      *    DISPLAY JF020-ERR-KBN OF OTF-REC(6).
           WRITE OTF-REC.
           MOVE JF020-CANCEL-JUCHU-NO OF OTF-REC
             TO S040-ORIG-JUCHU-NO.
           MOVE JF020-NOKI-YMD OF OTF-REC  TO S040-NOKI-YMD.
           MOVE JF020-NOHIN-COD OF OTF-REC TO S040-NOHIN-COD.
           CALL "KCBS040" USING KCBS040-P1.
           EXIT.
      *------------------------------------------------------
             INVALID KEY
               MOVE "1" TO JF020-ERR-KBN OF OTF-REC(8)
             NOT INVALID KEY
               PERFORM JF020-TOKU-COD-STS-RTN
               PERFORM JF020-TOKU-COD-CREDIT-RTN
           END-READ.
           EXIT.
      *------------------------------------------------------
      *取引状態　解約("C")の得意先は全データ区分を、取引停止("S")
      *の得意先は新規受注(データ区分"1")を(21)で却下する。停止中の
      *返品・キャンセル・変更は請求・入金の整理のため受け付ける。
      *与信チェックが親得意先を読み直す前に判定すること
       JF020-TOKU-COD-STS-RTN SECTION.
           IF CFTOK-TORIHIKI-KBN = "C" THEN
              MOVE "1" TO JF020-ERR-KBN OF OTF-REC(21)
           END-IF.
           IF CFTOK-TORIHIKI-KBN = "S" AND
              JF020-DATA-KBN OF ITF-REC = "1" THEN
              MOVE "1" TO JF020-ERR-KBN OF OTF-REC(21)
           END-IF.
           EXIT.
      *------------------------------------------------------
      *与信限度額　得意先マスタの残高(CFTOK-ZANDAKA)が与信限度額
      *(CFTOK-CREDIT-LIMIT)を超えている場合はエラーとする。
      *親得意先が設定されている支店は、本部一括支払いの建て付けに
           END-IF.
           EXIT.
      *------------------------------------------------------
      *納品先コード　指定時は得意先＋納品先で納品先マスタに存在
      *するか確認する（空白は得意先本体への納品で検査なし）。
      *未登録は得意先マスタ不一致と同じ(8)で却下する
       JF020-NOHIN-COD-RTN SECTION.
           IF (JF020-NOHIN-COD OF ITF-REC NOT = SPACE) AND
              (JF020-TOKU-COD OF ITF-REC NOT = SPACE) THEN
              MOVE JF020-TOKU-COD OF ITF-REC  TO S090-TOKU-COD
              MOVE JF020-NOHIN-COD OF ITF-REC TO S090-NOHIN-COD
              CALL "KCBS090" USING KCBS090-P1
              IF S090-RCD NOT = SPACE THEN
                 MOVE "1" TO JF020-ERR-KBN OF OTF-REC(8)
              END-IF
           END-IF
           EXIT.
      *------------------------------------------------------
      *商品番号 9 & x:ZERO
       JF020-SHOHIN-NO-RTN SECTION.
           MOVE FUNCTION NUMVAL(JF020-SHOHIN-NO OF ITF-REC) TO DATA-CNT.
              MOVE "1" TO JF020-ERR-KBN OF OTF-REC(15)
           END-IF
       EXIT.
      *------------------------------------------------------
      *重複受注の疑い　同じ得意先・商品・数量の通常受注が、受注日
      *の前後判定日数以内に別の受注番号で既にある場合は(22)を立てる
      *（電話受注とＥＤＩ・表計算取込の二重登録、定期受注と手入力
      *の重なり等）。却下はせず、KJBM050が重複疑いファイルへ回して
      *KJBM078で確認する。比較相手は受注データベースの有効な明細
      *と本実行の先行明細。エラーなしで通った通常受注は後続明細の
      *比較相手として覚える
       JF020-DUP-RTN SECTION.
           IF (WK-DUP-DAYS = ZERO) OR
              (JF020-DATA-KBN OF ITF-REC NOT = "1") OR
              (JF020-ERR-KBN OF OTF-REC(3) NOT = SPACE) THEN
              GO TO JF020-DUP-EXT
           END-IF.
           COMPUTE WK-DUP-JUCHU-YMD =
             (JF020-JUCHU-Y2 OF ITF-REC * 10000) +
             (JF020-JUCHU-MM OF ITF-REC * 100) +
             JF020-JUCHU-DD OF ITF-REC.
           COMPUTE WK-DUP-JUCHU-INT =
             FUNCTION INTEGER-OF-DATE(WK-DUP-JUCHU-YMD).
      *KJBM078で解放済みの明細は再判定しない
           MOVE "N" TO WK-DPR-FOUND-FLG.
           PERFORM VARYING WK-DPR-IDX FROM 1 BY 1
             UNTIL (WK-DPR-IDX > WK-DPR-CNT) OR
                   (WK-DPR-FOUND-FLG = "Y")
             IF (WK-DPR-JUCHU-NO(WK-DPR-IDX) =
                JF020-JUCHU-NO OF ITF-REC) AND
                (WK-DPR-LINE-NO(WK-DPR-IDX) =
                JF020-LINE-NO OF ITF-REC) THEN
                MOVE "Y" TO WK-DPR-FOUND-FLG
             END-IF
           END-PERFORM.
           MOVE "N" TO WK-DUP-FOUND-FLG.
           IF WK-DPR-FOUND-FLG = "N" THEN
              PERFORM VARYING WK-HST-IDX FROM 1 BY 1
                UNTIL (WK-HST-IDX > WK-HST-CNT) OR
                      (WK-DUP-FOUND-FLG = "Y")
                IF (WK-HST-TOKU-COD(WK-HST-IDX) =
                   JF020-TOKU-COD OF ITF-REC) AND
                   (WK-HST-SHOHIN-NO(WK-HST-IDX) =
                   JF020-SHOHIN-NO OF ITF-REC) AND
                   (WK-HST-SURYO(WK-HST-IDX) =
                   JF020-SURYO OF ITF-REC) AND
                   (WK-HST-JUCHU-NO(WK-HST-IDX) NOT =
                   JF020-JUCHU-NO OF ITF-REC) THEN
                   COMPUTE WK-DUP-SA = WK-DUP-JUCHU-INT -
                     WK-HST-JUCHU-INT(WK-HST-IDX)
                   IF (WK-DUP-SA NOT > WK-DUP-DAYS) AND
                      (WK-DUP-SA NOT < 0 - WK-DUP-DAYS) THEN
                      MOVE "Y" TO WK-DUP-FOUND-FLG
                   END-IF
                END-IF
              END-PERFORM
           END-IF.
           IF WK-DUP-FOUND-FLG = "Y" THEN
              SET WK-HST-IDX DOWN BY 1
              MOVE "1" TO JF020-ERR-KBN OF OTF-REC(22)
              PERFORM DUP-WRITE-RTN
           END-IF.
      *エラーなしの通常受注は後続明細の比較相手へ加える
           IF (JF020-ERR-KBN-TBL OF OTF-REC = SPACE) AND
              (WK-HST-CNT < 20000) THEN
              ADD 1 TO WK-HST-CNT
              SET WK-HST-IDX TO WK-HST-CNT
              MOVE JF020-JUCHU-NO OF ITF-REC
                TO WK-HST-JUCHU-NO(WK-HST-IDX)
              MOVE JF020-LINE-NO OF ITF-REC
                TO WK-HST-LINE-NO(WK-HST-IDX)
              MOVE JF020-TOKU-COD OF ITF-REC
                TO WK-HST-TOKU-COD(WK-HST-IDX)
              MOVE JF020-SHOHIN-NO OF ITF-REC
                TO WK-HST-SHOHIN-NO(WK-HST-IDX)
              MOVE JF020-SURYO OF ITF-REC
                TO WK-HST-SURYO(WK-HST-IDX)
              MOVE WK-DUP-JUCHU-YMD
                TO WK-HST-JUCHU-YMD(WK-HST-IDX)
              MOVE WK-DUP-JUCHU-INT
                TO WK-HST-JUCHU-INT(WK-HST-IDX)
              MOVE SPACE TO WK-HST-RESULT(WK-HST-IDX)
           END-IF.
       JF020-DUP-EXT.
           EXIT.
      *------------------------------------------------------
      *重複受注疑い対応ファイルへの追記（疑いの相手を残す）
       DUP-WRITE-RTN SECTION.
           MOVE SPACE TO DUP-REC.
           MOVE WK-TODAY-YMD TO DUP-RUN-DATE.
           MOVE JF020-JUCHU-NO OF ITF-REC TO DUP-JUCHU-NO.
           MOVE JF020-LINE-NO OF ITF-REC TO DUP-LINE-NO.
           MOVE WK-DUP-JUCHU-YMD TO DUP-JUCHU-YMD.
           MOVE JF020-TOKU-COD OF ITF-REC TO DUP-TOKU-COD.
           MOVE JF020-SHOHIN-NO OF ITF-REC TO DUP-SHOHIN-NO.
           MOVE JF020-SURYO OF ITF-REC TO DUP-SURYO.
           MOVE WK-HST-JUCHU-NO(WK-HST-IDX) TO DUP-AITE-JUCHU-NO.
           MOVE WK-HST-LINE-NO(WK-HST-IDX) TO DUP-AITE-LINE-NO.
           MOVE WK-HST-JUCHU-YMD(WK-HST-IDX) TO DUP-AITE-JUCHU-YMD.
           MOVE WK-HST-RESULT(WK-HST-IDX) TO DUP-AITE-RESULT.
      *初回実行等、ファイルが未作成の場合はここで新規作成する
           OPEN EXTEND DUP-FILE.
           IF DUP-STATUS NOT = "00" THEN
              OPEN OUTPUT DUP-FILE
           END-IF.
           WRITE DUP-REC.
           CLOSE DUP-FILE.
           ADD 1 TO DUP-CNT.
           EXIT.
