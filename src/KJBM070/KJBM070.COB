      *       変更内容：KJBM050内訳突合に与信保留(CHF)件数を加算
      * 変更日／変更者：２０２６年９月３日  石黒　茜
      *       変更内容：KJBM050内訳突合に承認待ち(APF)件数を加算
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：突合結果を月次処理実行記録(KCBS080)へ記録
      *                 （締め前点検用）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：KJBM050内訳突合に重複疑い(DPF)件数を加算
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：実行記録の期間を処理日付(PROC-YMD)の年月に
      *                 変更、突合NG時の完了コード12の設定漏れを修正
      ********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
         02  WK-BOF-CNT050         PIC 9(7) VALUE ZERO.
         02  WK-CHF-CNT050         PIC 9(7) VALUE ZERO.
         02  WK-APF-CNT050         PIC 9(7) VALUE ZERO.
         02  WK-DPF-CNT050         PIC 9(7) VALUE ZERO.
      *完了コード（KCBS080の呼出しでRETURN-CODEが戻るため退避）
       01  WK-COMP-CD              PIC 9(2) VALUE ZERO.
      *突合したサイクルの処理日付（環境変数PROC-YMD、KJBM080・
      *KCBM074と同じ指定。未指定なら本日）。実行記録の期間に使う
       01  WK-PROC-YMD-X           PIC X(8) VALUE SPACE.
       01  WK-PERIOD-X             PIC X(6) VALUE SPACE.
      *月次処理実行記録(KCBS080)への連絡領域
       COPY KCBS080P.
      ********************************************************
       PROCEDURE DIVISION.
           DISPLAY "*** START ***".
           PERFORM SUMMARY-RTN.
           DISPLAY "*** END ***".
           IF WK-NG-CNT > 0 THEN
             MOVE 12 TO WK-COMP-CD
           END-IF.
      *締め前点検用の実行記録（期間は突合したサイクルの処理年月。
      *月末のサイクルを翌日に突合しても当月の記録になる。環境変数
      *KJBM070-PERIOD（YYYYMM）の指定があればそれを優先する）
           ACCEPT WK-PROC-YMD-X FROM ENVIRONMENT "PROC-YMD".
           IF WK-PROC-YMD-X IS NOT NUMERIC OR WK-PROC-YMD-X = SPACE
             THEN
             MOVE FUNCTION CURRENT-DATE(1:8) TO WK-PROC-YMD-X
           END-IF.
           ACCEPT WK-PERIOD-X FROM ENVIRONMENT "KJBM070-PERIOD".
           IF WK-PERIOD-X IS NOT NUMERIC OR WK-PERIOD-X = SPACE THEN
             MOVE WK-PROC-YMD-X(1:6) TO WK-PERIOD-X
           END-IF.
           DISPLAY "PERIOD=" WK-PERIOD-X.
           MOVE "KJBM070" TO S080-PGM-ID.
           MOVE WK-PERIOD-X TO S080-PERIOD.
           IF WK-NG-CNT > 0 THEN
             MOVE "NG" TO S080-RESULT
           ELSE
             MOVE "OK" TO S080-RESULT
           END-IF.
           CALL "KCBS080" USING KCBS080-P1.
           MOVE WK-COMP-CD TO RETURN-CODE.
           STOP RUN.
      *------------------------------------------------------
      *各ステージの件数レコードを読み合わせる（並列パーティション実行
                   ADD CTL-BOF-CNT OF CTL-REC050 TO WK-BOF-CNT050
                   ADD CTL-CHF-CNT OF CTL-REC050 TO WK-CHF-CNT050
                   ADD CTL-APF-CNT OF CTL-REC050 TO WK-APF-CNT050
                   ADD CTL-DPF-CNT OF CTL-REC050 TO WK-DPF-CNT050
               END-READ
           END-PERFORM.
           CLOSE CTL-FILE050.
                   " OTF2=" WK-OTF-CNT2-050
                   " BOF=" WK-BOF-CNT050
                   " CHF=" WK-CHF-CNT050
                   " APF=" WK-APF-CNT050
                   " DPF=" WK-DPF-CNT050.
           EXIT.
      *------------------------------------------------------
      *KJBM010の出力件数とKJBM020の入力件数の突合
       CHECK-050-UCHIWAKE-RTN SECTION.
           IF WK-ITF-CNT050 =
              (WK-OTF-CNT050 + WK-OTF-CNT2-050 + WK-BOF-CNT050
               + WK-CHF-CNT050 + WK-APF-CNT050 + WK-DPF-CNT050)
              THEN
             DISPLAY "RECONCILE OK   KJBM050 内訳一致"
           ELSE
                     " BOF=" WK-BOF-CNT050
                     " CHF=" WK-CHF-CNT050
                     " APF=" WK-APF-CNT050
                     " DPF=" WK-DPF-CNT050
           END-IF.
           EXIT.
      *------------------------------------------------------
