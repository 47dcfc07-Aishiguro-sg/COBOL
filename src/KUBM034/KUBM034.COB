      * サブシステム名：売上
      * プログラム名  ：外貨建て債権の月末為替評価替え
      * 作成日／作成者：２０２６年８月２２日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：終了時に月次処理実行記録(KCBS080)へ対象期間と
      *                 結果を記録（締め前点検用）
      ********************************************************
      *請求書レジスタ(INV)の外貨建て未回収残高（通貨がJPY以外）を
      *為替レートファイル(KJCRATE)の現在レートで円換算し、前回
      *編集用
       01  WK-D1                  PIC  ----,---,---,--9.
       01  WK-D2                  PIC  ----,---,---,--9.
      *月次処理実行記録(KCBS080)への連絡領域
       COPY  KCBS080P.
      ********************************************************
      * 為替評価替えの主処理
      ********************************************************
           DISPLAY  "INV-CNT=   "  INV-CNT.
           DISPLAY  "評価替え= "  REVAL-CNT.
           DISPLAY  "損益合計= "  WK-SONEKI-SUM.
      *締め前点検用の実行記録（レートなしは評価替え未済扱い）
           MOVE  "KUBM034"  TO  S080-PGM-ID.
           MOVE  WK-PERIOD  TO  S080-PERIOD.
           IF  RATE-STATUS  =  "35"  THEN
             MOVE  "NG"  TO  S080-RESULT
           ELSE
             MOVE  "OK"  TO  S080-RESULT
           END-IF.
           CALL  "KCBS080"  USING  KCBS080-P1.
           DISPLAY  "*** END KUBM034 ***".
       EXT.
           EXIT.
