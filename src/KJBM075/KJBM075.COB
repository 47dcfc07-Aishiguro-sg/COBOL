      * 変更日／変更者：２０２６年９月３日  石黒　茜
      *       変更内容：マスタ保守の承認待ち(PND)滞留の催促欄を
      *                 追加（既定3日、KJBM075-PND-DAYSで変更可）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：ジョブスケジューラ(KCBM074)の実行記録を
      *                 所要時間の集計から除外
      ********************************************************
      *夜間運転の結果を翌朝ひと目で確認するための帳票。
      *ジョブ統計ログ(JOBLOG)とパイプライン件数レコード
                 AT  END
                   MOVE  "E"  TO  WK-END-FLG
                 NOT  AT  END
      *スケジューラ(KCBM074)の実行記録は運転実績と重複するため除く
                   IF  JLOG-KBN  =  SPACE  THEN
                     PERFORM  JOBLOG-TALLY-RTN
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  JOBLOG-FILE
