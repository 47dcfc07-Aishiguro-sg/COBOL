      * 変更日／変更者：２０２６年９月３日  石黒　茜
      *       変更内容：操作記録へ起票内容（商品・数量・明細件数）
      *                 を記載
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：納品先コードの入力(KCBS090で照会)を追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：見積番号の入力を追加
      ********************************************************
      *電話・ＦＡＸで受けた受注をオペレータがその場でキー入力する。
      *得意先コードはCMF、商品番号はIMFへ即時照会し、存在しない
      *担当者ＩＤ
       COPY KCBS070P.
       01  WK-OPR-ID               PIC X(8) VALUE SPACE.
      *見積番号（明細行の入力後にJF010-MITSU-NOへ移す）
       01  WK-MITSU-NO             PIC X(6) VALUE SPACE.
      *納品先参照(KCBS090)への連絡領域
       COPY KCBS090P.
      ********************************************************
       PROCEDURE DIVISION.
           DISPLAY "*** START KJBM003 ***".
             PERFORM JUCHU-DATE-ENTRY-RTN
             PERFORM NOKI-ENTRY-RTN
             PERFORM TOKU-COD-ENTRY-RTN
             PERFORM NOHIN-ENTRY-RTN
      *返品(2)・取消(3)は元受注番号が必須（返品はKJBM030が
      *受注データベースと突合する。未入力はERR-KBN(13)で却下）
             IF (JF010-DATA-KBN = "2") OR
               ACCEPT WK-ANS-X6
               MOVE WK-ANS-X6 TO JF010-CANCEL-JUCHU-NO
             END-IF
      *見積に基づく通常受注は見積番号を控える（単価の適用可否は
      *KJBM030が見積ファイルで判定する）
             MOVE SPACE TO WK-MITSU-NO
             IF JF010-DATA-KBN = "1" THEN
               DISPLAY "見積番号(空白=なし):"
                       WITH NO ADVANCING
               ACCEPT WK-MITSU-NO
             END-IF
             PERFORM LINE-ENTRY-RTN
             IF JF010-LINE-CNT > 0 THEN
               MOVE WK-OPR-ID TO JF010-OPR-ID
      *見積番号は明細行テーブルの後ろに位置するため行数確定後に移す
               MOVE WK-MITSU-NO TO JF010-MITSU-NO
               WRITE OTF-REC
      *操作記録　起票した受注番号を残す
               MOVE "A"        TO S070-ACTION
           END-PERFORM.
           EXIT.
      *------------------------------------------------------
      *納品先コードの入力　空白なら得意先本体へ納品（未指定）
      *指定時はKCBS090で納品先マスタに存在するまで再入力を求める
       NOHIN-ENTRY-RTN SECTION.
           MOVE "N" TO WK-OK-FLG.
           MOVE SPACE TO JF010-NOHIN-COD.
           PERFORM UNTIL WK-OK-FLG = "Y"
             DISPLAY "納品先コード(空白=得意先):"
                     WITH NO ADVANCING
             ACCEPT WK-ANS-X4
             IF WK-ANS-X4 = SPACE THEN
               MOVE "Y" TO WK-OK-FLG
             ELSE
               MOVE JF010-TOKU-COD TO S090-TOKU-COD
               MOVE WK-ANS-X4      TO S090-NOHIN-COD
               CALL "KCBS090" USING KCBS090-P1
               EVALUATE S090-RCD
                 WHEN SPACE
                   MOVE "Y" TO WK-OK-FLG
                   MOVE WK-ANS-X4 TO JF010-NOHIN-COD
                   DISPLAY "  納品先=" S090-NOHIN-MEI
                 WHEN "O"
                   DISPLAY "  NG:納品先マスタ未整備"
                 WHEN OTHER
                   DISPLAY "  NG:納品先マスタに未登録"
               END-EVALUATE
             END-IF
           END-PERFORM.
           EXIT.
      *------------------------------------------------------
      *明細行の入力　商品番号と数量を最大5行まで入力する
      *商品番号に空白を入力したらその受注の明細入力を終える
       LINE-ENTRY-RTN SECTION.
