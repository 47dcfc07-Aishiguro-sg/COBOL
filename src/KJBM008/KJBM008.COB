      * サブシステム名：受注
      * プログラム名  ：表計算受注データ（営業持込ＣＳＶ）取込
      * 作成日／作成者：２０２６年９月３日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：ＣＳＶ第５項目（納品先コード）の取込対応
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：見積番号を空白で設定（見積参照なし）
      ********************************************************
      *営業担当が表計算で集めた受注を、電話経由のKJBM003再入力
      *なしに取り込む第3のチャネル（ＥＤＩ取込KJBM005と同じ
      *考え方の簡易版）。
      *INPUT ＣＳＶ形式　TOKU-COD,HINBAN,SURYO[,NOKI-YYYYMMDD]
      *      [,NOHIN-COD]
      *      品番欄は当社5桁コードまたは得意先品番（得意先品番は
      *      変換マスタKJCXRFで当社コードへ変換する）
      *      納品先コードは省略可（納期が不要でも空欄で置く）。
      *      指定時は納品先マスタ(KCBS090)に存在すること
      *取込はプレビュー方式：まず全行を検査して検査一覧(RPT)を
      *出し、1行でもエラーがあればファイル全体を取り込まずに
      *完了コード8で終了する（訂正後の再投入を待つ）。全行OKの
       01  OTF-CNT                PIC 9(5)   VALUE ZERO.
       01  RPT-CNT                PIC 9(5)   VALUE ZERO.
       01  CSV-END-FLG            PIC X      VALUE SPACE.
      *CSV項目の分割先（3〜5項目、区切り文字はカンマ）
       01  WK-FIELD-CNT           PIC 9      VALUE ZERO.
       01  WK-CSV-TOKU-COD        PIC X(4)   VALUE SPACE.
       01  WK-CSV-HINBAN          PIC X(15)  VALUE SPACE.
       01  WK-CSV-SURYO           PIC X(3)   VALUE SPACE.
       01  WK-CSV-NOKI            PIC X(8)   VALUE SPACE.
       01  WK-CSV-NOHIN-COD       PIC X(4)   VALUE SPACE.
       01  WK-VALID-FLG           PIC X      VALUE "Y".
       01  WK-ERR-TEXT            PIC X(30)  VALUE SPACE.
      *検査済み行のテーブル（全行OKのときだけ2段目で書き出す）
           03  ROW-SHOHIN-NO      PIC X(5).
           03  ROW-SURYO          PIC X(3).
           03  ROW-NOKI           PIC 9(8).
           03  ROW-NOHIN-COD      PIC X(4).
      *得意先品番変換マスタ　ワーキングストレージ・キャッシュ
      *（KJBM005と同じロードの仕方）
       01  XRF-STATUS             PIC X(2)   VALUE SPACE.
       01  WK-TODAY-YMD           PIC 9(8)   VALUE ZERO.
      *完了コード　0=正常 4=入力空 8=検査エラー（取込中止）
       01  WK-COMP-CD             PIC 9(2)   VALUE ZERO.
      *納品先参照(KCBS090)への連絡領域
       COPY KCBS090P.
      ********************************************************
       PROCEDURE DIVISION.
           DISPLAY "*** START KJBM008 ***".
           MOVE SPACE TO WK-ERR-TEXT.
           MOVE ZERO TO WK-FIELD-CNT.
           MOVE SPACE TO WK-CSV-NOKI.
           MOVE SPACE TO WK-CSV-NOHIN-COD.
           UNSTRING CSV-REC  DELIMITED BY ","
             INTO  WK-CSV-TOKU-COD
                   WK-CSV-HINBAN
                   WK-CSV-SURYO
                   WK-CSV-NOKI
                   WK-CSV-NOHIN-COD
             TALLYING IN WK-FIELD-CNT
           END-UNSTRING.
           IF (WK-FIELD-CNT < 3) OR (WK-FIELD-CNT > 5) THEN
              MOVE "N" TO WK-VALID-FLG
              MOVE "項目数不正" TO WK-ERR-TEXT
           END-IF.
                  MOVE "得意先マスタ不一致" TO WK-ERR-TEXT
              END-READ
           END-IF.
      *納品先コード指定時は得意先＋納品先で納品先マスタを照会
           IF (WK-VALID-FLG = "Y") AND
              (WK-CSV-NOHIN-COD NOT = SPACE) THEN
              MOVE WK-CSV-TOKU-COD  TO S090-TOKU-COD
              MOVE WK-CSV-NOHIN-COD TO S090-NOHIN-COD
              CALL "KCBS090" USING KCBS090-P1
              IF S090-RCD NOT = SPACE THEN
                 MOVE "N" TO WK-VALID-FLG
                 MOVE "納品先マスタ不一致" TO WK-ERR-TEXT
              END-IF
           END-IF.
           IF (WK-VALID-FLG = "Y") AND
              (WK-CSV-SURYO IS NOT NUMERIC) THEN
              MOVE "N" TO WK-VALID-FLG
              ELSE
                 MOVE ZERO TO ROW-NOKI(ROW-IDX)
              END-IF
              MOVE WK-CSV-NOHIN-COD  TO ROW-NOHIN-COD(ROW-IDX)
           ELSE
              DISPLAY "*** 行テーブル上限超過"
           END-IF.
           MOVE SPACE              TO JF010-TSUKA-COD.
           MOVE SPACE              TO JF010-CANCEL-JUCHU-NO.
           MOVE ROW-NOKI(ROW-IDX)  TO JF010-NOKI-YMD.
           MOVE ROW-NOHIN-COD(ROW-IDX) TO JF010-NOHIN-COD.
           MOVE ZERO               TO JF010-LINE-NO.
           MOVE 1                  TO JF010-LINE-CNT.
           MOVE ROW-SHOHIN-NO(ROW-IDX) TO JF010-SHOHIN-NO(1).
           MOVE ROW-SURYO(ROW-IDX) TO JF010-SURYO(1).
           MOVE SPACE              TO JF010-UNIT-KBN(1).
           MOVE SPACE              TO JF010-MITSU-NO.
           WRITE OTF-REC.
           ADD 1 TO OTF-CNT.
       OTF-WRITE-EXT.
