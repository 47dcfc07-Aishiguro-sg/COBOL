      * 変更日／変更者：２０２６年８月２２日  石黒　茜
      *       変更内容：ＣＳＶ第８項目（返品・取消の元受注番号）
      *                 の取込対応
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：ＣＳＶ第９項目（納品先コード）の取込対応
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：ＣＳＶ第１０項目（見積番号）の取込対応
      ********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *INPUT Webストアフロント／EDI受信側が出力するCSV形式の受注データ
      *      DATA-KBN,JUCHU-NO,YYYYMMDD,TOKU-COD,SHOHIN-NO,SURYO
      *      [,NOKI-YYYYMMDD][,MOTO-JUCHU-NO][,NOHIN-COD]
      *      [,MITSU-NO]
      *      第７項目（希望納期）・第８項目（返品・取消の元受注
      *      番号）は省略可。ただし返品はKJBM030が元受注と突合する
      *      ため、第８項目なしの返品はERR-KBN(13)で却下される
      *      第９項目（納品先コード）も省略可。指定時はKJBM020が
      *      納品先マスタと突合する（第８項目が不要でも空欄で置く）
      *      第１０項目（見積番号）も省略可。指定時はKJBM030が
      *      有効な見積の単価を適用する（第８・第９項目は空欄で置く）
           SELECT EDI-FILE ASSIGN TO EXTERNAL EDI
                           ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT KJBM010がITFとして読み込む受注チェック前ファイル
       01  ERR-CNT                PIC 9(5)   VALUE ZERO.
       01  EDI-END-FLG            PIC X      VALUE SPACE.
      *CSV項目の分割先（6項目固定、区切り文字はカンマ）
       01  WK-FIELD-CNT           PIC 99     VALUE ZERO.
       01  WK-EDI-DATA-KBN        PIC X(1)   VALUE SPACE.
       01  WK-EDI-JUCHU-NO        PIC X(6)   VALUE SPACE.
       01  WK-EDI-JUCHU-DATE      PIC X(8)   VALUE SPACE.
       01  WK-EDI-NOKI            PIC X(8)   VALUE SPACE.
      *返品・取消の元受注番号（第８項目、省略可）
       01  WK-EDI-MOTO-JUCHU      PIC X(6)   VALUE SPACE.
      *納品先コード（第９項目、省略可）
       01  WK-EDI-NOHIN-COD       PIC X(4)   VALUE SPACE.
      *見積番号（第１０項目、省略可）
       01  WK-EDI-MITSU-NO        PIC X(6)   VALUE SPACE.
       01  WK-VALID-FLG           PIC X      VALUE "Y".
      *取込登録簿　二重取込検出用
       01  REG-STATUS             PIC X(2)   VALUE SPACE.
           MOVE ZERO TO WK-FIELD-CNT.
           MOVE SPACE TO WK-EDI-NOKI.
           MOVE SPACE TO WK-EDI-MOTO-JUCHU.
           MOVE SPACE TO WK-EDI-NOHIN-COD.
           MOVE SPACE TO WK-EDI-MITSU-NO.
           UNSTRING EDI-REC  DELIMITED BY ","
             INTO  WK-EDI-DATA-KBN
                   WK-EDI-JUCHU-NO
                   WK-EDI-SURYO
                   WK-EDI-NOKI
                   WK-EDI-MOTO-JUCHU
                   WK-EDI-NOHIN-COD
                   WK-EDI-MITSU-NO
             TALLYING IN WK-FIELD-CNT
           END-UNSTRING.
      *第７〜第１０項目は省略可のため6〜10項目を正とする
           IF (WK-FIELD-CNT < 6) OR (WK-FIELD-CNT > 10)
             MOVE "N" TO WK-VALID-FLG
           END-IF.
       EXT.
           MOVE WK-EDI-TOKU-COD    TO JF010-TOKU-COD.
      *返品・取消の元受注番号（第８項目、なければ空白のまま）
           MOVE WK-EDI-MOTO-JUCHU  TO JF010-CANCEL-JUCHU-NO.
      *納品先コード（第９項目、なければ空白＝得意先本体へ納品）
           MOVE WK-EDI-NOHIN-COD   TO JF010-NOHIN-COD.
      *希望納期　指定なし・数字以外はゼロ（未指定扱い）とする
           IF WK-EDI-NOKI IS NUMERIC THEN
             MOVE WK-EDI-NOKI      TO JF010-NOKI-YMD
      *商品番号はXLATE-RTNで変換済みの当社5桁コードを設定する
           MOVE WK-XLATE-SHOHIN-NO TO JF010-SHOHIN-NO(1).
           MOVE WK-EDI-SURYO       TO JF010-SURYO(1).
      *見積番号（第１０項目、なければ空白＝見積の指定なし）
           MOVE WK-EDI-MITSU-NO    TO JF010-MITSU-NO.
       EXT.
           EXIT.
