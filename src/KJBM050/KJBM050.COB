      * 変更日／変更者：２０２６年９月３日  石黒　茜
      *       変更内容：廃番(9)・在庫不足(10)の明細に代替商品
      *                 マスタ(SUBST)の候補をエラー一覧へ印字
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：割当枠超過(19)のみ、または在庫不足(10)と
      *                 割当枠超過(19)だけの明細も在庫待ち(BOF)
      *                 へ振り分け
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：受注データベースへ納品先コードを引き渡す
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：チェック位置(20)契約残超過の文言を追加（却下へ
      *                 振り分け、在庫待ちにはしない）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：与信保留へ回した明細を与信保留履歴(CHH)へも追記
      *                 （与信限度額見直しの保留回数の材料）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：チェック位置(21)取引停止・解約得意先の
      *                 文言を追加（エラー区分を25個へ拡張）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：重複受注の疑い(22)のみの明細を却下でなく
      *                 重複疑いファイル(DPF)へ振り分け（KJBM078が
      *                 解放・重複確定する）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：在庫待ちへ回した明細を在庫待ち履歴(BOH)へも追記
      *                 （経営指標KCBM110の在庫待ち発生率の材料）
      ********************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CHF-FILE  ASSIGN TO EXTERNAL CHF
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS   IS CHF-STATUS.
      *OUTPUT 与信保留履歴（与信保留へ回した明細、全実行分を追記。
      *CHFと違い解放後も消さない。与信限度額見直しKUBM048が読む）
           SELECT CHH-FILE  ASSIGN TO EXTERNAL CHH
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS   IS CHH-STATUS.
      *OUTPUT 在庫待ち履歴（在庫待ちへ回した明細、全実行分を追記。
      *BOFと違いKJBM053の解放で書き直さない。経営指標KCBM110が読む）
           SELECT BOH-FILE  ASSIGN TO EXTERNAL BOH
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS   IS BOH-STATUS.
      *承認金額しきい値ファイル（外部定義）　INITIAL-RTNでロードする
      *未定義の環境では承認チェックなしで続行
           SELECT THR-FILE  ASSIGN TO EXTERNAL THR
           SELECT APF-FILE  ASSIGN TO EXTERNAL APF
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS   IS APF-STATUS.
      *OUTPUT 重複疑いファイル（重複受注の疑いのみの明細、全実行分を
      *追記。KJBM078が顧客サービスの確認結果で解放・重複確定する。
      *滞留日数の集計用に実行日付付きのKJCF020H形式）
           SELECT DPF-FILE  ASSIGN TO EXTERNAL DPF
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS   IS DPF-STATUS.
      *代替商品マスタ（候補印字用、外部定義）
           SELECT SUB-FILE  ASSIGN TO EXTERNAL SUBST
                             ORGANIZATION IS LINE SEQUENTIAL
       FD CHF-FILE.
       01  CHF-REC.
           COPY KJCF020H.
       FD CHH-FILE.
       01  CHH-REC.
           COPY KJCF020H.
       FD BOH-FILE.
       01  BOH-REC.
           COPY KJCF020H.
       FD THR-FILE.
       01  THR-REC.
           COPY KJCTHR.
       FD APF-FILE.
       01  APF-REC.
           COPY KJCF020H.
       FD DPF-FILE.
       01  DPF-REC.
           COPY KJCF020H.
       FD SUB-FILE.
       01  SUB-REC.
           COPY KJCSUB.
       01  RPT-CNT                PIC  9(5)  VALUE ZERO.
      *チェック位置→エラー内容文言の変換テーブル
       01  ERR-MSG-TBL.
         02  ERR-MSG-ENT  OCCURS 25 TIMES PIC X(30).
       01  WK-ERR-IDX              PIC  9(2).
      *チェック位置別の不合格件数集計
       01  ERR-TALLY-TBL.
         02  ERR-TALLY-ENT  OCCURS 25 TIMES PIC 9(5)  VALUE  ZERO.
      *編集用
       01  WK-LINE.
         02  WK-CC                PIC  X(1).
       01  WK-RUN-SEQ-CTL         PIC X(1)   VALUE SPACE.
      *運用メッセージ出力(KCBS050)への連絡領域
       COPY KCBS050P.
      *在庫待ち振り分け用　在庫不足(10)・割当枠超過(19)以外のエラー
      *有無の判定領域
       01  BOF-CNT                PIC 9(5)  VALUE ZERO.
       01  BOF-STATUS             PIC X(2)  VALUE SPACE.
       01  BOH-STATUS             PIC X(2)  VALUE SPACE.
       01  WK-ERR-CHK             PIC X(25) VALUE SPACE.
      *与信保留振り分け用　与信限度額超過(11)以外のエラー有無の判定領域
       01  CHF-CNT                PIC 9(5)  VALUE ZERO.
       01  CHF-STATUS             PIC X(2)  VALUE SPACE.
       01  CHH-STATUS             PIC X(2)  VALUE SPACE.
       01  WK-ERR-CHK-2           PIC X(25) VALUE SPACE.
      *代替商品マスタのテーブル（候補印字用、INITIAL-RTNでロード）
       01  SUB-STATUS             PIC X(2)  VALUE SPACE.
       01  SUB-END-FLG            PIC X     VALUE SPACE.
       01  WK-THR-LIMIT-APPLY     PIC S9(9) VALUE ZERO.
       01  WK-THR-DEFAULT         PIC S9(9) VALUE ZERO.
       01  WK-THR-FOUND-FLG       PIC X     VALUE "N".
      *重複疑い振り分け用　重複受注の疑い(22)以外のエラー有無の
      *判定領域
       01  DPF-CNT                PIC 9(5)  VALUE ZERO.
       01  DPF-STATUS             PIC X(2)  VALUE SPACE.
       01  WK-ERR-CHK-3           PIC X(25) VALUE SPACE.

      ********************************************************
       PROCEDURE DIVISION.
           END-IF.
           EXIT.

      *エラー内容テーブルの初期化　チェック位置(1)〜(25)に対応
       ERR-MSG-INIT-RTN SECTION.
           MOVE "データ区分不正"       TO ERR-MSG-ENT(1).
           MOVE "受注番号不正"         TO ERR-MSG-ENT(2).
           MOVE "受注変更不一致"       TO ERR-MSG-ENT(16).
           MOVE "ケース入数不一致"     TO ERR-MSG-ENT(17).
           MOVE "販売権限なし"         TO ERR-MSG-ENT(18).
           MOVE "割当枠超過"           TO ERR-MSG-ENT(19).
           MOVE "契約残超過"           TO ERR-MSG-ENT(20).
           MOVE "取引停止・解約得意先" TO ERR-MSG-ENT(21).
           MOVE "重複受注の疑い"       TO ERR-MSG-ENT(22).
           EXIT.

      *終了処理
           DISPLAY "在庫待ち件数 BOF= " BOF-CNT.
           DISPLAY "与信保留件数 CHF= " CHF-CNT.
           DISPLAY "承認待ち件数 APF= " APF-CNT.
           DISPLAY "重複疑い件数 DPF= " DPF-CNT.
           DISPLAY "エラー一覧行数 RPT= " RPT-CNT.
           DISPLAY "却下履歴追記件数 HIS= " HIS-CNT.
           PERFORM ERR-TALLY-RTN.
           MOVE BOF-CNT  TO CTL-BOF-CNT.
           MOVE CHF-CNT  TO CTL-CHF-CNT.
           MOVE APF-CNT  TO CTL-APF-CNT.
           MOVE DPF-CNT  TO CTL-DPF-CNT.
           WRITE CTL-REC.
           CLOSE CTL-FILE.
           EXIT.
      *チェック位置別の不合格件数集計を表示
       ERR-TALLY-RTN SECTION.
           DISPLAY "=== チェック位置別 不合格件数 ===".
           PERFORM VARYING WK-ERR-IDX FROM 1 BY 1 UNTIL WK-ERR-IDX > 25
             DISPLAY "(" WK-ERR-IDX ") " ERR-MSG-ENT(WK-ERR-IDX)
                     " : " ERR-TALLY-ENT(WK-ERR-IDX)
           END-PERFORM.
           ELSE
      *在庫不足(10)だけが立っている明細は訂正不要（在庫が回復すれば
      *そのまま通る）ため、却下でなく在庫待ちファイルへ回す
      *割当枠超過(19)も同様（枠の追加・期間終了で通る）。在庫不足
      *と割当枠超過が両方立っている明細も在庫待ちとする
      *契約残超過(20)は在庫や枠が回復しても通らない（分納数量の
      *訂正か契約の見直しが要る）ため、他のエラーと同じく却下とする
      *重複受注の疑い(22)は却下理由にしない。他の保留と重なった
      *明細はその保留へ回し、解放の再投入時にKJBM020が再判定する
              MOVE JF020-ERR-KBN-TBL OF ITF-REC TO WK-ERR-CHK
              MOVE SPACE TO WK-ERR-CHK(10:1)
              MOVE SPACE TO WK-ERR-CHK(19:1)
              MOVE SPACE TO WK-ERR-CHK(22:1)
      *与信限度額超過(11)だけが立っている明細も訂正不要（入金で残高が
      *減れば通る）ため、却下でなく与信保留ファイルへ回す
              MOVE JF020-ERR-KBN-TBL OF ITF-REC TO WK-ERR-CHK-2
              MOVE SPACE TO WK-ERR-CHK-2(11:1)
              MOVE SPACE TO WK-ERR-CHK-2(22:1)
      *重複受注の疑い(22)だけが立っている明細は顧客サービスの確認
      *待ちとして重複疑いファイルへ回す
              MOVE JF020-ERR-KBN-TBL OF ITF-REC TO WK-ERR-CHK-3
              MOVE SPACE TO WK-ERR-CHK-3(22:1)
              IF ((JF020-ERR-KBN OF ITF-REC(10) NOT = SPACE) OR
                  (JF020-ERR-KBN OF ITF-REC(19) NOT = SPACE)) AND
                 (WK-ERR-CHK = SPACE) THEN
                 PERFORM BOF-WRITE-RTN
              ELSE
                    (WK-ERR-CHK-2 = SPACE) THEN
                    PERFORM CHF-WRITE-RTN
                 ELSE
                    IF (JF020-ERR-KBN OF ITF-REC(22) NOT = SPACE) AND
                       (WK-ERR-CHK-3 = SPACE) THEN
                       PERFORM DPF-WRITE-RTN
                    ELSE
                       PERFORM REJECT-RTN
                    END-IF
                 END-IF
              END-IF
           END-IF
      *当回実行分抽出へも1件書く（ＥＤＩ応答用）
           MOVE ITF-REC TO BOFD-REC
           WRITE BOFD-REC
      *在庫待ち履歴へも実行日付付きで残す（在庫待ち発生率の集計用）
           MOVE SPACE TO BOH-REC
           MOVE CORRESPONDING ITF-REC TO BOH-REC
           MOVE JF020-ERR-KBN-TBL OF ITF-REC
             TO JF020-ERR-KBN-TBL OF BOH-REC
           MOVE WK-RUN-DATE TO HIS-RUN-DATE OF BOH-REC
           OPEN EXTEND BOH-FILE
           IF BOH-STATUS NOT = "00" THEN
              OPEN OUTPUT BOH-FILE
           END-IF
           WRITE BOH-REC
           CLOSE BOH-FILE
           ADD 1 TO BOF-CNT
           MOVE "BO" TO S040-RESULT
           PERFORM ODB-POST-RTN.
           END-IF
           WRITE CHF-REC
           CLOSE CHF-FILE
      *与信保留履歴へも同じ明細を残す（解放済みも含めた保留回数の
      *集計用）
           OPEN EXTEND CHH-FILE
           IF CHH-STATUS NOT = "00" THEN
              OPEN OUTPUT CHH-FILE
           END-IF
           MOVE CHF-REC TO CHH-REC
           WRITE CHH-REC
           CLOSE CHH-FILE
           ADD 1 TO CHF-CNT
           MOVE "CH" TO S040-RESULT
           PERFORM ODB-POST-RTN.
           EXIT.
      *------------------------------------------------------
      *重複疑いファイルへの振り分け（全実行分を追記、実行日付付き）
      *KJBM030は(22)の立った明細に引当を取らないため、確認待ちの間
      *在庫は動かない
       DPF-WRITE-RTN SECTION.
           DISPLAY "Duplicate suspect"
           MOVE SPACE TO DPF-REC
           MOVE CORRESPONDING ITF-REC TO DPF-REC
      *MOVE CORRESPONDINGはOCCURS配下(ERR-KBN-TBL)を移送しないため
      *個別に移送する
           MOVE JF020-ERR-KBN-TBL OF ITF-REC
             TO JF020-ERR-KBN-TBL OF DPF-REC
           MOVE WK-RUN-DATE TO HIS-RUN-DATE OF DPF-REC
           OPEN EXTEND DPF-FILE
           IF DPF-STATUS NOT = "00" THEN
              OPEN OUTPUT DPF-FILE
           END-IF
           WRITE DPF-REC
           CLOSE DPF-FILE
           ADD 1 TO DPF-CNT
           MOVE "DP" TO S040-RESULT
           PERFORM ODB-POST-RTN.
           EXIT.
      *------------------------------------------------------
      *却下側への振り分け（従来のエラー処理）
       REJECT-RTN SECTION.
           DISPLAY "Error"
           MOVE JF020-CANCEL-JUCHU-NO OF ITF-REC
             TO S040-ORIG-JUCHU-NO.
           MOVE JF020-NOKI-YMD OF ITF-REC  TO S040-NOKI-YMD.
           MOVE JF020-NOHIN-COD OF ITF-REC TO S040-NOHIN-COD.
           CALL "KCBS040" USING KCBS040-P1.
           EXIT.
      *------------------------------------------------------
      *エラー内容一覧　不合格になった各チェック位置の文言を出力
       ERR-LIST-RTN SECTION.
           PERFORM VARYING WK-ERR-IDX FROM 1 BY 1 UNTIL WK-ERR-IDX > 25
             IF JF020-ERR-KBN OF ITF-REC(WK-ERR-IDX) NOT = SPACE THEN
                ADD 1 TO ERR-TALLY-ENT(WK-ERR-IDX)
                MOVE SPACE TO WK-LINE
