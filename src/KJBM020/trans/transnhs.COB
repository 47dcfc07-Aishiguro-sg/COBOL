       IDENTIFICATION      DIVISION.
       PROGRAM-ID. TRZ3N.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：納品先マスタ作成（索引編成への取込）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *営業が維持する納品先の一覧（LINE SEQUENTIAL、KCCFNHS形式）
      *から、KCBS090がキー読みする索引編成の納品先マスタを作る。
      *実行モードは得意先マスタの取込(TRZ3T)と同じ。
      *  FULL =全件再作成（一覧から消えた納品先はパージされる）
      *  DELTA=既存マスタへ追加・上書き（名称・住所の変更を表示）
      *環境変数TRZ3N-MODEで指定、"DELTA"以外は全てFULL扱いとする
       ENVIRONMENT         DIVISION.
       INPUT-OUTPUT        SECTION.
       FILE-CONTROL.
           SELECT ITF-FILE ASSIGN TO ITF
               ORGANIZATION LINE SEQUENTIAL.
      *納品先マスタ（KCBS090がランダムREADできるよう索引編成で作成する）
           SELECT OTF-FILE ASSIGN TO OTF
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS CFNHS-KEY OF OTF-REC
               FILE STATUS  IS OTF-STATUS.
      *
       DATA                DIVISION.
       FILE                SECTION.
       FD ITF-FILE.
       01  ITF-REC.
           COPY KCCFNHS.

       FD OTF-FILE.
       01  OTF-REC.
           COPY KCCFNHS.

       WORKING-STORAGE      SECTION.
       01  ITF-END-FLG     PIC   X     VALUE  'N'.
       01  OTF-STATUS      PIC   X(2)  VALUE  SPACE.
       01  ITF-CNT         PIC   9(5)  VALUE  0.
       01  OTF-CNT         PIC   9(5)  VALUE  0.
       01  WK-OTF-SAVE.
           COPY KCCFNHS.
       01  OTF-NEW-CNT     PIC   9(5)  VALUE  0.
       01  OTF-UPD-CNT     PIC   9(5)  VALUE  0.
      *変更前後比較レポート用の変更件数
       01  CHANGE-CNT      PIC   9(5)  VALUE  0.
      *実行モード　FULL=全件再作成(既定)　DELTA=差分マージ
       01  WK-MODE         PIC   X(5)  VALUE  "FULL".

       PROCEDURE           DIVISION.
           ACCEPT  WK-MODE  FROM  ENVIRONMENT  "TRZ3N-MODE".
           IF  WK-MODE  NOT  =  "DELTA"  THEN
             MOVE  "FULL"  TO  WK-MODE
           END-IF.
           DISPLAY  "TRZ3N-MODE=" WK-MODE.

           OPEN  INPUT  ITF-FILE.
           IF  WK-MODE  =  "FULL"  THEN
             OPEN  OUTPUT  OTF-FILE
           ELSE
      *初回実行でOTFが未作成ならI-O起動できないのでOUTPUTで作成する
             OPEN  I-O  OTF-FILE
             IF  OTF-STATUS  =  "35"  THEN
               OPEN  OUTPUT  OTF-FILE
             END-IF
           END-IF.

           PERFORM  UNTIL  ITF-END-FLG  =  "Y"
             READ  ITF-FILE
               AT  END
                 MOVE  "Y"  TO  ITF-END-FLG
               NOT  AT  END
                 ADD  1  TO  ITF-CNT
                 MOVE  ITF-REC  TO  OTF-REC
                 IF  WK-MODE  =  "FULL"  THEN
                   WRITE  OTF-REC
                     INVALID KEY
                       DISPLAY  "DUP KEY="  CFNHS-KEY OF OTF-REC
                     NOT INVALID KEY
                       ADD  1  TO  OTF-CNT
                       ADD  1  TO  OTF-NEW-CNT
                   END-WRITE
                 ELSE
                   PERFORM  MERGE-RTN
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE  OTF-FILE.
           CLOSE  ITF-FILE.
           DISPLAY  "ITF:" ITF-CNT " | OTF:" OTF-CNT
                    " | NEW:" OTF-NEW-CNT " | UPD:" OTF-UPD-CNT.
           DISPLAY  "CHANGED:" CHANGE-CNT.
      *
           STOP RUN.
      ********************************************************
      * マージ＋変更前後比較　得意先コード＋納品先コードキーで
      * 既存マスタに反映する（新規なら追加、既存なら全項目を上書き）
      ********************************************************
       MERGE-RTN           SECTION.
           MOVE  OTF-REC  TO  WK-OTF-SAVE.
           READ  OTF-FILE
             INVALID KEY
               MOVE  WK-OTF-SAVE  TO  OTF-REC
               WRITE  OTF-REC
               ADD  1  TO  OTF-CNT
               ADD  1  TO  OTF-NEW-CNT
             NOT INVALID KEY
               IF  (CFNHS-NOHIN-MEI OF OTF-REC NOT =
                      CFNHS-NOHIN-MEI OF WK-OTF-SAVE)  OR
                   (CFNHS-JUSHO-1 OF OTF-REC NOT =
                      CFNHS-JUSHO-1 OF WK-OTF-SAVE)  THEN
                 ADD  1  TO  CHANGE-CNT
                 DISPLAY  "CHANGE KEY="  CFNHS-KEY OF OTF-REC
                 DISPLAY  "  MEI  :" CFNHS-NOHIN-MEI OF OTF-REC
                 DISPLAY  "     -> " CFNHS-NOHIN-MEI OF WK-OTF-SAVE
               END-IF
               MOVE  WK-OTF-SAVE  TO  OTF-REC
               REWRITE  OTF-REC
               ADD  1  TO  OTF-CNT
               ADD  1  TO  OTF-UPD-CNT
           END-READ.
       EXT.
           EXIT.
