       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KCBS080.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：月次処理実行記録
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *締め前に済ませるべき月次処理（KUBM034・KZBM060・KJBM070）
      *が終了時に呼び出し、プログラムID・対象期間・実行日時・
      *結果を1件として月次処理実行記録(MRL)へ追記する。
      *KCBS020のEXTEND都度OPEN方式を踏襲する。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT                SECTION.
       FILE-CONTROL.
           SELECT  MRL-FILE  ASSIGN TO  EXTERNAL  MRL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS  MRL-STATUS.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  MRL-FILE.
       01  MRL-REC.
           COPY  KCCMRL.
      *
       WORKING-STORAGE            SECTION.
       01  MRL-STATUS          PIC  X(2)  VALUE  SPACE.
      *
       LINKAGE                    SECTION.
       COPY  KCBS080P.
      ********************************************************
      * 月次処理実行記録の1件追記
      ********************************************************
       PROCEDURE                  DIVISION  USING  KCBS080-P1.
           OPEN  EXTEND  MRL-FILE.
           IF  MRL-STATUS  =  "35"  THEN
             OPEN  OUTPUT  MRL-FILE
           END-IF.
           MOVE  SPACE             TO  MRL-REC.
           MOVE  S080-PGM-ID       TO  MRL-PGM-ID.
           MOVE  S080-PERIOD       TO  MRL-PERIOD.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  MRL-YMD.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  MRL-TIME.
           MOVE  S080-RESULT       TO  MRL-RESULT.
           WRITE  MRL-REC.
           CLOSE  MRL-FILE.
           GOBACK.
