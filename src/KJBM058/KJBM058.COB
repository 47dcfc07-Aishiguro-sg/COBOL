      * サブシステム名：受注
      * プログラム名  ：注文請書印刷（受理受注の確認書）
      * 作成日／作成者：２０２６年８月２２日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：請書1通ごとに帳票索引(DIX)を出力（配信バッチ
      *                 KCBM100による得意先別の配信振り分け用）
      ********************************************************
      *KJBM050の正常出力(OTF1)を受注番号単位にまとめ、得意先へ
      *ＦＡＸ・郵送できる注文請書を1受注1書式で印刷する。
      *末尾に全受注の総合計を出力する。
      *同一受注番号の明細行は入力上連続している前提（KJBM010が
      *連続して書き出した並びが保たれている）で制御を切る。
      *請書1通ごとに帳票索引(DIX、KCCDIX形式)を書き、配信バッチ
      *KCBM100が得意先の配信区分で振り分けられるようにする。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *OUTPUT 注文請書
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 帳票索引（請書1通1件、配信バッチKCBM100の入力）
           SELECT  DIX-FILE  ASSIGN TO  EXTERNAL  DIX
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS DIX-STATUS.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
           COPY  KJCF020.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
       FD  DIX-FILE.
       01  DIX-REC.
           COPY  KCCDIX.
      *
       WORKING-STORAGE            SECTION.
       01  ITF-CNT                PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  ITF-END-FLG            PIC  X       VALUE  "N".
       01  REC-FOUND-FLG          PIC  X       VALUE  "N".
      *帳票索引　請書の先頭行・得意先・受注番号
       01  DIX-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-DIX-FLG             PIC  X       VALUE  "N".
       01  WK-DIX-FROM            PIC  9(7)    VALUE  0.
       01  WK-DIX-TOKU            PIC  X(4)    VALUE  SPACE.
       01  WK-DIX-KEY             PIC  X(10)   VALUE  SPACE.
      *受注の区切り制御
       01  WK-OLD-JUCHU-NO        PIC  X(6)    VALUE  SPACE.
       01  WK-FIRST-FLG           PIC  X       VALUE  "Y".
       INIT-RTN                   SECTION.
           OPEN  INPUT   ITF-FILE.
           OPEN  OUTPUT  RPT-FILE.
           OPEN  OUTPUT  DIX-FILE.
           IF  DIX-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-DIX-FLG
           ELSE
             DISPLAY  "DIXなし　帳票索引なしで続行"
           END-IF.
       EXT.
           EXIT.
      ********************************************************
           MOVE  0  TO  WK-ORDER-KINGAKU.
           MOVE  0  TO  WK-ORDER-ZEIGAKU.
           ADD  1  TO  ORDER-CNT.
           COMPUTE  WK-DIX-FROM  =  RPT-CNT  +  1.
           MOVE  JF020-TOKU-COD  TO  WK-DIX-TOKU.
           MOVE  JF020-JUCHU-NO  TO  WK-DIX-KEY.
           MOVE  SPACE  TO  WK-LINE.
           MOVE  "1"    TO  WK-CC.
           STRING  "注文請書　受注番号＝"  DELIMITED BY SIZE
                   WK-KINGAKU-DISP  DELIMITED BY SIZE
             INTO  WK-TEXT.
           PERFORM  WRITE-RTN.
           PERFORM  DIX-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 帳票索引の出力　請書1通の先頭行と行数
      ********************************************************
       DIX-WRITE-RTN              SECTION.
           IF  WK-DIX-FLG  =  "Y"  THEN
             MOVE  SPACE  TO  DIX-REC
             MOVE  "KJBM058"  TO  DIX-PGM-ID
             MOVE  FUNCTION CURRENT-DATE(1:8)  TO  DIX-RUN-DATE
             MOVE  "OC"  TO  DIX-DOC-KBN
             MOVE  WK-DIX-TOKU  TO  DIX-TOKU-COD
             MOVE  WK-DIX-KEY   TO  DIX-DOC-KEY
             MOVE  WK-DIX-FROM  TO  DIX-FROM-LINE
             COMPUTE  DIX-LINE-CNT  =  RPT-CNT  -  WK-DIX-FROM  +  1
             WRITE  DIX-REC
           END-IF.
       EXT.
           EXIT.
      ********************************************************
           PERFORM  WRITE-RTN.
           CLOSE  ITF-FILE.
           CLOSE  RPT-FILE.
           IF  WK-DIX-FLG  =  "Y"  THEN
             CLOSE  DIX-FILE
           END-IF.
           DISPLAY  "ITF-CNT=  "  ITF-CNT.
           DISPLAY  "受注件数= "  ORDER-CNT.
           DISPLAY  "RPT-CNT=  "  RPT-CNT.
