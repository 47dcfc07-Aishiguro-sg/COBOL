      * サブシステム名：受注
      * プログラム名  ：在庫待ち状況のお知らせ（得意先宛案内）
      * 作成日／作成者：２０２６年９月３日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：受注レコードの納品先コード追加に伴い
      *                 在庫待ちテーブルのイメージ長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：案内状1通ごとに帳票索引(DIX)を出力（配信バッチ
      *                 KCBM100による得意先別の配信振り分け用）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：見積番号追加に伴う受注チェックデータ長の変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：エラー区分の25個への拡張に伴いレコード長を変更
      ********************************************************
      *KJBM050が在庫待ちファイル(BOF)へ退避した明細は、KJBM053の
      *解放まで得意先からは見えず、「注文はどうなったか」の問い
      *予定日と突き合わせて、予定が動いた明細には「前回ご案内
      *から変更」の断りを添える。BOF・発注関係はいずれも参照
      *のみで更新しない。
      *案内状1通（得意先1件）ごとに帳票索引(DIX、KCCDIX形式)を
      *書き、配信バッチKCBM100が得意先の配信区分で振り分けられる
      *ようにする。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *OUTPUT 在庫待ち状況のお知らせ
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 帳票索引（案内状1通1件、配信バッチKCBM100の入力）
           SELECT  DIX-FILE  ASSIGN TO  EXTERNAL  DIX
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS DIX-STATUS.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
           COPY  KJCNTC.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
       FD  DIX-FILE.
       01  DIX-REC.
           COPY  KCCDIX.
      *
       WORKING-STORAGE            SECTION.
       01  BOF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  BO-CNT                 PIC  9(4)    VALUE  ZERO.
       01  BO-TBL.
         02  BO-ENT  OCCURS 9999 TIMES INDEXED BY BO-IDX.
           03  BO-REC-IMG         PIC  X(156).
       01  WK-I                   PIC  9(4)    VALUE  0.
       01  WK-J                   PIC  9(4)    VALUE  0.
       01  WK-SWAP-IMG            PIC  X(156).
      *明細1件分をKJCF020項目で参照するための作業領域
       01  WK-BO-REC-1.
           COPY  KJCF020.
      *区切り制御と宛名
       01  WK-OLD-TOKU            PIC  X(4)    VALUE  SPACE.
       01  WK-TOKU-MEI            PIC  X(20)   VALUE  SPACE.
      *帳票索引　案内状の先頭行
       01  DIX-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-DIX-FLG             PIC  X       VALUE  "N".
       01  WK-DIX-FROM            PIC  9(7)    VALUE  0.
      *編集用
       01  WK-YMD-DISP.
         02  WK-YMD-D-Y           PIC  9(4).
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-TODAY-YMD.
           OPEN  INPUT  TMF-FILE.
           OPEN  OUTPUT  RPT-FILE.
           OPEN  OUTPUT  DIX-FILE.
           IF  DIX-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-DIX-FLG
           ELSE
             DISPLAY  "DIXなし　帳票索引なしで続行"
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "在庫待ち状況のお知らせ"  TO  RPT-REC.
           WRITE  RPT-REC.
             MOVE  BO-REC-IMG(BO-IDX)  TO  WK-BO-REC-1
             IF  JF020-TOKU-COD OF WK-BO-REC-1  NOT  =
                 WK-OLD-TOKU  THEN
               IF  WK-OLD-TOKU  NOT  =  SPACE  THEN
                 PERFORM  DIX-WRITE-RTN
               END-IF
               MOVE  JF020-TOKU-COD OF WK-BO-REC-1
                 TO  WK-OLD-TOKU
               PERFORM  ATESAKI-RTN
             END-IF
             PERFORM  LINE-RTN
           END-PERFORM.
           IF  WK-OLD-TOKU  NOT  =  SPACE  THEN
             PERFORM  DIX-WRITE-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 宛名見出しの印字
      ********************************************************
       ATESAKI-RTN                SECTION.
           COMPUTE  WK-DIX-FROM  =  RPT-CNT  +  1.
           MOVE  WK-OLD-TOKU  TO  CFTOK-TOKU-COD.
           READ  TMF-FILE
             INVALID KEY
       EXT.
           EXIT.
      ********************************************************
      * 帳票索引の出力　案内状1通の先頭行と行数
      * （帳票キーは案内日）
      ********************************************************
       DIX-WRITE-RTN              SECTION.
           IF  WK-DIX-FLG  =  "Y"  THEN
             MOVE  SPACE  TO  DIX-REC
             MOVE  "KJBM064"  TO  DIX-PGM-ID
             MOVE  WK-TODAY-YMD  TO  DIX-RUN-DATE
             MOVE  "BO"  TO  DIX-DOC-KBN
             MOVE  WK-OLD-TOKU  TO  DIX-TOKU-COD
             MOVE  WK-TODAY-YMD  TO  DIX-DOC-KEY
             MOVE  WK-DIX-FROM  TO  DIX-FROM-LINE
             COMPUTE  DIX-LINE-CNT  =  RPT-CNT  -  WK-DIX-FROM  +  1
             WRITE  DIX-REC
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 案内ログの追記
      ********************************************************
       NTC-WRITE-RTN              SECTION.
       TERM-RTN                   SECTION.
           CLOSE  TMF-FILE.
           CLOSE  RPT-FILE.
           IF  WK-DIX-FLG  =  "Y"  THEN
             CLOSE  DIX-FILE
           END-IF.
           DISPLAY  "在庫待ち= "  BOF-CNT.
           DISPLAY  "案内件数= "  NTC-CNT.
           DISPLAY  "日程変更= "  CHG-CNT.
