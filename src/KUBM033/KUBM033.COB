      * サブシステム名：売上
      * プログラム名  ：得意先別取引明細書（月次ステートメント）
      * 作成日／作成者：２０２６年８月２２日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：請求書レジスタへの締め日・支払期日の追加に
      *                 伴い退避テーブルのレコード長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：明細書1通ごとに帳票索引(DIX)を出力（配信バッチ
      *                 KCBM100による得意先別の配信振り分け用）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：請求書レジスタへの税率0％内訳の追加に伴い
      *                 退避テーブルのレコード長を変更
      ********************************************************
      *請求書レジスタ(INV)を得意先コード順に読み、得意先ごとに
      *請求書（番号・発行日・請求額・入金済額・未回収残）を列挙
      *締め残高（未回収残の合計）が得意先マスタの残高
      *(CFTOK-ZANDAKA)と一致することを照合し、不一致には"***"を
      *付ける。
      *明細書1通（得意先1件）ごとに帳票索引(DIX、KCCDIX形式)を
      *書き、配信バッチKCBM100が得意先の配信区分で振り分けられる
      *ようにする。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *OUTPUT 取引明細書
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 帳票索引（明細書1通1件、配信バッチKCBM100の入力）
           SELECT  DIX-FILE  ASSIGN TO  EXTERNAL  DIX
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS DIX-STATUS.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
           COPY  KCCFTOK.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
       FD  DIX-FILE.
       01  DIX-REC.
           COPY  KCCDIX.
      *
       WORKING-STORAGE            SECTION.
       01  INV-STATUS             PIC  X(2)    VALUE  SPACE.
       01  INVT-CNT               PIC  9(4)    VALUE  ZERO.
       01  INVT-TBL.
         02  INVT-ENT  OCCURS 9999 TIMES INDEXED BY INVT-IDX.
           03  INVT-IMG           PIC  X(139).
       01  WK-I                   PIC  9(4)    VALUE  0.
       01  WK-J                   PIC  9(4)    VALUE  0.
       01  WK-SWAP-IMG            PIC  X(139).
       01  WK-INV-REC-1.
           COPY  KUCF030.
      *得意先の区切り制御と締め残高
       01  WK-D2                  PIC  ----,---,--9.
       01  WK-D3                  PIC  ----,---,--9.
       01  WK-OVER-MARK           PIC  X(3)    VALUE  SPACE.
      *帳票索引　明細書の先頭行
       01  DIX-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-DIX-FLG             PIC  X       VALUE  "N".
       01  WK-DIX-FROM            PIC  9(7)    VALUE  0.
      ********************************************************
      * 取引明細書の作成
      ********************************************************
       INIT-RTN                   SECTION.
           OPEN  INPUT   CMF-FILE.
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
       TOKU-HEAD-RTN              SECTION.
           MOVE  INV-TOKU-COD OF WK-INV-REC-1  TO  WK-OLD-TOKU.
           MOVE  0  TO  WK-CLOSE-ZAN.
           COMPUTE  WK-DIX-FROM  =  RPT-CNT  +  1.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  WK-OLD-TOKU  TO  CFTOK-TOKU-COD.
           READ  CMF-FILE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           PERFORM  DIX-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 帳票索引の出力　明細書1通の先頭行と行数
      * （帳票キーは作成日）
      ********************************************************
       DIX-WRITE-RTN              SECTION.
           IF  WK-DIX-FLG  =  "Y"  THEN
             MOVE  SPACE  TO  DIX-REC
             MOVE  "KUBM033"  TO  DIX-PGM-ID
             MOVE  FUNCTION CURRENT-DATE(1:8)  TO  DIX-RUN-DATE
             MOVE  "ST"  TO  DIX-DOC-KBN
             MOVE  WK-OLD-TOKU  TO  DIX-TOKU-COD
             MOVE  DIX-RUN-DATE  TO  DIX-DOC-KEY
             MOVE  WK-DIX-FROM  TO  DIX-FROM-LINE
             COMPUTE  DIX-LINE-CNT  =  RPT-CNT  -  WK-DIX-FROM  +  1
             WRITE  DIX-REC
           END-IF.
       EXT.
           EXIT.
      ********************************************************
       TERM-RTN                   SECTION.
           CLOSE  CMF-FILE.
           CLOSE  RPT-FILE.
           IF  WK-DIX-FLG  =  "Y"  THEN
             CLOSE  DIX-FILE
           END-IF.
           DISPLAY  "INV-CNT= "  INV-CNT.
           DISPLAY  "照合NG　= "  WK-NG-CNT.
           DISPLAY  "RPT-CNT= "  RPT-CNT.
