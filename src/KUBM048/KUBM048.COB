       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM048.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：与信限度額見直し提案（四半期）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：解約得意先(取引状態C)を見直し提案の対象外とする
      ********************************************************
      *基準日の前月までの3か月（四半期）の支払実績から、得意先
      *ごとに与信限度額の見直しを提案する。親得意先のある支店は
      *与信判定(KJBM020)と同じく親得意先へ合算して評価する。
      *  平均支払日数　入金消込履歴(APH、KUBM031・KUBM042出力)の
      *                期間中の消込について、請求書発行日から
      *                入金日までの日数を消込額で加重平均する
      *  ピーク残高　　請求書レジスタ(INV)の現在の未回収残高から
      *                期間開始時点の残高を逆算し、期間中の請求
      *                発行・消込を日ごとに積み上げた最大値
      *  督促回数　　　期間中に督促した請求書の督促レベル
      *                (INV-DUN-LEVEL)の合計（レベル1〜3は各1回
      *                ずつ発行されるため、発行通数に当たる）
      *  与信保留回数　与信保留履歴(CHH、KJBM050出力)の期間中の
      *                明細数
      *各項目を与信評点表(CSCTBL、KUCFCSC形式)で点数化し、評点
      *から新限度額の率を引いて新限度額を算出する（丸め単位未満は
      *切り捨て）。現限度額と異なる得意先は提案ファイル(CLP、
      *KUCFCLP形式)へ追記し、審査者の承認を経てKUBM049が得意先
      *マスタへ反映する。承認待ちの提案が残る得意先には重ねて
      *提案しない。限度額ゼロ（掛売りなし）の得意先と、解約済み
      *（取引状態"C"）の評価先は対象外。
      *基準日は環境変数KUBM048-KIJUN-YMD（未指定は実行日）、
      *丸め単位はKUBM048-MARUME（未指定は10,000円）。
      *得意先マスタは参照のみで更新しない。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *得意先マスタ（限度額・親得意先の参照のみ）
           SELECT  CMF-FILE  ASSIGN TO  EXTERNAL  CMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS SEQUENTIAL
                             RECORD KEY   IS CFTOK-TOKU-COD
                             FILE STATUS  IS CMF-STATUS.
      *INPUT 請求書レジスタ
           SELECT  INV-FILE  ASSIGN TO  EXTERNAL  INV
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS INV-STATUS.
      *INPUT 入金消込履歴
           SELECT  APH-FILE  ASSIGN TO  EXTERNAL  APH
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS APH-STATUS.
      *INPUT 与信保留履歴
           SELECT  CHH-FILE  ASSIGN TO  EXTERNAL  CHH
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS CHH-STATUS.
      *与信評点表（外部定義）　未定義は既定の評点表
           SELECT  CSC-FILE  ASSIGN TO  EXTERNAL  CSCTBL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS CSC-STATUS.
      *与信限度額見直し提案ファイル（承認待ちの確認後、追記）
           SELECT  CLP-FILE  ASSIGN TO  EXTERNAL  CLP
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS CLP-STATUS.
      *OUTPUT 与信限度額見直し提案書
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  CMF-FILE.
       01  CMF-REC.
           COPY  KCCFTOK.
       FD  INV-FILE.
       01  INV-REC.
           COPY  KUCF030.
       FD  APH-FILE.
       01  APH-REC.
           COPY  KUCFAPH.
       FD  CHH-FILE.
       01  CHH-REC.
           COPY  KJCF020H.
       FD  CSC-FILE.
       01  CSC-REC.
           COPY  KUCFCSC.
       FD  CLP-FILE.
       01  CLP-REC.
           COPY  KUCFCLP.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(132).
      *
       WORKING-STORAGE            SECTION.
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  INV-STATUS             PIC  X(2)    VALUE  SPACE.
       01  APH-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CHH-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CSC-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CLP-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  CMF-CNT                PIC  9(7)    VALUE  0.
       01  INV-CNT                PIC  9(7)    VALUE  0.
       01  APH-CNT                PIC  9(7)    VALUE  0.
       01  CHH-CNT                PIC  9(7)    VALUE  0.
       01  RPT-CNT                PIC  9(7)    VALUE  0.
       01  TEIAN-CNT              PIC  9(5)    VALUE  0.
       01  SUEOKI-CNT             PIC  9(5)    VALUE  0.
       01  PEND-CNT               PIC  9(5)    VALUE  0.
       01  NODATA-CNT             PIC  9(5)    VALUE  0.
       01  ZERO-CNT               PIC  9(5)    VALUE  0.
       01  KAIYAKU-CNT            PIC  9(5)    VALUE  0.
      *基準日・丸め単位（環境変数）
       01  WK-KIJUN-X             PIC  X(8)    VALUE  SPACE.
       01  WK-KIJUN-YMD           PIC  9(8)    VALUE  0.
       01  WK-KIJUN-R  REDEFINES  WK-KIJUN-YMD.
         02  WK-KIJUN-YY          PIC  9(4).
         02  WK-KIJUN-MM          PIC  9(2).
         02  WK-KIJUN-DD          PIC  9(2).
       01  WK-MARUME-X            PIC  X(9)    VALUE  SPACE.
       01  WK-MARUME              PIC  9(9)    VALUE  10000.
      *評価期間（基準月の前月までの3か月）と期間内の日数
       01  WK-FROM-YMD            PIC  9(8)    VALUE  0.
       01  WK-FROM-R  REDEFINES  WK-FROM-YMD.
         02  WK-FROM-YY           PIC  9(4).
         02  WK-FROM-MM           PIC  9(2).
         02  WK-FROM-DD           PIC  9(2).
       01  WK-TO-YMD              PIC  9(8)    VALUE  0.
       01  WK-TSUKI-YMD           PIC  9(8)    VALUE  0.
       01  WK-FROM-DAY            PIC  9(7)    VALUE  0.
       01  WK-TO-DAY              PIC  9(7)    VALUE  0.
       01  WK-DAY-CNT             PIC  9(3)    VALUE  0.
       01  WK-DAY-IDX             PIC  9(3)    VALUE  0.
       01  WK-DAYS                PIC  S9(7)   VALUE  0.
      *得意先テーブル（得意先マスタのキー順）と評価の集計
      *  CT-GRP　評価先（親得意先のある支店は親の位置）
      *  CT-ZAN-ADJ　期間開始以降の請求発行額−消込額（期間開始
      *               時点の残高を現在残高から逆算する用）
      *  CT-DAY-NET　期間内の日ごとの請求発行額−消込額
       01  CT-CNT                 PIC  9(4)    VALUE  ZERO.
       01  CT-OVER-FLG            PIC  X       VALUE  "N".
       01  CT-TBL.
         02  CT-ENT  OCCURS 2000 TIMES INDEXED BY CT-IDX.
           03  CT-TOKU-COD        PIC  X(4).
           03  CT-TOKU-MEI        PIC  X(20).
           03  CT-PARENT-COD      PIC  X(4).
           03  CT-LIMIT           PIC  S9(9).
           03  CT-GRP             PIC  9(4).
           03  CT-OPEN-NOW        PIC  S9(11).
           03  CT-ZAN-ADJ         PIC  S9(11).
           03  CT-INV-CNT         PIC  9(5).
           03  CT-PAY-KIN         PIC  S9(11).
           03  CT-PAY-DAYS-KIN    PIC  S9(15).
           03  CT-DUN-CNT         PIC  9(4).
           03  CT-HOLD-CNT        PIC  9(4).
           03  CT-PEND-FLG        PIC  X(1).
           03  CT-TORIHIKI-KBN    PIC  X(1).
           03  CT-DAY-NET         PIC  S9(11)  OCCURS 92 TIMES.
      *得意先の検索
       01  WK-FIND-COD            PIC  X(4)    VALUE  SPACE.
       01  WK-CT-POS              PIC  9(4)    VALUE  0.
       01  WK-GRP                 PIC  9(4)    VALUE  0.
       01  WK-I                   PIC  9(4)    VALUE  0.
      *与信評点表
       01  CSCT-CNT               PIC  9(2)    VALUE  ZERO.
       01  CSCT-TBL.
         02  CSCT-ENT  OCCURS 50 TIMES INDEXED BY CSCT-IDX.
           03  CSCT-KBN           PIC  X(1).
           03  CSCT-UPTO          PIC  9(9).
           03  CSCT-TEN           PIC  S9(3).
           03  CSCT-RITSU         PIC  9(3).
       01  WK-CSC-FOUND-FLG       PIC  X       VALUE  "N".
       01  WK-TEN-KBN             PIC  X(1)    VALUE  SPACE.
       01  WK-TEN-VAL             PIC  9(9)    VALUE  0.
       01  WK-TEN                 PIC  S9(3)   VALUE  0.
      *1得意先の評価
       01  WK-ZAN                 PIC  S9(11)  VALUE  0.
       01  WK-PEAK                PIC  S9(11)  VALUE  0.
       01  WK-PAY-DAYS            PIC  9(4)    VALUE  0.
       01  WK-RIYOU-RITSU         PIC  9(9)    VALUE  0.
       01  WK-SCORE               PIC  S9(5)   VALUE  0.
       01  WK-RITSU               PIC  9(3)    VALUE  0.
       01  WK-NEW-LIMIT           PIC  S9(11)  VALUE  0.
       01  WK-TANI-SU             PIC  S9(11)  VALUE  0.
       01  WK-BIKO                PIC  X(20)   VALUE  SPACE.
      *明細行
       01  WK-LINE.
         02  WK-TOKU-COD-O        PIC  X(4).
         02  FILLER               PIC  X(1).
         02  WK-TOKU-MEI-O        PIC  X(20).
         02  FILLER               PIC  X(1).
         02  WK-LIMIT-O           PIC  ZZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(1).
         02  WK-PEAK-O            PIC  ---,---,--9.
         02  FILLER               PIC  X(1).
         02  FILLER               PIC  X(5).
         02  WK-RIYOU-O           PIC  ZZZ9.
         02  FILLER               PIC  X(2).
         02  WK-DAYS-O            PIC  X(4).
         02  FILLER               PIC  X(2).
         02  WK-DUN-O             PIC  ZZZ9.
         02  FILLER               PIC  X(2).
         02  WK-HOLD-O            PIC  ZZZ9.
         02  FILLER               PIC  X(2).
         02  WK-SCORE-O           PIC  ZZZ9.
         02  FILLER               PIC  X(2).
         02  WK-RITSU-O           PIC  ZZ9.
         02  FILLER               PIC  X(1).
         02  FILLER               PIC  X(1).
         02  WK-NEW-LIMIT-O       PIC  ZZZ,ZZZ,ZZ9.
         02  FILLER               PIC  X(1).
         02  WK-BIKO-O            PIC  X(20).
       01  WK-DAYS-DISP           PIC  ZZZ9.
       01  WK-CNT-DISP            PIC  ZZZZ9.
      *ジョブ統計ロガー(KCBS020)への連絡領域
       COPY  KCBS020P.
      *完了コード　0=正常 8=得意先上限超過（提案せず）
      *           16=得意先マスタ異常
       01  WK-COMP-CD             PIC  9(2)    VALUE  ZERO.
      ********************************************************
      * 与信限度額見直し提案の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KUBM048 ***".
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-START-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-START-TIME.
           PERFORM  INIT-RTN.
           PERFORM  LOAD-CMF-RTN.
           IF  WK-COMP-CD  =  ZERO  THEN
             PERFORM  LOAD-CSC-RTN
             PERFORM  LOAD-CLP-RTN
             PERFORM  LOAD-INV-RTN
             PERFORM  LOAD-APH-RTN
             PERFORM  LOAD-CHH-RTN
             PERFORM  JUDGE-RTN
           END-IF.
           PERFORM  END-RTN.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理　基準日・丸め単位と評価期間の決定
      ********************************************************
       INIT-RTN                   SECTION.
           ACCEPT  WK-KIJUN-X  FROM  ENVIRONMENT
                   "KUBM048-KIJUN-YMD".
           IF  WK-KIJUN-X  IS  NUMERIC  THEN
             MOVE  WK-KIJUN-X  TO  WK-KIJUN-YMD
           ELSE
             MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-KIJUN-YMD
           END-IF.
           ACCEPT  WK-MARUME-X  FROM  ENVIRONMENT
                   "KUBM048-MARUME".
           IF  WK-MARUME-X  NOT  =  SPACE  THEN
             MOVE  FUNCTION NUMVAL(WK-MARUME-X)  TO  WK-MARUME
           END-IF.
           IF  WK-MARUME  =  0  THEN
             MOVE  1  TO  WK-MARUME
           END-IF.
      *期間の終了日＝基準月初日の前日、開始日＝その3か月前の月初
           COMPUTE  WK-TSUKI-YMD  =
             WK-KIJUN-YMD  -  FUNCTION MOD(WK-KIJUN-YMD  100)  +  1.
           COMPUTE  WK-TO-DAY  =
             FUNCTION INTEGER-OF-DATE(WK-TSUKI-YMD)  -  1.
           COMPUTE  WK-TO-YMD  =
             FUNCTION DATE-OF-INTEGER(WK-TO-DAY).
           MOVE  WK-KIJUN-YY  TO  WK-FROM-YY.
           MOVE  01           TO  WK-FROM-DD.
           IF  WK-KIJUN-MM  >  3  THEN
             COMPUTE  WK-FROM-MM  =  WK-KIJUN-MM  -  3
           ELSE
             COMPUTE  WK-FROM-MM  =  WK-KIJUN-MM  +  9
             SUBTRACT  1  FROM  WK-FROM-YY
           END-IF.
           COMPUTE  WK-FROM-DAY  =
             FUNCTION INTEGER-OF-DATE(WK-FROM-YMD).
           COMPUTE  WK-DAY-CNT  =  WK-TO-DAY  -  WK-FROM-DAY  +  1.
           DISPLAY  "基準日=" WK-KIJUN-YMD
                    " 期間=" WK-FROM-YMD "-" WK-TO-YMD
                    " 丸め単位=" WK-MARUME.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "与信限度額見直し提案書　評価期間＝"
                     DELIMITED BY SIZE
                   WK-FROM-YMD  DELIMITED BY SIZE
                   "〜"  DELIMITED BY SIZE
                   WK-TO-YMD  DELIMITED BY SIZE
                   "　基準日＝"  DELIMITED BY SIZE
                   WK-KIJUN-YMD  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "コード"      TO  RPT-REC(1:9).
           MOVE  "得意先名"    TO  RPT-REC(10:12).
           MOVE  "現限度額"    TO  RPT-REC(27:12).
           MOVE  "ピーク残高"  TO  RPT-REC(39:15).
           MOVE  "利用"        TO  RPT-REC(56:6).
           MOVE  "日数"        TO  RPT-REC(62:6).
           MOVE  "督促"        TO  RPT-REC(68:6).
           MOVE  "保留"        TO  RPT-REC(74:6).
           MOVE  "評点"        TO  RPT-REC(80:6).
           MOVE  "率%"         TO  RPT-REC(86:4).
           MOVE  "新限度額"    TO  RPT-REC(91:12).
           MOVE  "備考"        TO  RPT-REC(103:6).
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 得意先マスタの読込（キー順）と評価先（親得意先）の決定
      ********************************************************
       LOAD-CMF-RTN               SECTION.
           OPEN  INPUT  CMF-FILE.
           IF  CMF-STATUS  NOT  =  "00"  THEN
             DISPLAY  "CMFオープン異常 STATUS="  CMF-STATUS
             MOVE  16  TO  WK-COMP-CD
             GO  TO  LOAD-CMF-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  CMF-FILE  NEXT  RECORD
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  CMF-CNT
                 IF  CT-CNT  <  2000  THEN
                   ADD  1  TO  CT-CNT
                   SET  CT-IDX  TO  CT-CNT
                   INITIALIZE  CT-ENT(CT-IDX)
                   MOVE  CFTOK-TOKU-COD  TO  CT-TOKU-COD(CT-IDX)
                   MOVE  CFTOK-TOKU-MEI  TO  CT-TOKU-MEI(CT-IDX)
                   MOVE  CFTOK-PARENT-COD
                     TO  CT-PARENT-COD(CT-IDX)
                   MOVE  CFTOK-CREDIT-LIMIT  TO  CT-LIMIT(CT-IDX)
                   MOVE  CT-CNT  TO  CT-GRP(CT-IDX)
                   MOVE  SPACE  TO  CT-PEND-FLG(CT-IDX)
                   MOVE  CFTOK-TORIHIKI-KBN
                     TO  CT-TORIHIKI-KBN(CT-IDX)
                 ELSE
                   MOVE  "Y"  TO  CT-OVER-FLG
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  CMF-FILE.
           IF  CT-OVER-FLG  =  "Y"  THEN
             DISPLAY  "*** 得意先テーブル上限超過"
                      "　提案せず"
             MOVE  8  TO  WK-COMP-CD
             GO  TO  LOAD-CMF-EXT
           END-IF.
      *親得意先のある支店は親の位置を評価先とする（親がマスタ
      *未登録なら支店自身）
           PERFORM  VARYING  WK-I  FROM  1  BY  1
             UNTIL  WK-I  >  CT-CNT
             IF  CT-PARENT-COD(WK-I)  NOT  =  SPACE  THEN
               MOVE  CT-PARENT-COD(WK-I)  TO  WK-FIND-COD
               PERFORM  FIND-CT-RTN
               IF  WK-CT-POS  >  0  THEN
                 MOVE  WK-CT-POS  TO  CT-GRP(WK-I)
               END-IF
             END-IF
           END-PERFORM.
       LOAD-CMF-EXT.
           EXIT.
      ********************************************************
      * 与信評点表のロード　未定義は既定の評点表
      ********************************************************
       LOAD-CSC-RTN               SECTION.
           OPEN  INPUT  CSC-FILE.
           IF  CSC-STATUS  =  "00"  THEN
             PERFORM  UNTIL  CSC-STATUS  NOT  =  "00"
               READ  CSC-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  CSCT-CNT  <  50  THEN
                     PERFORM  CSC-ADD-RTN
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  CSC-FILE
           END-IF.
           IF  CSCT-CNT  =  0  THEN
             DISPLAY  "CSCTBLなし　既定の評点表"
             PERFORM  CSC-DEFAULT-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 既定の評点表（基礎点100）
      *   支払日数　30日以内+20　45日以内+10　60日以内0
      *             90日以内-20　それ以上-40
      *   利用率　　50％以下0　80％以下+10　それ以上+20
      *   督促回数　0回+10　2回以内0　5回以内-20　それ以上-40
      *   保留回数　0回0　3回以内+10　それ以上+5
      *   新限度額　評点59以下70％　89以下90％　119以下据置
      *             139以下110％　それ以上120％
      ********************************************************
       CSC-DEFAULT-RTN            SECTION.
           MOVE  "D000000030+020000"  TO  CSC-REC.
           PERFORM  CSC-ADD-RTN.
           MOVE  "D000000045+010000"  TO  CSC-REC.
           PERFORM  CSC-ADD-RTN.
           MOVE  "D000000060+000000"  TO  CSC-REC.
           PERFORM  CSC-ADD-RTN.
           MOVE  "D000000090-020000"  TO  CSC-REC.
           PERFORM  CSC-ADD-RTN.
           MOVE  "D999999999-040000"  TO  CSC-REC.
           PERFORM  CSC-ADD-RTN.
           MOVE  "P000000050+000000"  TO  CSC-REC.
           PERFORM  CSC-ADD-RTN.
           MOVE  "P000000080+010000"  TO  CSC-REC.
           PERFORM  CSC-ADD-RTN.
           MOVE  "P999999999+020000"  TO  CSC-REC.
           PERFORM  CSC-ADD-RTN.
           MOVE  "N000000000+010000"  TO  CSC-REC.
           PERFORM  CSC-ADD-RTN.
           MOVE  "N000000002+000000"  TO  CSC-REC.
           PERFORM  CSC-ADD-RTN.
           MOVE  "N000000005-020000"  TO  CSC-REC.
           PERFORM  CSC-ADD-RTN.
           MOVE  "N999999999-040000"  TO  CSC-REC.
           PERFORM  CSC-ADD-RTN.
           MOVE  "H000000000+000000"  TO  CSC-REC.
           PERFORM  CSC-ADD-RTN.
           MOVE  "H000000003+010000"  TO  CSC-REC.
           PERFORM  CSC-ADD-RTN.
           MOVE  "H999999999+005000"  TO  CSC-REC.
           PERFORM  CSC-ADD-RTN.
           MOVE  "R000000059 000070"  TO  CSC-REC.
           PERFORM  CSC-ADD-RTN.
           MOVE  "R000000089 000090"  TO  CSC-REC.
           PERFORM  CSC-ADD-RTN.
           MOVE  "R000000119 000100"  TO  CSC-REC.
           PERFORM  CSC-ADD-RTN.
           MOVE  "R000000139 000110"  TO  CSC-REC.
           PERFORM  CSC-ADD-RTN.
           MOVE  "R999999999 000120"  TO  CSC-REC.
           PERFORM  CSC-ADD-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 評点表1行の登録（CSC-RECの内容）
      ********************************************************
       CSC-ADD-RTN                SECTION.
           ADD  1  TO  CSCT-CNT.
           SET  CSCT-IDX  TO  CSCT-CNT.
           MOVE  CSC-KBN    TO  CSCT-KBN(CSCT-IDX).
           MOVE  CSC-UPTO   TO  CSCT-UPTO(CSCT-IDX).
           MOVE  CSC-TEN    TO  CSCT-TEN(CSCT-IDX).
           IF  CSC-FUGO  =  "-"  THEN
             COMPUTE  CSCT-TEN(CSCT-IDX)  =  0  -  CSC-TEN
           END-IF.
           MOVE  CSC-RITSU  TO  CSCT-RITSU(CSCT-IDX).
       EXT.
           EXIT.
      ********************************************************
      * 提案ファイルの読込　承認待ち（未処理）の提案が残る
      * 得意先に印を付ける
      ********************************************************
       LOAD-CLP-RTN               SECTION.
           OPEN  INPUT  CLP-FILE.
           IF  CLP-STATUS  NOT  =  "00"  THEN
             DISPLAY  "提案ファイルなし"
             GO  TO  LOAD-CLP-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  CLP-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 IF  CLP-DONE-FLG  NOT  =  "D"  THEN
                   MOVE  CLP-TOKU-COD  TO  WK-FIND-COD
                   PERFORM  FIND-CT-RTN
                   IF  WK-CT-POS  >  0  THEN
                     MOVE  "Y"  TO  CT-PEND-FLG(WK-CT-POS)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  CLP-FILE.
       LOAD-CLP-EXT.
           EXIT.
      ********************************************************
      * 請求書レジスタの集計　現在の未回収残高、期間開始以降の
      * 発行額、期間内の日ごとの発行額、期間中の督促
      ********************************************************
       LOAD-INV-RTN               SECTION.
           OPEN  INPUT  INV-FILE.
           IF  INV-STATUS  NOT  =  "00"  THEN
             DISPLAY  "請求書レジスタなし"
             GO  TO  LOAD-INV-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  INV-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  INV-CNT
                 MOVE  INV-TOKU-COD  TO  WK-FIND-COD
                 PERFORM  FIND-CT-RTN
                 IF  WK-CT-POS  >  0  THEN
                   MOVE  CT-GRP(WK-CT-POS)  TO  WK-GRP
                   PERFORM  INV-POST-RTN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  INV-FILE.
       LOAD-INV-EXT.
           EXIT.
      ********************************************************
      * 請求書1通の集計（評価先WK-GRPへ）
      ********************************************************
       INV-POST-RTN               SECTION.
           ADD  INV-OPEN-ZAN  TO  CT-OPEN-NOW(WK-GRP).
           IF  INV-YMD  >=  WK-FROM-YMD  THEN
             ADD  INV-KINGAKU  TO  CT-ZAN-ADJ(WK-GRP)
           END-IF.
           IF  (INV-YMD  >=  WK-FROM-YMD)  AND
               (INV-YMD  <=  WK-TO-YMD)  THEN
             ADD  1  TO  CT-INV-CNT(WK-GRP)
             COMPUTE  WK-DAY-IDX  =
               FUNCTION INTEGER-OF-DATE(INV-YMD)  -  WK-FROM-DAY  +  1
             ADD  INV-KINGAKU  TO  CT-DAY-NET(WK-GRP  WK-DAY-IDX)
           END-IF.
           IF  (INV-DUN-LEVEL  IS  NUMERIC)  AND
               (INV-DUN-LEVEL  >  0)  AND
               (INV-DUN-YMD  >=  WK-FROM-YMD)  AND
               (INV-DUN-YMD  <=  WK-TO-YMD)  THEN
             ADD  INV-DUN-LEVEL  TO  CT-DUN-CNT(WK-GRP)
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 入金消込履歴の集計　期間開始以降の消込額、期間内の日ごと
      * の消込額と支払日数（発行日から入金日まで）
      ********************************************************
       LOAD-APH-RTN               SECTION.
           OPEN  INPUT  APH-FILE.
           IF  APH-STATUS  NOT  =  "00"  THEN
             DISPLAY  "入金消込履歴なし"
             GO  TO  LOAD-APH-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  APH-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  APH-CNT
                 MOVE  APH-TOKU-COD  TO  WK-FIND-COD
                 PERFORM  FIND-CT-RTN
                 IF  (WK-CT-POS  >  0)  AND
                     (APH-NYU-YMD  >=  WK-FROM-YMD)  THEN
                   MOVE  CT-GRP(WK-CT-POS)  TO  WK-GRP
                   PERFORM  APH-POST-RTN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  APH-FILE.
       LOAD-APH-EXT.
           EXIT.
      ********************************************************
      * 消込1件の集計（評価先WK-GRPへ、入金日が期間開始以降）
      * 入金が発行より前（前受けの充当）の支払日数はゼロとする
      ********************************************************
       APH-POST-RTN               SECTION.
           SUBTRACT  APH-KINGAKU  FROM  CT-ZAN-ADJ(WK-GRP).
           IF  APH-NYU-YMD  >  WK-TO-YMD  THEN
             GO  TO  APH-POST-EXT
           END-IF.
           COMPUTE  WK-DAY-IDX  =
             FUNCTION INTEGER-OF-DATE(APH-NYU-YMD)
             -  WK-FROM-DAY  +  1.
           SUBTRACT  APH-KINGAKU  FROM  CT-DAY-NET(WK-GRP  WK-DAY-IDX).
           IF  (APH-INV-YMD  IS  NUMERIC)  AND
               (APH-INV-YMD  >  ZERO)  AND
               (APH-KINGAKU  >  0)  THEN
             COMPUTE  WK-DAYS  =
               FUNCTION INTEGER-OF-DATE(APH-NYU-YMD)  -
               FUNCTION INTEGER-OF-DATE(APH-INV-YMD)
             IF  WK-DAYS  <  0  THEN
               MOVE  0  TO  WK-DAYS
             END-IF
             ADD  APH-KINGAKU  TO  CT-PAY-KIN(WK-GRP)
             COMPUTE  CT-PAY-DAYS-KIN(WK-GRP)  =
               CT-PAY-DAYS-KIN(WK-GRP)  +  APH-KINGAKU  *  WK-DAYS
           END-IF.
       APH-POST-EXT.
           EXIT.
      ********************************************************
      * 与信保留履歴の集計（期間内に保留へ回った明細数）
      ********************************************************
       LOAD-CHH-RTN               SECTION.
           OPEN  INPUT  CHH-FILE.
           IF  CHH-STATUS  NOT  =  "00"  THEN
             DISPLAY  "与信保留履歴なし"
             GO  TO  LOAD-CHH-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  CHH-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  CHH-CNT
                 IF  (HIS-RUN-DATE  >=  WK-FROM-YMD)  AND
                     (HIS-RUN-DATE  <=  WK-TO-YMD)  THEN
                   MOVE  JF020-TOKU-COD  TO  WK-FIND-COD
                   PERFORM  FIND-CT-RTN
                   IF  WK-CT-POS  >  0  THEN
                     MOVE  CT-GRP(WK-CT-POS)  TO  WK-GRP
                     ADD  1  TO  CT-HOLD-CNT(WK-GRP)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  CHH-FILE.
       LOAD-CHH-EXT.
           EXIT.
      ********************************************************
      * 評価先（親得意先のない得意先・親得意先）ごとの判定
      ********************************************************
       JUDGE-RTN                  SECTION.
           PERFORM  VARYING  WK-GRP  FROM  1  BY  1
             UNTIL  WK-GRP  >  CT-CNT
             IF  CT-GRP(WK-GRP)  =  WK-GRP  THEN
               PERFORM  JUDGE-ONE-RTN
             END-IF
           END-PERFORM.
           MOVE  SPACE  TO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  TEIAN-CNT   TO  WK-CNT-DISP.
           MOVE  "提案="        TO  RPT-REC(1:7).
           MOVE  WK-CNT-DISP   TO  RPT-REC(8:5).
           MOVE  SUEOKI-CNT  TO  WK-CNT-DISP.
           MOVE  "据置="        TO  RPT-REC(15:7).
           MOVE  WK-CNT-DISP   TO  RPT-REC(22:5).
           MOVE  PEND-CNT    TO  WK-CNT-DISP.
           MOVE  "承認待ちあり="  TO  RPT-REC(29:19).
           MOVE  WK-CNT-DISP   TO  RPT-REC(48:5).
           MOVE  NODATA-CNT  TO  WK-CNT-DISP.
           MOVE  "実績なし="    TO  RPT-REC(55:13).
           MOVE  WK-CNT-DISP   TO  RPT-REC(68:5).
           MOVE  ZERO-CNT    TO  WK-CNT-DISP.
           MOVE  "限度額ゼロ="  TO  RPT-REC(75:16).
           MOVE  WK-CNT-DISP   TO  RPT-REC(91:5).
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 1評価先の判定　評点の算出、新限度額、提案の書き出し
      ********************************************************
       JUDGE-ONE-RTN              SECTION.
           IF  CT-TORIHIKI-KBN(WK-GRP)  =  "C"  THEN
             ADD  1  TO  KAIYAKU-CNT
             GO  TO  JUDGE-ONE-EXT
           END-IF.
           IF  CT-LIMIT(WK-GRP)  <=  0  THEN
             ADD  1  TO  ZERO-CNT
             GO  TO  JUDGE-ONE-EXT
           END-IF.
      *期間開始時点の残高＝現在残高−（期間開始以降の発行−消込）
           COMPUTE  WK-ZAN  =
             CT-OPEN-NOW(WK-GRP)  -  CT-ZAN-ADJ(WK-GRP).
           IF  (CT-INV-CNT(WK-GRP)  =  0)  AND
               (CT-PAY-KIN(WK-GRP)  =  0)  AND
               (WK-ZAN  <=  0)  THEN
             ADD  1  TO  NODATA-CNT
             GO  TO  JUDGE-ONE-EXT
           END-IF.
           PERFORM  PEAK-RTN.
           MOVE  100  TO  WK-SCORE.
      *支払日数　期間中の消込がなければ評価しない
           MOVE  0  TO  WK-PAY-DAYS.
           IF  CT-PAY-KIN(WK-GRP)  >  0  THEN
             COMPUTE  WK-PAY-DAYS  ROUNDED  =
               CT-PAY-DAYS-KIN(WK-GRP)  /  CT-PAY-KIN(WK-GRP)
             MOVE  "D"  TO  WK-TEN-KBN
             MOVE  WK-PAY-DAYS  TO  WK-TEN-VAL
             PERFORM  TEN-RTN
             ADD  WK-TEN  TO  WK-SCORE
           END-IF.
           IF  WK-PEAK  >  0  THEN
             COMPUTE  WK-RIYOU-RITSU  ROUNDED  =
               WK-PEAK  *  100  /  CT-LIMIT(WK-GRP)
               ON SIZE ERROR
                 MOVE  999999999  TO  WK-RIYOU-RITSU
             END-COMPUTE
           ELSE
             MOVE  0  TO  WK-RIYOU-RITSU
           END-IF.
           MOVE  "P"  TO  WK-TEN-KBN.
           MOVE  WK-RIYOU-RITSU  TO  WK-TEN-VAL.
           PERFORM  TEN-RTN.
           ADD  WK-TEN  TO  WK-SCORE.
           MOVE  "N"  TO  WK-TEN-KBN.
           MOVE  CT-DUN-CNT(WK-GRP)  TO  WK-TEN-VAL.
           PERFORM  TEN-RTN.
           ADD  WK-TEN  TO  WK-SCORE.
           MOVE  "H"  TO  WK-TEN-KBN.
           MOVE  CT-HOLD-CNT(WK-GRP)  TO  WK-TEN-VAL.
           PERFORM  TEN-RTN.
           ADD  WK-TEN  TO  WK-SCORE.
           IF  WK-SCORE  <  0  THEN
             MOVE  0  TO  WK-SCORE
           END-IF.
      *評点から新限度額の率を引き、丸め単位未満を切り捨てる
           MOVE  100  TO  WK-RITSU.
           MOVE  "N"  TO  WK-CSC-FOUND-FLG.
           PERFORM  VARYING  CSCT-IDX  FROM  1  BY  1
             UNTIL  (CSCT-IDX  >  CSCT-CNT)  OR
                    (WK-CSC-FOUND-FLG  =  "Y")
             IF  (CSCT-KBN(CSCT-IDX)  =  "R")  AND
                 (WK-SCORE  <=  CSCT-UPTO(CSCT-IDX))  THEN
               MOVE  CSCT-RITSU(CSCT-IDX)  TO  WK-RITSU
               MOVE  "Y"  TO  WK-CSC-FOUND-FLG
             END-IF
           END-PERFORM.
           COMPUTE  WK-TANI-SU  =
             CT-LIMIT(WK-GRP)  *  WK-RITSU  /  100  /  WK-MARUME.
           COMPUTE  WK-NEW-LIMIT  =  WK-TANI-SU  *  WK-MARUME.
           EVALUATE  TRUE
             WHEN  WK-NEW-LIMIT  =  CT-LIMIT(WK-GRP)
               ADD  1  TO  SUEOKI-CNT
               MOVE  "据置"  TO  WK-BIKO
             WHEN  CT-PEND-FLG(WK-GRP)  =  "Y"
               ADD  1  TO  PEND-CNT
               MOVE  "承認待ちあり"  TO  WK-BIKO
             WHEN  OTHER
               PERFORM  CLP-WRITE-RTN
               ADD  1  TO  TEIAN-CNT
               IF  WK-NEW-LIMIT  >  CT-LIMIT(WK-GRP)  THEN
                 MOVE  "提案（増額）"  TO  WK-BIKO
               ELSE
                 MOVE  "提案（減額）"  TO  WK-BIKO
               END-IF
           END-EVALUATE.
           PERFORM  LINE-RTN.
       JUDGE-ONE-EXT.
           EXIT.
      ********************************************************
      * ピーク残高　期間開始時点の残高(WK-ZAN)へ日ごとの発行額−
      * 消込額を積み上げた最大値（ゼロ未満はゼロ）
      ********************************************************
       PEAK-RTN                   SECTION.
           MOVE  WK-ZAN  TO  WK-PEAK.
           PERFORM  VARYING  WK-DAY-IDX  FROM  1  BY  1
             UNTIL  WK-DAY-IDX  >  WK-DAY-CNT
             ADD  CT-DAY-NET(WK-GRP  WK-DAY-IDX)  TO  WK-ZAN
             IF  WK-ZAN  >  WK-PEAK  THEN
               MOVE  WK-ZAN  TO  WK-PEAK
             END-IF
           END-PERFORM.
           IF  WK-PEAK  <  0  THEN
             MOVE  0  TO  WK-PEAK
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 評点表の引き当て　項目WK-TEN-KBNで値WK-TEN-VAL以下の
      * 最初の行の点数（該当なしはゼロ）
      ********************************************************
       TEN-RTN                    SECTION.
           MOVE  0  TO  WK-TEN.
           MOVE  "N"  TO  WK-CSC-FOUND-FLG.
           PERFORM  VARYING  CSCT-IDX  FROM  1  BY  1
             UNTIL  (CSCT-IDX  >  CSCT-CNT)  OR
                    (WK-CSC-FOUND-FLG  =  "Y")
             IF  (CSCT-KBN(CSCT-IDX)  =  WK-TEN-KBN)  AND
                 (WK-TEN-VAL  <=  CSCT-UPTO(CSCT-IDX))  THEN
               MOVE  CSCT-TEN(CSCT-IDX)  TO  WK-TEN
               MOVE  "Y"  TO  WK-CSC-FOUND-FLG
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 提案ファイルへの追記（審査・反映の記入欄は空けておく）
      ********************************************************
       CLP-WRITE-RTN              SECTION.
           OPEN  EXTEND  CLP-FILE.
           IF  CLP-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  CLP-FILE
           END-IF.
           MOVE  SPACE  TO  CLP-REC.
           MOVE  WK-KIJUN-YMD  TO  CLP-YMD.
           MOVE  WK-FROM-YMD   TO  CLP-FROM-YMD.
           MOVE  WK-TO-YMD     TO  CLP-TO-YMD.
           MOVE  CT-TOKU-COD(WK-GRP)  TO  CLP-TOKU-COD.
           MOVE  CT-LIMIT(WK-GRP)     TO  CLP-OLD-LIMIT.
           MOVE  WK-NEW-LIMIT         TO  CLP-NEW-LIMIT.
           MOVE  WK-SCORE             TO  CLP-SCORE.
           MOVE  WK-PAY-DAYS          TO  CLP-PAY-DAYS.
           MOVE  WK-PEAK              TO  CLP-PEAK-ZAN.
           MOVE  CT-DUN-CNT(WK-GRP)   TO  CLP-DUN-CNT.
           MOVE  CT-HOLD-CNT(WK-GRP)  TO  CLP-HOLD-CNT.
           MOVE  ZERO                 TO  CLP-DONE-YMD.
           WRITE  CLP-REC.
           CLOSE  CLP-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 提案書の明細行
      ********************************************************
       LINE-RTN                   SECTION.
           MOVE  SPACE  TO  WK-LINE.
           MOVE  CT-TOKU-COD(WK-GRP)  TO  WK-TOKU-COD-O.
           MOVE  CT-TOKU-MEI(WK-GRP)  TO  WK-TOKU-MEI-O.
           MOVE  CT-LIMIT(WK-GRP)     TO  WK-LIMIT-O.
           MOVE  WK-PEAK              TO  WK-PEAK-O.
           IF  WK-RIYOU-RITSU  >  9999  THEN
             MOVE  9999  TO  WK-RIYOU-O
           ELSE
             MOVE  WK-RIYOU-RITSU  TO  WK-RIYOU-O
           END-IF.
           IF  CT-PAY-KIN(WK-GRP)  >  0  THEN
             MOVE  WK-PAY-DAYS  TO  WK-DAYS-DISP
             MOVE  WK-DAYS-DISP  TO  WK-DAYS-O
           ELSE
             MOVE  "   -"  TO  WK-DAYS-O
           END-IF.
           MOVE  CT-DUN-CNT(WK-GRP)   TO  WK-DUN-O.
           MOVE  CT-HOLD-CNT(WK-GRP)  TO  WK-HOLD-O.
           MOVE  WK-SCORE             TO  WK-SCORE-O.
           MOVE  WK-RITSU             TO  WK-RITSU-O.
           MOVE  WK-NEW-LIMIT         TO  WK-NEW-LIMIT-O.
           MOVE  WK-BIKO              TO  WK-BIKO-O.
           MOVE  WK-LINE  TO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 得意先テーブルの検索（WK-FIND-COD→WK-CT-POS、なしはゼロ）
      ********************************************************
       FIND-CT-RTN                SECTION.
           MOVE  0  TO  WK-CT-POS.
           PERFORM  VARYING  CT-IDX  FROM  1  BY  1
             UNTIL  (CT-IDX  >  CT-CNT)  OR  (WK-CT-POS  >  0)
             IF  CT-TOKU-COD(CT-IDX)  =  WK-FIND-COD  THEN
               SET  WK-CT-POS  TO  CT-IDX
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 帳票1行の出力
      ********************************************************
       RPT-WRITE-RTN              SECTION.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       END-RTN                    SECTION.
           PERFORM  JOB-STAT-WRITE-RTN.
           CLOSE  RPT-FILE.
           DISPLAY  "CMF-CNT  = "  CMF-CNT.
           DISPLAY  "INV-CNT  = "  INV-CNT.
           DISPLAY  "APH-CNT  = "  APH-CNT.
           DISPLAY  "CHH-CNT  = "  CHH-CNT.
           DISPLAY  "提案　　 = "  TEIAN-CNT.
           DISPLAY  "据置　　 = "  SUEOKI-CNT.
           DISPLAY  "承認待ち = "  PEND-CNT.
           DISPLAY  "解約　　 = "  KAIYAKU-CNT.
           DISPLAY  "*** END KUBM048 ***".
       EXT.
           EXIT.
      ********************************************************
      * ジョブ統計ロガー(KCBS020)へ本バッチの運転実績を1件追記する
      ********************************************************
       JOB-STAT-WRITE-RTN         SECTION.
           MOVE  "KUBM048"  TO  S020-PGM-ID.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-END-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-END-TIME.
           MOVE  CMF-CNT    TO  S020-IN-CNT.
           MOVE  TEIAN-CNT  TO  S020-OUT-CNT.
           CALL  "KCBS020"  USING  KCBS020-P1.
       EXT.
           EXIT.
