       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KUBM050.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：売上
      * プログラム名  ：延滞利息請求（月次）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：利息請求書の請求額を請求書レジスタの非課税の
      *                 内訳へ設定
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：得意先マスタ書換の前後イメージを更新イメージ
      *                 ジャーナラ(KCBS060)へ記帳（項目変更監査用）
      ********************************************************
      *支払期日を過ぎた請求書(INV)の未回収残高に、通貨別の延滞
      *利率表(LIR、KUCFLIR形式)の年利率で日割りの延滞利息を計算
      *し、請求先×通貨ごとに1通の利息請求書を発行する。利息請求
      *書は請求書発行(KUBM030)と同じ採番管理(INVCTL)で番号を取り、
      *請求書レジスタへ追記して得意先残高へ計上するため、通常の
      *請求書と同じく年齢表・督促・入金消込の対象となる。
      *延滞利息は消費税の不課税取引として税率内訳はゼロとする。
      *処理は2段階で、環境変数KUBM050-MODEで指定する。
      *  "P"（試算、未指定時）　利息を計算して延滞利息計算ファイル
      *      (LIP、KUCFLIP形式)と試算表を作成する。計上は行わない。
      *      与信管理担当は請求しない行の免除区分へ"W"を記入する
      *  "K"（計上）　試算済みのLIPを読み、免除区分が空白の行を
      *      請求先×通貨ごとに利息請求書として発行する。免除した
      *      行は履歴へ記録するのみ。LIPへ計上済みを書き戻す
      *利息の計算期間は支払期日（前回計上した期間があればその
      *終了日）の翌日から基準日までとし、延滞利息履歴(LIH、
      *KUCFLIH形式)で同じ期間を二重に請求しない。支払期日から
      *猶予日数以内の遅れ、利息請求書自体、得意先マスタの延滞利息
      *区分(CFTOK-RISOKU-KBN)が"M"（免除）の請求先は対象外。
      *利息は計算時点の未回収残高に対する日割り（年365日、1円未満
      *切り捨て）とする。
      *計上した利息は会計連携(GLLI、KUCFGLI形式)へ円換算して渡し、
      *KCBM080が連携元LIとして仕訳にする。
      *基準日は環境変数KUBM050-KIJUN-YMD（試算のみ、未指定は実行
      *日）。計上はLIPに記録された基準日で行う。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *得意先マスタ（免除区分の参照、計上時は残高を更新）
           SELECT  CMF-FILE  ASSIGN TO  EXTERNAL  CMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFTOK-TOKU-COD
                             FILE STATUS  IS CMF-STATUS.
      *請求書レジスタ（試算は読込、計上は利息請求書を追記）
           SELECT  INV-FILE  ASSIGN TO  EXTERNAL  INV
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS INV-STATUS.
      *請求書採番管理（KUBM030と共用、計上後に書き戻す）
           SELECT  CTL-FILE  ASSIGN TO  EXTERNAL  INVCTL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS CTL-STATUS.
      *延滞利率表（外部定義）
           SELECT  LIR-FILE  ASSIGN TO  EXTERNAL  LIR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS LIR-STATUS.
      *延滞利息履歴（計上時に追記）
           SELECT  LIH-FILE  ASSIGN TO  EXTERNAL  LIH
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS LIH-STATUS.
      *延滞利息計算ファイル（試算で作成、計上で読込・書き戻し）
           SELECT  LIP-FILE  ASSIGN TO  EXTERNAL  LIP
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS LIP-STATUS.
      *為替レートファイル（外貨建て利息請求書の発行時レート）
           SELECT  RATE-FILE ASSIGN TO  EXTERNAL  RATE
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS RATE-STATUS.
      *OUTPUT 延滞利息の会計連携（計上時のみ）
           SELECT  GLI-FILE  ASSIGN TO  EXTERNAL  GLLI
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 延滞利息試算表／延滞利息請求書
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 帳票索引（利息請求書1通1件、計上時のみ）
           SELECT  DIX-FILE  ASSIGN TO  EXTERNAL  DIX
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS DIX-STATUS.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  CMF-FILE.
       01  CMF-REC.
           COPY  KCCFTOK.
       FD  INV-FILE.
       01  INV-REC.
           COPY  KUCF030.
       FD  CTL-FILE.
       01  CTL-REC.
         02  CTL-NEXT-NO          PIC  9(7).
       FD  LIR-FILE.
       01  LIR-REC.
           COPY  KUCFLIR.
       FD  LIH-FILE.
       01  LIH-REC.
           COPY  KUCFLIH.
       FD  LIP-FILE.
       01  LIP-REC.
           COPY  KUCFLIP.
       FD  RATE-FILE.
       01  RATE-REC.
           COPY  KJCRATE.
       FD  GLI-FILE.
       01  GLI-REC.
           COPY  KUCFGLI.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
       FD  DIX-FILE.
       01  DIX-REC.
           COPY  KCCDIX.
      *
       WORKING-STORAGE            SECTION.
      *更新イメージジャーナラ(KCBS060)への連絡領域と更新前退避
       COPY  KCBS060P.
       01  WK-BIJ-OLD-IMG         PIC  X(200)  VALUE  SPACE.
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  INV-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CTL-STATUS             PIC  X(2)    VALUE  SPACE.
       01  LIR-STATUS             PIC  X(2)    VALUE  SPACE.
       01  LIH-STATUS             PIC  X(2)    VALUE  SPACE.
       01  LIP-STATUS             PIC  X(2)    VALUE  SPACE.
       01  RATE-STATUS            PIC  X(2)    VALUE  SPACE.
       01  DIX-STATUS             PIC  X(2)    VALUE  SPACE.
       01  INV-CNT                PIC  9(7)    VALUE  0.
       01  LIH-CNT                PIC  9(7)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
      *試算の件数（対象・免除得意先・利率未定義・猶予内・少額）
       01  TAISHO-CNT             PIC  9(5)    VALUE  0.
       01  MENJO-CNT              PIC  9(5)    VALUE  0.
       01  NORATE-CNT             PIC  9(5)    VALUE  0.
       01  YUYO-CNT               PIC  9(5)    VALUE  0.
       01  SHOGAKU-CNT            PIC  9(5)    VALUE  0.
       01  WAIVE-KEEP-CNT         PIC  9(5)    VALUE  0.
      *計上の件数（利息請求書・計上行・免除行・計上済み・保留）
       01  RINV-CNT               PIC  9(5)    VALUE  0.
       01  POST-CNT               PIC  9(5)    VALUE  0.
       01  WAIVE-CNT              PIC  9(5)    VALUE  0.
       01  DONE-CNT               PIC  9(5)    VALUE  0.
       01  NG-CNT                 PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
      *処理区分　P=試算　K=計上
       01  WK-MODE                PIC  X(1)    VALUE  SPACE.
       01  WK-KIJUN-X             PIC  X(8)    VALUE  SPACE.
       01  WK-KIJUN-YMD           PIC  9(8)    VALUE  0.
       01  WK-KIJUN-DAY           PIC  9(8)    VALUE  0.
       01  WK-TODAY               PIC  9(8)    VALUE  0.
      *延滞利率表
       01  LRT-CNT                PIC  9(2)    VALUE  ZERO.
       01  LRT-TBL.
         02  LRT-ENT  OCCURS 20 TIMES INDEXED BY LRT-IDX.
           03  LRT-TSUKA-COD      PIC  X(3).
           03  LRT-NENRITSU       PIC  9(2)V9(3).
           03  LRT-YUYO-DAYS      PIC  9(3).
           03  LRT-MIN-KIN        PIC  9(7).
       01  WK-LRT-POS             PIC  9(2)    VALUE  0.
      *延滞利息履歴の要約　請求書ごとの計算済み終了日と、利息
      *請求書の番号（利息を付けない請求書）
       01  LHT-CNT                PIC  9(4)    VALUE  ZERO.
       01  LHT-TBL.
         02  LHT-ENT  OCCURS 9999 TIMES INDEXED BY LHT-IDX.
           03  LHT-INV-NO         PIC  9(7).
           03  LHT-TO-YMD         PIC  9(8).
           03  LHT-RINV-FLG       PIC  X(1).
       01  WK-LHT-POS             PIC  9(4)    VALUE  0.
       01  WK-FIND-NO             PIC  9(7)    VALUE  0.
      *前回試算の免除指定（同じ基準日の試算のやり直しで引き継ぐ）
       01  WVT-CNT                PIC  9(4)    VALUE  ZERO.
       01  WVT-TBL.
         02  WVT-ENT  OCCURS 9999 TIMES INDEXED BY WVT-IDX.
           03  WVT-INV-NO         PIC  9(7).
      *延滞利息計算ファイルの全件（計上時、書き戻し用）
       01  LPT-CNT                PIC  9(4)    VALUE  ZERO.
       01  LPT-TBL.
         02  LPT-ENT  OCCURS 5000 TIMES INDEXED BY LPT-IDX.
           03  LPT-IMG            PIC  X(82).
       01  WK-LIP-REC-1.
           COPY  KUCFLIP.
      *請求先×通貨の利息集計（計上時）
       01  GRP-CNT                PIC  9(4)    VALUE  ZERO.
       01  GRP-TBL.
         02  GRP-ENT  OCCURS 2000 TIMES INDEXED BY GRP-IDX.
           03  GRP-TOKU-COD       PIC  X(4).
           03  GRP-TSUKA-COD      PIC  X(3).
           03  GRP-KINGAKU        PIC  S9(9).
           03  GRP-LINE-CNT       PIC  9(4).
      *会計連携の得意先別円換算額（計上時）
       01  GLT-CNT                PIC  9(4)    VALUE  ZERO.
       01  GLT-TBL.
         02  GLT-ENT  OCCURS 2000 TIMES INDEXED BY GLT-IDX.
           03  GLT-TOKU-COD       PIC  X(4).
           03  GLT-KINGAKU        PIC  S9(11).
       01  WK-GL-SUM              PIC  S9(11)  VALUE  0.
       01  WK-YEN                 PIC  S9(11)  VALUE  0.
      *試算表の通貨別合計
       01  TOT-CNT                PIC  9(2)    VALUE  ZERO.
       01  TOT-TBL.
         02  TOT-ENT  OCCURS 20 TIMES INDEXED BY TOT-IDX.
           03  TOT-TSUKA-COD      PIC  X(3).
           03  TOT-KENSU          PIC  9(5).
           03  TOT-KINGAKU        PIC  S9(11).
      *1請求書の利息計算
       01  WK-DUE-BASE            PIC  9(8)    VALUE  0.
       01  WK-FROM-YMD            PIC  9(8)    VALUE  0.
       01  WK-DAYS                PIC  9(5)    VALUE  0.
       01  WK-OVER-DAYS           PIC  9(5)    VALUE  0.
       01  WK-RISOKU              PIC  S9(9)   VALUE  0.
      *次請求書番号（採番管理ファイルから、未作成時は1から）
       01  WK-NEXT-NO             PIC  9(7)    VALUE  1.
      *発行時為替レート　通貨別に本日有効な最新レートを保持する
       01  WK-RATE-MERGE-FLG      PIC  X       VALUE  "N".
       01  WK-RATE-CNT            PIC  9(2)    VALUE  0.
       01  WK-RATE-TBL.
         02  WK-RATE-ENT  OCCURS 20 TIMES INDEXED BY WK-RATE-IDX.
           03  WK-RATE-TSUKA-COD  PIC  X(3).
           03  WK-RATE-RATE       PIC  9(5)V9(4).
           03  WK-RATE-TEKIYO     PIC  9(8).
       01  WK-RATE                PIC  9(5)V9(4) VALUE  0.
      *支払期日の算出（KUBM030と同じ締め日・支払条件の扱い）
       01  WK-SHIME-YMD           PIC  9(8)    VALUE  0.
       01  WK-DUE-YMD             PIC  9(8)    VALUE  0.
       01  WK-DAY-PARM            PIC  9(2)    VALUE  0.
       01  WK-CALC-YMD            PIC  9(8)    VALUE  0.
       01  WK-CALC-YMD-R  REDEFINES  WK-CALC-YMD.
         02  WK-CALC-YY           PIC  9(4).
         02  WK-CALC-MM           PIC  9(2).
         02  WK-CALC-DD           PIC  9(2).
       01  WK-MATSU-YMD           PIC  9(8)    VALUE  0.
       01  WK-MATSU-YMD-R  REDEFINES  WK-MATSU-YMD.
         02  WK-MATSU-YY          PIC  9(4).
         02  WK-MATSU-MM          PIC  9(2).
         02  WK-MATSU-DD          PIC  9(2).
       01  WK-CALC-INT            PIC  9(8)    VALUE  0.
      *帳票索引　利息請求書の先頭行
       01  WK-DIX-FLG             PIC  X       VALUE  "N".
       01  WK-DIX-FROM            PIC  9(7)    VALUE  0.
      *得意先マスタのオープン状態
       01  WK-CMF-OPEN-FLG        PIC  X       VALUE  "N".
      *明細行の編集域
       01  WK-LINE.
         02  WK-TOKU-COD-O        PIC  X(4).
         02  FILLER               PIC  X(1).
         02  WK-INV-NO-O          PIC  9(7).
         02  FILLER               PIC  X(1).
         02  WK-TSUKA-O           PIC  X(3).
         02  WK-ZAN-O             PIC  ----,---,--9.
         02  FILLER               PIC  X(1).
         02  WK-DUE-O             PIC  9(8).
         02  FILLER               PIC  X(1).
         02  WK-FROM-O            PIC  9(8).
         02  FILLER               PIC  X(1).
         02  WK-TO-O              PIC  9(8).
         02  WK-DAYS-O            PIC  ZZZZ9.
         02  FILLER               PIC  X(1).
         02  WK-RITSU-O           PIC  Z9.999.
         02  WK-RISOKU-O          PIC  ---,---,--9.
         02  FILLER               PIC  X(1).
         02  WK-BIKO-O            PIC  X(18).
       01  WK-KIN-DISP            PIC  ----,---,---,--9.
       01  WK-CNT-DISP            PIC  ZZZZ9.
      *ジョブ統計ロガー(KCBS020)への連絡領域
       COPY  KCBS020P.
      *完了コード　0=正常 4=対象なし 8=計上保留あり
      *           16=利率表・計算ファイルなし、テーブル上限超過
       01  WK-COMP-CD             PIC  9(2)    VALUE  ZERO.
      ********************************************************
      * 延滞利息請求の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KUBM050 ***".
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-START-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-START-TIME.
           PERFORM  INIT-RTN.
           PERFORM  LOAD-LIH-RTN.
           IF  WK-COMP-CD  <  16  THEN
             IF  WK-MODE  =  "K"  THEN
               PERFORM  POST-RTN
             ELSE
               PERFORM  PREVIEW-RTN
             END-IF
           END-IF.
           PERFORM  END-RTN.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理　処理区分・基準日の決定
      ********************************************************
       INIT-RTN                   SECTION.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-TODAY.
           ACCEPT  WK-MODE  FROM  ENVIRONMENT  "KUBM050-MODE".
           IF  WK-MODE  NOT  =  "K"  THEN
             MOVE  "P"  TO  WK-MODE
           END-IF.
           ACCEPT  WK-KIJUN-X  FROM  ENVIRONMENT
                   "KUBM050-KIJUN-YMD".
           IF  WK-KIJUN-X  IS  NUMERIC  THEN
             MOVE  WK-KIJUN-X  TO  WK-KIJUN-YMD
           ELSE
             MOVE  WK-TODAY  TO  WK-KIJUN-YMD
           END-IF.
           DISPLAY  "処理区分="  WK-MODE.
           OPEN  OUTPUT  RPT-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 延滞利息履歴のロード　請求書ごとの計算済み終了日の最大と
      * 利息請求書の番号を得る（未作成は初回）
      ********************************************************
       LOAD-LIH-RTN               SECTION.
           OPEN  INPUT  LIH-FILE.
           IF  LIH-STATUS  NOT  =  "00"  THEN
             DISPLAY  "LIHなし　初回計算"
             GO  TO  LOAD-LIH-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  LIH-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  LIH-CNT
                 MOVE  LIH-INV-NO  TO  WK-FIND-NO
                 PERFORM  LHT-ADD-RTN
                 IF  WK-LHT-POS  >  0  THEN
                   IF  LIH-TO-YMD  >  LHT-TO-YMD(WK-LHT-POS)  THEN
                     MOVE  LIH-TO-YMD  TO  LHT-TO-YMD(WK-LHT-POS)
                   END-IF
                 END-IF
                 IF  LIH-RINV-NO  >  0  THEN
                   MOVE  LIH-RINV-NO  TO  WK-FIND-NO
                   PERFORM  LHT-ADD-RTN
                   IF  WK-LHT-POS  >  0  THEN
                     MOVE  "Y"  TO  LHT-RINV-FLG(WK-LHT-POS)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  LIH-FILE.
           DISPLAY  "延滞利息履歴 件数="  LIH-CNT
                    " 請求書数="  LHT-CNT.
       LOAD-LIH-EXT.
           EXIT.
      ********************************************************
      * 履歴要約の検索・追加（WK-FIND-NO→WK-LHT-POS）
      * 上限超過は二重請求を防げないため異常終了とする
      ********************************************************
       LHT-ADD-RTN                SECTION.
           PERFORM  LHT-FIND-RTN.
           IF  WK-LHT-POS  >  0  THEN
             GO  TO  LHT-ADD-EXT
           END-IF.
           IF  LHT-CNT  >=  9999  THEN
             IF  WK-COMP-CD  <  16  THEN
               DISPLAY  "*** 延滞利息履歴の上限超過"
               MOVE  16  TO  WK-COMP-CD
             END-IF
             GO  TO  LHT-ADD-EXT
           END-IF.
           ADD  1  TO  LHT-CNT.
           SET  LHT-IDX  TO  LHT-CNT.
           MOVE  WK-FIND-NO  TO  LHT-INV-NO(LHT-IDX).
           MOVE  ZERO        TO  LHT-TO-YMD(LHT-IDX).
           MOVE  "N"         TO  LHT-RINV-FLG(LHT-IDX).
           MOVE  LHT-CNT     TO  WK-LHT-POS.
       LHT-ADD-EXT.
           EXIT.
      *
       LHT-FIND-RTN               SECTION.
           MOVE  0  TO  WK-LHT-POS.
           PERFORM  VARYING  LHT-IDX  FROM  1  BY  1
             UNTIL  (LHT-IDX  >  LHT-CNT)  OR  (WK-LHT-POS  >  0)
             IF  LHT-INV-NO(LHT-IDX)  =  WK-FIND-NO  THEN
               SET  WK-LHT-POS  TO  LHT-IDX
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 試算　延滞している請求書ごとに利息を計算し、計算ファイル
      * と試算表を作成する
      ********************************************************
       PREVIEW-RTN                SECTION.
           COMPUTE  WK-KIJUN-DAY  =
             FUNCTION INTEGER-OF-DATE(WK-KIJUN-YMD).
           DISPLAY  "基準日="  WK-KIJUN-YMD.
           PERFORM  LOAD-LIR-RTN.
           IF  WK-COMP-CD  >=  16  THEN
             GO  TO  PREVIEW-EXT
           END-IF.
           PERFORM  LOAD-WAIVE-RTN.
           OPEN  INPUT  CMF-FILE.
           IF  CMF-STATUS  NOT  =  "00"  THEN
             DISPLAY  "*** CMFオープン不可 "  CMF-STATUS
             MOVE  16  TO  WK-COMP-CD
             GO  TO  PREVIEW-EXT
           END-IF.
           MOVE  "Y"  TO  WK-CMF-OPEN-FLG.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "延滞利息試算表　基準日＝"
                     DELIMITED BY SIZE
                   WK-KIJUN-YMD  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           PERFORM  HEAD-RTN.
           OPEN  OUTPUT  LIP-FILE.
           OPEN  INPUT  INV-FILE.
           IF  INV-STATUS  NOT  =  "00"  THEN
             DISPLAY  "INVなし"
           ELSE
             MOVE  SPACE  TO  WK-END-FLG
             PERFORM  UNTIL  WK-END-FLG  =  "E"
               READ  INV-FILE
                 AT  END
                   MOVE  "E"  TO  WK-END-FLG
                 NOT  AT  END
                   ADD  1  TO  INV-CNT
                   PERFORM  CALC-RTN
               END-READ
             END-PERFORM
             CLOSE  INV-FILE
           END-IF.
           CLOSE  LIP-FILE.
           PERFORM  TOTAL-RTN.
           IF  TAISHO-CNT  =  0  THEN
             IF  WK-COMP-CD  =  0  THEN
               MOVE  4  TO  WK-COMP-CD
             END-IF
           END-IF.
       PREVIEW-EXT.
           EXIT.
      ********************************************************
      * 延滞利率表のロード（未定義は計算不能）
      ********************************************************
       LOAD-LIR-RTN               SECTION.
           OPEN  INPUT  LIR-FILE.
           IF  LIR-STATUS  NOT  =  "00"  THEN
             DISPLAY  "*** LIRなし　計算不能"
             MOVE  16  TO  WK-COMP-CD
             GO  TO  LOAD-LIR-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  LIR-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 IF  LRT-CNT  <  20  THEN
                   ADD  1  TO  LRT-CNT
                   SET  LRT-IDX  TO  LRT-CNT
                   MOVE  LIR-TSUKA-COD  TO  LRT-TSUKA-COD(LRT-IDX)
                   MOVE  LIR-NENRITSU   TO  LRT-NENRITSU(LRT-IDX)
                   MOVE  LIR-YUYO-DAYS  TO  LRT-YUYO-DAYS(LRT-IDX)
                   MOVE  LIR-MIN-KIN    TO  LRT-MIN-KIN(LRT-IDX)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  LIR-FILE.
           DISPLAY  "延滞利率表 件数="  LRT-CNT.
       LOAD-LIR-EXT.
           EXIT.
      ********************************************************
      * 前回試算の免除指定の読込　同じ基準日の計算ファイルに免除
      * 区分"W"があれば、作り直す計算ファイルへ引き継ぐ
      ********************************************************
       LOAD-WAIVE-RTN             SECTION.
           OPEN  INPUT  LIP-FILE.
           IF  LIP-STATUS  NOT  =  "00"  THEN
             GO  TO  LOAD-WAIVE-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  LIP-FILE  INTO  WK-LIP-REC-1
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 IF  (LIP-KIJUN-YMD OF WK-LIP-REC-1  =
                      WK-KIJUN-YMD)  AND
                     (LIP-WAIVE-FLG OF WK-LIP-REC-1  =  "W")  AND
                     (LIP-DONE-FLG OF WK-LIP-REC-1  NOT  =  "D")  AND
                     (WVT-CNT  <  9999)  THEN
                   ADD  1  TO  WVT-CNT
                   SET  WVT-IDX  TO  WVT-CNT
                   MOVE  LIP-INV-NO OF WK-LIP-REC-1
                     TO  WVT-INV-NO(WVT-IDX)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  LIP-FILE.
           IF  WVT-CNT  >  0  THEN
             DISPLAY  "前回試算の免除指定="  WVT-CNT
                      "件　引継ぎ"
           END-IF.
       LOAD-WAIVE-EXT.
           EXIT.
      ********************************************************
      * 請求書1通の利息計算　対象なら計算ファイルと試算表へ出力
      ********************************************************
       CALC-RTN                   SECTION.
           IF  (INV-OPEN-ZAN  IS  NOT  NUMERIC)  OR
               (INV-OPEN-ZAN  <=  0)  THEN
             GO  TO  CALC-EXT
           END-IF.
      *利息請求書自体には利息を付けない
           MOVE  INV-NO  TO  WK-FIND-NO.
           PERFORM  LHT-FIND-RTN.
           IF  WK-LHT-POS  >  0  THEN
             IF  LHT-RINV-FLG(WK-LHT-POS)  =  "Y"  THEN
               GO  TO  CALC-EXT
             END-IF
           END-IF.
      *支払期日（旧形式の請求書は発行日で代用）
           IF  (INV-DUE-YMD  IS  NUMERIC)  AND
               (INV-DUE-YMD  NOT  =  ZERO)  THEN
             MOVE  INV-DUE-YMD  TO  WK-DUE-BASE
           ELSE
             MOVE  INV-YMD  TO  WK-DUE-BASE
           END-IF.
           IF  WK-DUE-BASE  >=  WK-KIJUN-YMD  THEN
             GO  TO  CALC-EXT
           END-IF.
           MOVE  0  TO  WK-LRT-POS.
           PERFORM  VARYING  LRT-IDX  FROM  1  BY  1
             UNTIL  (LRT-IDX  >  LRT-CNT)  OR  (WK-LRT-POS  >  0)
             IF  LRT-TSUKA-COD(LRT-IDX)  =  INV-TSUKA-COD  THEN
               SET  WK-LRT-POS  TO  LRT-IDX
             END-IF
           END-PERFORM.
           IF  WK-LRT-POS  =  0  THEN
             ADD  1  TO  NORATE-CNT
             GO  TO  CALC-EXT
           END-IF.
           COMPUTE  WK-OVER-DAYS  =  WK-KIJUN-DAY  -
             FUNCTION INTEGER-OF-DATE(WK-DUE-BASE).
           IF  WK-OVER-DAYS  <=  LRT-YUYO-DAYS(WK-LRT-POS)  THEN
             ADD  1  TO  YUYO-CNT
             GO  TO  CALC-EXT
           END-IF.
      *前回までに計算した期間の翌日から
           MOVE  WK-DUE-BASE  TO  WK-FROM-YMD.
           IF  WK-LHT-POS  >  0  THEN
             IF  LHT-TO-YMD(WK-LHT-POS)  >  WK-FROM-YMD  THEN
               MOVE  LHT-TO-YMD(WK-LHT-POS)  TO  WK-FROM-YMD
             END-IF
           END-IF.
           IF  WK-FROM-YMD  >=  WK-KIJUN-YMD  THEN
             GO  TO  CALC-EXT
           END-IF.
      *延滞利息区分は請求先（請求書の得意先）で判定する
           MOVE  INV-TOKU-COD  TO  CFTOK-TOKU-COD.
           READ  CMF-FILE
             INVALID KEY
               MOVE  SPACE  TO  CFTOK-RISOKU-KBN
           END-READ.
           IF  CFTOK-RISOKU-KBN  =  "M"  THEN
             ADD  1  TO  MENJO-CNT
             GO  TO  CALC-EXT
           END-IF.
           COMPUTE  WK-DAYS  =  WK-KIJUN-DAY  -
             FUNCTION INTEGER-OF-DATE(WK-FROM-YMD).
           COMPUTE  WK-RISOKU  =  INV-OPEN-ZAN  *
             LRT-NENRITSU(WK-LRT-POS)  *  WK-DAYS  /  36500.
           IF  (WK-RISOKU  <=  0)  OR
               (WK-RISOKU  <  LRT-MIN-KIN(WK-LRT-POS))  THEN
             ADD  1  TO  SHOGAKU-CNT
             GO  TO  CALC-EXT
           END-IF.
           MOVE  SPACE  TO  WK-LIP-REC-1.
           MOVE  WK-KIJUN-YMD   TO  LIP-KIJUN-YMD OF WK-LIP-REC-1.
           MOVE  INV-TOKU-COD   TO  LIP-TOKU-COD OF WK-LIP-REC-1.
           MOVE  INV-NO         TO  LIP-INV-NO OF WK-LIP-REC-1.
           MOVE  INV-TSUKA-COD  TO  LIP-TSUKA-COD OF WK-LIP-REC-1.
           MOVE  INV-OPEN-ZAN   TO  LIP-ZAN OF WK-LIP-REC-1.
           MOVE  WK-DUE-BASE    TO  LIP-DUE-YMD OF WK-LIP-REC-1.
           MOVE  WK-FROM-YMD    TO  LIP-FROM-YMD OF WK-LIP-REC-1.
           MOVE  WK-KIJUN-YMD   TO  LIP-TO-YMD OF WK-LIP-REC-1.
           MOVE  WK-DAYS        TO  LIP-DAYS OF WK-LIP-REC-1.
           MOVE  LRT-NENRITSU(WK-LRT-POS)
             TO  LIP-NENRITSU OF WK-LIP-REC-1.
           MOVE  WK-RISOKU      TO  LIP-RISOKU OF WK-LIP-REC-1.
           MOVE  ZERO           TO  LIP-RINV-NO OF WK-LIP-REC-1.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  WVT-IDX  FROM  1  BY  1
             UNTIL  (WVT-IDX  >  WVT-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  WVT-INV-NO(WVT-IDX)  =  INV-NO  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             MOVE  "W"  TO  LIP-WAIVE-FLG OF WK-LIP-REC-1
             ADD  1  TO  WAIVE-KEEP-CNT
           END-IF.
           WRITE  LIP-REC  FROM  WK-LIP-REC-1.
           ADD  1  TO  TAISHO-CNT.
           IF  LIP-WAIVE-FLG OF WK-LIP-REC-1  NOT  =  "W"  THEN
             PERFORM  TOT-ADD-RTN
           END-IF.
           PERFORM  LINE-RTN.
       CALC-EXT.
           EXIT.
      ********************************************************
      * 試算表の通貨別合計への加算（免除行は含めない）
      ********************************************************
       TOT-ADD-RTN                SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  TOT-IDX  FROM  1  BY  1
             UNTIL  (TOT-IDX  >  TOT-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  TOT-TSUKA-COD(TOT-IDX)  =
                 LIP-TSUKA-COD OF WK-LIP-REC-1  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             SET  TOT-IDX  DOWN  BY  1
           ELSE
             IF  TOT-CNT  >=  20  THEN
               GO  TO  TOT-ADD-EXT
             END-IF
             ADD  1  TO  TOT-CNT
             SET  TOT-IDX  TO  TOT-CNT
             MOVE  LIP-TSUKA-COD OF WK-LIP-REC-1
               TO  TOT-TSUKA-COD(TOT-IDX)
             MOVE  0  TO  TOT-KENSU(TOT-IDX)
             MOVE  0  TO  TOT-KINGAKU(TOT-IDX)
           END-IF.
           ADD  1           TO  TOT-KENSU(TOT-IDX).
           ADD  LIP-RISOKU OF WK-LIP-REC-1  TO  TOT-KINGAKU(TOT-IDX).
       TOT-ADD-EXT.
           EXIT.
      ********************************************************
      * 試算表の合計行と件数行
      ********************************************************
       TOTAL-RTN                  SECTION.
           MOVE  SPACE  TO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           PERFORM  VARYING  TOT-IDX  FROM  1  BY  1
             UNTIL  TOT-IDX  >  TOT-CNT
             MOVE  TOT-KENSU(TOT-IDX)    TO  WK-CNT-DISP
             MOVE  TOT-KINGAKU(TOT-IDX)  TO  WK-KIN-DISP
             MOVE  SPACE  TO  RPT-REC
             STRING  "合計 "  DELIMITED BY SIZE
                     TOT-TSUKA-COD(TOT-IDX)  DELIMITED BY SIZE
                     " 件数="  DELIMITED BY SIZE
                     WK-CNT-DISP  DELIMITED BY SIZE
                     " 利息="  DELIMITED BY SIZE
                     WK-KIN-DISP  DELIMITED BY SIZE
               INTO  RPT-REC
             PERFORM  RPT-WRITE-RTN
           END-PERFORM.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  WAIVE-KEEP-CNT  TO  WK-CNT-DISP.
           MOVE  "免除指定="      TO  RPT-REC(1:13).
           MOVE  WK-CNT-DISP      TO  RPT-REC(14:5).
           MOVE  MENJO-CNT        TO  WK-CNT-DISP.
           MOVE  "免除得意先="    TO  RPT-REC(21:16).
           MOVE  WK-CNT-DISP      TO  RPT-REC(37:5).
           MOVE  YUYO-CNT         TO  WK-CNT-DISP.
           MOVE  "猶予内="        TO  RPT-REC(44:10).
           MOVE  WK-CNT-DISP      TO  RPT-REC(54:5).
           MOVE  SHOGAKU-CNT      TO  WK-CNT-DISP.
           MOVE  "少額="          TO  RPT-REC(61:7).
           MOVE  WK-CNT-DISP      TO  RPT-REC(68:5).
           MOVE  NORATE-CNT       TO  WK-CNT-DISP.
           MOVE  "利率未定義="    TO  RPT-REC(75:16).
           MOVE  WK-CNT-DISP      TO  RPT-REC(91:5).
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 計上　試算済みの計算ファイルから利息請求書を発行する
      ********************************************************
       POST-RTN                   SECTION.
           PERFORM  LOAD-LIP-RTN.
           IF  WK-COMP-CD  >=  16  THEN
             GO  TO  POST-EXT
           END-IF.
           DISPLAY  "基準日="  WK-KIJUN-YMD.
           OPEN  I-O  CMF-FILE.
           IF  CMF-STATUS  NOT  =  "00"  THEN
             DISPLAY  "*** CMFオープン不可 "  CMF-STATUS
             MOVE  16  TO  WK-COMP-CD
             GO  TO  POST-EXT
           END-IF.
           MOVE  "Y"  TO  WK-CMF-OPEN-FLG.
           PERFORM  LOAD-RATE-RTN.
           PERFORM  CTL-LOAD-RTN.
           OPEN  OUTPUT  DIX-FILE.
           IF  DIX-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-DIX-FLG
           ELSE
             DISPLAY  "DIXなし　帳票索引なしで続行"
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "延滞利息請求書　基準日＝"
                     DELIMITED BY SIZE
                   WK-KIJUN-YMD  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           PERFORM  GROUP-RTN.
           IF  WK-COMP-CD  >=  16  THEN
             GO  TO  POST-EXT
           END-IF.
           PERFORM  VARYING  GRP-IDX  FROM  1  BY  1
             UNTIL  GRP-IDX  >  GRP-CNT
             PERFORM  ISSUE-RTN
           END-PERFORM.
           PERFORM  WAIVE-RTN.
           PERFORM  REWRITE-LIP-RTN.
           PERFORM  CTL-STORE-RTN.
           IF  POST-CNT  >  0  THEN
             PERFORM  GL-WRITE-RTN
           END-IF.
           IF  WK-DIX-FLG  =  "Y"  THEN
             CLOSE  DIX-FILE
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  RINV-CNT     TO  WK-CNT-DISP.
           MOVE  "利息請求書="  TO  RPT-REC(1:16).
           MOVE  WK-CNT-DISP  TO  RPT-REC(17:5).
           MOVE  POST-CNT     TO  WK-CNT-DISP.
           MOVE  "計上="        TO  RPT-REC(24:7).
           MOVE  WK-CNT-DISP  TO  RPT-REC(31:5).
           MOVE  WAIVE-CNT    TO  WK-CNT-DISP.
           MOVE  "免除="        TO  RPT-REC(38:7).
           MOVE  WK-CNT-DISP  TO  RPT-REC(45:5).
           MOVE  DONE-CNT     TO  WK-CNT-DISP.
           MOVE  "計上済み="    TO  RPT-REC(52:13).
           MOVE  WK-CNT-DISP  TO  RPT-REC(65:5).
           MOVE  NG-CNT       TO  WK-CNT-DISP.
           MOVE  "保留="        TO  RPT-REC(72:7).
           MOVE  WK-CNT-DISP  TO  RPT-REC(79:5).
           PERFORM  RPT-WRITE-RTN.
           IF  NG-CNT  >  0  THEN
             MOVE  8  TO  WK-COMP-CD
           ELSE
             IF  (POST-CNT  =  0)  AND  (WAIVE-CNT  =  0)  THEN
               MOVE  4  TO  WK-COMP-CD
             END-IF
           END-IF.
       POST-EXT.
           EXIT.
      ********************************************************
      * 計算ファイルの全件ロード（未作成は試算未実施で中止）
      * 基準日は計算ファイルに記録されたものを使う
      ********************************************************
       LOAD-LIP-RTN               SECTION.
           OPEN  INPUT  LIP-FILE.
           IF  LIP-STATUS  NOT  =  "00"  THEN
             DISPLAY  "*** LIPなし　試算が未実施"
             MOVE  16  TO  WK-COMP-CD
             GO  TO  LOAD-LIP-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  LIP-FILE  INTO  WK-LIP-REC-1
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 IF  LPT-CNT  <  5000  THEN
                   ADD  1  TO  LPT-CNT
                   SET  LPT-IDX  TO  LPT-CNT
                   MOVE  LIP-REC  TO  LPT-IMG(LPT-IDX)
                   MOVE  LIP-KIJUN-YMD OF WK-LIP-REC-1  TO  WK-KIJUN-YMD
                 ELSE
                   DISPLAY  "*** LIP上限超過　計上せず"
                   MOVE  16  TO  WK-COMP-CD
                   MOVE  "E"  TO  WK-END-FLG
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  LIP-FILE.
           DISPLAY  "計算ファイル 件数="  LPT-CNT.
       LOAD-LIP-EXT.
           EXIT.
      ********************************************************
      * 請求先×通貨の集計　未計上・免除なしの行を集計する。
      * 履歴に同じ期間が計上済みの行（前回の計上が書き戻し前に
      * 中断した場合）は計上済みとして二重に請求しない
      ********************************************************
       GROUP-RTN                  SECTION.
           PERFORM  VARYING  LPT-IDX  FROM  1  BY  1
             UNTIL  (LPT-IDX  >  LPT-CNT)  OR  (WK-COMP-CD  >=  16)
             MOVE  LPT-IMG(LPT-IDX)  TO  WK-LIP-REC-1
             IF  (LIP-DONE-FLG OF WK-LIP-REC-1  =  SPACE)  AND
                 (LIP-WAIVE-FLG OF WK-LIP-REC-1  =  SPACE)  THEN
               MOVE  LIP-INV-NO OF WK-LIP-REC-1  TO  WK-FIND-NO
               PERFORM  LHT-FIND-RTN
               MOVE  "N"  TO  WK-FOUND-FLG
               IF  WK-LHT-POS  >  0  THEN
                 IF  LHT-TO-YMD(WK-LHT-POS)  >=
                     LIP-TO-YMD OF WK-LIP-REC-1  THEN
                   MOVE  "Y"  TO  WK-FOUND-FLG
                 END-IF
               END-IF
               IF  WK-FOUND-FLG  =  "Y"  THEN
                 MOVE  "D"  TO  LIP-DONE-FLG OF WK-LIP-REC-1
                 MOVE  WK-LIP-REC-1  TO  LPT-IMG(LPT-IDX)
                 ADD  1  TO  DONE-CNT
               ELSE
                 PERFORM  GROUP-ADD-RTN
               END-IF
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      *
       GROUP-ADD-RTN              SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  GRP-IDX  FROM  1  BY  1
             UNTIL  (GRP-IDX  >  GRP-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  (GRP-TOKU-COD(GRP-IDX)  =
                  LIP-TOKU-COD OF WK-LIP-REC-1)  AND
                 (GRP-TSUKA-COD(GRP-IDX)  =
                  LIP-TSUKA-COD OF WK-LIP-REC-1)  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             SET  GRP-IDX  DOWN  BY  1
           ELSE
             IF  GRP-CNT  >=  2000  THEN
               DISPLAY  "*** 請求先上限超過　計上せず"
               MOVE  16  TO  WK-COMP-CD
               GO  TO  GROUP-ADD-EXT
             END-IF
             ADD  1  TO  GRP-CNT
             SET  GRP-IDX  TO  GRP-CNT
             MOVE  LIP-TOKU-COD OF WK-LIP-REC-1
               TO  GRP-TOKU-COD(GRP-IDX)
             MOVE  LIP-TSUKA-COD OF WK-LIP-REC-1
               TO  GRP-TSUKA-COD(GRP-IDX)
             MOVE  0  TO  GRP-KINGAKU(GRP-IDX)
             MOVE  0  TO  GRP-LINE-CNT(GRP-IDX)
           END-IF.
           ADD  LIP-RISOKU OF WK-LIP-REC-1  TO  GRP-KINGAKU(GRP-IDX).
           ADD  1  TO  GRP-LINE-CNT(GRP-IDX).
       GROUP-ADD-EXT.
           EXIT.
      ********************************************************
      * 利息請求書1通の発行　残高計上→レジスタ追記→履歴→印字
      * 得意先マスタにない請求先・レートのない外貨は保留とし、
      * 計算ファイルの行は未計上のまま残す
      ********************************************************
       ISSUE-RTN                  SECTION.
           MOVE  ZERO  TO  WK-RATE.
           IF  GRP-TSUKA-COD(GRP-IDX)  NOT  =  "JPY"  THEN
             PERFORM  VARYING  WK-RATE-IDX  FROM  1  BY  1
               UNTIL  WK-RATE-IDX  >  WK-RATE-CNT
               IF  WK-RATE-TSUKA-COD(WK-RATE-IDX)  =
                   GRP-TSUKA-COD(GRP-IDX)  THEN
                 MOVE  WK-RATE-RATE(WK-RATE-IDX)  TO  WK-RATE
               END-IF
             END-PERFORM
             IF  WK-RATE  =  ZERO  THEN
               ADD  GRP-LINE-CNT(GRP-IDX)  TO  NG-CNT
               MOVE  SPACE  TO  RPT-REC
               STRING  "ＮＧ "  DELIMITED BY SIZE
                       GRP-TOKU-COD(GRP-IDX)  DELIMITED BY SIZE
                       " "  DELIMITED BY SIZE
                       GRP-TSUKA-COD(GRP-IDX)  DELIMITED BY SIZE
                       " 為替レートなし　保留"
                         DELIMITED BY SIZE
                 INTO  RPT-REC
               PERFORM  RPT-WRITE-RTN
               GO  TO  ISSUE-EXT
             END-IF
           END-IF.
           MOVE  GRP-TOKU-COD(GRP-IDX)  TO  CFTOK-TOKU-COD.
           READ  CMF-FILE
             INVALID KEY
               ADD  GRP-LINE-CNT(GRP-IDX)  TO  NG-CNT
               MOVE  SPACE  TO  RPT-REC
               STRING  "ＮＧ "  DELIMITED BY SIZE
                       GRP-TOKU-COD(GRP-IDX)  DELIMITED BY SIZE
                       " 得意先マスタ不一致　保留"
                         DELIMITED BY SIZE
                 INTO  RPT-REC
               PERFORM  RPT-WRITE-RTN
               GO  TO  ISSUE-EXT
           END-READ.
           MOVE  CMF-REC  TO  WK-BIJ-OLD-IMG.
           ADD  GRP-KINGAKU(GRP-IDX)  TO  CFTOK-ZANDAKA.
           REWRITE  CMF-REC.
           PERFORM  CMF-BIJ-RTN.
           PERFORM  INV-WRITE-RTN.
           PERFORM  ISSUE-LINE-RTN.
           PERFORM  GLT-ADD-RTN.
           PERFORM  DIX-WRITE-RTN.
           ADD  1  TO  RINV-CNT.
           ADD  1  TO  WK-NEXT-NO.
       ISSUE-EXT.
           EXIT.
      ********************************************************
      * 利息請求書のレジスタ追記と頭書きの印字
      ********************************************************
       INV-WRITE-RTN              SECTION.
           OPEN  EXTEND  INV-FILE.
           IF  INV-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  INV-FILE
           END-IF.
           MOVE  SPACE  TO  INV-REC.
           MOVE  WK-NEXT-NO              TO  INV-NO.
           MOVE  WK-TODAY                TO  INV-YMD.
           MOVE  GRP-TOKU-COD(GRP-IDX)   TO  INV-TOKU-COD.
           MOVE  WK-KIJUN-YMD(1:6)       TO  INV-PERIOD.
           MOVE  GRP-TSUKA-COD(GRP-IDX)  TO  INV-TSUKA-COD.
           MOVE  GRP-KINGAKU(GRP-IDX)    TO  INV-KINGAKU.
           MOVE  GRP-KINGAKU(GRP-IDX)    TO  INV-OPEN-ZAN.
           MOVE  ZERO  TO  INV-STD-ZEINUKI  INV-STD-ZEI
                           INV-RED-ZEINUKI  INV-RED-ZEI
                           INV-FREIGHT  INV-DUN-LEVEL  INV-DUN-YMD
                           INV-EXP-ZEINUKI.
      *延滞利息は消費税の非課税取引のため、全額を非課税の内訳へ
           MOVE  GRP-KINGAKU(GRP-IDX)    TO  INV-HIKA-ZEINUKI.
           MOVE  WK-RATE                 TO  INV-RATE.
      *締め日は基準日、支払期日は請求先の支払条件で求める
           MOVE  WK-KIJUN-YMD  TO  WK-SHIME-YMD.
           PERFORM  DUE-YMD-RTN.
           MOVE  WK-SHIME-YMD  TO  INV-SHIME-YMD.
           MOVE  WK-DUE-YMD    TO  INV-DUE-YMD.
           WRITE  INV-REC.
           CLOSE  INV-FILE.
           COMPUTE  WK-DIX-FROM  =  RPT-CNT  +  1.
           MOVE  GRP-KINGAKU(GRP-IDX)  TO  WK-KIN-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "利息請求書 "  DELIMITED BY SIZE
                   INV-NO  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   INV-TOKU-COD  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CFTOK-TOKU-MEI  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   INV-TSUKA-COD  DELIMITED BY SIZE
                   " 金額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  発行日="  DELIMITED BY SIZE
                   INV-YMD  DELIMITED BY SIZE
                   " 支払期日="  DELIMITED BY SIZE
                   INV-DUE-YMD  DELIMITED BY SIZE
                   " 延滞利息（不課税）"  DELIMITED BY SIZE
             INTO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
           PERFORM  HEAD-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 利息請求書の明細　集計した計算ファイルの行を印字し、
      * 延滞利息履歴へ記録して計上済みとする
      ********************************************************
       ISSUE-LINE-RTN             SECTION.
           OPEN  EXTEND  LIH-FILE.
           IF  LIH-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  LIH-FILE
           END-IF.
           PERFORM  VARYING  LPT-IDX  FROM  1  BY  1
             UNTIL  LPT-IDX  >  LPT-CNT
             MOVE  LPT-IMG(LPT-IDX)  TO  WK-LIP-REC-1
             IF  (LIP-DONE-FLG OF WK-LIP-REC-1  =  SPACE)  AND
                 (LIP-WAIVE-FLG OF WK-LIP-REC-1  =  SPACE)  AND
                 (LIP-TOKU-COD OF WK-LIP-REC-1  =
                  GRP-TOKU-COD(GRP-IDX))  AND
                 (LIP-TSUKA-COD OF WK-LIP-REC-1  =
                  GRP-TSUKA-COD(GRP-IDX))  THEN
               MOVE  "C"  TO  LIH-KBN
               MOVE  WK-NEXT-NO  TO  LIH-RINV-NO
               PERFORM  LIH-WRITE-RTN
               MOVE  "D"         TO  LIP-DONE-FLG OF WK-LIP-REC-1
               MOVE  WK-NEXT-NO  TO  LIP-RINV-NO OF WK-LIP-REC-1
               MOVE  WK-LIP-REC-1  TO  LPT-IMG(LPT-IDX)
               ADD  1  TO  POST-CNT
               PERFORM  LINE-RTN
             END-IF
           END-PERFORM.
           CLOSE  LIH-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 免除行の処理　履歴へ免除として記録し処理済みとする
      * （免除した期間は次回以降も請求しない）
      ********************************************************
       WAIVE-RTN                  SECTION.
           OPEN  EXTEND  LIH-FILE.
           IF  LIH-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  LIH-FILE
           END-IF.
           PERFORM  VARYING  LPT-IDX  FROM  1  BY  1
             UNTIL  LPT-IDX  >  LPT-CNT
             MOVE  LPT-IMG(LPT-IDX)  TO  WK-LIP-REC-1
             IF  (LIP-DONE-FLG OF WK-LIP-REC-1  =  SPACE)  AND
                 (LIP-WAIVE-FLG OF WK-LIP-REC-1  =  "W")  THEN
               MOVE  "W"  TO  LIH-KBN
               MOVE  ZERO  TO  LIH-RINV-NO
               PERFORM  LIH-WRITE-RTN
               MOVE  "D"  TO  LIP-DONE-FLG OF WK-LIP-REC-1
               MOVE  WK-LIP-REC-1  TO  LPT-IMG(LPT-IDX)
               ADD  1  TO  WAIVE-CNT
             END-IF
           END-PERFORM.
           CLOSE  LIH-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 延滞利息履歴1件の追記（区分・利息請求書番号は設定済み）
      ********************************************************
       LIH-WRITE-RTN              SECTION.
           MOVE  LIP-KIJUN-YMD OF WK-LIP-REC-1  TO  LIH-KIJUN-YMD.
           MOVE  LIP-INV-NO    OF WK-LIP-REC-1  TO  LIH-INV-NO.
           MOVE  LIP-TOKU-COD  OF WK-LIP-REC-1  TO  LIH-TOKU-COD.
           MOVE  LIP-FROM-YMD  OF WK-LIP-REC-1  TO  LIH-FROM-YMD.
           MOVE  LIP-TO-YMD    OF WK-LIP-REC-1  TO  LIH-TO-YMD.
           MOVE  LIP-DAYS      OF WK-LIP-REC-1  TO  LIH-DAYS.
           MOVE  LIP-ZAN       OF WK-LIP-REC-1  TO  LIH-ZAN.
           MOVE  LIP-RISOKU    OF WK-LIP-REC-1  TO  LIH-RISOKU.
           WRITE  LIH-REC.
       EXT.
           EXIT.
      ********************************************************
      * 計算ファイルの書き戻し（計上済区分・利息請求書番号）
      ********************************************************
       REWRITE-LIP-RTN            SECTION.
           OPEN  OUTPUT  LIP-FILE.
           PERFORM  VARYING  LPT-IDX  FROM  1  BY  1
             UNTIL  LPT-IDX  >  LPT-CNT
             MOVE  LPT-IMG(LPT-IDX)  TO  LIP-REC
             WRITE  LIP-REC
           END-PERFORM.
           CLOSE  LIP-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 会計連携の得意先別円換算額への加算
      ********************************************************
       GLT-ADD-RTN                SECTION.
           IF  GRP-TSUKA-COD(GRP-IDX)  =  "JPY"  THEN
             MOVE  GRP-KINGAKU(GRP-IDX)  TO  WK-YEN
           ELSE
             COMPUTE  WK-YEN  ROUNDED  =
               GRP-KINGAKU(GRP-IDX)  *  WK-RATE
           END-IF.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  GLT-IDX  FROM  1  BY  1
             UNTIL  (GLT-IDX  >  GLT-CNT)  OR  (WK-FOUND-FLG  =  "Y")
             IF  GLT-TOKU-COD(GLT-IDX)  =  GRP-TOKU-COD(GRP-IDX)  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             SET  GLT-IDX  DOWN  BY  1
           ELSE
             ADD  1  TO  GLT-CNT
             SET  GLT-IDX  TO  GLT-CNT
             MOVE  GRP-TOKU-COD(GRP-IDX)  TO  GLT-TOKU-COD(GLT-IDX)
             MOVE  0  TO  GLT-KINGAKU(GLT-IDX)
           END-IF.
           ADD  WK-YEN  TO  GLT-KINGAKU(GLT-IDX).
           ADD  WK-YEN  TO  WK-GL-SUM.
       EXT.
           EXIT.
      ********************************************************
      * 延滞利息の会計連携書き出し　見出し→得意先別明細→
      * トレーラ（KUBM031の為替差損益と同一の形式）
      ********************************************************
       GL-WRITE-RTN               SECTION.
           OPEN  OUTPUT  GLI-FILE.
           MOVE  SPACE  TO  GLI-REC.
           MOVE  "H"  TO  GLX-REC-TYPE.
           MOVE  WK-KIJUN-YMD(1:6)  TO  GLX-PERIOD.
           WRITE  GLI-REC.
           PERFORM  VARYING  GLT-IDX  FROM  1  BY  1
             UNTIL  GLT-IDX  >  GLT-CNT
             MOVE  SPACE  TO  GLI-REC
             MOVE  "D"  TO  GLX-REC-TYPE
             MOVE  GLT-TOKU-COD(GLT-IDX)  TO  GLX-TOKU-COD
             MOVE  WK-KIJUN-YMD(1:6)  TO  GLX-PERIOD
             MOVE  GLT-KINGAKU(GLT-IDX)  TO  GLX-KINGAKU
             WRITE  GLI-REC
           END-PERFORM.
           MOVE  SPACE  TO  GLI-REC.
           MOVE  "T"  TO  GLX-REC-TYPE.
           MOVE  GLT-CNT  TO  GLX-PERIOD.
           MOVE  WK-GL-SUM  TO  GLX-KINGAKU.
           WRITE  GLI-REC.
           CLOSE  GLI-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 帳票索引の出力　利息請求書1通の先頭行と行数
      ********************************************************
       DIX-WRITE-RTN              SECTION.
           IF  WK-DIX-FLG  =  "Y"  THEN
             MOVE  SPACE  TO  DIX-REC
             MOVE  "KUBM050"  TO  DIX-PGM-ID
             MOVE  WK-TODAY  TO  DIX-RUN-DATE
             MOVE  "LI"  TO  DIX-DOC-KBN
             MOVE  GRP-TOKU-COD(GRP-IDX)  TO  DIX-TOKU-COD
             MOVE  WK-NEXT-NO  TO  DIX-DOC-KEY
             MOVE  WK-DIX-FROM  TO  DIX-FROM-LINE
             COMPUTE  DIX-LINE-CNT  =  RPT-CNT  -  WK-DIX-FROM  +  1
             WRITE  DIX-REC
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 為替レートの読込（本日有効な最新を通貨別に1件）
      * （ファイル未定義は円建てのみの運用としてレートなし）
      ********************************************************
       LOAD-RATE-RTN              SECTION.
           OPEN  INPUT  RATE-FILE.
           IF  RATE-STATUS  NOT  =  "00"  THEN
             DISPLAY  "RATEファイルなし"
             GO  TO  LOAD-RATE-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  RATE-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 PERFORM  RATE-MERGE-RTN
             END-READ
           END-PERFORM.
           CLOSE  RATE-FILE.
       LOAD-RATE-EXT.
           EXIT.
      *
       RATE-MERGE-RTN             SECTION.
           IF  RATE-TEKIYO-YMD  >  WK-TODAY  THEN
             GO  TO  RATE-MERGE-EXT
           END-IF.
           MOVE  "N"  TO  WK-RATE-MERGE-FLG.
           PERFORM  VARYING  WK-RATE-IDX  FROM  1  BY  1
             UNTIL  (WK-RATE-IDX  >  WK-RATE-CNT)  OR
                    (WK-RATE-MERGE-FLG  =  "Y")
             IF  WK-RATE-TSUKA-COD(WK-RATE-IDX)  =
                 RATE-TSUKA-COD  THEN
               MOVE  "Y"  TO  WK-RATE-MERGE-FLG
             END-IF
           END-PERFORM.
           IF  WK-RATE-MERGE-FLG  =  "Y"  THEN
             SET  WK-RATE-IDX  DOWN  BY  1
             IF  RATE-TEKIYO-YMD  >=
                 WK-RATE-TEKIYO(WK-RATE-IDX)  THEN
               MOVE  RATE-RATE
                 TO  WK-RATE-RATE(WK-RATE-IDX)
               MOVE  RATE-TEKIYO-YMD
                 TO  WK-RATE-TEKIYO(WK-RATE-IDX)
             END-IF
           ELSE
             IF  WK-RATE-CNT  <  20  THEN
               ADD  1  TO  WK-RATE-CNT
               SET  WK-RATE-IDX  TO  WK-RATE-CNT
               MOVE  RATE-TSUKA-COD
                 TO  WK-RATE-TSUKA-COD(WK-RATE-IDX)
               MOVE  RATE-RATE
                 TO  WK-RATE-RATE(WK-RATE-IDX)
               MOVE  RATE-TEKIYO-YMD
                 TO  WK-RATE-TEKIYO(WK-RATE-IDX)
             END-IF
           END-IF.
       RATE-MERGE-EXT.
           EXIT.
      ********************************************************
      * 請求書採番管理の読込　レジスタの最大番号＋１まで繰り上げ
      * （KUBM030と同じ二重採番防止）
      ********************************************************
       CTL-LOAD-RTN               SECTION.
           OPEN  INPUT  CTL-FILE.
           IF  CTL-STATUS  =  "00"  THEN
             READ  CTL-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 MOVE  CTL-NEXT-NO  TO  WK-NEXT-NO
             END-READ
             CLOSE  CTL-FILE
           END-IF.
           OPEN  INPUT  INV-FILE.
           IF  INV-STATUS  NOT  =  "00"  THEN
             GO  TO  CTL-LOAD-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  INV-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  INV-CNT
                 IF  INV-NO  >=  WK-NEXT-NO  THEN
                   COMPUTE  WK-NEXT-NO  =  INV-NO  +  1
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  INV-FILE.
       CTL-LOAD-EXT.
           EXIT.
      *
       CTL-STORE-RTN              SECTION.
           OPEN  OUTPUT  CTL-FILE.
           MOVE  WK-NEXT-NO  TO  CTL-NEXT-NO.
           WRITE  CTL-REC.
           CLOSE  CTL-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 支払期日の算出　締め日の月から支払月数後の支払日。
      * 支払条件なし（支払日ゼロ・未設定）は発行日を期日とする
      * （得意先マスタは発行する請求先のレコードを読込済み）
      ********************************************************
       DUE-YMD-RTN                SECTION.
           IF  (CFTOK-SHIHARAI-DD  IS  NOT  NUMERIC)  OR
               (CFTOK-SHIHARAI-DD  =  ZERO)  THEN
             MOVE  WK-TODAY  TO  WK-DUE-YMD
             GO  TO  DUE-YMD-EXT
           END-IF.
           MOVE  WK-SHIME-YMD  TO  WK-CALC-YMD.
           IF  CFTOK-SHIHARAI-TSUKI  IS  NUMERIC  THEN
             ADD  CFTOK-SHIHARAI-TSUKI  TO  WK-CALC-MM
             IF  WK-CALC-MM  >  12  THEN
               SUBTRACT  12  FROM  WK-CALC-MM
               ADD  1  TO  WK-CALC-YY
             END-IF
           END-IF.
           MOVE  CFTOK-SHIHARAI-DD  TO  WK-DAY-PARM.
           PERFORM  MONTH-DAY-RTN.
           MOVE  WK-CALC-YMD  TO  WK-DUE-YMD.
           IF  WK-DUE-YMD  <  WK-TODAY  THEN
             MOVE  WK-TODAY  TO  WK-DUE-YMD
           END-IF.
       DUE-YMD-EXT.
           EXIT.
      ********************************************************
      * 月内の日付の組み立て　WK-CALC-YY/MMの月のWK-DAY-PARM日
      * （ゼロ・31以上・月の日数超過は末日）をWK-CALC-DDへ設定
      ********************************************************
       MONTH-DAY-RTN              SECTION.
           MOVE  1  TO  WK-CALC-DD.
           IF  WK-CALC-MM  =  12  THEN
             COMPUTE  WK-MATSU-YMD  =
               ((WK-CALC-YY  +  1)  *  10000)  +  101
           ELSE
             COMPUTE  WK-MATSU-YMD  =
               (WK-CALC-YY  *  10000)  +
               ((WK-CALC-MM  +  1)  *  100)  +  1
           END-IF.
           COMPUTE  WK-CALC-INT  =
             FUNCTION INTEGER-OF-DATE(WK-MATSU-YMD)  -  1.
           COMPUTE  WK-MATSU-YMD  =
             FUNCTION DATE-OF-INTEGER(WK-CALC-INT).
           IF  (WK-DAY-PARM  =  0)  OR  (WK-DAY-PARM  >=  31)  OR
               (WK-DAY-PARM  >  WK-MATSU-DD)  THEN
             MOVE  WK-MATSU-DD  TO  WK-CALC-DD
           ELSE
             MOVE  WK-DAY-PARM  TO  WK-CALC-DD
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 明細行の見出し
      ********************************************************
       HEAD-RTN                   SECTION.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "得意"        TO  RPT-REC(1:6).
           MOVE  "請求書"      TO  RPT-REC(7:9).
           MOVE  "通貨"        TO  RPT-REC(17:6).
           MOVE  "未回収残高"  TO  RPT-REC(24:15).
           MOVE  "支払期日"    TO  RPT-REC(40:12).
           MOVE  "計算開始"    TO  RPT-REC(53:12).
           MOVE  "計算終了"    TO  RPT-REC(66:12).
           MOVE  "日数"        TO  RPT-REC(79:6).
           MOVE  "年率"        TO  RPT-REC(86:6).
           MOVE  "利息"        TO  RPT-REC(93:6).
           PERFORM  RPT-WRITE-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 明細行（WK-LIP-REC-1の計算ファイル1行）
      ********************************************************
       LINE-RTN                   SECTION.
           MOVE  SPACE  TO  WK-LINE.
           MOVE  LIP-TOKU-COD  OF WK-LIP-REC-1  TO  WK-TOKU-COD-O.
           MOVE  LIP-INV-NO    OF WK-LIP-REC-1  TO  WK-INV-NO-O.
           MOVE  LIP-TSUKA-COD OF WK-LIP-REC-1  TO  WK-TSUKA-O.
           MOVE  LIP-ZAN       OF WK-LIP-REC-1  TO  WK-ZAN-O.
           MOVE  LIP-DUE-YMD   OF WK-LIP-REC-1  TO  WK-DUE-O.
           MOVE  LIP-FROM-YMD  OF WK-LIP-REC-1  TO  WK-FROM-O.
           MOVE  LIP-TO-YMD    OF WK-LIP-REC-1  TO  WK-TO-O.
           MOVE  LIP-DAYS      OF WK-LIP-REC-1  TO  WK-DAYS-O.
           MOVE  LIP-NENRITSU  OF WK-LIP-REC-1  TO  WK-RITSU-O.
           MOVE  LIP-RISOKU    OF WK-LIP-REC-1  TO  WK-RISOKU-O.
           IF  LIP-WAIVE-FLG OF WK-LIP-REC-1  =  "W"  THEN
             MOVE  "免除指定"  TO  WK-BIKO-O
           END-IF.
           MOVE  WK-LINE  TO  RPT-REC.
           PERFORM  RPT-WRITE-RTN.
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
           IF  WK-CMF-OPEN-FLG  =  "Y"  THEN
             CLOSE  CMF-FILE
           END-IF.
           CLOSE  RPT-FILE.
           DISPLAY  "INV-CNT  = "  INV-CNT.
           DISPLAY  "LIH-CNT  = "  LIH-CNT.
           IF  WK-MODE  =  "K"  THEN
             DISPLAY  "利息請求書 = "  RINV-CNT
             DISPLAY  "計上　　　 = "  POST-CNT
             DISPLAY  "免除　　　 = "  WAIVE-CNT
             DISPLAY  "計上済み　 = "  DONE-CNT
             DISPLAY  "保留　　　 = "  NG-CNT
           ELSE
             DISPLAY  "対象　　　 = "  TAISHO-CNT
             DISPLAY  "免除得意先 = "  MENJO-CNT
             DISPLAY  "利率未定義 = "  NORATE-CNT
           END-IF.
           DISPLAY  "*** END KUBM050 ***".
       EXT.
           EXIT.
      ********************************************************
      * ジョブ統計ロガー(KCBS020)へ本バッチの運転実績を1件追記する
      ********************************************************
       JOB-STAT-WRITE-RTN         SECTION.
           MOVE  "KUBM050"  TO  S020-PGM-ID.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-END-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-END-TIME.
           IF  WK-MODE  =  "K"  THEN
             MOVE  LPT-CNT   TO  S020-IN-CNT
             MOVE  POST-CNT  TO  S020-OUT-CNT
           ELSE
             MOVE  INV-CNT     TO  S020-IN-CNT
             MOVE  TAISHO-CNT  TO  S020-OUT-CNT
           END-IF.
           CALL  "KCBS020"  USING  KCBS020-P1.
       EXT.
           EXIT.
      ********************************************************
      * 得意先マスタ書換の更新イメージ記帳（KUBM049と同じ方式）
      ********************************************************
       CMF-BIJ-RTN                SECTION.
           MOVE  "KUBM050"  TO  S060-PGM-ID.
           MOVE  "CMF"      TO  S060-FILE-ID.
           MOVE  "R"        TO  S060-ACTION.
           MOVE  SPACE      TO  S060-KEY.
           MOVE  CFTOK-TOKU-COD  TO  S060-KEY.
           MOVE  WK-BIJ-OLD-IMG  TO  S060-OLD-REC.
           MOVE  SPACE      TO  S060-NEW-REC.
           MOVE  CMF-REC    TO  S060-NEW-REC.
           CALL  "KCBS060"  USING  KCBS060-P1.
       EXT.
           EXIT.
