       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KJBM066.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：受注
      * プログラム名  ：滞留引当の一覧と解放（未出荷の受理受注）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：納品先指定の受注は納品先マスタの出荷拠点を優先
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：見積番号追加に伴う受注チェックデータ長の変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：エラー区分の25個への拡張に伴いレコード長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：セット親の解放はセット引当内訳(SAL)どおり
      *                 親の在庫と構成部品へ引当を戻す
      ********************************************************
      *KJBM030は受理した受注の数量を在庫から引き当てる（AL）が、
      *得意先の延期や失念で出荷されないまま残った明細は、在庫を
      *押さえ続けて他の得意先の受注を在庫不足にしてしまう。
      *本プログラムは次の明細を滞留として得意先別の一覧(RPT)に
      *出し、営業の確認に供する。
      *  引当中　受注データベースの受理済み("OK")の通常受注・
      *          受注変更で、出荷実績レジスタ(SHR)に出荷がなく、
      *          基準納期から基準日までの経過営業日数がしきい値
      *          を超えたもの
      *  在庫待ち在庫待ちファイル(BOF)の明細で、同じく基準納期
      *          から経過営業日数がしきい値を超えたもの
      *基準納期は確約納期(ODB-YAKUSOKU-YMD)、確約なしは希望納期、
      *いずれもなければ受注日とする。
      *営業が起票した解放指示(RLT)のある明細は、一覧の出力時に
      *次のとおり解放し、一覧に「解放」と印字する。
      *  引当中　KJBM062の却下と同じく引当を在庫へ戻し（受払区分
      *          RL。セット親はセット引当内訳SALどおり親と構成
      *          部品の単位、拠点在庫は得意先の出荷拠点、ロット
      *          は擬似ロットRTNSTOCKへ積み戻す）、
      *          受注データベースを引当解放("RL")にする
      *  在庫待ち在庫は引き当てられていないため動かさず、BOFから
      *          外してKJBM053の再投入の対象から除く。受注データ
      *          ベースが在庫待ち("BO")なら引当解放("RL")にする
      *          （出荷不足分の明細は出荷済み"SH"のまま据え置く）
      *一覧にない明細（しきい値内・出荷済み・該当なし）への指示
      *は解放せず、一覧末尾に対象外として印字する。
      *基準日は環境変数KJBM066-KIJUN-YMD（未指定は実行日）、
      *しきい値はKJBM066-DAYS（既定5営業日）。営業日数は営業日
      *カレンダー(CAL)で数え、未定義時はKJBM051と同じ近似とする。
      *在庫待ちファイルを書き戻すため、KJBM050・KJBM053・KJBM056
      *の実行中には動かさないこと。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *解放指示（未起票の日は一覧のみ出力する）
           SELECT  RLT-FILE  ASSIGN TO  EXTERNAL  RLT
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS RLT-STATUS.
      *受注データベース（全件走査と明細の参照。更新はKCBS040経由）
           SELECT  ODB-FILE  ASSIGN TO  EXTERNAL  ODB
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS DYNAMIC
                             RECORD KEY   IS ODB-KEY
                             FILE STATUS  IS ODB-STATUS.
      *出荷実績レジスタ（出荷のあった明細の判定、参照のみ）
           SELECT  SHR-FILE  ASSIGN TO  EXTERNAL  SHR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS SHR-STATUS.
      *在庫待ちファイル（解放した明細を除いて書き戻す）
           SELECT  BOF-FILE  ASSIGN TO  EXTERNAL  BOF
                             FILE STATUS  IS BOF-STATUS.
      *商品マスタ（解放時の引当戻し先）
           SELECT  IMF-FILE  ASSIGN TO  EXTERNAL  IMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFSHO-SHOHIN-NO
                             FILE STATUS  IS IMF-STATUS.
      *得意先マスタ（得意先名・出荷拠点の参照のみ）
           SELECT  CMF-FILE  ASSIGN TO  EXTERNAL  CMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFTOK-TOKU-COD
                             FILE STATUS  IS CMF-STATUS.
      *拠点別在庫ファイル（未定義の環境では合計在庫のみで続行）
           SELECT  LOC-FILE  ASSIGN TO  EXTERNAL  LOC
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFLOC-KEY
                             FILE STATUS  IS LOC-STATUS.
      *在庫受払ジャーナル（引当解放RLを追記）
           SELECT  ZAI-FILE  ASSIGN TO  EXTERNAL  ZAI
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS ZAI-STATUS.
      *ロット別在庫ファイル　解放分の擬似ロット積み戻し先
      *（未定義の環境ではロット管理なしで続行）
           SELECT  LOT-FILE  ASSIGN TO  EXTERNAL  LOTF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS LOT-KEY
                             FILE STATUS  IS LOT-STATUS-WS.
      *セット構成マスタ（セット親の解放は部品単位で引当を戻す）
           SELECT  SET-FILE  ASSIGN TO  EXTERNAL  SETM
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS SET-STATUS.
      *セット引当内訳ファイル（KJBM030が登録。セット親の引当の
      *親在庫・部品展開の内訳。未定義の環境では全数部品展開とみなす）
           SELECT  SAL-FILE  ASSIGN TO  EXTERNAL  SAL
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS SAL-KEY
                             FILE STATUS  IS SAL-STATUS.
      *営業日カレンダーマスタ（INIT-RTNでロード、未定義時は近似）
           SELECT  CAL-FILE  ASSIGN TO  EXTERNAL  CAL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS CAL-STATUS.
      *OUTPUT 得意先別滞留引当一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  RLT-FILE.
       01  RLT-REC.
           COPY  KJCRLT.
       FD  ODB-FILE.
       01  ODB-REC.
           COPY  KJCODB.
       FD  SHR-FILE.
       01  SHR-REC.
           COPY  KJCSHR.
       FD  BOF-FILE.
       01  BOF-REC.
           COPY  KJCF020.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  CMF-FILE.
       01  CMF-REC.
           COPY  KCCFTOK.
       FD  LOC-FILE.
       01  LOC-REC.
           COPY  KCCFLOC.
       FD  ZAI-FILE.
       01  ZAI-REC.
           COPY  KZCZAI.
       FD  LOT-FILE.
       01  LOT-REC.
           COPY  KZCLOT.
       FD  SET-FILE.
       01  SET-REC.
           COPY  KJCSET.
       FD  SAL-FILE.
       01  SAL-REC.
           COPY  KJCSAL.
       FD  CAL-FILE.
       01  CAL-REC.
           COPY  KCCFCAL.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  RLT-STATUS             PIC  X(2)    VALUE  SPACE.
       01  ODB-STATUS             PIC  X(2)    VALUE  SPACE.
       01  SHR-STATUS             PIC  X(2)    VALUE  SPACE.
       01  BOF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  IMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  LOC-STATUS             PIC  X(2)    VALUE  SPACE.
       01  ZAI-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CAL-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  ODB-CNT                PIC  9(7)    VALUE  0.
       01  BOF-CNT                PIC  9(5)    VALUE  0.
       01  ALLOC-CNT              PIC  9(5)    VALUE  0.
       01  BACK-CNT               PIC  9(5)    VALUE  0.
       01  REL-CNT                PIC  9(5)    VALUE  0.
       01  BO-REL-CNT             PIC  9(5)    VALUE  0.
       01  RLT-NG-CNT             PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-ODB-AVAIL-FLG       PIC  X       VALUE  "N".
       01  WK-LOC-AVAIL-FLG       PIC  X       VALUE  "N".
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
       01  WK-ADD-FLG             PIC  X       VALUE  "N".
      *基準日としきい値（経過営業日数）
       01  WK-KIJUN-YMD           PIC  X(8)    VALUE  SPACE.
       01  WK-KIJUN-YMD-N  REDEFINES  WK-KIJUN-YMD  PIC  9(8).
       01  WK-DAYS-TEXT           PIC  X(5)    VALUE  SPACE.
       01  WK-DAYS                PIC  9(5)    VALUE  5.
      *解放指示のテーブル（指示の使用済み印付き）
       01  RT-CNT                 PIC  9(3)    VALUE  ZERO.
       01  RT-TBL.
         02  RT-ENT  OCCURS 500 TIMES INDEXED BY RT-IDX.
           03  RT-JUCHU-NO        PIC  X(6).
           03  RT-LINE-NO         PIC  9(2).
           03  RT-OPERATOR        PIC  X(8).
           03  RT-USED-FLG        PIC  X(1).
       01  WK-OPERATOR            PIC  X(8)    VALUE  SPACE.
      *出荷のあった明細（受注番号＋明細行番号）のテーブル
       01  WK-SHR-END-FLG         PIC  X       VALUE  SPACE.
       01  SHK-CNT                PIC  9(4)    VALUE  ZERO.
       01  SHK-TBL.
         02  SHK-ENT  OCCURS 9999 TIMES INDEXED BY SHK-IDX.
           03  SHK-JUCHU-NO       PIC  X(6).
           03  SHK-LINE-NO        PIC  9(2).
      *在庫待ち明細のテーブル（レコードイメージで保持し、使う
      *ときだけ作業用01へ戻す。技法はKJBM053のBO-TBLと同じ）
      *　BO-KEEP-FLG　SPACE=書き戻す　R=解放済み（書き戻さない）
       01  BO-CNT                 PIC  9(4)    VALUE  ZERO.
       01  BO-TBL.
         02  BO-ENT  OCCURS 9999 TIMES INDEXED BY BO-IDX.
           03  BO-REC-IMG         PIC  X(156).
           03  BO-KEEP-FLG        PIC  X.
      *明細1件分をKJCF020項目で参照するための作業領域
       01  WK-BO-REC-1.
           COPY  KJCF020.
      *滞留明細のテーブル　得意先＋受注番号＋明細行番号の順に
      *並べ替えて一覧にする（先頭12バイトを比較キーに使う）
      *　CD-KBN　A=引当中（ODBの受理済み）　B=在庫待ち（BOF）
      *　CD-REL-FLG　R=本実行で解放済み　S=指示ありだが見送り
      *　（一覧作成後に出荷・却下等で受理済みでなくなった明細）
       01  CD-CNT                 PIC  9(4)    VALUE  ZERO.
       01  CD-TBL.
         02  CD-ENT  OCCURS 2000 TIMES INDEXED BY CD-IDX.
           03  CD-TOKU-COD        PIC  X(4).
           03  CD-JUCHU-NO        PIC  X(6).
           03  CD-LINE-NO         PIC  9(2).
           03  CD-SHOHIN-NO       PIC  X(5).
           03  CD-SURYO           PIC  9(3).
           03  CD-JUCHU-YMD       PIC  9(8).
           03  CD-KIJUN-NOKI      PIC  9(8).
           03  CD-BIZ-DAYS        PIC  9(5).
           03  CD-KINGAKU         PIC  S9(9).
           03  CD-KBN             PIC  X(1).
           03  CD-BO-IDX          PIC  9(4).
           03  CD-REL-FLG         PIC  X(1).
           03  CD-NOHIN-COD       PIC  X(4).
       01  WK-I                   PIC  9(4)    VALUE  0.
       01  WK-J                   PIC  9(4)    VALUE  0.
       01  WK-SWAP-ENT            PIC  X(60).
      *滞留判定の作業領域（基準納期と受注日）
       01  WK-KIJUN-NOKI          PIC  9(8)    VALUE  0.
       01  WK-JUCHU-YMD           PIC  9(8)    VALUE  0.
      *セット構成マスタのテーブル（KJBM062と同じ持ち方。セット
      *親の引当はKJBM030が親在庫と部品在庫に分けて取っているため、
      *解放の戻しもセット引当内訳どおり親と部品の単位で行う）
       01  SET-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-SETT-END-FLG        PIC  X       VALUE  SPACE.
       01  WK-SETT-CNT            PIC  9(3)    VALUE  0.
       01  WK-SETT-TBL.
         02  WK-SETT-ENT  OCCURS 200 TIMES INDEXED BY WK-SETT-IDX.
           03  WK-SETT-OYA-NO     PIC  X(5).
           03  WK-SETT-KO-NO      PIC  X(5).
           03  WK-SETT-KO-SURYO   PIC  9(3).
       01  WK-SET-OYA-FLG         PIC  X       VALUE  "N".
      *セット引当内訳　戻す親在庫分・部品展開分（親の単位）
       01  SAL-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-SAL-AVAIL-FLG       PIC  X       VALUE  "N".
       01  WK-SET-OYA-QTY         PIC  9(3)    VALUE  0.
       01  WK-SET-KO-QTY          PIC  9(3)    VALUE  0.
      *解放時の引当戻し用（戻し先商品＝通常は受注商品、セット親の
      *場合は構成部品を1つずつ入れ替えて記帳する）
       01  WK-GB-SHOHIN-NO        PIC  X(5)    VALUE  SPACE.
       01  WK-GB-SURYO            PIC  9(7)    VALUE  0.
       01  WK-ORDER-LOC           PIC  X(2)    VALUE  SPACE.
       01  WK-DEFAULT-LOC         PIC  X(2)    VALUE  "01".
       01  WK-LOC-ZAN             PIC  S9(7)   VALUE  0.
       01  WK-ZAI-MAE-ZAN         PIC  S9(7)   VALUE  0.
      *ロット別在庫の擬似ロット積み戻し用
       01  LOT-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  WK-LOTF-AVAIL-FLG      PIC  X       VALUE  "N".
       01  WK-LOT-GB-YMD          PIC  9(8)    VALUE  0.
      *営業日カレンダー（INIT-RTNでロード）。区間内の営業日("W")
      *を数える。未定義の環境ではKJBM051と同じ週末比率の近似
       01  WK-CAL-END-FLG         PIC  X       VALUE  SPACE.
       01  WK-CAL-CNT             PIC  9(4)    VALUE  ZERO.
       01  WK-CAL-TBL.
         02  WK-CAL-ENT  OCCURS 2000 TIMES INDEXED BY WK-CAL-IDX.
           03  WK-CAL-YMD         PIC  9(8).
           03  WK-CAL-KBN         PIC  X(1).
       01  WK-CAL-DAYS            PIC  S9(7)   VALUE  ZERO.
       01  WK-BIZ-DAYS            PIC  S9(7)   VALUE  ZERO.
      *一覧の得意先見出し・小計用
       01  WK-BRK-TOKU-COD        PIC  X(4)    VALUE  SPACE.
       01  WK-TOKU-MEI            PIC  X(20)   VALUE  SPACE.
       01  WK-TOK-CNT             PIC  9(5)    VALUE  0.
       01  WK-TOK-KINGAKU         PIC  S9(11)  VALUE  0.
       01  WK-ALL-KINGAKU         PIC  S9(11)  VALUE  0.
      *編集用
       01  WK-SURYO-DISP          PIC  ZZ9.
       01  WK-DAYS-DISP           PIC  ZZZZ9.
       01  WK-KIN-DISP            PIC  ----,---,--9.
       01  WK-SUM-DISP            PIC  ---,---,---,--9.
       01  WK-KBN-DISP            PIC  X(12)   VALUE  SPACE.
       01  WK-REL-DISP            PIC  X(6)    VALUE  SPACE.
      *ジョブ統計ロガー(KCBS020)への連絡領域
       COPY  KCBS020P.
      *受注データベース書込(KCBS040)への連絡領域
       COPY  KCBS040P.
      *納品先参照(KCBS090)への連絡領域（納品先別の出荷拠点）
       COPY  KCBS090P.
      *更新イメージジャーナラ(KCBS060)への連絡領域と更新前退避
       COPY  KCBS060P.
       01  WK-BIJ-OLD-IMG         PIC  X(200)  VALUE  SPACE.
      *完了コード　0=正常 8=対象外の解放指示あり 16=ファイル異常
       01  WK-COMP-CD             PIC  9(2)    VALUE  ZERO.
      ********************************************************
      * 滞留引当の一覧と解放の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KJBM066 ***".
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-START-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-START-TIME.
           PERFORM  INIT-RTN.
           IF  WK-COMP-CD  <  16  THEN
             PERFORM  SCAN-ODB-RTN
             PERFORM  LOAD-BOF-RTN
             PERFORM  SORT-RTN
             PERFORM  LIST-RTN
             PERFORM  RLT-UNUSED-RTN
             PERFORM  REWRITE-BOF-RTN
           END-IF.
           PERFORM  END-RTN.
           MOVE  WK-COMP-CD  TO  RETURN-CODE.
           STOP  RUN.
      ********************************************************
      * 開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           ACCEPT  WK-KIJUN-YMD  FROM  ENVIRONMENT
                   "KJBM066-KIJUN-YMD".
           IF  WK-KIJUN-YMD  =  SPACE  THEN
             MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-KIJUN-YMD
           END-IF.
           ACCEPT  WK-DAYS-TEXT  FROM  ENVIRONMENT  "KJBM066-DAYS".
           IF  WK-DAYS-TEXT  IS NUMERIC  AND
               WK-DAYS-TEXT  NOT  =  SPACE  THEN
             MOVE  WK-DAYS-TEXT  TO  WK-DAYS
           END-IF.
           DISPLAY  "基準日=" WK-KIJUN-YMD
                    " しきい値(営業日)=" WK-DAYS.
           OPEN  OUTPUT  RPT-FILE.
           PERFORM  CAL-LOAD-RTN.
           PERFORM  LOAD-SET-RTN.
           PERFORM  LOAD-RLT-RTN.
           PERFORM  LOAD-SHR-RTN.
           OPEN  INPUT  ODB-FILE.
           IF  ODB-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-ODB-AVAIL-FLG
           ELSE
             DISPLAY  "ODBオープン異常 STATUS=" ODB-STATUS
             MOVE  16   TO  WK-COMP-CD
           END-IF.
           OPEN  I-O  IMF-FILE.
           OPEN  INPUT  CMF-FILE.
           OPEN  I-O  LOC-FILE.
           IF  LOC-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-LOC-AVAIL-FLG
           ELSE
             DISPLAY  "LOCなし　合計在庫で続行"
           END-IF.
      *ロット別在庫　未定義の環境ではロット管理なしで続行する
           OPEN  I-O  LOT-FILE.
           IF  LOT-STATUS-WS  =  "00"  THEN
             MOVE  "Y"  TO  WK-LOTF-AVAIL-FLG
           END-IF.
      *セット引当内訳　未定義の環境ではセット親を全数部品で戻す
           OPEN  I-O  SAL-FILE.
           IF  SAL-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-SAL-AVAIL-FLG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 営業日カレンダーの全件ロード
      * CAL環境変数未定義（ファイルなし）の場合は近似計算で続行
      ********************************************************
       CAL-LOAD-RTN               SECTION.
           OPEN  INPUT  CAL-FILE.
           IF  CAL-STATUS  =  "35"  THEN
             DISPLAY  "CALなし　営業日数は近似計算"
           ELSE
             PERFORM  UNTIL  WK-CAL-END-FLG  =  "E"
               READ  CAL-FILE
                 AT  END
                   MOVE  "E"  TO  WK-CAL-END-FLG
                 NOT  AT  END
                   IF  WK-CAL-CNT  <  2000  THEN
                     ADD  1  TO  WK-CAL-CNT
                     SET  WK-CAL-IDX  TO  WK-CAL-CNT
                     MOVE  CAL-YMD  TO  WK-CAL-YMD(WK-CAL-IDX)
                     MOVE  CAL-KBN  TO  WK-CAL-KBN(WK-CAL-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  CAL-FILE
             DISPLAY  "カレンダー ロード件数=" WK-CAL-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * セット構成マスタの全件ロード（未定義はセットなしで続行）
      ********************************************************
       LOAD-SET-RTN               SECTION.
           OPEN  INPUT  SET-FILE.
           IF  SET-STATUS  =  "35"  THEN
             CONTINUE
           ELSE
             MOVE  SPACE  TO  WK-SETT-END-FLG
             PERFORM  UNTIL  WK-SETT-END-FLG  =  "E"
               READ  SET-FILE
                 AT  END
                   MOVE  "E"  TO  WK-SETT-END-FLG
                 NOT  AT  END
                   IF  WK-SETT-CNT  <  200  THEN
                     ADD  1  TO  WK-SETT-CNT
                     SET  WK-SETT-IDX  TO  WK-SETT-CNT
                     MOVE  SET-OYA-NO
                       TO  WK-SETT-OYA-NO(WK-SETT-IDX)
                     MOVE  SET-KO-NO
                       TO  WK-SETT-KO-NO(WK-SETT-IDX)
                     MOVE  SET-KO-SURYO
                       TO  WK-SETT-KO-SURYO(WK-SETT-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  SET-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 解放指示の全件読込
      ********************************************************
       LOAD-RLT-RTN               SECTION.
           OPEN  INPUT  RLT-FILE.
           IF  RLT-STATUS  =  "35"  THEN
             DISPLAY  "解放指示なし　一覧のみ出力"
           ELSE
             MOVE  SPACE  TO  WK-END-FLG
             PERFORM  UNTIL  WK-END-FLG  =  "E"
               READ  RLT-FILE
                 AT  END
                   MOVE  "E"  TO  WK-END-FLG
                 NOT  AT  END
                   IF  RT-CNT  <  500  THEN
                     ADD  1  TO  RT-CNT
                     SET  RT-IDX  TO  RT-CNT
                     MOVE  RLT-JUCHU-NO
                       TO  RT-JUCHU-NO(RT-IDX)
                     MOVE  RLT-LINE-NO
                       TO  RT-LINE-NO(RT-IDX)
                     MOVE  RLT-OPERATOR
                       TO  RT-OPERATOR(RT-IDX)
                     MOVE  SPACE  TO  RT-USED-FLG(RT-IDX)
                   ELSE
                     DISPLAY  "*** テーブル上限超過"
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  RLT-FILE
             DISPLAY  "解放指示読込= "  RT-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 出荷実績レジスタから出荷のあった明細のキーを読み込む
      * テーブルに収まらない場合は出荷済みの明細を解放しかねない
      * ため、ファイル異常として中止する
      ********************************************************
       LOAD-SHR-RTN               SECTION.
           OPEN  INPUT  SHR-FILE.
           IF  SHR-STATUS  =  "35"  THEN
             DISPLAY  "SHRなし　出荷実績なしで続行"
           ELSE
             PERFORM  UNTIL  WK-SHR-END-FLG  =  "E"
               READ  SHR-FILE
                 AT  END
                   MOVE  "E"  TO  WK-SHR-END-FLG
                 NOT  AT  END
                   IF  SHK-CNT  <  9999  THEN
                     ADD  1  TO  SHK-CNT
                     SET  SHK-IDX  TO  SHK-CNT
                     MOVE  SHR-JUCHU-NO  TO  SHK-JUCHU-NO(SHK-IDX)
                     MOVE  SHR-LINE-NO   TO  SHK-LINE-NO(SHK-IDX)
                   ELSE
                     DISPLAY  "SHRテーブル溢れ　処理中止"
                     MOVE  16   TO  WK-COMP-CD
                     MOVE  "E"  TO  WK-SHR-END-FLG
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  SHR-FILE
             DISPLAY  "出荷実績 ロード件数=" SHK-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 受注データベースの走査　受理済みで出荷のない通常受注・
      * 受注変更のうち、基準納期から経過営業日数がしきい値を
      * 超えたものを滞留明細テーブルへ積む
      ********************************************************
       SCAN-ODB-RTN               SECTION.
           MOVE  SPACE  TO  WK-END-FLG.
           MOVE  LOW-VALUE  TO  ODB-KEY.
           START  ODB-FILE  KEY  IS  NOT LESS THAN  ODB-KEY
             INVALID KEY
               MOVE  "E"  TO  WK-END-FLG
           END-START.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  ODB-FILE  NEXT  RECORD
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 ADD  1  TO  ODB-CNT
                 IF  (ODB-RESULT  =  "OK")  AND
                     ((ODB-DATA-KBN  =  "1")  OR
                      (ODB-DATA-KBN  =  "4"))  AND
                     (ODB-SURYO  IS  NUMERIC)  THEN
                   PERFORM  ODB-CHECK-RTN
                 END-IF
             END-READ
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 受理済み明細1件の滞留判定
      ********************************************************
       ODB-CHECK-RTN              SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  SHK-IDX  FROM  1  BY  1
             UNTIL  (SHK-IDX  >  SHK-CNT)  OR
                    (WK-FOUND-FLG  =  "Y")
             IF  (SHK-JUCHU-NO(SHK-IDX)  =  ODB-JUCHU-NO)  AND
                 (SHK-LINE-NO(SHK-IDX)  =  ODB-LINE-NO)  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "N"  THEN
             MOVE  ODB-JUCHU-YMD  TO  WK-JUCHU-YMD
             PERFORM  KIJUN-NOKI-RTN
             PERFORM  CALC-BIZ-DAYS-RTN
             IF  WK-BIZ-DAYS  >  WK-DAYS  THEN
               PERFORM  CD-ADD-RTN
               IF  WK-ADD-FLG  =  "Y"  THEN
                 MOVE  "A"             TO  CD-KBN(CD-IDX)
                 MOVE  ODB-SURYO       TO  CD-SURYO(CD-IDX)
                 MOVE  ODB-KINGAKU     TO  CD-KINGAKU(CD-IDX)
                 MOVE  ZERO            TO  CD-BO-IDX(CD-IDX)
                 ADD  1  TO  ALLOC-CNT
               END-IF
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 基準納期の決定　確約納期、確約なしは希望納期、いずれも
      * なければ受注日（ODBの読込内容から求める）
      ********************************************************
       KIJUN-NOKI-RTN             SECTION.
           IF  (ODB-YAKUSOKU-YMD  IS  NUMERIC)  AND
               (ODB-YAKUSOKU-YMD  >  ZERO)  THEN
             MOVE  ODB-YAKUSOKU-YMD  TO  WK-KIJUN-NOKI
           ELSE
             IF  (ODB-NOKI-YMD  IS  NUMERIC)  AND
                 (ODB-NOKI-YMD  >  ZERO)  THEN
               MOVE  ODB-NOKI-YMD  TO  WK-KIJUN-NOKI
             ELSE
               MOVE  WK-JUCHU-YMD  TO  WK-KIJUN-NOKI
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 基準納期から基準日までの経過営業日数を求める
      * カレンダーが使える場合は区間(基準納期の翌日〜基準日)の
      * 営業日("W")を数える。未定義の環境では暦日数から週末
      * 比率を差し引く近似値とする（KJBM051と同じ）
      ********************************************************
       CALC-BIZ-DAYS-RTN          SECTION.
           MOVE  0  TO  WK-BIZ-DAYS.
           IF  (WK-KIJUN-NOKI  =  ZERO)  OR
               (WK-KIJUN-NOKI  >=  WK-KIJUN-YMD-N)  THEN
             CONTINUE
           ELSE
             IF  WK-CAL-CNT  >  0  THEN
               PERFORM  VARYING  WK-CAL-IDX  FROM  1  BY  1
                 UNTIL  WK-CAL-IDX  >  WK-CAL-CNT
                 IF  (WK-CAL-YMD(WK-CAL-IDX)  >  WK-KIJUN-NOKI)  AND
                     (WK-CAL-YMD(WK-CAL-IDX)  <=
                      WK-KIJUN-YMD-N)  AND
                     (WK-CAL-KBN(WK-CAL-IDX)  =  "W")  THEN
                   ADD  1  TO  WK-BIZ-DAYS
                 END-IF
               END-PERFORM
             ELSE
               COMPUTE  WK-CAL-DAYS  =
                 FUNCTION INTEGER-OF-DATE(WK-KIJUN-YMD-N)  -
                 FUNCTION INTEGER-OF-DATE(WK-KIJUN-NOKI)
               COMPUTE  WK-BIZ-DAYS  =
                 WK-CAL-DAYS  -  ((WK-CAL-DAYS  /  7)  *  2)
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 滞留明細テーブルへの追加（共通項目はODBの読込内容から）
      * 上限を超えた場合はWK-ADD-FLGを"N"で返す
      ********************************************************
       CD-ADD-RTN                 SECTION.
           IF  CD-CNT  <  2000  THEN
             MOVE  "Y"  TO  WK-ADD-FLG
             ADD  1  TO  CD-CNT
             SET  CD-IDX  TO  CD-CNT
             MOVE  ODB-TOKU-COD    TO  CD-TOKU-COD(CD-IDX)
             MOVE  ODB-NOHIN-COD   TO  CD-NOHIN-COD(CD-IDX)
             MOVE  ODB-JUCHU-NO    TO  CD-JUCHU-NO(CD-IDX)
             MOVE  ODB-LINE-NO     TO  CD-LINE-NO(CD-IDX)
             MOVE  ODB-SHOHIN-NO   TO  CD-SHOHIN-NO(CD-IDX)
             MOVE  WK-JUCHU-YMD    TO  CD-JUCHU-YMD(CD-IDX)
             MOVE  WK-KIJUN-NOKI   TO  CD-KIJUN-NOKI(CD-IDX)
             MOVE  WK-BIZ-DAYS     TO  CD-BIZ-DAYS(CD-IDX)
             MOVE  SPACE           TO  CD-REL-FLG(CD-IDX)
           ELSE
             DISPLAY  "*** テーブル上限超過 受注番号="
                      ODB-JUCHU-NO
             MOVE  "N"  TO  WK-ADD-FLG
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 在庫待ちファイルの全件読込と滞留判定　基準納期は受注
      * データベースの同じ明細から求める（ODBにない明細は
      * 在庫待ち明細の希望納期・受注日による）
      ********************************************************
       LOAD-BOF-RTN               SECTION.
           OPEN  INPUT  BOF-FILE.
           IF  BOF-STATUS  =  "35"  THEN
             DISPLAY  "在庫待ちファイルなし"
           ELSE
             MOVE  SPACE  TO  WK-END-FLG
             PERFORM  UNTIL  WK-END-FLG  =  "E"
               READ  BOF-FILE
                 AT  END
                   MOVE  "E"  TO  WK-END-FLG
                 NOT  AT  END
                   ADD  1  TO  BOF-CNT
                   IF  BO-CNT  <  9999  THEN
                     ADD  1  TO  BO-CNT
                     SET  BO-IDX  TO  BO-CNT
                     MOVE  BOF-REC  TO  BO-REC-IMG(BO-IDX)
                     MOVE  SPACE    TO  BO-KEEP-FLG(BO-IDX)
                     PERFORM  BO-CHECK-RTN
                   ELSE
      *書き戻しで在庫待ち明細を失うため、ファイル異常として中止
                     DISPLAY  "BOFテーブル溢れ　処理中止"
                     MOVE  16   TO  WK-COMP-CD
                     MOVE  "E"  TO  WK-END-FLG
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  BOF-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 在庫待ち明細1件の滞留判定
      ********************************************************
       BO-CHECK-RTN               SECTION.
           MOVE  BO-REC-IMG(BO-IDX)  TO  WK-BO-REC-1.
           COMPUTE  WK-JUCHU-YMD  =
             (JF020-JUCHU-Y2 OF WK-BO-REC-1  *  10000)  +
             (JF020-JUCHU-MM OF WK-BO-REC-1  *  100)  +
             JF020-JUCHU-DD OF WK-BO-REC-1.
           MOVE  JF020-JUCHU-NO OF WK-BO-REC-1  TO  ODB-JUCHU-NO.
           MOVE  JF020-LINE-NO OF WK-BO-REC-1   TO  ODB-LINE-NO.
           READ  ODB-FILE
             INVALID KEY
               MOVE  SPACE  TO  ODB-REC
               MOVE  JF020-JUCHU-NO OF WK-BO-REC-1  TO  ODB-JUCHU-NO
               MOVE  JF020-LINE-NO OF WK-BO-REC-1   TO  ODB-LINE-NO
               MOVE  ZERO  TO  ODB-YAKUSOKU-YMD
               MOVE  JF020-NOKI-YMD OF WK-BO-REC-1  TO  ODB-NOKI-YMD
           END-READ.
      *得意先・商品・数量は在庫待ち明細のものを使う（出荷不足分
      *の明細はODBの数量が実出荷数量に変わっているため）
           MOVE  JF020-TOKU-COD OF WK-BO-REC-1   TO  ODB-TOKU-COD.
           MOVE  JF020-NOHIN-COD OF WK-BO-REC-1  TO  ODB-NOHIN-COD.
           MOVE  JF020-SHOHIN-NO OF WK-BO-REC-1  TO  ODB-SHOHIN-NO.
           PERFORM  KIJUN-NOKI-RTN.
           PERFORM  CALC-BIZ-DAYS-RTN.
           IF  WK-BIZ-DAYS  >  WK-DAYS  THEN
             PERFORM  CD-ADD-RTN
             IF  WK-ADD-FLG  =  "Y"  THEN
               MOVE  "B"  TO  CD-KBN(CD-IDX)
               IF  JF020-SURYO OF WK-BO-REC-1  IS  NUMERIC  THEN
                 MOVE  JF020-SURYO OF WK-BO-REC-1
                   TO  CD-SURYO(CD-IDX)
               ELSE
                 MOVE  ZERO  TO  CD-SURYO(CD-IDX)
               END-IF
               MOVE  JF020-KINGAKU OF WK-BO-REC-1
                 TO  CD-KINGAKU(CD-IDX)
               SET  CD-BO-IDX(CD-IDX)  TO  BO-IDX
               ADD  1  TO  BACK-CNT
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 得意先＋受注番号＋明細行番号の昇順に並べ替え
      * （単純選択法、KJBM053と同じ技法）
      ********************************************************
       SORT-RTN                   SECTION.
           PERFORM  VARYING  WK-I  FROM  1  BY  1
             UNTIL  WK-I  >=  CD-CNT
             PERFORM  VARYING  WK-J  FROM  WK-I  BY  1
               UNTIL  WK-J  >  CD-CNT
               IF  CD-ENT(WK-J)(1:12)  <  CD-ENT(WK-I)(1:12)  THEN
                 MOVE  CD-ENT(WK-I)  TO  WK-SWAP-ENT
                 MOVE  CD-ENT(WK-J)  TO  CD-ENT(WK-I)
                 MOVE  WK-SWAP-ENT   TO  CD-ENT(WK-J)
               END-IF
             END-PERFORM
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 得意先別滞留引当一覧　解放指示のある明細は解放してから
      * 印字する。得意先ごとに見出しと小計を付ける
      ********************************************************
       LIST-RTN                   SECTION.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  WK-DAYS  TO  WK-DAYS-DISP.
           STRING  "滞留引当一覧　基準納期後"
                     DELIMITED BY SIZE
                   WK-DAYS-DISP  DELIMITED BY SIZE
                   "営業日超　基準日＝"  DELIMITED BY SIZE
                   WK-KIJUN-YMD  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  SPACE  TO  WK-BRK-TOKU-COD.
           PERFORM  VARYING  CD-IDX  FROM  1  BY  1
             UNTIL  CD-IDX  >  CD-CNT
             IF  CD-TOKU-COD(CD-IDX)  NOT  =  WK-BRK-TOKU-COD  THEN
               IF  WK-BRK-TOKU-COD  NOT  =  SPACE  THEN
                 PERFORM  TOK-TOTAL-RTN
               END-IF
               PERFORM  TOK-HEAD-RTN
             END-IF
             PERFORM  RLT-LOOKUP-RTN
             IF  WK-FOUND-FLG  =  "Y"  THEN
               PERFORM  RELEASE-RTN
             END-IF
             PERFORM  DETAIL-RTN
           END-PERFORM.
           IF  WK-BRK-TOKU-COD  NOT  =  SPACE  THEN
             PERFORM  TOK-TOTAL-RTN
           END-IF.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  WK-ALL-KINGAKU  TO  WK-SUM-DISP.
           MOVE  SPACE  TO  RPT-REC.
           IF  CD-CNT  =  ZERO  THEN
             MOVE  "該当なし"  TO  RPT-REC
           ELSE
             STRING  "総合計　引当中="  DELIMITED BY SIZE
                     ALLOC-CNT  DELIMITED BY SIZE
                     " 在庫待ち="  DELIMITED BY SIZE
                     BACK-CNT  DELIMITED BY SIZE
                     " 解放="  DELIMITED BY SIZE
                     REL-CNT  DELIMITED BY SIZE
                     " 金額="  DELIMITED BY SIZE
                     WK-SUM-DISP  DELIMITED BY SIZE
               INTO  RPT-REC
           END-IF.
           WRITE  RPT-REC.
           ADD  2  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 得意先見出し（得意先名は得意先マスタから）
      ********************************************************
       TOK-HEAD-RTN               SECTION.
           MOVE  CD-TOKU-COD(CD-IDX)  TO  WK-BRK-TOKU-COD.
           MOVE  0  TO  WK-TOK-CNT.
           MOVE  0  TO  WK-TOK-KINGAKU.
           MOVE  SPACE  TO  WK-TOKU-MEI.
           MOVE  CD-TOKU-COD(CD-IDX)  TO  CFTOK-TOKU-COD.
           READ  CMF-FILE
             INVALID KEY
               MOVE  "（得意先マスタなし）"  TO  WK-TOKU-MEI
             NOT INVALID KEY
               MOVE  CFTOK-TOKU-MEI  TO  WK-TOKU-MEI
           END-READ.
           MOVE  SPACE  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "得意先="  DELIMITED BY SIZE
                   WK-BRK-TOKU-COD  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-TOKU-MEI  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "受注番号-行 商品  数量 受注日   "
                   DELIMITED BY SIZE
                   "基準納期 経過営業日 区分"
                   DELIMITED BY SIZE
                   "       金額        処置"
                   DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  3  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 得意先小計
      ********************************************************
       TOK-TOTAL-RTN              SECTION.
           MOVE  WK-TOK-KINGAKU  TO  WK-SUM-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  小計　件数="  DELIMITED BY SIZE
                   WK-TOK-CNT  DELIMITED BY SIZE
                   " 金額="  DELIMITED BY SIZE
                   WK-SUM-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 一覧の明細行
      ********************************************************
       DETAIL-RTN                 SECTION.
           ADD  1  TO  WK-TOK-CNT.
           ADD  CD-KINGAKU(CD-IDX)  TO  WK-TOK-KINGAKU.
           ADD  CD-KINGAKU(CD-IDX)  TO  WK-ALL-KINGAKU.
           MOVE  CD-SURYO(CD-IDX)     TO  WK-SURYO-DISP.
           MOVE  CD-BIZ-DAYS(CD-IDX)  TO  WK-DAYS-DISP.
           MOVE  CD-KINGAKU(CD-IDX)   TO  WK-KIN-DISP.
           IF  CD-KBN(CD-IDX)  =  "A"  THEN
             MOVE  "引当中"  TO  WK-KBN-DISP
           ELSE
             MOVE  "在庫待ち"  TO  WK-KBN-DISP
           END-IF.
           EVALUATE  CD-REL-FLG(CD-IDX)
             WHEN  "R"
               MOVE  "解放"  TO  WK-REL-DISP
             WHEN  "S"
               MOVE  "見送"  TO  WK-REL-DISP
             WHEN  OTHER
               MOVE  SPACE  TO  WK-REL-DISP
           END-EVALUATE.
           MOVE  SPACE  TO  RPT-REC.
           STRING  CD-JUCHU-NO(CD-IDX)  DELIMITED BY SIZE
                   "-"  DELIMITED BY SIZE
                   CD-LINE-NO(CD-IDX)  DELIMITED BY SIZE
                   "   "  DELIMITED BY SIZE
                   CD-SHOHIN-NO(CD-IDX)  DELIMITED BY SIZE
                   "  "  DELIMITED BY SIZE
                   WK-SURYO-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CD-JUCHU-YMD(CD-IDX)  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CD-KIJUN-NOKI(CD-IDX)  DELIMITED BY SIZE
                   "      "  DELIMITED BY SIZE
                   WK-DAYS-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-KBN-DISP  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-REL-DISP  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-OPERATOR  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 解放指示の引き当て　受注番号＋明細行番号で突き合わせる
      ********************************************************
       RLT-LOOKUP-RTN             SECTION.
           MOVE  "N"    TO  WK-FOUND-FLG.
           MOVE  SPACE  TO  WK-OPERATOR.
           PERFORM  VARYING  RT-IDX  FROM  1  BY  1
             UNTIL  (RT-IDX  >  RT-CNT)  OR
                    (WK-FOUND-FLG  =  "Y")
             IF  (RT-JUCHU-NO(RT-IDX)  =  CD-JUCHU-NO(CD-IDX))  AND
                 (RT-LINE-NO(RT-IDX)  =  CD-LINE-NO(CD-IDX))  AND
                 (RT-USED-FLG(RT-IDX)  =  SPACE)  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
               MOVE  "Y"  TO  RT-USED-FLG(RT-IDX)
               MOVE  RT-OPERATOR(RT-IDX)  TO  WK-OPERATOR
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 解放処理　引当中は在庫へ戻して受注データベースを引当
      * 解放("RL")に、在庫待ちはBOFから外す
      ********************************************************
       RELEASE-RTN                SECTION.
           MOVE  CD-JUCHU-NO(CD-IDX)  TO  ODB-JUCHU-NO.
           MOVE  CD-LINE-NO(CD-IDX)   TO  ODB-LINE-NO.
           READ  ODB-FILE
             INVALID KEY
               MOVE  SPACE  TO  ODB-RESULT
           END-READ.
           IF  CD-KBN(CD-IDX)  =  "A"  THEN
      *一覧作成から解放までの間に出荷・却下された明細は戻さない
             IF  ODB-RESULT  =  "OK"  THEN
               PERFORM  ALLOC-RELEASE-RTN
               PERFORM  ODB-RL-RTN
               MOVE  "R"  TO  CD-REL-FLG(CD-IDX)
               ADD  1  TO  REL-CNT
             ELSE
               MOVE  "S"  TO  CD-REL-FLG(CD-IDX)
             END-IF
           ELSE
             SET  BO-IDX  TO  CD-BO-IDX(CD-IDX)
             MOVE  "R"  TO  BO-KEEP-FLG(BO-IDX)
             IF  ODB-RESULT  =  "BO"  THEN
               PERFORM  ODB-RL-RTN
             END-IF
             MOVE  "R"  TO  CD-REL-FLG(CD-IDX)
             ADD  1  TO  REL-CNT
             ADD  1  TO  BO-REL-CNT
           END-IF.
           IF  CD-REL-FLG(CD-IDX)  =  "R"  THEN
             DISPLAY  "解放 受注番号=" CD-JUCHU-NO(CD-IDX)
                      "-" CD-LINE-NO(CD-IDX)
                      " 指示者=" WK-OPERATOR
           ELSE
             DISPLAY  "解放見送り 受注番号="
                      CD-JUCHU-NO(CD-IDX)
                      "-" CD-LINE-NO(CD-IDX)
                      " 判定=" ODB-RESULT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 引当中明細の引当戻し　セット親はセット引当内訳の親在庫分
      * を親へ、残りを構成部品ごとに員数倍した数量で戻す（KJBM062
      * の却下と同じ考え方）
      ********************************************************
       ALLOC-RELEASE-RTN          SECTION.
           MOVE  "N"  TO  WK-SET-OYA-FLG.
           PERFORM  VARYING  WK-SETT-IDX  FROM  1  BY  1
             UNTIL  (WK-SETT-IDX  >  WK-SETT-CNT)  OR
                    (WK-SET-OYA-FLG  =  "Y")
             IF  WK-SETT-OYA-NO(WK-SETT-IDX)  =
                 CD-SHOHIN-NO(CD-IDX)  THEN
               MOVE  "Y"  TO  WK-SET-OYA-FLG
             END-IF
           END-PERFORM.
           IF  WK-SET-OYA-FLG  =  "Y"  THEN
             PERFORM  SAL-RELEASE-RTN
             IF  WK-SET-OYA-QTY  >  0  THEN
               MOVE  CD-SHOHIN-NO(CD-IDX)  TO  WK-GB-SHOHIN-NO
               MOVE  WK-SET-OYA-QTY        TO  WK-GB-SURYO
               PERFORM  GIVEBACK-RTN
             END-IF
             PERFORM  VARYING  WK-SETT-IDX  FROM  1  BY  1
               UNTIL  (WK-SETT-IDX  >  WK-SETT-CNT)  OR
                      (WK-SET-KO-QTY  =  0)
               IF  WK-SETT-OYA-NO(WK-SETT-IDX)  =
                   CD-SHOHIN-NO(CD-IDX)  THEN
                 MOVE  WK-SETT-KO-NO(WK-SETT-IDX)
                   TO  WK-GB-SHOHIN-NO
                 COMPUTE  WK-GB-SURYO  =
                   WK-SET-KO-QTY
                   *  WK-SETT-KO-SURYO(WK-SETT-IDX)
                 PERFORM  GIVEBACK-RTN
               END-IF
             END-PERFORM
           ELSE
             MOVE  CD-SHOHIN-NO(CD-IDX)  TO  WK-GB-SHOHIN-NO
             MOVE  CD-SURYO(CD-IDX)      TO  WK-GB-SURYO
             PERFORM  GIVEBACK-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 戻し内訳の決定　セット引当内訳の引当中の親在庫分を解放数
      * まで親在庫分とし、残りを部品展開分とする（内訳がなければ
      * 全数部品展開）。戻した分は引当中の内訳から差し引く
      ********************************************************
       SAL-RELEASE-RTN            SECTION.
           MOVE  0  TO  WK-SET-OYA-QTY.
           MOVE  CD-SURYO(CD-IDX)  TO  WK-SET-KO-QTY.
           IF  WK-SAL-AVAIL-FLG  NOT  =  "Y"  THEN
             GO  TO  SAL-RELEASE-EXT
           END-IF.
           MOVE  CD-JUCHU-NO(CD-IDX)  TO  SAL-JUCHU-NO.
           MOVE  CD-LINE-NO(CD-IDX)   TO  SAL-LINE-NO.
           READ  SAL-FILE
             INVALID KEY
               GO  TO  SAL-RELEASE-EXT
           END-READ.
           IF  SAL-AL-OYA-SURYO  >=  CD-SURYO(CD-IDX)  THEN
             MOVE  CD-SURYO(CD-IDX)  TO  WK-SET-OYA-QTY
           ELSE
             MOVE  SAL-AL-OYA-SURYO  TO  WK-SET-OYA-QTY
           END-IF.
           COMPUTE  WK-SET-KO-QTY  =
             CD-SURYO(CD-IDX)  -  WK-SET-OYA-QTY.
           SUBTRACT  WK-SET-OYA-QTY  FROM  SAL-AL-OYA-SURYO.
           IF  SAL-AL-KO-SURYO  >  WK-SET-KO-QTY  THEN
             SUBTRACT  WK-SET-KO-QTY  FROM  SAL-AL-KO-SURYO
           ELSE
             MOVE  0  TO  SAL-AL-KO-SURYO
           END-IF.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  SAL-UPD-YMD.
           REWRITE  SAL-REC.
       SAL-RELEASE-EXT.
           EXIT.
      ********************************************************
      * 引当戻し1商品分の記帳　合計在庫・拠点在庫・擬似ロットへ
      * 積み戻し、在庫受払ジャーナル(RL)を残す
      ********************************************************
       GIVEBACK-RTN               SECTION.
           MOVE  WK-GB-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID KEY
               DISPLAY  "商品マスタ不一致 商品="
                        WK-GB-SHOHIN-NO
             NOT INVALID KEY
               MOVE  IMF-REC  TO  WK-BIJ-OLD-IMG
               MOVE  CFSHO-ZAIKO-SURYO  TO  WK-ZAI-MAE-ZAN
               ADD  WK-GB-SURYO  TO  CFSHO-ZAIKO-SURYO
               REWRITE  IMF-REC
               PERFORM  IMF-BIJ-RTN
               PERFORM  LOC-ASSIGN-RTN
               MOVE  WK-GB-SURYO  TO  WK-LOC-ZAN
               PERFORM  LOC-ADD-RTN
      *戻し分はロットが特定できないため擬似ロットへ積み戻す
               PERFORM  LOT-GIVEBACK-RTN
               PERFORM  ZAI-WRITE-RTN
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 受注の出荷拠点の引き当て（KJBM030と同じ既定値の考え方）
      * 納品先指定の受注は納品先マスタの出荷拠点を優先する
      ********************************************************
       LOC-ASSIGN-RTN             SECTION.
           MOVE  WK-DEFAULT-LOC  TO  WK-ORDER-LOC.
           IF  WK-LOC-AVAIL-FLG  =  "Y"  THEN
             MOVE  CD-TOKU-COD(CD-IDX)  TO  CFTOK-TOKU-COD
             READ  CMF-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF  CFTOK-LOC-COD  NOT  =  SPACE  THEN
                   MOVE  CFTOK-LOC-COD  TO  WK-ORDER-LOC
                 END-IF
             END-READ
             IF  CD-NOHIN-COD(CD-IDX)  NOT  =  SPACE  THEN
               MOVE  CD-TOKU-COD(CD-IDX)  TO  S090-TOKU-COD
               MOVE  CD-NOHIN-COD(CD-IDX)  TO  S090-NOHIN-COD
               CALL  "KCBS090"  USING  KCBS090-P1
               IF  (S090-RCD  =  SPACE)  AND
                   (S090-LOC-COD  NOT  =  SPACE)  THEN
                 MOVE  S090-LOC-COD  TO  WK-ORDER-LOC
               END-IF
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 出荷拠点の残数更新（KJBM030と同じ）
      ********************************************************
       LOC-ADD-RTN                SECTION.
           IF  WK-LOC-AVAIL-FLG  =  "Y"  THEN
             MOVE  WK-GB-SHOHIN-NO  TO  CFLOC-SHOHIN-NO
             MOVE  WK-ORDER-LOC  TO  CFLOC-LOC-COD
             READ  LOC-FILE
               INVALID KEY
                 MOVE  WK-GB-SHOHIN-NO  TO  CFLOC-SHOHIN-NO
                 MOVE  WK-ORDER-LOC  TO  CFLOC-LOC-COD
                 MOVE  WK-LOC-ZAN    TO  CFLOC-ZAIKO-SURYO
                 WRITE  LOC-REC
                 MOVE  "W"    TO  S060-ACTION
                 MOVE  SPACE  TO  WK-BIJ-OLD-IMG
                 PERFORM  LOC-BIJ-RTN
               NOT INVALID KEY
                 MOVE  SPACE    TO  WK-BIJ-OLD-IMG
                 MOVE  LOC-REC  TO  WK-BIJ-OLD-IMG
                 ADD  WK-LOC-ZAN  TO  CFLOC-ZAIKO-SURYO
                 REWRITE  LOC-REC
                 MOVE  "R"  TO  S060-ACTION
                 PERFORM  LOC-BIJ-RTN
             END-READ
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 商品マスタ書換の更新イメージ記帳（KJBM030と同じ方式）
      ********************************************************
       IMF-BIJ-RTN                SECTION.
           MOVE  "KJBM066"  TO  S060-PGM-ID.
           MOVE  "IMF"      TO  S060-FILE-ID.
           MOVE  "R"        TO  S060-ACTION.
           MOVE  SPACE      TO  S060-KEY.
           MOVE  CFSHO-SHOHIN-NO  TO  S060-KEY.
           MOVE  WK-BIJ-OLD-IMG  TO  S060-OLD-REC.
           MOVE  SPACE      TO  S060-NEW-REC.
           MOVE  IMF-REC    TO  S060-NEW-REC.
           CALL  "KCBS060"  USING  KCBS060-P1.
       EXT.
           EXIT.
      ********************************************************
      * 拠点別在庫書換の更新イメージ記帳
      ********************************************************
       LOC-BIJ-RTN                SECTION.
           MOVE  "KJBM066"  TO  S060-PGM-ID.
           MOVE  "LOC"      TO  S060-FILE-ID.
           MOVE  SPACE      TO  S060-KEY.
           MOVE  CFLOC-KEY  TO  S060-KEY.
           MOVE  WK-BIJ-OLD-IMG  TO  S060-OLD-REC.
           MOVE  SPACE      TO  S060-NEW-REC.
           MOVE  LOC-REC    TO  S060-NEW-REC.
           CALL  "KCBS060"  USING  KCBS060-P1.
       EXT.
           EXIT.
      ********************************************************
      * 擬似ロットへの積み戻し　解放分をロット"RTNSTOCK"
      * （当日日付）へ加算する（KJBM030と同じ方式）
      ********************************************************
       LOT-GIVEBACK-RTN           SECTION.
           IF  WK-LOTF-AVAIL-FLG  =  "Y"  THEN
             MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-LOT-GB-YMD
             MOVE  WK-GB-SHOHIN-NO  TO  LOT-SHOHIN-NO
             MOVE  WK-LOT-GB-YMD    TO  LOT-NYK-YMD
             MOVE  "RTNSTOCK"       TO  LOT-LOT-NO
             READ  LOT-FILE
               INVALID KEY
                 MOVE  WK-GB-SHOHIN-NO  TO  LOT-SHOHIN-NO
                 MOVE  WK-LOT-GB-YMD    TO  LOT-NYK-YMD
                 MOVE  "RTNSTOCK"       TO  LOT-LOT-NO
                 MOVE  WK-GB-SURYO      TO  LOT-ZAN-SURYO
                 MOVE  ZERO             TO  LOT-KIGEN-YMD
                 MOVE  SPACE            TO  LOT-LOC-COD
                 MOVE  SPACE            TO  LOT-HOLD-KBN
                 MOVE  SPACE            TO  LOT-HOLD-RIYU
                 MOVE  SPACE            TO  LOT-HOLD-OPR
                 MOVE  ZERO             TO  LOT-HOLD-YMD
                 WRITE  LOT-REC
               NOT INVALID KEY
                 ADD  WK-GB-SURYO  TO  LOT-ZAN-SURYO
                 REWRITE  LOT-REC
             END-READ
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 在庫受払ジャーナルへ滞留引当の解放(RL)を追記する
      ********************************************************
       ZAI-WRITE-RTN              SECTION.
           OPEN  EXTEND  ZAI-FILE.
           IF  ZAI-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  ZAI-FILE
           END-IF.
           MOVE  SPACE  TO  ZAI-REC.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  ZAI-YMD.
           MOVE  "KJBM066"  TO  ZAI-PGM-ID.
           MOVE  "RL"       TO  ZAI-KBN.
           MOVE  CD-JUCHU-NO(CD-IDX)  TO  ZAI-REF-NO.
           MOVE  WK-GB-SHOHIN-NO     TO  ZAI-SHOHIN-NO.
           MOVE  WK-GB-SURYO         TO  ZAI-SURYO.
           MOVE  WK-ZAI-MAE-ZAN      TO  ZAI-MAE-ZAN.
           MOVE  CFSHO-ZAIKO-SURYO   TO  ZAI-ATO-ZAN.
           MOVE  "RTNSTOCK"          TO  ZAI-LOT-NO.
           WRITE  ZAI-REC.
           CLOSE  ZAI-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 受注データベース書込(KCBS040)　判定のみ"RL"へ変え、
      * 他の項目は読んだ明細のまま保つ（KJBM065と同じ方式）
      ********************************************************
       ODB-RL-RTN                 SECTION.
           MOVE  ODB-JUCHU-NO    TO  S040-JUCHU-NO.
           MOVE  ODB-LINE-NO     TO  S040-LINE-NO.
           MOVE  ODB-STAGE       TO  S040-STAGE.
           MOVE  "RL"            TO  S040-RESULT.
           MOVE  ODB-DATA-KBN    TO  S040-DATA-KBN.
           MOVE  ODB-JUCHU-YMD   TO  S040-JUCHU-YMD.
           MOVE  ODB-TOKU-COD    TO  S040-TOKU-COD.
           MOVE  ODB-SHOHIN-NO   TO  S040-SHOHIN-NO.
           MOVE  ODB-SURYO       TO  S040-SURYO.
           MOVE  ODB-ERR-KBN-TBL TO  S040-ERR-KBN-TBL.
           MOVE  ODB-KINGAKU     TO  S040-KINGAKU.
           MOVE  ODB-ZEIGAKU     TO  S040-ZEIGAKU.
           MOVE  ODB-YAKUSOKU-YMD  TO  S040-YAKUSOKU-YMD.
           MOVE  ODB-ORIG-JUCHU-NO  TO  S040-ORIG-JUCHU-NO.
           MOVE  ODB-NOKI-YMD      TO  S040-NOKI-YMD.
           MOVE  ODB-NOHIN-COD     TO  S040-NOHIN-COD.
           CALL  "KCBS040"  USING  KCBS040-P1.
           IF  S040-RCD  =  "E"  THEN
             DISPLAY  "受注ＤＢ書込異常 受注番号="
                      ODB-JUCHU-NO
             MOVE  16  TO  WK-COMP-CD
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 一覧にない明細への解放指示を対象外として印字する
      ********************************************************
       RLT-UNUSED-RTN             SECTION.
           PERFORM  VARYING  RT-IDX  FROM  1  BY  1
             UNTIL  RT-IDX  >  RT-CNT
             IF  RT-USED-FLG(RT-IDX)  =  SPACE  THEN
               IF  RLT-NG-CNT  =  ZERO  THEN
                 MOVE  SPACE  TO  RPT-REC
                 WRITE  RPT-REC
                 MOVE  SPACE  TO  RPT-REC
                 STRING  "解放指示の対象外"  DELIMITED BY SIZE
                         "（しきい値内・出荷済み"
                           DELIMITED BY SIZE
                         "・該当なし）"
                           DELIMITED BY SIZE
                   INTO  RPT-REC
                 WRITE  RPT-REC
                 ADD  2  TO  RPT-CNT
               END-IF
               ADD  1  TO  RLT-NG-CNT
               MOVE  SPACE  TO  RPT-REC
               STRING  RT-JUCHU-NO(RT-IDX)  DELIMITED BY SIZE
                       "-"  DELIMITED BY SIZE
                       RT-LINE-NO(RT-IDX)  DELIMITED BY SIZE
                       " 指示者="  DELIMITED BY SIZE
                       RT-OPERATOR(RT-IDX)  DELIMITED BY SIZE
                 INTO  RPT-REC
               WRITE  RPT-REC
               ADD  1  TO  RPT-CNT
             END-IF
           END-PERFORM.
           IF  (RLT-NG-CNT  >  ZERO)  AND  (WK-COMP-CD  <  8)  THEN
             MOVE  8  TO  WK-COMP-CD
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 在庫待ちファイルの書き戻し（解放のあった場合のみ）
      ********************************************************
       REWRITE-BOF-RTN            SECTION.
           IF  BO-REL-CNT  >  0  THEN
             OPEN  OUTPUT  BOF-FILE
             PERFORM  VARYING  BO-IDX  FROM  1  BY  1
               UNTIL  BO-IDX  >  BO-CNT
               IF  BO-KEEP-FLG(BO-IDX)  NOT  =  "R"  THEN
                 MOVE  BO-REC-IMG(BO-IDX)  TO  BOF-REC
                 WRITE  BOF-REC
               END-IF
             END-PERFORM
             CLOSE  BOF-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       END-RTN                    SECTION.
           PERFORM  JOB-STAT-WRITE-RTN.
           IF  WK-ODB-AVAIL-FLG  =  "Y"  THEN
             CLOSE  ODB-FILE
           END-IF.
           CLOSE  IMF-FILE.
           CLOSE  CMF-FILE.
           IF  WK-LOC-AVAIL-FLG  =  "Y"  THEN
             CLOSE  LOC-FILE
           END-IF.
           IF  WK-LOTF-AVAIL-FLG  =  "Y"  THEN
             CLOSE  LOT-FILE
           END-IF.
           IF  WK-SAL-AVAIL-FLG  =  "Y"  THEN
             CLOSE  SAL-FILE
           END-IF.
           CLOSE  RPT-FILE.
           DISPLAY  "ODB-CNT=  "  ODB-CNT.
           DISPLAY  "BOF-CNT=  "  BOF-CNT.
           DISPLAY  "滞留引当中= "  ALLOC-CNT.
           DISPLAY  "滞留在庫待= "  BACK-CNT.
           DISPLAY  "解放件数  = "  REL-CNT.
           DISPLAY  "指示対象外= "  RLT-NG-CNT.
           DISPLAY  "*** END KJBM066 ***".
       EXT.
           EXIT.
      ********************************************************
      * ジョブ統計ロガー(KCBS020)へ本バッチの運転実績を1件追記する
      ********************************************************
       JOB-STAT-WRITE-RTN         SECTION.
           MOVE  "KJBM066"  TO  S020-PGM-ID.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  S020-END-DATE.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  S020-END-TIME.
           MOVE  ODB-CNT   TO  S020-IN-CNT.
           MOVE  REL-CNT   TO  S020-OUT-CNT.
           CALL  "KCBS020"  USING  KCBS020-P1.
       EXT.
           EXIT.
