      *       変更内容：運賃をレジスタ(INV-FREIGHT)へ記録（税率
      *                 内訳＋運賃＝請求金額で照合可能に）。集計
      *                 テーブルの満杯ガードを追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：得意先の請求締め日(CFTOK-SHIME-DD)で請求期間を
      *                 区切り、締めの到来していない明細は繰越ファイル
      *                 (BCFOUT)へ回して次回(BCFIN)に請求。締め日と
      *                 支払条件から算出した支払期日をレジスタへ記録
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：配達完了("DL")の明細も出荷済みとして対象に含める
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：請求明細ジャーナル(IVL)を追加し、発行済み
      *                 ジャーナルへ請求書番号を記録（発行済みジャーナル
      *                 のレイアウトはKUCFIVJへ共通化）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：受注レコードの納品先コード追加に伴い
      *                 レコード長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：請求書1通ごとに帳票索引(DIX)を出力（配信バッチ
      *                 KCBM100による得意先別の配信振り分け用）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：見積番号追加に伴う受注チェックデータ長の変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：ＥＤＩ請求先（配信先マスタの請求書配信区分E）へ
      *                 ＥＤＩ請求書ファイル(EDIINV)を出力し、送信控えと
      *                 ＥＤＩ送信レジスタへ記録
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：輸出免税・非課税の得意先(CFTOK-ZEI-KBN)の明細を
      *                 税率0％の内訳としてレジスタ・発行一覧・ＥＤＩ
      *                 請求書へ追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：エラー区分の25個への拡張に伴いレコード長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：得意先マスタ書換の前後イメージを更新イメージ
      *                 ジャーナラ(KCBS060)へ記帳（項目変更監査用）
      ********************************************************
      *受理・値決め済みの受注データ(KJBM050のOTF1)を得意先×受注
      *年月×通貨で集計し、採番した請求書を発行する。発行した
      *もの）。請求書はレジスタ(INV)へ追記し、発行一覧(RPT)を出す。
      *返品(2)・キャンセル(3)・減算(9)は請求金額から差し引く。
      *請求書番号は採番管理ファイル(INVCTL)の次番号を使用する。
      *請求期間は請求先得意先の締め日(CFTOK-SHIME-DD)で区切る。
      *締め日を過ぎた受注日の明細は翌月の期間に入り、締め日が
      *締め基準日（環境変数KUBM030-SHIME-YMD、未指定は当日）より
      *後の期間の明細は請求せず繰越ファイル(BCFOUT)へ書き出す。
      *前回の繰越分(BCFIN)は受注データに続けて読み、同じ判定を
      *行う。請求書には締め日と、支払条件(CFTOK-SHIHARAI-TSUKI/
      *SHIHARAI-DD)から求めた支払期日を記録する。
      *請求書1通ごとに帳票索引(DIX、KCCDIX形式)を書き、配信バッチ
      *KCBM100が得意先の配信区分で振り分けられるようにする。
      *請求書の配信区分がＥＤＩ（帳票配信先マスタDLPの請求書"IV"
      *または全帳票"**"の配信区分"E"）の請求先には、請求書1通ごと
      *にＥＤＩ請求書ファイル(EDIINV、KUCFEDI形式)を書き出す。
      *明細行は集計へ積んだ受注明細で、得意先品番（得意先品番変換
      *マスタKJCXRFの逆引き）・納品書番号と出荷日（出荷実績
      *レジスタSHR）・税率区分別の税抜金額と税額を載せ、見出し行
      *に請求書の税率区分別内訳を載せる。書き出した行は送信控え
      *(EDIHST)へも追記し、送信した請求書をＥＤＩ送信レジスタ
      *(EDIREG、KUCFEDR形式)へ記録する。レジスタの最大番号以下の
      *請求書は送らない（再送はKUBM055で指示して行う）。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  IVJ-FILE  ASSIGN TO  EXTERNAL  IVJ
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS IVJ-STATUS.
      *請求明細ジャーナル（集計へ積んだ受注明細、全実行分追記）
           SELECT  IVL-FILE  ASSIGN TO  EXTERNAL  IVL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS IVL-STATUS.
      *前回繰越分の受注データ（KJCF020形式、未作成は繰越なし）
           SELECT  BCI-FILE  ASSIGN TO  EXTERNAL  BCFIN
                             FILE STATUS  IS BCI-STATUS.
      *OUTPUT 締め未到来の繰越受注データ（次回のBCFINとする）
           SELECT  BCO-FILE  ASSIGN TO  EXTERNAL  BCFOUT
                             FILE STATUS  IS BCO-STATUS.
      *OUTPUT 請求書発行一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 帳票索引（請求書1通1件、配信バッチKCBM100の入力）
           SELECT  DIX-FILE  ASSIGN TO  EXTERNAL  DIX
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS DIX-STATUS.
      *帳票配信先マスタ（請求書をＥＤＩで送る請求先の判定用）
           SELECT  DLP-FILE  ASSIGN TO  EXTERNAL  DLP
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS DLP-STATUS.
      *得意先品番変換マスタ（ＥＤＩ明細の得意先品番の逆引き用）
           SELECT  XRF-FILE  ASSIGN TO  EXTERNAL  XRF
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS XRF-STATUS.
      *出荷実績レジスタ（ＥＤＩ明細の納品書番号・出荷日の引き当て）
           SELECT  SHR-FILE  ASSIGN TO  EXTERNAL  SHR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS SHR-STATUS.
      *OUTPUT ＥＤＩ請求書ファイル（当回発行分）
           SELECT  EDI-FILE  ASSIGN TO  EXTERNAL  EDIINV
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS EDI-STATUS.
      *ＥＤＩ請求書の送信控え（全実行分追記、再送KUBM055の元）
           SELECT  EDH-FILE  ASSIGN TO  EXTERNAL  EDIHST
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS EDH-STATUS.
      *ＥＤＩ送信レジスタ（最大番号の確認後、全実行分を追記）
           SELECT  EDR-FILE  ASSIGN TO  EXTERNAL  EDIREG
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS EDR-STATUS.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
           COPY  KUCFPRR.
       FD  IVJ-FILE.
       01  IVJ-REC.
           COPY  KUCFIVJ.
       FD  IVL-FILE.
       01  IVL-REC.
           COPY  KUCFIVL.
       FD  BCI-FILE.
       01  BCI-REC                PIC  X(156).
       FD  BCO-FILE.
       01  BCO-REC                PIC  X(156).
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
       FD  DIX-FILE.
       01  DIX-REC.
           COPY  KCCDIX.
       FD  DLP-FILE.
       01  DLP-REC.
           COPY  KCCFDLP.
       FD  XRF-FILE.
       01  XRF-REC.
           COPY  KJCXRF.
       FD  SHR-FILE.
       01  SHR-REC.
           COPY  KJCSHR.
       FD  EDI-FILE.
       01  EDI-REC.
           COPY  KUCFEDI.
       FD  EDH-FILE.
       01  EDH-REC                PIC  X(200).
       FD  EDR-FILE.
       01  EDR-REC.
           COPY  KUCFEDR.
      *
       WORKING-STORAGE            SECTION.
      *更新イメージジャーナラ(KCBS060)への連絡領域と更新前退避
       COPY  KCBS060P.
       01  WK-BIJ-OLD-IMG         PIC  X(200)  VALUE  SPACE.
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  INV-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CTL-STATUS             PIC  X(2)    VALUE  SPACE.
           03  SEI-RED-ZEINUKI    PIC  S9(9).
           03  SEI-RED-ZEI        PIC  S9(7).
           03  SEI-FREIGHT        PIC  S9(9).
      *税率0％の内訳　輸出免税・非課税の得意先の明細（税額なし）
           03  SEI-EXP-ZEINUKI    PIC  S9(9).
           03  SEI-HIKA-ZEINUKI   PIC  S9(9).
      *ＥＤＩ区分　SPACE=ＥＤＩ請求先でない　"E"=ＥＤＩ請求先
      *"X"=ＥＤＩ請求先だが明細テーブル満杯（ＥＤＩは送らない）
           03  SEI-EDI-KBN        PIC  X(1).
       01  WK-YM                  PIC  X(6)    VALUE  SPACE.
      *税率区分判定用（商品マスタ引き当て）と1明細分の税抜・税額
       01  IMF-STATUS             PIC  X(2)    VALUE  SPACE.
      *計上実行レジスタと発行済みジャーナル　二重計上防止用
       01  PRR-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  IVJ-STATUS             PIC  X(2)    VALUE  SPACE.
       01  IVL-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-RUN-ID              PIC  X(14)   VALUE  SPACE.
       01  WK-RUN-STATE           PIC  X(1)    VALUE  SPACE.
       01  IVJT-CNT               PIC  9(4)    VALUE  ZERO.
           03  WK-RATE-TSUKA-COD  PIC  X(3).
           03  WK-RATE-RATE       PIC  9(5)V9(4).
           03  WK-RATE-TEKIYO     PIC  9(8).
      *締め日による請求期間の区切りと繰越
       01  BCI-STATUS             PIC  X(2)    VALUE  SPACE.
       01  BCO-STATUS             PIC  X(2)    VALUE  SPACE.
       01  BCI-END-FLG            PIC  X       VALUE  "N".
       01  BCI-CNT                PIC  9(7)    VALUE  0.
       01  CARRY-CNT              PIC  9(7)    VALUE  0.
       01  WK-ASOF-X              PIC  X(8)    VALUE  SPACE.
       01  WK-ASOF-YMD            PIC  9(8)    VALUE  0.
       01  WK-SHIME-DD            PIC  9(2)    VALUE  0.
       01  WK-SHIME-YMD           PIC  9(8)    VALUE  0.
       01  WK-DUE-YMD             PIC  9(8)    VALUE  0.
       01  WK-DAY-PARM            PIC  9(2)    VALUE  0.
      *日付計算の作業領域（年・月・日と通算日）
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
      *編集用
       01  WK-KIN-DISP            PIC  ----,---,--9.
      *帳票索引　請求書の先頭行
       01  DIX-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-DIX-FLG             PIC  X       VALUE  "N".
       01  WK-DIX-FROM            PIC  9(7)    VALUE  0.
       01  WK-KIN-DISP2           PIC  ----,---,--9.
      *ＥＤＩ請求書　請求書をＥＤＩで送る請求先（配信先マスタの
      *請求書"IV"・全帳票"**"の登録。請求書の登録が優先）
       01  DLP-STATUS             PIC  X(2)    VALUE  SPACE.
       01  XRF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  SHR-STATUS             PIC  X(2)    VALUE  SPACE.
       01  EDI-STATUS             PIC  X(2)    VALUE  SPACE.
       01  EDH-STATUS             PIC  X(2)    VALUE  SPACE.
       01  EDR-STATUS             PIC  X(2)    VALUE  SPACE.
       01  EDI-INV-CNT            PIC  9(5)    VALUE  0.
       01  EDI-OUT-CNT            PIC  9(7)    VALUE  0.
       01  EDI-NG-CNT             PIC  9(5)    VALUE  0.
       01  DLPT-CNT               PIC  9(4)    VALUE  ZERO.
       01  DLPT-TBL.
         02  DLPT-ENT  OCCURS 2000 TIMES INDEXED BY DLPT-IDX.
           03  DLPT-TOKU-COD      PIC  X(4).
           03  DLPT-DOC-KBN       PIC  X(2).
           03  DLPT-ROUTE         PIC  X(1).
       01  WK-ROUTE               PIC  X(1)    VALUE  SPACE.
       01  WK-ROUTE-FLG           PIC  X       VALUE  "N".
      *ＥＤＩ請求先の明細テーブル（集計へ積んだ受注明細。明細の
      *属する請求集計は集計テーブルの位置で持つ）
       01  EDL-CNT                PIC  9(4)    VALUE  ZERO.
       01  EDL-TBL.
         02  EDL-ENT  OCCURS 9999 TIMES INDEXED BY EDL-IDX.
           03  EDL-SEI-POS        PIC  9(4).
           03  EDL-TOKU-COD       PIC  X(4).
           03  EDL-JUCHU-NO       PIC  X(6).
           03  EDL-LINE-NO        PIC  9(2).
           03  EDL-DATA-KBN       PIC  X(1).
           03  EDL-SHOHIN-NO      PIC  X(5).
           03  EDL-SURYO          PIC  X(3).
           03  EDL-ZEI-KBN        PIC  X(1).
           03  EDL-ZEINUKI        PIC  S9(9).
           03  EDL-ZEIGAKU        PIC  S9(9).
           03  EDL-DEN-NO         PIC  X(8).
           03  EDL-SHIP-YMD       PIC  9(8).
      *税率区分（RATE-TALLY-RTNの判定結果）　"S"=標準　"R"=軽減
      *"E"=輸出免税　"N"=非課税・不課税
       01  WK-ZEI-KBN             PIC  X(1)    VALUE  SPACE.
      *受注得意先の消費税区分（BILLTO-RTNで得意先マスタから取得）
       01  WK-TOKU-ZEI-KBN        PIC  X(1)    VALUE  SPACE.
      *得意先品番変換マスタ　ワーキングストレージ・キャッシュ
       01  WK-XRF-CNT             PIC  9(3)    VALUE  ZERO.
       01  WK-XRF-FOUND-FLG       PIC  X       VALUE  "N".
       01  WK-XRF-TBL.
         02  WK-XRF-ENT  OCCURS 500 TIMES INDEXED BY WK-XRF-IDX.
           03  WK-XRF-TOKU-COD    PIC  X(4).
           03  WK-XRF-CUST-HINBAN PIC  X(15).
           03  WK-XRF-SHOHIN-NO   PIC  X(5).
       01  WK-XRF-TOKU            PIC  X(4)    VALUE  SPACE.
       01  WK-HINBAN              PIC  X(15)   VALUE  SPACE.
      *ＥＤＩ送信レジスタの最大請求書番号（これ以下は送らない）
       01  WK-EDR-MAX-NO          PIC  9(7)    VALUE  0.
      *ＥＤＩ行の編集用
       01  WK-EDI-LINE            PIC  X(200)  VALUE  SPACE.
       01  WK-EDI-GYO             PIC  9(5)    VALUE  0.
       01  WK-EDI-RITSU           PIC  X(2)    VALUE  SPACE.
       01  WK-EDI-KIN1            PIC  S9(9)   SIGN LEADING SEPARATE.
       01  WK-EDI-KIN2            PIC  S9(9)   SIGN LEADING SEPARATE.
       01  WK-EDI-KIN3            PIC  S9(9)   SIGN LEADING SEPARATE.
       01  WK-EDI-KIN4            PIC  S9(9)   SIGN LEADING SEPARATE.
       01  WK-EDI-KIN5            PIC  S9(9)   SIGN LEADING SEPARATE.
       01  WK-EDI-KIN6            PIC  S9(9)   SIGN LEADING SEPARATE.
       01  WK-EDI-ZEI1            PIC  S9(7)   SIGN LEADING SEPARATE.
       01  WK-EDI-ZEI2            PIC  S9(7)   SIGN LEADING SEPARATE.
       01  WK-EDI-DTL-SUM         PIC  S9(9)   VALUE  0.
      ********************************************************
      * 請求書発行の主処理
      ********************************************************
             STOP  RUN
           END-IF.
           PERFORM  MAIN-RTN  UNTIL  ITF-END-FLG  =  "Y".
           PERFORM  CARRY-IN-RTN.
           PERFORM  EDI-ASN-RTN.
           PERFORM  ISSUE-RTN.
           PERFORM  CTL-STORE-RTN.
           PERFORM  RUN-DONE-RTN.
           OPEN  I-O    CMF-FILE.
           OPEN  INPUT  IMF-FILE.
           OPEN  OUTPUT RPT-FILE.
           OPEN  OUTPUT BCO-FILE.
           OPEN  OUTPUT DIX-FILE.
           IF  DIX-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-DIX-FLG
           ELSE
             DISPLAY  "DIXなし　帳票索引なしで続行"
           END-IF.
      *請求明細ジャーナル（完全性照合KUBM047の材料）
           OPEN  EXTEND IVL-FILE.
           IF  IVL-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT IVL-FILE
           END-IF.
      *締め基準日　この日までに締め日が到来した期間だけ請求する
           ACCEPT  WK-ASOF-X  FROM  ENVIRONMENT
                   "KUBM030-SHIME-YMD".
           IF  WK-ASOF-X  IS  NUMERIC  THEN
             MOVE  WK-ASOF-X  TO  WK-ASOF-YMD
           ELSE
             MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-ASOF-YMD
           END-IF.
           DISPLAY  "締め基準日="  WK-ASOF-YMD.
      *自社プロファイルの読込（登録番号を請求書の頭書きへ）
           OPEN  INPUT  COM-FILE.
           IF  COM-STATUS  =  "00"  THEN
             DISPLAY  "COMPRFなし　登録番号なしで発行"
           END-IF.
           PERFORM  LOAD-RATE-RTN.
           PERFORM  EDI-INIT-RTN.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "請求書発行一覧"  TO  RPT-REC.
           WRITE  RPT-REC.
           MOVE  SEI-TOKU-COD(SEI-IDX)   TO  IVJ-TOKU-COD.
           MOVE  SEI-PERIOD(SEI-IDX)     TO  IVJ-PERIOD.
           MOVE  SEI-TSUKA-COD(SEI-IDX)  TO  IVJ-TSUKA-COD.
      *この後INV-WRITE-RTNが採番する請求書番号（次番号）
           MOVE  WK-NEXT-NO              TO  IVJ-INV-NO.
           WRITE  IVJ-REC.
           CLOSE  IVJ-FILE.
       EXT9.
       RATE-MERGE-EXT.
           EXIT.
      ********************************************************
      * 受注1件の読込
      ********************************************************
       MAIN-RTN                   SECTION.
           READ  ITF-FILE
             NOT  AT  END
               IF  JF020-REC-TYPE  NOT  =  "T"  THEN
                 ADD  1  TO  ITF-CNT
                 PERFORM  TALLY-RTN
               END-IF
           END-READ.
       MAIN-EXT.
           EXIT.
      ********************************************************
      * 前回繰越分の読込　受注データと同じ集計・繰越判定を行う
      * （レコードは受注データの領域へ移して処理する）
      ********************************************************
       CARRY-IN-RTN               SECTION.
           OPEN  INPUT  BCI-FILE.
           IF  BCI-STATUS  NOT  =  "00"  THEN
             DISPLAY  "BCFINなし　繰越分なし"
             GO  TO  CARRY-IN-EXT
           END-IF.
           PERFORM  UNTIL  BCI-END-FLG  =  "Y"
             READ  BCI-FILE
               AT  END
                 MOVE  "Y"  TO  BCI-END-FLG
               NOT  AT  END
                 MOVE  BCI-REC  TO  ITF-REC
                 IF  JF020-REC-TYPE  NOT  =  "T"  THEN
                   ADD  1  TO  BCI-CNT
                   PERFORM  TALLY-RTN
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  BCI-FILE.
       CARRY-IN-EXT.
           EXIT.
      ********************************************************
      * 受注1件の集計　請求先×請求期間×通貨に金額を積む。
      * 請求期間の締め日が締め基準日より後の明細は繰り越す
      ********************************************************
       TALLY-RTN                  SECTION.
           PERFORM  BILLTO-RTN.
           PERFORM  PERIOD-RTN.
           IF  WK-SHIME-YMD  >  WK-ASOF-YMD  THEN
             PERFORM  CARRY-OUT-RTN
             GO  TO  TALLY-EXT
           END-IF.
           PERFORM  FIND-OR-ADD-RTN.
           IF  WK-SEI-OVF-FLG  =  "Y"  THEN
             GO  TO  TALLY-EXT
           END-IF.
      *受注変更(4)はKJBM030が新旧差額を設定済みのため加算でよい
           IF  (JF020-DATA-KBN  =  "1")  OR
               (JF020-DATA-KBN  =  "4")  THEN
             ADD  JF020-KINGAKU  TO  SEI-KINGAKU(SEI-IDX)
      *運賃は商品金額と別建てで請求へ積む
             ADD  JF020-FREIGHT  TO  SEI-KINGAKU(SEI-IDX)
             ADD  JF020-FREIGHT  TO  SEI-FREIGHT(SEI-IDX)
             COMPUTE  WK-ZEINUKI  =
               JF020-KINGAKU  -  JF020-ZEIGAKU
             MOVE  JF020-ZEIGAKU  TO  WK-ZEIGAKU
           ELSE
             SUBTRACT  JF020-KINGAKU
               FROM  SEI-KINGAKU(SEI-IDX)
             COMPUTE  WK-ZEINUKI  =
               0  -  (JF020-KINGAKU  -  JF020-ZEIGAKU)
             COMPUTE  WK-ZEIGAKU  =  0  -  JF020-ZEIGAKU
           END-IF.
           PERFORM  RATE-TALLY-RTN.
           PERFORM  IVL-WRITE-RTN.
           IF  SEI-EDI-KBN(SEI-IDX)  =  "E"  THEN
             PERFORM  EDL-POST-RTN
           END-IF.
       TALLY-EXT.
           EXIT.
      ********************************************************
      * 請求明細ジャーナルへ1件追記　集計へ積んだ明細を請求集計
      * キー（実行ＩＤ＋請求先×期間×通貨）とともに記録する
      ********************************************************
       IVL-WRITE-RTN              SECTION.
           MOVE  SPACE  TO  IVL-REC.
           MOVE  WK-RUN-ID         TO  IVL-RUN-ID.
           MOVE  WK-BILL-TOKU      TO  IVL-BILL-TOKU.
           MOVE  WK-YM             TO  IVL-PERIOD.
           MOVE  JF020-TSUKA-COD   TO  IVL-TSUKA-COD.
           MOVE  JF020-JUCHU-NO    TO  IVL-JUCHU-NO.
           MOVE  JF020-LINE-NO     TO  IVL-LINE-NO.
           MOVE  JF020-DATA-KBN    TO  IVL-DATA-KBN.
           MOVE  JF020-TOKU-COD    TO  IVL-TOKU-COD.
           COMPUTE  IVL-JUCHU-YMD  =
             (JF020-JUCHU-Y2  *  10000)  +
             (JF020-JUCHU-MM  *  100)  +  JF020-JUCHU-DD.
           MOVE  JF020-CANCEL-JUCHU-NO  TO  IVL-ORIG-JUCHU-NO.
           MOVE  JF020-KINGAKU     TO  IVL-KINGAKU.
           MOVE  JF020-FREIGHT     TO  IVL-FREIGHT.
           WRITE  IVL-REC.
       EXT.
           EXIT.
      ********************************************************
      * 締め未到来明細の繰越ファイルへの書き出し
      ********************************************************
       CARRY-OUT-RTN              SECTION.
           MOVE  ITF-REC  TO  BCO-REC.
           WRITE  BCO-REC.
           ADD  1  TO  CARRY-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 請求期間の決定　受注日が締め日を過ぎていれば翌月の期間
      * とし、その期間の締め日(WK-SHIME-YMD)を求める
      ********************************************************
       PERIOD-RTN                 SECTION.
           MOVE  JF020-JUCHU-Y2  TO  WK-CALC-YY.
           MOVE  JF020-JUCHU-MM  TO  WK-CALC-MM.
           MOVE  1               TO  WK-CALC-DD.
           IF  (WK-SHIME-DD  >  0)  AND  (WK-SHIME-DD  <  31)  AND
               (JF020-JUCHU-DD  >  WK-SHIME-DD)  THEN
             ADD  1  TO  WK-CALC-MM
             IF  WK-CALC-MM  >  12  THEN
               MOVE  1  TO  WK-CALC-MM
               ADD  1  TO  WK-CALC-YY
             END-IF
           END-IF.
           MOVE  SPACE  TO  WK-YM.
           STRING  WK-CALC-YY  DELIMITED BY SIZE
                   WK-CALC-MM  DELIMITED BY SIZE
             INTO  WK-YM.
           PERFORM  SHIME-YMD-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 締め日の算出　WK-CALC-YY/MMの月の締め日(WK-SHIME-DD)を
      * 日付で求める（月末締め・月の日数を超える締め日は末日）
      ********************************************************
       SHIME-YMD-RTN              SECTION.
           MOVE  WK-SHIME-DD  TO  WK-DAY-PARM.
           PERFORM  MONTH-DAY-RTN.
           MOVE  WK-CALC-YMD  TO  WK-SHIME-YMD.
       EXT.
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
      * 支払期日の算出　締め日の月から支払月数後の支払日。
      * 支払条件なし（支払日ゼロ・未設定）は発行日を期日とする
      * （得意先マスタは発行する請求先のレコードを読込済み）
      ********************************************************
       DUE-YMD-RTN                SECTION.
           IF  (CFTOK-SHIHARAI-DD  IS  NOT  NUMERIC)  OR
               (CFTOK-SHIHARAI-DD  =  ZERO)  THEN
             MOVE  INV-YMD  TO  WK-DUE-YMD
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
       DUE-YMD-EXT.
           EXIT.
      ********************************************************
      * 得意先×年月×通貨のエントリを検索、なければ追加する
      * （テーブル満杯時は超過フラグを立て、明細は集計しない）
      ********************************************************
             MOVE  ZERO             TO  SEI-RED-ZEINUKI(SEI-IDX)
             MOVE  ZERO             TO  SEI-RED-ZEI(SEI-IDX)
             MOVE  ZERO             TO  SEI-FREIGHT(SEI-IDX)
             MOVE  ZERO             TO  SEI-EXP-ZEINUKI(SEI-IDX)
             MOVE  ZERO             TO  SEI-HIKA-ZEINUKI(SEI-IDX)
             PERFORM  EDI-ROUTE-RTN
             IF  WK-ROUTE  =  "E"  THEN
               MOVE  "E"    TO  SEI-EDI-KBN(SEI-IDX)
             ELSE
               MOVE  SPACE  TO  SEI-EDI-KBN(SEI-IDX)
             END-IF
           END-IF.
       EXT2.
           EXIT.
      ********************************************************
       BILLTO-RTN                 SECTION.
           MOVE  JF020-TOKU-COD  TO  WK-BILL-TOKU.
           MOVE  ZERO  TO  WK-SHIME-DD.
           MOVE  SPACE  TO  WK-TOKU-ZEI-KBN.
           MOVE  JF020-TOKU-COD  TO  CFTOK-TOKU-COD.
           READ  CMF-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
      *消費税区分は請求先ではなく受注得意先のものを使う
               MOVE  CFTOK-ZEI-KBN  TO  WK-TOKU-ZEI-KBN
               IF  CFTOK-PARENT-COD  NOT  =  SPACE  THEN
                 MOVE  CFTOK-PARENT-COD  TO  WK-BILL-TOKU
               ELSE
                 IF  CFTOK-SHIME-DD  IS  NUMERIC  THEN
                   MOVE  CFTOK-SHIME-DD  TO  WK-SHIME-DD
                 END-IF
               END-IF
           END-READ.
      *親へ名寄せした明細は請求先（親得意先）の締め日で区切る
           IF  WK-BILL-TOKU  NOT  =  JF020-TOKU-COD  THEN
             MOVE  WK-BILL-TOKU  TO  CFTOK-TOKU-COD
             READ  CMF-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF  CFTOK-SHIME-DD  IS  NUMERIC  THEN
                   MOVE  CFTOK-SHIME-DD  TO  WK-SHIME-DD
                 END-IF
             END-READ
           END-IF.
       EXT5.
           EXIT.
      ********************************************************
      * 税率区分別内訳の集計　商品マスタのCFSHO-SHOHIN-KBNから
      * 区分する（KUBM024と同じ判定、マスタにない商品は標準側）
      * 輸出免税・非課税の得意先で税額ゼロの明細は0％の内訳へ
      * （区分設定前の受注で税額のある明細は商品で区分する）
      ********************************************************
       RATE-TALLY-RTN             SECTION.
           IF  (WK-ZEIGAKU  =  ZERO)  AND
               (WK-TOKU-ZEI-KBN  =  "E")  THEN
             ADD  WK-ZEINUKI  TO  SEI-EXP-ZEINUKI(SEI-IDX)
             MOVE  "E"  TO  WK-ZEI-KBN
             GO  TO  RATE-TALLY-EXT
           END-IF.
           IF  (WK-ZEIGAKU  =  ZERO)  AND
               (WK-TOKU-ZEI-KBN  =  "N")  THEN
             ADD  WK-ZEINUKI  TO  SEI-HIKA-ZEINUKI(SEI-IDX)
             MOVE  "N"  TO  WK-ZEI-KBN
             GO  TO  RATE-TALLY-EXT
           END-IF.
           MOVE  JF020-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID KEY
               ADD  WK-ZEINUKI  TO  SEI-STD-ZEINUKI(SEI-IDX)
               ADD  WK-ZEIGAKU  TO  SEI-STD-ZEI(SEI-IDX)
               MOVE  "S"  TO  WK-ZEI-KBN
             NOT INVALID KEY
               IF  CFSHO-SHOHIN-KBN  =  "01"  THEN
                 ADD  WK-ZEINUKI  TO  SEI-RED-ZEINUKI(SEI-IDX)
                 ADD  WK-ZEIGAKU  TO  SEI-RED-ZEI(SEI-IDX)
                 MOVE  "R"  TO  WK-ZEI-KBN
               ELSE
                 ADD  WK-ZEINUKI  TO  SEI-STD-ZEINUKI(SEI-IDX)
                 ADD  WK-ZEIGAKU  TO  SEI-STD-ZEI(SEI-IDX)
                 MOVE  "S"  TO  WK-ZEI-KBN
               END-IF
           END-READ.
       RATE-TALLY-EXT.
           EXIT.
      ********************************************************
      * 請求書の発行　採番・レジスタ追記・残高計上・一覧出力
               WRITE  RPT-REC
               ADD  1  TO  RPT-CNT
             NOT INVALID KEY
               MOVE  CMF-REC  TO  WK-BIJ-OLD-IMG
               ADD  SEI-KINGAKU(SEI-IDX)  TO  CFTOK-ZANDAKA
               REWRITE  CMF-REC
               PERFORM  CMF-BIJ-RTN
      *残高反映の直後に発行済みジャーナルへ記帳する（異常終了時
      *も反映済み分がもれなく記録されている状態を保つ）
               PERFORM  IVJ-WRITE-RTN
           MOVE  SEI-RED-ZEINUKI(SEI-IDX)  TO  INV-RED-ZEINUKI.
           MOVE  SEI-RED-ZEI(SEI-IDX)      TO  INV-RED-ZEI.
           MOVE  SEI-FREIGHT(SEI-IDX)      TO  INV-FREIGHT.
           MOVE  SEI-EXP-ZEINUKI(SEI-IDX)  TO  INV-EXP-ZEINUKI.
           MOVE  SEI-HIKA-ZEINUKI(SEI-IDX) TO  INV-HIKA-ZEINUKI.
      *締め日と支払期日（請求先の締め日・支払条件から求める）
           MOVE  ZERO  TO  WK-SHIME-DD.
           IF  CFTOK-SHIME-DD  IS  NUMERIC  THEN
             MOVE  CFTOK-SHIME-DD  TO  WK-SHIME-DD
           END-IF.
           MOVE  SEI-PERIOD(SEI-IDX)  TO  WK-CALC-YMD(1:6).
           PERFORM  SHIME-YMD-RTN.
           PERFORM  DUE-YMD-RTN.
           MOVE  WK-SHIME-YMD  TO  INV-SHIME-YMD.
           MOVE  WK-DUE-YMD    TO  INV-DUE-YMD.
      *外貨建て請求書は発行時点の有効レートを記録する
           MOVE  ZERO  TO  INV-RATE.
           IF  SEI-TSUKA-COD(SEI-IDX)  NOT  =  "JPY"  THEN
           CLOSE  INV-FILE.
           ADD  1  TO  INV-CNT.
           MOVE  SEI-KINGAKU(SEI-IDX)  TO  WK-KIN-DISP.
           COMPUTE  WK-DIX-FROM  =  RPT-CNT  +  1.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "請求書 "  DELIMITED BY SIZE
                   INV-NO  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  締め日="  DELIMITED BY SIZE
                   INV-SHIME-YMD  DELIMITED BY SIZE
                   " 支払期日="  DELIMITED BY SIZE
                   INV-DUE-YMD  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
      *適格請求書の税率区分別内訳行（税率を明記する）
           MOVE  SEI-STD-ZEINUKI(SEI-IDX)  TO  WK-KIN-DISP.
           MOVE  SEI-STD-ZEI(SEI-IDX)      TO  WK-KIN-DISP2.
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  2  TO  RPT-CNT.
      *税率0％の内訳行（輸出免税・非課税の明細のある請求書のみ）
           IF  SEI-EXP-ZEINUKI(SEI-IDX)  NOT  =  ZERO  THEN
             MOVE  SEI-EXP-ZEINUKI(SEI-IDX)  TO  WK-KIN-DISP
             MOVE  SPACE  TO  RPT-REC
             STRING  "  輸出免税 0%対象 税抜="
                       DELIMITED BY SIZE
                     WK-KIN-DISP  DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
           IF  SEI-HIKA-ZEINUKI(SEI-IDX)  NOT  =  ZERO  THEN
             MOVE  SEI-HIKA-ZEINUKI(SEI-IDX)  TO  WK-KIN-DISP
             MOVE  SPACE  TO  RPT-REC
             STRING  "  非課税・不課税 税抜="
                       DELIMITED BY SIZE
                     WK-KIN-DISP  DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
      *運賃合計欄（運賃のある請求書のみ）
           IF  SEI-FREIGHT(SEI-IDX)  NOT  =  ZERO  THEN
             MOVE  SEI-FREIGHT(SEI-IDX)  TO  WK-KIN-DISP
               (WK-ODB-AVAIL-FLG  =  "Y")  THEN
             PERFORM  DETAIL-RTN
           END-IF.
           PERFORM  DIX-WRITE-RTN.
      *ＥＤＩ請求先は同じ請求書をＥＤＩ請求書ファイルへも書く
           IF  SEI-EDI-KBN(SEI-IDX)  NOT  =  SPACE  THEN
             PERFORM  EDI-WRITE-RTN
           END-IF.
           ADD  1  TO  WK-NEXT-NO.
       EXT.
           EXIT.
      ********************************************************
      * 帳票索引の出力　請求書1通の先頭行と行数
      ********************************************************
       DIX-WRITE-RTN              SECTION.
           IF  WK-DIX-FLG  =  "Y"  THEN
             MOVE  SPACE  TO  DIX-REC
             MOVE  "KUBM030"  TO  DIX-PGM-ID
             MOVE  FUNCTION CURRENT-DATE(1:8)  TO  DIX-RUN-DATE
             MOVE  "IV"  TO  DIX-DOC-KBN
             MOVE  SEI-TOKU-COD(SEI-IDX)  TO  DIX-TOKU-COD
             MOVE  WK-NEXT-NO  TO  DIX-DOC-KEY
             MOVE  WK-DIX-FROM  TO  DIX-FROM-LINE
             COMPUTE  DIX-LINE-CNT  =  RPT-CNT  -  WK-DIX-FROM  +  1
             WRITE  DIX-REC
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 明細行の印字　受注データベースを走査し、請求対象の得意先
      * ×受注年月の明細（受注番号・受注日・商品・数量・金額）を
      * 印字する。受注(1)は加算、返品(2)・取消(3)・減算(9)は控除
                 IF  (WK-DTL-MATCH-FLG  =  "Y")  AND
                     (ODB-JUCHU-YMD(1:6)  =  WK-DTL-PERIOD)  AND
                     ((ODB-RESULT  =  "OK")  OR
                      (ODB-RESULT  =  "SH")  OR
                      (ODB-RESULT  =  "DL"))  THEN
                   PERFORM  DETAIL-LINE-RTN
                 END-IF
             END-READ
       EXT9.
           EXIT.
      ********************************************************
      * ＥＤＩ請求書の開始処理　配信先マスタ・品番変換マスタの
      * ロードとＥＤＩ送信レジスタの最大請求書番号の確認
      * （配信先マスタなしはＥＤＩ請求先なしとして続行する）
      ********************************************************
       EDI-INIT-RTN               SECTION.
           OPEN  OUTPUT  EDI-FILE.
           OPEN  EXTEND  EDH-FILE.
           IF  EDH-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  EDH-FILE
           END-IF.
           OPEN  INPUT  DLP-FILE.
           IF  DLP-STATUS  NOT  =  "00"  THEN
             DISPLAY  "DLPなし　ＥＤＩ請求書なしで発行"
           ELSE
             PERFORM  UNTIL  DLP-STATUS  NOT  =  "00"
               READ  DLP-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  ((DLP-DOC-KBN  =  "IV")  OR
                        (DLP-DOC-KBN  =  "**"))  AND
                       (DLPT-CNT  <  2000)  THEN
                     ADD  1  TO  DLPT-CNT
                     SET  DLPT-IDX  TO  DLPT-CNT
                     MOVE  DLP-TOKU-COD  TO  DLPT-TOKU-COD(DLPT-IDX)
                     MOVE  DLP-DOC-KBN   TO  DLPT-DOC-KBN(DLPT-IDX)
                     MOVE  DLP-ROUTE     TO  DLPT-ROUTE(DLPT-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  DLP-FILE
           END-IF.
      *得意先品番変換マスタ（KJBM061と同じ技法、なしは変換なし）
           OPEN  INPUT  XRF-FILE.
           IF  XRF-STATUS  =  "00"  THEN
             PERFORM  UNTIL  XRF-STATUS  NOT  =  "00"
               READ  XRF-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  WK-XRF-CNT  <  500  THEN
                     ADD  1  TO  WK-XRF-CNT
                     SET  WK-XRF-IDX  TO  WK-XRF-CNT
                     MOVE  XRF-TOKU-COD
                       TO  WK-XRF-TOKU-COD(WK-XRF-IDX)
                     MOVE  XRF-CUST-HINBAN
                       TO  WK-XRF-CUST-HINBAN(WK-XRF-IDX)
                     MOVE  XRF-SHOHIN-NO
                       TO  WK-XRF-SHOHIN-NO(WK-XRF-IDX)
                   ELSE
                     DISPLAY  "*** 変換マスタ上限超過"
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  XRF-FILE
           END-IF.
      *ＥＤＩ送信レジスタの最大請求書番号
           OPEN  INPUT  EDR-FILE.
           IF  EDR-STATUS  =  "00"  THEN
             PERFORM  UNTIL  EDR-STATUS  NOT  =  "00"
               READ  EDR-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  EDR-INV-NO  >  WK-EDR-MAX-NO  THEN
                     MOVE  EDR-INV-NO  TO  WK-EDR-MAX-NO
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  EDR-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 請求先の請求書配信区分の引き当て（KCBM100と同じ順）
      * 請求先＋"IV" → 請求先＋"**" → 登録なしは空白
      ********************************************************
       EDI-ROUTE-RTN              SECTION.
           MOVE  SPACE  TO  WK-ROUTE.
           MOVE  "N"    TO  WK-ROUTE-FLG.
           PERFORM  VARYING  DLPT-IDX  FROM  1  BY  1
             UNTIL  (DLPT-IDX  >  DLPT-CNT)  OR
                    (WK-ROUTE-FLG  =  "Y")
             IF  (DLPT-TOKU-COD(DLPT-IDX)  =  WK-BILL-TOKU)  AND
                 (DLPT-DOC-KBN(DLPT-IDX)   =  "IV")  THEN
               MOVE  "Y"  TO  WK-ROUTE-FLG
               MOVE  DLPT-ROUTE(DLPT-IDX)  TO  WK-ROUTE
             END-IF
           END-PERFORM.
           PERFORM  VARYING  DLPT-IDX  FROM  1  BY  1
             UNTIL  (DLPT-IDX  >  DLPT-CNT)  OR
                    (WK-ROUTE-FLG  =  "Y")
             IF  (DLPT-TOKU-COD(DLPT-IDX)  =  WK-BILL-TOKU)  AND
                 (DLPT-DOC-KBN(DLPT-IDX)   =  "**")  THEN
               MOVE  "Y"  TO  WK-ROUTE-FLG
               MOVE  DLPT-ROUTE(DLPT-IDX)  TO  WK-ROUTE
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * ＥＤＩ請求先の明細の退避　集計へ積んだ受注明細1件を
      * 税率区分・符号付きの税抜金額と税額とともに積む
      * （満杯時はその請求書のＥＤＩを送らない）
      ********************************************************
       EDL-POST-RTN               SECTION.
           IF  EDL-CNT  >=  9999  THEN
             DISPLAY  "*** ＥＤＩ明細テーブル上限超過"
             MOVE  "X"  TO  SEI-EDI-KBN(SEI-IDX)
             GO  TO  EDL-POST-EXT
           END-IF.
           ADD  1  TO  EDL-CNT.
           SET  EDL-IDX  TO  EDL-CNT.
           SET  EDL-SEI-POS(EDL-IDX)  TO  SEI-IDX.
           MOVE  JF020-TOKU-COD   TO  EDL-TOKU-COD(EDL-IDX).
           MOVE  JF020-JUCHU-NO   TO  EDL-JUCHU-NO(EDL-IDX).
           MOVE  JF020-LINE-NO    TO  EDL-LINE-NO(EDL-IDX).
           MOVE  JF020-DATA-KBN   TO  EDL-DATA-KBN(EDL-IDX).
           MOVE  JF020-SHOHIN-NO  TO  EDL-SHOHIN-NO(EDL-IDX).
           MOVE  JF020-SURYO      TO  EDL-SURYO(EDL-IDX).
           MOVE  WK-ZEI-KBN       TO  EDL-ZEI-KBN(EDL-IDX).
           MOVE  WK-ZEINUKI       TO  EDL-ZEINUKI(EDL-IDX).
           MOVE  WK-ZEIGAKU       TO  EDL-ZEIGAKU(EDL-IDX).
           MOVE  SPACE            TO  EDL-DEN-NO(EDL-IDX).
           MOVE  ZERO             TO  EDL-SHIP-YMD(EDL-IDX).
       EDL-POST-EXT.
           EXIT.
      ********************************************************
      * 納品書番号・出荷日の引き当て　出荷実績レジスタを読み、
      * 受注番号＋明細行番号の一致する明細へ納品書番号と最終の
      * 出荷日を設定する（分納は最後の出荷日。出荷のない返品等
      * の明細は空白・ゼロのまま）
      ********************************************************
       EDI-ASN-RTN                SECTION.
           IF  EDL-CNT  =  0  THEN
             GO  TO  EDI-ASN-EXT
           END-IF.
           OPEN  INPUT  SHR-FILE.
           IF  SHR-STATUS  NOT  =  "00"  THEN
             DISPLAY  "SHRなし　納品書番号なしで送信"
             GO  TO  EDI-ASN-EXT
           END-IF.
           PERFORM  UNTIL  SHR-STATUS  NOT  =  "00"
             READ  SHR-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 PERFORM  VARYING  EDL-IDX  FROM  1  BY  1
                   UNTIL  EDL-IDX  >  EDL-CNT
                   IF  (EDL-JUCHU-NO(EDL-IDX)  =  SHR-JUCHU-NO)  AND
                       (EDL-LINE-NO(EDL-IDX)  =  SHR-LINE-NO)  THEN
                     MOVE  SHR-DEN-NO  TO  EDL-DEN-NO(EDL-IDX)
                     IF  SHR-SHIP-YMD  >  EDL-SHIP-YMD(EDL-IDX)  THEN
                       MOVE  SHR-SHIP-YMD
                         TO  EDL-SHIP-YMD(EDL-IDX)
                     END-IF
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM.
           CLOSE  SHR-FILE.
       EDI-ASN-EXT.
           EXIT.
      ********************************************************
      * ＥＤＩ請求書1通の書き出し　見出し・明細・合計の各行を
      * ＥＤＩ請求書ファイルと送信控えへ書き、送信レジスタへ
      * 記録する（請求書レジスタは書き込み済み）
      ********************************************************
       EDI-WRITE-RTN              SECTION.
           IF  SEI-EDI-KBN(SEI-IDX)  =  "X"  THEN
             MOVE  SPACE  TO  RPT-REC
             STRING  "ＮＧ 請求書 "  DELIMITED BY SIZE
                     INV-NO  DELIMITED BY SIZE
                     " ＥＤＩ明細上限超過"  DELIMITED BY SIZE
                     "　ＥＤＩ未送信"  DELIMITED BY SIZE
               INTO  RPT-REC
             PERFORM  EDI-NG-RTN
             GO  TO  EDI-WRITE-EXT
           END-IF.
           IF  INV-NO  <=  WK-EDR-MAX-NO  THEN
             MOVE  SPACE  TO  RPT-REC
             STRING  "ＮＧ 請求書 "  DELIMITED BY SIZE
                     INV-NO  DELIMITED BY SIZE
                     " ＥＤＩ送信済番号"  DELIMITED BY SIZE
                     "　ＥＤＩ未送信"  DELIMITED BY SIZE
               INTO  RPT-REC
             PERFORM  EDI-NG-RTN
             GO  TO  EDI-WRITE-EXT
           END-IF.
      *見出し行　請求書の税率区分別内訳と発行者登録番号
           MOVE  INV-KINGAKU      TO  WK-EDI-KIN1.
           MOVE  INV-STD-ZEINUKI  TO  WK-EDI-KIN2.
           MOVE  INV-STD-ZEI      TO  WK-EDI-ZEI1.
           MOVE  INV-RED-ZEINUKI  TO  WK-EDI-KIN3.
           MOVE  INV-RED-ZEI      TO  WK-EDI-ZEI2.
           MOVE  INV-FREIGHT      TO  WK-EDI-KIN4.
           MOVE  INV-EXP-ZEINUKI  TO  WK-EDI-KIN5.
           MOVE  INV-HIKA-ZEINUKI TO  WK-EDI-KIN6.
           MOVE  SPACE  TO  WK-EDI-LINE.
           STRING  SEI-TOKU-COD(SEI-IDX)  DELIMITED BY SIZE
                   ",H,"  DELIMITED BY SIZE
                   INV-NO  DELIMITED BY SIZE
                   ",N,01,"  DELIMITED BY SIZE
                   INV-YMD  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   INV-PERIOD  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   INV-TSUKA-COD  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   WK-EDI-KIN1  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   WK-EDI-KIN2  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   WK-EDI-ZEI1  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   WK-EDI-KIN3  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   WK-EDI-ZEI2  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   WK-EDI-KIN4  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   INV-SHIME-YMD  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   INV-DUE-YMD  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   WK-TOROKU-NO  DELIMITED BY SPACE
                   ","  DELIMITED BY SIZE
                   WK-EDI-KIN5  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   WK-EDI-KIN6  DELIMITED BY SIZE
             INTO  WK-EDI-LINE.
           PERFORM  EDI-OUT-RTN.
      *明細行　この請求集計へ積んだ受注明細
           MOVE  0  TO  WK-EDI-GYO.
           PERFORM  VARYING  EDL-IDX  FROM  1  BY  1
             UNTIL  EDL-IDX  >  EDL-CNT
             IF  EDL-SEI-POS(EDL-IDX)  =  SEI-IDX  THEN
               PERFORM  EDI-DTL-RTN
             END-IF
           END-PERFORM.
      *合計行　明細行数と請求金額
           MOVE  SPACE  TO  WK-EDI-LINE.
           STRING  SEI-TOKU-COD(SEI-IDX)  DELIMITED BY SIZE
                   ",T,"  DELIMITED BY SIZE
                   INV-NO  DELIMITED BY SIZE
                   ",N,01,"  DELIMITED BY SIZE
                   WK-EDI-GYO  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   WK-EDI-KIN1  DELIMITED BY SIZE
             INTO  WK-EDI-LINE.
           PERFORM  EDI-OUT-RTN.
           PERFORM  EDR-WRITE-RTN.
           ADD  1  TO  EDI-INV-CNT.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  ＥＤＩ送信 明細行数="  DELIMITED BY SIZE
                   WK-EDI-GYO  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EDI-WRITE-EXT.
           EXIT.
      ********************************************************
      * ＥＤＩ明細行1行の編集　得意先品番は明細の得意先、次に
      * 請求先の変換マスタを逆引きし、なければ当社の商品番号
      ********************************************************
       EDI-DTL-RTN                SECTION.
           ADD  1  TO  WK-EDI-GYO.
           MOVE  EDL-TOKU-COD(EDL-IDX)  TO  WK-XRF-TOKU.
           PERFORM  HINBAN-LOOKUP-RTN.
           IF  (WK-XRF-FOUND-FLG  =  "N")  AND
               (EDL-TOKU-COD(EDL-IDX)  NOT  =
                SEI-TOKU-COD(SEI-IDX))  THEN
             MOVE  SEI-TOKU-COD(SEI-IDX)  TO  WK-XRF-TOKU
             PERFORM  HINBAN-LOOKUP-RTN
           END-IF.
           IF  WK-XRF-FOUND-FLG  =  "N"  THEN
             MOVE  EDL-SHOHIN-NO(EDL-IDX)  TO  WK-HINBAN
           END-IF.
           EVALUATE  EDL-ZEI-KBN(EDL-IDX)
             WHEN  "R"
               MOVE  "08"  TO  WK-EDI-RITSU
             WHEN  "E"
               MOVE  "00"  TO  WK-EDI-RITSU
             WHEN  "N"
               MOVE  "NT"  TO  WK-EDI-RITSU
             WHEN  OTHER
               MOVE  "10"  TO  WK-EDI-RITSU
           END-EVALUATE.
           MOVE  EDL-ZEINUKI(EDL-IDX)  TO  WK-EDI-KIN5.
           MOVE  EDL-ZEIGAKU(EDL-IDX)  TO  WK-EDI-ZEI1.
           COMPUTE  WK-EDI-KIN6  =
             EDL-ZEINUKI(EDL-IDX)  +  EDL-ZEIGAKU(EDL-IDX).
           MOVE  SPACE  TO  WK-EDI-LINE.
           STRING  SEI-TOKU-COD(SEI-IDX)  DELIMITED BY SIZE
                   ",D,"  DELIMITED BY SIZE
                   INV-NO  DELIMITED BY SIZE
                   ",N,01,"  DELIMITED BY SIZE
                   WK-EDI-GYO  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   EDL-JUCHU-NO(EDL-IDX)  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   EDL-LINE-NO(EDL-IDX)  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   EDL-DATA-KBN(EDL-IDX)  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   WK-HINBAN  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   EDL-SHOHIN-NO(EDL-IDX)  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   EDL-SURYO(EDL-IDX)  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   EDL-DEN-NO(EDL-IDX)  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   EDL-SHIP-YMD(EDL-IDX)  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   WK-EDI-RITSU  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   WK-EDI-KIN5  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   WK-EDI-ZEI1  DELIMITED BY SIZE
                   ","  DELIMITED BY SIZE
                   WK-EDI-KIN6  DELIMITED BY SIZE
             INTO  WK-EDI-LINE.
           PERFORM  EDI-OUT-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 品番の逆引き　WK-XRF-TOKU＋当社商品番号に一致する変換
      * マスタがあれば得意先品番をWK-HINBANへ設定する
      ********************************************************
       HINBAN-LOOKUP-RTN          SECTION.
           MOVE  "N"  TO  WK-XRF-FOUND-FLG.
           PERFORM  VARYING  WK-XRF-IDX  FROM  1  BY  1
             UNTIL  (WK-XRF-IDX  >  WK-XRF-CNT)  OR
                    (WK-XRF-FOUND-FLG  =  "Y")
             IF  (WK-XRF-TOKU-COD(WK-XRF-IDX)  =  WK-XRF-TOKU)  AND
                 (WK-XRF-SHOHIN-NO(WK-XRF-IDX)  =
                  EDL-SHOHIN-NO(EDL-IDX))  THEN
               MOVE  "Y"  TO  WK-XRF-FOUND-FLG
               MOVE  WK-XRF-CUST-HINBAN(WK-XRF-IDX)  TO  WK-HINBAN
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * ＥＤＩ行1行の出力（ＥＤＩ請求書ファイルと送信控え）
      ********************************************************
       EDI-OUT-RTN                SECTION.
           MOVE  WK-EDI-LINE  TO  EDI-REC.
           WRITE  EDI-REC.
           MOVE  WK-EDI-LINE  TO  EDH-REC.
           WRITE  EDH-REC.
           ADD  1  TO  EDI-OUT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * ＥＤＩ送信レジスタへ1件追記（初回送信）
      ********************************************************
       EDR-WRITE-RTN              SECTION.
           OPEN  EXTEND  EDR-FILE.
           IF  EDR-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  EDR-FILE
           END-IF.
           MOVE  SPACE  TO  EDR-REC.
           MOVE  INV-NO        TO  EDR-INV-NO.
           MOVE  SEI-TOKU-COD(SEI-IDX)  TO  EDR-TOKU-COD.
           MOVE  1             TO  EDR-SEND-SEQ.
           MOVE  INV-YMD       TO  EDR-SEND-YMD.
           MOVE  "N"           TO  EDR-SEND-KBN.
           MOVE  "KUBM030"     TO  EDR-PGM-ID.
           MOVE  WK-RUN-ID     TO  EDR-RUN-ID.
           MOVE  WK-EDI-GYO    TO  EDR-LINE-CNT.
           MOVE  INV-KINGAKU   TO  EDR-KINGAKU.
           WRITE  EDR-REC.
           CLOSE  EDR-FILE.
       EXT.
           EXIT.
      ********************************************************
      * ＥＤＩ未送信の請求書のエラー行（RPT-RECは編集済み）
      ********************************************************
       EDI-NG-RTN                 SECTION.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           ADD  1  TO  ERR-CNT.
           ADD  1  TO  EDI-NG-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 請求書採番管理の書き戻し
      ********************************************************
       CTL-STORE-RTN              SECTION.
             CLOSE  ODB-FILE
           END-IF.
           CLOSE  RPT-FILE.
           CLOSE  BCO-FILE.
           CLOSE  IVL-FILE.
           IF  WK-DIX-FLG  =  "Y"  THEN
             CLOSE  DIX-FILE
           END-IF.
           CLOSE  EDI-FILE.
           CLOSE  EDH-FILE.
           DISPLAY  "ITF-CNT=  "  ITF-CNT.
           DISPLAY  "繰越読込= "  BCI-CNT.
           DISPLAY  "繰越出力= "  CARRY-CNT.
           DISPLAY  "発行件数= "  INV-CNT.
           DISPLAY  "エラー　= "  ERR-CNT.
           DISPLAY  "二重スキップ= "  SKIP-DUP-CNT.
           DISPLAY  "ＥＤＩ請求書= "  EDI-INV-CNT.
           DISPLAY  "ＥＤＩ行数　= "  EDI-OUT-CNT.
           DISPLAY  "ＥＤＩ未送信= "  EDI-NG-CNT.
           DISPLAY  "*** END KUBM030 ***".
       EXT.
           EXIT.
      ********************************************************
      * 得意先マスタ書換の更新イメージ記帳（KUBM049と同じ方式）
      ********************************************************
       CMF-BIJ-RTN                SECTION.
           MOVE  "KUBM030"  TO  S060-PGM-ID.
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
