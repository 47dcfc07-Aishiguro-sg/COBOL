      * 変更日／変更者：2026 9 3 石黒茜
      *       変更内容：IMF・LOCの書換に更新前後イメージの記帳
      *                 (KCBS060)を追加
      * 変更日／変更者：2026 10 15 石黒茜
      *       変更内容：ロットの取り崩しを賞味期限の早い順（先期限
      *                 先出）へ変更し、出荷日＋得意先の最低残賞味
      *                 期限日数より前に期限が切れるロットを除外
      *                 （除外分で足りない受注はERR-KBN(10)）
      * 変更日／変更者：2026 10 15 石黒茜
      *       変更内容：保留・回収中のロット（LOT-HOLD-KBN）を
      *                 取り崩しの対象から外し、在庫チェックでも
      *                 使用不可の数量として除外
      * 変更日／変更者：2026 10 15 石黒茜
      *       変更内容：割当販売（割当枠ファイルQTAF）を追加
      *                 期間中の商品は得意先・グループの残枠を
      *                 超える明細をERR-KBN(19)で在庫待ちへ回し、
      *                 引当数量を枠の使用済数量へ積み上げる
      * 変更日／変更者：2026 10 15 石黒茜
      *       変更内容：納品先コード対応　納品先マスタ(KCBS090)の
      *                 出荷拠点・運賃ゾーンを得意先の既定値より
      *                 優先する
      * 変更日／変更者：2026 10 15 石黒茜
      *       変更内容：見積番号付きの受注に見積ファイル(QUOF)の
      *                 見積単価を適用（有効期限内・未受注のみ）、
      *                 トレースへ出所Qで記録し見積を受注済にする
      * 変更日／変更者：2026 10 15 石黒茜
      *       変更内容：包括契約（包括契約ファイルBLAF）を追加
      *                 契約期間中の通常受注・受注変更に約定単価を
      *                 適用し、契約残を超える明細をERR-KBN(20)で
      *                 却下、引取数量を引取済数量へ積み上げる
      * 変更日／変更者：2026 10 15 石黒茜
      *       変更内容：得意先の消費税区分が輸出免税・非課税の
      *                 受注は税率0%で税額を計算する
      * 変更日／変更者：2026 10 15 石黒茜
      *       変更内容：商品マスタの原産国・HS関税分類番号の追加に
      *                 伴い商品マスタ退避テーブルの長さを変更
      * 変更日／変更者：2026 10 15 石黒茜
      *       変更内容：ロットの残賞味期限チェックを納期確約の
      *                 後へ移し、確約日（なければ希望納期）で判定
      * 変更日／変更者：2026 10 15 石黒茜
      *       変更内容：セット親の引当は親の在庫（組立済み）を
      *                 先に充て、不足分だけ構成部品へ展開する。
      *                 内訳をセット引当内訳ファイル(SAL)へ残し、
      *                 取消・返品はその内訳で戻す
      * 変更日／変更者：2026 10 15 石黒茜
      *       変更内容：見積は有効期限内の未受注明細と受注済明細だけを
      *                 ロードし、書き戻しはそれ以外の明細をそのまま写す
      ********************************************************
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
           SELECT  CAL-FILE  ASSIGN TO  EXTERNAL  CAL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS CAL-STATUS.
      *割当枠ファイル（営業登録）　INIT-RTNでロードし、枠の使用済
      *数量を終了時に書き戻す（未定義の環境では割当販売なし）
           SELECT  QTA-FILE  ASSIGN TO  EXTERNAL  QTAF
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS QTA-STATUS.
      *見積ファイル（KJBM049作成）　INIT-RTNで使える明細だけを
      *ロードし、受注済にした見積の状態を終了時に書き戻す（未定義
      *の環境では見積なし）
           SELECT  QUO-FILE  ASSIGN TO  EXTERNAL  QUOF
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS QUOF-STATUS.
      *見積ファイル書き戻し用の一時ファイル（OTT030と同じ3段方式）
           SELECT  QTT-FILE  ASSIGN TO  EXTERNAL  QTT030.
      *包括契約ファイル（営業登録）　INIT-RTNでロードし、引取済
      *数量を終了時に書き戻す（未定義の環境では包括契約なし）
           SELECT  BLA-FILE  ASSIGN TO  EXTERNAL  BLAF
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS BLA-STATUS.
      *価格決定トレース　値決め根拠の累積記録（KJBM048が照会する）
           SELECT  PTR-FILE  ASSIGN TO  EXTERNAL  PTR
                             ORGANIZATION IS LINE SEQUENTIAL
           SELECT  LAJ-FILE  ASSIGN TO  EXTERNAL  LAJ
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS LAJ-STATUS.
      *セット引当内訳ファイル　セット親の引当の親在庫・部品展開の
      *内訳（出荷確定・却下・解放・取消・返品の戻し先）
           SELECT  SAL-FILE  ASSIGN TO  EXTERNAL  SAL
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS SAL-KEY
                             FILE STATUS  IS SAL-STATUS.
      *----------------------------------------------------------------
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  CAL-FILE.
       01  CAL-REC.
           COPY  KCCFCAL.
       FD  QTA-FILE.
       01  QTA-REC.
           COPY  KJCQTA.
       FD  QUO-FILE.
       01  QUO-REC.
           COPY  KJCQUO.
       FD  BLA-FILE.
       01  BLA-REC.
           COPY  KJCBLA.
       FD  PTR-FILE.
       01  PTR-REC.
           COPY  KJCPTR.
       FD  OTT-FILE.
       01  OTT-REC.
           COPY  KJCF020.
       FD  QTT-FILE.
       01  QTT-REC                PIC  X(80).
       FD  CKP-FILE.
       01  CKP-REC.
      *入力位置＝トレーラ検証用カウンタ（担当範囲外も含む通読件数）
       FD  LAJ-FILE.
       01  LAJ-REC.
           COPY  KJCLAJ.
       FD  SAL-FILE.
       01  SAL-REC.
           COPY  KJCSAL.
      *----------------------------------------------------------------
       WORKING-STORAGE            SECTION.
       01  ITF-CNT                PIC  9(7)    VALUE  0.
      *の考え方
       01  WK-IMF-TBL.
         02  WK-IMF-ENT  OCCURS  9999 TIMES  INDEXED BY  WK-IMF-IDX.
           03  WK-IMF-REC           PIC  X(143).
       01  ITF-KEY.
         02  WK-ITF-SHOHIN-NO     PIC   X(5)          VALUE  LOW-VALUE.
      *得意先コード範囲によるパーティション分割　並列実行用
       01  WK-SET-OYA-FLG         PIC  X       VALUE  "N".
       01  WK-SET-QTY             PIC  S9(7)   VALUE  0.
       01  WK-SET-I               PIC  9(3)    VALUE  0.
      *セット引当内訳　親の在庫残・親在庫から取る数・部品へ展開
      *する数（いずれも親の単位）
       01  SAL-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-SAL-AVAIL-FLG       PIC  X       VALUE  "N".
       01  WK-SET-OYA-ZAN         PIC  S9(7)   VALUE  0.
       01  WK-SET-OYA-QTY         PIC  S9(7)   VALUE  0.
       01  WK-SET-KO-QTY          PIC  S9(7)   VALUE  0.
      *在庫更新の対象商品番号（通常は受注商品。セット構成の
      *引当・戻しでは構成部品の番号が入る）
       01  WK-STK-SHOHIN-NO       PIC  X(5)    VALUE  SPACE.
         02  WK-CALT-ENT  OCCURS 500 TIMES INDEXED BY WK-CALT-IDX.
           03  WK-CALT-YMD        PIC  9(8).
           03  WK-CALT-KBN        PIC  X(1).
      *割当枠　ワーキングストレージ・キャッシュ（終了時に使用済
      *数量と率指定の基準数量を書き戻す。上限超過時は行の欠落を
      *避けるため書き戻さない）
       01  QTA-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-QTA-AVAIL-FLG       PIC  X       VALUE  "N".
       01  WK-QTA-OVER-FLG        PIC  X       VALUE  "N".
       01  WK-QTAT-CNT            PIC  9(3)    VALUE  0.
       01  WK-QTAT-TBL.
         02  WK-QTAT-ENT  OCCURS 300 TIMES INDEXED BY WK-QTAT-IDX.
           03  WK-QTAT-SHOHIN-NO  PIC  X(5).
           03  WK-QTAT-FROM-YMD   PIC  9(8).
           03  WK-QTAT-TO-YMD     PIC  9(8).
           03  WK-QTAT-KEY-KBN    PIC  X(1).
           03  WK-QTAT-KEY-COD    PIC  X(4).
           03  WK-QTAT-KBN        PIC  X(1).
           03  WK-QTAT-SURYO      PIC  9(7).
           03  WK-QTAT-RITSU      PIC  9(3).
           03  WK-QTAT-BASE       PIC  9(7).
           03  WK-QTAT-USED       PIC  9(7).
      *割当枠判定の作業領域　割当販売中か・適用枠の行番号と優先度
      *（3=得意先 2=グループ 1=その他）・親得意先・枠数量・残枠
       01  WK-QTA-ON-FLG          PIC  X       VALUE  "N".
       01  WK-QTA-SEL             PIC  9(3)    VALUE  0.
       01  WK-QTA-PRI             PIC  9(1)    VALUE  0.
       01  WK-QTA-ROW-PRI         PIC  9(1)    VALUE  0.
       01  WK-QTA-PARENT          PIC  X(4)    VALUE  SPACE.
       01  WK-QTA-LIMIT           PIC  9(9)    VALUE  0.
       01  WK-QTA-ZAN             PIC  S9(9)   VALUE  0.
       01  WK-QTA-SURYO           PIC  S9(7)   VALUE  0.
       01  WK-QTA-NG-CNT          PIC  9(7)    VALUE  0.
      *見積　ワーキングストレージ・キャッシュ（受注済にした見積が
      *あれば終了時に全件を書き戻す。上限超過時は行の欠落を避ける
      *ため見積単価を適用せず、書き戻さない）
       01  QUOF-STATUS            PIC  X(2)    VALUE  SPACE.
       01  WK-QUO-AVAIL-FLG       PIC  X       VALUE  "N".
       01  WK-QUO-OVER-FLG        PIC  X       VALUE  "N".
       01  WK-QUO-UPD-FLG         PIC  X       VALUE  "N".
       01  WK-QUOT-CNT            PIC  9(4)    VALUE  0.
       01  WK-QUOT-TBL.
         02  WK-QUOT-ENT  OCCURS 3000 TIMES INDEXED BY WK-QUOT-IDX.
           03  WK-QUOT-IMG        PIC  X(80).
      *未受注の明細をロードする有効期限の下限（処理日−猶予日数。
      *締め後入力などで受注日が処理日より前になる分を見込む）
       01  WK-QUO-GRACE-DAYS      PIC  9(3)    VALUE  7.
       01  WK-QUO-LOW-YMD         PIC  9(8)    VALUE  0.
       01  WK-QUO-LOW-INT         PIC  9(8)    VALUE  0.
       01  WK-QUO-SKIP-CNT        PIC  9(7)    VALUE  0.
       01  WK-QTT-END-FLG         PIC  X       VALUE  SPACE.
       01  WK-QUO-REC-1.
           COPY  KJCQUO.
      *見積単価の判定結果　適用可否・不適用理由・適用件数
       01  WK-QUO-HIT-FLG         PIC  X       VALUE  "N".
       01  WK-QUO-FOUND-FLG       PIC  X       VALUE  "N".
       01  WK-QUO-NG-MSG          PIC  X(30)   VALUE  SPACE.
       01  WK-QUO-MITSU-NO        PIC  X(6)    VALUE  SPACE.
       01  WK-QUO-APPLY-CNT       PIC  9(7)    VALUE  0.
       01  WK-QUO-NG-CNT          PIC  9(7)    VALUE  0.
      *包括契約　ワーキングストレージ・キャッシュ（終了時に引取済
      *数量・最終引取日・引取回数を書き戻す。上限超過時は行の欠落
      *を避けるため約定単価を適用せず、書き戻さない）
       01  BLA-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-BLA-AVAIL-FLG       PIC  X       VALUE  "N".
       01  WK-BLA-OVER-FLG        PIC  X       VALUE  "N".
       01  WK-BLAT-CNT            PIC  9(3)    VALUE  0.
       01  WK-BLAT-TBL.
         02  WK-BLAT-ENT  OCCURS 300 TIMES INDEXED BY WK-BLAT-IDX.
           03  WK-BLAT-KEIYAKU-NO PIC  X(6).
           03  WK-BLAT-TOKU-COD   PIC  X(4).
           03  WK-BLAT-SHOHIN-NO  PIC  X(5).
           03  WK-BLAT-SURYO      PIC  9(7).
           03  WK-BLAT-TANKA      PIC  9(5).
           03  WK-BLAT-FROM-YMD   PIC  9(8).
           03  WK-BLAT-TO-YMD     PIC  9(8).
           03  WK-BLAT-USED       PIC  9(7).
           03  WK-BLAT-LAST-YMD   PIC  9(8).
           03  WK-BLAT-CALL-CNT   PIC  9(5).
      *包括契約判定の作業領域　適用契約の行番号（ゼロ＝契約なし）・
      *選択中の終了日・契約残・判定数量（戻しは負数）・超過件数
       01  WK-BLA-SEL             PIC  9(3)    VALUE  0.
       01  WK-BLA-SEL-TO          PIC  9(8)    VALUE  0.
       01  WK-BLA-ROW-TO          PIC  9(8)    VALUE  0.
       01  WK-BLA-ROW-ZAN-FLG     PIC  X       VALUE  "N".
       01  WK-BLA-SEL-ZAN-FLG     PIC  X       VALUE  "N".
       01  WK-BLA-ROW-ZAN         PIC  S9(9)   VALUE  0.
       01  WK-BLA-ZAN             PIC  S9(9)   VALUE  0.
       01  WK-BLA-SURYO           PIC  S9(7)   VALUE  0.
       01  WK-BLA-APPLY-CNT       PIC  9(7)    VALUE  0.
       01  WK-BLA-NG-CNT          PIC  9(7)    VALUE  0.
      *更新前イメージの退避と更新イメージジャーナラ連絡領域
       01  WK-BIJ-OLD-IMG          PIC  X(200)  VALUE  SPACE.
       COPY  KCBS060P.
       COPY KCBS020P.
      *受注データベース書込(KCBS040)への連絡領域
       COPY KCBS040P.
      *納品先参照(KCBS090)への連絡領域（出荷拠点・運賃ゾーンの
      *納品先別指定）
       COPY KCBS090P.
      *返品(DATA-KBN="2")による在庫戻し　件数・数量の集計用
       01  WK-RETURN-CNT           PIC  9(7)   VALUE  0.
       01  WK-RETURN-SURYO-SUM     PIC  S9(9)  PACKED-DECIMAL  VALUE  0.
      *AM区分の1件記帳が別に行われるため）
       01  WK-LOT-ZAI-FLG          PIC  X       VALUE  "N".
       01  WK-LOT-GB-YMD           PIC  9(8)    VALUE  0.
      *先期限先出の作業領域　商品のロット一覧（残数のあるもの）・
      *出荷日・使用可能な期限の下限（出荷日＋最低残賞味期限日数）
      *保留区分が空白以外（保留・回収中）のロットは使わない
       01  WK-LOTC-CNT             PIC  9(3)    VALUE  0.
       01  WK-LOTC-TBL.
         02  WK-LOTC-ENT  OCCURS 200 TIMES INDEXED BY WK-LOTC-IDX.
           03  WK-LOTC-NYK-YMD     PIC  9(8).
           03  WK-LOTC-LOT-NO      PIC  X(10).
           03  WK-LOTC-KIGEN       PIC  9(8).
           03  WK-LOTC-ZAN         PIC  S9(7).
           03  WK-LOTC-HOLD        PIC  X(1).
       01  WK-LOT-PICK             PIC  9(3)    VALUE  0.
       01  WK-LOT-PICK-KIGEN       PIC  9(8)    VALUE  0.
       01  WK-LOT-SORT-KIGEN       PIC  9(8)    VALUE  0.
       01  WK-LOT-NG-SURYO         PIC  S9(7)   VALUE  0.
       01  WK-LOT-OK-ZAN           PIC  S9(7)   VALUE  0.
       01  WK-SHIP-YMD             PIC  9(8)    VALUE  0.
       01  WK-ZANKIGEN-DAYS        PIC  9(3)    VALUE  0.
       01  WK-KIGEN-INT            PIC  9(8)    VALUE  0.
       01  WK-KIGEN-LIMIT          PIC  9(8)    VALUE  0.
      *運用メッセージ出力(KCBS050)への連絡領域
       COPY KCBS050P.
      *
           ELSE
             DISPLAY  "LOTFなし　ロット管理なしで続行"
           END-IF.
      *セット引当内訳　未作成の場合はここで新規作成してから開き直す
      *（開けない環境ではセット親を従来どおり全数部品で引き当てる）
           OPEN  I-O  SAL-FILE.
           IF  SAL-STATUS  =  "35"  THEN
             OPEN  OUTPUT  SAL-FILE
             CLOSE  SAL-FILE
             OPEN  I-O  SAL-FILE
           END-IF.
           IF  SAL-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-SAL-AVAIL-FLG
           ELSE
             DISPLAY  "SALなし　セットは部品展開で続行"
           END-IF.
           PERFORM  LOAD-IMF-RTN.
           PERFORM  LOAD-RATE-RTN.
           PERFORM  LOAD-CNT-RTN.
           PERFORM  LOAD-FAR-RTN.
           PERFORM  LOAD-CAP-RTN.
           PERFORM  LOAD-CAL-RTN.
           PERFORM  LOAD-QTA-RTN.
           PERFORM  LOAD-QUO-RTN.
           PERFORM  LOAD-BLA-RTN.
           PERFORM  CKP-LOAD-RTN.
      *チェックポイント未記録（最初の1000件以内での異常終了）でも
      *在庫戻しジャーナルに適用済みが残っていれば、しきい値ゼロで
       EXT.
           EXIT.
      ********************************************************
      * 割当枠ファイルの全件ロード（未定義は割当販売なし）
      ********************************************************
       LOAD-QTA-RTN               SECTION.
           OPEN  INPUT  QTA-FILE.
           IF  QTA-STATUS  =  "35"  THEN
             DISPLAY  "QTAFなし　割当販売なし"
           ELSE
             MOVE  "Y"  TO  WK-QTA-AVAIL-FLG
             PERFORM  UNTIL  QTA-STATUS  NOT  =  "00"
               READ  QTA-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  WK-QTAT-CNT  <  300  THEN
                     ADD  1  TO  WK-QTAT-CNT
                     SET  WK-QTAT-IDX  TO  WK-QTAT-CNT
                     MOVE  QTA-SHOHIN-NO
                       TO  WK-QTAT-SHOHIN-NO(WK-QTAT-IDX)
                     MOVE  QTA-FROM-YMD
                       TO  WK-QTAT-FROM-YMD(WK-QTAT-IDX)
                     MOVE  QTA-TO-YMD
                       TO  WK-QTAT-TO-YMD(WK-QTAT-IDX)
                     MOVE  QTA-KEY-KBN
                       TO  WK-QTAT-KEY-KBN(WK-QTAT-IDX)
                     MOVE  QTA-KEY-COD
                       TO  WK-QTAT-KEY-COD(WK-QTAT-IDX)
                     MOVE  QTA-KBN
                       TO  WK-QTAT-KBN(WK-QTAT-IDX)
                     MOVE  QTA-SURYO
                       TO  WK-QTAT-SURYO(WK-QTAT-IDX)
                     MOVE  QTA-RITSU
                       TO  WK-QTAT-RITSU(WK-QTAT-IDX)
                     MOVE  QTA-BASE-SURYO
                       TO  WK-QTAT-BASE(WK-QTAT-IDX)
                     MOVE  QTA-USED-SURYO
                       TO  WK-QTAT-USED(WK-QTAT-IDX)
                   ELSE
                     MOVE  "Y"  TO  WK-QTA-OVER-FLG
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  QTA-FILE
             DISPLAY  "割当枠 ロード件数=" WK-QTAT-CNT
             IF  WK-QTA-OVER-FLG  =  "Y"  THEN
               DISPLAY  "*** 割当枠上限超過　書き戻しなし"
               IF  WK-COMP-CD  <  8  THEN
                 MOVE  8  TO  WK-COMP-CD
               END-IF
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 見積ファイルのロード　値決めに使える明細（有効期限が
      * 処理日−猶予日数以後の未受注明細と、再投入で引く受注済
      * 明細）だけを1明細1件のイメージのまま保持し、受注済にした
      * 明細を書き換えて終了時に書き戻す。期限切れの明細は読み
      * 飛ばし、書き戻し時にそのまま写す（用済み明細の切り出しは
      * KJBM049が行う）
      ********************************************************
       LOAD-QUO-RTN               SECTION.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-QUO-LOW-YMD.
           COMPUTE  WK-QUO-LOW-INT  =
             FUNCTION INTEGER-OF-DATE(WK-QUO-LOW-YMD)
             -  WK-QUO-GRACE-DAYS.
           COMPUTE  WK-QUO-LOW-YMD  =
             FUNCTION DATE-OF-INTEGER(WK-QUO-LOW-INT).
           OPEN  INPUT  QUO-FILE.
           IF  QUOF-STATUS  =  "35"  THEN
             DISPLAY  "QUOFなし　見積単価なし"
           ELSE
             MOVE  "Y"  TO  WK-QUO-AVAIL-FLG
             PERFORM  UNTIL  QUOF-STATUS  NOT  =  "00"
               READ  QUO-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  (QUO-STATUS OF QUO-REC  NOT  =  "C")  AND
                       (QUO-YUKO-YMD OF QUO-REC  <  WK-QUO-LOW-YMD)
                   THEN
                     ADD  1  TO  WK-QUO-SKIP-CNT
                   ELSE
                     IF  WK-QUOT-CNT  <  3000  THEN
                       ADD  1  TO  WK-QUOT-CNT
                       SET  WK-QUOT-IDX  TO  WK-QUOT-CNT
                       MOVE  QUO-REC  TO  WK-QUOT-IMG(WK-QUOT-IDX)
                     ELSE
                       MOVE  "Y"  TO  WK-QUO-OVER-FLG
                     END-IF
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  QUO-FILE
             DISPLAY  "見積 ロード件数=" WK-QUOT-CNT
                      " 期限切れ読み飛ばし=" WK-QUO-SKIP-CNT
             IF  WK-QUO-OVER-FLG  =  "Y"  THEN
               DISPLAY  "*** 見積上限超過　見積単価なし"
               IF  WK-COMP-CD  <  8  THEN
                 MOVE  8  TO  WK-COMP-CD
               END-IF
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 見積ファイルの書き戻し　元ファイルを先頭から読み、ロード
      * した未受注明細（見積番号＋行番号が一致）は保持イメージ
      * で、それ以外（期限切れ・受注済）はそのまま一時ファイルへ
      * 写し、その内容で見積ファイルを書き直す（OTF-TRIM-RTNと
      * 同じ3段方式）
      ********************************************************
       QUO-REWRITE-RTN            SECTION.
           OPEN  INPUT  QUO-FILE.
           IF  QUOF-STATUS  NOT  =  "00"  THEN
             DISPLAY  "QUOF再オープン異常 STATUS=" QUOF-STATUS
             GO  TO  QUO-REWRITE-EXT
           END-IF.
           OPEN  OUTPUT  QTT-FILE.
           MOVE  SPACE  TO  WK-QTT-END-FLG.
           PERFORM  UNTIL  WK-QTT-END-FLG  =  "E"
             READ  QUO-FILE
               AT  END
                 MOVE  "E"  TO  WK-QTT-END-FLG
               NOT  AT  END
                 MOVE  QUO-REC  TO  QTT-REC
                 IF  QUO-STATUS OF QUO-REC  NOT  =  "C"  THEN
                   MOVE  "N"  TO  WK-QUO-FOUND-FLG
                   PERFORM  VARYING  WK-QUOT-IDX  FROM  1  BY  1
                     UNTIL  (WK-QUOT-IDX  >  WK-QUOT-CNT)  OR
                            (WK-QUO-FOUND-FLG  =  "Y")
                     MOVE  WK-QUOT-IMG(WK-QUOT-IDX)  TO  WK-QUO-REC-1
                     IF  (QUO-MITSU-NO OF WK-QUO-REC-1  =
                          QUO-MITSU-NO OF QUO-REC)  AND
                         (QUO-LINE-NO OF WK-QUO-REC-1  =
                          QUO-LINE-NO OF QUO-REC)  THEN
                       MOVE  "Y"  TO  WK-QUO-FOUND-FLG
                       MOVE  WK-QUO-REC-1  TO  QTT-REC
                     END-IF
                   END-PERFORM
                 END-IF
                 WRITE  QTT-REC
             END-READ
           END-PERFORM.
           CLOSE  QUO-FILE.
           CLOSE  QTT-FILE.
           OPEN  INPUT   QTT-FILE.
           OPEN  OUTPUT  QUO-FILE.
           MOVE  SPACE  TO  WK-QTT-END-FLG.
           PERFORM  UNTIL  WK-QTT-END-FLG  =  "E"
             READ  QTT-FILE
               AT  END
                 MOVE  "E"  TO  WK-QTT-END-FLG
               NOT  AT  END
                 MOVE  QTT-REC  TO  QUO-REC
                 WRITE  QUO-REC
             END-READ
           END-PERFORM.
           CLOSE  QTT-FILE.
           CLOSE  QUO-FILE.
       QUO-REWRITE-EXT.
           EXIT.
      ********************************************************
      * 包括契約ファイルのロード　引取済数量・最終引取日・引取
      * 回数を更新して終了時に書き戻す
      ********************************************************
       LOAD-BLA-RTN               SECTION.
           OPEN  INPUT  BLA-FILE.
           IF  BLA-STATUS  =  "35"  THEN
             DISPLAY  "BLAFなし　包括契約なし"
           ELSE
             MOVE  "Y"  TO  WK-BLA-AVAIL-FLG
             PERFORM  UNTIL  BLA-STATUS  NOT  =  "00"
               READ  BLA-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  WK-BLAT-CNT  <  300  THEN
                     ADD  1  TO  WK-BLAT-CNT
                     SET  WK-BLAT-IDX  TO  WK-BLAT-CNT
                     MOVE  BLA-KEIYAKU-NO
                       TO  WK-BLAT-KEIYAKU-NO(WK-BLAT-IDX)
                     MOVE  BLA-TOKU-COD
                       TO  WK-BLAT-TOKU-COD(WK-BLAT-IDX)
                     MOVE  BLA-SHOHIN-NO
                       TO  WK-BLAT-SHOHIN-NO(WK-BLAT-IDX)
                     MOVE  BLA-KEIYAKU-SURYO
                       TO  WK-BLAT-SURYO(WK-BLAT-IDX)
                     MOVE  BLA-TANKA
                       TO  WK-BLAT-TANKA(WK-BLAT-IDX)
                     MOVE  BLA-FROM-YMD
                       TO  WK-BLAT-FROM-YMD(WK-BLAT-IDX)
                     MOVE  BLA-TO-YMD
                       TO  WK-BLAT-TO-YMD(WK-BLAT-IDX)
                     MOVE  BLA-USED-SURYO
                       TO  WK-BLAT-USED(WK-BLAT-IDX)
                     MOVE  BLA-LAST-YMD
                       TO  WK-BLAT-LAST-YMD(WK-BLAT-IDX)
                     MOVE  BLA-CALL-CNT
                       TO  WK-BLAT-CALL-CNT(WK-BLAT-IDX)
                   ELSE
                     MOVE  "Y"  TO  WK-BLA-OVER-FLG
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  BLA-FILE
             DISPLAY  "包括契約 ロード件数=" WK-BLAT-CNT
             IF  WK-BLA-OVER-FLG  =  "Y"  THEN
               DISPLAY  "*** 包括契約上限超過"
                        "　約定単価なし"
               IF  WK-COMP-CD  <  8  THEN
                 MOVE  8  TO  WK-COMP-CD
               END-IF
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      *編集
      ********************************************************
       EDIT-RTN                   SECTION.
           MOVE  JF020-CANCEL-JUCHU-NO OF OTF-REC
             TO  S040-ORIG-JUCHU-NO.
           MOVE  JF020-NOKI-YMD OF OTF-REC  TO  S040-NOKI-YMD.
           MOVE  JF020-NOHIN-COD OF OTF-REC  TO  S040-NOHIN-COD.
           CALL  "KCBS040"  USING  KCBS040-P1.
       EXT.
           EXIT.
           IF  WK-LOTF-AVAIL-FLG  =  "Y"  THEN
             CLOSE  LOT-FILE
           END-IF.
           IF  WK-SAL-AVAIL-FLG  =  "Y"  THEN
             CLOSE  SAL-FILE
           END-IF.
           DISPLAY "ITF:"ITF-CNT " | IMF:" IMF-CNT " | OTF:" OTF-CNT.
           DISPLAY "返品件数=" WK-RETURN-CNT
                   " 返品数量合計=" WK-RETURN-SURYO-SUM.
           DISPLAY "自動代替件数=" WK-SUBST-CNT.
           DISPLAY "キャンペーン適用件数=" WK-CAM-APPLY-CNT.
           DISPLAY "販売権限NG件数=" WK-AUT-NG-CNT.
           DISPLAY "割当枠超過件数=" WK-QTA-NG-CNT.
           DISPLAY "納期繰り延べ件数=" WK-SLIP-CNT.
           DISPLAY "見積単価適用件数=" WK-QUO-APPLY-CNT
                   " 見積不適用件数=" WK-QUO-NG-CNT.
           DISPLAY "約定単価適用件数=" WK-BLA-APPLY-CNT
                   " 契約残超過件数=" WK-BLA-NG-CNT.
      *出荷能力の使用済み行数を書き戻す
           IF  WK-CAP-AVAIL-FLG  =  "Y"  THEN
             OPEN  OUTPUT  CAP-FILE
             END-PERFORM
             CLOSE  CAP-FILE
           END-IF.
      *割当枠の使用済数量・基準数量を書き戻す
           IF  (WK-QTA-AVAIL-FLG  =  "Y")  AND
               (WK-QTA-OVER-FLG  =  "N")  THEN
             OPEN  OUTPUT  QTA-FILE
             PERFORM  VARYING  WK-QTAT-IDX  FROM  1  BY  1
               UNTIL  WK-QTAT-IDX  >  WK-QTAT-CNT
               MOVE  SPACE  TO  QTA-REC
               MOVE  WK-QTAT-SHOHIN-NO(WK-QTAT-IDX)
                 TO  QTA-SHOHIN-NO
               MOVE  WK-QTAT-FROM-YMD(WK-QTAT-IDX)  TO  QTA-FROM-YMD
               MOVE  WK-QTAT-TO-YMD(WK-QTAT-IDX)    TO  QTA-TO-YMD
               MOVE  WK-QTAT-KEY-KBN(WK-QTAT-IDX)   TO  QTA-KEY-KBN
               MOVE  WK-QTAT-KEY-COD(WK-QTAT-IDX)   TO  QTA-KEY-COD
               MOVE  WK-QTAT-KBN(WK-QTAT-IDX)       TO  QTA-KBN
               MOVE  WK-QTAT-SURYO(WK-QTAT-IDX)     TO  QTA-SURYO
               MOVE  WK-QTAT-RITSU(WK-QTAT-IDX)     TO  QTA-RITSU
               MOVE  WK-QTAT-BASE(WK-QTAT-IDX)
                 TO  QTA-BASE-SURYO
               MOVE  WK-QTAT-USED(WK-QTAT-IDX)
                 TO  QTA-USED-SURYO
               WRITE  QTA-REC
             END-PERFORM
             CLOSE  QTA-FILE
           END-IF.
      *受注済にした見積があれば見積ファイルを書き戻す
           IF  (WK-QUO-AVAIL-FLG  =  "Y")  AND
               (WK-QUO-OVER-FLG  =  "N")  AND
               (WK-QUO-UPD-FLG  =  "Y")  THEN
             PERFORM  QUO-REWRITE-RTN
           END-IF.
      *包括契約の引取済数量・最終引取日・引取回数を書き戻す
           IF  (WK-BLA-AVAIL-FLG  =  "Y")  AND
               (WK-BLA-OVER-FLG  =  "N")  THEN
             OPEN  OUTPUT  BLA-FILE
             PERFORM  VARYING  WK-BLAT-IDX  FROM  1  BY  1
               UNTIL  WK-BLAT-IDX  >  WK-BLAT-CNT
               MOVE  SPACE  TO  BLA-REC
               MOVE  WK-BLAT-KEIYAKU-NO(WK-BLAT-IDX)
                 TO  BLA-KEIYAKU-NO
               MOVE  WK-BLAT-TOKU-COD(WK-BLAT-IDX)   TO  BLA-TOKU-COD
               MOVE  WK-BLAT-SHOHIN-NO(WK-BLAT-IDX)  TO  BLA-SHOHIN-NO
               MOVE  WK-BLAT-SURYO(WK-BLAT-IDX)
                 TO  BLA-KEIYAKU-SURYO
               MOVE  WK-BLAT-TANKA(WK-BLAT-IDX)      TO  BLA-TANKA
               MOVE  WK-BLAT-FROM-YMD(WK-BLAT-IDX)   TO  BLA-FROM-YMD
               MOVE  WK-BLAT-TO-YMD(WK-BLAT-IDX)     TO  BLA-TO-YMD
               MOVE  WK-BLAT-USED(WK-BLAT-IDX)       TO  BLA-USED-SURYO
               MOVE  WK-BLAT-LAST-YMD(WK-BLAT-IDX)   TO  BLA-LAST-YMD
               MOVE  WK-BLAT-CALL-CNT(WK-BLAT-IDX)   TO  BLA-CALL-CNT
               WRITE  BLA-REC
             END-PERFORM
             CLOSE  BLA-FILE
           END-IF.
      *ITFの入力1件に対してOTFへ必ず1件出力される前提の突合チェック
           IF (ITF-CNT = OTF-CNT) AND
              (WK-ITF-SURYO-SUM = WK-OTF-SURYO-SUM) THEN
             IF  (JF020-DATA-KBN OF ITF-REC  =  "3")  AND
                 (JF020-ERR-KBN OF ITF-REC(6) = SPACE)  THEN
               PERFORM  RESTOCK-RTN
      *取り消した数量は割当枠の使用済数量から戻す
               IF  WK-QTAT-CNT  >  0  THEN
                 COMPUTE  WK-QTA-SURYO  =  0  -  WK-SURYO-NUM
                 PERFORM  QUOTA-USE-RTN
               END-IF
      *取り消した数量は包括契約の引取済数量からも戻す
               IF  WK-BLAT-CNT  >  0  THEN
                 PERFORM  BLANKET-FIND-RTN
                 COMPUTE  WK-BLA-SURYO  =  0  -  WK-SURYO-NUM
                 PERFORM  BLANKET-USE-RTN
               END-IF
             END-IF
      *キャンセルは取消対象の元受注番号との紐付けを監査用に記録する
             IF  JF020-DATA-KBN OF ITF-REC  =  "3"  THEN
                 (WK-AUTT-CNT  >  0)  THEN
               PERFORM  AUTH-CHECK-RTN
             END-IF
      *見積番号付きの通常受注は、有効な見積があれば見積単価を
      *契約・定価・キャンペーンより優先する（返品・取消・変更は
      *従来どおりの値決め）
             MOVE "N" TO WK-QUO-HIT-FLG
             IF (JF020-DATA-KBN OF ITF-REC NOT = "2") AND
                (JF020-DATA-KBN OF ITF-REC NOT = "3") AND
                (JF020-DATA-KBN OF ITF-REC NOT = "4") AND
                (JF020-MITSU-NO OF ITF-REC NOT = SPACE) THEN
               PERFORM QUOTE-LOOKUP-RTN
             END-IF
      *見積単価のない通常受注・受注変更は、受注日が期間内の
      *包括契約があればコールオフとして約定単価を適用する
      *（約定単価は固定のため契約・定価・キャンペーンより優先し、
      *数量割引もかけない）
             MOVE 0 TO WK-BLA-SEL
             IF (WK-QUO-HIT-FLG = "N") AND
                (JF020-DATA-KBN OF ITF-REC NOT = "2") AND
                (JF020-DATA-KBN OF ITF-REC NOT = "3") AND
                (WK-BLAT-CNT > 0) AND
                (WK-BLA-OVER-FLG = "N") THEN
               PERFORM BLANKET-LOOKUP-RTN
             END-IF
             IF (WK-QUO-HIT-FLG = "N") AND
                (WK-BLA-SEL = 0) THEN
               PERFORM PRICE-LOOKUP-RTN
      *受注日に有効な販促キャンペーンがあり、算出単価より安く
      *なる場合だけ適用する（適用明細にコードを刻印）
               PERFORM CAMPAIGN-LOOKUP-RTN
             END-IF
      *得意先の通貨が円以外の場合、以降の計算に使う単価をその通貨建てへ
      *換算しておく（為替レートはWK-RATE-TBLを参照、以後の割引・税額・
      *金額の計算はすべてこの換算後単価を元に行われる）
                (JF020-DATA-KBN OF ITF-REC NOT = "3") AND
                (JF020-DATA-KBN OF ITF-REC NOT = "4") THEN
               IF WK-SET-OYA-FLG = "Y" THEN
      *セット親は親の在庫を先に充て、不足分を構成部品の在庫で
      *充足判定する
                 PERFORM SET-STOCK-CHECK-RTN
               ELSE
                 IF WK-LOC-AVAIL-FLG = "Y" THEN
                 END-IF
               END-IF
             END-IF
      *割当販売中の商品は、通常受注の数量（受注変更は増分）を
      *得意先の残枠と突き合わせる。残枠を超える明細は在庫が
      *あってもERR-KBN(19)で在庫待ちへ回す
             IF (WK-QTAT-CNT > 0) AND
                (JF020-ERR-KBN OF ITF-REC(6) = SPACE) THEN
               IF (JF020-DATA-KBN OF ITF-REC NOT = "2") AND
                  (JF020-DATA-KBN OF ITF-REC NOT = "3") AND
                  (JF020-DATA-KBN OF ITF-REC NOT = "4") THEN
                 MOVE WK-SURYO-NUM TO WK-QTA-SURYO
                 PERFORM QUOTA-CHECK-RTN
               END-IF
               IF (JF020-DATA-KBN OF ITF-REC = "4") AND
                  (JF020-ERR-KBN OF OTF-REC(16) = SPACE) AND
                  (WK-AMEND-DELTA > 0) THEN
                 MOVE WK-AMEND-DELTA TO WK-QTA-SURYO
                 PERFORM QUOTA-CHECK-RTN
               END-IF
             END-IF
      *包括契約へのコールオフは、通常受注の数量（受注変更は増分）
      *を契約残と突き合わせる。契約残を超える明細はERR-KBN(20)で
      *却下する（分納の数量を直して再投入するか、契約を改める）
             IF (WK-BLA-SEL > 0) AND
                (JF020-ERR-KBN OF ITF-REC(6) = SPACE) THEN
               IF JF020-DATA-KBN OF ITF-REC NOT = "4" THEN
                 MOVE WK-SURYO-NUM TO WK-BLA-SURYO
                 PERFORM BLANKET-CHECK-RTN
               END-IF
               IF (JF020-DATA-KBN OF ITF-REC = "4") AND
                  (JF020-ERR-KBN OF OTF-REC(16) = SPACE) AND
                  (WK-AMEND-DELTA > 0) THEN
                 MOVE WK-AMEND-DELTA TO WK-BLA-SURYO
                 PERFORM BLANKET-CHECK-RTN
               END-IF
             END-IF
             IF (JF020-ERR-KBN OF ITF-REC(6) = SPACE) AND
                (JF020-ERR-KBN OF OTF-REC(9) = SPACE) AND
                (JF020-ERR-KBN OF OTF-REC(10) = SPACE) AND
                (JF020-ERR-KBN OF OTF-REC(13) = SPACE) AND
                (JF020-ERR-KBN OF OTF-REC(14) = SPACE) AND
                (JF020-ERR-KBN OF OTF-REC(16) = SPACE) AND
                (JF020-ERR-KBN OF OTF-REC(18) = SPACE) AND
                (JF020-ERR-KBN OF OTF-REC(19) = SPACE) AND
                (JF020-ERR-KBN OF OTF-REC(20) = SPACE) THEN
               COMPUTE WK-ZEINUKI-KINGAKU ROUNDED
                 = WK-SURYO-NUM * WK-APPLY-TANKA
                   * (100 - WK-WARIBIKI-RITSU) / 100
                (JF020-NOKI-YMD OF ITF-REC NOT = ZERO) THEN
               PERFORM PROMISE-RTN
             END-IF
      *ロット管理環境では、出荷日（確約日、確約がなければ希望納期）
      *の時点で期限の残日数が足りないロットを在庫から除いても受注
      *数量を満たせるかを確かめる（確約日が決まってから判定する）
             IF (WK-LOTF-AVAIL-FLG = "Y") AND
                (WK-SET-OYA-FLG NOT = "Y") AND
                (JF020-DATA-KBN OF ITF-REC NOT = "2") AND
                (JF020-DATA-KBN OF ITF-REC NOT = "3") AND
                (JF020-DATA-KBN OF ITF-REC NOT = "4") AND
                (JF020-ERR-KBN OF OTF-REC(10) = SPACE) THEN
               PERFORM LOT-FRESH-CHECK-RTN
             END-IF
      *全チェックを通過した通常受注は在庫を実際に引き当てる
      *（在庫数を減算しないと、同一実行内の後続受注が同じ在庫を
      *二重に数えて過剰受注になる）。エラーのある明細はKJBM050で
                (JF020-ERR-KBN-TBL OF ITF-REC = SPACE) AND
                (JF020-ERR-KBN-TBL OF OTF-REC = SPACE) THEN
               PERFORM ALLOCATE-RTN
      *割当販売中の商品は引当数量を枠の使用済数量へ加える
               IF WK-QTAT-CNT > 0 THEN
                 MOVE WK-SURYO-NUM TO WK-QTA-SURYO
                 PERFORM QUOTA-USE-RTN
               END-IF
      *包括契約へのコールオフは引取数量を引取済数量へ加える
               IF WK-BLA-SEL > 0 THEN
                 MOVE WK-SURYO-NUM TO WK-BLA-SURYO
                 PERFORM BLANKET-USE-RTN
               END-IF
             END-IF
      *全チェックを通過した受注変更は引当差分の調整と元受注明細の
      *書き換え（数量・金額・税額）を行う。本トランザクション行の
                (JF020-ERR-KBN-TBL OF ITF-REC = SPACE) AND
                (JF020-ERR-KBN-TBL OF OTF-REC = SPACE) THEN
               PERFORM AMEND-APPLY-RTN
      *受注変更の増減分を枠の使用済数量へ反映する（減数は戻す）
               IF WK-QTAT-CNT > 0 THEN
                 MOVE WK-AMEND-DELTA TO WK-QTA-SURYO
                 PERFORM QUOTA-USE-RTN
               END-IF
      *包括契約へのコールオフは増減分を引取済数量へ反映する
               IF WK-BLA-SEL > 0 THEN
                 MOVE WK-AMEND-DELTA TO WK-BLA-SURYO
                 PERFORM BLANKET-USE-RTN
               END-IF
             END-IF
           ELSE
             MOVE "2" TO JF020-ERR-KBN OF OTF-REC(5)
           MOVE  WK-TRC-RATE                 TO  PTR-RATE.
           MOVE  WK-ZEI-RITSU                TO  PTR-ZEI-RITSU.
           MOVE  WK-APPLY-TANKA              TO  PTR-TANKA.
           IF  WK-TRC-SOURCE  =  "Q"  THEN
             MOVE  JF020-MITSU-NO OF ITF-REC  TO  PTR-MITSU-NO
           END-IF.
           IF  WK-TRC-SOURCE  =  "B"  THEN
             SET  WK-BLAT-IDX  TO  WK-BLA-SEL
             MOVE  WK-BLAT-KEIYAKU-NO(WK-BLAT-IDX)
               TO  PTR-KEIYAKU-NO
           END-IF.
           WRITE  PTR-REC.
           CLOSE  PTR-FILE.
       EXT.
      *元受注明細は通常受注("1")へ戻すため変更元番号は持たない
           MOVE  SPACE  TO  S040-ORIG-JUCHU-NO.
           MOVE  JF020-NOKI-YMD OF OTF-REC  TO  S040-NOKI-YMD.
           MOVE  JF020-NOHIN-COD OF OTF-REC  TO  S040-NOHIN-COD.
           CALL  "KCBS040"  USING  KCBS040-P1.
      *本トランザクション行の金額・税額は新旧差額へ置き換える
           SUBTRACT  WK-AMEND-OLD-KINGAKU
           PERFORM  RSJ-CHECK-RTN.
           IF  WK-RSJ-APPLIED-FLG  =  "N"  THEN
             IF  WK-SET-OYA-FLG  =  "Y"  THEN
      *セット親は引当・出荷の内訳どおり親と構成部品の在庫へ戻す
               PERFORM  SET-RESTOCK-RTN
               PERFORM  RSJ-WRITE-RTN
             ELSE
           PERFORM  RSJ-CHECK-RTN.
           IF  WK-RSJ-APPLIED-FLG  =  "N"  THEN
             IF  WK-SET-OYA-FLG  =  "Y"  THEN
      *セット親は親の在庫から、不足分は構成部品の在庫から引き当てる
               PERFORM  SET-ALLOCATE-RTN
               PERFORM  RSJ-WRITE-RTN
             ELSE
      ********************************************************
      * 受注の出荷拠点の引き当て　得意先マスタの既定出荷拠点を
      * 使い、未設定なら"01"（本社倉庫）とする
      * 納品先指定の受注は納品先マスタの出荷拠点を優先する
      * （納品先側が空白なら得意先の既定値のまま）
      ********************************************************
       LOC-ASSIGN-RTN               SECTION.
           MOVE  WK-DEFAULT-LOC  TO  WK-ORDER-LOC.
                   MOVE  CFTOK-LOC-COD  TO  WK-ORDER-LOC
                 END-IF
             END-READ
             IF  JF020-NOHIN-COD OF ITF-REC  NOT  =  SPACE  THEN
               MOVE  JF020-TOKU-COD OF ITF-REC   TO  S090-TOKU-COD
               MOVE  JF020-NOHIN-COD OF ITF-REC  TO  S090-NOHIN-COD
               CALL  "KCBS090"  USING  KCBS090-P1
               IF  (S090-RCD  =  SPACE)  AND
                   (S090-LOC-COD  NOT  =  SPACE)  THEN
                 MOVE  S090-LOC-COD  TO  WK-ORDER-LOC
               END-IF
             END-IF
           END-IF.
       EXT.
           EXIT.
       EXT.
           EXIT.
      ********************************************************
      * ロットの先期限先出取り崩し　商品のロットを賞味期限の早い
      * 順（期限なしのロットは最後、同じ期限はキー順＝入荷日の
      * 古い順）に、WK-LOT-REMAINが尽きるまで取り崩す。出荷日
      * （確約日、なければ希望納期、なければ当日）＋得意先の最低
      * 残賞味期限日数より前に期限が切れるロットは使わない。
      * 取り崩し1件ごとにロット引当ジャーナルを書き、WK-LOT-ZAI-
      * FLG="Y"ならロット別のZAI記帳（走行残数付き）も行う。
      * ロット残の合計が足りない分はロット不明（空白）で記帳する
      ********************************************************
       LOT-CONSUME-RTN              SECTION.
           MOVE  WK-ZAI-MAE-ZAN  TO  WK-LOT-RUN-ZAN.
           IF  JF020-YAKUSOKU-YMD OF OTF-REC  NOT  =  ZERO  THEN
             MOVE  JF020-YAKUSOKU-YMD OF OTF-REC  TO  WK-SHIP-YMD
           ELSE
             MOVE  JF020-NOKI-YMD OF ITF-REC  TO  WK-SHIP-YMD
           END-IF.
           PERFORM  KIGEN-LIMIT-RTN.
           PERFORM  LOT-COLLECT-RTN.
           MOVE  SPACE  TO  WK-LOT-END-FLG.
           PERFORM  UNTIL  (WK-LOT-END-FLG  =  "E")  OR
                           (WK-LOT-REMAIN  <=  0)
             PERFORM  LOT-PICK-RTN
             IF  WK-LOT-PICK  =  0  THEN
               MOVE  "E"  TO  WK-LOT-END-FLG
             ELSE
               SET  WK-LOTC-IDX  TO  WK-LOT-PICK
               MOVE  WK-STK-SHOHIN-NO  TO  LOT-SHOHIN-NO
               MOVE  WK-LOTC-NYK-YMD(WK-LOTC-IDX)  TO  LOT-NYK-YMD
               MOVE  WK-LOTC-LOT-NO(WK-LOTC-IDX)   TO  LOT-LOT-NO
               READ  LOT-FILE
                 INVALID KEY
                   MOVE  ZERO  TO  WK-LOTC-ZAN(WK-LOTC-IDX)
                 NOT INVALID KEY
                   IF  LOT-ZAN-SURYO  >=  WK-LOT-REMAIN  THEN
                     MOVE  WK-LOT-REMAIN  TO  WK-LOT-DRAW
                   ELSE
                     MOVE  LOT-ZAN-SURYO  TO  WK-LOT-DRAW
                   END-IF
                   SUBTRACT  WK-LOT-DRAW  FROM  LOT-ZAN-SURYO
                   REWRITE  LOT-REC
                   MOVE  LOT-ZAN-SURYO  TO  WK-LOTC-ZAN(WK-LOTC-IDX)
                   SUBTRACT  WK-LOT-DRAW  FROM  WK-LOT-REMAIN
                   MOVE  LOT-LOT-NO  TO  WK-LOT-CUR-NO
                   PERFORM  LOT-DRAW-POST-RTN
               END-READ
             END-IF
           END-PERFORM.
           IF  WK-LOT-REMAIN  >  0  THEN
             MOVE  WK-LOT-REMAIN  TO  WK-LOT-DRAW
             MOVE  SPACE  TO  WK-LOT-CUR-NO
             PERFORM  LOT-DRAW-POST-RTN
             MOVE  0  TO  WK-LOT-REMAIN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 商品のロット一覧の作成　キー順（＝入荷日の古い順）に読み、
      * 残数のあるロットをWK-LOTC-TBLへ集める
      ********************************************************
       LOT-COLLECT-RTN              SECTION.
           MOVE  0  TO  WK-LOTC-CNT.
           MOVE  WK-STK-SHOHIN-NO  TO  LOT-SHOHIN-NO.
           MOVE  0  TO  LOT-NYK-YMD.
           MOVE  LOW-VALUE  TO  LOT-LOT-NO.
             INVALID KEY
               MOVE  "E"  TO  WK-LOT-END-FLG
           END-START.
           PERFORM  UNTIL  WK-LOT-END-FLG  =  "E"
             READ  LOT-FILE  NEXT  RECORD
               AT  END
                 MOVE  "E"  TO  WK-LOT-END-FLG
                     WK-STK-SHOHIN-NO  THEN
                   MOVE  "E"  TO  WK-LOT-END-FLG
                 ELSE
                   IF  (LOT-ZAN-SURYO  >  0)  AND
                       (WK-LOTC-CNT  <  200)  THEN
                     ADD  1  TO  WK-LOTC-CNT
                     SET  WK-LOTC-IDX  TO  WK-LOTC-CNT
                     MOVE  LOT-NYK-YMD
                       TO  WK-LOTC-NYK-YMD(WK-LOTC-IDX)
                     MOVE  LOT-LOT-NO
                       TO  WK-LOTC-LOT-NO(WK-LOTC-IDX)
                     MOVE  ZERO  TO  WK-LOTC-KIGEN(WK-LOTC-IDX)
                     IF  LOT-KIGEN-YMD  IS  NUMERIC  THEN
                       MOVE  LOT-KIGEN-YMD
                         TO  WK-LOTC-KIGEN(WK-LOTC-IDX)
                     END-IF
                     MOVE  LOT-ZAN-SURYO
                       TO  WK-LOTC-ZAN(WK-LOTC-IDX)
                     MOVE  LOT-HOLD-KBN
                       TO  WK-LOTC-HOLD(WK-LOTC-IDX)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 次に取り崩すロットの選択　使用可能なロットのうち期限の
      * 最も早いもの（期限なしは最後）。保留・回収中のロットは
      * 選ばない。なければWK-LOT-PICK=0
      ********************************************************
       LOT-PICK-RTN                 SECTION.
           MOVE  0  TO  WK-LOT-PICK.
           MOVE  99999999  TO  WK-LOT-PICK-KIGEN.
           PERFORM  VARYING  WK-LOTC-IDX  FROM  1  BY  1
             UNTIL  WK-LOTC-IDX  >  WK-LOTC-CNT
             IF  (WK-LOTC-ZAN(WK-LOTC-IDX)  >  0)  AND
                 (WK-LOTC-HOLD(WK-LOTC-IDX)  =  SPACE)  AND
                 ((WK-LOTC-KIGEN(WK-LOTC-IDX)  =  ZERO)  OR
                  (WK-LOTC-KIGEN(WK-LOTC-IDX)  >=
                   WK-KIGEN-LIMIT))  THEN
               IF  WK-LOTC-KIGEN(WK-LOTC-IDX)  =  ZERO  THEN
                 MOVE  99999999  TO  WK-LOT-SORT-KIGEN
               ELSE
                 MOVE  WK-LOTC-KIGEN(WK-LOTC-IDX)
                   TO  WK-LOT-SORT-KIGEN
               END-IF
               IF  (WK-LOT-PICK  =  0)  OR
                   (WK-LOT-SORT-KIGEN  <  WK-LOT-PICK-KIGEN)  THEN
                 SET  WK-LOT-PICK  TO  WK-LOTC-IDX
                 MOVE  WK-LOT-SORT-KIGEN  TO  WK-LOT-PICK-KIGEN
               END-IF
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 使用可能な期限の下限の算出　WK-SHIP-YMD（ゼロは当日）に
      * 得意先の最低残賞味期限日数を足した日
      ********************************************************
       KIGEN-LIMIT-RTN              SECTION.
           IF  WK-SHIP-YMD  =  ZERO  THEN
             MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-SHIP-YMD
           END-IF.
           MOVE  0  TO  WK-ZANKIGEN-DAYS.
           MOVE  JF020-TOKU-COD OF ITF-REC  TO  CFTOK-TOKU-COD.
           READ  CMF-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF  CFTOK-ZANKIGEN-DAYS  IS  NUMERIC  THEN
                 MOVE  CFTOK-ZANKIGEN-DAYS  TO  WK-ZANKIGEN-DAYS
               END-IF
           END-READ.
           COMPUTE  WK-KIGEN-INT  =
             FUNCTION INTEGER-OF-DATE(WK-SHIP-YMD)
             +  WK-ZANKIGEN-DAYS.
           COMPUTE  WK-KIGEN-LIMIT  =
             FUNCTION DATE-OF-INTEGER(WK-KIGEN-INT).
       EXT.
           EXIT.
      ********************************************************
      * 使用可能ロットのチェック　出荷日（確約日、なければ希望
      * 納期、なければ当日）＋得意先の最低残賞味期限日数より前に
      * 期限が切れるロットと保留・回収中のロットの残数を出荷拠点
      * の残数（拠点別在庫がなければ合計在庫）から除き、受注数量
      * に足りなければERR-KBN(10)（在庫不足）を立てる。立てた
      * 明細は金額・税額・運賃をゼロに戻し、確約した出荷枠を返す
      ********************************************************
       LOT-FRESH-CHECK-RTN          SECTION.
           IF  JF020-YAKUSOKU-YMD OF OTF-REC  NOT  =  ZERO  THEN
             MOVE  JF020-YAKUSOKU-YMD OF OTF-REC  TO  WK-SHIP-YMD
           ELSE
             MOVE  JF020-NOKI-YMD OF ITF-REC  TO  WK-SHIP-YMD
           END-IF.
           PERFORM  KIGEN-LIMIT-RTN.
           PERFORM  LOT-COLLECT-RTN.
           MOVE  0  TO  WK-LOT-NG-SURYO.
           PERFORM  VARYING  WK-LOTC-IDX  FROM  1  BY  1
             UNTIL  WK-LOTC-IDX  >  WK-LOTC-CNT
             IF  ((WK-LOTC-KIGEN(WK-LOTC-IDX)  >  ZERO)  AND
                  (WK-LOTC-KIGEN(WK-LOTC-IDX)  <  WK-KIGEN-LIMIT))
                 OR  (WK-LOTC-HOLD(WK-LOTC-IDX)  NOT  =  SPACE)  THEN
               ADD  WK-LOTC-ZAN(WK-LOTC-IDX)  TO  WK-LOT-NG-SURYO
             END-IF
           END-PERFORM.
           IF  WK-LOT-NG-SURYO  =  0  THEN
             GO  TO  LOT-FRESH-CHECK-EXT
           END-IF.
           IF  WK-LOC-AVAIL-FLG  =  "Y"  THEN
             COMPUTE  WK-LOT-OK-ZAN  =  WK-LOC-ZAN  -  WK-LOT-NG-SURYO
           ELSE
             COMPUTE  WK-LOT-OK-ZAN  =
               CFSHO-ZAIKO-SURYO  -  WK-LOT-NG-SURYO
           END-IF.
           IF  WK-SURYO-NUM  >  WK-LOT-OK-ZAN  THEN
             MOVE  "1"  TO  JF020-ERR-KBN OF OTF-REC(10)
             DISPLAY  "使用可能ロット不足 受注番号="
                      JF020-JUCHU-NO OF ITF-REC
                      " 商品=" WK-STK-SHOHIN-NO
                      " 期限下限=" WK-KIGEN-LIMIT
                      " 除外数=" WK-LOT-NG-SURYO
             MOVE  0  TO  JF020-KINGAKU OF OTF-REC
             MOVE  0  TO  JF020-ZEIGAKU OF OTF-REC
             MOVE  0  TO  JF020-FREIGHT OF OTF-REC
             IF  JF020-YAKUSOKU-YMD OF OTF-REC  NOT  =  ZERO  THEN
               MOVE  JF020-YAKUSOKU-YMD OF OTF-REC  TO  WK-PRM-YMD
               PERFORM  PRM-RELEASE-RTN
               MOVE  0  TO  JF020-YAKUSOKU-YMD OF OTF-REC
             END-IF
           END-IF.
       LOT-FRESH-CHECK-EXT.
           EXIT.
      ********************************************************
      * ロット取り崩し1件の記帳　ロット引当ジャーナルと、
      * 必要ならロット別のZAI記帳（走行残数で連鎖させる）
      ********************************************************
                 MOVE  WK-LOT-GB-YMD  TO  LOT-NYK-YMD
                 MOVE  "RTNSTOCK"     TO  LOT-LOT-NO
                 MOVE  WK-LOT-REMAIN  TO  LOT-ZAN-SURYO
                 MOVE  ZERO   TO  LOT-KIGEN-YMD
                 MOVE  SPACE  TO  LOT-LOC-COD
                 MOVE  SPACE  TO  LOT-HOLD-KBN
                 MOVE  SPACE  TO  LOT-HOLD-RIYU
                 MOVE  SPACE  TO  LOT-HOLD-OPR
                 MOVE  ZERO   TO  LOT-HOLD-YMD
                 WRITE  LOT-REC
               NOT INVALID KEY
                 ADD  WK-LOT-REMAIN  TO  LOT-ZAN-SURYO
       EXT.
           EXIT.
      ********************************************************
      * セット親の在庫充足判定　まず親の在庫（組立済みの親の
      * 拠点残または合計）を受注数まで充て、残りを部品へ展開する。
      * 展開分は構成部品ごとに必要数（展開数×員数）と部品在庫
      * （拠点残または合計）を突き合わせ、1部品でも不足なら
      * ERR-KBN(10)を立てる。親在庫から取る数・展開する数は
      * WK-SET-OYA-QTY・WK-SET-KO-QTYに残し、引当で使う
      ********************************************************
       SET-STOCK-CHECK-RTN          SECTION.
           MOVE  0  TO  WK-SET-OYA-QTY.
           IF  WK-SAL-AVAIL-FLG  =  "Y"  THEN
             PERFORM  SUB-RESTORE-RTN
             MOVE  JF020-SHOHIN-NO OF ITF-REC  TO  WK-STK-SHOHIN-NO
             IF  WK-LOC-AVAIL-FLG  =  "Y"  THEN
               PERFORM  LOC-READ-RTN
               MOVE  WK-LOC-ZAN  TO  WK-SET-OYA-ZAN
             ELSE
               MOVE  CFSHO-ZAIKO-SURYO OF IMF-REC  TO  WK-SET-OYA-ZAN
             END-IF
             IF  WK-SET-OYA-ZAN  >=  WK-SURYO-NUM  THEN
               MOVE  WK-SURYO-NUM  TO  WK-SET-OYA-QTY
             ELSE
               IF  WK-SET-OYA-ZAN  >  0  THEN
                 MOVE  WK-SET-OYA-ZAN  TO  WK-SET-OYA-QTY
               END-IF
             END-IF
           END-IF.
           COMPUTE  WK-SET-KO-QTY  =  WK-SURYO-NUM  -  WK-SET-OYA-QTY.
      *親在庫で全数足りれば部品は見ない
           PERFORM  VARYING  WK-SET-I  FROM  1  BY  1
             UNTIL  (WK-SET-I  >  WK-SETT-CNT)  OR
                    (WK-SET-KO-QTY  =  0)
             IF  WK-SETT-OYA-NO(WK-SET-I)  =
                 JF020-SHOHIN-NO OF ITF-REC  THEN
               COMPUTE  WK-SET-QTY  =
                 WK-SET-KO-QTY  *  WK-SETT-KO-SURYO(WK-SET-I)
               MOVE  WK-SETT-KO-NO(WK-SET-I)
                 TO  WK-STK-SHOHIN-NO
               PERFORM  SET-KO-FIND-RTN
       EXT.
           EXIT.
      ********************************************************
      * セット親の引当　SET-STOCK-CHECK-RTNが決めた内訳どおり、
      * 親在庫から取る数は親の在庫から、残りは構成部品ごとに
      * 必要数を部品在庫から引き当て、それぞれZAI(AL)・ロット
      * 取り崩しを記帳する。内訳はセット引当内訳ファイルへ残す
      ********************************************************
       SET-ALLOCATE-RTN             SECTION.
           IF  WK-SET-OYA-QTY  >  0  THEN
             MOVE  JF020-SHOHIN-NO OF ITF-REC  TO  WK-STK-SHOHIN-NO
             MOVE  WK-SET-OYA-QTY  TO  WK-SET-QTY
             PERFORM  SET-KO-FIND-RTN
             IF  WK-IMF-FOUND-FLG  =  "Y"  THEN
               PERFORM  SET-KO-ALLOC-RTN
             END-IF
           END-IF.
           IF  WK-SET-KO-QTY  >  0  THEN
             PERFORM  VARYING  WK-SET-I  FROM  1  BY  1
               UNTIL  WK-SET-I  >  WK-SETT-CNT
               IF  WK-SETT-OYA-NO(WK-SET-I)  =
                   JF020-SHOHIN-NO OF ITF-REC  THEN
                 COMPUTE  WK-SET-QTY  =
                   WK-SET-KO-QTY  *  WK-SETT-KO-SURYO(WK-SET-I)
                 MOVE  WK-SETT-KO-NO(WK-SET-I)
                   TO  WK-STK-SHOHIN-NO
                 PERFORM  SET-KO-FIND-RTN
                 IF  WK-IMF-FOUND-FLG  =  "Y"  THEN
                   PERFORM  SET-KO-ALLOC-RTN
                 END-IF
               END-IF
             END-PERFORM
           END-IF.
           PERFORM  SAL-ALLOC-RTN.
           PERFORM  SUB-RESTORE-RTN.
           MOVE  JF020-SHOHIN-NO OF ITF-REC
             TO  WK-STK-SHOHIN-NO.
       EXT.
           EXIT.
      ********************************************************
      * セット親・構成部品1商品分の引当　IMF-RECの商品から
      * WK-SET-QTYを引き当て、拠点・ロット・ZAI(AL)を記帳する
      ********************************************************
       SET-KO-ALLOC-RTN             SECTION.
           MOVE  IMF-REC  TO  WK-BIJ-OLD-IMG.
           MOVE  CFSHO-ZAIKO-SURYO OF IMF-REC  TO  WK-ZAI-MAE-ZAN.
           SUBTRACT  WK-SET-QTY  FROM  CFSHO-ZAIKO-SURYO OF IMF-REC.
           REWRITE  IMF-REC.
           PERFORM  IMF-BIJ-RTN.
           MOVE  IMF-REC  TO  WK-IMF-REC(WK-IMF-IDX).
           COMPUTE  WK-LOC-ZAN  =  0  -  WK-SET-QTY.
           PERFORM  LOC-ADD-RTN.
           IF  WK-LOTF-AVAIL-FLG  =  "Y"  THEN
             MOVE  "Y"  TO  WK-LOT-ZAI-FLG
             MOVE  "AL"  TO  WK-ZAI-KBN
             MOVE  WK-SET-QTY  TO  WK-LOT-REMAIN
             PERFORM  LOT-CONSUME-RTN
           ELSE
             MOVE  "AL"  TO  WK-ZAI-KBN
             COMPUTE  WK-ZAI-SURYO  =  0  -  WK-SET-QTY
             MOVE  CFSHO-ZAIKO-SURYO OF IMF-REC  TO  WK-ZAI-ATO-ZAN
             PERFORM  ZAI-WRITE-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * セット引当内訳の登録　引当中の内訳へ今回の親在庫分・部品
      * 展開分を加える（在庫待ちの再投入等で同じ明細を引き当て
      * 直した場合も、出荷済みの内訳はそのまま残す）
      ********************************************************
       SAL-ALLOC-RTN                SECTION.
           IF  WK-SAL-AVAIL-FLG  NOT  =  "Y"  THEN
             GO  TO  SAL-ALLOC-EXT
           END-IF.
           MOVE  JF020-JUCHU-NO OF ITF-REC  TO  SAL-JUCHU-NO.
           MOVE  JF020-LINE-NO OF ITF-REC   TO  SAL-LINE-NO.
           READ  SAL-FILE
             INVALID KEY
               MOVE  SPACE  TO  SAL-REC
               MOVE  JF020-JUCHU-NO OF ITF-REC   TO  SAL-JUCHU-NO
               MOVE  JF020-LINE-NO OF ITF-REC    TO  SAL-LINE-NO
               MOVE  JF020-SHOHIN-NO OF ITF-REC  TO  SAL-OYA-NO
               MOVE  WK-SET-OYA-QTY  TO  SAL-AL-OYA-SURYO
               MOVE  WK-SET-KO-QTY   TO  SAL-AL-KO-SURYO
               MOVE  0  TO  SAL-SH-OYA-SURYO
               MOVE  0  TO  SAL-SH-KO-SURYO
               MOVE  FUNCTION CURRENT-DATE(1:8)  TO  SAL-UPD-YMD
               WRITE  SAL-REC
             NOT INVALID KEY
               ADD  WK-SET-OYA-QTY  TO  SAL-AL-OYA-SURYO
               ADD  WK-SET-KO-QTY   TO  SAL-AL-KO-SURYO
               MOVE  FUNCTION CURRENT-DATE(1:8)  TO  SAL-UPD-YMD
               REWRITE  SAL-REC
           END-READ.
       SAL-ALLOC-EXT.
           EXIT.
      ********************************************************
      * セット親の在庫戻し　元明細のセット引当内訳（取消は引当中、
      * 返品は出荷済みの内訳）から、親在庫分を親の在庫へ、残りを
      * 構成部品ごとに必要数ずつ部品在庫へ戻し、それぞれZAI(CN/
      * RT)・擬似ロット積み戻しを記帳する（内訳のない明細は全数
      * 部品へ戻す）。検品処分が廃棄(S)・仕入先返送(V)の返品は、
      * 戻した商品ごとに同数を払い出し（SC/VR）、販売可能在庫へ
      * 残さない（非セット明細のDISPOSE-RTNと同じ対記帳）
      ********************************************************
       SET-RESTOCK-RTN              SECTION.
           PERFORM  LOC-ASSIGN-RTN.
           PERFORM  SAL-RESTOCK-RTN.
           IF  WK-SET-OYA-QTY  >  0  THEN
             MOVE  JF020-SHOHIN-NO OF ITF-REC  TO  WK-STK-SHOHIN-NO
             MOVE  WK-SET-OYA-QTY  TO  WK-SET-QTY
             PERFORM  SET-KO-FIND-RTN
             IF  WK-IMF-FOUND-FLG  =  "Y"  THEN
               PERFORM  SET-KO-RESTOCK-RTN
             END-IF
           END-IF.
           IF  WK-SET-KO-QTY  >  0  THEN
             PERFORM  VARYING  WK-SET-I  FROM  1  BY  1
               UNTIL  WK-SET-I  >  WK-SETT-CNT
               IF  WK-SETT-OYA-NO(WK-SET-I)  =
                   JF020-SHOHIN-NO OF ITF-REC  THEN
                 COMPUTE  WK-SET-QTY  =
                   WK-SET-KO-QTY  *  WK-SETT-KO-SURYO(WK-SET-I)
                 MOVE  WK-SETT-KO-NO(WK-SET-I)
                   TO  WK-STK-SHOHIN-NO
                 PERFORM  SET-KO-FIND-RTN
                 IF  WK-IMF-FOUND-FLG  =  "Y"  THEN
                   PERFORM  SET-KO-RESTOCK-RTN
                 END-IF
               END-IF
             END-PERFORM
           END-IF.
           PERFORM  SUB-RESTORE-RTN.
           MOVE  JF020-SHOHIN-NO OF ITF-REC
             TO  WK-STK-SHOHIN-NO.
       EXT.
           EXIT.
      ********************************************************
      * 取消・返品の戻し内訳の決定　元明細のセット引当内訳から、
      * 取消は引当中の、返品は出荷済みの親在庫分を先に充て、
      * 残りを部品展開分とする。充てた分は内訳から差し引く
      ********************************************************
       SAL-RESTOCK-RTN              SECTION.
           MOVE  0  TO  WK-SET-OYA-QTY.
           MOVE  WK-SURYO-NUM  TO  WK-SET-KO-QTY.
           IF  WK-SAL-AVAIL-FLG  NOT  =  "Y"  THEN
             GO  TO  SAL-RESTOCK-EXT
           END-IF.
           MOVE  JF020-CANCEL-JUCHU-NO OF ITF-REC  TO  SAL-JUCHU-NO.
           MOVE  JF020-LINE-NO OF ITF-REC  TO  SAL-LINE-NO.
           READ  SAL-FILE
             INVALID KEY
               GO  TO  SAL-RESTOCK-EXT
           END-READ.
           IF  JF020-DATA-KBN OF ITF-REC  =  "3"  THEN
             IF  SAL-AL-OYA-SURYO  >=  WK-SURYO-NUM  THEN
               MOVE  WK-SURYO-NUM  TO  WK-SET-OYA-QTY
             ELSE
               MOVE  SAL-AL-OYA-SURYO  TO  WK-SET-OYA-QTY
             END-IF
             COMPUTE  WK-SET-KO-QTY  =  WK-SURYO-NUM  -  WK-SET-OYA-QTY
             SUBTRACT  WK-SET-OYA-QTY  FROM  SAL-AL-OYA-SURYO
             IF  SAL-AL-KO-SURYO  >  WK-SET-KO-QTY  THEN
               SUBTRACT  WK-SET-KO-QTY  FROM  SAL-AL-KO-SURYO
             ELSE
               MOVE  0  TO  SAL-AL-KO-SURYO
             END-IF
           ELSE
             IF  SAL-SH-OYA-SURYO  >=  WK-SURYO-NUM  THEN
               MOVE  WK-SURYO-NUM  TO  WK-SET-OYA-QTY
             ELSE
               MOVE  SAL-SH-OYA-SURYO  TO  WK-SET-OYA-QTY
             END-IF
             COMPUTE  WK-SET-KO-QTY  =  WK-SURYO-NUM  -  WK-SET-OYA-QTY
             SUBTRACT  WK-SET-OYA-QTY  FROM  SAL-SH-OYA-SURYO
             IF  SAL-SH-KO-SURYO  >  WK-SET-KO-QTY  THEN
               SUBTRACT  WK-SET-KO-QTY  FROM  SAL-SH-KO-SURYO
             ELSE
               MOVE  0  TO  SAL-SH-KO-SURYO
             END-IF
           END-IF.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  SAL-UPD-YMD.
           REWRITE  SAL-REC.
       SAL-RESTOCK-EXT.
           EXIT.
      ********************************************************
      * セット親・構成部品1商品分の在庫戻し　IMF-RECの商品へ
      * WK-SET-QTYを戻し、拠点・擬似ロット・ZAI(CN/RT)を記帳する。
      * 廃棄・仕入先返送の返品は同数を払い出す
      ********************************************************
       SET-KO-RESTOCK-RTN           SECTION.
           MOVE  IMF-REC  TO  WK-BIJ-OLD-IMG.
           MOVE  CFSHO-ZAIKO-SURYO OF IMF-REC  TO  WK-ZAI-MAE-ZAN.
           ADD  WK-SET-QTY  TO  CFSHO-ZAIKO-SURYO OF IMF-REC.
           REWRITE  IMF-REC.
           PERFORM  IMF-BIJ-RTN.
           MOVE  IMF-REC  TO  WK-IMF-REC(WK-IMF-IDX).
           COMPUTE  WK-LOC-ZAN  =  WK-SET-QTY.
           PERFORM  LOC-ADD-RTN.
           MOVE  WK-SET-QTY  TO  WK-LOT-REMAIN.
           PERFORM  LOT-GIVEBACK-RTN.
           IF  JF020-DATA-KBN OF ITF-REC  =  "3"  THEN
             MOVE  "CN"  TO  WK-ZAI-KBN
           ELSE
             MOVE  "RT"  TO  WK-ZAI-KBN
           END-IF.
           MOVE  WK-SET-QTY  TO  WK-ZAI-SURYO.
           MOVE  CFSHO-ZAIKO-SURYO OF IMF-REC  TO  WK-ZAI-ATO-ZAN.
           MOVE  "RTNSTOCK"  TO  WK-ZAI-LOT.
           PERFORM  ZAI-WRITE-RTN.
           IF  (JF020-DATA-KBN OF ITF-REC  =  "2")  AND
               ((JF020-SHOBUN-KBN OF ITF-REC  =  "S")  OR
                (JF020-SHOBUN-KBN OF ITF-REC  =  "V"))  THEN
             PERFORM  SET-KO-DISPOSE-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * セット部品の検品処分（廃棄・仕入先返送）の払出　部品へ
      * 一度戻した数量を同数払い出し、RT＋SC/VRの対で受払台帳の
      * 証明を保ったまま部品在庫を増やさない
       PRICE-LOOKUP-EXT.
           EXIT.
      ********************************************************
      * 見積単価の判定　見積番号と商品番号が一致する見積明細を
      * 探し、次をすべて満たせば見積単価を適用する。
      *   得意先が一致する
      *   未受注(O)、または同じ受注番号で受注済(C)（在庫待ちの
      *   解放・却下訂正・再開による再投入）
      *   受注日が有効期限以内
      * 適用した見積は全明細を受注済にする。不適用は理由を表示
      * し、通常の値決めに戻る
      ********************************************************
       QUOTE-LOOKUP-RTN             SECTION.
           COMPUTE WK-JUCHU-YMD =
             (JF020-JUCHU-Y2 OF ITF-REC * 10000) +
             (JF020-JUCHU-MM OF ITF-REC * 100) +
             JF020-JUCHU-DD OF ITF-REC.
           MOVE JF020-MITSU-NO OF ITF-REC TO WK-QUO-MITSU-NO.
           MOVE SPACE TO WK-QUO-NG-MSG.
           IF (WK-QUO-AVAIL-FLG = "N") OR
              (WK-QUO-OVER-FLG = "Y") THEN
             MOVE "見積ファイル使用不可" TO WK-QUO-NG-MSG
             GO TO QUOTE-LOOKUP-NG
           END-IF.
           MOVE "N" TO WK-QUO-FOUND-FLG.
           PERFORM VARYING WK-QUOT-IDX FROM 1 BY 1
             UNTIL (WK-QUOT-IDX > WK-QUOT-CNT) OR
                   (WK-QUO-FOUND-FLG = "Y")
             MOVE WK-QUOT-IMG(WK-QUOT-IDX) TO WK-QUO-REC-1
             IF (QUO-MITSU-NO OF WK-QUO-REC-1 = WK-QUO-MITSU-NO) AND
                (QUO-SHOHIN-NO OF WK-QUO-REC-1 =
                 JF020-SHOHIN-NO OF ITF-REC) THEN
               MOVE "Y" TO WK-QUO-FOUND-FLG
             END-IF
           END-PERFORM.
           IF WK-QUO-FOUND-FLG = "N" THEN
             MOVE "見積明細なし" TO WK-QUO-NG-MSG
             GO TO QUOTE-LOOKUP-NG
           END-IF.
           IF QUO-TOKU-COD OF WK-QUO-REC-1 NOT =
              JF020-TOKU-COD OF ITF-REC THEN
             MOVE "得意先不一致" TO WK-QUO-NG-MSG
             GO TO QUOTE-LOOKUP-NG
           END-IF.
           IF (QUO-STATUS OF WK-QUO-REC-1 = "C") AND
              (QUO-JUCHU-NO OF WK-QUO-REC-1 NOT =
               JF020-JUCHU-NO OF ITF-REC) THEN
             MOVE "受注済" TO WK-QUO-NG-MSG
             GO TO QUOTE-LOOKUP-NG
           END-IF.
           IF WK-JUCHU-YMD > QUO-YUKO-YMD OF WK-QUO-REC-1 THEN
             MOVE "有効期限切れ" TO WK-QUO-NG-MSG
             GO TO QUOTE-LOOKUP-NG
           END-IF.
           MOVE "Y" TO WK-QUO-HIT-FLG.
           MOVE QUO-TANKA OF WK-QUO-REC-1 TO WK-APPLY-TANKA.
           MOVE "Q" TO WK-TRC-SOURCE.
           MOVE QUO-MITSU-YMD OF WK-QUO-REC-1 TO WK-TRC-TEKIYO-YMD.
      *キャンペーン単価で見積った場合はそのコードを引き継ぐ
           MOVE QUO-CAM-CODE OF WK-QUO-REC-1
             TO JF020-CAM-CODE OF OTF-REC.
           ADD 1 TO WK-QUO-APPLY-CNT.
           IF QUO-STATUS OF WK-QUO-REC-1 = "C" THEN
             GO TO QUOTE-LOOKUP-EXT
           END-IF.
      *見積の全明細を受注済にする
           PERFORM VARYING WK-QUOT-IDX FROM 1 BY 1
             UNTIL WK-QUOT-IDX > WK-QUOT-CNT
             MOVE WK-QUOT-IMG(WK-QUOT-IDX) TO WK-QUO-REC-1
             IF QUO-MITSU-NO OF WK-QUO-REC-1 = WK-QUO-MITSU-NO THEN
               MOVE "C" TO QUO-STATUS OF WK-QUO-REC-1
               MOVE JF020-JUCHU-NO OF ITF-REC
                 TO QUO-JUCHU-NO OF WK-QUO-REC-1
               MOVE FUNCTION CURRENT-DATE(1:8)
                 TO QUO-JUCHU-YMD OF WK-QUO-REC-1
               MOVE WK-QUO-REC-1 TO WK-QUOT-IMG(WK-QUOT-IDX)
             END-IF
           END-PERFORM.
           MOVE "Y" TO WK-QUO-UPD-FLG.
           DISPLAY "見積単価適用 受注番号="
                   JF020-JUCHU-NO OF ITF-REC
                   " 見積番号=" WK-QUO-MITSU-NO.
           GO TO QUOTE-LOOKUP-EXT.
       QUOTE-LOOKUP-NG.
           ADD 1 TO WK-QUO-NG-CNT.
           DISPLAY "見積単価不適用 受注番号="
                   JF020-JUCHU-NO OF ITF-REC
                   " 見積番号=" WK-QUO-MITSU-NO
                   " " WK-QUO-NG-MSG.
       QUOTE-LOOKUP-EXT.
           EXIT.
      ********************************************************
      * 販売権限の検証　受注日に有効な定義のうち対象（商品番号
      * または商品区分）が一致するものを走査する。
      *   禁止(D)に一致　　　　　　　　　→ERR-KBN(18)
       EXT.
           EXIT.
      ********************************************************
      * 割当枠の判定　受注日に割当販売中の商品なら、得意先に
      * 適用される枠（得意先→グループ→その他の順）の残枠と
      * 判定数量(WK-QTA-SURYO)を突き合わせる。
      *   適用枠なし（期間中の商品に枠のない得意先）→ERR-KBN(19)
      *   判定数量が残枠を超える　　　　　　　　　　→ERR-KBN(19)
      ********************************************************
       QUOTA-CHECK-RTN              SECTION.
           PERFORM  QUOTA-FIND-RTN.
           IF  WK-QTA-ON-FLG  =  "N"  THEN
             GO  TO  QUOTA-CHECK-EXT
           END-IF.
           IF  (WK-QTA-SEL  =  0)  OR
               (WK-QTA-SURYO  >  WK-QTA-ZAN)  THEN
             MOVE  "1"  TO  JF020-ERR-KBN OF OTF-REC(19)
             ADD  1  TO  WK-QTA-NG-CNT
             DISPLAY  "割当枠超過 得意先="
                      JF020-TOKU-COD OF ITF-REC
                      " 商品=" JF020-SHOHIN-NO OF ITF-REC
                      " 数量=" WK-QTA-SURYO
                      " 残枠=" WK-QTA-ZAN
           END-IF.
       QUOTA-CHECK-EXT.
           EXIT.
      ********************************************************
      * 適用枠の引き当て　受注日に有効な当該商品の枠を走査し、
      * 割当販売中か(WK-QTA-ON-FLG)と、得意先に適用される枠の
      * 行番号(WK-QTA-SEL、なしはゼロ)・残枠(WK-QTA-ZAN)を返す。
      * 率指定で基準数量が未設定なら、当該商品の未設定の率指定
      * 枠すべてに現在庫数を基準数量として設定する
      ********************************************************
       QUOTA-FIND-RTN               SECTION.
           COMPUTE WK-JUCHU-YMD =
             (JF020-JUCHU-Y2 OF ITF-REC * 10000) +
             (JF020-JUCHU-MM OF ITF-REC * 100) +
             JF020-JUCHU-DD OF ITF-REC.
           MOVE  "N"    TO  WK-QTA-ON-FLG.
           MOVE  0      TO  WK-QTA-SEL.
           MOVE  0      TO  WK-QTA-PRI.
           MOVE  0      TO  WK-QTA-ZAN.
           MOVE  SPACE  TO  WK-QTA-PARENT.
           MOVE  JF020-TOKU-COD OF ITF-REC  TO  CFTOK-TOKU-COD.
           READ  CMF-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE  CFTOK-PARENT-COD  TO  WK-QTA-PARENT
           END-READ.
           PERFORM  VARYING  WK-QTAT-IDX  FROM  1  BY  1
             UNTIL  WK-QTAT-IDX  >  WK-QTAT-CNT
             IF  (WK-QTAT-SHOHIN-NO(WK-QTAT-IDX)  =
                  JF020-SHOHIN-NO OF ITF-REC)  AND
                 (WK-JUCHU-YMD  >=
                  WK-QTAT-FROM-YMD(WK-QTAT-IDX))  AND
                 ((WK-QTAT-TO-YMD(WK-QTAT-IDX)  =  0)  OR
                  (WK-JUCHU-YMD  <=
                   WK-QTAT-TO-YMD(WK-QTAT-IDX)))  THEN
               MOVE  "Y"  TO  WK-QTA-ON-FLG
               MOVE  0    TO  WK-QTA-ROW-PRI
               IF  (WK-QTAT-KEY-KBN(WK-QTAT-IDX)  =  "T")  AND
                   (WK-QTAT-KEY-COD(WK-QTAT-IDX)  =
                    JF020-TOKU-COD OF ITF-REC)  THEN
                 MOVE  3  TO  WK-QTA-ROW-PRI
               END-IF
               IF  (WK-QTAT-KEY-KBN(WK-QTAT-IDX)  =  "G")  AND
                   (WK-QTA-PARENT  NOT  =  SPACE)  AND
                   (WK-QTAT-KEY-COD(WK-QTAT-IDX)  =
                    WK-QTA-PARENT)  THEN
                 MOVE  2  TO  WK-QTA-ROW-PRI
               END-IF
               IF  WK-QTAT-KEY-KBN(WK-QTAT-IDX)  =  "*"  THEN
                 MOVE  1  TO  WK-QTA-ROW-PRI
               END-IF
               IF  WK-QTA-ROW-PRI  >  WK-QTA-PRI  THEN
                 MOVE  WK-QTA-ROW-PRI  TO  WK-QTA-PRI
                 SET  WK-QTA-SEL  TO  WK-QTAT-IDX
               END-IF
             END-IF
           END-PERFORM.
           IF  WK-QTA-SEL  =  0  THEN
             GO  TO  QUOTA-FIND-EXT
           END-IF.
           SET  WK-QTAT-IDX  TO  WK-QTA-SEL.
           IF  WK-QTAT-KBN(WK-QTAT-IDX)  =  "P"  THEN
             IF  WK-QTAT-BASE(WK-QTAT-IDX)  =  0  THEN
               PERFORM  QUOTA-BASE-RTN
               SET  WK-QTAT-IDX  TO  WK-QTA-SEL
             END-IF
             COMPUTE  WK-QTA-LIMIT  =
               WK-QTAT-BASE(WK-QTAT-IDX)  *
               WK-QTAT-RITSU(WK-QTAT-IDX)  /  100
           ELSE
             MOVE  WK-QTAT-SURYO(WK-QTAT-IDX)  TO  WK-QTA-LIMIT
           END-IF.
           COMPUTE  WK-QTA-ZAN  =
             WK-QTA-LIMIT  -  WK-QTAT-USED(WK-QTAT-IDX).
           IF  WK-QTA-ZAN  <  0  THEN
             MOVE  0  TO  WK-QTA-ZAN
           END-IF.
       QUOTA-FIND-EXT.
           EXIT.
      ********************************************************
      * 率指定枠の基準数量設定　当該商品の基準数量が未設定の率
      * 指定枠に、引当前の現在庫数（商品マスタ）を一律に設定する
      * （同じ母数で各得意先の率を計るため）
      ********************************************************
       QUOTA-BASE-RTN               SECTION.
           PERFORM  VARYING  WK-QTAT-IDX  FROM  1  BY  1
             UNTIL  WK-QTAT-IDX  >  WK-QTAT-CNT
             IF  (WK-QTAT-SHOHIN-NO(WK-QTAT-IDX)  =
                  JF020-SHOHIN-NO OF ITF-REC)  AND
                 (WK-QTAT-KBN(WK-QTAT-IDX)  =  "P")  AND
                 (WK-QTAT-BASE(WK-QTAT-IDX)  =  0)  THEN
               MOVE  CFSHO-ZAIKO-SURYO
                 TO  WK-QTAT-BASE(WK-QTAT-IDX)
             END-IF
           END-PERFORM.
           DISPLAY  "割当枠 基準数量設定 商品="
                    JF020-SHOHIN-NO OF ITF-REC
                    " 基準=" CFSHO-ZAIKO-SURYO.
       EXT.
           EXIT.
      ********************************************************
      * 割当枠の使用済数量の更新　引当・受注変更・キャンセルの
      * 数量(WK-QTA-SURYO、戻しは負数)を適用枠へ反映する
      * （使用済数量はゼロ未満にしない）
      ********************************************************
       QUOTA-USE-RTN                SECTION.
           PERFORM  QUOTA-FIND-RTN.
           IF  WK-QTA-SEL  =  0  THEN
             GO  TO  QUOTA-USE-EXT
           END-IF.
           SET  WK-QTAT-IDX  TO  WK-QTA-SEL.
           COMPUTE  WK-QTA-ZAN  =
             WK-QTAT-USED(WK-QTAT-IDX)  +  WK-QTA-SURYO.
           IF  WK-QTA-ZAN  <  0  THEN
             MOVE  0  TO  WK-QTA-ZAN
           END-IF.
           MOVE  WK-QTA-ZAN  TO  WK-QTAT-USED(WK-QTAT-IDX).
       QUOTA-USE-EXT.
           EXIT.
      ********************************************************
      * 包括契約の約定単価　受注日が期間内の得意先×商品の契約が
      * あれば、コールオフとして約定単価を適用する（適用開始日
      * は契約開始日、キャンペーンは適用しない）
      ********************************************************
       BLANKET-LOOKUP-RTN           SECTION.
           PERFORM  BLANKET-FIND-RTN.
           IF  WK-BLA-SEL  =  0  THEN
             GO  TO  BLANKET-LOOKUP-EXT
           END-IF.
           SET  WK-BLAT-IDX  TO  WK-BLA-SEL.
           MOVE  WK-BLAT-TANKA(WK-BLAT-IDX)     TO  WK-APPLY-TANKA.
           MOVE  "B"  TO  WK-TRC-SOURCE.
           MOVE  WK-BLAT-FROM-YMD(WK-BLAT-IDX)  TO  WK-TRC-TEKIYO-YMD.
           MOVE  SPACE  TO  JF020-CAM-CODE OF OTF-REC.
           ADD  1  TO  WK-BLA-APPLY-CNT.
       BLANKET-LOOKUP-EXT.
           EXIT.
      ********************************************************
      * 適用契約の引き当て　受注日が期間内（終了日ゼロは期限
      * なし）の得意先×商品の契約から、契約残のあるものを優先
      * し、その中で終了日の早いものを選ぶ。適用契約の行番号
      * (WK-BLA-SEL、なしはゼロ)と契約残(WK-BLA-ZAN)を返す
      ********************************************************
       BLANKET-FIND-RTN             SECTION.
           COMPUTE WK-JUCHU-YMD =
             (JF020-JUCHU-Y2 OF ITF-REC * 10000) +
             (JF020-JUCHU-MM OF ITF-REC * 100) +
             JF020-JUCHU-DD OF ITF-REC.
           MOVE  0    TO  WK-BLA-SEL.
           MOVE  0    TO  WK-BLA-SEL-TO.
           MOVE  "N"  TO  WK-BLA-SEL-ZAN-FLG.
           MOVE  0    TO  WK-BLA-ZAN.
           PERFORM  VARYING  WK-BLAT-IDX  FROM  1  BY  1
             UNTIL  WK-BLAT-IDX  >  WK-BLAT-CNT
             IF  (WK-BLAT-TOKU-COD(WK-BLAT-IDX)  =
                  JF020-TOKU-COD OF ITF-REC)  AND
                 (WK-BLAT-SHOHIN-NO(WK-BLAT-IDX)  =
                  JF020-SHOHIN-NO OF ITF-REC)  AND
                 (WK-JUCHU-YMD  >=
                  WK-BLAT-FROM-YMD(WK-BLAT-IDX))  AND
                 ((WK-BLAT-TO-YMD(WK-BLAT-IDX)  =  0)  OR
                  (WK-JUCHU-YMD  <=
                   WK-BLAT-TO-YMD(WK-BLAT-IDX)))  THEN
               MOVE  WK-BLAT-TO-YMD(WK-BLAT-IDX)  TO  WK-BLA-ROW-TO
               IF  WK-BLA-ROW-TO  =  0  THEN
                 MOVE  99999999  TO  WK-BLA-ROW-TO
               END-IF
               COMPUTE  WK-BLA-ROW-ZAN  =
                 WK-BLAT-SURYO(WK-BLAT-IDX)  -
                 WK-BLAT-USED(WK-BLAT-IDX)
               MOVE  "N"  TO  WK-BLA-ROW-ZAN-FLG
               IF  WK-BLA-ROW-ZAN  >  0  THEN
                 MOVE  "Y"  TO  WK-BLA-ROW-ZAN-FLG
               END-IF
               IF  (WK-BLA-SEL  =  0)  OR
                   ((WK-BLA-ROW-ZAN-FLG  =  "Y")  AND
                    (WK-BLA-SEL-ZAN-FLG  =  "N"))  OR
                   ((WK-BLA-ROW-ZAN-FLG  =  WK-BLA-SEL-ZAN-FLG)  AND
                    (WK-BLA-ROW-TO  <  WK-BLA-SEL-TO))  THEN
                 SET  WK-BLA-SEL  TO  WK-BLAT-IDX
                 MOVE  WK-BLA-ROW-TO       TO  WK-BLA-SEL-TO
                 MOVE  WK-BLA-ROW-ZAN-FLG  TO  WK-BLA-SEL-ZAN-FLG
                 MOVE  WK-BLA-ROW-ZAN      TO  WK-BLA-ZAN
               END-IF
             END-IF
           END-PERFORM.
           IF  WK-BLA-ZAN  <  0  THEN
             MOVE  0  TO  WK-BLA-ZAN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 契約残の判定　判定数量(WK-BLA-SURYO)が適用契約の契約残
      * を超えればERR-KBN(20)契約残超過を立てる
      ********************************************************
       BLANKET-CHECK-RTN            SECTION.
           IF  WK-BLA-SURYO  >  WK-BLA-ZAN  THEN
             MOVE  "1"  TO  JF020-ERR-KBN OF OTF-REC(20)
             ADD  1  TO  WK-BLA-NG-CNT
             SET  WK-BLAT-IDX  TO  WK-BLA-SEL
             DISPLAY  "契約残超過 契約番号="
                      WK-BLAT-KEIYAKU-NO(WK-BLAT-IDX)
                      " 得意先=" JF020-TOKU-COD OF ITF-REC
                      " 商品=" JF020-SHOHIN-NO OF ITF-REC
                      " 数量=" WK-BLA-SURYO
                      " 契約残=" WK-BLA-ZAN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 包括契約の引取済数量の更新　引取・受注変更・キャンセル
      * の数量(WK-BLA-SURYO、戻しは負数)を適用契約へ反映する
      * （引取済数量はゼロ未満にしない）。通常受注の引取は最終
      * 引取日と引取回数も更新する
      ********************************************************
       BLANKET-USE-RTN              SECTION.
           IF  WK-BLA-SEL  =  0  THEN
             GO  TO  BLANKET-USE-EXT
           END-IF.
           SET  WK-BLAT-IDX  TO  WK-BLA-SEL.
           COMPUTE  WK-BLA-ROW-ZAN  =
             WK-BLAT-USED(WK-BLAT-IDX)  +  WK-BLA-SURYO.
           IF  WK-BLA-ROW-ZAN  <  0  THEN
             MOVE  0  TO  WK-BLA-ROW-ZAN
           END-IF.
           MOVE  WK-BLA-ROW-ZAN  TO  WK-BLAT-USED(WK-BLAT-IDX).
           IF  (WK-BLA-SURYO  >  0)  AND
               (JF020-DATA-KBN OF ITF-REC  NOT  =  "4")  THEN
             MOVE  WK-JUCHU-YMD  TO  WK-BLAT-LAST-YMD(WK-BLAT-IDX)
             ADD  1  TO  WK-BLAT-CALL-CNT(WK-BLAT-IDX)
           END-IF.
       BLANKET-USE-EXT.
           EXIT.
      ********************************************************
      * 納期確約　希望納期から1日ずつ、休日（カレンダー"W"以外）
      * と満杯の日（出荷能力の使用済み≧上限）を飛ばして最初に
      * 空いている営業日を確約日とする（最長30日先まで。見つから
       EXT.
           EXIT.
      ********************************************************
      * 確約した出荷枠の返却　確約後に却下となった明細の分だけ
      * 確約日の使用済み行数を1減らす
      ********************************************************
       PRM-RELEASE-RTN              SECTION.
           IF  WK-CAP-AVAIL-FLG  =  "Y"  THEN
             PERFORM  VARYING  WK-CAPT-IDX  FROM  1  BY  1
               UNTIL  WK-CAPT-IDX  >  WK-CAPT-CNT
               IF  (WK-CAPT-YMD(WK-CAPT-IDX)  =  WK-PRM-YMD)  AND
                   (WK-CAPT-USED(WK-CAPT-IDX)  >  0)  THEN
                 SUBTRACT  1  FROM  WK-CAPT-USED(WK-CAPT-IDX)
               END-IF
             END-PERFORM
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 運賃の算出　明細重量（数量×商品重量）を得意先ゾーンの
      * 運賃表に当て、重量以上の最初の重量帯の運賃を適用する
      * （全帯超過は最大帯）。明細金額が得意先の送料無料しきい値
      * 以上なら運賃ゼロ。重量未設定・ゾーン未設定は計算しない
      * 納品先指定の受注は納品先マスタの運賃ゾーンを優先する
      ********************************************************
       FREIGHT-RTN                  SECTION.
           IF  CFSHO-JURYO OF IMF-REC  =  ZERO  THEN
               MOVE  CFTOK-ZONE-COD      TO  WK-FR-ZONE
               MOVE  CFTOK-FREIGHT-FREE  TO  WK-FR-FREE
           END-READ.
           IF  JF020-NOHIN-COD OF ITF-REC  NOT  =  SPACE  THEN
             MOVE  JF020-TOKU-COD OF ITF-REC   TO  S090-TOKU-COD
             MOVE  JF020-NOHIN-COD OF ITF-REC  TO  S090-NOHIN-COD
             CALL  "KCBS090"  USING  KCBS090-P1
             IF  (S090-RCD  =  SPACE)  AND
                 (S090-ZONE-COD  NOT  =  SPACE)  THEN
               MOVE  S090-ZONE-COD  TO  WK-FR-ZONE
             END-IF
           END-IF.
           IF  WK-FR-ZONE  =  SPACE  THEN
             GO  TO  FREIGHT-EXT
           END-IF.
      ********************************************************
       DISCOUNT-LOOKUP-RTN          SECTION.
           MOVE 0 TO WK-WARIBIKI-RITSU.
      *包括契約の約定単価は固定のため数量割引をかけない
           IF WK-TRC-SOURCE = "B" THEN
             GO TO DISCOUNT-LOOKUP-EXT
           END-IF.
           PERFORM VARYING WK-WARIBIKI-IDX FROM 1 BY 1
             UNTIL WK-WARIBIKI-IDX > CFSHO-WARIBIKI-CNT
             IF JF020-SURYO OF ITF-REC >=
                 TO WK-WARIBIKI-RITSU
             END-IF
           END-PERFORM.
       DISCOUNT-LOOKUP-EXT.
           EXIT.
      ********************************************************
      * 消費税率の判定　商品区分から税区分（S=標準　K=軽減）を
      * 計算されるのはこの受注日選択による）
      ********************************************************
       TAX-LOOKUP-RTN                SECTION.
      *輸出免税("E")・非課税("N")の得意先は商品によらず税率0%
      *（得意先マスタの消費税区分。税率表は引かない）
           MOVE JF020-TOKU-COD OF ITF-REC TO CFTOK-TOKU-COD.
           READ CMF-FILE
             INVALID KEY
               MOVE SPACE TO CFTOK-ZEI-KBN
           END-READ.
           IF (CFTOK-ZEI-KBN = "E") OR (CFTOK-ZEI-KBN = "N") THEN
             MOVE CFTOK-ZEI-KBN TO WK-ZEI-CLASS
             MOVE 0 TO WK-ZEI-RITSU
             GO TO TAX-LOOKUP-EXT
           END-IF.
           IF CFSHO-SHOHIN-KBN = "01" THEN
             MOVE "K" TO WK-ZEI-CLASS
             MOVE WK-ZEI-RITSU-KEIGEN TO WK-ZEI-RITSU
               MOVE WK-ZEIF-RITSU(WK-ZEIF-IDX) TO WK-ZEI-RITSU
             END-IF
           END-PERFORM.
       TAX-LOOKUP-EXT.
           EXIT.
