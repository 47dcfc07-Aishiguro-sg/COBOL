      * 変更日／変更者：２０２６年９月３日  石黒　茜
      *       変更内容：商品マスタ・拠点別在庫の書換に更新イメージ
      *                 記帳(KCBS060)を追加（KCBM050の復旧対象化）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：擬似ロットの新規作成時に賞味期限（ゼロ）・
      *                 入荷拠点（空白）を初期化
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：新規ロット作成時に保留区分等を初期化
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：出荷実績レジスタの配達完了日（ゼロ）を初期化
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：納品先指定の受注は納品先マスタの出荷拠点を優先
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：セット明細は引当の内訳(SAL)どおり親の在庫から
      *                 取った分を先に出荷し、残りを構成部品で記帳する
      ********************************************************
      *倉庫が起票した出荷確定トランザクション(SCF)を読み、受注
      *データベースの該当明細（受理済み"OK"の通常受注）へ出荷済み
      *在庫回復後にKJBM053が通常どおり再投入する。
      *確定した出荷は出荷実績レジスタ(SHR)へ累積し、当回実行分の
      *抽出(SHRD)をＡＳＮ作成(KJBM061)向けに書き出す。
      *セット親の明細は、KJBM030がセット引当内訳(SAL)に残した
      *内訳どおり親の在庫（組立済み）から取った分を先に出荷し、
      *残りを構成部品で出荷したものとして記帳する。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  SET-FILE  ASSIGN TO  EXTERNAL  SETM
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS SET-STATUS.
      *セット引当内訳ファイル（KJBM030が登録。セット明細の親在庫・
      *部品展開の内訳。未定義の環境では全数部品展開とみなす）
           SELECT  SAL-FILE  ASSIGN TO  EXTERNAL  SAL
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS SAL-KEY
                             FILE STATUS  IS SAL-STATUS.
      *OUTPUT 在庫待ちファイル（出荷不足分を追記、KJBM053が解放）
           SELECT  BOF-FILE  ASSIGN TO  EXTERNAL  BOF
                             FILE STATUS  IS BOF-STATUS.
       FD  SET-FILE.
       01  SET-REC.
           COPY  KJCSET.
       FD  SAL-FILE.
       01  SAL-REC.
           COPY  KJCSAL.
       FD  BOF-FILE.
       01  BOF-REC.
           COPY  KJCF020.
           03  WK-SETT-KO-NO      PIC  X(5).
           03  WK-SETT-KO-SURYO   PIC  9(3).
       01  WK-SET-OYA-FLG         PIC  X       VALUE  "N".
      *セット引当内訳　引当中の親在庫分・部品展開分と、そのうち
      *今回出荷した親在庫分・部品展開分（いずれも親の単位）
       01  SAL-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-SAL-AVAIL-FLG       PIC  X       VALUE  "N".
       01  WK-SAL-FOUND-FLG       PIC  X       VALUE  "N".
       01  WK-SET-AL-OYA          PIC  S9(7)   VALUE  0.
       01  WK-SET-AL-KO           PIC  S9(7)   VALUE  0.
       01  WK-SET-SH-OYA          PIC  S9(7)   VALUE  0.
       01  WK-SET-SH-KO           PIC  S9(7)   VALUE  0.
      *在庫記帳の対象商品番号（通常は受注商品、セットは構成部品）
      *と部品単位の受注数・出荷数・差引
       01  WK-STK-SHOHIN-NO       PIC  X(5)    VALUE  SPACE.
       COPY  KCBS020P.
      *受注データベース書込(KCBS040)への連絡領域
       COPY  KCBS040P.
      *納品先参照(KCBS090)への連絡領域（納品先別の出荷拠点）
       COPY  KCBS090P.
      *更新イメージジャーナラ(KCBS060)への連絡領域と更新前退避
       COPY  KCBS060P.
       01  WK-BIJ-OLD-IMG         PIC  X(200)  VALUE  SPACE.
             MOVE  "Y"  TO  WK-LOTF-AVAIL-FLG
           END-IF.
           PERFORM  LOAD-SET-RTN.
      *セット引当内訳　未定義の環境ではセット明細を全数部品で記帳する
           OPEN  I-O  SAL-FILE.
           IF  SAL-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-SAL-AVAIL-FLG
           END-IF.
           OPEN  OUTPUT  SHRD-FILE.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
       STOCK-POST-RTN             SECTION.
           COMPUTE  WK-ZAN-SURYO  =
             WK-JUCHU-SURYO  -  WK-SHIP-SURYO.
      *セット親の明細は引当の内訳（親在庫・部品展開）に合わせて、
      *BR・SPの対を親と構成部品の単位で記帳する
           MOVE  "N"  TO  WK-SET-OYA-FLG.
           PERFORM  VARYING  WK-SETT-IDX  FROM  1  BY  1
             UNTIL  WK-SETT-IDX  >  WK-SETT-CNT
       STOCK-POST-EXT.
           EXIT.
      ********************************************************
      * セット明細の在庫記帳　セット引当内訳の引当中の数を受注数
      * まで親在庫分・部品展開分に分け（内訳がなければ全数部品
      * 展開）、出荷は親在庫分から先に充てる。親在庫分は親の、
      * 部品展開分は構成部品ごとに員数倍した受注数・出荷数で
      * BR(+)・SP(−)の対を記帳し、差引を在庫へ反映する
      ********************************************************
       SET-STOCK-POST-RTN         SECTION.
           PERFORM  SAL-SHIP-RTN.
           IF  WK-SET-AL-OYA  >  0  THEN
             MOVE  ODB-SHOHIN-NO  TO  WK-STK-SHOHIN-NO
             MOVE  WK-SET-AL-OYA  TO  WK-STK-JUCHU
             MOVE  WK-SET-SH-OYA  TO  WK-STK-SHIP
             PERFORM  SET-KO-POST-RTN
           END-IF.
           IF  WK-SET-AL-KO  >  0  THEN
             PERFORM  VARYING  WK-SETT-IDX  FROM  1  BY  1
               UNTIL  WK-SETT-IDX  >  WK-SETT-CNT
               IF  WK-SETT-OYA-NO(WK-SETT-IDX)  =
                   ODB-SHOHIN-NO  THEN
                 MOVE  WK-SETT-KO-NO(WK-SETT-IDX)
                   TO  WK-STK-SHOHIN-NO
                 COMPUTE  WK-STK-JUCHU  =
                   WK-SET-AL-KO
                   *  WK-SETT-KO-SURYO(WK-SETT-IDX)
                 COMPUTE  WK-STK-SHIP  =
                   WK-SET-SH-KO
                   *  WK-SETT-KO-SURYO(WK-SETT-IDX)
                 PERFORM  SET-KO-POST-RTN
               END-IF
             END-PERFORM
           END-IF.
      *後続処理（受注データベース・レジスタ）のために親商品の
      *マスタレコードを読み直す
           MOVE  ODB-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
       EXT.
           EXIT.
      ********************************************************
      * セット明細の出荷内訳の決定　セット引当内訳の引当中の親
      * 在庫分（受注数まで）を親在庫分、残りを部品展開分とし、
      * 出荷数を親在庫分から先に充てる。内訳は引当中から今回の
      * 受注数を外し、出荷した分を出荷済みへ積む
      ********************************************************
       SAL-SHIP-RTN               SECTION.
           MOVE  0  TO  WK-SET-AL-OYA.
           IF  WK-SAL-AVAIL-FLG  =  "Y"  THEN
             MOVE  ODB-JUCHU-NO  TO  SAL-JUCHU-NO
             MOVE  ODB-LINE-NO   TO  SAL-LINE-NO
             READ  SAL-FILE
               INVALID KEY
                 MOVE  "N"  TO  WK-SAL-FOUND-FLG
               NOT INVALID KEY
                 MOVE  "Y"  TO  WK-SAL-FOUND-FLG
                 IF  SAL-AL-OYA-SURYO  >=  WK-JUCHU-SURYO  THEN
                   MOVE  WK-JUCHU-SURYO  TO  WK-SET-AL-OYA
                 ELSE
                   MOVE  SAL-AL-OYA-SURYO  TO  WK-SET-AL-OYA
                 END-IF
             END-READ
           END-IF.
           COMPUTE  WK-SET-AL-KO  =  WK-JUCHU-SURYO  -  WK-SET-AL-OYA.
           IF  WK-SHIP-SURYO  >=  WK-SET-AL-OYA  THEN
             MOVE  WK-SET-AL-OYA  TO  WK-SET-SH-OYA
           ELSE
             MOVE  WK-SHIP-SURYO  TO  WK-SET-SH-OYA
           END-IF.
           COMPUTE  WK-SET-SH-KO  =  WK-SHIP-SURYO  -  WK-SET-SH-OYA.
           IF  (WK-SAL-AVAIL-FLG  =  "Y")  AND
               (WK-SAL-FOUND-FLG  =  "Y")  THEN
             SUBTRACT  WK-SET-AL-OYA  FROM  SAL-AL-OYA-SURYO
             IF  SAL-AL-KO-SURYO  >  WK-SET-AL-KO  THEN
               SUBTRACT  WK-SET-AL-KO  FROM  SAL-AL-KO-SURYO
             ELSE
               MOVE  0  TO  SAL-AL-KO-SURYO
             END-IF
             ADD  WK-SET-SH-OYA  TO  SAL-SH-OYA-SURYO
             ADD  WK-SET-SH-KO   TO  SAL-SH-KO-SURYO
             MOVE  WK-RUN-DATE  TO  SAL-UPD-YMD
             REWRITE  SAL-REC
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * セット親・構成部品1商品分の在庫記帳　WK-STK-SHOHIN-NOの
      * 商品へ受注数(WK-STK-JUCHU)のBR(+)と出荷数(WK-STK-SHIP)
      * のSP(−)を記帳し、差引を在庫・拠点・擬似ロットへ反映する
      ********************************************************
       SET-KO-POST-RTN            SECTION.
           COMPUTE  WK-STK-ZAN  =  WK-STK-JUCHU  -  WK-STK-SHIP.
           MOVE  WK-STK-SHOHIN-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE  CFSHO-ZAIKO-SURYO  TO  WK-ZAI-MAE-ZAN
               COMPUTE  WK-ZAI-ATO-ZAN  =
                 WK-ZAI-MAE-ZAN  +  WK-STK-JUCHU
               MOVE  "BR"  TO  WK-ZAI-KBN
               MOVE  WK-STK-JUCHU  TO  WK-ZAI-SURYO
               PERFORM  ZAI-WRITE-RTN
               MOVE  WK-ZAI-ATO-ZAN  TO  WK-ZAI-MAE-ZAN
               COMPUTE  WK-ZAI-ATO-ZAN  =
                 WK-ZAI-MAE-ZAN  -  WK-STK-SHIP
               MOVE  "SP"  TO  WK-ZAI-KBN
               COMPUTE  WK-ZAI-SURYO  =  0  -  WK-STK-SHIP
               PERFORM  ZAI-WRITE-RTN
               MOVE  IMF-REC  TO  WK-BIJ-OLD-IMG
               ADD  WK-STK-ZAN  TO  CFSHO-ZAIKO-SURYO
               REWRITE  IMF-REC
               PERFORM  IMF-BIJ-RTN
               IF  WK-STK-ZAN  NOT  =  0  THEN
                 PERFORM  LOC-ASSIGN-RTN
                 MOVE  WK-STK-ZAN  TO  WK-LOC-ZAN
                 PERFORM  LOC-ADD-RTN
      *出荷不足分も擬似ロットへ積み戻す（ロット管理環境でLOTF計
      *＝マスタ計を保つ。非セット明細と同じ扱い）
                 MOVE  WK-STK-ZAN  TO  WK-LOT-GB-SURYO
                 PERFORM  LOT-GIVEBACK-RTN
               END-IF
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 擬似ロットへの積み戻し　出荷不足分をロット"RTNSTOCK"
      * （当日日付）へ加算する（KJBM030と同じ方式）
      ********************************************************
                 MOVE  WK-RUN-DATE    TO  LOT-NYK-YMD
                 MOVE  "RTNSTOCK"     TO  LOT-LOT-NO
                 MOVE  WK-LOT-GB-SURYO  TO  LOT-ZAN-SURYO
                 MOVE  ZERO   TO  LOT-KIGEN-YMD
                 MOVE  SPACE  TO  LOT-LOC-COD
                 MOVE  SPACE  TO  LOT-HOLD-KBN
                 MOVE  SPACE  TO  LOT-HOLD-RIYU
                 MOVE  SPACE  TO  LOT-HOLD-OPR
                 MOVE  ZERO   TO  LOT-HOLD-YMD
                 WRITE  LOT-REC
               NOT INVALID KEY
                 ADD  WK-LOT-GB-SURYO  TO  LOT-ZAN-SURYO
      ********************************************************
      * 受注の出荷拠点の引き当て　得意先マスタの既定出荷拠点を
      * 使い、未設定なら"01"（本社倉庫）とする（KJBM030と同じ）
      * 納品先指定の受注は納品先マスタの出荷拠点を優先する
      ********************************************************
       LOC-ASSIGN-RTN             SECTION.
           MOVE  WK-DEFAULT-LOC  TO  WK-ORDER-LOC.
                   MOVE  CFTOK-LOC-COD  TO  WK-ORDER-LOC
                 END-IF
             END-READ
             IF  ODB-NOHIN-COD  NOT  =  SPACE  THEN
               MOVE  ODB-TOKU-COD  TO  S090-TOKU-COD
               MOVE  ODB-NOHIN-COD  TO  S090-NOHIN-COD
               CALL  "KCBS090"  USING  KCBS090-P1
               IF  (S090-RCD  =  SPACE)  AND
                   (S090-LOC-COD  NOT  =  SPACE)  THEN
                 MOVE  S090-LOC-COD  TO  WK-ORDER-LOC
               END-IF
             END-IF
           END-IF.
       EXT.
           EXIT.
           MOVE  ODB-YAKUSOKU-YMD  TO  S040-YAKUSOKU-YMD.
           MOVE  ODB-ORIG-JUCHU-NO  TO  S040-ORIG-JUCHU-NO.
           MOVE  ODB-NOKI-YMD      TO  S040-NOKI-YMD.
           MOVE  ODB-NOHIN-COD     TO  S040-NOHIN-COD.
           CALL  "KCBS040"  USING  KCBS040-P1.
       EXT.
           EXIT.
                   SCF-LINE-NO   DELIMITED BY SIZE
             INTO  SHR-DEN-NO OF SHR-REC.
           MOVE  WK-RUN-DATE    TO  SHR-RUN-DATE OF SHR-REC.
           MOVE  ZERO           TO  SHR-DLV-YMD OF SHR-REC.
           MOVE  ODB-NOHIN-COD  TO  SHR-NOHIN-COD OF SHR-REC.
           OPEN  EXTEND  SHR-FILE.
           IF  SHR-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  SHR-FILE
           IF  WK-LOTF-AVAIL-FLG  =  "Y"  THEN
             CLOSE  LOT-FILE
           END-IF.
           IF  WK-SAL-AVAIL-FLG  =  "Y"  THEN
             CLOSE  SAL-FILE
           END-IF.
           CLOSE  SHRD-FILE.
           CLOSE  RPT-FILE.
           DISPLAY  "SCF-CNT=  "  SCF-CNT.
