      * 変更日／変更者：２０２６年９月３日  石黒　茜
      *       変更内容：商品マスタ・拠点別在庫の書換に更新イメージ
      *                 記帳(KCBS060)を追加（KCBM050の復旧対象化）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：発注レジスタの項目追加に伴う
      *                 テーブル長の変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：発注レジスタへの最終入荷日と超過入荷
      *                 数量の記録を追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：入荷ロットへの賞味期限・入荷拠点の記録を追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：新規ロット作成時に保留区分等を初期化
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：棚番マスタ(BIN)の棚番を付けた格納リスト
      *                 (PUTL)の出力を追加
      ********************************************************
      *入荷トランザクション(NYK)を読み、商品マスタ・仕入先マスタで
      *検証のうえ入荷数量を在庫数(CFSHO-ZAIKO-SURYO)へ加算する。
      *提案（未消込）を一覧表へ出す。
      *商品・仕入先の検証に落ちた入荷はマスタへ反映せず、エラー
      *一覧へ出して完了コード8で終了する。
      *計上した入荷は、棚番マスタ(BIN)の入荷先拠点の棚番を付けて
      *ピッキング順序の順に格納リスト(PUTL)へ出す。棚番未登録の
      *商品は末尾の「棚番未登録」欄へ出す。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  POR-FILE  ASSIGN TO  EXTERNAL  POR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS POR-STATUS-WS.
      *棚番マスタ（格納先棚番の参照のみ、未定義可）
           SELECT  BIN-FILE  ASSIGN TO  EXTERNAL  BIN
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFBIN-KEY
                             FILE STATUS  IS BIN-STATUS.
      *OUTPUT 格納リスト
           SELECT  PUT-FILE  ASSIGN TO  EXTERNAL  PUTL
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 入荷計上結果・未入荷提案の一覧表
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
       FD  POR-FILE.
       01  POR-REC.
           COPY  KZCPOR.
       FD  BIN-FILE.
       01  BIN-REC.
           COPY  KCCFBIN.
       FD  PUT-FILE.
       01  PUT-REC                PIC  X(101).
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
      *ロット別在庫の更新用
       01  LOT-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  WK-LOTF-AVAIL-FLG      PIC  X       VALUE  "N".
       01  WK-KIGEN-YMD           PIC  9(8)    VALUE  0.
      *移動平均原価の更新用　新平均＝（旧在庫×旧平均＋入荷数×
      *仕入単価）÷（旧在庫＋入荷数）
       01  WK-NEW-GENKA           PIC  S9(7)V9(2)  VALUE  0.
       01  PORT-CNT               PIC  9(4)    VALUE  ZERO.
       01  PORT-TBL.
         02  PORT-ENT  OCCURS 9999 TIMES INDEXED BY PORT-IDX.
           03  PORT-IMG           PIC  X(71).
       01  WK-POR-REC-1.
           COPY  KZCPOR.
       01  WK-POR-FOUND-FLG       PIC  X       VALUE  "N".
       01  WK-POR-NOKORI          PIC  S9(7)   VALUE  0.
       01  WK-POR-LAST-IDX        PIC  9(4)    VALUE  0.
      *格納リストの作成用　計上した入荷を棚番有無・ピッキング
      *順序・商品番号の順に並べる（棚番有無　"0"=登録あり
      *"1"=未登録）
       01  BIN-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-BIN-AVAIL-FLG       PIC  X       VALUE  "N".
       01  PUT-CNT                PIC  9(4)    VALUE  ZERO.
       01  PUT-TBL.
         02  PUT-ENT  OCCURS 2000 TIMES INDEXED BY PUT-IDX.
           03  PUT-BIN-KBN        PIC  X(1).
           03  PUT-PICK-SEQ       PIC  9(5).
           03  PUT-SHOHIN-NO      PIC  X(5).
           03  PUT-LOT-NO         PIC  X(10).
           03  PUT-SURYO          PIC  9(5).
           03  PUT-BIN            PIC  X(8).
           03  PUT-SHOHIN-MEI     PIC  X(20).
       01  WK-PUT-SWAP            PIC  X(54).
       01  WK-I                   PIC  9(4)    VALUE  0.
       01  WK-J                   PIC  9(4)    VALUE  0.
       01  WK-OLD-BIN-KBN         PIC  X       VALUE  SPACE.
       01  WK-NOBIN-CNT           PIC  9(4)    VALUE  0.
      *編集用
       01  WK-SURYO-DISP          PIC  ZZZZ9.
      ********************************************************
           PERFORM  REWRITE-HAT-RTN.
           PERFORM  REWRITE-POR-RTN.
           PERFORM  OUTSTANDING-RTN.
           PERFORM  PUTAWAY-RTN.
           PERFORM  TERM-RTN.
           IF  ERR-CNT  >  0  THEN
             MOVE  8  TO  RETURN-CODE
           ELSE
             DISPLAY  "LOTFなし　ロット管理なしで続行"
           END-IF.
      *棚番マスタ　未定義の環境では全商品を棚番未登録として出す
           OPEN  INPUT  BIN-FILE.
           IF  BIN-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-BIN-AVAIL-FLG
           ELSE
             DISPLAY  "BINなし　格納先は棚番未登録で出力"
           END-IF.
           OPEN  OUTPUT PUT-FILE.
           OPEN  OUTPUT RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "入荷計上結果"  TO  RPT-REC.
           MOVE  NYK-SURYO      TO  WK-LOC-ZAN.
           PERFORM  LOC-ADD-RTN.
           PERFORM  LOT-POST-RTN.
           PERFORM  PUT-ADD-RTN.
           ADD  1  TO  POST-CNT.
           PERFORM  ZAI-WRITE-RTN.
           MOVE  NYK-SURYO  TO  WK-SURYO-DISP.
           EXIT.
      ********************************************************
      * ロット別在庫の積み増し　商品×入荷日×ロット番号のキーで
      * 加算する（未登録のロットはここで新規作成する）。賞味期限と
      * 入荷拠点はロットの新規作成時に記録する
      ********************************************************
       LOT-POST-RTN               SECTION.
           MOVE  ZERO  TO  WK-KIGEN-YMD.
           IF  NYK-KIGEN-YMD  IS  NUMERIC  THEN
             MOVE  NYK-KIGEN-YMD  TO  WK-KIGEN-YMD
           END-IF.
           IF  WK-LOTF-AVAIL-FLG  =  "Y"  THEN
             MOVE  NYK-SHOHIN-NO  TO  LOT-SHOHIN-NO
             MOVE  NYK-YMD        TO  LOT-NYK-YMD
                 MOVE  NYK-YMD        TO  LOT-NYK-YMD
                 MOVE  NYK-LOT-NO     TO  LOT-LOT-NO
                 MOVE  NYK-SURYO      TO  LOT-ZAN-SURYO
                 MOVE  WK-KIGEN-YMD   TO  LOT-KIGEN-YMD
                 MOVE  WK-LOC-COD     TO  LOT-LOC-COD
                 MOVE  SPACE          TO  LOT-HOLD-KBN
                 MOVE  SPACE          TO  LOT-HOLD-RIYU
                 MOVE  SPACE          TO  LOT-HOLD-OPR
                 MOVE  ZERO           TO  LOT-HOLD-YMD
                 WRITE  LOT-REC
               NOT INVALID KEY
                 ADD  NYK-SURYO  TO  LOT-ZAN-SURYO
                 IF  LOT-KIGEN-YMD  =  ZERO  THEN
                   MOVE  WK-KIGEN-YMD  TO  LOT-KIGEN-YMD
                 END-IF
                 REWRITE  LOT-REC
             END-READ
           END-IF.
      * 発注レジスタの消込　同一仕入先×商品のオープン発注
      * （古い順＝テーブル先頭から）へ入荷数量を積み、発注数量に
      * 達したらクローズする。入荷数量が1件の発注を超える場合は
      * 次のオープン発注へ続けて積む。消込んだ発注には入荷日を
      * 記録し、すべて満たしても余った数量は最後に消込んだ発注の
      * 超過入荷数量とする
      ********************************************************
       POR-MATCH-RTN              SECTION.
           IF  WK-POR-AVAIL-FLG  NOT  =  "Y"  THEN
             GO  TO  POR-MATCH-EXT
           END-IF.
           MOVE  NYK-SURYO  TO  WK-POR-NOKORI.
           MOVE  ZERO  TO  WK-POR-LAST-IDX.
           PERFORM  VARYING  PORT-IDX  FROM  1  BY  1
             UNTIL  (PORT-IDX  >  PORT-CNT)  OR
                    (WK-POR-NOKORI  <=  0)
                 (POR-SHOHIN-NO OF WK-POR-REC-1  =
                  NYK-SHOHIN-NO)  AND
                 (POR-STATUS OF WK-POR-REC-1  =  SPACE)  THEN
               SET  WK-POR-LAST-IDX  TO  PORT-IDX
               MOVE  NYK-YMD  TO  POR-RECV-YMD OF WK-POR-REC-1
               ADD  WK-POR-NOKORI
                 TO  POR-RECV-SURYO OF WK-POR-REC-1
               IF  POR-RECV-SURYO OF WK-POR-REC-1  >=
               MOVE  WK-POR-REC-1  TO  PORT-IMG(PORT-IDX)
             END-IF
           END-PERFORM.
           IF  (WK-POR-NOKORI  >  0)  AND
               (WK-POR-LAST-IDX  >  0)  THEN
             SET  PORT-IDX  TO  WK-POR-LAST-IDX
             MOVE  PORT-IMG(PORT-IDX)  TO  WK-POR-REC-1
             ADD  WK-POR-NOKORI  TO  POR-OVER-SURYO OF WK-POR-REC-1
             MOVE  WK-POR-REC-1  TO  PORT-IMG(PORT-IDX)
           END-IF.
       POR-MATCH-EXT.
           EXIT.
      ********************************************************
       EXT.
           EXIT.
      ********************************************************
      * 格納リスト用の退避　入荷先拠点の棚番を棚番マスタから引く
      ********************************************************
       PUT-ADD-RTN                SECTION.
           IF  PUT-CNT  >=  2000  THEN
             DISPLAY  "*** 格納リスト　テーブル上限超過"
             GO  TO  PUT-ADD-EXT
           END-IF.
           ADD  1  TO  PUT-CNT.
           SET  PUT-IDX  TO  PUT-CNT.
           MOVE  "1"              TO  PUT-BIN-KBN(PUT-IDX).
           MOVE  0                TO  PUT-PICK-SEQ(PUT-IDX).
           MOVE  NYK-SHOHIN-NO    TO  PUT-SHOHIN-NO(PUT-IDX).
           MOVE  NYK-LOT-NO       TO  PUT-LOT-NO(PUT-IDX).
           MOVE  NYK-SURYO        TO  PUT-SURYO(PUT-IDX).
           MOVE  "未登録"         TO  PUT-BIN(PUT-IDX).
           MOVE  CFSHO-SHOHIN-MEI TO  PUT-SHOHIN-MEI(PUT-IDX).
           IF  WK-BIN-AVAIL-FLG  =  "Y"  THEN
             MOVE  NYK-SHOHIN-NO  TO  CFBIN-SHOHIN-NO
             MOVE  WK-LOC-COD     TO  CFBIN-LOC-COD
             READ  BIN-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 MOVE  "0"  TO  PUT-BIN-KBN(PUT-IDX)
                 MOVE  CFBIN-PICK-SEQ  TO  PUT-PICK-SEQ(PUT-IDX)
                 MOVE  SPACE  TO  PUT-BIN(PUT-IDX)
                 STRING  CFBIN-TSURO  DELIMITED BY SIZE
                         "-"  DELIMITED BY SIZE
                         CFBIN-TANA  DELIMITED BY SIZE
                         "-"  DELIMITED BY SIZE
                         CFBIN-DAN  DELIMITED BY SIZE
                   INTO  PUT-BIN(PUT-IDX)
             END-READ
           END-IF.
       PUT-ADD-EXT.
           EXIT.
      ********************************************************
      * 格納リストの出力　棚番有無・ピッキング順序・商品番号の
      * 順に並べ替え（単純選択法、KUBM022と同じ技法）、棚番未登録
      * の入荷は末尾の欄へ出す
      ********************************************************
       PUTAWAY-RTN                SECTION.
           PERFORM  VARYING  WK-I  FROM  1  BY  1
             UNTIL  WK-I  >=  PUT-CNT
             PERFORM  VARYING  WK-J  FROM  WK-I  BY  1
               UNTIL  WK-J  >  PUT-CNT
               IF  PUT-ENT(WK-J)(1:11)  <
                   PUT-ENT(WK-I)(1:11)  THEN
                 MOVE  PUT-ENT(WK-I)  TO  WK-PUT-SWAP
                 MOVE  PUT-ENT(WK-J)  TO  PUT-ENT(WK-I)
                 MOVE  WK-PUT-SWAP    TO  PUT-ENT(WK-J)
               END-IF
             END-PERFORM
           END-PERFORM.
           MOVE  SPACE  TO  PUT-REC.
           STRING  "格納リスト　入荷拠点＝"
                     DELIMITED BY SIZE
                   WK-LOC-COD  DELIMITED BY SIZE
             INTO  PUT-REC.
           WRITE  PUT-REC.
           MOVE  "0"  TO  WK-OLD-BIN-KBN.
           PERFORM  VARYING  PUT-IDX  FROM  1  BY  1
             UNTIL  PUT-IDX  >  PUT-CNT
             IF  PUT-BIN-KBN(PUT-IDX)  NOT  =  WK-OLD-BIN-KBN  THEN
               MOVE  PUT-BIN-KBN(PUT-IDX)  TO  WK-OLD-BIN-KBN
               MOVE  SPACE  TO  PUT-REC
               MOVE  "＜棚番未登録（要登録）＞"  TO  PUT-REC
               WRITE  PUT-REC
             END-IF
             IF  PUT-BIN-KBN(PUT-IDX)  =  "1"  THEN
               ADD  1  TO  WK-NOBIN-CNT
             END-IF
             MOVE  PUT-SURYO(PUT-IDX)  TO  WK-SURYO-DISP
             MOVE  SPACE  TO  PUT-REC
             STRING  "  棚 "  DELIMITED BY SIZE
                     PUT-BIN(PUT-IDX)  DELIMITED BY SIZE
                     " 商品 "  DELIMITED BY SIZE
                     PUT-SHOHIN-NO(PUT-IDX)  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     PUT-SHOHIN-MEI(PUT-IDX)  DELIMITED BY SIZE
                     " ロット="  DELIMITED BY SIZE
                     PUT-LOT-NO(PUT-IDX)  DELIMITED BY SIZE
                     " 数量="  DELIMITED BY SIZE
                     WK-SURYO-DISP  DELIMITED BY SIZE
               INTO  PUT-REC
             WRITE  PUT-REC
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           IF  WK-LOTF-AVAIL-FLG  =  "Y"  THEN
             CLOSE  LOT-FILE
           END-IF.
           IF  WK-BIN-AVAIL-FLG  =  "Y"  THEN
             CLOSE  BIN-FILE
           END-IF.
           CLOSE  PUT-FILE.
           CLOSE  RPT-FILE.
           DISPLAY  "NYK-CNT=  "  NYK-CNT.
           DISPLAY  "計上件数= "  POST-CNT.
           DISPLAY  "エラー　= "  ERR-CNT.
           DISPLAY  "未入荷　= "  WK-MIKESIKOMI-CNT.
           DISPLAY  "棚番未登録= "  WK-NOBIN-CNT.
           DISPLAY  "*** END KZBM020 ***".
       EXT.
           EXIT.
