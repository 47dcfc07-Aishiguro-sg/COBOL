       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KZBM036.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：在庫
      * プログラム名  ：組立・解体作業指示（セット商品の事前組立）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：組立済みの親の在庫を受注の引当・出荷で先に
      *                 使う運用に合わせて説明を変更
      ********************************************************
      *組立・解体作業指示トランザクション(WOT)を読み、
      *  登録(B/U)：親商品がセット構成マスタ(SETM)の親であること
      *             を確かめ、採番サービス(KCBS030)の系列"W"で
      *             採番した指示番号で作業指示レジスタ(WOR)へ
      *             未完了として登録する（在庫は動かさない）
      *  完了(C)  ：組立は指示拠点の拠点別在庫(LOC)で全部品の
      *             必要数（指示数×員数）を確かめ、部品を払い
      *             出し（受払区分KI、−）、親を受け入れる（KR、
      *             ＋）。部品の移動平均原価の積み上げを親の
      *             CFSHO-GENKAへ移動平均で織り込む。
      *             解体は親の拠点残を確かめて親を払い出し（UI、
      *             −）、部品を受け入れる（UR、＋）。親の原価×
      *             数量を部品の原価×必要数の比で配分し、部品の
      *             移動平均原価へ織り込む（在庫金額は変わらない）
      *  取消(X)  ：未完了の指示を取消にする
      *1部品でも不足すればその指示は一切動かさず未完了のまま
      *エラー一覧へ出す（部品ごとの不足数も印字）。エラーがあれば
      *完了コード8で終了する。全指示の台帳と、未完了指示の一覧を
      *経過日数付きで出力する。
      *組み立てた親の在庫は親の商品番号で保持する。受注の引当
      *（KJBM030）は組立済みの親の在庫を先に充て、不足分だけ部品
      *へ展開する。親・部品の内訳はセット引当内訳(SAL)に残り、
      *出荷確定（KJBM056）はその内訳どおり親と部品を出荷する。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 組立・解体作業指示トランザクション
           SELECT  WOT-FILE  ASSIGN TO  EXTERNAL  WOT
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS WOT-STATUS.
      *セット構成マスタ（親→部品・員数）
           SELECT  SET-FILE  ASSIGN TO  EXTERNAL  SETM
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS SET-STATUS.
      *商品マスタ（合計在庫・移動平均原価の更新）
           SELECT  IMF-FILE  ASSIGN TO  EXTERNAL  IMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFSHO-SHOHIN-NO
                             FILE STATUS  IS IMF-STATUS.
      *拠点別在庫ファイル（部品・親の拠点残更新）
           SELECT  LOC-FILE  ASSIGN TO  EXTERNAL  LOC
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFLOC-KEY
                             FILE STATUS  IS LOC-STATUS.
      *作業指示レジスタ（読込後、状態を書き戻す）
           SELECT  WOR-FILE  ASSIGN TO  EXTERNAL  WOR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS WOR-STATUS-WS.
      *在庫受払ジャーナル（KI・KR・UI・URを追記）
           SELECT  ZAI-FILE  ASSIGN TO  EXTERNAL  ZAI
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS ZAI-STATUS.
      *OUTPUT 作業結果・作業指示台帳・未完了指示一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  WOT-FILE.
       01  WOT-REC.
           COPY  KZCWOT.
       FD  SET-FILE.
       01  SET-REC.
           COPY  KJCSET.
       FD  IMF-FILE.
       01  IMF-REC.
           COPY  KCCFSHO.
       FD  LOC-FILE.
       01  LOC-REC.
           COPY  KCCFLOC.
       FD  WOR-FILE.
       01  WOR-REC.
           COPY  KZCWOR.
       FD  ZAI-FILE.
       01  ZAI-REC.
           COPY  KZCZAI.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(120).
      *
       WORKING-STORAGE            SECTION.
       01  WOT-STATUS             PIC  X(2)    VALUE  SPACE.
       01  SET-STATUS             PIC  X(2)    VALUE  SPACE.
       01  IMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  LOC-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WOR-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  ZAI-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WOT-CNT                PIC  9(5)    VALUE  0.
       01  REG-CNT                PIC  9(5)    VALUE  0.
       01  BUILD-CNT              PIC  9(5)    VALUE  0.
       01  UNKIT-CNT              PIC  9(5)    VALUE  0.
       01  CAN-CNT                PIC  9(5)    VALUE  0.
       01  ERR-CNT                PIC  9(5)    VALUE  0.
       01  OPEN-CNT               PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-SET-END-FLG         PIC  X       VALUE  SPACE.
      *セット構成のテーブル退避（KJBM030と同じ上限）
       01  SETT-CNT               PIC  9(3)    VALUE  0.
       01  SETT-TBL.
         02  SETT-ENT  OCCURS 200 TIMES INDEXED BY SETT-IDX.
           03  SETT-OYA-NO        PIC  X(5).
           03  SETT-KO-NO         PIC  X(5).
           03  SETT-KO-SURYO      PIC  9(3).
      *指示1件分の構成部品（必要数・原価・配分額）
       01  KOT-CNT                PIC  9(3)    VALUE  0.
       01  KOT-TBL.
         02  KOT-ENT  OCCURS 50 TIMES INDEXED BY KOT-IDX.
           03  KOT-KO-NO          PIC  X(5).
           03  KOT-SURYO          PIC  S9(7).
           03  KOT-GENKA          PIC  S9(5)V9(2).
           03  KOT-KINGAKU        PIC  S9(11)V9(2).
      *作業指示レジスタのテーブル退避（状態更新後に全件書き戻す）
       01  WORT-CNT               PIC  9(4)    VALUE  ZERO.
       01  WORT-TBL.
         02  WORT-ENT  OCCURS 9999 TIMES INDEXED BY WORT-IDX.
           03  WORT-IMG           PIC  X(45).
       01  WK-WOR-REC-1.
           COPY  KZCWOR.
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
       01  WK-OK-FLG              PIC  X       VALUE  "Y".
       01  WK-ERR-MSG             PIC  X(40)   VALUE  SPACE.
      *採番サービス(KCBS030)への連絡領域
       COPY  KCBS030P.
      *更新イメージジャーナラ(KCBS060)への連絡領域と更新前退避
       COPY  KCBS060P.
       01  WK-BIJ-OLD-IMG         PIC  X(200)  VALUE  SPACE.
      *拠点残数更新の作業領域
       01  WK-LOC-COD             PIC  X(2)    VALUE  SPACE.
       01  WK-LOC-ZAN             PIC  S9(7)   VALUE  0.
      *受払ジャーナルの記帳用
       01  WK-ZAI-KBN             PIC  X(2)    VALUE  SPACE.
       01  WK-ZAI-SURYO           PIC  S9(7)   VALUE  0.
       01  WK-ZAI-MAE-ZAN         PIC  S9(7)   VALUE  0.
       01  WK-WO-NO               PIC  X(6)    VALUE  SPACE.
       01  WK-ZAI-YMD             PIC  9(8)    VALUE  0.
      *原価計算の作業領域
       01  WK-KOSEI-KINGAKU       PIC  S9(11)V9(2)  VALUE  0.
       01  WK-KAIJO-KINGAKU       PIC  S9(11)V9(2)  VALUE  0.
       01  WK-KOSEI-SURYO         PIC  S9(9)   VALUE  0.
       01  WK-UKE-TANKA           PIC  S9(7)V9(2)  VALUE  0.
       01  WK-NEW-GENKA           PIC  S9(7)V9(2)  VALUE  0.
      *未完了指示の経過日数算出用
       01  WK-TODAY-INT           PIC  9(8)    VALUE  0.
       01  WK-WOR-INT             PIC  9(8)    VALUE  0.
       01  WK-KEIKA-DAYS          PIC  S9(5)   VALUE  0.
       01  WK-TODAY-YMD           PIC  9(8)    VALUE  0.
      *編集用
       01  WK-SURYO-DISP          PIC  ZZZZ9.
       01  WK-ZAN-DISP            PIC  -ZZZZZZ9.
       01  WK-NEED-DISP           PIC  ZZZZZZ9.
       01  WK-DAYS-DISP           PIC  ZZZZ9.
       01  WK-GENKA-DISP          PIC  ZZZZZZ9.99.
       01  WK-KBN-NAME            PIC  X(6)    VALUE  SPACE.
       01  WK-STATUS-NAME         PIC  X(9)    VALUE  SPACE.
      ********************************************************
      * 組立・解体作業指示の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KZBM036 ***".
           PERFORM  INIT-RTN.
           PERFORM  LOAD-SET-RTN.
           PERFORM  LOAD-WOR-RTN.
           PERFORM  MAIN-RTN  UNTIL  WK-END-FLG  =  "E".
           PERFORM  REWRITE-WOR-RTN.
           PERFORM  REGISTER-LIST-RTN.
           PERFORM  OPEN-WOR-RTN.
           PERFORM  TERM-RTN.
           IF  ERR-CNT  >  0  THEN
             MOVE  8  TO  RETURN-CODE
           END-IF.
           STOP  RUN.
      ********************************************************
      * 開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-TODAY-YMD.
           COMPUTE  WK-TODAY-INT  =
             FUNCTION INTEGER-OF-DATE(WK-TODAY-YMD).
           OPEN  INPUT  WOT-FILE.
           IF  WOT-STATUS  NOT  =  "00"  THEN
             DISPLAY  "WOTなし"
             MOVE  "E"  TO  WK-END-FLG
           END-IF.
           OPEN  I-O  IMF-FILE.
           OPEN  I-O  LOC-FILE.
           IF  LOC-STATUS  NOT  =  "00"  THEN
             DISPLAY  "LOCオープン異常 STATUS=" LOC-STATUS
             MOVE  "E"  TO  WK-END-FLG
           END-IF.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "組立・解体作業結果"  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * セット構成マスタの全件読込
      ********************************************************
       LOAD-SET-RTN               SECTION.
           OPEN  INPUT  SET-FILE.
           IF  SET-STATUS  =  "35"  THEN
             DISPLAY  "SETMなし（全件エラー）"
           ELSE
             MOVE  SPACE  TO  WK-SET-END-FLG
             PERFORM  UNTIL  WK-SET-END-FLG  =  "E"
               READ  SET-FILE
                 AT  END
                   MOVE  "E"  TO  WK-SET-END-FLG
                 NOT  AT  END
                   IF  SETT-CNT  <  200  THEN
                     ADD  1  TO  SETT-CNT
                     SET  SETT-IDX  TO  SETT-CNT
                     MOVE  SET-OYA-NO    TO  SETT-OYA-NO(SETT-IDX)
                     MOVE  SET-KO-NO     TO  SETT-KO-NO(SETT-IDX)
                     MOVE  SET-KO-SURYO
                       TO  SETT-KO-SURYO(SETT-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  SET-FILE
             DISPLAY  "セット構成 ロード件数=" SETT-CNT
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 作業指示レジスタの全件読込
      ********************************************************
       LOAD-WOR-RTN               SECTION.
           OPEN  INPUT  WOR-FILE.
           IF  WOR-STATUS-WS  =  "35"  THEN
             DISPLAY  "作業指示レジスタなし（新規作成）"
           ELSE
             PERFORM  UNTIL  WOR-STATUS-WS  NOT  =  "00"
               READ  WOR-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  WORT-CNT  <  9999  THEN
                     ADD  1  TO  WORT-CNT
                     SET  WORT-IDX  TO  WORT-CNT
                     MOVE  WOR-REC  TO  WORT-IMG(WORT-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  WOR-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 作業指示1件の処理
      ********************************************************
       MAIN-RTN                   SECTION.
           READ  WOT-FILE
             AT  END
               MOVE  "E"  TO  WK-END-FLG
             NOT  AT  END
               ADD  1  TO  WOT-CNT
               EVALUATE  WOT-KBN
                 WHEN  "B"
                 WHEN  "U"
                   PERFORM  ORDER-RTN
                 WHEN  "C"
                   PERFORM  COMPLETE-RTN
                 WHEN  "X"
                   PERFORM  CANCEL-RTN
                 WHEN  OTHER
                   MOVE  "指示区分不正"  TO  WK-ERR-MSG
                   PERFORM  ERR-LIST-RTN
               END-EVALUATE
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 指示の登録　親がセット構成の親であることを確かめ、採番
      * してレジスタへ未完了として登録する（在庫は動かさない）
      ********************************************************
       ORDER-RTN                  SECTION.
           IF  (WOT-SURYO  NOT  NUMERIC)  OR
               (WOT-SURYO  =  0)  OR
               (WOT-LOC-COD  =  SPACE)  THEN
             MOVE  "数量・拠点の指定不正"  TO  WK-ERR-MSG
             PERFORM  ERR-LIST-RTN
             GO  TO  ORDER-EXT
           END-IF.
           MOVE  WOT-OYA-NO  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID KEY
               MOVE  "親商品がマスタにない"  TO  WK-ERR-MSG
               PERFORM  ERR-LIST-RTN
               GO  TO  ORDER-EXT
           END-READ.
           PERFORM  KOSEI-LOAD-RTN.
           IF  KOT-CNT  =  0  THEN
             MOVE  "セット構成の親ではない"  TO  WK-ERR-MSG
             PERFORM  ERR-LIST-RTN
             GO  TO  ORDER-EXT
           END-IF.
      *指示番号の採番（指定があれば重複を確かめてそのまま使う）
           IF  WOT-WO-NO  NOT  =  SPACE  THEN
             MOVE  WOT-WO-NO  TO  WK-WO-NO
             PERFORM  WOR-FIND-RTN
             IF  WK-FOUND-FLG  =  "Y"  THEN
               MOVE  "指示番号が登録済み"  TO  WK-ERR-MSG
               PERFORM  ERR-LIST-RTN
               GO  TO  ORDER-EXT
             END-IF
           ELSE
             MOVE  "W"  TO  S030-SERIES
             CALL  "KCBS030"  USING  KCBS030-P1
             IF  S030-RCD  NOT  =  SPACE  THEN
               DISPLAY  "採番異常 RCD=" S030-RCD
               MOVE  "採番異常"  TO  WK-ERR-MSG
               PERFORM  ERR-LIST-RTN
               GO  TO  ORDER-EXT
             END-IF
             MOVE  S030-JUCHU-NO  TO  WK-WO-NO
           END-IF.
           IF  WORT-CNT  >=  9999  THEN
             MOVE  "レジスタ上限超過"  TO  WK-ERR-MSG
             PERFORM  ERR-LIST-RTN
             GO  TO  ORDER-EXT
           END-IF.
           ADD  1  TO  WORT-CNT.
           SET  WORT-IDX  TO  WORT-CNT.
           MOVE  SPACE  TO  WK-WOR-REC-1.
           MOVE  WK-WO-NO      TO  WOR-WO-NO OF WK-WOR-REC-1.
           MOVE  WOT-YMD       TO  WOR-YMD OF WK-WOR-REC-1.
           MOVE  WOT-KBN       TO  WOR-KBN OF WK-WOR-REC-1.
           MOVE  WOT-OYA-NO    TO  WOR-OYA-NO OF WK-WOR-REC-1.
           MOVE  WOT-LOC-COD   TO  WOR-LOC-COD OF WK-WOR-REC-1.
           MOVE  WOT-SURYO     TO  WOR-SURYO OF WK-WOR-REC-1.
           MOVE  SPACE         TO  WOR-STATUS OF WK-WOR-REC-1.
           MOVE  ZERO          TO  WOR-KANRYO-YMD OF WK-WOR-REC-1.
           MOVE  ZERO          TO  WOR-GENKA OF WK-WOR-REC-1.
           MOVE  WK-WOR-REC-1  TO  WORT-IMG(WORT-IDX).
           ADD  1  TO  REG-CNT.
           PERFORM  KBN-NAME-RTN.
           MOVE  WOT-SURYO  TO  WK-SURYO-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "登録 "  DELIMITED BY SIZE
                   WK-WO-NO  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-KBN-NAME  DELIMITED BY SIZE
                   " 親="  DELIMITED BY SIZE
                   WOT-OYA-NO  DELIMITED BY SIZE
                   " 拠点 "  DELIMITED BY SIZE
                   WOT-LOC-COD  DELIMITED BY SIZE
                   " 数量="  DELIMITED BY SIZE
                   WK-SURYO-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       ORDER-EXT.
           EXIT.
      ********************************************************
      * 作業完了　指示番号で未完了の指示を引き当て、組立・解体の
      * 在庫移動を行って完了にする
      ********************************************************
       COMPLETE-RTN               SECTION.
           MOVE  WOT-WO-NO  TO  WK-WO-NO.
           PERFORM  WOR-FIND-RTN.
           IF  (WK-FOUND-FLG  =  "N")  OR
               (WOR-STATUS OF WK-WOR-REC-1  NOT  =  SPACE)  THEN
             MOVE  "未完了の指示番号なし"  TO  WK-ERR-MSG
             PERFORM  ERR-LIST-RTN
             GO  TO  COMPLETE-EXT
           END-IF.
           MOVE  WOR-OYA-NO OF WK-WOR-REC-1  TO  CFSHO-SHOHIN-NO.
           PERFORM  KOSEI-LOAD-RTN.
           IF  KOT-CNT  =  0  THEN
             MOVE  "セット構成の親ではない"  TO  WK-ERR-MSG
             PERFORM  ERR-LIST-RTN
             GO  TO  COMPLETE-EXT
           END-IF.
      *受払の記帳日は完了の指定日（未指定は当日）
           IF  (WOT-YMD  IS  NUMERIC)  AND  (WOT-YMD  >  0)  THEN
             MOVE  WOT-YMD  TO  WK-ZAI-YMD
           ELSE
             MOVE  WK-TODAY-YMD  TO  WK-ZAI-YMD
           END-IF.
           MOVE  WOR-LOC-COD OF WK-WOR-REC-1  TO  WK-LOC-COD.
           MOVE  "Y"  TO  WK-OK-FLG.
           IF  WOR-KBN OF WK-WOR-REC-1  =  "B"  THEN
             PERFORM  BUILD-RTN
           ELSE
             PERFORM  UNKIT-RTN
           END-IF.
           IF  WK-OK-FLG  =  "N"  THEN
             PERFORM  ERR-LIST-RTN
             GO  TO  COMPLETE-EXT
           END-IF.
           MOVE  "C"  TO  WOR-STATUS OF WK-WOR-REC-1.
           MOVE  WK-ZAI-YMD  TO  WOR-KANRYO-YMD OF WK-WOR-REC-1.
           MOVE  WK-NEW-GENKA  TO  WOR-GENKA OF WK-WOR-REC-1.
           MOVE  WK-WOR-REC-1  TO  WORT-IMG(WORT-IDX).
           PERFORM  KBN-NAME-RTN.
           MOVE  WOR-SURYO OF WK-WOR-REC-1  TO  WK-SURYO-DISP.
           MOVE  WK-NEW-GENKA  TO  WK-GENKA-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "完了 "  DELIMITED BY SIZE
                   WK-WO-NO  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-KBN-NAME  DELIMITED BY SIZE
                   " 親="  DELIMITED BY SIZE
                   WOR-OYA-NO OF WK-WOR-REC-1
                     DELIMITED BY SIZE
                   " 拠点 "  DELIMITED BY SIZE
                   WK-LOC-COD  DELIMITED BY SIZE
                   " 数量="  DELIMITED BY SIZE
                   WK-SURYO-DISP  DELIMITED BY SIZE
                   " 親原価="  DELIMITED BY SIZE
                   WK-GENKA-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       COMPLETE-EXT.
           EXIT.
      ********************************************************
      * 組立　全部品の拠点残を確かめてから部品を払い出し(KI)、
      * 親を受け入れる(KR)。部品原価×必要数の合計を親の移動平均
      * 原価へ織り込む
      ********************************************************
       BUILD-RTN                  SECTION.
           MOVE  WOR-OYA-NO OF WK-WOR-REC-1  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID KEY
               MOVE  "N"  TO  WK-OK-FLG
               MOVE  "親商品がマスタにない"  TO  WK-ERR-MSG
               GO  TO  BUILD-EXT
           END-READ.
           MOVE  0  TO  WK-KOSEI-KINGAKU.
           PERFORM  VARYING  KOT-IDX  FROM  1  BY  1
             UNTIL  KOT-IDX  >  KOT-CNT
             MOVE  KOT-KO-NO(KOT-IDX)  TO  CFSHO-SHOHIN-NO
             READ  IMF-FILE
               INVALID KEY
                 MOVE  "N"  TO  WK-OK-FLG
                 MOVE  0  TO  WK-LOC-ZAN
                 PERFORM  SHORT-LIST-RTN
               NOT INVALID KEY
                 MOVE  CFSHO-GENKA  TO  KOT-GENKA(KOT-IDX)
                 COMPUTE  KOT-KINGAKU(KOT-IDX)  =
                   KOT-SURYO(KOT-IDX)  *  CFSHO-GENKA
                 ADD  KOT-KINGAKU(KOT-IDX)  TO  WK-KOSEI-KINGAKU
                 MOVE  KOT-KO-NO(KOT-IDX)  TO  CFLOC-SHOHIN-NO
                 MOVE  WK-LOC-COD          TO  CFLOC-LOC-COD
                 READ  LOC-FILE
                   INVALID KEY
                     MOVE  0  TO  WK-LOC-ZAN
                   NOT INVALID KEY
                     MOVE  CFLOC-ZAIKO-SURYO  TO  WK-LOC-ZAN
                 END-READ
                 IF  WK-LOC-ZAN  <  KOT-SURYO(KOT-IDX)  THEN
                   MOVE  "N"  TO  WK-OK-FLG
                   PERFORM  SHORT-LIST-RTN
                 END-IF
             END-READ
           END-PERFORM.
           IF  WK-OK-FLG  =  "N"  THEN
             MOVE  "部品不足（上記）"  TO  WK-ERR-MSG
             GO  TO  BUILD-EXT
           END-IF.
      *部品の払出　拠点と合計から必要数を減算し、KIで記帳する
           PERFORM  VARYING  KOT-IDX  FROM  1  BY  1
             UNTIL  KOT-IDX  >  KOT-CNT
             MOVE  KOT-KO-NO(KOT-IDX)  TO  CFSHO-SHOHIN-NO
             READ  IMF-FILE
             END-READ
             COMPUTE  WK-LOC-ZAN  =  0  -  KOT-SURYO(KOT-IDX)
             PERFORM  LOC-ADD-RTN
             MOVE  IMF-REC  TO  WK-BIJ-OLD-IMG
             MOVE  CFSHO-ZAIKO-SURYO  TO  WK-ZAI-MAE-ZAN
             SUBTRACT  KOT-SURYO(KOT-IDX)  FROM  CFSHO-ZAIKO-SURYO
             REWRITE  IMF-REC
             PERFORM  IMF-BIJ-RTN
             MOVE  "KI"  TO  WK-ZAI-KBN
             COMPUTE  WK-ZAI-SURYO  =  0  -  KOT-SURYO(KOT-IDX)
             PERFORM  ZAI-WRITE-RTN
           END-PERFORM.
      *親の受入　移動平均原価を更新して拠点と合計へ加算し、KRで
      *記帳する（KZBM020の入荷と同じ算式。旧在庫がないか原価
      *未設定なら部品原価の積み上げをそのまま親の原価とする）
           MOVE  WOR-OYA-NO OF WK-WOR-REC-1  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
           END-READ.
           MOVE  IMF-REC  TO  WK-BIJ-OLD-IMG.
           MOVE  CFSHO-ZAIKO-SURYO  TO  WK-ZAI-MAE-ZAN.
           IF  (WK-ZAI-MAE-ZAN  >  0)  AND  (CFSHO-GENKA  >  0)  THEN
             COMPUTE  WK-NEW-GENKA  ROUNDED  =
               ((WK-ZAI-MAE-ZAN  *  CFSHO-GENKA)  +
                WK-KOSEI-KINGAKU)
               /  (WK-ZAI-MAE-ZAN  +  WOR-SURYO OF WK-WOR-REC-1)
           ELSE
             COMPUTE  WK-NEW-GENKA  ROUNDED  =
               WK-KOSEI-KINGAKU  /  WOR-SURYO OF WK-WOR-REC-1
           END-IF.
           MOVE  WK-NEW-GENKA  TO  CFSHO-GENKA.
           ADD  WOR-SURYO OF WK-WOR-REC-1  TO  CFSHO-ZAIKO-SURYO.
           REWRITE  IMF-REC.
           PERFORM  IMF-BIJ-RTN.
           MOVE  WOR-SURYO OF WK-WOR-REC-1  TO  WK-LOC-ZAN.
           PERFORM  LOC-ADD-RTN.
           MOVE  "KR"  TO  WK-ZAI-KBN.
           MOVE  WOR-SURYO OF WK-WOR-REC-1  TO  WK-ZAI-SURYO.
           PERFORM  ZAI-WRITE-RTN.
           ADD  1  TO  BUILD-CNT.
       BUILD-EXT.
           EXIT.
      ********************************************************
      * 解体　親の拠点残を確かめて親を払い出し(UI)、部品を受け
      * 入れる(UR)。親の原価×数量を部品の原価×必要数の比（原価
      * 未設定ばかりなら必要数の比）で配分し、部品の移動平均原価
      * へ織り込む
      ********************************************************
       UNKIT-RTN                  SECTION.
           MOVE  WOR-OYA-NO OF WK-WOR-REC-1  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
             INVALID KEY
               MOVE  "N"  TO  WK-OK-FLG
               MOVE  "親商品がマスタにない"  TO  WK-ERR-MSG
               GO  TO  UNKIT-EXT
           END-READ.
           MOVE  CFSHO-SHOHIN-NO  TO  CFLOC-SHOHIN-NO.
           MOVE  WK-LOC-COD       TO  CFLOC-LOC-COD.
           READ  LOC-FILE
             INVALID KEY
               MOVE  0  TO  WK-LOC-ZAN
             NOT INVALID KEY
               MOVE  CFLOC-ZAIKO-SURYO  TO  WK-LOC-ZAN
           END-READ.
           IF  WK-LOC-ZAN  <  WOR-SURYO OF WK-WOR-REC-1  THEN
             MOVE  "N"  TO  WK-OK-FLG
             MOVE  "組立済み親の拠点残不足"  TO  WK-ERR-MSG
             GO  TO  UNKIT-EXT
           END-IF.
           COMPUTE  WK-KAIJO-KINGAKU  =
             WOR-SURYO OF WK-WOR-REC-1  *  CFSHO-GENKA.
           MOVE  CFSHO-GENKA  TO  WK-NEW-GENKA.
      *部品の原価を集めて配分の母数を求める（マスタにない部品が
      *あれば親を動かす前に止める）
           MOVE  0  TO  WK-KOSEI-KINGAKU.
           MOVE  0  TO  WK-KOSEI-SURYO.
           PERFORM  VARYING  KOT-IDX  FROM  1  BY  1
             UNTIL  KOT-IDX  >  KOT-CNT
             MOVE  KOT-KO-NO(KOT-IDX)  TO  CFSHO-SHOHIN-NO
             READ  IMF-FILE
               INVALID KEY
                 MOVE  "N"  TO  WK-OK-FLG
               NOT INVALID KEY
                 MOVE  CFSHO-GENKA  TO  KOT-GENKA(KOT-IDX)
                 COMPUTE  KOT-KINGAKU(KOT-IDX)  =
                   KOT-SURYO(KOT-IDX)  *  CFSHO-GENKA
                 ADD  KOT-KINGAKU(KOT-IDX)  TO  WK-KOSEI-KINGAKU
                 ADD  KOT-SURYO(KOT-IDX)    TO  WK-KOSEI-SURYO
             END-READ
           END-PERFORM.
           IF  WK-OK-FLG  =  "N"  THEN
             MOVE  "部品がマスタにない"  TO  WK-ERR-MSG
             GO  TO  UNKIT-EXT
           END-IF.
      *親の払出　拠点と合計から指示数を減算し、UIで記帳する
           MOVE  WOR-OYA-NO OF WK-WOR-REC-1  TO  CFSHO-SHOHIN-NO.
           READ  IMF-FILE
           END-READ.
           COMPUTE  WK-LOC-ZAN  =  0  -  WOR-SURYO OF WK-WOR-REC-1.
           PERFORM  LOC-ADD-RTN.
           MOVE  IMF-REC  TO  WK-BIJ-OLD-IMG.
           MOVE  CFSHO-ZAIKO-SURYO  TO  WK-ZAI-MAE-ZAN.
           SUBTRACT  WOR-SURYO OF WK-WOR-REC-1
             FROM  CFSHO-ZAIKO-SURYO.
           REWRITE  IMF-REC.
           PERFORM  IMF-BIJ-RTN.
           MOVE  "UI"  TO  WK-ZAI-KBN.
           COMPUTE  WK-ZAI-SURYO  =  0  -  WOR-SURYO OF WK-WOR-REC-1.
           PERFORM  ZAI-WRITE-RTN.
      *部品の受入　配分した受入単価で移動平均原価を更新し、拠点と
      *合計へ加算してURで記帳する
           PERFORM  VARYING  KOT-IDX  FROM  1  BY  1
             UNTIL  KOT-IDX  >  KOT-CNT
             EVALUATE  TRUE
               WHEN  KOT-SURYO(KOT-IDX)  =  0
                 MOVE  0  TO  WK-UKE-TANKA
               WHEN  WK-KOSEI-KINGAKU  >  0
                 COMPUTE  WK-UKE-TANKA  ROUNDED  =
                   WK-KAIJO-KINGAKU  *  KOT-KINGAKU(KOT-IDX)
                   /  WK-KOSEI-KINGAKU  /  KOT-SURYO(KOT-IDX)
               WHEN  OTHER
                 COMPUTE  WK-UKE-TANKA  ROUNDED  =
                   WK-KAIJO-KINGAKU  /  WK-KOSEI-SURYO
             END-EVALUATE
             MOVE  KOT-KO-NO(KOT-IDX)  TO  CFSHO-SHOHIN-NO
             READ  IMF-FILE
             END-READ
             MOVE  IMF-REC  TO  WK-BIJ-OLD-IMG
             MOVE  CFSHO-ZAIKO-SURYO  TO  WK-ZAI-MAE-ZAN
             IF  WK-UKE-TANKA  >  0  THEN
               IF  (WK-ZAI-MAE-ZAN  >  0)  AND
                   (CFSHO-GENKA  >  0)  THEN
                 COMPUTE  CFSHO-GENKA  ROUNDED  =
                   ((WK-ZAI-MAE-ZAN  *  CFSHO-GENKA)  +
                    (KOT-SURYO(KOT-IDX)  *  WK-UKE-TANKA))
                   /  (WK-ZAI-MAE-ZAN  +  KOT-SURYO(KOT-IDX))
               ELSE
                 MOVE  WK-UKE-TANKA  TO  CFSHO-GENKA
               END-IF
             END-IF
             ADD  KOT-SURYO(KOT-IDX)  TO  CFSHO-ZAIKO-SURYO
             REWRITE  IMF-REC
             PERFORM  IMF-BIJ-RTN
             MOVE  KOT-SURYO(KOT-IDX)  TO  WK-LOC-ZAN
             PERFORM  LOC-ADD-RTN
             MOVE  "UR"  TO  WK-ZAI-KBN
             MOVE  KOT-SURYO(KOT-IDX)  TO  WK-ZAI-SURYO
             PERFORM  ZAI-WRITE-RTN
           END-PERFORM.
           ADD  1  TO  UNKIT-CNT.
       UNKIT-EXT.
           EXIT.
      ********************************************************
      * 指示の取消　未完了の指示だけを取消にする
      ********************************************************
       CANCEL-RTN                 SECTION.
           MOVE  WOT-WO-NO  TO  WK-WO-NO.
           PERFORM  WOR-FIND-RTN.
           IF  (WK-FOUND-FLG  =  "N")  OR
               (WOR-STATUS OF WK-WOR-REC-1  NOT  =  SPACE)  THEN
             MOVE  "未完了の指示番号なし"  TO  WK-ERR-MSG
             PERFORM  ERR-LIST-RTN
             GO  TO  CANCEL-EXT
           END-IF.
           MOVE  "X"  TO  WOR-STATUS OF WK-WOR-REC-1.
           MOVE  WK-WOR-REC-1  TO  WORT-IMG(WORT-IDX).
           ADD  1  TO  CAN-CNT.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "取消 "  DELIMITED BY SIZE
                   WK-WO-NO  DELIMITED BY SIZE
                   " 親="  DELIMITED BY SIZE
                   WOR-OYA-NO OF WK-WOR-REC-1
                     DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       CANCEL-EXT.
           EXIT.
      ********************************************************
      * 構成部品の展開　CFSHO-SHOHIN-NOの親の部品と必要数（指示数
      * ×員数）をKOT-TBLへ集める。親でなければ件数ゼロ
      ********************************************************
       KOSEI-LOAD-RTN             SECTION.
           MOVE  0  TO  KOT-CNT.
           PERFORM  VARYING  SETT-IDX  FROM  1  BY  1
             UNTIL  SETT-IDX  >  SETT-CNT
             IF  (SETT-OYA-NO(SETT-IDX)  =  CFSHO-SHOHIN-NO)  AND
                 (KOT-CNT  <  50)  THEN
               ADD  1  TO  KOT-CNT
               SET  KOT-IDX  TO  KOT-CNT
               MOVE  SETT-KO-NO(SETT-IDX)  TO  KOT-KO-NO(KOT-IDX)
               IF  WOT-KBN  =  "C"  THEN
                 COMPUTE  KOT-SURYO(KOT-IDX)  =
                   WOR-SURYO OF WK-WOR-REC-1
                   *  SETT-KO-SURYO(SETT-IDX)
               ELSE
                 COMPUTE  KOT-SURYO(KOT-IDX)  =
                   WOT-SURYO  *  SETT-KO-SURYO(SETT-IDX)
               END-IF
               MOVE  0  TO  KOT-GENKA(KOT-IDX)
               MOVE  0  TO  KOT-KINGAKU(KOT-IDX)
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 指示番号WK-WO-NOでレジスタを検索する（見つかればWORT-IDX
      * とWK-WOR-REC-1がその指示を指す）
      ********************************************************
       WOR-FIND-RTN               SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  WORT-IDX  FROM  1  BY  1
             UNTIL  (WORT-IDX  >  WORT-CNT)  OR
                    (WK-FOUND-FLG  =  "Y")
             MOVE  WORT-IMG(WORT-IDX)  TO  WK-WOR-REC-1
             IF  WOR-WO-NO OF WK-WOR-REC-1  =  WK-WO-NO  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             SET  WORT-IDX  DOWN  BY  1
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 部品不足行の出力（組立の部品ごと。必要数と拠点残を並べる）
      ********************************************************
       SHORT-LIST-RTN             SECTION.
           MOVE  KOT-SURYO(KOT-IDX)  TO  WK-NEED-DISP.
           MOVE  WK-LOC-ZAN  TO  WK-ZAN-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  部品不足 "  DELIMITED BY SIZE
                   WOT-WO-NO  DELIMITED BY SIZE
                   " 部品="  DELIMITED BY SIZE
                   KOT-KO-NO(KOT-IDX)  DELIMITED BY SIZE
                   " 拠点 "  DELIMITED BY SIZE
                   WK-LOC-COD  DELIMITED BY SIZE
                   " 必要="  DELIMITED BY SIZE
                   WK-NEED-DISP  DELIMITED BY SIZE
                   " 拠点残="  DELIMITED BY SIZE
                   WK-ZAN-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 拠点残数の加算（未登録の商品×拠点はここで新規作成する。
      * KZBM035のLOC-ADD-RTNと同じ書き方）
      ********************************************************
       LOC-ADD-RTN                SECTION.
           MOVE  CFSHO-SHOHIN-NO  TO  CFLOC-SHOHIN-NO.
           MOVE  WK-LOC-COD       TO  CFLOC-LOC-COD.
           READ  LOC-FILE
             INVALID KEY
               MOVE  CFSHO-SHOHIN-NO  TO  CFLOC-SHOHIN-NO
               MOVE  WK-LOC-COD       TO  CFLOC-LOC-COD
               MOVE  WK-LOC-ZAN       TO  CFLOC-ZAIKO-SURYO
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
           END-READ.
       EXT.
           EXIT.
      ********************************************************
      * 商品マスタ書換の更新イメージ記帳（KJBM030と同じ方式）
      ********************************************************
       IMF-BIJ-RTN                SECTION.
           MOVE  "KZBM036"  TO  S060-PGM-ID.
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
           MOVE  "KZBM036"  TO  S060-PGM-ID.
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
      * 在庫受払ジャーナルへ組立・解体の1レグを追記する（指示番号
      * をZAI-REF-NOへ）
      ********************************************************
       ZAI-WRITE-RTN              SECTION.
           OPEN  EXTEND  ZAI-FILE.
           IF  ZAI-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  ZAI-FILE
           END-IF.
           MOVE  SPACE  TO  ZAI-REC.
           MOVE  WK-ZAI-YMD       TO  ZAI-YMD.
           MOVE  "KZBM036"        TO  ZAI-PGM-ID.
           MOVE  WK-ZAI-KBN       TO  ZAI-KBN.
           MOVE  WK-WO-NO         TO  ZAI-REF-NO.
           MOVE  CFSHO-SHOHIN-NO  TO  ZAI-SHOHIN-NO.
           MOVE  WK-ZAI-SURYO     TO  ZAI-SURYO.
           MOVE  WK-ZAI-MAE-ZAN   TO  ZAI-MAE-ZAN.
           MOVE  CFSHO-ZAIKO-SURYO  TO  ZAI-ATO-ZAN.
           WRITE  ZAI-REC.
           CLOSE  ZAI-FILE.
       EXT.
           EXIT.
      ********************************************************
      * エラー一覧行出力
      ********************************************************
       ERR-LIST-RTN               SECTION.
           ADD  1  TO  ERR-CNT.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "ＮＧ "  DELIMITED BY SIZE
                   WOT-KBN  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WOT-WO-NO  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WOT-OYA-NO  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   WK-ERR-MSG  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
      * 指示区分・状態の表示名
      ********************************************************
       KBN-NAME-RTN               SECTION.
           IF  WOR-KBN OF WK-WOR-REC-1  =  "U"  THEN
             MOVE  "解体"  TO  WK-KBN-NAME
           ELSE
             MOVE  "組立"  TO  WK-KBN-NAME
           END-IF.
           EVALUATE  WOR-STATUS OF WK-WOR-REC-1
             WHEN  "C"
               MOVE  "完了"    TO  WK-STATUS-NAME
             WHEN  "X"
               MOVE  "取消"    TO  WK-STATUS-NAME
             WHEN  OTHER
               MOVE  "未完了"  TO  WK-STATUS-NAME
           END-EVALUATE.
       EXT.
           EXIT.
      ********************************************************
      * 作業指示レジスタの書き戻し
      ********************************************************
       REWRITE-WOR-RTN            SECTION.
           IF  WORT-CNT  >  0  THEN
             OPEN  OUTPUT  WOR-FILE
             PERFORM  VARYING  WORT-IDX  FROM  1  BY  1
               UNTIL  WORT-IDX  >  WORT-CNT
               MOVE  WORT-IMG(WORT-IDX)  TO  WOR-REC
               WRITE  WOR-REC
             END-PERFORM
             CLOSE  WOR-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 作業指示台帳の出力　レジスタの全指示を登録順に、状態・
      * 完了日・完了時の親原価付きで一覧する
      ********************************************************
       REGISTER-LIST-RTN          SECTION.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "＜作業指示台帳＞"  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           PERFORM  VARYING  WORT-IDX  FROM  1  BY  1
             UNTIL  WORT-IDX  >  WORT-CNT
             MOVE  WORT-IMG(WORT-IDX)  TO  WK-WOR-REC-1
             PERFORM  KBN-NAME-RTN
             MOVE  WOR-SURYO OF WK-WOR-REC-1  TO  WK-SURYO-DISP
             MOVE  WOR-GENKA OF WK-WOR-REC-1  TO  WK-GENKA-DISP
             MOVE  SPACE  TO  RPT-REC
             STRING  "  "  DELIMITED BY SIZE
                     WOR-WO-NO OF WK-WOR-REC-1  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     WOR-YMD OF WK-WOR-REC-1  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     WK-KBN-NAME  DELIMITED BY SIZE
                     " 親="  DELIMITED BY SIZE
                     WOR-OYA-NO OF WK-WOR-REC-1
                       DELIMITED BY SIZE
                     " 拠点 "  DELIMITED BY SIZE
                     WOR-LOC-COD OF WK-WOR-REC-1
                       DELIMITED BY SIZE
                     " 数量="  DELIMITED BY SIZE
                     WK-SURYO-DISP  DELIMITED BY SIZE
                     " "  DELIMITED BY SIZE
                     WK-STATUS-NAME  DELIMITED BY SIZE
                     " 完了日="  DELIMITED BY SIZE
                     WOR-KANRYO-YMD OF WK-WOR-REC-1
                       DELIMITED BY SIZE
                     " 親原価="  DELIMITED BY SIZE
                     WK-GENKA-DISP  DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 未完了の作業指示の一覧出力　経過日数付き
      ********************************************************
       OPEN-WOR-RTN               SECTION.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "＜未完了の作業指示＞"  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           PERFORM  VARYING  WORT-IDX  FROM  1  BY  1
             UNTIL  WORT-IDX  >  WORT-CNT
             MOVE  WORT-IMG(WORT-IDX)  TO  WK-WOR-REC-1
             IF  WOR-STATUS OF WK-WOR-REC-1  =  SPACE  THEN
               ADD  1  TO  OPEN-CNT
               PERFORM  KBN-NAME-RTN
               COMPUTE  WK-WOR-INT  =
                 FUNCTION INTEGER-OF-DATE
                   (WOR-YMD OF WK-WOR-REC-1)
               COMPUTE  WK-KEIKA-DAYS  =
                 WK-TODAY-INT  -  WK-WOR-INT
               MOVE  WOR-SURYO OF WK-WOR-REC-1
                 TO  WK-SURYO-DISP
               MOVE  WK-KEIKA-DAYS  TO  WK-DAYS-DISP
               MOVE  SPACE  TO  RPT-REC
               STRING  "  "  DELIMITED BY SIZE
                       WOR-WO-NO OF WK-WOR-REC-1
                         DELIMITED BY SIZE
                       " "  DELIMITED BY SIZE
                       WK-KBN-NAME  DELIMITED BY SIZE
                       " 親="  DELIMITED BY SIZE
                       WOR-OYA-NO OF WK-WOR-REC-1
                         DELIMITED BY SIZE
                       " 拠点 "  DELIMITED BY SIZE
                       WOR-LOC-COD OF WK-WOR-REC-1
                         DELIMITED BY SIZE
                       " 数量="  DELIMITED BY SIZE
                       WK-SURYO-DISP  DELIMITED BY SIZE
                       " 経過日数="  DELIMITED BY SIZE
                       WK-DAYS-DISP  DELIMITED BY SIZE
                 INTO  RPT-REC
               WRITE  RPT-REC
               ADD  1  TO  RPT-CNT
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
           IF  WOT-STATUS  NOT  =  "35"  THEN
             CLOSE  WOT-FILE
           END-IF.
           CLOSE  IMF-FILE.
           CLOSE  LOC-FILE.
           CLOSE  RPT-FILE.
           DISPLAY  "WOT-CNT=  "  WOT-CNT.
           DISPLAY  "登録件数= "  REG-CNT.
           DISPLAY  "組立完了= "  BUILD-CNT.
           DISPLAY  "解体完了= "  UNKIT-CNT.
           DISPLAY  "取消件数= "  CAN-CNT.
           DISPLAY  "エラー　= "  ERR-CNT.
           DISPLAY  "未完了　= "  OPEN-CNT.
           DISPLAY  "*** END KZBM036 ***".
       EXT.
           EXIT.
