      * サブシステム名：在庫
      * プログラム名  ：発注書発行（発注提案の正式発注化）
      * 作成日／作成者：２０２６年９月３日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：発注レジスタの納入予定日・取消数量・
      *                 変更回数の初期設定を追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：仕入先カタログによる発注数量の切り上げ
      *                 と単価・納入予定日の印字・記録を追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：発注レジスタの最終入荷日・超過入荷数量
      *                 の初期設定を追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：有効な契約が複数ある商品は最新の契約だけで
      *                 最小発注数量・発注単位の切り上げを行う
      ********************************************************
      *KZBM010が書き出した発注提案(HAT)のうち未発注（STATUS空白）
      *の明細を、採番サービス(KCBS030)の系列"P"で採番した正式な
      *併せてオープン（未納）発注の一覧を経過日数付きで出力し、
      *「発注したのに入荷しない」発注の督促材料とする
      *（入荷消込はKZBM020がPORのRECV-SURYOを積んで行う）。
      *発行後の数量・納期の変更と残数取消は発注変更(KZBM016)で行う。
      *仕入先カタログ(SCAT、KZCCAT)に当日有効な契約がある商品は、
      *発注数量を最小発注数量・発注単位へ切り上げ、契約単価と
      *納入予定日（当日からリードタイム分の営業日を営業日カレンダー
      *CALで数える。カレンダーにない日は土日を休日とみなす）を
      *発注書へ印字して発注レジスタへ記録する。カタログのない商品は
      *従来どおり提案数量のまま、単価・納入予定日ゼロで発行する。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  POR-FILE  ASSIGN TO  EXTERNAL  POR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS POR-STATUS-WS.
      *仕入先カタログ（単価・発注単位・リードタイムの参照のみ）
           SELECT  CAT-FILE  ASSIGN TO  EXTERNAL  SCAT
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS CAT-STATUS.
      *営業日カレンダーマスタ（納入予定日の算出用）
           SELECT  CAL-FILE  ASSIGN TO  EXTERNAL  CAL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS CAL-STATUS.
      *OUTPUT 発注書・オープン発注一覧
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
       FD  POR-FILE.
       01  POR-REC.
           COPY  KZCPOR.
       FD  CAT-FILE.
       01  CAT-REC.
           COPY  KZCCAT.
       FD  CAL-FILE.
       01  CAL-REC.
           COPY  KCCFCAL.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       01  HAT-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  SMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  POR-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  CAT-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CAL-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  HAT-CNT                PIC  9(5)    VALUE  0.
       01  ISSUE-CNT              PIC  9(5)    VALUE  0.
       01  NG-CNT                 PIC  9(5)    VALUE  0.
           03  HATT-IMG           PIC  X(38).
       01  WK-HAT-REC-1.
           COPY  KZCHAT.
      *仕入先カタログのテーブル
       01  CATT-CNT               PIC  9(4)    VALUE  ZERO.
       01  CATT-TBL.
         02  CATT-ENT  OCCURS 5000 TIMES INDEXED BY CATT-IDX.
           03  CATT-IMG           PIC  X(39).
       01  WK-CAT-REC-1.
           COPY  KZCCAT.
       01  WK-CAT-FOUND-FLG       PIC  X       VALUE  "N".
       01  WK-CAT-YUKO-YMD        PIC  9(8)    VALUE  0.
       01  WK-CAT-SEL-IMG         PIC  X(39)   VALUE  SPACE.
      *営業日カレンダーのテーブル（KJBM051と同じ持ち方）
       01  WK-CAL-CNT             PIC  9(4)    VALUE  ZERO.
       01  WK-CAL-TBL.
         02  WK-CAL-ENT  OCCURS 2000 TIMES INDEXED BY WK-CAL-IDX.
           03  WK-CAL-YMD         PIC  9(8).
           03  WK-CAL-KBN         PIC  X(1).
       01  WK-CAL-FOUND-FLG       PIC  X       VALUE  "N".
      *発注数量・単価・納入予定日の算出用
       01  WK-ORDER-SURYO         PIC  9(5)    VALUE  0.
       01  WK-TANKA               PIC  9(7)V9(2)  VALUE  0.
       01  WK-NOUKI-YMD           PIC  9(8)    VALUE  0.
       01  WK-LEAD-DAYS           PIC  9(3)    VALUE  0.
       01  WK-LEAD-CNT            PIC  9(3)    VALUE  0.
       01  WK-DAY-INT             PIC  9(8)    VALUE  0.
       01  WK-DAY-YMD             PIC  9(8)    VALUE  0.
       01  WK-BIZ-FLG             PIC  X       VALUE  "N".
       01  WK-SHO                 PIC  9(8)    VALUE  0.
       01  WK-AMARI               PIC  9(5)    VALUE  0.
       01  WK-KINGAKU             PIC  9(11)   VALUE  0.
      *採番サービス(KCBS030)への連絡領域
       COPY  KCBS030P.
      *オープン発注の経過日数算出用
      *編集用
       01  WK-SURYO-DISP          PIC  ZZZZ9.
       01  WK-DAYS-DISP           PIC  ZZZZ9.
       01  WK-TANKA-DISP          PIC  Z,ZZZ,ZZ9.99.
       01  WK-KIN-DISP            PIC  ZZ,ZZZ,ZZZ,ZZ9.
      ********************************************************
      * 発注書発行の主処理
      ********************************************************
           MOVE  "発注書発行"  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           PERFORM  CAT-LOAD-RTN.
           PERFORM  CAL-LOAD-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 仕入先カタログの全件ロード（ファイルなしはカタログなし）
      ********************************************************
       CAT-LOAD-RTN               SECTION.
           OPEN  INPUT  CAT-FILE.
           IF  CAT-STATUS  =  "35"  THEN
             DISPLAY  "仕入先カタログなし"
             GO  TO  CAT-LOAD-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  CAT-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 IF  CATT-CNT  <  5000  THEN
                   ADD  1  TO  CATT-CNT
                   SET  CATT-IDX  TO  CATT-CNT
                   MOVE  CAT-REC  TO  CATT-IMG(CATT-IDX)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  CAT-FILE.
           DISPLAY  "カタログ ロード件数=" CATT-CNT.
       CAT-LOAD-EXT.
           EXIT.
      ********************************************************
      * 営業日カレンダーの全件ロード（ファイルなしは土日休日）
      ********************************************************
       CAL-LOAD-RTN               SECTION.
           OPEN  INPUT  CAL-FILE.
           IF  CAL-STATUS  =  "35"  THEN
             DISPLAY  "CALなし　土日を休日とする"
             GO  TO  CAL-LOAD-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  CAL-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 IF  WK-CAL-CNT  <  2000  THEN
                   ADD  1  TO  WK-CAL-CNT
                   SET  WK-CAL-IDX  TO  WK-CAL-CNT
                   MOVE  CAL-YMD  TO  WK-CAL-YMD(WK-CAL-IDX)
                   MOVE  CAL-KBN  TO  WK-CAL-KBN(WK-CAL-IDX)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  CAL-FILE.
       CAL-LOAD-EXT.
           EXIT.
      ********************************************************
      * 発注提案ファイルの全件読込（KZBM020と同じ技法）
      ********************************************************
       LOAD-HAT-RTN               SECTION.
      * 発注1件の発行　採番に失敗した提案は未発注のまま残す
      ********************************************************
       ISSUE-ONE-RTN              SECTION.
           PERFORM  CAT-APPLY-RTN.
           MOVE  "P"  TO  S030-SERIES.
           CALL  "KCBS030"  USING  KCBS030-P1.
           IF  S030-RCD  NOT  =  SPACE  THEN
       EXT.
           EXIT.
      ********************************************************
      * 仕入先カタログの適用　当日有効な最新の契約を1件に絞って
      * から、その契約で発注数量の切り上げと単価・納入予定日を
      * 決める（旧契約の最小数量・発注単位は使わない）
      ********************************************************
       CAT-APPLY-RTN              SECTION.
           MOVE  HAT-TEIAN-SURYO OF WK-HAT-REC-1  TO  WK-ORDER-SURYO.
           MOVE  ZERO  TO  WK-TANKA.
           MOVE  ZERO  TO  WK-NOUKI-YMD.
           MOVE  "N"   TO  WK-CAT-FOUND-FLG.
           MOVE  ZERO  TO  WK-CAT-YUKO-YMD.
           PERFORM  VARYING  CATT-IDX  FROM  1  BY  1
             UNTIL  CATT-IDX  >  CATT-CNT
             MOVE  CATT-IMG(CATT-IDX)  TO  WK-CAT-REC-1
             IF  (CAT-SHIIRE-COD OF WK-CAT-REC-1  =
                  HAT-SHIIRE-COD OF WK-HAT-REC-1)  AND
                 (CAT-SHOHIN-NO OF WK-CAT-REC-1  =
                  HAT-SHOHIN-NO OF WK-HAT-REC-1)  AND
                 (CAT-YUKO-YMD OF WK-CAT-REC-1  <=  WK-TODAY-YMD)
                 AND
                 (CAT-YUKO-YMD OF WK-CAT-REC-1  >=
                  WK-CAT-YUKO-YMD)  THEN
               MOVE  "Y"  TO  WK-CAT-FOUND-FLG
               MOVE  CAT-YUKO-YMD OF WK-CAT-REC-1  TO  WK-CAT-YUKO-YMD
               MOVE  CATT-IMG(CATT-IDX)  TO  WK-CAT-SEL-IMG
             END-IF
           END-PERFORM.
           IF  WK-CAT-FOUND-FLG  NOT  =  "Y"  THEN
             GO  TO  CAT-APPLY-EXT
           END-IF.
           MOVE  WK-CAT-SEL-IMG  TO  WK-CAT-REC-1.
           MOVE  CAT-TANKA OF WK-CAT-REC-1  TO  WK-TANKA.
           MOVE  CAT-LEAD-DAYS OF WK-CAT-REC-1  TO  WK-LEAD-DAYS.
           IF  WK-ORDER-SURYO  <  CAT-MIN-SURYO OF WK-CAT-REC-1  THEN
             MOVE  CAT-MIN-SURYO OF WK-CAT-REC-1  TO  WK-ORDER-SURYO
           END-IF.
           IF  CAT-TANI-SURYO OF WK-CAT-REC-1  >  0  THEN
             DIVIDE  WK-ORDER-SURYO
               BY  CAT-TANI-SURYO OF WK-CAT-REC-1
               GIVING  WK-SHO  REMAINDER  WK-AMARI
             IF  WK-AMARI  >  0  THEN
               COMPUTE  WK-ORDER-SURYO  =  WK-ORDER-SURYO
                 +  CAT-TANI-SURYO OF WK-CAT-REC-1  -  WK-AMARI
             END-IF
           END-IF.
           PERFORM  NOUKI-RTN.
       CAT-APPLY-EXT.
           EXIT.
      ********************************************************
      * 納入予定日の算出　当日の翌日から営業日をリードタイム分
      * 数えた日（リードタイムゼロは当日）
      ********************************************************
       NOUKI-RTN                  SECTION.
           MOVE  WK-TODAY-INT  TO  WK-DAY-INT.
           MOVE  WK-TODAY-YMD  TO  WK-DAY-YMD.
           MOVE  ZERO  TO  WK-LEAD-CNT.
           PERFORM  UNTIL  WK-LEAD-CNT  >=  WK-LEAD-DAYS
             ADD  1  TO  WK-DAY-INT
             COMPUTE  WK-DAY-YMD  =
               FUNCTION DATE-OF-INTEGER(WK-DAY-INT)
             PERFORM  BIZ-DAY-RTN
             IF  WK-BIZ-FLG  =  "Y"  THEN
               ADD  1  TO  WK-LEAD-CNT
             END-IF
           END-PERFORM.
           MOVE  WK-DAY-YMD  TO  WK-NOUKI-YMD.
       EXT.
           EXIT.
      ********************************************************
      * 営業日の判定　カレンダーに登録があればその稼働区分、
      * なければ月〜金を営業日とする（通日1=1601年1月1日=月曜）
      ********************************************************
       BIZ-DAY-RTN                SECTION.
           MOVE  "N"  TO  WK-BIZ-FLG.
           MOVE  "N"  TO  WK-CAL-FOUND-FLG.
           PERFORM  VARYING  WK-CAL-IDX  FROM  1  BY  1
             UNTIL  (WK-CAL-IDX  >  WK-CAL-CNT)  OR
                    (WK-CAL-FOUND-FLG  =  "Y")
             IF  WK-CAL-YMD(WK-CAL-IDX)  =  WK-DAY-YMD  THEN
               MOVE  "Y"  TO  WK-CAL-FOUND-FLG
               IF  WK-CAL-KBN(WK-CAL-IDX)  =  "W"  THEN
                 MOVE  "Y"  TO  WK-BIZ-FLG
               END-IF
             END-IF
           END-PERFORM.
           IF  WK-CAL-FOUND-FLG  =  "N"  THEN
             DIVIDE  WK-DAY-INT  BY  7
               GIVING  WK-SHO  REMAINDER  WK-AMARI
             IF  (WK-AMARI  >=  1)  AND  (WK-AMARI  <=  5)  THEN
               MOVE  "Y"  TO  WK-BIZ-FLG
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 発注レジスタへの追記
      ********************************************************
       POR-WRITE-RTN              SECTION.
             TO  POR-SHIIRE-COD.
           MOVE  HAT-SHOHIN-NO OF WK-HAT-REC-1
             TO  POR-SHOHIN-NO.
           MOVE  WK-ORDER-SURYO  TO  POR-ORDER-SURYO.
           MOVE  ZERO  TO  POR-RECV-SURYO.
           MOVE  SPACE  TO  POR-STATUS.
           MOVE  WK-NOUKI-YMD  TO  POR-NOUKI-YMD.
           MOVE  ZERO  TO  POR-CANCEL-SURYO.
           MOVE  ZERO  TO  POR-HENKO-NO.
           MOVE  WK-TANKA  TO  POR-TANKA.
           MOVE  ZERO  TO  POR-RECV-YMD.
           MOVE  ZERO  TO  POR-OVER-SURYO.
           WRITE  POR-REC.
           CLOSE  POR-FILE.
       EXT.
               MOVE  SPACE  TO  CFSIR-SHIIRE-MEI
               MOVE  SPACE  TO  CFSIR-SHIHARAI-JOKEN
           END-READ.
           MOVE  WK-ORDER-SURYO  TO  WK-SURYO-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "発注書 "  DELIMITED BY SIZE
                   POR-PO-NO  DELIMITED BY SIZE
                   CFSIR-SHIHARAI-JOKEN  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           COMPUTE  WK-KINGAKU  ROUNDED  =  WK-ORDER-SURYO  *  WK-TANKA.
           MOVE  WK-TANKA    TO  WK-TANKA-DISP.
           MOVE  WK-KINGAKU  TO  WK-KIN-DISP.
           MOVE  SPACE  TO  RPT-REC.
           IF  WK-CAT-FOUND-FLG  =  "Y"  THEN
             STRING  "  単価="  DELIMITED BY SIZE
                     WK-TANKA-DISP  DELIMITED BY SIZE
                     " 金額="  DELIMITED BY SIZE
                     WK-KIN-DISP  DELIMITED BY SIZE
                     " 納入予定日="  DELIMITED BY SIZE
                     WK-NOUKI-YMD  DELIMITED BY SIZE
               INTO  RPT-REC
           ELSE
             MOVE  "  単価・納入予定日＝カタログ未登録"
               TO  RPT-REC
           END-IF.
           WRITE  RPT-REC.
           ADD  3  TO  RPT-CNT.
       EXT.
           EXIT.
      ********************************************************
