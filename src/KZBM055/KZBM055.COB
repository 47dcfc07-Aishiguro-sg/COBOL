      * サブシステム名：在庫
      * プログラム名  ：在庫金額評価表（月末評価）
      * 作成日／作成者：２０２６年９月３日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：商品ごとの評価を評価年月付きで在庫評価記録
      *                 (ZHY)へ追記（在庫・会計照合KZBM057の期首・
      *                 期末評価用）
      ********************************************************
      *商品マスタを全件読み、在庫数×移動平均原価(CFSHO-GENKA)で
      *在庫金額を評価した一覧表を出力する。拠点別在庫(LOC)が使える
      *と突き合わせる月末資料とする。
      *原価未設定（ゼロ）の商品は評価ゼロのまま一覧へ出し、件数を
      *脚注に出す（原価整備の催促材料）。
      *商品ごとの評価は評価年月・実行日時付きで在庫評価記録(ZHY、
      *KZCZHY形式)へ追記し、在庫・会計照合(KZBM057)の期首・期末
      *評価とする。評価年月は環境変数KZBM055-PERIOD(YYYYMM)で
      *指定し、未指定は実行日の年月とする。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
                             ACCESS MODE  IS DYNAMIC
                             RECORD KEY   IS CFLOC-KEY
                             FILE STATUS  IS LOC-STATUS.
      *OUTPUT 在庫評価記録（追記）
           SELECT  ZHY-FILE  ASSIGN TO  EXTERNAL  ZHY
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS ZHY-STATUS.
      *OUTPUT 在庫金額評価表
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
       FD  LOC-FILE.
       01  LOC-REC.
           COPY  KCCFLOC.
       FD  ZHY-FILE.
       01  ZHY-REC.
           COPY  KZCZHY.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       WORKING-STORAGE            SECTION.
       01  IMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  LOC-STATUS             PIC  X(2)    VALUE  SPACE.
       01  ZHY-STATUS             PIC  X(2)    VALUE  SPACE.
       01  IMF-CNT                PIC  9(5)    VALUE  0.
       01  NOGENKA-CNT            PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  WK-END-FLG             PIC  X       VALUE  SPACE.
       01  WK-LOC-AVAIL-FLG       PIC  X       VALUE  "N".
       01  WK-LOC-END-FLG         PIC  X       VALUE  SPACE.
      *評価年月（環境変数、未指定は実行日の年月）と実行日時
       01  WK-PERIOD-X            PIC  X(6)    VALUE  SPACE.
       01  WK-PERIOD              PIC  9(6)    VALUE  0.
       01  WK-RUN-YMD             PIC  9(8)    VALUE  0.
       01  WK-RUN-TIME            PIC  9(6)    VALUE  0.
      *評価額　商品単位・拠点単位・総合計
       01  WK-HYOKA               PIC  S9(11)V9(2)  VALUE  0.
       01  WK-LOC-HYOKA           PIC  S9(11)V9(2)  VALUE  0.
      * 開始処理
      ********************************************************
       INIT-RTN                   SECTION.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-RUN-YMD.
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  WK-RUN-TIME.
           ACCEPT  WK-PERIOD-X  FROM  ENVIRONMENT
                   "KZBM055-PERIOD".
           IF  WK-PERIOD-X  IS  NUMERIC  THEN
             MOVE  WK-PERIOD-X  TO  WK-PERIOD
           ELSE
             MOVE  WK-RUN-YMD(1:6)  TO  WK-PERIOD
           END-IF.
           DISPLAY  "評価年月=" WK-PERIOD.
           OPEN  INPUT  IMF-FILE.
           IF  IMF-STATUS  NOT  =  "00"  THEN
             DISPLAY  "IMFオープン異常 STATUS=" IMF-STATUS
           IF  LOC-STATUS  =  "00"  THEN
             MOVE  "Y"  TO  WK-LOC-AVAIL-FLG
           END-IF.
           OPEN  EXTEND  ZHY-FILE.
           IF  ZHY-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  ZHY-FILE
           END-IF.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "在庫金額評価表（移動平均原価）"
           IF  CFSHO-GENKA  =  ZERO  THEN
             ADD  1  TO  NOGENKA-CNT
           END-IF.
           MOVE  SPACE              TO  ZHY-REC.
           MOVE  WK-PERIOD          TO  ZHY-PERIOD.
           MOVE  WK-RUN-YMD         TO  ZHY-RUN-YMD.
           MOVE  WK-RUN-TIME        TO  ZHY-RUN-TIME.
           MOVE  CFSHO-SHOHIN-NO    TO  ZHY-SHOHIN-NO.
           MOVE  CFSHO-ZAIKO-SURYO  TO  ZHY-SURYO.
           MOVE  CFSHO-GENKA        TO  ZHY-GENKA.
           MOVE  WK-HYOKA           TO  ZHY-HYOKA.
           WRITE  ZHY-REC.
           MOVE  CFSHO-ZAIKO-SURYO  TO  WK-ZAN-DISP.
           MOVE  CFSHO-GENKA        TO  WK-GENKA-DISP.
           MOVE  WK-HYOKA           TO  WK-KIN-DISP.
             ADD  1  TO  RPT-CNT
           END-IF.
           CLOSE  IMF-FILE.
           CLOSE  ZHY-FILE.
           IF  WK-LOC-AVAIL-FLG  =  "Y"  THEN
             CLOSE  LOC-FILE
           END-IF.
