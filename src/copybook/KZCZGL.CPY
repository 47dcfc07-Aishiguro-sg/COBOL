      ********************************************************
      * システム名    ：研修
      * コピー区名    ：在庫会計連携明細（KZBM060出力）
      * ※会計連携の実行時に、対象年月の受払1件ごとに評価に使った
      *   移動平均原価・評価額・連携の状態を残す。在庫・会計照合
      *   (KZBM057)が連携時点の評価の再現と差額の要因分けに使う
      *   レコード区分　H=見出し（対象年月・連携の実行日時）
      *                 D=受払1件　T=トレーラ（件数）
      *   状態　F=連携済　M=科目変換未定義で未連携
      *         G=原価未設定・商品マスタなしで未連携
      *   入荷付随費用(LC/LV)は原価ゼロ・評価額＝配賦額で残す
      ********************************************************
           02  ZGL-REC-TYPE      PIC X(1).
      *H行　対象年月・連携の実行日時
           02  ZGL-H-AREA.
             03  ZGL-PERIOD      PIC 9(6).
             03  ZGL-RUN-YMD     PIC 9(8).
             03  ZGL-RUN-TIME    PIC 9(6).
             03  FILLER          PIC X(28).
      *D行　受払1件の評価
           02  ZGL-D-AREA  REDEFINES  ZGL-H-AREA.
             03  ZGL-YMD         PIC 9(8).
             03  ZGL-KBN         PIC X(2).
             03  ZGL-SHOHIN-NO   PIC X(5).
             03  ZGL-SURYO       PIC S9(7).
             03  ZGL-GENKA       PIC S9(5)V9(2).
             03  ZGL-KINGAKU     PIC S9(11).
             03  ZGL-JOTAI       PIC X(1).
             03  FILLER          PIC X(7).
      *T行　受払ジャーナルの読込件数・対象年月の受払件数
           02  ZGL-T-AREA  REDEFINES  ZGL-H-AREA.
             03  ZGL-ZAI-CNT     PIC 9(7).
             03  ZGL-TAISHO-CNT  PIC 9(7).
             03  FILLER          PIC X(34).
