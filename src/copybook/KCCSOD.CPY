      ********************************************************
      * システム名    ：研修
      * コピー区名    ：職務分掌ルールファイル（KCBM072用、外部定義）
      * ※SOD-REC-TYPE="C"：同じ担当者が併せ持ってはならない機能文字
      *                      の組を1件ずつ定義する（提出と承認等）
      *   SOD-REC-TYPE="D"：部門コードごとに部門名・部門長名を1件
      *                      ずつ定義する（権限棚卸表の確認欄に印字）
      *   運用担当がこのファイルを編集するだけで、プログラムの再コンパ
      *   イルなしに違反とみなす組合せや部門長を変更できる
      *   例　C行　"CWB貸倒償却の提出と承認"
      *       D行　"D0100"＋部門名20バイト＋部門長名20バイト
      ********************************************************
           02  SOD-REC-TYPE      PIC X(1).
      *C行　機能文字の組と理由
           02  SOD-C-AREA.
             03  SOD-FUNC-1      PIC X(1).
             03  SOD-FUNC-2      PIC X(1).
             03  SOD-RIYU        PIC X(40).
             03  FILLER          PIC X(2).
      *D行　部門コード・部門名・部門長名
           02  SOD-D-AREA  REDEFINES  SOD-C-AREA.
             03  SOD-BUMON-COD   PIC X(4).
             03  SOD-BUMON-MEI   PIC X(20).
             03  SOD-BUCHO-MEI   PIC X(20).
