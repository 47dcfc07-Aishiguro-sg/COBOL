      * サブシステム名：在庫
      * プログラム名  ：商品マスタ保守　承認反映（二人承認の後段）
      * 作成日／作成者：２０２６年９月３日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：商品マスタの原産国・HS関税分類番号の追加に
      *                 伴い保守トランザクションのレコード長を変更
      ********************************************************
      *承認待ちファイル(PND、KZBM051出力)のうち承認区分"A"の
      *明細を、KZBM050がそのまま読める保守トランザクション(SHT)
       01  PND-REC.
           COPY  KZCPND.
       FD  SHT-FILE.
       01  SHT-REC                PIC  X(160).
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       01  PNDT-CNT               PIC  9(4)    VALUE  ZERO.
       01  PNDT-TBL.
         02  PNDT-ENT  OCCURS 2000 TIMES INDEXED BY PNDT-IDX.
           03  PNDT-IMG           PIC  X(186).
       01  WK-PND-REC-1.
           COPY  KZCPND.
      ********************************************************
