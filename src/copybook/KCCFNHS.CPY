      ********************************************************
      * システム名    ：研修
      * コピー区名    ：納品先マスタ（索引編成）
      * ※得意先コード＋納品先コードをキーに、チェーン本部等の
      *   1得意先の配下にある店舗・納品場所を1件ずつ定義する。
      *   受注に納品先コードがあれば、出荷拠点と配送ゾーンは
      *   得意先マスタ(CFTOK-LOC-COD・CFTOK-ZONE-COD)より本
      *   マスタの値を優先する（空白なら得意先の値を使う）。
      *   参照は納品先参照サービス(KCBS090)経由で行う
      ********************************************************
           02  CFNHS-KEY.
             03  CFNHS-TOKU-COD    PIC X(4).
             03  CFNHS-NOHIN-COD   PIC X(4).
           02  CFNHS-NOHIN-MEI     PIC X(40).
      *郵便番号（"123-4567"形式）・住所（2行）・電話番号
           02  CFNHS-YUBIN-NO      PIC X(8).
           02  CFNHS-JUSHO-1       PIC X(60).
           02  CFNHS-JUSHO-2       PIC X(60).
           02  CFNHS-TEL-NO        PIC X(15).
      *既定出荷拠点　空白は得意先の既定出荷拠点を使う
           02  CFNHS-LOC-COD       PIC X(2).
      *配送ゾーン　空白は得意先の配送ゾーンを使う
           02  CFNHS-ZONE-COD      PIC X(2).
