             03  STD-SHOHIN-NO   PIC X(5).
             03  STD-SURYO       PIC X(3).
             03  STD-UNIT-KBN    PIC X(1).
      *納品先コード（空白＝得意先そのもの。生成する受注へ引き継ぐ。
      *既存の定義を書き換えずに済むよう末尾に置く）
           02  STD-NOHIN-COD     PIC X(4).
