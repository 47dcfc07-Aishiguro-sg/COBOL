      * サブシステム名：在庫
      * プログラム名  ：商品マスタ保守　提出（承認待ち登録）
      * 作成日／作成者：２０２６年９月３日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：担当者の確認を権限照合のみ(C)に変更
      *                 （環境変数指定のためパスワード入力なし）
      ********************************************************
      *誤った単価がKZBM050で即時に本番へ載る事故を防ぐための
      *二人承認（メーカー・チェッカー）の前段。保守トランザク
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-TODAY-YMD.
           ACCEPT  WK-OPR-ID  FROM  ENVIRONMENT
                   "KZBM051-OPERATOR".
           MOVE  "C"        TO  S070-ACTION.
           MOVE  WK-OPR-ID  TO  S070-OPR-ID.
           MOVE  "KZBM051"  TO  S070-PGM-ID.
           MOVE  "M"        TO  S070-FUNC.
