      *       変更内容：操作記録へ変更前後の在庫数を記載。商品
      *                 マスタ・拠点別在庫の書換に更新イメージ
      *                 記帳(KCBS060)を追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：担当者の確認を権限照合のみ(C)に変更
      *                 （環境変数指定のためパスワード入力なし）
      ********************************************************
      *棚卸カウントファイル(TAN)のうち承認区分"A"の行だけを読み、
      *商品マスタの在庫数(CFSHO-ZAIKO-SURYO)を実棚数へREWRITEで
      *担当者マスタ未整備(O)の環境のみ匿名続行を許す
           ACCEPT  WK-OPR-ID  FROM  ENVIRONMENT
                   "KZBM031-OPERATOR".
           MOVE  "C"        TO  S070-ACTION.
           MOVE  WK-OPR-ID  TO  S070-OPR-ID.
           MOVE  "KZBM031"  TO  S070-PGM-ID.
           MOVE  "Z"        TO  S070-FUNC.
