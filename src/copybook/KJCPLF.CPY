      ********************************************************
      * システム名    ：研修
      * コピー区名    ：得意先別価格表ファイル（KJBM068出力）
      * ※EDI得意先が自社の購買システムへ取り込むための価格表。
      *   得意先×商品ごとに1件、基準日時点でKJBM030が適用する
      *   単価と同じ優先順位で決めた単価を載せる。
      *   定価　　　　契約単価を除いた商品マスタの単価（基準日が
      *               現行単価の適用開始日より前なら価格履歴）
      *   適用単価　　包括契約の約定単価→契約単価→定価の順に
      *               決め、約定単価以外は有効なキャンペーンが
      *               それより安ければキャンペーン単価
      *   単価区分　　B=包括契約の約定単価　C=契約単価
      *               P=現行単価　R=価格履歴　O=最古の価格履歴
      *               （キャンペーンの適用有無はキャンペーン
      *               コードで判断する）
      *   契約期限　　契約単価の最終有効日（次の契約の適用開始日
      *               の前日）、約定単価は包括契約の終了日。
      *               ゼロ＝期限なし・契約なし
      *   キャンペーン期限　適用キャンペーンの終了日
      *   数量割引　　商品マスタの数量割引（数量以上で割引率％）
      *               と、その割引後の単価。未使用分はゼロ（約定
      *               単価には割引をかけないため件数ゼロ）
      *   単価はすべて円建て（外貨建て得意先の換算は受注時）
      ********************************************************
           02  PLF-TOKU-COD      PIC X(4).
           02  PLF-KIJUN-YMD     PIC 9(8).
           02  PLF-SHOHIN-NO     PIC X(5).
           02  PLF-SHOHIN-MEI    PIC X(20).
           02  PLF-SHOHIN-KBN    PIC X(2).
           02  PLF-TEIKA         PIC 9(5).
           02  PLF-TANKA         PIC 9(5).
           02  PLF-TANKA-KBN     PIC X(1).
           02  PLF-CNT-KIGEN     PIC 9(8).
           02  PLF-CAM-CODE      PIC X(4).
           02  PLF-CAM-KIGEN     PIC 9(8).
           02  PLF-WARIBIKI-CNT  PIC 9(1).
           02  PLF-WARIBIKI-TBL.
             03  PLF-WARIBIKI-ENT  OCCURS 3 TIMES.
               04  PLF-WB-SURYO    PIC 9(3).
               04  PLF-WB-RITSU    PIC 9(2).
               04  PLF-WB-TANKA    PIC 9(5).
