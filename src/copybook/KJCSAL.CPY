      ********************************************************
      * システム名    ：研修
      * コピー区名    ：セット引当内訳ファイル（索引編成）
      * ※セット親の受注明細（受注番号＋明細行番号）ごとに、引当
      *   を親の在庫（組立済みの親）から取った数と、構成部品へ
      *   展開して取った数を親の単位で残す。KJBM030が引当時に
      *   登録し、出荷確定(KJBM056)・承認却下(KJBM062)・引当解放
      *   (KJBM066)・取消・返品(KJBM030)は、この内訳どおりに親と
      *   部品へ戻す。レコードのない明細は全数を部品展開とみなす
      ********************************************************
           02  SAL-KEY.
             03  SAL-JUCHU-NO      PIC X(6).
             03  SAL-LINE-NO       PIC 9(2).
           02  SAL-OYA-NO          PIC X(5).
      *引当中（未出荷）の内訳　親在庫から・部品展開の数
           02  SAL-AL-OYA-SURYO    PIC 9(3).
           02  SAL-AL-KO-SURYO     PIC 9(3).
      *出荷済みの内訳（KJBM056が積む。返品の戻し先に使う）
           02  SAL-SH-OYA-SURYO    PIC 9(3).
           02  SAL-SH-KO-SURYO     PIC 9(3).
      *最終更新日
           02  SAL-UPD-YMD         PIC 9(8).
