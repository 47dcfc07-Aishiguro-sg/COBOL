      ********************************************************
      * システム名    ：研修
      * コピー区名    ：請求明細ジャーナル（KUBM030出力・累積）
      * ※請求書発行(KUBM030)が請求集計へ積んだ受注明細1件につき
      *   1件追記する。実行ＩＤ＋請求集計キーで発行済みジャーナル
      *   (KUCFIVJ)を引けば請求書番号が分かる。締め未到来で繰り越
      *   した明細・集計表満杯で積めなかった明細は書かない。
      *   同じ実行ＩＤの再実行（途中再開）では同じ明細が重ねて
      *   書かれるため、読む側は実行ＩＤ＋受注番号＋明細行番号＋
      *   データ区分で重複を除くこと
      ********************************************************
           02  IVL-RUN-ID        PIC X(14).
      *請求集計キー　請求先得意先（親得意先へ名寄せ後）×請求期間
      *×通貨
           02  IVL-BILL-TOKU     PIC X(4).
           02  IVL-PERIOD        PIC X(6).
           02  IVL-TSUKA-COD     PIC X(3).
      *受注明細（KJCF020からの転記）
           02  IVL-JUCHU-NO      PIC X(6).
           02  IVL-LINE-NO       PIC 9(2).
           02  IVL-DATA-KBN      PIC X(1).
           02  IVL-TOKU-COD      PIC X(4).
           02  IVL-JUCHU-YMD     PIC 9(8).
      *変更元受注番号（受注変更(4)・返品・取消の元受注）
           02  IVL-ORIG-JUCHU-NO PIC X(6).
      *明細の金額・運賃（符号は受注データのまま。返品(2)・取消
      *(3)・減算(9)の控除はデータ区分で判断する）
           02  IVL-KINGAKU       PIC S9(9).
           02  IVL-FREIGHT       PIC S9(9).
