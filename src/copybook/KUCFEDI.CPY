      ********************************************************
      * システム名    ：研修
      * コピー区名    ：ＥＤＩ請求書ファイル（KUBM030・KUBM055出力）
      * ※カンマ区切りテキスト。請求書1通を見出し(H)・明細(D)・
      *   合計(T)の各行で表し、同じ請求書の行は連続して書く。
      *   得意先ごとのファイル分割は送信側のスプール処理が先頭の
      *   得意先コード列で行う（ＡＳＮ KJBM061と同じ）。
      *   各行の先頭20バイトは共通（得意先コード,行区分,請求書
      *   番号,送信区分,送信回数,）で、送信控え(EDIHST)から再送
      *   する際は送信区分・送信回数だけを書き換える。
      *   送信区分　N=初回送信　R=再送（送信回数02以降）
      *   金額は符号付き（先頭に＋／－）の固定桁
      *   H行　請求日,請求期間,通貨,請求金額,標準10%税抜,
      *        標準10%税額,軽減8%税抜,軽減8%税額,運賃,締め日,
      *        支払期日,発行者登録番号,輸出免税0%税抜,
      *        非課税・不課税税抜
      *   D行　明細通番,受注番号,明細行番号,データ区分,得意先
      *        品番,当社商品番号,数量,納品書番号,出荷日,税率,
      *        税抜金額,税額,税込金額（返品・取消・減算は負）
      *        税率　10=標準　08=軽減　00=輸出免税
      *              NT=非課税・不課税
      *   T行　明細行数,請求金額
      ********************************************************
           02  EDI-TOKU-COD      PIC X(4).
           02  FILLER            PIC X(1).
           02  EDI-REC-KBN       PIC X(1).
           02  FILLER            PIC X(1).
           02  EDI-INV-NO        PIC X(7).
           02  FILLER            PIC X(1).
           02  EDI-SEND-KBN      PIC X(1).
           02  FILLER            PIC X(1).
           02  EDI-SEND-SEQ      PIC X(2).
           02  FILLER            PIC X(1).
           02  EDI-BODY          PIC X(180).
