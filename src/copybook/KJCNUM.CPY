      * ※系列（チャネル）ごとに番号の割当範囲と次回採番値を
      *   1件ずつ定義する。系列  E=ＥＤＩ取込  M=手入力（電話・
      *   ＦＡＸ）  P=発注書(KZBM015)  T=拠点間移動(KZBM035)
      *   R=定期受注(KJBM004)  S=表計算取込(KJBM008)
      *   D=仕入先デビットノート(KZBM028)
      *   W=組立・解体作業指示(KZBM036)　Q=見積書(KJBM049)。
      *   範囲を系列間で重ねないことで番号の衝突を防ぎ、
      *   NUM-NEXT-NOがNUM-HI-NOを超えたら採番枯渇として扱う
      *   （巻き戻しによる再利用はしない）。
      *   年度更新(KCBM090)が先頭1桁を新年度の下1桁に付け替え、
      *   次回採番値を範囲の先頭へ戻す。このため範囲は下5桁で
      *   定義し（先頭1桁は年度）、下5桁でも系列間を重ねないこと
      ********************************************************
           02  NUM-SERIES        PIC X(1).
           02  NUM-LO-NO         PIC 9(6).
