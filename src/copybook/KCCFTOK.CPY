      *送料無料しきい値　明細金額がこの額以上なら運賃ゼロ。
      *ゼロ＝無料適用なし（常に運賃を計算する）
           02  CFTOK-FREIGHT-FREE    PIC S9(9).
      *請求締め日　01〜30=毎月その日で締める（月の日数を超える日は
      *その月の末日）　31以上（99等）・ゼロ・未設定=月末締め。
      *請求書発行(KUBM030)が受注日からこの締め日で区切った請求
      *期間を決め、締めの到来していない明細は次回へ繰り越す
           02  CFTOK-SHIME-DD        PIC 9(2).
      *支払条件　支払月＝締め月から何か月後に支払うか（0=当月
      *1=翌月　2=翌々月）、支払日＝その月の何日に支払うか（01〜30、
      *31以上（99等）=末日）。支払日ゼロ・未設定は支払条件なし
      *（支払期日＝請求書発行日）。KUBM030が請求書の支払期日
      *(INV-DUE-YMD)を算出する
           02  CFTOK-SHIHARAI-TSUKI  PIC 9(1).
           02  CFTOK-SHIHARAI-DD     PIC 9(2).
      *最低残賞味期限日数　ロット管理商品の引当(KJBM030)で、出荷日
      *にこの日数を足した日より前に期限が切れるロットを使わない。
      *ゼロ・未設定は出荷日に期限内であればよい
           02  CFTOK-ZANKIGEN-DAYS   PIC 9(3).
      *延滞利息区分　SPACE=延滞利息を請求する　"M"=免除（延滞利息
      *請求KUBM050の対象外とする得意先。請求先＝親得意先の区分で
      *判定する）
           02  CFTOK-RISOKU-KBN      PIC X(1).
      *返金先口座（未充当入金の返金を総合振込データへ載せる
      *ときに使う。仕入先マスタKCCFSIRの振込先口座と同じ形式）
      *銀行・支店名と口座名義は半角カナ。預金種目 1=普通 2=当座
      *4=貯蓄。銀行番号ゼロ・未設定の得意先は返金申請(KUBM053)を
      *受け付けず、支払提案(KZBM026)も振込データを作らない
           02  CFTOK-GINKO-COD       PIC 9(4).
           02  CFTOK-GINKO-MEI       PIC X(15).
           02  CFTOK-SHITEN-COD      PIC 9(3).
           02  CFTOK-SHITEN-MEI      PIC X(15).
           02  CFTOK-YOKIN-SHUMOKU   PIC 9(1).
           02  CFTOK-KOZA-NO         PIC 9(7).
           02  CFTOK-KOZA-MEI        PIC X(30).
      *消費税区分　SPACE=課税（商品の税率区分で標準／軽減）
      *"E"=輸出免税（海外向け輸出売上、税率0%。輸出許可番号
      *の保存が要件）　"N"=非課税・不課税（国外取引等、消費税
      *の対象外）。受注の税額計算(KJBM030)・請求書の税率別内訳
      *(KUBM030)・消費税集計表(KUBM024)が参照する
           02  CFTOK-ZEI-KBN         PIC X(1).
      *取引状態　SPACE・"A"=取引中　"S"=取引停止（新規受注を受け
      *付けない。出荷済み分の請求・入金・返品は継続）　"C"=解約
      *（取引なし。受注は全区分却下、価格表・与信限度額見直し
      *等の帳票と定期受注の対象外）。受注チェック(KJBM020)が
      *チェック位置(21)で却下し、定期受注(KJBM004)は生成せず、
      *与信保留の解放(KJBM054)は解放しない。変更は得意先取引
      *状態変更(KJBM077)のトランザクションでのみ行い、理由と
      *変更日（取引状態を最後に変えた日）を残す
           02  CFTOK-TORIHIKI-KBN    PIC X(1).
           02  CFTOK-TORIHIKI-RIYU   PIC X(20).
           02  CFTOK-TORIHIKI-YMD    PIC 9(8).
