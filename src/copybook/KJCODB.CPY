      *          実出荷数量に更新され、出荷不足分は在庫待ちへ）
      *          "PA"=承認待ち（承認金額しきい値超過の明細が承認
      *          待ちファイルへ回った状態。KJBM062が解放・却下する）
      *          "DL"=配達完了（出荷済み明細に運送会社の配達完了が
      *          届いた状態。KJBM065が設定。売上・請求上は"SH"と
      *          同じく出荷済みとして扱う）
      *          "RL"=引当解放（受理後に出荷されず滞留した明細、
      *          または在庫待ちの明細を営業の指示で解放した状態。
      *          KJBM066が設定。引当は在庫へ戻し済み）
      *          "DP"=重複疑い保留（同一得意先・商品・数量の受注が
      *          期間内に別番号で既にある明細が重複疑いファイル
      *          へ回った状態。KJBM078が解放・重複確定する）
           02  ODB-RESULT          PIC X(2).
      *チェック結果　(1)〜(25)、KJCF020のJF020-ERR-KBN-TBLと同じ並び
           02  ODB-ERR-KBN-TBL     PIC X(25).
      *金額・税額（KJBM030通過後に確定、それまではゼロ）
           02  ODB-KINGAKU         PIC S9(9).
           02  ODB-ZEIGAKU         PIC S9(7).
      *確約納期(ODB-YAKUSOKU-YMD)と並べて、滞留受注の希望対確約
      *を受注状況照会(KJBM045)で答えられるようにする
           02  ODB-NOKI-YMD        PIC 9(8).
      *納品先コード（JF020-NOHIN-CODの引き継ぎ。空白＝得意先そのもの）
      *受理後の工程（出荷確定KJBM056・引当解放KJBM066）が出荷拠点を
      *受注時と同じ納品先の拠点で引き直すために使う
           02  ODB-NOHIN-COD       PIC X(4).
      *当初受注数量（最初に登録した時の数量。KCBS040が新規登録時に
      *設定し以後は書き換えない）　ODB-SURYOは出荷確定で実出荷数量
      *に、出荷不足分の再投入で残数量に置き換わるため、納期遵守実績
      *(KJBM079)の全量判定はこちらを使う。空白＝記録前の明細
           02  ODB-TOSHO-SURYO     PIC X(3).
      *当初基準納期（最初に確約した納期。確約前に在庫待ちへ回った
      *明細は希望納期。KCBS040が最初の1回だけ設定する。ゼロ＝未確定）
      *在庫待ち解放後の再確約で動く確約納期(ODB-YAKUSOKU-YMD)と違い
      *顧客へ約束した日のまま残る
           02  ODB-TOSHO-NOKI-YMD  PIC 9(8).
