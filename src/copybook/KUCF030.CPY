           02  INV-KINGAKU       PIC S9(9).
           02  INV-OPEN-ZAN      PIC S9(9).
      *適格請求書対応　税率区分別の税抜金額・税額の内訳
      *（標準10％／軽減8％、末尾の0％対象を含めた内訳の合計＋
      *運賃(INV-FREIGHT)がINV-KINGAKUに一致する。運賃は税率内訳
      *の対象外。KUBM030が商品マスタのCFSHO-SHOHIN-KBNから区分
      *して設定）
           02  INV-STD-ZEINUKI   PIC S9(9).
           02  INV-STD-ZEI       PIC S9(7).
           02  INV-RED-ZEINUKI   PIC S9(9).
      *運賃　請求金額(INV-KINGAKU)の内数（非課税の実費請求。
      *税率内訳と突き合わせる際はこの分を除いて照合する）
           02  INV-FREIGHT       PIC S9(9).
      *締め日と支払期日　KUBM030が得意先の請求締め日・支払条件
      *(CFTOK-SHIME-DD/SHIHARAI-TSUKI/SHIHARAI-DD)から設定する。
      *入金消込(KUBM031)の番号未指定入金は支払期日の早い順に充当し、
      *督促(KUBM040)は支払期日からの経過日数で段階を決める。
      *旧形式の請求書（ゼロ・空白）は発行日(INV-YMD)で代用する
           02  INV-SHIME-YMD     PIC 9(8).
           02  INV-DUE-YMD       PIC 9(8).
      *税率0％の内訳　受注得意先の消費税区分(CFTOK-ZEI-KBN)が
      *"E"（輸出免税）・"N"（非課税・不課税）の明細の税抜金額
      *（税額は常にゼロ）。延滞利息請求書(KUBM050)は利息額の全額を
      *非課税の内訳とする。旧形式の請求書は空白
           02  INV-EXP-ZEINUKI   PIC S9(9).
           02  INV-HIKA-ZEINUKI  PIC S9(9).
