      *             RC=入荷　AJ=棚卸調整　AM=受注変更調整
      *             BR=引当戻し(出荷確定)　SP=出荷払出
      *             AR=引当戻し(承認却下　KJBM062)
      *             RL=引当解放(出荷されず滞留した受理受注の
      *             引当戻し　KJBM066)
      *             SC=返品廃棄　VR=仕入先返送（返品戻しRTとの
      *             対でKJBM030が記帳する。処分分は在庫に残らない）
      *             TO=拠点間移動出庫　TI=拠点間移動受入
      *             移動レジスタTRRが保持する）
      *             （KJBM056が受注数量のBRと実出荷数量のSPを対で
      *             記帳する。差引＝出荷不足分が在庫へ残る）
      *             LC=入荷付随費用の原価算入　LV=入荷付随費用の
      *             原価差額（在庫ゼロで算入できない分）
      *             （KZBM021が記帳する。数量ゼロで金額のみ）
      *             RD=回収廃棄（回収確定ロットの残数の払出。
      *             KZBM068が記帳する）
      *             KI=組立部品払出　KR=組立受入（セット親）
      *             UI=解体払出（セット親）　UR=解体部品受入
      *             （KZBM036が作業指示番号で対に記帳する）
      *   数量は符号付き（戻し・入荷＝＋、引当・払出＝−）で、
      *   変動前後の残数も併記する。受払台帳(KZBM005)が
      *   「期首残＋受払計＝現在庫」の証明に使う
      *ロット、戻し系は擬似ロット"RTNSTOCK"。ロット管理を使わない
      *環境では空白のまま
           02  ZAI-LOT-NO        PIC X(10).
      *金額　入荷付随費用(LC/LV)の配賦額（円）。それ以外の区分では
      *使わない（空白のまま。会計連携KZBM060は数量×移動平均原価
      *で評価する）
           02  ZAI-KINGAKU       PIC S9(9).
