      *   に取り崩す。返品・取消・出荷不足の在庫戻しはロットが
      *   特定できないため、擬似ロット"RTNSTOCK"（戻し日付き）
      *   として積む。リコール追跡はロット引当ジャーナル(LAJ)と
      *   併せてKZBM065が照会する。
      *   賞味（使用）期限のあるロットは、受注引当が期限の早い順
      *   （先期限先出）に取り崩し、得意先の最低残賞味期限日数を
      *   満たさないロットは使わない。期限接近在庫は入荷拠点別に
      *   KZBM066が一覧にする。
      *   品質調査中のロットは保留トランザクション(KZBM067)で保留
      *   し、受注引当の対象から外す。回収確定のロットはKZBM068が
      *   得意先別回収通知一覧を作り、残数を回収廃棄する
      ********************************************************
           02  LOT-KEY.
             03  LOT-SHOHIN-NO   PIC X(5).
             03  LOT-NYK-YMD     PIC 9(8).
             03  LOT-LOT-NO      PIC X(10).
           02  LOT-ZAN-SURYO     PIC S9(7).
      *賞味（使用）期限　入荷計上(KZBM020)が入荷トランザクション
      *から設定する。ゼロ＝期限なし（擬似ロットも期限なし）
           02  LOT-KIGEN-YMD     PIC 9(8).
      *入荷拠点（CFLOC-LOC-COD）。擬似ロットは空白
           02  LOT-LOC-COD       PIC X(2).
      *保留区分　空白＝通常　H＝保留（品質調査中）
      *          R＝回収確定（回収廃棄待ち）　W＝回収廃棄済
      *保留・回収中(H/R/W)のロットは受注引当に使わない
           02  LOT-HOLD-KBN      PIC X(1).
      *保留理由コード・操作担当者・保留区分の最終変更日
           02  LOT-HOLD-RIYU     PIC X(2).
           02  LOT-HOLD-OPR      PIC X(8).
           02  LOT-HOLD-YMD      PIC 9(8).
