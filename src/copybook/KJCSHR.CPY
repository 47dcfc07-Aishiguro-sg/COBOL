      *   "SH"と対になる物理出荷の記録で、ＡＳＮ抽出(KJBM061)と
      *   出荷照会の読み出し元。納品書番号は受注番号＋明細行番号
      *   （KJBM059の納品書と同じ組み立て）
      *   運送会社の追跡番号・配達完了日はKJBM065が取込で書き込む
      ********************************************************
           02  SHR-SHIP-YMD      PIC 9(8).
           02  SHR-JUCHU-NO      PIC X(6).
           02  SHR-DEN-NO        PIC X(8).
      *確定処理の実行日
           02  SHR-RUN-DATE      PIC 9(8).
      *運送会社コード・送り状（追跡）番号（KJBM065が運送会社の
      *引受データから設定。未取込は空白）
           02  SHR-CARRIER-COD   PIC X(2).
           02  SHR-TRACK-NO      PIC X(20).
      *配達完了日（運送会社の配達完了データの日付。ゼロ＝未配達）
           02  SHR-DLV-YMD       PIC 9(8).
      *納品先コード（受注の納品先。空白＝得意先本体への納品）
           02  SHR-NOHIN-COD     PIC X(4).
