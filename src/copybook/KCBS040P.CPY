      *          "CH"=与信保留（KJBM050のCHF振り分け時）
      *          "SH"=出荷済み（出荷確定KJBM056）
      *          "PA"=承認待ち（KJBM050のAPF振り分け時）
      *          "DL"=配達完了（運送会社追跡取込KJBM065）
      *          "RL"=引当解放（滞留引当の解放KJBM066）
         02  S040-RESULT            PIC X(2).
         02  S040-DATA-KBN          PIC X(1).
         02  S040-JUCHU-YMD         PIC 9(8).
         02  S040-TOKU-COD          PIC X(4).
         02  S040-SHOHIN-NO         PIC X(5).
         02  S040-SURYO             PIC X(3).
         02  S040-ERR-KBN-TBL       PIC X(25).
         02  S040-KINGAKU           PIC S9(9).
         02  S040-ZEIGAKU           PIC S9(7).
      *確約納期（ゼロ＝確約なし）
         02  S040-ORIG-JUCHU-NO     PIC X(6).
      *希望納期（ゼロ＝指定なし）
         02  S040-NOKI-YMD          PIC 9(8).
      *納品先コード（空白＝得意先そのもの）
         02  S040-NOHIN-COD         PIC X(4).
      *戻り区分　SPACE=正常　E=ファイル異常
         02  S040-RCD               PIC X(1).
