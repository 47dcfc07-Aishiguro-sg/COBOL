      *   許可機能は機能文字の並び（最大10個）
      *     J=受注入力(KJBM003)　C=却下訂正(KJBM060)
      *     Z=棚卸承認反映(KZBM031)　M=マスタ保守提出(KZBM051)
      *     Q=ロット保留・回収(KZBM067・KZBM068)
      *     K=締め前点検未了での期間締めの強制(KUBM035、責任者)
      *     G=与信限度額見直しの承認(KUBM049、審査者)
      *     W=貸倒償却・回収の提出(KUBM051)
      *     B=貸倒償却・回収の承認(KUBM052、承認者)
      *     R=未充当入金の返金の提出(KUBM053)
      *     H=未充当入金の返金の承認(KUBM054、承認者)
      *     E=ＥＤＩ請求書の再送(KUBM055)
      *     S=得意先取引状態の変更(KJBM077)
      *     N=入荷入力(KZBM018)
      *     P=パスワードの初期化(KCBM071、管理者)
      *   機能文字を追加したときはKCBM072（権限棚卸表）の機能定義
      *   にも名称と使用プログラムを追加すること
      *   パスワード関連の項目はKCBS070とKCBM071だけが書き換える
      *   （担当者の追加・権限変更の手修正時は触らないこと。
      *   項目のない旧形式の行は未設定として扱う）
      ********************************************************
           02  OPR-ID            PIC X(8).
           02  OPR-MEI           PIC X(20).
           02  OPR-FUNCS         PIC X(10).
      *パスワードの要約値（KCBS070が担当者ＩＤと合わせて一方向に
      *変換した値。パスワードそのものは保存しない）。SPACE=未設定
           02  OPR-PW-HASH       PIC X(20).
      *パスワード変更日。ゼロ=管理者初期化の仮パスワード（次回の
      *サインオンで変更を強制する）
           02  OPR-PW-YMD        PIC 9(8).
      *連続失敗回数（サインオン成功でゼロに戻す）
           02  OPR-FAIL-CNT      PIC 9(2).
      *ロック区分　L=ロック中（管理者の初期化で解除）
           02  OPR-LOCK-KBN      PIC X(1).
      *所属部門コード（権限棚卸表KCBM072の部門別の確認単位。
      *部門名・部門長は職務分掌ルールファイルのD行で定義する）
           02  OPR-BUMON-COD     PIC X(4).
