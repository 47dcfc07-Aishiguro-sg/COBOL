      * コピー区名    ：担当者認証・操作記録(KCBS070) 連絡領域
      ********************************************************
       01  KCBS070-P1.
      *動作　L=サインオン確認（担当者・パスワード・機能の照合。
      *        パスワードの入力・期限切れ時の変更はKCBS070が
      *        端末で直接行う）
      *      C=権限照合のみ（トランザクションに記入された承認者等、
      *        本人が端末にいない担当者ＩＤ・環境変数で担当者ＩＤ
      *        を受け取るバッチの機能とロックの確認）
      *      R=管理者のパスワード初期化（S070-OPR-IDは初期化する
      *        管理者、対象はS070-TGT-ID、仮パスワードはS070-PW）
      *      A=操作記録の追記
         02  S070-ACTION            PIC X(1).
         02  S070-OPR-ID            PIC X(8).
         02  S070-OPR-MEI           PIC X(20).
      *戻り区分　SPACE=正常　N=担当者未登録　D=機能権限なし
      *          O=担当者マスタなし（呼出元は続行可否を判断する）
      *          P=パスワード不一致・未入力・未設定（管理者の仮
      *            パスワード発行待ち）　L=ロック中（ロックアウト含む）
      *          X=パスワードの変更未了（期限切れ・仮パスワード）・
      *            担当者マスタを書き換えられない（認証・初期化せず）
         02  S070-RCD               PIC X(1).
      *初期化(R)の対象担当者ＩＤと仮パスワード
         02  S070-TGT-ID            PIC X(8).
         02  S070-PW                PIC X(16).
