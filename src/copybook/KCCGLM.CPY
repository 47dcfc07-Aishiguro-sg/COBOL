      ********************************************************
      * システム名    ：研修
      * コピー区名    ：会計仕訳　連携元別の勘定科目定義（KCBM080用、
      *                 外部定義）
      * ※金額だけを渡す連携元（売上・為替評価・リベート・為替
      *   差損益・評価引当・延滞利息）ごとに、金額がプラスの場合の
      *   借方・貸方科目を1件ずつ定義する。マイナスの金額は貸借を入れ
      *   替えて計上。
      *   連携元コード　SA=売上(KUBM023)　RV=為替評価替え(KUBM034)
      *                 RB=リベート(KUBM038)　FX=為替差損益(KUBM031)
      *                 PV=滞留在庫の評価引当(KZBM056)
      *                 LI=延滞利息(KUBM050)
      *   在庫(KZBM060)・貸倒償却(KUBM052)は科目付きで連携される
      *   ため連携元としての定義は不要。
      *   貸倒償却(KUBM052)は本定義から次のコードの科目を引き当て
      *   て連携する　WO=償却の税抜額　WT=償却の税額
      *               RO=回収の税抜額　RT=回収の税額
      *   未定義の連携元は送信せず、集約結果一覧へ出る
      ********************************************************
           02  GLM-SRC-COD       PIC X(2).
           02  GLM-DR-ACCT       PIC X(4).
           02  GLM-CR-ACCT       PIC X(4).
