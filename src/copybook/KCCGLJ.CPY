      ********************************************************
      * システム名    ：研修
      * コピー区名    ：会計仕訳連携レコード（複式、固定長80バイト）
      * ※KCBM080が各連携元(KUBM023/KUBM031/KUBM034/KUBM038/
      *   KZBM060)のKUCFGLI形式ファイルを集約し、借方・貸方の
      *   勘定科目付き仕訳として会計側へ1回分ずつ送信する。
      *   レコード区分　H=見出し　D=仕訳明細　T=トレーラ
      *   見出し：送信番号・対象年月のみ
      *   トレーラ：GLJ-JNL-NOに明細件数、GLJ-KINGAKUに借方合計
      *   仕訳番号は送信番号×100＋送信内の連番。1仕訳は1連携元の
      *   1対象年月分で、借方合計と貸方合計が一致するものだけを送る
      ********************************************************
           02  GLJ-REC-TYPE        PIC  X(1).
      *送信番号（送信レジスタで連番管理）
           02  GLJ-SOSHIN-NO       PIC  9(6).
           02  GLJ-JNL-NO          PIC  9(8).
           02  GLJ-LINE-NO         PIC  9(4).
           02  GLJ-PERIOD          PIC  9(6).
      *勘定科目（会計側の4桁コード）
           02  GLJ-ACCT            PIC  X(4).
      *貸借区分　D=借方　C=貸方
           02  GLJ-TAISHAKU        PIC  X(1).
           02  GLJ-KINGAKU         PIC  9(11).
      *相手科目
           02  GLJ-AITE-ACCT       PIC  X(4).
      *参照（得意先コード等、連携元の明細キー）
           02  GLJ-REF             PIC  X(8).
      *連携元プログラム
           02  GLJ-SRC-PGM         PIC  X(8).
           02  FILLER              PIC  X(19).
