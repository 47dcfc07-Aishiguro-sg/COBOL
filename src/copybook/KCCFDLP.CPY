      ********************************************************
      * システム名    ：研修
      * コピー区名    ：帳票配信先マスタ（営業登録）
      * ※得意先×帳票区分ごとの配信区分と、電子メール配信の
      *   宛先・ご担当者名。帳票区分"**"はその得意先の全帳票
      *   （個別の帳票区分の登録が優先）。登録のない得意先・
      *   帳票は従来どおり印刷する。
      *   帳票区分は帳票索引(KCCDIX)と同じ
      *   配信区分　P=印刷（郵送・ＦＡＸ）
      *             M=電子メール（メール送信バッチへ）
      *             E=ＥＤＩ（ＥＤＩ送信キューへ）
      *             S=送付しない（配信ログにのみ記録）
      *   電子メールで宛先が空白の場合は印刷へ回す
      ********************************************************
           02  DLP-TOKU-COD      PIC X(4).
           02  DLP-DOC-KBN       PIC X(2).
           02  DLP-ROUTE         PIC X(1).
           02  DLP-MAIL-ADDR     PIC X(60).
           02  DLP-TANTO-MEI     PIC X(20).
