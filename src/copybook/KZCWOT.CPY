      ********************************************************
      * システム名    ：研修
      * コピー区名    ：組立・解体作業指示トランザクション
      *                 （KZBM036入力）
      * ※セット商品（セット構成マスタSETMの親）を拠点で前もって
      *   組み立てる（ギフトセット・季節キットの事前包装）、
      *   または組み立て済みの親を部品へ戻すための作業指示。
      *   区分　B=組立指示の登録　U=解体指示の登録
      *         C=作業完了（指示番号を指定。部品・親の在庫を
      *           動かす）　X=指示の取消（番号指定、未完了のみ）
      *   登録の指示番号は空白でよい（KZBM036が系列"W"で採番
      *   する）。完了・取消は指示番号のみ必須
      ********************************************************
           02  WOT-KBN           PIC X(1).
           02  WOT-WO-NO         PIC X(6).
           02  WOT-YMD           PIC 9(8).
           02  WOT-OYA-NO        PIC X(5).
           02  WOT-LOC-COD       PIC X(2).
           02  WOT-SURYO         PIC 9(5).
