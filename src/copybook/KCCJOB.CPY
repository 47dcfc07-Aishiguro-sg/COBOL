      ********************************************************
      * システム名    ：研修
      * コピー区名    ：ジョブ定義ファイル（KCBM074用、外部定義）
      * ※ジョブストリーム（一連のバッチ）ごとに、ステップ番号を
      *   キーとして次の3種の行を定義する。並びは自由
      *   JOB-REC-TYPE="S"：ステップ本体　起動プログラム・許容する
      *                      最大完了コード・異常時のストリーム停止
      *                      区分・ステップ名
      *   JOB-REC-TYPE="F"：ファイル割当　割当名(SELECTのEXTERNAL名)
      *                      と実ファイル名。実ファイル名の中の
      *                      &DIR=実行ディレクトリ &YMD=処理日付
      *                      &YM=処理年月 &SEQ=実行連番 に置換する
      *   JOB-REC-TYPE="P"：先行ステップ　このステップの前に完了
      *                      していなければならないステップ。別の
      *                      ストリームのステップも指定できる
      *   停止区分　S=異常終了でストリームを止める
      *             C=後続のうち依存しないステップは続行する
      *   運用担当がこのファイルを編集するだけで、プログラムの再
      *   コンパイルなしに起動順序・ファイル割当を変更できる
      *   例（売上ストリーム）
      *     "SSURIAGE 010KUBM019 000S売上計上"
      *     "FSURIAGE 010OTF         &DIR/URIAGE.&YMD.&SEQ.MRG"
      *     "SSURIAGE 020KUBM020 004S売上集計"
      *     "FSURIAGE 020ITF         &DIR/URIAGE.&YMD.&SEQ.MRG"
      *     "PSURIAGE 020SURIAGE 010"
      *     "SSURIAGE 030KUBM026 000C売上分析"
      *     "PSURIAGE 030SURIAGE 020"
      *   月次売掛ストリーム(URIKAKE)はKUBM030→031→034→040を
      *   同じ要領で定義し、010に売上ストリームの最終ステップを
      *   先行として指定する
      ********************************************************
           02  JOB-REC-TYPE      PIC X(1).
           02  JOB-STREAM        PIC X(8).
           02  JOB-STEP          PIC X(3).
      *S行　起動プログラム・最大完了コード・停止区分・ステップ名
           02  JOB-S-AREA.
             03  JOB-PGM-ID      PIC X(8).
             03  JOB-MAX-RC      PIC 9(3).
             03  JOB-STOP-KBN    PIC X(1).
             03  JOB-STEP-MEI    PIC X(30).
             03  FILLER          PIC X(50).
      *F行　割当名・実ファイル名（置換前のひな形）
           02  JOB-F-AREA  REDEFINES  JOB-S-AREA.
             03  JOB-DD-NAME     PIC X(12).
             03  JOB-PATH        PIC X(80).
      *P行　先行ステップのストリーム・ステップ
           02  JOB-P-AREA  REDEFINES  JOB-S-AREA.
             03  JOB-PRE-STREAM  PIC X(8).
             03  JOB-PRE-STEP    PIC X(3).
             03  FILLER          PIC X(81).
