      *       変更内容：受注データベースのアーカイブ(ODBARC)を
      *                 本体と同じ索引編成・実レコード長へ変更
      *                 （KJBM045の割当切替で照会できるように）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：エラー区分の25個への拡張に伴いレコード長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：ジョブ統計ログのスケジューラ実行記録項目
      *                 の追加に伴いアーカイブ(LOGARC)のレコード長
      *                 を変更
      ********************************************************
      *際限なく成長する常設ファイル（受注データベースODB・受注
      *エラー履歴HIS・在庫受払ジャーナルZAI・ジョブ統計ログ
       01  HIS-REC.
           COPY  KJCF020H.
       FD  HISA-FILE.
       01  HISA-REC               PIC  X(162).
       FD  ZAI-FILE.
       01  ZAI-REC.
           COPY  KZCZAI.
       01  LOG-REC.
           COPY  KCCJLOG.
       FD  LOGA-FILE.
       01  LOGA-REC               PIC  X(65).
       FD  TMP-FILE.
       01  TMP-REC                PIC  X(162).
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
