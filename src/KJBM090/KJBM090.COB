      * サブシステム名：受注
      * プログラム名  ：マスタ退避（IMF・CMFスナップショット採取）
      * 作成日／作成者：２０２６年８月２２日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：得意先マスタの締め日・支払条件の追加に伴い
      *                 退避レコード長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：得意先マスタの最低残賞味期限日数の追加に
      *                 伴い退避レコード長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：得意先マスタの延滞利息区分の追加に伴い
      *                 退避レコード長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：得意先マスタの返金先口座の追加に伴い退避
      *                 レコード長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：得意先マスタの消費税区分の追加に伴い退避
      *                 レコード長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：商品マスタの原産国・HS関税分類番号の追加に
      *                 伴い退避レコード長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：得意先マスタの取引状態・理由・変更日の追加に
      *                 伴い退避レコード長を変更
      ********************************************************
      *KJBM030は商品マスタ(IMF)をI-Oで開き在庫数をREWRITEするため、
      *実行が途中で異常終了するとマスタが中途半端に更新されたまま
       01  CMF-REC.
           COPY  KCCFTOK.
       FD  SNPI-FILE.
       01  SNPI-REC               PIC  X(143).
       FD  SNPC-FILE.
       01  SNPC-REC               PIC  X(177).
       FD  CTL-FILE.
       01  CTL-REC.
         02  SNP-TORI-DATE        PIC  9(8).
