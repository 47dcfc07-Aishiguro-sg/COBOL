      * サブシステム名：売上
      * プログラム名  ：銀行入金明細取込（入金トランザクション作成）
      * 作成日／作成者：２０２６年９月３日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：請求書レジスタへの締め日・支払期日の追加に
      *                 伴い退避テーブルのレコード長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：請求書レジスタへの税率0％内訳の追加に伴い
      *                 退避テーブルのレコード長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：送金明細取込(KUBM056)の起票分(NYUR)との
      *                 連結順をコメントに追記
      ********************************************************
      *これまで手入力していた入金起票を、銀行の入金明細ファイル
      *(BANK)からの自動変換に置き換える。
      *  4. 名義が引き当たらない・一致請求書なし・複数一致
      *     （どれに充てるか曖昧）は例外一覧(RPT)へ出して手作業へ
      *取込・例外の件数はKCBS020のジョブ統計へ記録する。
      *送金明細取込(KUBM056)の起票分は別ファイル(NYUR)に出る。
      *KUBM031へはNYUR・NYUの順に連結して割り当てる。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
       01  INVT-CNT               PIC  9(4)    VALUE  ZERO.
       01  INVT-TBL.
         02  INVT-ENT  OCCURS 9999 TIMES INDEXED BY INVT-IDX.
           03  INVT-IMG           PIC  X(139).
       01  WK-INV-REC-1.
           COPY  KUCF030.
      *引き当て結果　得意先コード・一致請求書番号・一致件数
