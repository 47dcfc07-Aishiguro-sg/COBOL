      *       変更内容：適用済みジャーナルへ請求書別の充当明細を
      *                 併記し、再開時に旧レジスタへ再適用（残高
      *                 と請求書の食い違い防止）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：請求書番号未指定の入金を支払期日の早い請求書
      *                 から充当するよう変更（期日が同じなら発行順）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：請求書別の消込を入金消込履歴(APH)へ追記
      *                 （与信限度額見直しの支払日数の材料）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：送金明細(KUBM056)起票の入金は不足残を許容差額で
      *                 自動償却しない（差引は差引係争台帳で扱う）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：請求書レジスタへの税率0％内訳の追加に伴い
      *                 退避テーブルのレコード長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：得意先マスタ書換の前後イメージを更新イメージ
      *                 ジャーナラ(KCBS060)へ記帳（項目変更監査用）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：入金トランザクションの連結順(NYUR・NYU)を
      *                 コメントに追記
      ********************************************************
      *入金トランザクション(NYU)を読み、得意先と請求書レジスタ
      *(INV、KUBM030出力)へ消し込む。請求書番号指定の入金はその
      *請求書へ、未指定（ゼロ）の入金は同一得意先の支払期日の早い
      *請求書から順に充当する。充当できた金額だけ得意先マスタの残高
      *(CFTOK-ZANDAKA)を減らし、KJBM020の与信チェックが回収済みを
      *反映するようにする（KUBM030の請求計上と対になる入金側）。
      *得意先不明の入金は従来どおり保留一覧へ出し、残高へは反映
      *自動償却する（償却・未充当の動きはすべて日報へ印字され、
      *経理の監査証跡となる）。
      *入金日報(RPT)と消込後の請求書レジスタを出力する。
      *入金トランザクションは送金明細取込(KUBM056)のNYURと
      *銀行入金明細取込(KUBM041)のNYUを、この順に連結して
      *割り当てる（適用済みジャーナルの位置はこの連結順で数える
      *ため、再開時も同じ順序で割り当てること）。
      *請求書別の消込は入金日・発行日付きで入金消込履歴(APH)へ
      *追記する（与信限度額見直しKUBM048の支払日数の材料）。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *INPUT 入金トランザクション（NYUR・NYUの順に連結）
           SELECT  NYU-FILE  ASSIGN TO  EXTERNAL  NYU
                             ORGANIZATION IS LINE SEQUENTIAL.
      *得意先マスタ（残高の取り崩し先）
           SELECT  NYJ-FILE  ASSIGN TO  EXTERNAL  NYJ
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS NYJ-STATUS.
      *OUTPUT 入金消込履歴（請求書別の消込、全実行分を追記）
           SELECT  APH-FILE  ASSIGN TO  EXTERNAL  APH
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS APH-STATUS.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
           03  NYJ-APL-ENT  OCCURS 20 TIMES.
             04  NYJ-APL-INV-NO   PIC  9(7).
             04  NYJ-APL-KINGAKU  PIC  S9(9).
       FD  APH-FILE.
       01  APH-REC.
           COPY  KUCFAPH.
      *
       WORKING-STORAGE            SECTION.
      *更新イメージジャーナラ(KCBS060)への連絡領域と更新前退避
       COPY  KCBS060P.
       01  WK-BIJ-OLD-IMG         PIC  X(200)  VALUE  SPACE.
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  INV-STATUS             PIC  X(2)    VALUE  SPACE.
       01  NYU-CNT                PIC  9(5)    VALUE  0.
       01  INVT-CNT               PIC  9(4)    VALUE  ZERO.
       01  INVT-TBL.
         02  INVT-ENT  OCCURS 9999 TIMES INDEXED BY INVT-IDX.
           03  INVT-IMG           PIC  X(139).
       01  WK-INV-REC-1.
           COPY  KUCF030.
      *充当処理の作業領域　残入金額と今回充当額
       01  WK-NOKORI              PIC  S9(9)   VALUE  0.
       01  WK-ATETA               PIC  S9(9)   VALUE  0.
       01  WK-APPLIED-SUM         PIC  S9(9)   VALUE  0.
      *番号未指定入金の充当順　支払期日の早い請求書から選ぶ
       01  WK-PICK-FLG            PIC  X       VALUE  "N".
       01  WK-PICK-IDX            PIC  9(4)    VALUE  0.
       01  WK-PICK-KEY            PIC  9(8)    VALUE  0.
       01  WK-DUE-KEY             PIC  9(8)    VALUE  0.
      *許容差額テーブル　ワーキングストレージ・キャッシュ
       01  TOL-STATUS             PIC  X(2)    VALUE  SPACE.
       01  WK-TOL-END-FLG         PIC  X       VALUE  SPACE.
      *計上実行レジスタと適用済み入金ジャーナル　二重計上防止用
       01  PRR-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  NYJ-STATUS             PIC  X(2)    VALUE  SPACE.
      *入金消込履歴（与信限度額見直しKUBM048の支払日数の材料）
       01  APH-STATUS             PIC  X(2)    VALUE  SPACE.
       01  APH-CNT                PIC  9(5)    VALUE  0.
      *実行ＩＤ（環境変数KUBM031-RUN-ID、未指定は当日日付）
       01  WK-RUN-ID              PIC  X(14)   VALUE  SPACE.
      *本実行の状態　SPACE=新規　"R"=再開　"C"=完了済み（拒否）
       EXT.
           EXIT.
      ********************************************************
      * 入金消込履歴への追記　充当明細1件（請求書1通）につき1件。
      * 適用済みジャーナルと同じ時点で書くため、再開時の再適用
      * (RSM-APPLY-RTN)では書かない（二重に載らない）
      ********************************************************
       APH-WRITE-RTN              SECTION.
           OPEN  EXTEND  APH-FILE.
           IF  APH-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  APH-FILE
           END-IF.
           PERFORM  VARYING  APL-IDX  FROM  1  BY  1
             UNTIL  APL-IDX  >  APL-CNT
             MOVE  "N"  TO  WK-APL-FOUND-FLG
             PERFORM  VARYING  INVT-IDX  FROM  1  BY  1
               UNTIL  (INVT-IDX  >  INVT-CNT)  OR
                      (WK-APL-FOUND-FLG  =  "Y")
               MOVE  INVT-IMG(INVT-IDX)  TO  WK-INV-REC-1
               IF  INV-NO OF WK-INV-REC-1  =  APL-INV-NO(APL-IDX)
                 THEN
                 MOVE  "Y"  TO  WK-APL-FOUND-FLG
               END-IF
             END-PERFORM
             IF  WK-APL-FOUND-FLG  =  "Y"  THEN
               MOVE  SPACE  TO  APH-REC
               MOVE  NYU-YMD  TO  APH-NYU-YMD
               MOVE  INV-TOKU-COD OF WK-INV-REC-1  TO  APH-TOKU-COD
               MOVE  APL-INV-NO(APL-IDX)  TO  APH-INV-NO
               MOVE  INV-YMD OF WK-INV-REC-1  TO  APH-INV-YMD
               IF  INV-DUE-YMD OF WK-INV-REC-1  IS  NUMERIC  THEN
                 MOVE  INV-DUE-YMD OF WK-INV-REC-1  TO  APH-DUE-YMD
               ELSE
                 MOVE  ZERO  TO  APH-DUE-YMD
               END-IF
               MOVE  APL-KINGAKU(APL-IDX)  TO  APH-KINGAKU
               MOVE  "N"  TO  APH-SRC-KBN
               WRITE  APH-REC
               ADD  1  TO  APH-CNT
             END-IF
           END-PERFORM.
           CLOSE  APH-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 本実行を完了("C")にして計上実行レジスタを書き戻す
      ********************************************************
       RUN-DONE-RTN               SECTION.
      *差し引く（充当額と合わせて取り崩す）
               IF  (WK-APPLIED-SUM  >  0)  OR
                   (WK-WO-SUM  >  0)  THEN
                 MOVE  CMF-REC  TO  WK-BIJ-OLD-IMG
                 SUBTRACT  WK-APPLIED-SUM  FROM  CFTOK-ZANDAKA
                 SUBTRACT  WK-WO-SUM       FROM  CFTOK-ZANDAKA
                 REWRITE  CMF-REC
                 PERFORM  CMF-BIJ-RTN
                 ADD  1  TO  APPLY-CNT
      *残高反映の直後に適用済みジャーナルへ記帳する（異常終了時
      *も反映済み分がもれなく記録されている状態を保つ）
                 PERFORM  NYJ-WRITE-RTN
                 PERFORM  APH-WRITE-RTN
                 PERFORM  JOURNAL-RTN
               END-IF
      *充当しきれなかった残額（超過入金・該当請求なし）は未充当
           EXIT.
      ********************************************************
      * 請求書への充当　番号指定ならその請求書のみ、未指定なら
      * 同一得意先の未回収請求書を支払期日の早い順に消し込む
      * （期日の同じ請求書は発行順＝テーブル順。支払期日のない
      * 旧レジスタの請求書は発行日を期日とみなす）
      ********************************************************
       MATCH-INV-RTN              SECTION.
           IF  NYU-INV-NO  NOT  =  ZERO  THEN
             PERFORM  VARYING  INVT-IDX  FROM  1  BY  1
               UNTIL  (INVT-IDX  >  INVT-CNT)  OR
                      (WK-NOKORI  <=  0)
               MOVE  INVT-IMG(INVT-IDX)  TO  WK-INV-REC-1
               IF  (NYU-INV-NO  =  INV-NO OF WK-INV-REC-1)  AND
                   (INV-OPEN-ZAN OF WK-INV-REC-1  >  0)  THEN
                 PERFORM  INV-TOKU-MATCH-RTN
                 IF  WK-INV-MATCH-FLG  =  "Y"  THEN
                   PERFORM  APPLY-ONE-RTN
                 END-IF
               END-IF
             END-PERFORM
             GO  TO  MATCH-INV-EXT
           END-IF.
           MOVE  "Y"  TO  WK-PICK-FLG.
           PERFORM  UNTIL  (WK-NOKORI  <=  0)  OR
                           (WK-PICK-FLG  =  "N")
             PERFORM  DUE-PICK-RTN
             IF  WK-PICK-FLG  =  "Y"  THEN
               SET  INVT-IDX  TO  WK-PICK-IDX
               MOVE  INVT-IMG(INVT-IDX)  TO  WK-INV-REC-1
               PERFORM  APPLY-ONE-RTN
             END-IF
           END-PERFORM.
       MATCH-INV-EXT.
           EXIT.
      ********************************************************
      * 次の充当先の選択　充当対象の未回収請求書のうち支払期日の
      * 最も早いものを選ぶ（WK-PICK-IDX、なければFLG="N"）
      ********************************************************
       DUE-PICK-RTN               SECTION.
           MOVE  "N"  TO  WK-PICK-FLG.
           MOVE  99999999  TO  WK-PICK-KEY.
           PERFORM  VARYING  INVT-IDX  FROM  1  BY  1
             UNTIL  INVT-IDX  >  INVT-CNT
             MOVE  INVT-IMG(INVT-IDX)  TO  WK-INV-REC-1
             IF  INV-OPEN-ZAN OF WK-INV-REC-1  >  0  THEN
               IF  (INV-DUE-YMD OF WK-INV-REC-1  IS  NUMERIC)  AND
                   (INV-DUE-YMD OF WK-INV-REC-1  >  ZERO)  THEN
                 MOVE  INV-DUE-YMD OF WK-INV-REC-1  TO  WK-DUE-KEY
               ELSE
                 MOVE  INV-YMD OF WK-INV-REC-1  TO  WK-DUE-KEY
               END-IF
      *期日が同じなら先に見つけた（発行の古い）請求書を残す
               IF  (WK-PICK-FLG  =  "N")  OR
                   (WK-DUE-KEY  <  WK-PICK-KEY)  THEN
                 PERFORM  INV-TOKU-MATCH-RTN
                 IF  WK-INV-MATCH-FLG  =  "Y"  THEN
                   MOVE  "Y"  TO  WK-PICK-FLG
                   SET  WK-PICK-IDX  TO  INVT-IDX
                   MOVE  WK-DUE-KEY  TO  WK-PICK-KEY
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 請求書1件への充当（WK-INV-REC-1、INVT-IDXの請求書）
      ********************************************************
       APPLY-ONE-RTN              SECTION.
           IF  WK-NOKORI  >=  INV-OPEN-ZAN OF WK-INV-REC-1
             THEN
             MOVE  INV-OPEN-ZAN OF WK-INV-REC-1  TO  WK-ATETA
           ELSE
             MOVE  WK-NOKORI  TO  WK-ATETA
           END-IF.
           SUBTRACT  WK-ATETA
             FROM  INV-OPEN-ZAN OF WK-INV-REC-1.
           SUBTRACT  WK-ATETA  FROM  WK-NOKORI.
           ADD  WK-ATETA  TO  WK-APPLIED-SUM.
      *再開時の再適用のため充当明細を退避する
           MOVE  INV-NO OF WK-INV-REC-1  TO  WK-APL-INV-NO.
           MOVE  WK-ATETA  TO  WK-APL-KINGAKU.
           PERFORM  APL-POST-RTN.
      *外貨建て請求書は発行時レートとの差から為替差損益を実現する
           IF  (INV-TSUKA-COD OF WK-INV-REC-1  NOT  =  "JPY")
               AND
               (INV-RATE OF WK-INV-REC-1  NOT  =  ZERO)  THEN
             PERFORM  FXGL-RTN
           END-IF.
      *入金が尽きてなお残る不足残が許容差額以下なら自動償却する
      *（振込手数料差引等。理由コード"T"で日報へ印字）。送金明細
      *からの入金の不足残は得意先の差引で係争台帳に載っている
      *ため償却しない
           IF  (WK-NOKORI  =  0)  AND
               (INV-OPEN-ZAN OF WK-INV-REC-1  >  0)  AND
               (NYU-SRC-KBN  NOT  =  "R")  THEN
             PERFORM  TOL-LOOKUP-RTN
             IF  (WK-TOL-APPLY  >  0)  AND
                 (INV-OPEN-ZAN OF WK-INV-REC-1  <=
                  WK-TOL-APPLY)  THEN
               MOVE  INV-OPEN-ZAN OF WK-INV-REC-1
                 TO  WK-WO-KINGAKU
               MOVE  0
                 TO  INV-OPEN-ZAN OF WK-INV-REC-1
               ADD  WK-WO-KINGAKU  TO  WK-WO-SUM
               ADD  WK-WO-KINGAKU  TO  WO-TOTAL
               ADD  1  TO  WO-CNT
               PERFORM  WO-LIST-RTN
      *自動償却分も未回収残高の減額として充当明細へ積む
               MOVE  INV-NO OF WK-INV-REC-1
                 TO  WK-APL-INV-NO
               MOVE  WK-WO-KINGAKU  TO  WK-APL-KINGAKU
               PERFORM  APL-POST-RTN
             END-IF
           END-IF.
           MOVE  WK-INV-REC-1  TO  INVT-IMG(INVT-IDX).
       EXT.
           EXIT.
      ********************************************************
           DISPLAY  "為替差損益= "  WK-FXGL-CNT
                    " 合計="  WK-FXGL-SUM.
           DISPLAY  "二重スキップ= "  SKIP-DUP-CNT.
           DISPLAY  "消込履歴= "  APH-CNT.
           DISPLAY  "*** END KUBM031 ***".
       EXT.
           EXIT.
      ********************************************************
      * 得意先マスタ書換の更新イメージ記帳（KUBM049と同じ方式）
      ********************************************************
       CMF-BIJ-RTN                SECTION.
           MOVE  "KUBM031"  TO  S060-PGM-ID.
           MOVE  "CMF"      TO  S060-FILE-ID.
           MOVE  "R"        TO  S060-ACTION.
           MOVE  SPACE      TO  S060-KEY.
           MOVE  CFTOK-TOKU-COD  TO  S060-KEY.
           MOVE  WK-BIJ-OLD-IMG  TO  S060-OLD-REC.
           MOVE  SPACE      TO  S060-NEW-REC.
           MOVE  CMF-REC    TO  S060-NEW-REC.
           CALL  "KCBS060"  USING  KCBS060-P1.
       EXT.
           EXIT.
