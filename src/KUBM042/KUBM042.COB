      * サブシステム名：売上
      * プログラム名  ：未充当入金の充当実行
      * 作成日／作成者：２０２６年９月３日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：請求書レジスタへの締め日・支払期日の追加に
      *                 伴い退避テーブルのレコード長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：請求書別の充当を入金消込履歴(APH)へ追記
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：請求書レジスタへの税率0％内訳の追加に伴い
      *                 退避テーブルのレコード長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：得意先マスタ書換の前後イメージを更新イメージ
      *                 ジャーナラ(KCBS060)へ記帳（項目変更監査用）
      ********************************************************
      *KUBM031が未充当入金台帳(UNA)へ計上した超過入金・充当先
      *なし入金を、その後発行された請求書へ充てる。台帳の残額
      *MATCH-INV-RTNと同じ充当の仕方）。
      *台帳・請求書レジスタとも消込後の姿で書き戻し、充当の動き
      *1件ごとに監査行を日報(RPT)へ印字する。
      *請求書別の充当は入金消込履歴(APH)へも追記する（KUBM031と
      *同じく、与信限度額見直しKUBM048の支払日数の材料）。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *OUTPUT 充当実行日報
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 入金消込履歴（請求書別の充当、全実行分を追記）
           SELECT  APH-FILE  ASSIGN TO  EXTERNAL  APH
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS APH-STATUS.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
           COPY  KUCF030.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
       FD  APH-FILE.
       01  APH-REC.
           COPY  KUCFAPH.
      *
       WORKING-STORAGE            SECTION.
      *更新イメージジャーナラ(KCBS060)への連絡領域と更新前退避
       COPY  KCBS060P.
       01  WK-BIJ-OLD-IMG         PIC  X(200)  VALUE  SPACE.
       01  UNA-STATUS             PIC  X(2)    VALUE  SPACE.
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  INV-STATUS             PIC  X(2)    VALUE  SPACE.
       01  APH-STATUS             PIC  X(2)    VALUE  SPACE.
       01  APH-CNT                PIC  9(5)    VALUE  0.
       01  UNA-CNT                PIC  9(5)    VALUE  0.
       01  APPLY-CNT              PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  INVT-CNT               PIC  9(4)    VALUE  ZERO.
       01  INVT-TBL.
         02  INVT-ENT  OCCURS 9999 TIMES INDEXED BY INVT-IDX.
           03  INVT-IMG           PIC  X(139).
       01  WK-INV-REC-1.
           COPY  KUCF030.
      *充当処理の作業領域　残額と今回充当額
               ADD  WK-ATETA  TO  WK-APPLIED-SUM
               MOVE  WK-INV-REC-1  TO  INVT-IMG(INVT-IDX)
               PERFORM  APPLY-LIST-RTN
               PERFORM  APH-WRITE-RTN
             END-IF
           END-PERFORM.
           IF  WK-APPLIED-SUM  >  0  THEN
               DISPLAY  "得意先マスタ不一致 得意先="
                        UNA-TOKU-COD OF WK-UNA-REC-1
             NOT INVALID KEY
               MOVE  CMF-REC  TO  WK-BIJ-OLD-IMG
               SUBTRACT  WK-APPLIED-SUM  FROM  CFTOK-ZANDAKA
               REWRITE  CMF-REC
               PERFORM  CMF-BIJ-RTN
           END-READ.
       EXT.
           EXIT.
       EXT.
           EXIT.
      ********************************************************
      * 入金消込履歴への追記　入金日は未充当入金の発生日とする
      ********************************************************
       APH-WRITE-RTN              SECTION.
           OPEN  EXTEND  APH-FILE.
           IF  APH-STATUS  NOT  =  "00"  THEN
             OPEN  OUTPUT  APH-FILE
           END-IF.
           MOVE  SPACE  TO  APH-REC.
           MOVE  UNA-YMD OF WK-UNA-REC-1  TO  APH-NYU-YMD.
           MOVE  INV-TOKU-COD OF WK-INV-REC-1  TO  APH-TOKU-COD.
           MOVE  INV-NO OF WK-INV-REC-1  TO  APH-INV-NO.
           MOVE  INV-YMD OF WK-INV-REC-1  TO  APH-INV-YMD.
           IF  INV-DUE-YMD OF WK-INV-REC-1  IS  NUMERIC  THEN
             MOVE  INV-DUE-YMD OF WK-INV-REC-1  TO  APH-DUE-YMD
           ELSE
             MOVE  ZERO  TO  APH-DUE-YMD
           END-IF.
           MOVE  WK-ATETA  TO  APH-KINGAKU.
           MOVE  "U"  TO  APH-SRC-KBN.
           WRITE  APH-REC.
           ADD  1  TO  APH-CNT.
           CLOSE  APH-FILE.
       EXT.
           EXIT.
      ********************************************************
      * 未充当入金台帳の書き戻し（取り崩し後の残額を反映）
      ********************************************************
       REWRITE-UNA-RTN            SECTION.
           CLOSE  RPT-FILE.
           DISPLAY  "台帳読込= "  UNA-CNT.
           DISPLAY  "充当実行= "  APPLY-CNT.
           DISPLAY  "消込履歴= "  APH-CNT.
           DISPLAY  "*** END KUBM042 ***".
       EXT.
           EXIT.
      ********************************************************
      * 得意先マスタ書換の更新イメージ記帳（KUBM049と同じ方式）
      ********************************************************
       CMF-BIJ-RTN                SECTION.
           MOVE  "KUBM042"  TO  S060-PGM-ID.
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
