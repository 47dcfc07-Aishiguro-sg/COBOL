       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KCBS090.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：納品先参照
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：
      *       変更内容：
      ********************************************************
      *得意先コード＋納品先コードで納品先マスタ(NHS)をキー読み
      *し、納品先名・住所・電話番号と、出荷拠点・配送ゾーンの
      *上書き値を返す。受注の入力（KJBM003）・チェック(KJBM020)・
      *出荷拠点の引き当て（KJBM030ほか）・運賃・納品書・出荷案内
      *が同じ規則で納品先を解決するための共通サービス。
      *KCBS040と同じく呼出ごとにOPEN／CLOSEする。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *納品先マスタ（索引編成、参照のみ）
           SELECT  NHS-FILE  ASSIGN TO  EXTERNAL  NHS
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFNHS-KEY
                             FILE STATUS  IS NHS-STATUS.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  NHS-FILE.
       01  NHS-REC.
           COPY  KCCFNHS.
      *
       WORKING-STORAGE            SECTION.
       01  NHS-STATUS             PIC  X(2)  VALUE  SPACE.
      *
       LINKAGE                    SECTION.
       COPY  KCBS090P.
      ********************************************************
      * 納品先の1件参照
      ********************************************************
       PROCEDURE                  DIVISION  USING  KCBS090-P1.
           MOVE  SPACE  TO  S090-RCD.
           MOVE  SPACE  TO  S090-NOHIN-MEI  S090-YUBIN-NO
                            S090-JUSHO-1  S090-JUSHO-2
                            S090-TEL-NO  S090-LOC-COD
                            S090-ZONE-COD.
           OPEN  INPUT  NHS-FILE.
           IF  NHS-STATUS  NOT  =  "00"  THEN
             MOVE  "O"  TO  S090-RCD
           ELSE
             PERFORM  READ-RTN
             CLOSE  NHS-FILE
           END-IF.
           GOBACK.
      ********************************************************
      * キー読み　未登録は戻り区分Nで返す
      ********************************************************
       READ-RTN                   SECTION.
           MOVE  S090-TOKU-COD   TO  CFNHS-TOKU-COD.
           MOVE  S090-NOHIN-COD  TO  CFNHS-NOHIN-COD.
           READ  NHS-FILE
             INVALID KEY
               MOVE  "N"  TO  S090-RCD
             NOT INVALID KEY
               MOVE  CFNHS-NOHIN-MEI  TO  S090-NOHIN-MEI
               MOVE  CFNHS-YUBIN-NO   TO  S090-YUBIN-NO
               MOVE  CFNHS-JUSHO-1    TO  S090-JUSHO-1
               MOVE  CFNHS-JUSHO-2    TO  S090-JUSHO-2
               MOVE  CFNHS-TEL-NO     TO  S090-TEL-NO
               MOVE  CFNHS-LOC-COD    TO  S090-LOC-COD
               MOVE  CFNHS-ZONE-COD   TO  S090-ZONE-COD
           END-READ.
       EXT.
           EXIT.
