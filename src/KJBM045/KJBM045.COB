      *       変更内容：得意先×期間指定の一覧照会モードを追加
      * 変更日／変更者：２０２６年９月３日  石黒　茜
      *       変更内容：明細行へ希望納期・確約納期の並記を追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：出荷済み・配達完了明細へ送り状番号と配達完了日
      *                 の並記を追加（出荷実績レジスタを参照）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：チェック位置(19)割当枠超過の文言を追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：チェック位置(20)契約残超過の文言を追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：チェック位置(21)取引停止・解約得意先の
      *                 文言を追加（エラー区分を25個へ拡張）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：チェック位置(22)重複受注の疑いの文言を追加
      ********************************************************
      *旧方式はKJBM010/020/030の退避ファイル（ARC010〜030）と
      *KJBM050の最終結果（RESULT1/2）を端から端まで走査していた
                             ACCESS MODE  IS DYNAMIC
                             RECORD KEY   IS ODB-KEY
                             FILE STATUS  IS ODB-STATUS.
      *出荷実績レジスタ（出荷済み明細の送り状番号・配達完了日の
      *参照用。未定義の環境では表示を省略する）
           SELECT  SHR-FILE  ASSIGN TO  EXTERNAL  SHR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS SHR-STATUS.
      *OUTPUT 照会結果の帳票
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
       FD  ODB-FILE.
       01  ODB-REC.
           COPY KJCODB.
       FD  SHR-FILE.
       01  SHR-REC.
           COPY KJCSHR.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
      *
       01  WK-KINGAKU-SUM         PIC  S9(9)  VALUE ZERO.
      *チェック位置→エラー内容文言の変換テーブル　KJBM050と同一内容
       01  ERR-MSG-TBL.
         02  ERR-MSG-ENT  OCCURS 25 TIMES PIC X(30).
       01  WK-ERR-IDX              PIC  9(2).
       01  WK-KINGAKU-DISP          PIC  ----------9.
       01  RPT-CNT                 PIC  9(5)  VALUE ZERO.
      *出荷実績レジスタのうち送り状番号または配達完了日を持つ
      *明細のテーブル（INIT-RTNでロード。同一納品書番号は後勝ち）
       01  SHR-STATUS             PIC  X(2)   VALUE  SPACE.
       01  WK-SHR-END-FLG         PIC  X      VALUE  SPACE.
       01  WK-SHRT-CNT            PIC  9(4)   VALUE  ZERO.
       01  WK-SHRT-TBL.
         02  WK-SHRT-ENT  OCCURS 9999 TIMES INDEXED BY WK-SHRT-IDX.
           03  WK-SHRT-DEN-NO     PIC  X(8).
           03  WK-SHRT-CARRIER-COD  PIC  X(2).
           03  WK-SHRT-TRACK-NO   PIC  X(20).
           03  WK-SHRT-DLV-YMD    PIC  9(8).
       01  WK-DEN-NO              PIC  X(8)   VALUE  SPACE.
       01  WK-TRK-FOUND-FLG       PIC  X      VALUE  "N".
       01  WK-TRK-CARRIER-COD     PIC  X(2)   VALUE  SPACE.
       01  WK-TRK-TRACK-NO        PIC  X(20)  VALUE  SPACE.
       01  WK-TRK-DLV-YMD         PIC  9(8)   VALUE  ZERO.
       01  WK-LINE.
         02  WK-CC                PIC  X(1).
         02  WK-TEXT               PIC  X(100).
             MOVE  "99999999"  TO  WK-TO-DATE
           END-IF.
           PERFORM  ERR-MSG-INIT-RTN.
           PERFORM  SHR-LOAD-RTN.
           OPEN  INPUT  ODB-FILE.
           OPEN  OUTPUT  RPT-FILE.
           MOVE  SPACE  TO  RPT-REC.
           MOVE "受注変更不一致"       TO ERR-MSG-ENT(16).
           MOVE "ケース入数不一致"     TO ERR-MSG-ENT(17).
           MOVE "販売権限なし"         TO ERR-MSG-ENT(18).
           MOVE "割当枠超過"           TO ERR-MSG-ENT(19).
           MOVE "契約残超過"           TO ERR-MSG-ENT(20).
           MOVE "取引停止・解約得意先" TO ERR-MSG-ENT(21).
           MOVE "重複受注の疑い"       TO ERR-MSG-ENT(22).
       EXT.
           EXIT.
      ********************************************************
             ADD  1  TO  RPT-CNT
             DISPLAY  WK-TEXT
           END-IF.
      *出荷済み・配達完了の明細は送り状番号と配達完了日を並記する
           IF  (ODB-RESULT  =  "SH")  OR  (ODB-RESULT  =  "DL")  THEN
             PERFORM  TRACK-REPORT-RTN
           END-IF.
           IF  ODB-RESULT  =  "OK"  THEN
             ADD  1  TO  WK-OK-CNT
             ADD  ODB-KINGAKU  TO  WK-KINGAKU-SUM
       EXT.
           EXIT.
      ********************************************************
      * 出荷実績レジスタの読込　送り状番号か配達完了日を持つ明細
      * だけをテーブルへ退避する（配達完了日欄を持たない旧形式の
      * 記録は数字でないため未配達として扱う）
      ********************************************************
       SHR-LOAD-RTN               SECTION.
           OPEN  INPUT  SHR-FILE.
           IF  SHR-STATUS  =  "00"  THEN
             PERFORM  UNTIL  WK-SHR-END-FLG  =  "E"
               READ  SHR-FILE
                 AT  END
                   MOVE  "E"  TO  WK-SHR-END-FLG
                 NOT  AT  END
                   IF  SHR-DLV-YMD  IS  NOT  NUMERIC  THEN
                     MOVE  ZERO  TO  SHR-DLV-YMD
                   END-IF
                   IF  ((SHR-TRACK-NO  NOT  =  SPACE)  OR
                        (SHR-DLV-YMD  NOT  =  ZERO))  AND
                       (WK-SHRT-CNT  <  9999)  THEN
                     ADD  1  TO  WK-SHRT-CNT
                     SET  WK-SHRT-IDX  TO  WK-SHRT-CNT
                     MOVE  SHR-DEN-NO
                       TO  WK-SHRT-DEN-NO(WK-SHRT-IDX)
                     MOVE  SHR-CARRIER-COD
                       TO  WK-SHRT-CARRIER-COD(WK-SHRT-IDX)
                     MOVE  SHR-TRACK-NO
                       TO  WK-SHRT-TRACK-NO(WK-SHRT-IDX)
                     MOVE  SHR-DLV-YMD
                       TO  WK-SHRT-DLV-YMD(WK-SHRT-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  SHR-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 送り状番号・配達完了日の並記　納品書番号（受注番号＋明細
      * 行番号）でテーブルを引き、最後に登録された出荷を表示する
      ********************************************************
       TRACK-REPORT-RTN           SECTION.
           MOVE  SPACE  TO  WK-DEN-NO.
           STRING  ODB-JUCHU-NO  DELIMITED BY SIZE
                   ODB-LINE-NO   DELIMITED BY SIZE
             INTO  WK-DEN-NO.
           MOVE  "N"    TO  WK-TRK-FOUND-FLG.
           MOVE  SPACE  TO  WK-TRK-CARRIER-COD.
           MOVE  SPACE  TO  WK-TRK-TRACK-NO.
           MOVE  ZERO   TO  WK-TRK-DLV-YMD.
           PERFORM  VARYING  WK-SHRT-IDX  FROM  1  BY  1
             UNTIL  WK-SHRT-IDX  >  WK-SHRT-CNT
             IF  WK-SHRT-DEN-NO(WK-SHRT-IDX)  =  WK-DEN-NO  THEN
               MOVE  "Y"  TO  WK-TRK-FOUND-FLG
               MOVE  WK-SHRT-CARRIER-COD(WK-SHRT-IDX)
                 TO  WK-TRK-CARRIER-COD
               MOVE  WK-SHRT-TRACK-NO(WK-SHRT-IDX)
                 TO  WK-TRK-TRACK-NO
               MOVE  WK-SHRT-DLV-YMD(WK-SHRT-IDX)
                 TO  WK-TRK-DLV-YMD
             END-IF
           END-PERFORM.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  SPACE  TO  WK-LINE.
           IF  WK-TRK-FOUND-FLG  =  "N"  THEN
             MOVE  "    送り状番号=未取込"  TO  WK-TEXT
           ELSE
             IF  WK-TRK-DLV-YMD  =  ZERO  THEN
               STRING  "    運送会社="       DELIMITED BY SIZE
                       WK-TRK-CARRIER-COD  DELIMITED BY SIZE
                       " 送り状番号="      DELIMITED BY SIZE
                       WK-TRK-TRACK-NO     DELIMITED BY SIZE
                       " 配達完了日=未配達"  DELIMITED BY SIZE
                 INTO  WK-TEXT
             ELSE
               STRING  "    運送会社="       DELIMITED BY SIZE
                       WK-TRK-CARRIER-COD  DELIMITED BY SIZE
                       " 送り状番号="      DELIMITED BY SIZE
                       WK-TRK-TRACK-NO     DELIMITED BY SIZE
                       " 配達完了日="      DELIMITED BY SIZE
                       WK-TRK-DLV-YMD      DELIMITED BY SIZE
                 INTO  WK-TEXT
             END-IF
           END-IF.
           MOVE  WK-LINE  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           DISPLAY  WK-TEXT.
       EXT.
           EXIT.
      ********************************************************
      * 却下明細のエラー内容一覧を出力する
      ********************************************************
       ERR-REPORT-RTN             SECTION.
           PERFORM  VARYING  WK-ERR-IDX  FROM  1  BY  1
             UNTIL  WK-ERR-IDX  >  25
             IF  ODB-ERR-KBN-TBL(WK-ERR-IDX:1)  NOT  =  SPACE  THEN
               MOVE  SPACE  TO  RPT-REC
               MOVE  SPACE  TO  WK-LINE
