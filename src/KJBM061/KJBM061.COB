      * サブシステム名：受注
      * プログラム名  ：ＥＤＩ出荷案内（ＡＳＮ）抽出
      * 作成日／作成者：２０２６年９月３日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：出荷実績レジスタの追跡番号等の追加に伴い
      *                 明細テーブルのイメージ長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：ＡＳＮ行へ納品先コード・納品先名を追加
      ********************************************************
      *出荷確定(KJBM056)の当回実行分抽出(SHRD)を読み、得意先単位
      *にまとめたＡＳＮ（事前出荷案内）ファイルを作成する
      *並べ替えて書き出す（得意先ごとのファイル分割は送信側の
      *スプール処理が得意先コード列で行う）。
      *行内容　得意先コード,受注番号,明細行番号,品番,出荷数量,
      *        出荷日,納品書番号,納品先コード,納品先名
      *        （納品先指定のない出荷は納品先コード・名とも空欄）
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
       01  SH-CNT                 PIC  9(4)    VALUE  ZERO.
       01  SH-TBL.
         02  SH-ENT  OCCURS 9999 TIMES INDEXED BY SH-IDX.
           03  SH-REC-IMG         PIC  X(78).
       01  WK-I                   PIC  9(4)    VALUE  0.
       01  WK-J                   PIC  9(4)    VALUE  0.
       01  WK-SWAP-IMG            PIC  X(78).
      *明細1件分をKJCSHR項目で参照するための作業領域
       01  WK-SH-REC-1.
           COPY  KJCSHR.
           03  WK-XRF-SHOHIN-NO   PIC  X(5).
      *ＡＳＮ行の品番欄（逆引き結果）
       01  WK-HINBAN              PIC  X(15)   VALUE  SPACE.
      *ＡＳＮ行の納品先名（納品先参照KCBS090の結果）
       01  WK-NOHIN-MEI           PIC  X(40)   VALUE  SPACE.
      *納品先参照(KCBS090)への連絡領域
       COPY  KCBS090P.
      ********************************************************
      * ＡＳＮ抽出の主処理
      ********************************************************
             UNTIL  SH-IDX  >  SH-CNT
             MOVE  SH-REC-IMG(SH-IDX)  TO  WK-SH-REC-1
             PERFORM  HINBAN-LOOKUP-RTN
             PERFORM  NOHIN-LOOKUP-RTN
             MOVE  SPACE  TO  ASN-REC
             STRING  SHR-TOKU-COD OF WK-SH-REC-1
                       DELIMITED BY SIZE
                     ","  DELIMITED BY SIZE
                     SHR-DEN-NO OF WK-SH-REC-1
                       DELIMITED BY SIZE
                     ","  DELIMITED BY SIZE
                     SHR-NOHIN-COD OF WK-SH-REC-1
                       DELIMITED BY SIZE
                     ","  DELIMITED BY SIZE
                     WK-NOHIN-MEI  DELIMITED BY SIZE
               INTO  ASN-REC
             WRITE  ASN-REC
             ADD  1  TO  ASN-CNT
       EXT.
           EXIT.
      ********************************************************
      * 納品先名の参照　納品先コードのある出荷は納品先マスタの
      * 名称を引く（指定なし・マスタ未登録は空欄）
      ********************************************************
       NOHIN-LOOKUP-RTN           SECTION.
           MOVE  SPACE  TO  WK-NOHIN-MEI.
           IF  SHR-NOHIN-COD OF WK-SH-REC-1  NOT  =  SPACE  THEN
             MOVE  SHR-TOKU-COD OF WK-SH-REC-1   TO  S090-TOKU-COD
             MOVE  SHR-NOHIN-COD OF WK-SH-REC-1  TO  S090-NOHIN-COD
             CALL  "KCBS090"  USING  KCBS090-P1
             IF  S090-RCD  =  SPACE  THEN
               MOVE  S090-NOHIN-MEI  TO  WK-NOHIN-MEI
             END-IF
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
