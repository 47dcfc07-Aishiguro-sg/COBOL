      * サブシステム名：受注
      * プログラム名  ：価格決定トレース照会（受注番号単位）
      * 作成日／作成者：２０２６年９月３日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：単価の出所に見積単価（見積番号）を追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：単価の出所に約定単価（包括契約番号）を追加
      ********************************************************
      *価格紛争の際、KJBM030の値決めを手作業で逆算する代わりに、
      *価格決定トレース(PTR)から該当受注の明細ごとの根拠を平文で
               MOVE  "履歴単価"      TO  WK-SOURCE-MEI
             WHEN  "O"
               MOVE  "最古履歴単価"  TO  WK-SOURCE-MEI
             WHEN  "Q"
               MOVE  "見積単価"      TO  WK-SOURCE-MEI
             WHEN  "B"
               MOVE  "約定単価"      TO  WK-SOURCE-MEI
             WHEN  OTHER
               MOVE  "現行定価"      TO  WK-SOURCE-MEI
           END-EVALUATE.
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  2  TO  RPT-CNT.
           IF  PTR-MITSU-NO  NOT  =  SPACE  THEN
             MOVE  SPACE  TO  RPT-REC
             STRING  "  見積番号 "  DELIMITED BY SIZE
                     PTR-MITSU-NO  DELIMITED BY SIZE
                     " の見積単価を適用"  DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
           IF  PTR-KEIYAKU-NO  NOT  =  SPACE  THEN
             MOVE  SPACE  TO  RPT-REC
             STRING  "  包括契約 "  DELIMITED BY SIZE
                     PTR-KEIYAKU-NO  DELIMITED BY SIZE
                     " の約定単価を適用"  DELIMITED BY SIZE
               INTO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
           END-IF.
           IF  PTR-CAM-CODE  NOT  =  SPACE  THEN
             MOVE  SPACE  TO  RPT-REC
             STRING  "  キャンペーン "  DELIMITED BY SIZE
