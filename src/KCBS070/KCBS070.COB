      * サブシステム名：共通
      * プログラム名  ：担当者認証・操作記録
      * 作成日／作成者：２０２６年９月３日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：パスワードの照合・期限切れと初回の変更強制・
      *                 連続失敗のロック、権限照合のみ(C)と
      *                 管理者初期化(R)を追加。サインオン失敗等を
      *                 記録区分付きで操作記録へ出力
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：担当者マスタへの所属部門の追加に伴い
      *                 退避テーブルのレコード長を変更
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：パスワード未設定の担当者のサインオン
      *                 拒否、空白入力を失敗に数えないP、担当者
      *                 マスタを書き換えられない場合のXを追加。
      *                 担当者マスタの保持件数を9999件に拡大
      ********************************************************
      *対話型プログラム（KJBM003・KJBM060等）が開始時のサイン
      *オン確認と、操作1件ごとの記録に使う共通サービス。
      *  L：担当者マスタ(OPR)で担当者ＩＤ・パスワードと機能権限を
      *     照合する。パスワードは本サービスが端末で直接入力させ、
      *     仮パスワード・有効期限切れの場合はその場で変更させる
      *     （変更できなければサインオン不可）。
      *     連続失敗が規定回数に達した担当者ＩＤはロックする
      *  C：担当者ＩＤの機能権限とロックのみ照合する（トランザク
      *     ションに記入された承認者等、本人が端末にいない場合と
      *     環境変数で担当者ＩＤを受け取るバッチ）
      *  R：管理者(KCBM071)によるパスワード初期化。仮パスワードを
      *     設定し、失敗回数とロックを解除する
      *  A：操作記録ログ(ACTLOG)へ追記する（KCBS020のEXTEND
      *     都度OPEN方式）
      *サインオン失敗・ロックアウト・パスワード変更・初期化は
      *本サービスが記録区分付きで操作記録ログへ残す（KCBM070が
      *一覧・集計する）。パスワードそのものは記録しない。
      *担当者マスタが未整備の環境(O)では呼出元が続行可否を判断
      *する（段階導入のための逃げ道。監査運用では必ず整備する）。
      *パスワード未設定（項目のない旧形式を含む）の担当者は
      *サインオンできない（P）。管理者がKCBM071で仮パスワードを
      *発行し、本人は初回サインオンで変更する。最初の管理者は
      *KCBM071の初期設定（パスワード設定済の担当者がいない担当者
      *マスタでのみ動く）で仮パスワードを発行する。
      *パスワードの入力が空白（入力の終わりを含む）の場合は失敗
      *回数に数えずにPを返す。環境変数で担当者ＩＤを受け取る
      *バッチは端末入力ができないため、Cで権限を照合する。
      *担当者マスタの書換えができない場合（件数が上限を超える・
      *出力できない）は、認証・初期化を行わずにXを返す。
      *環境変数KCBS070-PW-DAYS　 パスワード有効日数（既定90）
      *環境変数KCBS070-LOCK-CNT　ロックまでの連続失敗回数（既定5）
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *担当者マスタ（外部定義。パスワード項目の更新時は全件書換。
      *全件をテーブルに保持できる9999件まで）
           SELECT  OPR-FILE  ASSIGN TO  EXTERNAL  OPR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS OPR-STATUS.
       01  WK-FOUND-FLG           PIC  X     VALUE  "N".
       01  WK-FUNC-IDX            PIC  9(2)  VALUE  0.
       01  WK-FUNC-OK-FLG         PIC  X     VALUE  "N".
      *担当者マスタの全件テーブル（パスワード項目の書換用）
       01  WK-OPR-NONE-FLG        PIC  X     VALUE  "N".
       01  WK-OPR-OVER-FLG        PIC  X     VALUE  "N".
       01  WK-SRCH-ID             PIC  X(8)  VALUE  SPACE.
       01  WK-HIT-FLG             PIC  X     VALUE  "N".
       01  WK-HIT-IDX             PIC  9(4)  VALUE  0.
       01  OPRT-CNT               PIC  9(4)  VALUE  ZERO.
       01  OPRT-TBL.
         02  OPRT-ENT  OCCURS 9999 TIMES INDEXED BY OPRT-IDX.
           03  OPRT-REC           PIC  X(73).
      *照合・更新中の担当者（担当者マスタの1件）
       01  WK-OPR-REC.
           COPY  KCCOPR.
      *パスワード規則（環境変数、未指定は既定値）
       01  WK-PARM-X              PIC  X(3)  VALUE  SPACE.
       01  WK-PW-DAYS             PIC  9(3)  VALUE  90.
       01  WK-LOCK-CNT            PIC  9(2)  VALUE  5.
      *1回の呼出しで受け付ける入力回数（失敗回数とは別）
       01  WK-TRY-MAX             PIC  9(1)  VALUE  3.
       01  WK-TRY                 PIC  9(1)  VALUE  0.
       01  WK-TODAY-YMD           PIC  9(8)  VALUE  0.
       01  WK-ELAPSED             PIC S9(7)  VALUE  0.
       01  WK-AUTH-FLG            PIC  X     VALUE  "N".
       01  WK-CHG-FLG             PIC  X     VALUE  "N".
       01  WK-PW-IN               PIC  X(16) VALUE  SPACE.
       01  WK-PW-NEW              PIC  X(16) VALUE  SPACE.
       01  WK-PW-NEW2             PIC  X(16) VALUE  SPACE.
       01  WK-PW-LEN              PIC  9(2)  VALUE  0.
       01  WK-PW-MIN              PIC  9(2)  VALUE  6.
       01  WK-PW-MSG              PIC  X(40) VALUE  SPACE.
      *パスワードの要約値の計算（担当者ＩＤ＋パスワードを繰返し
      *畳み込む一方向の変換）
       01  WK-HASH-IN.
         02  WK-HASH-ID           PIC  X(8).
         02  WK-HASH-PW           PIC  X(16).
       01  WK-HASH-OUT.
         02  WK-HASH-D1           PIC  9(10).
         02  WK-HASH-D2           PIC  9(10).
       01  WK-H1                  PIC  9(18) VALUE  0.
       01  WK-H2                  PIC  9(18) VALUE  0.
       01  WK-CH                  PIC  9(3)  VALUE  0.
       01  WK-RND                 PIC  9(3)  VALUE  0.
       01  WK-POS                 PIC  9(2)  VALUE  0.
      *操作記録の内容（呼出元の記録とKCBS070自身の記録で共用）
       01  WK-ACT-KBN             PIC  X(1)  VALUE  SPACE.
       01  WK-ACT-KEY             PIC  X(20) VALUE  SPACE.
       01  WK-ACT-TEXT            PIC  X(40) VALUE  SPACE.
       01  WK-CNT-DISP            PIC  Z9.
      *
       LINKAGE                    SECTION.
       COPY  KCBS070P.
      ********************************************************
      * サインオン確認・権限照合・初期化または操作記録
      ********************************************************
       PROCEDURE                  DIVISION  USING  KCBS070-P1.
           MOVE  SPACE  TO  S070-RCD.
           EVALUATE  S070-ACTION
             WHEN  "L"
               PERFORM  LOGIN-RTN
             WHEN  "C"
               PERFORM  CHECK-RTN
             WHEN  "R"
               PERFORM  RESET-RTN
             WHEN  OTHER
               MOVE  SPACE      TO  WK-ACT-KBN
               MOVE  S070-KEY   TO  WK-ACT-KEY
               MOVE  S070-TEXT  TO  WK-ACT-TEXT
               PERFORM  ACTLOG-RTN
           END-EVALUATE.
           GOBACK.
      ********************************************************
      * サインオン確認　担当者ＩＤ・パスワードの照合（必要なら
      * パスワード変更）と機能権限の確認
      ********************************************************
       LOGIN-RTN                  SECTION.
           MOVE  SPACE  TO  S070-OPR-MEI.
           MOVE  S070-OPR-ID  TO  WK-SRCH-ID.
           PERFORM  LOAD-OPR-RTN.
           IF  WK-OPR-NONE-FLG  =  "Y"  THEN
             MOVE  "O"  TO  S070-RCD
             GO  TO  LOGIN-EXT
           END-IF.
      *失敗回数・変更を書き戻せないマスタでは認証しない
           IF  WK-OPR-OVER-FLG  =  "Y"  THEN
             DISPLAY  "担当者マスタ件数超過"
             DISPLAY  "サインオン不可"
             MOVE  "X"  TO  S070-RCD
             MOVE  "F"  TO  WK-ACT-KBN
             MOVE  "サインオン失敗 マスタ件数超過"
               TO  WK-ACT-TEXT
             PERFORM  EVENT-LOG-RTN
             GO  TO  LOGIN-EXT
           END-IF.
           IF  WK-HIT-FLG  =  "N"  THEN
             MOVE  "N"  TO  S070-RCD
             MOVE  "F"  TO  WK-ACT-KBN
             MOVE  "サインオン失敗 未登録ID"  TO  WK-ACT-TEXT
             PERFORM  EVENT-LOG-RTN
             GO  TO  LOGIN-EXT
           END-IF.
           MOVE  OPR-MEI OF WK-OPR-REC  TO  S070-OPR-MEI.
           IF  OPR-LOCK-KBN OF WK-OPR-REC  =  "L"  THEN
             DISPLAY  "担当者ＩＤはロック中です"
             DISPLAY  "（管理者に初期化を依頼）"
             MOVE  "L"  TO  S070-RCD
             MOVE  "F"  TO  WK-ACT-KBN
             MOVE  "サインオン失敗 ロック中"  TO  WK-ACT-TEXT
             PERFORM  EVENT-LOG-RTN
             GO  TO  LOGIN-EXT
           END-IF.
      *パスワード未設定（旧形式を含む）は管理者の仮パスワード
      *発行(KCBM071)を待つ
           IF  OPR-PW-HASH OF WK-OPR-REC  =  SPACE  THEN
             DISPLAY  "パスワード未設定です"
             DISPLAY  "（管理者に仮PW発行を依頼）"
             MOVE  "P"  TO  S070-RCD
             MOVE  "F"  TO  WK-ACT-KBN
             MOVE  "サインオン失敗 PW未設定"
               TO  WK-ACT-TEXT
             PERFORM  EVENT-LOG-RTN
             GO  TO  LOGIN-EXT
           END-IF.
           PERFORM  PW-AUTH-RTN.
           IF  S070-RCD  NOT  =  SPACE  THEN
             GO  TO  LOGIN-EXT
           END-IF.
      *仮パスワード・有効期限切れは変更を強制する
           IF  OPR-PW-YMD OF WK-OPR-REC  =  ZERO  THEN
             DISPLAY  "仮パスワード　要変更"
             PERFORM  PW-CHANGE-RTN
             GO  TO  LOGIN-FUNC
           END-IF.
           COMPUTE  WK-ELAPSED  =
             FUNCTION INTEGER-OF-DATE(WK-TODAY-YMD)  -
             FUNCTION INTEGER-OF-DATE(OPR-PW-YMD OF WK-OPR-REC).
           IF  WK-ELAPSED  >=  WK-PW-DAYS  THEN
             DISPLAY  "パスワード期限切れ　要変更"
             PERFORM  PW-CHANGE-RTN
           END-IF.
       LOGIN-FUNC.
           IF  S070-RCD  NOT  =  SPACE  THEN
             GO  TO  LOGIN-EXT
           END-IF.
           PERFORM  FUNC-CHECK-RTN.
       LOGIN-EXT.
           EXIT.
      ********************************************************
      * 権限照合のみ　担当者ＩＤの存在・ロック・機能権限
      ********************************************************
       CHECK-RTN                  SECTION.
           MOVE  SPACE  TO  S070-OPR-MEI.
           MOVE  S070-OPR-ID  TO  WK-SRCH-ID.
           PERFORM  LOAD-OPR-RTN.
           IF  WK-OPR-NONE-FLG  =  "Y"  THEN
             MOVE  "O"  TO  S070-RCD
             GO  TO  CHECK-EXT
           END-IF.
           IF  WK-HIT-FLG  =  "N"  THEN
             MOVE  "N"  TO  S070-RCD
             GO  TO  CHECK-EXT
           END-IF.
           MOVE  OPR-MEI OF WK-OPR-REC  TO  S070-OPR-MEI.
           IF  OPR-LOCK-KBN OF WK-OPR-REC  =  "L"  THEN
             MOVE  "L"  TO  S070-RCD
             GO  TO  CHECK-EXT
           END-IF.
           PERFORM  FUNC-CHECK-RTN.
       CHECK-EXT.
           EXIT.
      ********************************************************
      * 管理者のパスワード初期化　仮パスワードを設定し、失敗回数
      * とロックを解除する（管理者のサインオンは呼出元で済ませる）
      ********************************************************
       RESET-RTN                  SECTION.
           MOVE  S070-TGT-ID  TO  WK-SRCH-ID.
           PERFORM  LOAD-OPR-RTN.
           IF  WK-OPR-NONE-FLG  =  "Y"  THEN
             MOVE  "O"  TO  S070-RCD
             GO  TO  RESET-EXT
           END-IF.
           IF  WK-OPR-OVER-FLG  =  "Y"  THEN
             DISPLAY  "担当者マスタ件数超過　初期化不可"
             MOVE  "X"  TO  S070-RCD
             GO  TO  RESET-EXT
           END-IF.
           IF  WK-HIT-FLG  =  "N"  THEN
             MOVE  "N"  TO  S070-RCD
             GO  TO  RESET-EXT
           END-IF.
           MOVE  S070-TGT-ID  TO  WK-HASH-ID.
           MOVE  S070-PW      TO  WK-HASH-PW.
           PERFORM  HASH-RTN.
           MOVE  WK-HASH-OUT  TO  OPR-PW-HASH OF WK-OPR-REC.
           MOVE  ZERO         TO  OPR-PW-YMD OF WK-OPR-REC.
           MOVE  ZERO         TO  OPR-FAIL-CNT OF WK-OPR-REC.
           MOVE  SPACE        TO  OPR-LOCK-KBN OF WK-OPR-REC.
           PERFORM  SAVE-OPR-RTN.
           IF  S070-RCD  NOT  =  SPACE  THEN
             GO  TO  RESET-EXT
           END-IF.
           MOVE  "R"          TO  WK-ACT-KBN.
           MOVE  S070-TGT-ID  TO  WK-ACT-KEY.
           MOVE  "パスワード初期化"  TO  WK-ACT-TEXT.
           PERFORM  ACTLOG-RTN.
       RESET-EXT.
           EXIT.
      ********************************************************
      * パスワードの照合　1回の呼出しでWK-TRY-MAX回まで入力させる
      * 失敗は1回ごとに担当者マスタへ書き、規定回数でロックする
      * 空白の入力（入力の終わりを含む）は失敗に数えずPで終える
      ********************************************************
       PW-AUTH-RTN                SECTION.
           MOVE  "N"   TO  WK-AUTH-FLG.
           MOVE  ZERO  TO  WK-TRY.
           PERFORM  UNTIL  (WK-AUTH-FLG  =  "Y")  OR
                           (WK-TRY  >=  WK-TRY-MAX)  OR
                           (S070-RCD  NOT  =  SPACE)
             DISPLAY  "パスワード:"  WITH NO ADVANCING
             MOVE  SPACE  TO  WK-PW-IN
             ACCEPT  WK-PW-IN
             IF  WK-PW-IN  =  SPACE  THEN
               DISPLAY  "パスワード未入力"
               MOVE  "P"  TO  S070-RCD
               MOVE  "F"  TO  WK-ACT-KBN
               MOVE  "サインオン失敗 PW未入力"
                 TO  WK-ACT-TEXT
               PERFORM  EVENT-LOG-RTN
             ELSE
               PERFORM  PW-MATCH-RTN
             END-IF
           END-PERFORM.
           IF  (WK-AUTH-FLG  =  "N")  AND  (S070-RCD  =  SPACE)  THEN
             MOVE  "P"  TO  S070-RCD
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 入力されたパスワード1回分の照合　一致すれば失敗回数を
      * ゼロに戻し、違えば失敗回数を数えて規定回数でロックする
      ********************************************************
       PW-MATCH-RTN               SECTION.
           MOVE  S070-OPR-ID  TO  WK-HASH-ID.
           MOVE  WK-PW-IN     TO  WK-HASH-PW.
           PERFORM  HASH-RTN.
           IF  WK-HASH-OUT  =  OPR-PW-HASH OF WK-OPR-REC  THEN
             MOVE  "Y"  TO  WK-AUTH-FLG
             IF  OPR-FAIL-CNT OF WK-OPR-REC  NOT  =  ZERO  THEN
               MOVE  ZERO  TO  OPR-FAIL-CNT OF WK-OPR-REC
               PERFORM  SAVE-OPR-RTN
             END-IF
           ELSE
             ADD  1  TO  WK-TRY
             IF  OPR-FAIL-CNT OF WK-OPR-REC  <  99  THEN
               ADD  1  TO  OPR-FAIL-CNT OF WK-OPR-REC
             END-IF
             MOVE  OPR-FAIL-CNT OF WK-OPR-REC  TO  WK-CNT-DISP
             MOVE  SPACE  TO  WK-ACT-TEXT
             IF  OPR-FAIL-CNT OF WK-OPR-REC  >=  WK-LOCK-CNT  THEN
               MOVE  "L"  TO  OPR-LOCK-KBN OF WK-OPR-REC
               MOVE  "L"  TO  S070-RCD
               MOVE  "L"  TO  WK-ACT-KBN
               STRING  "ロックアウト 失敗"  DELIMITED BY SIZE
                       WK-CNT-DISP  DELIMITED BY SIZE
                       "回"  DELIMITED BY SIZE
                 INTO  WK-ACT-TEXT
               DISPLAY  "パスワードが違います"
               DISPLAY  "担当者ＩＤをロックしました"
             ELSE
               MOVE  "F"  TO  WK-ACT-KBN
               STRING  "サインオン失敗"  DELIMITED BY SIZE
                       WK-CNT-DISP  DELIMITED BY SIZE
                       "回目"  DELIMITED BY SIZE
                 INTO  WK-ACT-TEXT
               DISPLAY  "パスワードが違います"
             END-IF
             PERFORM  SAVE-OPR-RTN
             PERFORM  EVENT-LOG-RTN
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * パスワードの変更　新パスワードを2回入力させ、規則を満たせ
      * ば設定する。WK-TRY-MAX回で設定できなければ変更未了(X)
      ********************************************************
       PW-CHANGE-RTN              SECTION.
           MOVE  "N"   TO  WK-CHG-FLG.
           MOVE  ZERO  TO  WK-TRY.
           PERFORM  UNTIL  (WK-CHG-FLG  =  "Y")  OR
                           (WK-TRY  >=  WK-TRY-MAX)
             ADD  1  TO  WK-TRY
             DISPLAY  "新パスワード(" WK-PW-MIN "文字以上):"
                      WITH NO ADVANCING
             ACCEPT  WK-PW-NEW
             DISPLAY  "新パスワード(確認):"  WITH NO ADVANCING
             ACCEPT  WK-PW-NEW2
             PERFORM  PW-RULE-RTN
             IF  WK-PW-MSG  =  SPACE  THEN
               MOVE  "Y"  TO  WK-CHG-FLG
             ELSE
               DISPLAY  "  " WK-PW-MSG
             END-IF
           END-PERFORM.
           IF  WK-CHG-FLG  =  "N"  THEN
             DISPLAY  "パスワード変更未了"
             DISPLAY  "サインオン不可"
             MOVE  "X"  TO  S070-RCD
             GO  TO  PW-CHANGE-EXT
           END-IF.
           MOVE  WK-HASH-OUT   TO  OPR-PW-HASH OF WK-OPR-REC.
           MOVE  WK-TODAY-YMD  TO  OPR-PW-YMD OF WK-OPR-REC.
           MOVE  ZERO          TO  OPR-FAIL-CNT OF WK-OPR-REC.
           PERFORM  SAVE-OPR-RTN.
           IF  S070-RCD  NOT  =  SPACE  THEN
             DISPLAY  "パスワード変更を保存できません"
             GO  TO  PW-CHANGE-EXT
           END-IF.
           MOVE  "C"  TO  WK-ACT-KBN.
           MOVE  "パスワード変更"  TO  WK-ACT-TEXT.
           PERFORM  EVENT-LOG-RTN.
           DISPLAY  "パスワードを変更しました".
       PW-CHANGE-EXT.
           EXIT.
      ********************************************************
      * 新パスワードの規則　確認入力と一致・最低文字数・担当者ＩＤ
      * と異なる・現在のパスワードと異なる。満たせばWK-PW-MSGは
      * SPACEで、WK-HASH-OUTに新パスワードの要約値を返す
      ********************************************************
       PW-RULE-RTN                SECTION.
           MOVE  SPACE  TO  WK-PW-MSG.
           IF  WK-PW-NEW  NOT  =  WK-PW-NEW2  THEN
             MOVE  "確認入力が一致しません"  TO  WK-PW-MSG
             GO  TO  PW-RULE-EXT
           END-IF.
           PERFORM  VARYING  WK-PW-LEN  FROM  16  BY  -1
             UNTIL  (WK-PW-LEN  =  ZERO)  OR
                    (WK-PW-NEW(WK-PW-LEN:1)  NOT  =  SPACE)
             CONTINUE
           END-PERFORM.
           IF  WK-PW-LEN  <  WK-PW-MIN  THEN
             MOVE  "文字数が不足しています"  TO  WK-PW-MSG
             GO  TO  PW-RULE-EXT
           END-IF.
           IF  WK-PW-NEW  =  S070-OPR-ID  THEN
             MOVE  "担当者ＩＤと同じものは不可"
               TO  WK-PW-MSG
             GO  TO  PW-RULE-EXT
           END-IF.
           MOVE  S070-OPR-ID  TO  WK-HASH-ID.
           MOVE  WK-PW-NEW    TO  WK-HASH-PW.
           PERFORM  HASH-RTN.
           IF  WK-HASH-OUT  =  OPR-PW-HASH OF WK-OPR-REC  THEN
             MOVE  "現在と同じものは不可"  TO  WK-PW-MSG
           END-IF.
       PW-RULE-EXT.
           EXIT.
      ********************************************************
      * 要約値の計算　WK-HASH-IN（担当者ＩＤ＋パスワード）を2系統
      * の剰余で繰返し畳み込みWK-HASH-OUTに返す。元のパスワード
      * には戻せない。同じパスワードでも担当者ＩＤが違えば別の値
      ********************************************************
       HASH-RTN                   SECTION.
           MOVE  7   TO  WK-H1.
           MOVE  11  TO  WK-H2.
           PERFORM  VARYING  WK-RND  FROM  1  BY  1
             UNTIL  WK-RND  >  64
             PERFORM  VARYING  WK-POS  FROM  1  BY  1
               UNTIL  WK-POS  >  24
               COMPUTE  WK-CH  =  FUNCTION ORD(WK-HASH-IN(WK-POS:1))
               COMPUTE  WK-H1  =  FUNCTION MOD(
                 WK-H1  *  131  +  WK-CH  +  WK-POS,  999999937)
               COMPUTE  WK-H2  =  FUNCTION MOD(
                 WK-H2  *  257  +  WK-CH  *  (WK-RND  +  3)  +  WK-H1,
                 999999929)
             END-PERFORM
           END-PERFORM.
           MOVE  WK-H1  TO  WK-HASH-D1.
           MOVE  WK-H2  TO  WK-HASH-D2.
       EXT.
           EXIT.
      ********************************************************
      * 機能権限　許可機能文字の並びに要求機能が含まれること
      ********************************************************
       FUNC-CHECK-RTN             SECTION.
           MOVE  "N"  TO  WK-FUNC-OK-FLG.
           PERFORM  VARYING  WK-FUNC-IDX  FROM  1  BY  1
             UNTIL  WK-FUNC-IDX  >  10
             IF  OPR-FUNCS OF WK-OPR-REC(WK-FUNC-IDX:1)  =  S070-FUNC
               THEN
               MOVE  "Y"  TO  WK-FUNC-OK-FLG
             END-IF
           END-PERFORM.
           IF  WK-FUNC-OK-FLG  =  "N"  THEN
             MOVE  "D"  TO  S070-RCD
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 担当者マスタの全件ロードとWK-SRCH-IDの検索
      * 見つかればWK-HIT-FLG="Y"、WK-HIT-IDXに位置、WK-OPR-REC
      * に内容を返す。テーブルの上限を超えた分も検索はする（権限
      * 照合用。書換えはしないためWK-HIT-IDXはゼロ）
      * （旧形式の行のパスワード項目は未設定として正規化する）
      ********************************************************
       LOAD-OPR-RTN               SECTION.
           MOVE  "N"   TO  WK-OPR-NONE-FLG.
           MOVE  "N"   TO  WK-OPR-OVER-FLG.
           MOVE  "N"   TO  WK-HIT-FLG.
           MOVE  ZERO  TO  OPRT-CNT.
           MOVE  ZERO  TO  WK-HIT-IDX.
           MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-TODAY-YMD.
           MOVE  SPACE  TO  WK-PARM-X.
           ACCEPT  WK-PARM-X  FROM  ENVIRONMENT  "KCBS070-PW-DAYS".
           IF  WK-PARM-X  NOT  =  SPACE  THEN
             MOVE  FUNCTION NUMVAL(WK-PARM-X)  TO  WK-PW-DAYS
           END-IF.
           IF  WK-PW-DAYS  =  0  THEN
             MOVE  90  TO  WK-PW-DAYS
           END-IF.
           MOVE  SPACE  TO  WK-PARM-X.
           ACCEPT  WK-PARM-X  FROM  ENVIRONMENT  "KCBS070-LOCK-CNT".
           IF  WK-PARM-X  NOT  =  SPACE  THEN
             MOVE  FUNCTION NUMVAL(WK-PARM-X)  TO  WK-LOCK-CNT
           END-IF.
           IF  WK-LOCK-CNT  =  0  THEN
             MOVE  5  TO  WK-LOCK-CNT
           END-IF.
           OPEN  INPUT  OPR-FILE.
           IF  OPR-STATUS  NOT  =  "00"  THEN
             MOVE  "Y"  TO  WK-OPR-NONE-FLG
             GO  TO  LOAD-OPR-EXT
           END-IF.
           MOVE  SPACE  TO  WK-END-FLG.
           PERFORM  UNTIL  WK-END-FLG  =  "E"
             READ  OPR-FILE
               AT  END
                 MOVE  "E"  TO  WK-END-FLG
               NOT  AT  END
                 IF  OPRT-CNT  <  9999  THEN
                   ADD  1  TO  OPRT-CNT
                   SET  OPRT-IDX  TO  OPRT-CNT
                   MOVE  OPR-REC  TO  OPRT-REC(OPRT-IDX)
                   IF  (OPR-ID OF OPR-REC  =  WK-SRCH-ID)  AND
                       (WK-HIT-FLG  =  "N")  THEN
                     MOVE  "Y"       TO  WK-HIT-FLG
                     MOVE  OPRT-CNT  TO  WK-HIT-IDX
                     MOVE  OPR-REC   TO  WK-OPR-REC
                   END-IF
                 ELSE
                   MOVE  "Y"  TO  WK-OPR-OVER-FLG
                   IF  (OPR-ID OF OPR-REC  =  WK-SRCH-ID)  AND
                       (WK-HIT-FLG  =  "N")  THEN
                     MOVE  "Y"       TO  WK-HIT-FLG
                     MOVE  OPR-REC   TO  WK-OPR-REC
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  OPR-FILE.
           IF  WK-HIT-FLG  =  "Y"  THEN
             IF  OPR-PW-YMD OF WK-OPR-REC  NOT  NUMERIC  THEN
               MOVE  ZERO  TO  OPR-PW-YMD OF WK-OPR-REC
             END-IF
             IF  OPR-FAIL-CNT OF WK-OPR-REC  NOT  NUMERIC  THEN
               MOVE  ZERO  TO  OPR-FAIL-CNT OF WK-OPR-REC
             END-IF
           END-IF.
       LOAD-OPR-EXT.
           EXIT.
      ********************************************************
      * 担当者マスタの書換　WK-OPR-RECをテーブルへ戻して全件出力
      * 9999件を超える（全件を保持できない）マスタ・出力できない
      * マスタは書き換えずにXを返す（呼出元は認証・初期化を失敗と
      * して扱う）
      ********************************************************
       SAVE-OPR-RTN               SECTION.
           IF  (WK-OPR-OVER-FLG  =  "Y")  OR  (WK-HIT-IDX  =  ZERO)
             THEN
             DISPLAY  "担当者マスタ件数超過　更新不可"
             MOVE  "X"  TO  S070-RCD
             GO  TO  SAVE-OPR-EXT
           END-IF.
           SET  OPRT-IDX  TO  WK-HIT-IDX.
           MOVE  WK-OPR-REC  TO  OPRT-REC(OPRT-IDX).
           OPEN  OUTPUT  OPR-FILE.
           IF  OPR-STATUS  NOT  =  "00"  THEN
             DISPLAY  "担当者マスタ出力不可 STATUS="
                      OPR-STATUS
             MOVE  "X"  TO  S070-RCD
             GO  TO  SAVE-OPR-EXT
           END-IF.
           PERFORM  VARYING  OPRT-IDX  FROM  1  BY  1
             UNTIL  OPRT-IDX  >  OPRT-CNT
             MOVE  OPRT-REC(OPRT-IDX)  TO  OPR-REC
             WRITE  OPR-REC
           END-PERFORM.
           CLOSE  OPR-FILE.
       SAVE-OPR-EXT.
           EXIT.
      ********************************************************
      * サインオン関連の事象の記録（キーは担当者ＩＤ）
      ********************************************************
       EVENT-LOG-RTN              SECTION.
           MOVE  S070-OPR-ID  TO  WK-ACT-KEY.
           PERFORM  ACTLOG-RTN.
       EXT.
           EXIT.
      ********************************************************
      * 操作記録の追記
           MOVE  FUNCTION CURRENT-DATE(9:6)  TO  ACT-TIME.
           MOVE  S070-OPR-ID  TO  ACT-OPR-ID.
           MOVE  S070-PGM-ID  TO  ACT-PGM-ID.
           MOVE  WK-ACT-KEY   TO  ACT-KEY.
           MOVE  WK-ACT-TEXT  TO  ACT-TEXT.
           MOVE  WK-ACT-KBN   TO  ACT-KBN.
           WRITE  ACT-REC.
           CLOSE  ACT-FILE.
       EXT.
