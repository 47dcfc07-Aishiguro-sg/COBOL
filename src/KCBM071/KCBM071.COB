       IDENTIFICATION             DIVISION.
       PROGRAM-ID.                KCBM071.
      ********************************************************
      * システム名    ：研修
      * サブシステム名：共通
      * プログラム名  ：担当者パスワード初期化（管理者用対話型）
      * 作成日／作成者：２０２６年１０月１５日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：パスワード設定済の担当者がいない担当者
      *                 マスタでの最初の管理者の初期設定を追加
      ********************************************************
      *パスワードを忘れた担当者・連続失敗でロックされた担当者に
      *管理者が仮パスワードを発行する。初期化はKCBS070(R)が行い、
      *失敗回数とロックを解除し、次回サインオンでパスワードの
      *変更を強制する。初期化は操作記録(ACTLOG)に記録区分Rで残る。
      *管理者はKCBS070でサインオンし、パスワード初期化権限(P)を
      *確認する。自分自身の初期化はできない（本人はサインオン時の
      *変更で行う。管理者どうしで相互に初期化する）。
      *開始時にロック中・仮パスワードのままの担当者を一覧する。
      *パスワード未設定の担当者はサインオンできないため、既存の
      *担当者もここで仮パスワードを発行して利用を始める。
      *初期設定：パスワード設定済の担当者が1人もいない担当者マスタ
      *（導入直後）では管理者のサインオンができないため、初期化
      *権限(P)を持つ最初の管理者1人にだけサインオンなしで仮パス
      *ワードを発行して終了する（操作記録には本人の初期化として
      *残る）。以後はその管理者がサインオンして他の担当者に発行
      *する。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
      *担当者マスタ（開始時の一覧用、参照のみ）
           SELECT  OPR-FILE  ASSIGN TO  EXTERNAL  OPR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS OPR-STATUS.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  OPR-FILE.
       01  OPR-REC.
           COPY  KCCOPR.
      *
       WORKING-STORAGE            SECTION.
       01  OPR-STATUS             PIC  X(2)    VALUE  SPACE.
       01  RESET-CNT              PIC  9(5)    VALUE  0.
       01  LIST-CNT               PIC  9(5)    VALUE  0.
       01  ENTRY-END-FLG          PIC  X       VALUE  SPACE.
       01  WK-OK-FLG              PIC  X       VALUE  "N".
      *パスワード設定済の担当者数（ゼロなら初期設定）
       01  PW-SET-CNT             PIC  9(5)    VALUE  0.
       01  OPR-ROW-CNT            PIC  9(5)    VALUE  0.
      *画面から入力された値の一時受け皿
       01  WK-ANS-X1              PIC  X(1).
       01  WK-TGT-ID              PIC  X(8)    VALUE  SPACE.
       01  WK-PW-NEW              PIC  X(16)   VALUE  SPACE.
       01  WK-PW-NEW2             PIC  X(16)   VALUE  SPACE.
       01  WK-PW-LEN              PIC  9(2)    VALUE  0.
       01  WK-PW-MIN              PIC  9(2)    VALUE  6.
      *担当者認証・操作記録(KCBS070)への連絡領域とサインオン済み
      *管理者ＩＤ
       COPY  KCBS070P.
       01  WK-OPR-ID              PIC  X(8)    VALUE  SPACE.
      ********************************************************
      * パスワード初期化の主処理
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KCBM071 ***".
           PERFORM  INIT-RTN.
           PERFORM  LIST-RTN.
           PERFORM  ENTRY-RTN  UNTIL  ENTRY-END-FLG  =  "E".
           DISPLAY  "初期化件数= " RESET-CNT.
           DISPLAY  "*** END KCBM071 ***".
           STOP  RUN.
      ********************************************************
      * 開始処理　管理者のサインオン
      ********************************************************
       INIT-RTN                   SECTION.
           PERFORM  PW-SET-COUNT-RTN.
           IF  (OPR-ROW-CNT  >  ZERO)  AND  (PW-SET-CNT  =  ZERO)
             THEN
             PERFORM  BOOT-RTN
             STOP  RUN
           END-IF.
      *担当者マスタのない環境では初期化するものがないため終了する
           DISPLAY  "担当者ID:"  WITH NO ADVANCING.
           ACCEPT  WK-OPR-ID.
           MOVE  "L"        TO  S070-ACTION.
           MOVE  WK-OPR-ID  TO  S070-OPR-ID.
           MOVE  "KCBM071"  TO  S070-PGM-ID.
           MOVE  "P"        TO  S070-FUNC.
           CALL  "KCBS070"  USING  KCBS070-P1.
           EVALUATE  S070-RCD
             WHEN  SPACE
               DISPLAY  "担当者：" S070-OPR-MEI
             WHEN  "O"
               DISPLAY  "担当者マスタなし　終了します"
               STOP  RUN
             WHEN  OTHER
               DISPLAY  "サインオン不可　終了します"
               STOP  RUN
           END-EVALUATE.
       EXT.
           EXIT.
      ********************************************************
      * パスワード設定済の担当者の件数
      ********************************************************
       PW-SET-COUNT-RTN           SECTION.
           OPEN  INPUT  OPR-FILE.
           IF  OPR-STATUS  NOT  =  "00"  THEN
             GO  TO  PW-SET-COUNT-EXT
           END-IF.
           PERFORM  UNTIL  OPR-STATUS  NOT  =  "00"
             READ  OPR-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 ADD  1  TO  OPR-ROW-CNT
                 IF  OPR-PW-HASH  NOT  =  SPACE  THEN
                   ADD  1  TO  PW-SET-CNT
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  OPR-FILE.
       PW-SET-COUNT-EXT.
           EXIT.
      ********************************************************
      * 初期設定　最初の管理者（初期化権限Pを持ちロックされて
      * いない担当者）に仮パスワードを発行する
      ********************************************************
       BOOT-RTN                   SECTION.
           DISPLAY  "初期設定：パスワード設定済者なし".
           DISPLAY  "最初の管理者ID:"  WITH NO ADVANCING.
           ACCEPT  WK-TGT-ID.
           MOVE  "C"        TO  S070-ACTION.
           MOVE  WK-TGT-ID  TO  S070-OPR-ID.
           MOVE  "KCBM071"  TO  S070-PGM-ID.
           MOVE  "P"        TO  S070-FUNC.
           CALL  "KCBS070"  USING  KCBS070-P1.
           IF  S070-RCD  NOT  =  SPACE  THEN
             DISPLAY  "  NG:初期化権限(P)の担当者でない"
                      " 区分=" S070-RCD
             GO  TO  BOOT-EXT
           END-IF.
           DISPLAY  "担当者：" S070-OPR-MEI.
           PERFORM  PW-ENTRY-RTN.
           IF  WK-OK-FLG  NOT  =  "Y"  THEN
             GO  TO  BOOT-EXT
           END-IF.
           MOVE  "R"        TO  S070-ACTION.
           MOVE  WK-TGT-ID  TO  S070-OPR-ID.
           MOVE  "KCBM071"  TO  S070-PGM-ID.
           MOVE  WK-TGT-ID  TO  S070-TGT-ID.
           MOVE  WK-PW-NEW  TO  S070-PW.
           CALL  "KCBS070"  USING  KCBS070-P1.
           MOVE  SPACE  TO  S070-PW.
           IF  S070-RCD  =  SPACE  THEN
             ADD  1  TO  RESET-CNT
             DISPLAY  "  初期化済（次回要変更）"
           ELSE
             DISPLAY  "  NG:初期化できません 区分=" S070-RCD
           END-IF.
           DISPLAY  "初期化件数= " RESET-CNT.
           DISPLAY  "*** END KCBM071 ***".
       BOOT-EXT.
           EXIT.
      ********************************************************
      * ロック中・仮パスワード・未設定の担当者の一覧
      ********************************************************
       LIST-RTN                   SECTION.
           OPEN  INPUT  OPR-FILE.
           IF  OPR-STATUS  NOT  =  "00"  THEN
             GO  TO  LIST-EXT
           END-IF.
           DISPLAY  "--- 要対応の担当者 ---".
           PERFORM  UNTIL  OPR-STATUS  NOT  =  "00"
             READ  OPR-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 EVALUATE  TRUE
                   WHEN  OPR-LOCK-KBN  =  "L"
                     DISPLAY  OPR-ID " " OPR-MEI " ロック中"
                     ADD  1  TO  LIST-CNT
                   WHEN  OPR-PW-HASH  =  SPACE
                     DISPLAY  OPR-ID " " OPR-MEI " 未設定"
                     ADD  1  TO  LIST-CNT
                   WHEN  OPR-PW-YMD  =  ZERO
                     DISPLAY  OPR-ID " " OPR-MEI " 仮パスワード"
                     ADD  1  TO  LIST-CNT
                   WHEN  OTHER
                     CONTINUE
                 END-EVALUATE
             END-READ
           END-PERFORM.
           CLOSE  OPR-FILE.
           IF  LIST-CNT  =  ZERO  THEN
             DISPLAY  "（なし）"
           END-IF.
       LIST-EXT.
           EXIT.
      ********************************************************
      * 担当者1人分の初期化　担当者ＩＤの入力で"E"なら終了する
      ********************************************************
       ENTRY-RTN                  SECTION.
           DISPLAY  "----------------------------------------".
           DISPLAY  "初期化する担当者ID(E=終了):"
                    WITH NO ADVANCING.
           ACCEPT  WK-TGT-ID.
           IF  (WK-TGT-ID  =  "E")  OR  (WK-TGT-ID  =  "e")  THEN
             MOVE  "E"  TO  ENTRY-END-FLG
             GO  TO  ENTRY-EXT
           END-IF.
           IF  WK-TGT-ID  =  SPACE  THEN
             GO  TO  ENTRY-EXT
           END-IF.
           IF  WK-TGT-ID  =  WK-OPR-ID  THEN
             DISPLAY  "  NG:自分自身は初期化できません"
             GO  TO  ENTRY-EXT
           END-IF.
           PERFORM  PW-ENTRY-RTN.
           IF  WK-OK-FLG  NOT  =  "Y"  THEN
             GO  TO  ENTRY-EXT
           END-IF.
           DISPLAY  "  " WK-TGT-ID " を初期化しますか(Y/N):"
                    WITH NO ADVANCING.
           ACCEPT  WK-ANS-X1.
           IF  (WK-ANS-X1  NOT  =  "Y")  AND
               (WK-ANS-X1  NOT  =  "y")  THEN
             DISPLAY  "  取消しました"
             GO  TO  ENTRY-EXT
           END-IF.
           MOVE  "R"        TO  S070-ACTION.
           MOVE  WK-OPR-ID  TO  S070-OPR-ID.
           MOVE  "KCBM071"  TO  S070-PGM-ID.
           MOVE  WK-TGT-ID  TO  S070-TGT-ID.
           MOVE  WK-PW-NEW  TO  S070-PW.
           CALL  "KCBS070"  USING  KCBS070-P1.
           MOVE  SPACE  TO  S070-PW.
           EVALUATE  S070-RCD
             WHEN  SPACE
               ADD  1  TO  RESET-CNT
               DISPLAY  "  初期化済（次回要変更）"
             WHEN  "N"
               DISPLAY  "  NG:担当者マスタに存在しません"
             WHEN  OTHER
               DISPLAY  "  NG:初期化できません 区分=" S070-RCD
           END-EVALUATE.
       ENTRY-EXT.
           EXIT.
      ********************************************************
      * 仮パスワードの入力　2回入力して一致・最低文字数・担当者
      * ＩＤと異なること
      ********************************************************
       PW-ENTRY-RTN               SECTION.
           MOVE  "N"  TO  WK-OK-FLG.
           DISPLAY  "仮パスワード(" WK-PW-MIN "文字以上):"
                    WITH NO ADVANCING.
           ACCEPT  WK-PW-NEW.
           DISPLAY  "仮パスワード(確認):"  WITH NO ADVANCING.
           ACCEPT  WK-PW-NEW2.
           IF  WK-PW-NEW  NOT  =  WK-PW-NEW2  THEN
             DISPLAY  "  NG:確認入力が一致しません"
             GO  TO  PW-ENTRY-EXT
           END-IF.
           PERFORM  VARYING  WK-PW-LEN  FROM  16  BY  -1
             UNTIL  (WK-PW-LEN  =  ZERO)  OR
                    (WK-PW-NEW(WK-PW-LEN:1)  NOT  =  SPACE)
             CONTINUE
           END-PERFORM.
           IF  WK-PW-LEN  <  WK-PW-MIN  THEN
             DISPLAY  "  NG:文字数が不足しています"
             GO  TO  PW-ENTRY-EXT
           END-IF.
           IF  WK-PW-NEW  =  WK-TGT-ID  THEN
             DISPLAY  "  NG:担当者ＩＤと同じものは不可"
             GO  TO  PW-ENTRY-EXT
           END-IF.
           MOVE  "Y"  TO  WK-OK-FLG.
       PW-ENTRY-EXT.
           EXIT.
