      * サブシステム名：在庫
      * プログラム名  ：支払提案（仕入債務の送金リスト作成）
      * 作成日／作成者：２０２６年９月３日  石黒　茜
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：全銀協規定形式の総合振込データ(ZENGIN)の出力と
      *                 提案明細への振込指定日の記録を追加。口座未登録
      *                 の仕入先は提案から除外
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：仕入先デビットノート(DBN)の未相殺
      *                 明細を提案合計から相殺する処理を追加
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：返金レジスタ(RFR)の未振込の得意先返金を総合振込
      *                 データへ追加
      ********************************************************
      *仕入債務台帳(APL、KZBM025出力)の未提案明細を仕入先ごとに
      *まとめ、仕入先マスタの支払条件(CFSIR-SHIHARAI-JOKEN)付きの
      *送金リスト(RPT)を作成する（売掛側の入金消込KUBM031の鏡像と
      *なる支払側のとりまとめ）。
      *提案へ載せた明細は"P"（支払提案済）へ更新して書き戻し、
      *次回実行で再提案されないようにする。
      *あわせて全銀協規定形式の総合振込データ(ZENGIN、KZCZGN)を
      *仕入先ごとに1件（1ファイル＝1振込指定日）で作成し、銀行へ
      *そのまま伝送できるようにする。振込指定日は環境変数
      *KZBM026-SHIHARAI-YMD(YYYYMMDD)、未指定は当日とし、提案した
      *明細の支払日(APL-SHIHARAI-YMD)へ記録する。振込結果の反映
      *（支払済・振込不能の戻し）はKZBM027が行う。
      *振込先口座（CFSIR-GINKO-COD等）のない仕入先と、合計が
      *ゼロ以下の仕入先は提案から外して一覧へ理由を出す（明細は
      *未提案のまま残る）。依頼人情報（自社プロファイルCOMPRF）
      *がなければ何も提案せずに異常終了(RETURN-CODE=8)する。
      *仕入先デビットノート台帳(DBN、KZBM028出力)の未相殺明細は
      *同じ仕入先の提案合計から差し引き（相殺後の合計がプラスに
      *残る範囲で明細単位に充当）、相殺済("N")・相殺日＝振込指定日
      *へ更新して書き戻す。充当しきれない明細は次回へ持ち越す。
      *返金レジスタ(RFR、KUBM054出力)の未振込の返金（未充当入金の
      *得意先への返金）も同じ総合振込データへ返金1件につき1件で
      *載せ、振込提案済("P")・振込指定日へ更新して書き戻す。返金先
      *口座は得意先マスタ(CFTOK-GINKO-COD等)から引き当て、口座の
      *ない得意先の返金は一覧へ理由を出して次回へ持ち越す。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       FILE-CONTROL.
           SELECT  APL-FILE  ASSIGN TO  EXTERNAL  APL
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS APL-STATUS-WS.
      *仕入先マスタ（仕入先名・支払条件・振込先口座の参照のみ）
           SELECT  SMF-FILE  ASSIGN TO  EXTERNAL  SMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFSIR-SHIIRE-COD
                             FILE STATUS  IS SMF-STATUS.
      *自社プロファイル（総合振込の依頼人情報、1件のみ）
           SELECT  COM-FILE  ASSIGN TO  EXTERNAL  COMPRF
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS COM-STATUS.
      *仕入先デビットノート台帳（読込後、相殺状況を書き戻す）
           SELECT  DBN-FILE  ASSIGN TO  EXTERNAL  DBN
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS DBN-STATUS-WS.
      *返金レジスタ（読込後、振込提案済み状態を書き戻す）
           SELECT  RFR-FILE  ASSIGN TO  EXTERNAL  RFR
                             ORGANIZATION IS LINE SEQUENTIAL
                             FILE STATUS  IS RFR-STATUS-WS.
      *得意先マスタ（返金先口座の参照のみ）
           SELECT  CMF-FILE  ASSIGN TO  EXTERNAL  CMF
                             ORGANIZATION IS INDEXED
                             ACCESS MODE  IS RANDOM
                             RECORD KEY   IS CFTOK-TOKU-COD
                             FILE STATUS  IS CMF-STATUS.
      *OUTPUT 支払提案（送金リスト）
           SELECT  RPT-FILE  ASSIGN TO  EXTERNAL  RPT
                             ORGANIZATION IS LINE SEQUENTIAL.
      *OUTPUT 総合振込データ（全銀協規定形式）
           SELECT  ZGN-FILE  ASSIGN TO  EXTERNAL  ZENGIN
                             ORGANIZATION IS LINE SEQUENTIAL.
      *
       DATA                       DIVISION.
       FILE                       SECTION.
       FD  SMF-FILE.
       01  SMF-REC.
           COPY  KCCFSIR.
       FD  COM-FILE.
       01  COM-REC.
           COPY  KCCFCOM.
       FD  DBN-FILE.
       01  DBN-REC.
           COPY  KZCDBN.
       FD  RFR-FILE.
       01  RFR-REC.
           COPY  KUCFRFR.
       FD  CMF-FILE.
       01  CMF-REC.
           COPY  KCCFTOK.
       FD  RPT-FILE.
       01  RPT-REC                PIC  X(101).
       FD  ZGN-FILE.
       01  ZGN-REC.
           COPY  KZCZGN.
      *
       WORKING-STORAGE            SECTION.
       01  APL-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  SMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  COM-STATUS             PIC  X(2)    VALUE  SPACE.
       01  DBN-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  RFR-STATUS-WS          PIC  X(2)    VALUE  SPACE.
       01  CMF-STATUS             PIC  X(2)    VALUE  SPACE.
       01  HENKIN-CNT             PIC  9(5)    VALUE  0.
       01  SOUSAI-CNT             PIC  9(5)    VALUE  0.
       01  APL-CNT                PIC  9(5)    VALUE  0.
       01  TEIAN-CNT              PIC  9(5)    VALUE  0.
       01  RPT-CNT                PIC  9(5)    VALUE  0.
       01  NG-CNT                 PIC  9(5)    VALUE  0.
       01  ZGN-CNT                PIC  9(6)    VALUE  0.
       01  ZGN-KINGAKU-SUM        PIC  9(12)   VALUE  0.
      *振込指定日（環境変数KZBM026-SHIHARAI-YMD、未指定は当日）
       01  WK-SHITEI-X            PIC  X(8)    VALUE  SPACE.
       01  WK-SHITEI-YMD          PIC  9(8)    VALUE  0.
       01  WK-SHITEI-YMD-R  REDEFINES  WK-SHITEI-YMD.
         02  WK-SHITEI-YY         PIC  9(4).
         02  WK-SHITEI-MMDD       PIC  9(4).
      *依頼人情報の有無（自社プロファイルから）
       01  WK-IRAI-FLG            PIC  X       VALUE  "N".
       01  WK-COM-REC.
           COPY  KCCFCOM.
      *仕入債務台帳のテーブル退避（提案後に全件書き戻す）
       01  APLT-CNT               PIC  9(4)    VALUE  ZERO.
       01  APLT-TBL.
         02  APLT-ENT  OCCURS 9999 TIMES INDEXED BY APLT-IDX.
           03  APLT-IMG           PIC  X(40).
       01  WK-APL-REC-1.
           COPY  KZCAPL.
      *デビットノート台帳のテーブル退避（相殺後に全件書き戻す）
       01  DBNT-CNT               PIC  9(4)    VALUE  ZERO.
       01  DBNT-TBL.
         02  DBNT-ENT  OCCURS 9999 TIMES INDEXED BY DBNT-IDX.
           03  DBNT-IMG           PIC  X(67).
       01  WK-DBN-REC-1.
           COPY  KZCDBN.
      *返金レジスタのテーブル退避（振込提案後に全件書き戻す）
       01  RFRT-CNT               PIC  9(4)    VALUE  ZERO.
       01  RFRT-TBL.
         02  RFRT-ENT  OCCURS 9999 TIMES INDEXED BY RFRT-IDX.
           03  RFRT-IMG           PIC  X(91).
       01  WK-RFR-REC-1.
           COPY  KUCFRFR.
      *仕入先ごとの提案合計テーブル
       01  SIR-CNT                PIC  9(3)    VALUE  ZERO.
       01  SIR-TBL.
         02  SIR-ENT  OCCURS 200 TIMES INDEXED BY SIR-IDX.
           03  SIR-SHIIRE-COD     PIC  X(4).
           03  SIR-KINGAKU        PIC  S9(11).
      *振込可否　"Y"=口座あり　"N"=口座未登録
           03  SIR-KOZA-FLG       PIC  X.
      *デビットノートの相殺額
           03  SIR-SOUSAI         PIC  S9(11).
       01  WK-FOUND-FLG           PIC  X       VALUE  "N".
       01  WK-SIR-KEY             PIC  X(4)    VALUE  SPACE.
      *編集用
       01  WK-KIN-DISP            PIC  ----,---,---,--9.
      ********************************************************
       PROCEDURE                  DIVISION.
           DISPLAY  "*** START KZBM026 ***".
           PERFORM  INIT-RTN.
           IF  WK-IRAI-FLG  =  "Y"  THEN
             PERFORM  LOAD-APL-RTN
             PERFORM  LOAD-DBN-RTN
             PERFORM  PROPOSE-RTN
             PERFORM  SIR-PRINT-RTN
             PERFORM  REWRITE-APL-RTN
             PERFORM  REWRITE-DBN-RTN
             PERFORM  LOAD-RFR-RTN
             PERFORM  HENKIN-RTN
             PERFORM  REWRITE-RFR-RTN
           END-IF.
           PERFORM  TERM-RTN.
           IF  NG-CNT  >  0  THEN
             MOVE  8  TO  RETURN-CODE
           END-IF.
           STOP  RUN.
      ********************************************************
      * 開始処理　振込指定日と依頼人情報の取得、振込データの
      * ヘッダーレコード出力
      ********************************************************
       INIT-RTN                   SECTION.
           ACCEPT  WK-SHITEI-X  FROM  ENVIRONMENT
                   "KZBM026-SHIHARAI-YMD".
           IF  WK-SHITEI-X  IS  NUMERIC  THEN
             MOVE  WK-SHITEI-X  TO  WK-SHITEI-YMD
           ELSE
             MOVE  FUNCTION CURRENT-DATE(1:8)  TO  WK-SHITEI-YMD
           END-IF.
           DISPLAY  "振込指定日="  WK-SHITEI-YMD.
           OPEN  INPUT  SMF-FILE.
           OPEN  OUTPUT  RPT-FILE.
           OPEN  OUTPUT  ZGN-FILE.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "支払提案（送金リスト）"
                     DELIMITED BY SIZE
                   " 振込指定日="
                     DELIMITED BY SIZE
                   WK-SHITEI-YMD  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
      *自社プロファイルの読込（依頼人コード・振込元口座）
           OPEN  INPUT  COM-FILE.
           IF  COM-STATUS  =  "00"  THEN
             READ  COM-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 MOVE  COM-REC  TO  WK-COM-REC
                 IF  (COM-IRAI-COD OF WK-COM-REC  IS  NUMERIC)  AND
                     (COM-IRAI-COD OF WK-COM-REC  >  ZERO)  THEN
                   MOVE  "Y"  TO  WK-IRAI-FLG
                 END-IF
             END-READ
             CLOSE  COM-FILE
           END-IF.
           IF  WK-IRAI-FLG  NOT  =  "Y"  THEN
             DISPLAY  "COMPRFに依頼人情報なし　提案中止"
             ADD  1  TO  NG-CNT
             MOVE  SPACE  TO  RPT-REC
             MOVE  "ＮＧ 依頼人情報(COMPRF)なし"  TO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
             GO  TO  INIT-EXT
           END-IF.
           MOVE  SPACE  TO  ZGN-REC.
           MOVE  "1"   TO  ZGN-DATA-KBN.
           MOVE  "21"  TO  ZGN-H-SHUBETSU.
           MOVE  "0"   TO  ZGN-H-CODE-KBN.
           MOVE  COM-IRAI-COD OF WK-COM-REC   TO  ZGN-H-IRAI-COD.
           MOVE  COM-IRAI-MEI OF WK-COM-REC   TO  ZGN-H-IRAI-MEI.
           MOVE  WK-SHITEI-MMDD               TO  ZGN-H-TORIKUMI-MD.
           MOVE  COM-GINKO-COD OF WK-COM-REC  TO  ZGN-H-GINKO-COD.
           MOVE  COM-GINKO-MEI OF WK-COM-REC  TO  ZGN-H-GINKO-MEI.
           MOVE  COM-SHITEN-COD OF WK-COM-REC TO  ZGN-H-SHITEN-COD.
           MOVE  COM-SHITEN-MEI OF WK-COM-REC TO  ZGN-H-SHITEN-MEI.
           MOVE  COM-YOKIN-SHUMOKU OF WK-COM-REC
             TO  ZGN-H-YOKIN.
           MOVE  COM-KOZA-NO OF WK-COM-REC    TO  ZGN-H-KOZA-NO.
           WRITE  ZGN-REC.
       INIT-EXT.
           EXIT.
      ********************************************************
      * 仕入債務台帳の全件読込
       EXT.
           EXIT.
      ********************************************************
      * 仕入先デビットノート台帳の全件読込
      ********************************************************
       LOAD-DBN-RTN               SECTION.
           OPEN  INPUT  DBN-FILE.
           IF  DBN-STATUS-WS  =  "35"  THEN
             DISPLAY  "デビットノート台帳なし"
           ELSE
             PERFORM  UNTIL  DBN-STATUS-WS  NOT  =  "00"
               READ  DBN-FILE
                 AT  END
                   CONTINUE
                 NOT  AT  END
                   IF  DBNT-CNT  <  9999  THEN
                     ADD  1  TO  DBNT-CNT
                     SET  DBNT-IDX  TO  DBNT-CNT
                     MOVE  DBN-REC  TO  DBNT-IMG(DBNT-IDX)
                   END-IF
               END-READ
             END-PERFORM
             CLOSE  DBN-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 未提案明細の提案化　先に仕入先別の合計を集計してデビット
      * ノートを相殺し、振込できる仕入先（口座あり・合計プラス）の
      * 明細だけを提案済みにする
      ********************************************************
       PROPOSE-RTN                SECTION.
           PERFORM  VARYING  APLT-IDX  FROM  1  BY  1
             UNTIL  APLT-IDX  >  APLT-CNT
             MOVE  APLT-IMG(APLT-IDX)  TO  WK-APL-REC-1
             IF  APL-STATUS OF WK-APL-REC-1  =  SPACE  THEN
               PERFORM  SIR-TALLY-RTN
             END-IF
           END-PERFORM.
           PERFORM  VARYING  DBNT-IDX  FROM  1  BY  1
             UNTIL  DBNT-IDX  >  DBNT-CNT
             MOVE  DBNT-IMG(DBNT-IDX)  TO  WK-DBN-REC-1
             IF  DBN-STATUS OF WK-DBN-REC-1  =  SPACE  THEN
               PERFORM  SOUSAI-RTN
             END-IF
           END-PERFORM.
           PERFORM  VARYING  APLT-IDX  FROM  1  BY  1
             UNTIL  APLT-IDX  >  APLT-CNT
             MOVE  APLT-IMG(APLT-IDX)  TO  WK-APL-REC-1
             IF  APL-STATUS OF WK-APL-REC-1  =  SPACE  THEN
               MOVE  APL-SHIIRE-COD OF WK-APL-REC-1  TO  WK-SIR-KEY
               PERFORM  SIR-FIND-RTN
               IF  (SIR-KOZA-FLG(SIR-IDX)  =  "Y")  AND
                   (SIR-KINGAKU(SIR-IDX)  >  0)  THEN
                 ADD  1  TO  TEIAN-CNT
                 PERFORM  DETAIL-RTN
                 MOVE  "P"  TO  APL-STATUS OF WK-APL-REC-1
                 MOVE  WK-SHITEI-YMD
                   TO  APL-SHIHARAI-YMD OF WK-APL-REC-1
                 MOVE  WK-APL-REC-1  TO  APLT-IMG(APLT-IDX)
               END-IF
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * デビットノート明細1件の相殺　振込できる仕入先で、相殺後の
      * 合計がプラスに残るときだけ充当して相殺済みにする
      ********************************************************
       SOUSAI-RTN                 SECTION.
           MOVE  DBN-SHIIRE-COD OF WK-DBN-REC-1  TO  WK-SIR-KEY.
           PERFORM  SIR-FIND-RTN.
           IF  WK-FOUND-FLG  NOT  =  "Y"  THEN
             GO  TO  SOUSAI-EXT
           END-IF.
           IF  (SIR-KOZA-FLG(SIR-IDX)  =  "Y")  AND
               (SIR-KINGAKU(SIR-IDX)  >
                DBN-KINGAKU OF WK-DBN-REC-1)  THEN
             SUBTRACT  DBN-KINGAKU OF WK-DBN-REC-1
               FROM  SIR-KINGAKU(SIR-IDX)
             ADD  DBN-KINGAKU OF WK-DBN-REC-1
               TO  SIR-SOUSAI(SIR-IDX)
             ADD  1  TO  SOUSAI-CNT
             MOVE  "N"  TO  DBN-STATUS OF WK-DBN-REC-1
             MOVE  WK-SHITEI-YMD
               TO  DBN-SOUSAI-YMD OF WK-DBN-REC-1
             MOVE  WK-DBN-REC-1  TO  DBNT-IMG(DBNT-IDX)
           END-IF.
       SOUSAI-EXT.
           EXIT.
      ********************************************************
      * 提案明細行の印字
      ********************************************************
       DETAIL-RTN                 SECTION.
       EXT.
           EXIT.
      ********************************************************
      * 仕入先別の合計集計（初出の仕入先は振込先口座を確認する）
      ********************************************************
       SIR-TALLY-RTN              SECTION.
           MOVE  APL-SHIIRE-COD OF WK-APL-REC-1  TO  WK-SIR-KEY.
           PERFORM  SIR-FIND-RTN.
           IF  WK-FOUND-FLG  NOT  =  "Y"  THEN
             ADD  1  TO  SIR-CNT
             SET  SIR-IDX  TO  SIR-CNT
             MOVE  APL-SHIIRE-COD OF WK-APL-REC-1
               TO  SIR-SHIIRE-COD(SIR-IDX)
             MOVE  ZERO  TO  SIR-KINGAKU(SIR-IDX)
             MOVE  ZERO  TO  SIR-SOUSAI(SIR-IDX)
             MOVE  "N"  TO  SIR-KOZA-FLG(SIR-IDX)
             MOVE  APL-SHIIRE-COD OF WK-APL-REC-1
               TO  CFSIR-SHIIRE-COD OF SMF-REC
             READ  SMF-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF  (CFSIR-GINKO-COD  IS  NUMERIC)  AND
                     (CFSIR-GINKO-COD  >  ZERO)  AND
                     (CFSIR-KOZA-NO  IS  NUMERIC)  THEN
                   MOVE  "Y"  TO  SIR-KOZA-FLG(SIR-IDX)
                 END-IF
             END-READ
           END-IF.
           ADD  APL-KINGAKU OF WK-APL-REC-1
             TO  SIR-KINGAKU(SIR-IDX).
       EXT.
           EXIT.
      ********************************************************
      * 仕入先別合計の引き当て（WK-SIR-KEYの仕入先を探す。
      * WK-FOUND-FLG="Y"でSIR-IDXが該当）
      ********************************************************
       SIR-FIND-RTN               SECTION.
           MOVE  "N"  TO  WK-FOUND-FLG.
           PERFORM  VARYING  SIR-IDX  FROM  1  BY  1
             UNTIL  (SIR-IDX  >  SIR-CNT)  OR
                    (WK-FOUND-FLG  =  "Y")
             IF  SIR-SHIIRE-COD(SIR-IDX)  =  WK-SIR-KEY  THEN
               MOVE  "Y"  TO  WK-FOUND-FLG
             END-IF
           END-PERFORM.
           IF  WK-FOUND-FLG  =  "Y"  THEN
             SET  SIR-IDX  DOWN  BY  1
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 仕入先別の送金合計の印字　仕入先名・支払条件付き。
      * 振込できる仕入先は総合振込データのデータレコードを出力し、
      * できない仕入先は理由を印字する
      ********************************************************
       SIR-PRINT-RTN              SECTION.
           MOVE  SPACE  TO  RPT-REC.
               INTO  RPT-REC
             WRITE  RPT-REC
             MOVE  SPACE  TO  RPT-REC
             EVALUATE  TRUE
               WHEN  SIR-KOZA-FLG(SIR-IDX)  NOT  =  "Y"
                 ADD  1  TO  NG-CNT
                 MOVE  "    ＮＧ 振込先口座未登録　除外"
                   TO  RPT-REC
               WHEN  SIR-KINGAKU(SIR-IDX)  NOT  >  0
                 ADD  1  TO  NG-CNT
                 MOVE  "    ＮＧ 合計がゼロ以下　除外"
                   TO  RPT-REC
               WHEN  OTHER
                 PERFORM  ZGN-DATA-RTN
                 STRING  "    支払条件="  DELIMITED BY SIZE
                         CFSIR-SHIHARAI-JOKEN  DELIMITED BY SIZE
                   INTO  RPT-REC
             END-EVALUATE
             WRITE  RPT-REC
             ADD  2  TO  RPT-CNT
             IF  SIR-SOUSAI(SIR-IDX)  >  0  THEN
               MOVE  SIR-SOUSAI(SIR-IDX)  TO  WK-KIN-DISP
               MOVE  SPACE  TO  RPT-REC
               STRING  "    デビットノート相殺額="
                         DELIMITED BY SIZE
                       WK-KIN-DISP  DELIMITED BY SIZE
                 INTO  RPT-REC
               WRITE  RPT-REC
               ADD  1  TO  RPT-CNT
             END-IF
           END-PERFORM.
       EXT.
           EXIT.
      ********************************************************
      * 総合振込データのデータレコード（仕入先1件）の出力
      ********************************************************
       ZGN-DATA-RTN               SECTION.
           MOVE  SPACE  TO  ZGN-REC.
           MOVE  "2"  TO  ZGN-DATA-KBN.
           MOVE  CFSIR-GINKO-COD      TO  ZGN-D-GINKO-COD.
           MOVE  CFSIR-GINKO-MEI      TO  ZGN-D-GINKO-MEI.
           MOVE  CFSIR-SHITEN-COD     TO  ZGN-D-SHITEN-COD.
           MOVE  CFSIR-SHITEN-MEI     TO  ZGN-D-SHITEN-MEI.
           MOVE  ZERO                 TO  ZGN-D-TEGATA-COD.
           MOVE  CFSIR-YOKIN-SHUMOKU  TO  ZGN-D-YOKIN.
           MOVE  CFSIR-KOZA-NO        TO  ZGN-D-KOZA-NO.
           MOVE  CFSIR-KOZA-MEI       TO  ZGN-D-UKETORI-MEI.
           MOVE  SIR-KINGAKU(SIR-IDX)  TO  ZGN-D-KINGAKU.
           MOVE  "0"  TO  ZGN-D-SHINKI-COD.
      *振込結果（KZBM027）の突き合わせキー　仕入先と振込指定日
           MOVE  SIR-SHIIRE-COD(SIR-IDX)  TO  ZGN-D-KOKYAKU-1.
           MOVE  WK-SHITEI-YMD            TO  ZGN-D-KOKYAKU-2.
           WRITE  ZGN-REC.
           ADD  1  TO  ZGN-CNT.
           ADD  SIR-KINGAKU(SIR-IDX)  TO  ZGN-KINGAKU-SUM.
       EXT.
           EXIT.
      ********************************************************
      * 返金レジスタの全件読込
      ********************************************************
       LOAD-RFR-RTN               SECTION.
           OPEN  INPUT  RFR-FILE.
           IF  RFR-STATUS-WS  NOT  =  "00"  THEN
             GO  TO  LOAD-RFR-EXT
           END-IF.
           PERFORM  UNTIL  RFR-STATUS-WS  NOT  =  "00"
             READ  RFR-FILE
               AT  END
                 CONTINUE
               NOT  AT  END
                 IF  RFRT-CNT  <  9999  THEN
                   ADD  1  TO  RFRT-CNT
                   SET  RFRT-IDX  TO  RFRT-CNT
                   MOVE  RFR-REC  TO  RFRT-IMG(RFRT-IDX)
                 END-IF
             END-READ
           END-PERFORM.
           CLOSE  RFR-FILE.
       LOAD-RFR-EXT.
           EXIT.
      ********************************************************
      * 得意先への返金の振込　未振込の返金ごとに得意先の返金先
      * 口座で総合振込データのデータレコードを出力し、振込提案済
      * へ更新する。口座のない得意先は理由を印字して持ち越す
      ********************************************************
       HENKIN-RTN                 SECTION.
           IF  RFRT-CNT  =  0  THEN
             GO  TO  HENKIN-EXT
           END-IF.
           OPEN  INPUT  CMF-FILE.
           MOVE  SPACE  TO  RPT-REC.
           MOVE  "＜得意先への返金＞"  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           PERFORM  VARYING  RFRT-IDX  FROM  1  BY  1
             UNTIL  RFRT-IDX  >  RFRT-CNT
             MOVE  RFRT-IMG(RFRT-IDX)  TO  WK-RFR-REC-1
             IF  RFR-STATUS OF WK-RFR-REC-1  =  SPACE  THEN
               PERFORM  HENKIN-ONE-RTN
             END-IF
           END-PERFORM.
           CLOSE  CMF-FILE.
       HENKIN-EXT.
           EXIT.
      ********************************************************
      * 返金1件の振込データ出力と印字
      ********************************************************
       HENKIN-ONE-RTN             SECTION.
           MOVE  RFR-TOKU-COD OF WK-RFR-REC-1  TO  CFTOK-TOKU-COD.
           READ  CMF-FILE
             INVALID KEY
               MOVE  SPACE  TO  CFTOK-TOKU-MEI
               MOVE  ZERO   TO  CFTOK-GINKO-COD
           END-READ.
           MOVE  RFR-KINGAKU OF WK-RFR-REC-1  TO  WK-KIN-DISP.
           MOVE  SPACE  TO  RPT-REC.
           STRING  "  返金"  DELIMITED BY SIZE
                   RFR-NO OF WK-RFR-REC-1  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   RFR-TOKU-COD OF WK-RFR-REC-1  DELIMITED BY SIZE
                   " "  DELIMITED BY SIZE
                   CFTOK-TOKU-MEI  DELIMITED BY SIZE
                   " 金額="  DELIMITED BY SIZE
                   WK-KIN-DISP  DELIMITED BY SIZE
             INTO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           IF  (CFTOK-GINKO-COD  IS  NOT  NUMERIC)  OR
               (CFTOK-GINKO-COD  =  ZERO)  OR
               (CFTOK-KOZA-NO  IS  NOT  NUMERIC)  THEN
             ADD  1  TO  NG-CNT
             MOVE  SPACE  TO  RPT-REC
             MOVE  "    ＮＧ 返金先口座未登録　持ち越し"
               TO  RPT-REC
             WRITE  RPT-REC
             ADD  1  TO  RPT-CNT
             GO  TO  HENKIN-ONE-EXT
           END-IF.
           MOVE  SPACE  TO  ZGN-REC.
           MOVE  "2"  TO  ZGN-DATA-KBN.
           MOVE  CFTOK-GINKO-COD      TO  ZGN-D-GINKO-COD.
           MOVE  CFTOK-GINKO-MEI      TO  ZGN-D-GINKO-MEI.
           MOVE  CFTOK-SHITEN-COD     TO  ZGN-D-SHITEN-COD.
           MOVE  CFTOK-SHITEN-MEI     TO  ZGN-D-SHITEN-MEI.
           MOVE  ZERO                 TO  ZGN-D-TEGATA-COD.
           MOVE  CFTOK-YOKIN-SHUMOKU  TO  ZGN-D-YOKIN.
           MOVE  CFTOK-KOZA-NO        TO  ZGN-D-KOZA-NO.
           MOVE  CFTOK-KOZA-MEI       TO  ZGN-D-UKETORI-MEI.
           MOVE  RFR-KINGAKU OF WK-RFR-REC-1  TO  ZGN-D-KINGAKU.
           MOVE  "0"  TO  ZGN-D-SHINKI-COD.
      *振込結果（KZBM027）の突き合わせキー　"RF"＋返金番号と
      *振込指定日（仕入先コードは4桁のため重ならない）
           STRING  "RF"  DELIMITED BY SIZE
                   RFR-NO OF WK-RFR-REC-1  DELIMITED BY SIZE
             INTO  ZGN-D-KOKYAKU-1.
           MOVE  WK-SHITEI-YMD  TO  ZGN-D-KOKYAKU-2.
           WRITE  ZGN-REC.
           ADD  1  TO  ZGN-CNT.
           ADD  RFR-KINGAKU OF WK-RFR-REC-1  TO  ZGN-KINGAKU-SUM.
           ADD  1  TO  HENKIN-CNT.
           MOVE  "P"  TO  RFR-STATUS OF WK-RFR-REC-1.
           MOVE  WK-SHITEI-YMD  TO  RFR-SHITEI-YMD OF WK-RFR-REC-1.
           MOVE  WK-RFR-REC-1  TO  RFRT-IMG(RFRT-IDX).
       HENKIN-ONE-EXT.
           EXIT.
      ********************************************************
      * 返金レジスタの書き戻し（振込提案済み状態を反映）
      ********************************************************
       REWRITE-RFR-RTN            SECTION.
           IF  HENKIN-CNT  >  0  THEN
             OPEN  OUTPUT  RFR-FILE
             PERFORM  VARYING  RFRT-IDX  FROM  1  BY  1
               UNTIL  RFRT-IDX  >  RFRT-CNT
               MOVE  RFRT-IMG(RFRT-IDX)  TO  RFR-REC
               WRITE  RFR-REC
             END-PERFORM
             CLOSE  RFR-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
       EXT.
           EXIT.
      ********************************************************
      * デビットノート台帳の書き戻し（相殺状況を反映）
      ********************************************************
       REWRITE-DBN-RTN            SECTION.
           IF  SOUSAI-CNT  >  0  THEN
             OPEN  OUTPUT  DBN-FILE
             PERFORM  VARYING  DBNT-IDX  FROM  1  BY  1
               UNTIL  DBNT-IDX  >  DBNT-CNT
               MOVE  DBNT-IMG(DBNT-IDX)  TO  DBN-REC
               WRITE  DBN-REC
             END-PERFORM
             CLOSE  DBN-FILE
           END-IF.
       EXT.
           EXIT.
      ********************************************************
      * 終了処理
      ********************************************************
       TERM-RTN                   SECTION.
      *総合振込データのトレーラー・エンドレコード
           IF  WK-IRAI-FLG  =  "Y"  THEN
             MOVE  SPACE  TO  ZGN-REC
             MOVE  "8"  TO  ZGN-DATA-KBN
             MOVE  ZGN-CNT          TO  ZGN-T-KENSU
             MOVE  ZGN-KINGAKU-SUM  TO  ZGN-T-KINGAKU
             WRITE  ZGN-REC
             MOVE  SPACE  TO  ZGN-REC
             MOVE  "9"  TO  ZGN-DATA-KBN
             WRITE  ZGN-REC
           END-IF.
           CLOSE  SMF-FILE.
           CLOSE  RPT-FILE.
           CLOSE  ZGN-FILE.
           DISPLAY  "台帳読込= "  APL-CNT.
           DISPLAY  "提案件数= "  TEIAN-CNT.
           DISPLAY  "相殺件数= "  SOUSAI-CNT.
           DISPLAY  "返金件数= "  HENKIN-CNT.
           DISPLAY  "振込件数= "  ZGN-CNT.
           DISPLAY  "振込合計= "  ZGN-KINGAKU-SUM.
           DISPLAY  "除外件数= "  NG-CNT.
           DISPLAY  "*** END KZBM026 ***".
       EXT.
           EXIT.
