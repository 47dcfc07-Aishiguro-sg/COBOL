      * 変更日／変更者：２０２６年８月２２日  石黒　茜
      *       変更内容：直近受注・月次売上を「最後のＮ件」で表示
      *                 （走査の先頭Ｎ件＝最古を出していたのを修正）
      * 変更日／変更者：２０２６年１０月１５日  石黒　茜
      *       変更内容：単件照会に取引状態（停止・解約）と理由・
      *                 変更日を表示
      ********************************************************
      *単件照会は得意先コード・名称だけでなく、与信限度額・残高・
      *利用率（限度額超過は警告）、受注データベース(ODB)からの
      *直近受注とその処理状況、売上集計データ(KUBM020出力、SLS)
      *からの月次売上実績までを1ページにまとめて出す。
      *大口受注を受ける前の確認が照会1回で済むようにするもの。
      *取引停止・解約の得意先は、単件照会の冒頭に取引状態と
      *理由・変更日を出して受注を受けられないことを示す。
      *一覧照会は従来どおりコード・名称の要約一覧。
       ENVIRONMENT                DIVISION.
       INPUT-OUTPUT               SECTION.
       01  WK-D1                  PIC  ----,---,--9.
       01  WK-D2                  PIC  ----,---,--9.
       01  WK-RITSU-DISP          PIC  ZZ9.9.
       01  WK-TORIHIKI-MEI        PIC  X(15)  VALUE  SPACE.
      *直近受注の表示制御　走査しながら直近10明細をリングに
      *残し、走査後に古い順で表示する（先頭10件＝最古を出さない）
       01  WK-ODB-SHOW-CNT        PIC  9(2)   VALUE  0.
               DISPLAY  "NOT FOUND TOKU-COD=" WK-TOKU-COD
             NOT INVALID KEY
               PERFORM  DETAIL-RTN
               PERFORM  TORIHIKI-RTN
               PERFORM  CREDIT-RTN
               PERFORM  RECENT-ORDER-RTN
               PERFORM  SALES-RTN
       EXT.
           EXIT.
      ********************************************************
      * 取引状態　停止・解約のときだけ理由・変更日とともに出す
      * （取引中は行を出さない）
      ********************************************************
       TORIHIKI-RTN                SECTION.
           EVALUATE  CFTOK-TORIHIKI-KBN OF CMF-REC
             WHEN  "S"
               MOVE  "***取引停止"  TO  WK-TORIHIKI-MEI
             WHEN  "C"
               MOVE  "***解約済み"  TO  WK-TORIHIKI-MEI
             WHEN  OTHER
               GO  TO  TORIHIKI-EXT
           END-EVALUATE.
           MOVE  SPACE  TO  WK-PROF-LINE.
           STRING  WK-TORIHIKI-MEI  DELIMITED BY SIZE
                   " 理由="  DELIMITED BY SIZE
                   CFTOK-TORIHIKI-RIYU OF CMF-REC  DELIMITED BY SIZE
                   " 変更日="  DELIMITED BY SIZE
                   CFTOK-TORIHIKI-YMD OF CMF-REC  DELIMITED BY SIZE
             INTO  WK-TEXT.
           MOVE  WK-PROF-LINE  TO  RPT-REC.
           WRITE  RPT-REC.
           ADD  1  TO  RPT-CNT.
           DISPLAY  WK-TEXT.
       TORIHIKI-EXT.
           EXIT.
      ********************************************************
      * 与信状況　限度額・残高・利用率（限度額超過は警告）
      ********************************************************
       CREDIT-RTN                  SECTION.
