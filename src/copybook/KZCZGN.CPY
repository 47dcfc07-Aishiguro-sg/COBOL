      ********************************************************
      * システム名    ：研修
      * コピー区名    ：総合振込データ（全銀協規定形式、120バイト
      *                 固定長。KZBM026出力・KZBM027入力）
      * ※1ファイル＝1振込指定日。ヘッダー(1)・データ(2)・
      *   トレーラー(8)・エンド(9)の4種をデータ区分で見分ける。
      *   データレコードは仕入先×振込指定日につき1件とし、
      *   顧客コード1へ仕入先コード、顧客コード2へ振込指定日
      *   (YYYYMMDD)を入れて、振込結果の突き合わせキーとする。
      *   銀行から戻る振込結果ファイルは同じ形式で、データレコード
      *   の振込結果コード（ダミー域の先頭）に"0"=振込済、
      *   それ以外=振込不能（1=口座なし 2=名義相違 等）が入る
      ********************************************************
           02  ZGN-HEAD.
             03  ZGN-DATA-KBN      PIC X(1).
             03  ZGN-H-SHUBETSU    PIC X(2).
             03  ZGN-H-CODE-KBN    PIC X(1).
             03  ZGN-H-IRAI-COD    PIC 9(10).
             03  ZGN-H-IRAI-MEI    PIC X(40).
             03  ZGN-H-TORIKUMI-MD PIC 9(4).
             03  ZGN-H-GINKO-COD   PIC 9(4).
             03  ZGN-H-GINKO-MEI   PIC X(15).
             03  ZGN-H-SHITEN-COD  PIC 9(3).
             03  ZGN-H-SHITEN-MEI  PIC X(15).
             03  ZGN-H-YOKIN       PIC 9(1).
             03  ZGN-H-KOZA-NO     PIC 9(7).
             03  FILLER            PIC X(17).
           02  ZGN-DATA  REDEFINES  ZGN-HEAD.
             03  FILLER            PIC X(1).
             03  ZGN-D-GINKO-COD   PIC 9(4).
             03  ZGN-D-GINKO-MEI   PIC X(15).
             03  ZGN-D-SHITEN-COD  PIC 9(3).
             03  ZGN-D-SHITEN-MEI  PIC X(15).
             03  ZGN-D-TEGATA-COD  PIC 9(4).
             03  ZGN-D-YOKIN       PIC 9(1).
             03  ZGN-D-KOZA-NO     PIC 9(7).
             03  ZGN-D-UKETORI-MEI PIC X(30).
             03  ZGN-D-KINGAKU     PIC 9(10).
             03  ZGN-D-SHINKI-COD  PIC X(1).
             03  ZGN-D-KOKYAKU-1   PIC X(10).
             03  ZGN-D-KOKYAKU-2   PIC X(10).
             03  ZGN-D-SHITEI-KBN  PIC X(1).
             03  ZGN-D-SHIKIBETSU  PIC X(1).
             03  ZGN-D-KEKKA       PIC X(1).
             03  FILLER            PIC X(6).
           02  ZGN-TRAILER  REDEFINES  ZGN-HEAD.
             03  FILLER            PIC X(1).
             03  ZGN-T-KENSU       PIC 9(6).
             03  ZGN-T-KINGAKU     PIC 9(12).
             03  FILLER            PIC X(101).
