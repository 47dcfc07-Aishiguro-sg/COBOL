           02  CFSIR-SHIIRE-MEI      PIC X(20).
      *支払条件（例：月末締翌月末払）　発注提案書への印字用
           02  CFSIR-SHIHARAI-JOKEN  PIC X(20).
      *支払条件（構造化）　得意先マスタ(KCCFTOK)の締め日・支払
      *条件と同じ決め方。締め日＝01〜30（その月に無い日は末日）、
      *31以上（99等）・ゼロ・未設定=月末締め。支払月＝締め月から
      *何か月後に支払うか（0=当月 1=翌月 2=翌々月）、支払日＝
      *01〜30、31以上=末日。支払日ゼロ・未設定は支払条件なし
      *（支払予定日＝仕入債務の計上日）。資金繰り予測(KUBM046)が
      *仕入債務の支払予定週を求めるのに使う
           02  CFSIR-SHIME-DD        PIC 9(2).
           02  CFSIR-SHIHARAI-TSUKI  PIC 9(1).
           02  CFSIR-SHIHARAI-DD     PIC 9(2).
      *振込先口座（全銀形式の総合振込データ用、KZBM026が使う）
      *銀行・支店名と口座名義は半角カナ。預金種目 1=普通 2=当座
      *4=貯蓄。銀行番号ゼロ・未設定の仕入先は振込データを作らず
      *支払提案から外す（口座登録後に提案される）
           02  CFSIR-GINKO-COD       PIC 9(4).
           02  CFSIR-GINKO-MEI       PIC X(15).
           02  CFSIR-SHITEN-COD      PIC 9(3).
           02  CFSIR-SHITEN-MEI      PIC X(15).
           02  CFSIR-YOKIN-SHUMOKU   PIC 9(1).
           02  CFSIR-KOZA-NO         PIC 9(7).
           02  CFSIR-KOZA-MEI        PIC X(30).
