       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      DBSEQ02N.
      ******************************************************************
      *  業務名        ：ＷebRings  テスト
      *
      *  顧客名        ：共通
      *
      *  プロセス名    ：テスト
      *
      *  処理名        ：T宛名マスキング抽出（テスト環境用）
      *
      *  処理概要      ：T宛名・H情報集約_個人基本・H前期高齢者月別
      *                  資格を読み、個人を特定できない形に置き換えた
      *                  テスト環境ロード用ファイルを出力する。
      *                    Ｕ３７：T宛名
      *                    Ｕ３８：H情報集約_個人基本
      *                    Ｕ３９：H前期高齢者月別資格
      *                  ・住民コードは鍵（DBSEQ02N_KEY）による一対一
      *                    変換で３表とも同じ値に置き換える（連携が
      *                    テスト環境でもそのままつながる）
      *                  ・氏名・カナは代替辞書（MASKDICT）から、元の
      *                    名称で決まる同じ代替名に置き換える
      *                  ・生年月日は年・月を残して日のみずらす（１日
      *                    生まれは１日のまま）ため、年齢帯と７０歳
      *                    到達月は変わらない
      *                  ・住所はダミー、方書は空白。郵便番号は残す
      *                  ・市町村被保険者IDは変換後の住民コードから
      *                    作成する
      *                  変換表は出力しない。
      *
      *  実行時コード系：SJIS
      *
      *  作成者        ：アイネス　トゥアン
      *
      *  作成日        ：2026.10.15
      *
      *  案件ID        ：TEST2
      *
      *  修正履歴      ：
      *    修正年月日  -----------------  修正内容  -------------------
      *
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
            SELECT DICT-FILE            ASSIGN  TO  MASKDICT
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS
                                        WK-DICT-STATUS.
            SELECT U37-FILE             ASSIGN  TO  U37.
            SELECT U38-FILE             ASSIGN  TO  U38.
            SELECT U39-FILE             ASSIGN  TO  U39.
            SELECT SHORIBI-FILE         ASSIGN  TO  SHORIBI
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-SHB-STATUS.
            SELECT U90-FILE             ASSIGN  TO  U90
                                        ORGANIZATION IS LINE
                                        SEQUENTIAL.
      *
       DATA                             DIVISION.
       FILE                             SECTION.
      *----------------------------------------------------------------*
      * 代替氏名辞書（区分 S：姓、G：名）
      *----------------------------------------------------------------*
       FD  DICT-FILE.
       01  DICT-REC.
         03  ＭＤ区分                   PIC  X(001).
           88  ＭＤ姓                              VALUE  'S'.
           88  ＭＤ名                              VALUE  'G'.
         03  ＭＤカナ                   PIC  X(020).
         03  ＭＤ漢字                   PIC  N(010).
      *
      *----------------------------------------------------------------*
      * マスキング済T宛名
      *----------------------------------------------------------------*
       FD  U37-FILE.
       01  U37-REC.
         03  ＭＡ住民コード             PIC  9(010).
         03  ＭＡカナ名称               PIC  X(020).
         03  ＭＡカナ名称２             PIC  X(020).
         03  ＭＡ名称                   PIC  N(010).
         03  ＭＡ名称２                 PIC  N(010).
         03  ＭＡ生年月日               PIC  X(008).
         03  ＭＡ郵便番号               PIC  X(008).
         03  ＭＡ住所                   PIC  X(060).
         03  ＭＡ方書                   PIC  X(060).
         03  ＭＡ行政区                 PIC  X(003).
         03  FILLER                     PIC  X(011).
      *
      *----------------------------------------------------------------*
      * マスキング済H情報集約_個人基本
      *----------------------------------------------------------------*
       FD  U38-FILE.
       01  U38-REC.
         03  ＭＫ住民コード             PIC  9(010).
         03  ＭＫ被保険者ＩＤ           PIC  X(015).
         03  ＭＫ更新年月日             PIC  X(008).
         03  FILLER                     PIC  X(007).
      *
      *----------------------------------------------------------------*
      * マスキング済H前期高齢者月別資格（資格は1月〜12月の順）
      *----------------------------------------------------------------*
       FD  U39-FILE.
       01  U39-REC.
         03  ＭＺ記号番号               PIC  X(011).
         03  ＭＺ住民コード             PIC  9(010).
         03  ＭＺ年度                   PIC  X(004).
         03  ＭＺ履歴ＳＥＱ             PIC  9(005).
         03  ＭＺ月別資格               PIC  X(002)  OCCURS  12.
         03  ＭＺ適用年月日             PIC  X(008).
         03  ＭＺ更新年月日             PIC  X(008).
         03  FILLER                     PIC  X(010).
      *
       FD  SHORIBI-FILE.
       01  SHORIBI-REC.
         03  SHB-DATE                   PIC  9(008).
         03  SHB-STATUS                 PIC  X(008).
      *
      *----------------------------------------------------------------*
      * 実行結果ログファイル（国保バッチ共通）
      *----------------------------------------------------------------*
       FD  U90-FILE.
       01  U90-REC.
         03  LOG-PID                   PIC  X(008).
         03  処理区分                   PIC  X(001).
         03  ファイル名                 PIC  X(008).
         03  件数                       PIC  X(009).
         03  実行日                     PIC  9(008).
         03  時刻                       PIC  9(006).
         03  FILLER                     PIC  X(024).
      *
       WORKING-STORAGE                  SECTION.
      *
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *
       01  Ｈ住民コード                 PIC S9(010).
       01  Ｈ名称                       PIC  X(100).
       01  Ｈ名称２                     PIC  X(100).
       01  Ｈ生年月日                   PIC  X(008).
       01  Ｈ郵便番号                   PIC  X(008).
       01  Ｈ行政区コード               PIC  X(003).
       01  Ｈ被保険者ＩＤ               PIC  X(015).
       01  Ｈ更新年月日                 PIC  X(008).
       01  Ｈ記号番号                   PIC  X(011).
       01  Ｈ年度                       PIC  X(004).
       01  Ｈ履歴ＳＥＱ                 PIC S9(005).
       01  Ｈ資格１                     PIC  X(002).
       01  Ｈ資格２                     PIC  X(002).
       01  Ｈ資格３                     PIC  X(002).
       01  Ｈ資格４                     PIC  X(002).
       01  Ｈ資格５                     PIC  X(002).
       01  Ｈ資格６                     PIC  X(002).
       01  Ｈ資格７                     PIC  X(002).
       01  Ｈ資格８                     PIC  X(002).
       01  Ｈ資格９                     PIC  X(002).
       01  Ｈ資格１０                   PIC  X(002).
       01  Ｈ資格１１                   PIC  X(002).
       01  Ｈ資格１２                   PIC  X(002).
       01  Ｈ適用年月日                 PIC  X(008).
           EXEC SQL END DECLARE SECTION END-EXEC.
      *
      *ＳＱＬシステム変数
           COPY WRHDSQL.
      *
       01  PID                          PIC  X(008)  VALUE  'DBSEQ02N'.
       01  WK-RUN-DATE                  PIC  9(008).
       01  WK-LOG-KBN                   PIC  X(001).
       01  WK-LOG-FILE                  PIC  X(008).
       01  WK-LOG-CNT                   PIC  9(009).
       01  WK-SHB-STATUS                PIC  X(002).
       01  WK-DICT-STATUS               PIC  X(002).
       01  WK-OEF                       PIC  X(001).
       01  WK-U37-CNT                   PIC  9(009)  VALUE  ZERO.
       01  WK-U38-CNT                   PIC  9(009)  VALUE  ZERO.
       01  WK-U39-CNT                   PIC  9(009)  VALUE  ZERO.
      *
      *▼ 住民コード変換鍵（乗数８桁＋加数１０桁）
      *    新コード ＝（旧コード × 乗数 ＋ 加数）を10^10で割った余り
      *    乗数が２・５と素であれば一対一となる
       01  WK-KEY.
         03  WK-KEY-A                   PIC  9(008).
         03  WK-KEY-B                   PIC  9(010).
       01  WK-KEY-X  REDEFINES  WK-KEY  PIC  X(018).
       01  WK-MP-IN                     PIC  9(010).
       01  WK-MP-OUT                    PIC  9(010).
       01  WK-MP-WORK                   PIC  9(018).
       01  WK-MP-Q                      PIC  9(018).
       01  WK-MP-R                      PIC  9(002).
      *▲
      *
      *▼ 代替氏名辞書
       01  WK-DICT-MAX                  PIC  9(003)  VALUE  500.
       01  WK-SEI-CNT                   PIC  9(003)  VALUE  ZERO.
       01  WK-SEI-TABLE.
         03  WK-SEI-ENTRY               OCCURS  500.
           05  WK-SEI-KANA              PIC  X(020).
           05  WK-SEI-KANJI             PIC  N(010).
       01  WK-MEI-CNT                   PIC  9(003)  VALUE  ZERO.
       01  WK-MEI-TABLE.
         03  WK-MEI-ENTRY               OCCURS  500.
           05  WK-MEI-KANA              PIC  X(020).
           05  WK-MEI-KANJI             PIC  N(010).
       01  WK-HS-KEY                    PIC  X(100).
       01  WK-HS-SUM                    PIC  9(012).
       01  WK-HS-Q                      PIC  9(012).
       01  WK-HS-IX                     PIC  9(003).
       01  WK-HS-CNT                    PIC  9(003).
       01  WK-HS-HIT                    PIC  9(003).
      *▲
      *
      *▼ 生年月日の日ずらし
       01  WK-BD.
         03  WK-BD-Y                    PIC  9(004).
         03  WK-BD-M                    PIC  9(002).
         03  WK-BD-D                    PIC  9(002).
       01  WK-BD-X  REDEFINES  WK-BD    PIC  X(008).
       01  WK-DIM-DATA                  PIC  X(024)
                                VALUE  '312831303130313130313031'.
       01  WK-DIM-TABLE  REDEFINES  WK-DIM-DATA.
         03  WK-DIM                     PIC  9(002)  OCCURS  12.
       01  WK-BD-DIM                    PIC  9(002).
       01  WK-BD-SHIFT                  PIC  9(002).
       01  WK-BD-WORK                   PIC  9(004).
       01  WK-BD-Q                      PIC  9(004).
       01  WK-BD-R4                     PIC  9(003).
       01  WK-BD-R100                   PIC  9(003).
       01  WK-BD-R400                   PIC  9(003).
      *▲
      *
      *▼ 市町村被保険者ID（変換後住民コードから作成）
       01  WK-ID-MASK.
         03  FILLER                     PIC  X(002)  VALUE  'TS'.
         03  WK-ID-CODE                 PIC  9(010).
         03  FILLER                     PIC  X(003)  VALUE  SPACE.
      *▲
       01  WK-DUMMY-JUSHO               PIC  X(060)
           VALUE  'テスト県テスト市１－１'.
      *
       PROCEDURE DIVISION.
      ******************************************************************
      * メイン処理                                                     *
      ******************************************************************
       MAIN-SHORI                       SECTION.
         HAJIME.
      *
           PERFORM ZEN-SHORI.
      *
           PERFORM ATENA-RTN.
      *
           PERFORM KOJIN-RTN.
      *
           PERFORM ZENKI-RTN.
      *
           PERFORM ATO-SHORI.
      *
         OWARI.
           STOP RUN.
      ******************************************************************
      * 前処理                                                         *
      ******************************************************************
       ZEN-SHORI                        SECTION.
         HAJIME.
      *
           DISPLAY '*** DBSEQ02N START ***'       UPON SYSOUT.
      *
           OPEN OUTPUT U90-FILE.
           PERFORM SHORIBI-GET-RTN.
           MOVE  '0'                    TO  WK-LOG-KBN.
           MOVE  SPACE                  TO  WK-LOG-FILE.
           MOVE  ZERO                   TO  WK-LOG-CNT.
           PERFORM  RUN-LOG-RTN.
      *
           PERFORM KEY-PARAM-RTN.
           PERFORM DICT-LOAD-RTN.
      *
           OPEN OUTPUT U37-FILE
                       U38-FILE
                       U39-FILE.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 後処理                                                         *
      ******************************************************************
       ATO-SHORI                        SECTION.
         HAJIME.
      *
           EXEC SQL
               COMMIT WORK
           END-EXEC.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
      *
           CLOSE U37-FILE
                 U38-FILE
                 U39-FILE.
      *
           MOVE  '1'                    TO  WK-LOG-KBN.
           MOVE  'U37'                  TO  WK-LOG-FILE.
           MOVE  WK-U37-CNT             TO  WK-LOG-CNT.
           PERFORM  RUN-LOG-RTN.
           MOVE  'U38'                  TO  WK-LOG-FILE.
           MOVE  WK-U38-CNT             TO  WK-LOG-CNT.
           PERFORM  RUN-LOG-RTN.
           MOVE  'U39'                  TO  WK-LOG-FILE.
           MOVE  WK-U39-CNT             TO  WK-LOG-CNT.
           PERFORM  RUN-LOG-RTN.
      *
           MOVE  '9'                    TO  WK-LOG-KBN.
           MOVE  SPACE                  TO  WK-LOG-FILE.
           MOVE  ZERO                   TO  WK-LOG-CNT.
           PERFORM  RUN-LOG-RTN.
      *
           CLOSE U90-FILE.
      *
           DISPLAY '(OUTPUT) U37：T宛名 = '  WK-U37-CNT '件'
                                                  UPON  SYSOUT.
           DISPLAY '(OUTPUT) U38：個人基本 = '  WK-U38-CNT '件'
                                                  UPON  SYSOUT.
           DISPLAY '(OUTPUT) U39：月別資格 = '  WK-U39-CNT '件'
                                                  UPON  SYSOUT.
           DISPLAY '*** DBSEQ02N END ***'.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 業務日取得処理（SHORIBIが無い場合のみ当日を使用）              *
      ******************************************************************
       SHORIBI-GET-RTN                  SECTION.
         HAJIME.
      *
           OPEN  INPUT  SHORIBI-FILE.
           IF  WK-SHB-STATUS  =  '00'
               READ  SHORIBI-FILE
                   AT END
                       MOVE  FUNCTION CURRENT-DATE (1:8)
                                        TO  WK-RUN-DATE
                   NOT AT END
                       MOVE  SHB-DATE   TO  WK-RUN-DATE
               END-READ
               CLOSE  SHORIBI-FILE
           ELSE
               DISPLAY '*** SHORIBI ナシ：当日を使用 ***'
                                                  UPON  SYSOUT
               MOVE  FUNCTION CURRENT-DATE (1:8)  TO  WK-RUN-DATE
           END-IF.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 変換鍵取得処理（乗数は末尾1・3・7・9のみ可）                   *
      ******************************************************************
       KEY-PARAM-RTN                    SECTION.
         HAJIME.
      *
           MOVE  SPACE                  TO  WK-KEY-X.
           ACCEPT  WK-KEY-X            FROM  ENVIRONMENT
                   'DBSEQ02N_KEY'.
           IF  WK-KEY-X  NOT NUMERIC
               DISPLAY  '*** DBSEQ02N_KEY（数字18桁）'
                        '指定必須 ***'
                                                  UPON  SYSOUT
               PERFORM  ABEN-HANDLING
           END-IF.
           DIVIDE  WK-KEY-A  BY  10  GIVING  WK-MP-Q
                                     REMAINDER  WK-MP-R.
           IF  WK-MP-R  NOT =  1  AND  NOT =  3
                        AND  NOT =  7  AND  NOT =  9
               DISPLAY  '*** DBSEQ02N_KEY 乗数の末尾は'
                        '1/3/7/9 ***'            UPON  SYSOUT
               PERFORM  ABEN-HANDLING
           END-IF.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 代替氏名辞書読込処理                                           *
      ******************************************************************
       DICT-LOAD-RTN                    SECTION.
         HAJIME.
      *
           OPEN  INPUT  DICT-FILE.
           IF  WK-DICT-STATUS  NOT =  '00'
               DISPLAY  '*** MASKDICT OPEN ERROR '  WK-DICT-STATUS
                        ' ***'                    UPON  SYSOUT
               PERFORM  ABEN-HANDLING
           END-IF.
           MOVE  SPACE                  TO  WK-OEF.
           PERFORM  UNTIL  WK-OEF  =  'Y'
               READ  DICT-FILE
                   AT END
                       MOVE  'Y'        TO  WK-OEF
                   NOT AT END
                       PERFORM  DICT-ADD-RTN
               END-READ
           END-PERFORM.
           CLOSE  DICT-FILE.
      *
           IF  WK-SEI-CNT  =  ZERO
           OR  WK-MEI-CNT  =  ZERO
               DISPLAY  '*** MASKDICT 姓・名とも'
                        '1件以上必要 ***'
                                                  UPON  SYSOUT
               PERFORM  ABEN-HANDLING
           END-IF.
           DISPLAY  '*** 代替辞書 姓='  WK-SEI-CNT
                    ' 名='  WK-MEI-CNT  ' ***'    UPON  SYSOUT.
      *
         OWARI.
           EXIT.
      *
       DICT-ADD-RTN                     SECTION.
         HAJIME.
      *
           EVALUATE  TRUE
               WHEN  ＭＤ姓
               AND   WK-SEI-CNT  <  WK-DICT-MAX
                     ADD  1             TO  WK-SEI-CNT
                     MOVE  ＭＤカナ     TO  WK-SEI-KANA (WK-SEI-CNT)
                     MOVE  ＭＤ漢字  TO  WK-SEI-KANJI (WK-SEI-CNT)
               WHEN  ＭＤ名
               AND   WK-MEI-CNT  <  WK-DICT-MAX
                     ADD  1             TO  WK-MEI-CNT
                     MOVE  ＭＤカナ     TO  WK-MEI-KANA (WK-MEI-CNT)
                     MOVE  ＭＤ漢字  TO  WK-MEI-KANJI (WK-MEI-CNT)
               WHEN  OTHER
                     CONTINUE
           END-EVALUATE.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * T宛名マスキング出力処理（Ｕ３７）                              *
      ******************************************************************
       ATENA-RTN                        SECTION.
         HAJIME.
      *
           EXEC SQL
               DECLARE ATENA CURSOR FOR
               SELECT 住民コード,
                      ISNULL(名称, ' '),
                      ISNULL(名称2, ' '),
                      ISNULL(CONVERT(CHAR(8), 生年月日, 112), ' '),
                      ISNULL(郵便番号, ' '),
                      ISNULL(行政区コード, ' ')
               FROM T宛名
               ORDER BY 住民コード
           END-EXEC.
           EXEC SQL
               OPEN ATENA
           END-EXEC.
           IF  SQLSTATE  NOT =  "00000"
               DISPLAY  "（ T宛名）"
                        "読み込み処理に失敗しました "
                                                     UPON SYSOUT
               PERFORM  ABEN-HANDLING
           END-IF.
      *
           MOVE  SPACE                  TO  WK-OEF.
           PERFORM  UNTIL  WK-OEF  =  'Y'
               EXEC SQL
                   FETCH ATENA INTO :Ｈ住民コード,
                                    :Ｈ名称,
                                    :Ｈ名称２,
                                    :Ｈ生年月日,
                                    :Ｈ郵便番号,
                                    :Ｈ行政区コード
               END-EXEC
               EVALUATE  SQLSTATE
                   WHEN "00000"
                     PERFORM  ATENA-MASK-RTN
                   WHEN "02000"
                     MOVE  'Y'          TO  WK-OEF
                   WHEN OTHER
                     DISPLAY  "（ T宛名）"
                              "読み込み処理に失敗しました "
                                                     UPON SYSOUT
                     PERFORM  ABEN-HANDLING
               END-EVALUATE
           END-PERFORM.
           EXEC SQL
               CLOSE ATENA
           END-EXEC.
      *
         OWARI.
           EXIT.
      *
       ATENA-MASK-RTN                   SECTION.
         HAJIME.
      *
           INITIALIZE                   U37-REC.
           MOVE  Ｈ住民コード           TO  WK-MP-IN.
           PERFORM  MAP-RTN.
           MOVE  WK-MP-OUT              TO  ＭＡ住民コード.
      *
      *    姓は元の名称、名は元の名称２で辞書の同じ行を引く
           MOVE  Ｈ名称                 TO  WK-HS-KEY.
           MOVE  WK-SEI-CNT             TO  WK-HS-CNT.
           PERFORM  HASH-RTN.
           MOVE  WK-SEI-KANA (WK-HS-HIT)   TO  ＭＡカナ名称.
           MOVE  WK-SEI-KANJI (WK-HS-HIT)  TO  ＭＡ名称.
           MOVE  Ｈ名称２               TO  WK-HS-KEY.
           MOVE  WK-MEI-CNT             TO  WK-HS-CNT.
           PERFORM  HASH-RTN.
           MOVE  WK-MEI-KANA (WK-HS-HIT)   TO  ＭＡカナ名称２.
           MOVE  WK-MEI-KANJI (WK-HS-HIT)  TO  ＭＡ名称２.
      *
           MOVE  Ｈ生年月日             TO  WK-BD-X.
           IF  WK-BD-X  IS  NUMERIC
               PERFORM  BIRTH-SHIFT-RTN
           END-IF.
           MOVE  WK-BD-X                TO  ＭＡ生年月日.
      *
           MOVE  Ｈ郵便番号             TO  ＭＡ郵便番号.
           MOVE  WK-DUMMY-JUSHO         TO  ＭＡ住所.
           MOVE  SPACE                  TO  ＭＡ方書.
           MOVE  Ｈ行政区コード         TO  ＭＡ行政区.
           WRITE  U37-REC.
           ADD  1                       TO  WK-U37-CNT.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * H情報集約_個人基本マスキング出力処理（Ｕ３８）                 *
      ******************************************************************
       KOJIN-RTN                        SECTION.
         HAJIME.
      *
           EXEC SQL
               DECLARE KOJIN CURSOR FOR
               SELECT 住民コード,
                      ISNULL(市町村被保険者ID, ' '),
                      ISNULL(CONVERT(CHAR(8),更新年月日,112),' ')
               FROM H情報集約_個人基本
               ORDER BY 住民コード
           END-EXEC.
           EXEC SQL
               OPEN KOJIN
           END-EXEC.
           IF  SQLSTATE  NOT =  "00000"
               DISPLAY  "（ H情報集約_個人基本"
                        "）読み込み処理に失敗しました "
                                                     UPON SYSOUT
               PERFORM  ABEN-HANDLING
           END-IF.
      *
           MOVE  SPACE                  TO  WK-OEF.
           PERFORM  UNTIL  WK-OEF  =  'Y'
               EXEC SQL
                   FETCH KOJIN INTO :Ｈ住民コード,
                                    :Ｈ被保険者ＩＤ,
                                    :Ｈ更新年月日
               END-EXEC
               EVALUATE  SQLSTATE
                   WHEN "00000"
                     PERFORM  KOJIN-MASK-RTN
                   WHEN "02000"
                     MOVE  'Y'          TO  WK-OEF
                   WHEN OTHER
                     DISPLAY  "（ H情報集約_個人基本"
                              "）読み込み処理に失敗"
                              "しました "
                                                     UPON SYSOUT
                     PERFORM  ABEN-HANDLING
               END-EVALUATE
           END-PERFORM.
           EXEC SQL
               CLOSE KOJIN
           END-EXEC.
      *
         OWARI.
           EXIT.
      *
       KOJIN-MASK-RTN                   SECTION.
         HAJIME.
      *
           INITIALIZE                   U38-REC.
           MOVE  Ｈ住民コード           TO  WK-MP-IN.
           PERFORM  MAP-RTN.
           MOVE  WK-MP-OUT              TO  ＭＫ住民コード.
           IF  Ｈ被保険者ＩＤ  NOT =  SPACE
               MOVE  WK-MP-OUT          TO  WK-ID-CODE
               MOVE  WK-ID-MASK         TO  ＭＫ被保険者ＩＤ
           END-IF.
           MOVE  Ｈ更新年月日           TO  ＭＫ更新年月日.
           WRITE  U38-REC.
           ADD  1                       TO  WK-U38-CNT.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * H前期高齢者月別資格マスキング出力処理（Ｕ３９、全履歴）        *
      ******************************************************************
       ZENKI-RTN                        SECTION.
         HAJIME.
      *
           EXEC SQL
               DECLARE ZENKI CURSOR FOR
               SELECT 記号番号, 住民コード, 年度,
                      履歴シーケンス,
                      ISNULL(前期高齢月別資格1,' '),
                      ISNULL(前期高齢月別資格2,' '),
                      ISNULL(前期高齢月別資格3,' '),
                      ISNULL(前期高齢月別資格4,' '),
                      ISNULL(前期高齢月別資格5,' '),
                      ISNULL(前期高齢月別資格6,' '),
                      ISNULL(前期高齢月別資格7,' '),
                      ISNULL(前期高齢月別資格8,' '),
                      ISNULL(前期高齢月別資格9,' '),
                      ISNULL(前期高齢月別資格10,' '),
                      ISNULL(前期高齢月別資格11,' '),
                      ISNULL(前期高齢月別資格12,' '),
                      ISNULL(CONVERT(CHAR(8),適用年月日,112),' '),
                      ISNULL(CONVERT(CHAR(8),更新年月日,112),' ')
               FROM H前期高齢者月別資格
               ORDER BY 住民コード, 記号番号, 年度,
                        履歴シーケンス
           END-EXEC.
           EXEC SQL
               OPEN ZENKI
           END-EXEC.
           IF  SQLSTATE  NOT =  "00000"
               DISPLAY  "（ H前期高齢者月別資格"
                        "）読み込み処理に失敗しました "
                                                     UPON SYSOUT
               PERFORM  ABEN-HANDLING
           END-IF.
      *
           MOVE  SPACE                  TO  WK-OEF.
           PERFORM  UNTIL  WK-OEF  =  'Y'
               EXEC SQL
                   FETCH ZENKI INTO :Ｈ記号番号,
                                    :Ｈ住民コード,
                                    :Ｈ年度,
                                    :Ｈ履歴ＳＥＱ,
                                    :Ｈ資格１, :Ｈ資格２,
                                    :Ｈ資格３, :Ｈ資格４,
                                    :Ｈ資格５, :Ｈ資格６,
                                    :Ｈ資格７, :Ｈ資格８,
                                    :Ｈ資格９, :Ｈ資格１０,
                                    :Ｈ資格１１, :Ｈ資格１２,
                                    :Ｈ適用年月日,
                                    :Ｈ更新年月日
               END-EXEC
               EVALUATE  SQLSTATE
                   WHEN "00000"
                     PERFORM  ZENKI-MASK-RTN
                   WHEN "02000"
                     MOVE  'Y'          TO  WK-OEF
                   WHEN OTHER
                     DISPLAY  "（ H前期高齢者月別資格"
                              "）読み込み処理に失敗"
                              "しました "
                                                     UPON SYSOUT
                     PERFORM  ABEN-HANDLING
               END-EVALUATE
           END-PERFORM.
           EXEC SQL
               CLOSE ZENKI
           END-EXEC.
      *
         OWARI.
           EXIT.
      *
       ZENKI-MASK-RTN                   SECTION.
         HAJIME.
      *
           INITIALIZE                   U39-REC.
           MOVE  Ｈ記号番号             TO  ＭＺ記号番号.
           MOVE  Ｈ住民コード           TO  WK-MP-IN.
           PERFORM  MAP-RTN.
           MOVE  WK-MP-OUT              TO  ＭＺ住民コード.
           MOVE  Ｈ年度                 TO  ＭＺ年度.
           MOVE  Ｈ履歴ＳＥＱ           TO  ＭＺ履歴ＳＥＱ.
           MOVE  Ｈ資格１               TO  ＭＺ月別資格 (1).
           MOVE  Ｈ資格２               TO  ＭＺ月別資格 (2).
           MOVE  Ｈ資格３               TO  ＭＺ月別資格 (3).
           MOVE  Ｈ資格４               TO  ＭＺ月別資格 (4).
           MOVE  Ｈ資格５               TO  ＭＺ月別資格 (5).
           MOVE  Ｈ資格６               TO  ＭＺ月別資格 (6).
           MOVE  Ｈ資格７               TO  ＭＺ月別資格 (7).
           MOVE  Ｈ資格８               TO  ＭＺ月別資格 (8).
           MOVE  Ｈ資格９               TO  ＭＺ月別資格 (9).
           MOVE  Ｈ資格１０           TO  ＭＺ月別資格 (10).
           MOVE  Ｈ資格１１           TO  ＭＺ月別資格 (11).
           MOVE  Ｈ資格１２           TO  ＭＺ月別資格 (12).
           MOVE  Ｈ適用年月日           TO  ＭＺ適用年月日.
           MOVE  Ｈ更新年月日           TO  ＭＺ更新年月日.
           WRITE  U39-REC.
           ADD  1                       TO  WK-U39-CNT.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 住民コード変換処理（３表共通の一対一変換）                     *
      ******************************************************************
       MAP-RTN                          SECTION.
         HAJIME.
      *
           COMPUTE  WK-MP-WORK  =  WK-MP-IN  *  WK-KEY-A  +  WK-KEY-B.
           DIVIDE  WK-MP-WORK  BY  10000000000
                               GIVING  WK-MP-Q
                               REMAINDER  WK-MP-OUT.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 辞書行決定処理（キーの位置重み付き合計を件数で割った余り）     *
      ******************************************************************
       HASH-RTN                         SECTION.
         HAJIME.
      *
           MOVE  ZERO                   TO  WK-HS-SUM.
           PERFORM  VARYING  WK-HS-IX  FROM  1  BY  1
               UNTIL  WK-HS-IX  >  100
               COMPUTE  WK-HS-SUM  =  WK-HS-SUM
                   +  FUNCTION ORD (WK-HS-KEY (WK-HS-IX:1))
                   *  WK-HS-IX
           END-PERFORM.
           DIVIDE  WK-HS-SUM  BY  WK-HS-CNT
                              GIVING  WK-HS-Q
                              REMAINDER  WK-HS-HIT.
           ADD  1                       TO  WK-HS-HIT.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 生年月日日ずらし処理（年・月は不変、１日生まれは１日のまま、   *
      * ２日以降は同じ月の２日〜月末の範囲で住民ごとに一定量ずらす）   *
      ******************************************************************
       BIRTH-SHIFT-RTN                  SECTION.
         HAJIME.
      *
           IF  WK-BD-M  <  1  OR  WK-BD-M  >  12
           OR  WK-BD-D  <  2
               GO  TO  BIRTH-SHIFT-OWARI
           END-IF.
      *
           MOVE  WK-DIM (WK-BD-M)       TO  WK-BD-DIM.
           IF  WK-BD-M  =  2
               DIVIDE  WK-BD-Y  BY    4  GIVING  WK-BD-Q
                                         REMAINDER  WK-BD-R4
               DIVIDE  WK-BD-Y  BY  100  GIVING  WK-BD-Q
                                         REMAINDER  WK-BD-R100
               DIVIDE  WK-BD-Y  BY  400  GIVING  WK-BD-Q
                                         REMAINDER  WK-BD-R400
               IF  WK-BD-R4  =  ZERO
               AND ( WK-BD-R100  NOT =  ZERO  OR  WK-BD-R400  =  ZERO )
                   MOVE  29             TO  WK-BD-DIM
               END-IF
           END-IF.
           IF  WK-BD-D  >  WK-BD-DIM
               GO  TO  BIRTH-SHIFT-OWARI
           END-IF.
      *
           DIVIDE  WK-MP-OUT  BY  27  GIVING  WK-MP-Q
                                      REMAINDER  WK-BD-SHIFT.
           ADD  1                       TO  WK-BD-SHIFT.
           COMPUTE  WK-BD-WORK  =  WK-BD-D  -  2  +  WK-BD-SHIFT.
           SUBTRACT  1                  FROM  WK-BD-DIM.
           DIVIDE  WK-BD-WORK  BY  WK-BD-DIM
                               GIVING  WK-BD-Q
                               REMAINDER  WK-BD-D.
           ADD  2                       TO  WK-BD-D.
      *
         BIRTH-SHIFT-OWARI.
           EXIT.
      ******************************************************************
      * ＡＢＥＮＤ処理（出力途中のファイルは使用しない）               *
      ******************************************************************
       ABEN-HANDLING                    SECTION.
         HAJIME.
      *
           DISPLAY 'SQLMSG     = ' SQLMSG    UPON SYSOUT.
           DISPLAY 'SQLSTATE   = ' SQLSTATE  UPON SYSOUT.
      *
           EXEC SQL
               ROLLBACK
           END-EXEC.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
      *
           MOVE  '8'                    TO  WK-LOG-KBN.
           MOVE  SPACE                  TO  WK-LOG-FILE.
           MOVE  WK-U37-CNT             TO  WK-LOG-CNT.
           PERFORM  RUN-LOG-RTN.
      *
           CLOSE U90-FILE.
      *
           CALL 'ABENDU'.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 実行結果ログ出力処理                                           *
      ******************************************************************
       RUN-LOG-RTN                       SECTION.
         HAJIME.
      *
           MOVE  PID                    TO  LOG-PID.
           MOVE  WK-LOG-KBN             TO  処理区分.
           MOVE  WK-LOG-FILE            TO  ファイル名.
           MOVE  WK-LOG-CNT             TO  件数.
           MOVE  WK-RUN-DATE            TO  実行日.
           MOVE  FUNCTION CURRENT-DATE (9:6)
                                        TO  時刻.
           WRITE  U90-REC.
      *
         OWARI.
           EXIT.
      ******************************************************************
      *****    DBSEQ02N  PROGRAM  END                              *****
       END PROGRAM DBSEQ02N.
