       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      WRHH604W.
      ******************************************************************
      *  業務名        ：WebRings  国民健康保険                        *
      *                                                                *
      *  処理名        ：高齢受給者　７０歳到達予測リスト作成処理      *
      *                                                                *
      *  処理概要      ：月次実行。T宛名の生年月日から、業務月の翌月   *
      *                  から１２か月の間に高齢受給者の資格が始まる    *
      *                  者（７０歳の誕生日の属する月の翌月、１日      *
      *                  生まれは誕生月）を抽出し、行政区×資格開始    *
      *                  月の人数を予測リスト（Ｕ４９）に出力する。    *
      *                  翌月に資格が始まる者は証の事前準備用に氏名    *
      *                  一覧（Ｕ５３）を出力する。邦暦と年齢は共通    *
      *                  サブルーチンWRHHERAUで求め、生年月日を        *
      *                  変換できない者は対象外として件数を表示する。  *
      *                  WRHH604Jの証発行履歴（Ｕ３０、WRHHT326）に    *
      *                  既に証がある者は除く。行政区の並びはＵ４２、  *
      *                  表に無い行政区は区分外（'999'）に計上する。   *
      *                                                                *
      *  実行時コード系：SJIS                                          *
      *                                                                *
      *  作成者        ：アイネス　トゥアン                            *
      *                                                                *
      *  作成日        ：2026.10.15                                    *
      *                                                                *
      *  修正履歴      ：                                              *
      *    修正年月日  -----------------  修正内容  ------------------- *
      *                                                                *
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
      *
       DATA                             DIVISION.
       WORKING-STORAGE                  SECTION.
       01  PID                          PIC  X(008)  VALUE 'WRHH604W'.
      *
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  Ｈ住民コード                 PIC S9(010).
       01  Ｈ行政区コード               PIC  X(003).
       01  Ｈ生年月日                   PIC  X(008).
       01  Ｈカナ名称                   PIC  X(040).
       01  Ｈ生年月日自                 PIC  X(008).
       01  Ｈ生年月日至                 PIC  X(008).
           EXEC SQL END DECLARE SECTION END-EXEC.
      *
      *ＳＱＬシステム変数
           COPY WRHDSQL.
      *
      *================================================================
      * WRHHERAU（邦暦変換・年齢算出）インターフェース領域
      *================================================================
       01  PARM-WRHHERAU.
           COPY  WRHHPERA.
      *
      *================================================================
      * KAMA021A(入力ﾌｧｲﾙ(U30:証発行履歴)のｱｸｾｽ)インターフェース領域
      *================================================================
       01  PARM-KAMA021-U30.
         03  KAMA021A-DD-U30            PIC  X(008)  VALUE  'U30'.
         03  KAMA021A-SYORI-U30         PIC  X(008)  VALUE  SPACE.
         03  KAMA021A-RL-U30            PIC S9(009)  COMP-5.
         03  KAMA021A-BL-U30            PIC S9(009)  COMP-5.
         03  KAMA021A-CNT-U30           PIC S9(009)  COMP-5.
         03  KAMA021A-EOF-U30           PIC  X(004)  VALUE  SPACE.
       01  U30-REC.
           COPY  WRHHT326.
      *
      *================================================================
      * KAMA021A(入力ﾌｧｲﾙ(U42:行政区テーブル)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA021-U42.
         03  KAMA021A-DD-U42            PIC  X(008)  VALUE  'U42'.
         03  KAMA021A-SYORI-U42         PIC  X(008)  VALUE  SPACE.
         03  KAMA021A-RL-U42            PIC S9(009)  COMP-5.
         03  KAMA021A-BL-U42            PIC S9(009)  COMP-5.
         03  KAMA021A-CNT-U42           PIC S9(009)  COMP-5.
         03  KAMA021A-EOF-U42           PIC  X(004)  VALUE  SPACE.
       01  U42-REC.
           COPY  WRHHT313.
      *
      *================================================================
      * KAMA026A(出力ﾌｧｲﾙ(U49:７０歳到達予測リスト)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA026-U49.
         03  KAMA026A-DD-U49            PIC  X(008)  VALUE  'U49'.
         03  KAMA026A-SYORI-U49         PIC  X(008)  VALUE  SPACE.
         03  KAMA026A-RL-U49            PIC S9(009)  COMP-5.
         03  KAMA026A-BL-U49            PIC S9(009)  COMP-5.
         03  KAMA026A-CNT-U49           PIC S9(009)  COMP-5.
       01  U49-REC                      PIC  X(125).
      *
      *================================================================
      * KAMA026A(出力ﾌｧｲﾙ(U53:翌月資格開始者一覧)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA026-U53.
         03  KAMA026A-DD-U53            PIC  X(008)  VALUE  'U53'.
         03  KAMA026A-SYORI-U53         PIC  X(008)  VALUE  SPACE.
         03  KAMA026A-RL-U53            PIC S9(009)  COMP-5.
         03  KAMA026A-BL-U53            PIC S9(009)  COMP-5.
         03  KAMA026A-CNT-U53           PIC S9(009)  COMP-5.
       01  U53-REC                      PIC  X(120).
      *
      *================================================================
      * KAMA026A(出力ﾌｧｲﾙ(U90)のｱｸｾｽ)インターフェース領域（実行ログ）
      *================================================================
       01  PARM-KAMA026-U90.
         03  KAMA026A-DD-U90            PIC  X(008)  VALUE  'U90'.
         03  KAMA026A-SYORI-U90         PIC  X(008)  VALUE  SPACE.
         03  KAMA026A-RL-U90            PIC S9(009)  COMP-5.
         03  KAMA026A-BL-U90            PIC S9(009)  COMP-5.
         03  KAMA026A-CNT-U90           PIC S9(009)  COMP-5.
       01  U90-REC.
         03  LOG-PID                    PIC  X(008).
         03  処理区分                   PIC  X(001).
         03  ファイル名                 PIC  X(008).
         03  件数                       PIC  X(009).
         03  実行日                     PIC  9(008).
         03  時刻                       PIC  9(006).
         03  FILLER                     PIC  X(024).
      *
      *================================================================
      * ＫＡＭＡ０２１Ａ(処理日管理ﾌｧｲﾙ(SHORIBI)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA021-SHB.
         03  KAMA021A-DD-SHB            PIC  X(008)  VALUE  'SHORIBI'.
         03  KAMA021A-SYORI-SHB         PIC  X(008)  VALUE  SPACE.
         03  KAMA021A-RL-SHB            PIC S9(009)  COMP-5.
         03  KAMA021A-BL-SHB            PIC S9(009)  COMP-5.
         03  KAMA021A-CNT-SHB           PIC S9(009)  COMP-5.
         03  KAMA021A-EOF-SHB           PIC  X(004)  VALUE  SPACE.
       01  SHB-REC.
         03  SHB-DATE                   PIC  9(008).
         03  SHB-STATUS                 PIC  X(008).
      *
      *================================================================
      * ワーク領域
      *================================================================
       01  WK-RUN-DATE                  PIC  9(008).
       01  WK-RUN-DATE-R                REDEFINES  WK-RUN-DATE.
         03  WK-RUN-YYYY                PIC  9(004).
         03  WK-RUN-MM                  PIC  9(002).
         03  WK-RUN-DD                  PIC  9(002).
       01  WK-LOG-KBN                   PIC  X(001).
       01  WK-LOG-FILE                  PIC  X(008).
       01  WK-LOG-CNT                   PIC  9(009).
       01  WK-OEF                       PIC  X(001).
       01  WK-JUMIN-9                   PIC  9(010).
      *
      *▼ 予測期間（業務月の翌月から１２か月、月は通算月数で扱う）
       01  WK-RUN-MONTHS                PIC  9(006).
       01  WK-FR-IX                     PIC  9(002).
       01  WK-FR-TABLE.
         03  WK-FR-ENTRY                OCCURS  12  TIMES.
           05  WK-FR-YM                 PIC  9(006).
       01  WK-YM-WORK                   PIC  9(006).
       01  WK-YM-WORK-R                 REDEFINES  WK-YM-WORK.
         03  WK-YM-YYYY                 PIC  9(004).
         03  WK-YM-MM                   PIC  9(002).
      *▲
      *
      *▼ 生年月日から資格開始月を求める
       01  WK-BIRTH                     PIC  9(008).
       01  WK-BIRTH-R                   REDEFINES  WK-BIRTH.
         03  WK-BIRTH-YYYY              PIC  9(004).
         03  WK-BIRTH-MM                PIC  9(002).
         03  WK-BIRTH-DD                PIC  9(002).
       01  WK-START-MONTHS              PIC  9(006).
       01  WK-OFFSET                    PIC S9(004).
      *▲
      *
      *▼ 行政区テーブル（WRHH411Bと同じＵ４２から、最大100件）
      *    表に無い行政区は101番目（区分外、'999'）に計上する
       01  WK-KU-MAX                    PIC  9(003)  VALUE  100.
       01  WK-KU-CNT                    PIC  9(003)  VALUE  ZERO.
       01  WK-KU-IX                     PIC  9(003).
       01  WK-KU-TABLE.
         03  WK-KU-ENTRY                OCCURS  101  TIMES.
           05  WK-KU-CODE               PIC  X(003).
      *▲
      *
      *▼ 到達予定者テーブル（住民コード順、最大10000件）
      *    WK-TG-CARD  Y:証発行履歴あり（対象外）
       01  WK-TG-MAX                    PIC  9(005)  VALUE  10000.
       01  WK-TG-CNT                    PIC  9(005)  VALUE  ZERO.
       01  WK-TG-IX                     PIC  9(005).
       01  WK-TG-OVERFLOW               PIC  X(001)  VALUE  'N'.
       01  WK-TG-TABLE.
         03  WK-TG-ENTRY                OCCURS  10000  TIMES.
           05  WK-TG-JUMIN              PIC  X(010).
           05  WK-TG-KU                 PIC  9(003).
           05  WK-TG-BIRTH              PIC  9(008).
           05  WK-TG-KANA               PIC  X(040).
           05  WK-TG-GENGO              PIC  X(006).
           05  WK-TG-NENGO              PIC  9(002).
           05  WK-TG-AGE                PIC  9(003).
           05  WK-TG-OFFSET             PIC  9(002).
           05  WK-TG-CARD               PIC  X(001).
      *▲
      *
      *▼ 行政区×資格開始月の人数
       01  WK-FC-TABLE.
         03  WK-FC-KU                   OCCURS  101  TIMES.
           05  WK-FC-KENSU              PIC  9(007)  OCCURS  12  TIMES.
       01  WK-FC-MON-TOTAL.
         03  WK-FM-KENSU                PIC  9(007)  OCCURS  12  TIMES.
       01  WK-KU-TOTAL                  PIC  9(007).
      *▲
      *
       01  WK-ROW-CNT                   PIC  9(009)  VALUE  ZERO.
       01  WK-READ-CNT                  PIC  9(009)  VALUE  ZERO.
       01  WK-BADDATE-CNT               PIC  9(007)  VALUE  ZERO.
       01  WK-CARD-CNT                  PIC  9(007)  VALUE  ZERO.
       01  WK-FORECAST-CNT              PIC  9(007)  VALUE  ZERO.
       01  WK-U49-CNT                   PIC  9(007)  VALUE  ZERO.
       01  WK-U53-CNT                   PIC  9(007)  VALUE  ZERO.
      *
      *▼ ７０歳到達予測リスト（Ｕ４９）
       01  WK-FC-TITLE.
         03  FILLER                     PIC  X(016)
                                        VALUE  '*** 高齢受給者'.
         03  FILLER                     PIC  X(030)
             VALUE  '　資格開始予測（７０歳到達）'.
         03  FILLER                     PIC  X(012)
                                        VALUE  '  業務日 '.
         03  WK-FT-DATE                 PIC  9(008).
         03  FILLER                     PIC  X(004)  VALUE  ' ***'.
       01  WK-FC-HEAD.
         03  FILLER                     PIC  X(008)
                                        VALUE  '行政区'.
         03  WK-FH-ENTRY                OCCURS  12  TIMES.
           05  FILLER                   PIC  X(002)  VALUE  SPACE.
           05  WK-FH-YYYY               PIC  9(004).
           05  WK-FH-SLASH              PIC  X(001).
           05  WK-FH-MM                 PIC  9(002).
         03  FILLER                     PIC  X(009)
                                        VALUE  '     合計'.
       01  WK-FC-LINE.
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  WK-FL-KU                   PIC  X(006).
         03  WK-FL-ENTRY                OCCURS  12  TIMES.
           05  WK-FL-KENSU              PIC  Z,ZZZ,ZZ9.
         03  WK-FL-TOTAL                PIC  Z,ZZZ,ZZ9.
       01  WK-SUM-LINE.
         03  WK-SM-LABEL                PIC  X(034).
         03  WK-SM-KENSU                PIC  ZZZ,ZZZ,ZZ9.
      *
      *▼ 翌月資格開始者一覧（Ｕ５３）
       01  WK-NM-TITLE.
         03  FILLER                     PIC  X(016)
                                        VALUE  '*** 高齢受給者'.
         03  FILLER                     PIC  X(030)
             VALUE  '　翌月資格開始者一覧　'.
         03  FILLER                     PIC  X(014)
                                        VALUE  '  資格開始月 '.
         03  WK-NT-YYYY                 PIC  9(004).
         03  FILLER                     PIC  X(001)  VALUE  '/'.
         03  WK-NT-MM                   PIC  9(002).
         03  FILLER                     PIC  X(004)  VALUE  ' ***'.
       01  WK-NM-HEAD.
         03  FILLER                     PIC  X(008)
                                        VALUE  '行政区'.
         03  FILLER                     PIC  X(012)
                                        VALUE  '住民コード'.
         03  FILLER                     PIC  X(042)
                                        VALUE  'カナ氏名'.
         03  FILLER                     PIC  X(020)
                                        VALUE  '生年月日'.
         03  FILLER                     PIC  X(006)
                                        VALUE  '年齢'.
       01  WK-NM-LINE.
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  WK-NL-KU                   PIC  X(006).
         03  WK-NL-JUMIN                PIC  X(010).
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  WK-NL-KANA                 PIC  X(040).
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  WK-NL-GENGO                PIC  X(006).
         03  WK-NL-NENGO                PIC  Z9.
         03  FILLER                     PIC  X(001)  VALUE  '.'.
         03  WK-NL-MM                   PIC  9(002).
         03  FILLER                     PIC  X(001)  VALUE  '.'.
         03  WK-NL-DD                   PIC  9(002).
         03  FILLER                     PIC  X(006)  VALUE  SPACE.
         03  WK-NL-AGE                  PIC  ZZ9.
      *▲
      *
       PROCEDURE                        DIVISION.
      ******************************************************************
      * メイン処理                                                     *
      ******************************************************************
       MAIN-SHORI                       SECTION.
       MAIN-START.
      *
           DISPLAY '*** WRHH604W START ***'       UPON SYSOUT.
           PERFORM  SHB-GET-RTN.
      *
           MOVE  'OPEN'                 TO  KAMA026A-SYORI-U90.
           COMPUTE KAMA026A-RL-U90       =  FUNCTION LENG(U90-REC).
           CALL  'KAMA026A'          USING  PARM-KAMA026-U90.
           MOVE  '0'                    TO  WK-LOG-KBN.
           MOVE  SPACE                  TO  WK-LOG-FILE.
           MOVE  ZERO                   TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
      *
           PERFORM  MONTH-SET-RTN.
           PERFORM  U42-LOAD-RTN.
           PERFORM  TARGET-SELECT-RTN.
      *
           EXEC SQL
               COMMIT WORK
           END-EXEC.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
      *
           PERFORM  CARD-LOAD-RTN.
           PERFORM  COUNT-SET-RTN.
           PERFORM  FORECAST-WRITE-RTN.
           PERFORM  NAME-WRITE-RTN.
      *
           MOVE  '1'                    TO  WK-LOG-KBN.
           MOVE  'U30'                  TO  WK-LOG-FILE.
           MOVE  WK-READ-CNT            TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  '2'                    TO  WK-LOG-KBN.
           MOVE  'U49'                  TO  WK-LOG-FILE.
           MOVE  WK-U49-CNT             TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  '2'                    TO  WK-LOG-KBN.
           MOVE  'U53'                  TO  WK-LOG-FILE.
           MOVE  WK-U53-CNT             TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  '9'                    TO  WK-LOG-KBN.
           MOVE  SPACE                  TO  WK-LOG-FILE.
           MOVE  ZERO                   TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U90.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U90.
      *
           DISPLAY '*** 宛名抽出     ==> ' WK-ROW-CNT
                                              UPON SYSOUT.
           DISPLAY '*** 生年月日不正 ==> ' WK-BADDATE-CNT
                                              UPON SYSOUT.
           DISPLAY '*** 証あり除外   ==> ' WK-CARD-CNT
                                              UPON SYSOUT.
           DISPLAY '*** 到達予定者   ==> ' WK-FORECAST-CNT
                                              UPON SYSOUT.
           DISPLAY '*** 翌月開始者   ==> ' WK-U53-CNT
                                              UPON SYSOUT.
           DISPLAY '*** WRHH604W END ***'         UPON SYSOUT.
           STOP RUN.
       MAIN-EXIT.
           EXIT.
      ******************************************************************
      * 業務日取得処理（SHORIBIから、無ければ当日）                    *
      ******************************************************************
       SHB-GET-RTN                      SECTION.
       SHB-GET-START.
      *
           MOVE  FUNCTION CURRENT-DATE (1:8)  TO  WK-RUN-DATE.
           MOVE  'OPEN'                 TO  KAMA021A-SYORI-SHB.
           COMPUTE KAMA021A-RL-SHB       =  FUNCTION LENG(SHB-REC).
           CALL  'KAMA021A'          USING  PARM-KAMA021-SHB.
           IF  KAMA021A-EOF-SHB (1:3)  =  X'B5DCD8'
               DISPLAY  '*** SHORIBI ナシ：当日を使用 ***'
                                              UPON  SYSOUT
               GO  TO  SHB-GET-EXIT
           END-IF.
           MOVE  'READ'                 TO  KAMA021A-SYORI-SHB.
           CALL  'KAMA021A'          USING  PARM-KAMA021-SHB
                                            SHB-REC.
           IF  KAMA021A-EOF-SHB (1:3)  NOT =  X'B5DCD8'
               MOVE  SHB-DATE           TO  WK-RUN-DATE
           END-IF.
           MOVE  'CLOSE'                TO  KAMA021A-SYORI-SHB.
           CALL  'KAMA021A'          USING  PARM-KAMA021-SHB.
      *
       SHB-GET-EXIT.
           EXIT.
      ******************************************************************
      * 予測期間設定処理                                               *
      * 資格開始月が業務月の翌月〜１２か月後になる生年月日の範囲は、   *
      * ７０年前の業務月の１日から７０年前の１２か月後の１日まで       *
      ******************************************************************
       MONTH-SET-RTN                    SECTION.
       MONTH-SET-START.
      *
           COMPUTE  WK-RUN-MONTHS  =
               WK-RUN-YYYY  *  12  +  WK-RUN-MM  -  1.
           PERFORM  VARYING  WK-FR-IX  FROM  1  BY  1
               UNTIL  WK-FR-IX  >  12
               COMPUTE  WK-YM-YYYY  =
                   (WK-RUN-MONTHS  +  WK-FR-IX)  /  12
               COMPUTE  WK-YM-MM  =
                   WK-RUN-MONTHS  +  WK-FR-IX
                   -  WK-YM-YYYY  *  12  +  1
               MOVE  WK-YM-WORK         TO  WK-FR-YM (WK-FR-IX)
           END-PERFORM.
      *
           COMPUTE  WK-BIRTH  =
               (WK-RUN-YYYY  -  70)  *  10000
               +  WK-RUN-MM  *  100  +  1.
           MOVE  WK-BIRTH               TO  Ｈ生年月日自.
           COMPUTE  WK-BIRTH  =
               (WK-RUN-YYYY  -  69)  *  10000
               +  WK-RUN-MM  *  100  +  1.
           MOVE  WK-BIRTH               TO  Ｈ生年月日至.
      *
           DISPLAY '*** 予測期間＝'  WK-FR-YM (1)  '〜'
                   WK-FR-YM (12)  ' ***'      UPON SYSOUT.
      *
       MONTH-SET-EXIT.
           EXIT.
      ******************************************************************
      * 行政区テーブル読込処理（Ｕ４２）                               *
      ******************************************************************
       U42-LOAD-RTN                     SECTION.
       U42-LOAD-START.
      *
           MOVE  'OPEN'                 TO  KAMA021A-SYORI-U42.
           COMPUTE KAMA021A-RL-U42       =  FUNCTION LENG(U42-REC).
           CALL  'KAMA021A'          USING  PARM-KAMA021-U42.
           IF  KAMA021A-EOF-U42 (1:3)  =  X'B5DCD8'
               DISPLAY  '*** U42 ナシ：全件区分外 ***'
                                              UPON  SYSOUT
               GO  TO  U42-LOAD-EXIT
           END-IF.
      *
           PERFORM  U42-READ-RTN
               UNTIL  KAMA021A-EOF-U42 (1:3)  =  X'B5DCD8'
                   OR  WK-KU-CNT  >=  WK-KU-MAX.
      *
           MOVE  'CLOSE'                TO  KAMA021A-SYORI-U42.
           CALL  'KAMA021A'          USING  PARM-KAMA021-U42.
      *
       U42-LOAD-EXIT.
           MOVE  '999'                  TO  WK-KU-CODE (101).
           EXIT.
      ******************************************************************
      * Ｕ４２　１件読込処理                                           *
      ******************************************************************
       U42-READ-RTN                     SECTION.
       U42-READ-START.
      *
           MOVE  'READ'                 TO  KAMA021A-SYORI-U42.
           CALL  'KAMA021A'          USING  PARM-KAMA021-U42
                                            U42-REC.
           IF  KAMA021A-EOF-U42 (1:3)  NOT =  X'B5DCD8'
               ADD  1                   TO  WK-KU-CNT
               MOVE  行政区コード  OF  U42-REC
                                        TO  WK-KU-CODE (WK-KU-CNT)
           END-IF.
      *
       U42-READ-EXIT.
           EXIT.
      ******************************************************************
      * 到達予定者抽出処理（T宛名）                                    *
      ******************************************************************
       TARGET-SELECT-RTN                SECTION.
       TARGET-SELECT-START.
      *
           EXEC SQL
               DECLARE TOUTATSU CURSOR FOR
               SELECT 住民コード,
                      ISNULL(行政区コード, ' '),
                      CONVERT(CHAR(8), 生年月日, 112),
                      LEFT(ISNULL(カナ名称, ' ') + ' '
                         + ISNULL(カナ名称2, ' '), 40)
               FROM T宛名
               WHERE CONVERT(CHAR(8), 生年月日, 112)
                       BETWEEN :Ｈ生年月日自
                           AND :Ｈ生年月日至
               ORDER BY 住民コード
           END-EXEC.
           EXEC SQL
               OPEN TOUTATSU
           END-EXEC.
           EVALUATE  SQLSTATE
               WHEN "00000"
                 CONTINUE
               WHEN OTHER
                 DISPLAY  "（ T宛名）"
                          "読み込み処理に失敗しました "
                                                     UPON SYSOUT
                 PERFORM  ABEN-HANDLING
           END-EVALUATE.
      *
           MOVE  SPACE                  TO  WK-OEF.
           PERFORM  UNTIL  WK-OEF  =  'Y'
               EXEC SQL
                   FETCH TOUTATSU INTO :Ｈ住民コード,
                                       :Ｈ行政区コード,
                                       :Ｈ生年月日,
                                       :Ｈカナ名称
               END-EXEC
               EVALUATE  SQLSTATE
                   WHEN "00000"
                     ADD  1             TO  WK-ROW-CNT
                     PERFORM  TARGET-ROW-RTN
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
               CLOSE TOUTATSU
           END-EXEC.
      *
           IF  WK-TG-OVERFLOW  =  'Y'
               DISPLAY '*** 到達予定者テーブル'
                       '件数オーバー ***'
                                              UPON SYSOUT
               PERFORM  ABEN-HANDLING
           END-IF.
      *
       TARGET-SELECT-EXIT.
           EXIT.
      ******************************************************************
      * 宛名１行の取込処理                                             *
      * 資格開始月は７０歳の誕生日の属する月の翌月（１日生まれは       *
      * 前日に７０歳に達するため誕生月）                               *
      ******************************************************************
       TARGET-ROW-RTN                   SECTION.
       TARGET-ROW-START.
      *
           IF  Ｈ生年月日  IS  NOT  NUMERIC
               ADD  1                   TO  WK-BADDATE-CNT
               GO  TO  TARGET-ROW-EXIT
           END-IF.
           MOVE  Ｈ生年月日             TO  WK-BIRTH.
      *
           INITIALIZE  PARM-WRHHERAU.
           MOVE  WK-BIRTH               TO  P-ERA-SEIREKI-YMD.
           CALL  'WRHHERAU'          USING  PARM-WRHHERAU.
           IF  P-ERA-RETURN-CODE  NOT =  ZERO
               ADD  1                   TO  WK-BADDATE-CNT
               GO  TO  TARGET-ROW-EXIT
           END-IF.
      *
           COMPUTE  WK-START-MONTHS  =
               (WK-BIRTH-YYYY  +  70)  *  12  +  WK-BIRTH-MM  -  1.
           IF  WK-BIRTH-DD  NOT =  01
               ADD  1                   TO  WK-START-MONTHS
           END-IF.
           COMPUTE  WK-OFFSET  =  WK-START-MONTHS  -  WK-RUN-MONTHS.
           IF  WK-OFFSET  <  1
           OR  WK-OFFSET  >  12
               GO  TO  TARGET-ROW-EXIT
           END-IF.
      *
           IF  WK-TG-CNT  >=  WK-TG-MAX
               MOVE  'Y'                TO  WK-TG-OVERFLOW
               GO  TO  TARGET-ROW-EXIT
           END-IF.
           ADD  1                       TO  WK-TG-CNT.
           MOVE  Ｈ住民コード           TO  WK-JUMIN-9.
           MOVE  WK-JUMIN-9             TO  WK-TG-JUMIN (WK-TG-CNT).
           MOVE  WK-BIRTH               TO  WK-TG-BIRTH (WK-TG-CNT).
           MOVE  Ｈカナ名称             TO  WK-TG-KANA (WK-TG-CNT).
           MOVE  P-ERA-GENGO            TO  WK-TG-GENGO (WK-TG-CNT).
           MOVE  P-ERA-NENGO            TO  WK-TG-NENGO (WK-TG-CNT).
           MOVE  P-ERA-AGE              TO  WK-TG-AGE (WK-TG-CNT).
           MOVE  WK-OFFSET              TO  WK-TG-OFFSET (WK-TG-CNT).
           MOVE  SPACE                  TO  WK-TG-CARD (WK-TG-CNT).
           MOVE  101                    TO  WK-TG-KU (WK-TG-CNT).
           PERFORM  VARYING  WK-KU-IX  FROM  1  BY  1
               UNTIL  WK-KU-IX  >  WK-KU-CNT
               IF  WK-KU-CODE (WK-KU-IX)  =  Ｈ行政区コード
                   MOVE  WK-KU-IX       TO  WK-TG-KU (WK-TG-CNT)
                   MOVE  WK-KU-CNT      TO  WK-KU-IX
               END-IF
           END-PERFORM.
      *
       TARGET-ROW-EXIT.
           EXIT.
      ******************************************************************
      * 証発行履歴読込処理（Ｕ３０）                                   *
      * 到達予定者のうち既に証が発行されている者を対象外にする         *
      ******************************************************************
       CARD-LOAD-RTN                    SECTION.
       CARD-LOAD-START.
      *
           IF  WK-TG-CNT  =  ZERO
               GO  TO  CARD-LOAD-EXIT
           END-IF.
      *
           MOVE  'OPEN'                 TO  KAMA021A-SYORI-U30.
           COMPUTE KAMA021A-RL-U30       =  FUNCTION LENG(U30-REC).
           CALL  'KAMA021A'          USING  PARM-KAMA021-U30.
           IF  KAMA021A-EOF-U30 (1:3)  =  X'B5DCD8'
               DISPLAY  '*** U30 ナシ：証あり除外なし ***'
                                              UPON  SYSOUT
               GO  TO  CARD-LOAD-EXIT
           END-IF.
      *
           PERFORM  UNTIL  KAMA021A-EOF-U30 (1:3)  =  X'B5DCD8'
               MOVE  'READ'             TO  KAMA021A-SYORI-U30
               CALL  'KAMA021A'      USING  PARM-KAMA021-U30
                                            U30-REC
               IF  KAMA021A-EOF-U30 (1:3)  NOT =  X'B5DCD8'
                   ADD  1               TO  WK-READ-CNT
                   PERFORM  CARD-MATCH-RTN
               END-IF
           END-PERFORM.
      *
           MOVE  'CLOSE'                TO  KAMA021A-SYORI-U30.
           CALL  'KAMA021A'          USING  PARM-KAMA021-U30.
      *
       CARD-LOAD-EXIT.
           EXIT.
      ******************************************************************
      * 証１件と到達予定者の突合処理                                   *
      ******************************************************************
       CARD-MATCH-RTN                   SECTION.
       CARD-MATCH-START.
      *
           PERFORM  VARYING  WK-TG-IX  FROM  1  BY  1
               UNTIL  WK-TG-IX  >  WK-TG-CNT
               IF  WK-TG-JUMIN (WK-TG-IX)
                       =  住民コード  OF  U30-REC
                   MOVE  'Y'            TO  WK-TG-CARD (WK-TG-IX)
                   MOVE  WK-TG-CNT      TO  WK-TG-IX
               END-IF
           END-PERFORM.
      *
       CARD-MATCH-EXIT.
           EXIT.
      ******************************************************************
      * 行政区×資格開始月の人数集計処理                               *
      ******************************************************************
       COUNT-SET-RTN                    SECTION.
       COUNT-SET-START.
      *
           INITIALIZE  WK-FC-TABLE.
           INITIALIZE  WK-FC-MON-TOTAL.
           PERFORM  VARYING  WK-TG-IX  FROM  1  BY  1
               UNTIL  WK-TG-IX  >  WK-TG-CNT
               IF  WK-TG-CARD (WK-TG-IX)  =  'Y'
                   ADD  1               TO  WK-CARD-CNT
               ELSE
                   ADD  1  TO  WK-FC-KENSU (WK-TG-KU (WK-TG-IX)
                                            WK-TG-OFFSET (WK-TG-IX))
                   ADD  1  TO  WK-FM-KENSU (WK-TG-OFFSET (WK-TG-IX))
                   ADD  1               TO  WK-FORECAST-CNT
               END-IF
           END-PERFORM.
      *
       COUNT-SET-EXIT.
           EXIT.
      ******************************************************************
      * ７０歳到達予測リスト出力処理（Ｕ４９）                         *
      ******************************************************************
       FORECAST-WRITE-RTN               SECTION.
       FORECAST-WRITE-START.
      *
           MOVE  'OPEN'                 TO  KAMA026A-SYORI-U49.
           COMPUTE KAMA026A-RL-U49       =  FUNCTION LENG(U49-REC).
           CALL  'KAMA026A'          USING  PARM-KAMA026-U49.
      *
           MOVE  WK-RUN-DATE            TO  WK-FT-DATE.
           MOVE  WK-FC-TITLE            TO  U49-REC.
           PERFORM  U49-WRITE-RTN.
           MOVE  SPACE                  TO  U49-REC.
           PERFORM  U49-WRITE-RTN.
      *
           PERFORM  VARYING  WK-FR-IX  FROM  1  BY  1
               UNTIL  WK-FR-IX  >  12
               MOVE  WK-FR-YM (WK-FR-IX)
                                        TO  WK-YM-WORK
               MOVE  WK-YM-YYYY         TO  WK-FH-YYYY (WK-FR-IX)
               MOVE  '/'                TO  WK-FH-SLASH (WK-FR-IX)
               MOVE  WK-YM-MM           TO  WK-FH-MM (WK-FR-IX)
           END-PERFORM.
           MOVE  WK-FC-HEAD             TO  U49-REC.
           PERFORM  U49-WRITE-RTN.
      *
           PERFORM  VARYING  WK-KU-IX  FROM  1  BY  1
               UNTIL  WK-KU-IX  >  101
               IF  WK-KU-IX  <=  WK-KU-CNT
               OR  WK-KU-IX  =  101
                   PERFORM  KU-LINE-RTN
               END-IF
           END-PERFORM.
      *
           MOVE  '合計'                 TO  WK-FL-KU.
           PERFORM  VARYING  WK-FR-IX  FROM  1  BY  1
               UNTIL  WK-FR-IX  >  12
               MOVE  WK-FM-KENSU (WK-FR-IX)
                                        TO  WK-FL-KENSU (WK-FR-IX)
           END-PERFORM.
           MOVE  WK-FORECAST-CNT        TO  WK-FL-TOTAL.
           MOVE  WK-FC-LINE             TO  U49-REC.
           PERFORM  U49-WRITE-RTN.
      *
           MOVE  SPACE                  TO  U49-REC.
           PERFORM  U49-WRITE-RTN.
           MOVE  '宛名抽出件数　　　　　　　　　＝'
                                        TO  WK-SM-LABEL.
           MOVE  WK-ROW-CNT             TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U49-REC.
           PERFORM  U49-WRITE-RTN.
           MOVE  '生年月日不正（対象外）　　　　＝'
                                        TO  WK-SM-LABEL.
           MOVE  WK-BADDATE-CNT         TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U49-REC.
           PERFORM  U49-WRITE-RTN.
           MOVE  '証発行履歴あり（対象外）　　　＝'
                                        TO  WK-SM-LABEL.
           MOVE  WK-CARD-CNT            TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U49-REC.
           PERFORM  U49-WRITE-RTN.
           MOVE  '到達予定者数　　　　　　　　　＝'
                                        TO  WK-SM-LABEL.
           MOVE  WK-FORECAST-CNT        TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U49-REC.
           PERFORM  U49-WRITE-RTN.
      *
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U49.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U49.
      *
       FORECAST-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * １行政区分の予測行出力処理（１２か月とも０件の区は省略）       *
      ******************************************************************
       KU-LINE-RTN                      SECTION.
       KU-LINE-START.
      *
           MOVE  ZERO                   TO  WK-KU-TOTAL.
           PERFORM  VARYING  WK-FR-IX  FROM  1  BY  1
               UNTIL  WK-FR-IX  >  12
               ADD  WK-FC-KENSU (WK-KU-IX WK-FR-IX)
                                        TO  WK-KU-TOTAL
               MOVE  WK-FC-KENSU (WK-KU-IX WK-FR-IX)
                                        TO  WK-FL-KENSU (WK-FR-IX)
           END-PERFORM.
           IF  WK-KU-TOTAL  =  ZERO
               GO  TO  KU-LINE-EXIT
           END-IF.
      *
           MOVE  WK-KU-CODE (WK-KU-IX)  TO  WK-FL-KU.
           MOVE  WK-KU-TOTAL            TO  WK-FL-TOTAL.
           MOVE  WK-FC-LINE             TO  U49-REC.
           PERFORM  U49-WRITE-RTN.
      *
       KU-LINE-EXIT.
           EXIT.
      ******************************************************************
      * 翌月資格開始者一覧出力処理（Ｕ５３、行政区・住民コード順）     *
      ******************************************************************
       NAME-WRITE-RTN                   SECTION.
       NAME-WRITE-START.
      *
           MOVE  'OPEN'                 TO  KAMA026A-SYORI-U53.
           COMPUTE KAMA026A-RL-U53       =  FUNCTION LENG(U53-REC).
           CALL  'KAMA026A'          USING  PARM-KAMA026-U53.
      *
           MOVE  WK-FR-YM (1)           TO  WK-YM-WORK.
           MOVE  WK-YM-YYYY             TO  WK-NT-YYYY.
           MOVE  WK-YM-MM               TO  WK-NT-MM.
           MOVE  WK-NM-TITLE            TO  U53-REC.
           PERFORM  U53-WRITE-RTN.
           MOVE  SPACE                  TO  U53-REC.
           PERFORM  U53-WRITE-RTN.
           MOVE  WK-NM-HEAD             TO  U53-REC.
           PERFORM  U53-WRITE-RTN.
      *
           PERFORM  VARYING  WK-KU-IX  FROM  1  BY  1
               UNTIL  WK-KU-IX  >  101
               IF  WK-KU-IX  <=  WK-KU-CNT
               OR  WK-KU-IX  =  101
                   PERFORM  VARYING  WK-TG-IX  FROM  1  BY  1
                       UNTIL  WK-TG-IX  >  WK-TG-CNT
                       IF  WK-TG-KU (WK-TG-IX)  =  WK-KU-IX
                       AND  WK-TG-OFFSET (WK-TG-IX)  =  1
                       AND  WK-TG-CARD (WK-TG-IX)  NOT =  'Y'
                           PERFORM  NAME-LINE-RTN
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
      *
           MOVE  SPACE                  TO  U53-REC.
           PERFORM  U53-WRITE-RTN.
           MOVE  '翌月資格開始者数　　　　　　　＝'
                                        TO  WK-SM-LABEL.
           MOVE  WK-U53-CNT             TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U53-REC.
           PERFORM  U53-WRITE-RTN.
      *
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U53.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U53.
      *
       NAME-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * 翌月資格開始者１人分の出力処理                                 *
      ******************************************************************
       NAME-LINE-RTN                    SECTION.
       NAME-LINE-START.
      *
           MOVE  WK-TG-BIRTH (WK-TG-IX) TO  WK-BIRTH.
           MOVE  WK-KU-CODE (WK-KU-IX)  TO  WK-NL-KU.
           MOVE  WK-TG-JUMIN (WK-TG-IX) TO  WK-NL-JUMIN.
           MOVE  WK-TG-KANA (WK-TG-IX)  TO  WK-NL-KANA.
           MOVE  WK-TG-GENGO (WK-TG-IX) TO  WK-NL-GENGO.
           MOVE  WK-TG-NENGO (WK-TG-IX) TO  WK-NL-NENGO.
           MOVE  WK-BIRTH-MM            TO  WK-NL-MM.
           MOVE  WK-BIRTH-DD            TO  WK-NL-DD.
           MOVE  WK-TG-AGE (WK-TG-IX)   TO  WK-NL-AGE.
           MOVE  WK-NM-LINE             TO  U53-REC.
           PERFORM  U53-WRITE-RTN.
           ADD  1                       TO  WK-U53-CNT.
      *
       NAME-LINE-EXIT.
           EXIT.
      ******************************************************************
      * Ｕ４９　１件出力処理                                           *
      ******************************************************************
       U49-WRITE-RTN                    SECTION.
       U49-WRITE-START.
      *
           MOVE  'WRITE'                TO  KAMA026A-SYORI-U49.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U49
                                            U49-REC.
           ADD  1                       TO  WK-U49-CNT.
      *
       U49-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * Ｕ５３　１件出力処理                                           *
      ******************************************************************
       U53-WRITE-RTN                    SECTION.
       U53-WRITE-START.
      *
           MOVE  'WRITE'                TO  KAMA026A-SYORI-U53.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U53
                                            U53-REC.
      *
       U53-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * ＡＢＥＮＤ処理                                                 *
      ******************************************************************
       ABEN-HANDLING                    SECTION.
       ABEN-HANDLING-START.
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
           MOVE  WK-ROW-CNT             TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U90.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U90.
      *
           CALL 'ABENDU'.
      *
       ABEN-HANDLING-EXIT.
           EXIT.
      ******************************************************************
      * 実行結果ログ出力処理                                           *
      ******************************************************************
       U90-LOG-RTN                      SECTION.
       U90-LOG-START.
      *
           MOVE  PID                    TO  LOG-PID     OF  U90-REC.
           MOVE  WK-LOG-KBN             TO  処理区分    OF  U90-REC.
           MOVE  WK-LOG-FILE        TO  ファイル名  OF  U90-REC.
           MOVE  WK-LOG-CNT             TO  件数        OF  U90-REC.
           MOVE  WK-RUN-DATE            TO  実行日      OF  U90-REC.
           MOVE  FUNCTION CURRENT-DATE (9:6)
                                        TO  時刻        OF  U90-REC.
           MOVE  'WRITE'                TO  KAMA026A-SYORI-U90.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U90
                                            U90-REC.
      *
       U90-LOG-EXIT.
           EXIT.
      ******************************************************************
      *****    WRHH604W  PROGRAM  END                              *****
       END PROGRAM WRHH604W.
