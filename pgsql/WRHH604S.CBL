       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      WRHH604S.
      ******************************************************************
      *  業務名        ：WebRings  国民健康保険                        *
      *                                                                *
      *  処理名        ：高齢受給者証　資格喪失者証回収通知作成処理    *
      *                                                                *
      *  処理概要      ：月次実行。H前期高齢者月別資格（年度・記号     *
      *                  番号ごとに最新の履歴シーケンス）の業務月と    *
      *                  前月の月別資格を住民コード単位で比較し、      *
      *                  前月資格あり・当月資格なし（転出・被用者      *
      *                  保険加入・死亡等による喪失）の者を抽出する。  *
      *                  そのうちWRHH604Jの証発行履歴（Ｕ３０、        *
      *                  WRHHT326）に業務月の初日以降も有効な証が      *
      *                  残っている者について、回収通知の印字イメ      *
      *                  ージ（Ｕ４３）を作成し、回収登録ファイル      *
      *                  （ＤＤ：KAISHU、WRHHT397）へ未回収として      *
      *                  追加する。同じ住民コード・交付年月日の証が    *
      *                  既に登録済みであれば再実行時も二重に登録      *
      *                  しない。返納の記録はWRHH604T、未回収一覧は    *
      *                  WRHH604Uで行う。件数は管理リスト（Ｕ４４）    *
      *                  へ出力する。                                  *
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
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
            SELECT KAISHU-FILE          ASSIGN  TO  KAISHU
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-KSH-STATUS.
      *
       DATA                             DIVISION.
       FILE                             SECTION.
       FD  KAISHU-FILE.
       01  KAISHU-REC.
           COPY  WRHHT397.
      *
       WORKING-STORAGE                  SECTION.
       01  PID                          PIC  X(008)  VALUE 'WRHH604S'.
      *
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  Ｈ住民コード                 PIC S9(010).
       01  Ｈ年度                       PIC  X(004).
       01  Ｈ当月年度                   PIC  X(004).
       01  Ｈ前月年度                   PIC  X(004).
      *    月別資格は暦月の順（１月～１２月）に受ける
       01  Ｈ月別資格.
         03  Ｈ資格１                   PIC  X(002).
         03  Ｈ資格２                   PIC  X(002).
         03  Ｈ資格３                   PIC  X(002).
         03  Ｈ資格４                   PIC  X(002).
         03  Ｈ資格５                   PIC  X(002).
         03  Ｈ資格６                   PIC  X(002).
         03  Ｈ資格７                   PIC  X(002).
         03  Ｈ資格８                   PIC  X(002).
         03  Ｈ資格９                   PIC  X(002).
         03  Ｈ資格１０                 PIC  X(002).
         03  Ｈ資格１１                 PIC  X(002).
         03  Ｈ資格１２                 PIC  X(002).
       01  Ｈ月別資格Ｒ       REDEFINES  Ｈ月別資格.
         03  Ｈ資格                     PIC  X(002)  OCCURS  12.
           EXEC SQL END DECLARE SECTION END-EXEC.
      *
      *ＳＱＬシステム変数
           COPY WRHDSQL.
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
      * KAMA026A(出力ﾌｧｲﾙ(U43:回収通知印字ｲﾒｰｼﾞ)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA026-U43.
         03  KAMA026A-DD-U43            PIC  X(008)  VALUE  'U43'.
         03  KAMA026A-SYORI-U43         PIC  X(008)  VALUE  SPACE.
         03  KAMA026A-RL-U43            PIC S9(009)  COMP-5.
         03  KAMA026A-BL-U43            PIC S9(009)  COMP-5.
         03  KAMA026A-CNT-U43           PIC S9(009)  COMP-5.
       01  U43-REC                      PIC  X(120).
      *
      *================================================================
      * KAMA026A(出力ﾌｧｲﾙ(U44:管理リスト)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA026-U44.
         03  KAMA026A-DD-U44            PIC  X(008)  VALUE  'U44'.
         03  KAMA026A-SYORI-U44         PIC  X(008)  VALUE  SPACE.
         03  KAMA026A-RL-U44            PIC S9(009)  COMP-5.
         03  KAMA026A-BL-U44            PIC S9(009)  COMP-5.
         03  KAMA026A-CNT-U44           PIC S9(009)  COMP-5.
       01  U44-REC                      PIC  X(120).
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
       01  WK-KSH-STATUS                PIC  X(002).
       01  WK-KSH-EOF                   PIC  X(001).
       01  WK-OEF                       PIC  X(001).
       01  WK-RUN-DATE                  PIC  9(008).
       01  WK-RUN-DATE-R                REDEFINES  WK-RUN-DATE.
         03  WK-RUN-YYYY                PIC  9(004).
         03  WK-RUN-MM                  PIC  9(002).
         03  WK-RUN-DD                  PIC  9(002).
       01  WK-LOG-KBN                   PIC  X(001).
       01  WK-LOG-FILE                  PIC  X(008).
       01  WK-LOG-CNT                   PIC  9(009).
      *
      *▼ 比較する月（業務月と前月）と年度（８月始まり）
       01  WK-TOU-YM                    PIC  9(006).
       01  WK-TOU-MM                    PIC  9(002).
       01  WK-TOU-NENDO                 PIC  9(004).
       01  WK-ZEN-YYYY                  PIC  9(004).
       01  WK-ZEN-MM                    PIC  9(002).
       01  WK-ZEN-NENDO                 PIC  9(004).
       01  WK-MONTH-TOP                 PIC  9(008).
      *▲
      *
      *▼ 住民コード単位の比較
       01  WK-JUMIN-9                   PIC  9(010).
       01  WK-JUMIN                     PIC  X(010).
       01  WK-BRK-JUMIN                 PIC  X(010)  VALUE  SPACE.
       01  WK-ZEN-SHIKAKU               PIC  X(001).
       01  WK-TOU-SHIKAKU               PIC  X(001).
      *▲
      *
      *▼ 資格喪失者テーブル（住民コード順、最大5000件）
      *    WK-SS-JOTAI  空白:有効な証なし  Y:回収対象
      *                 D:登録済み  P:通知出力済み
       01  WK-SS-MAX                    PIC  9(005)  VALUE  5000.
       01  WK-SS-CNT                    PIC  9(005)  VALUE  ZERO.
       01  WK-SS-IX                     PIC  9(005).
       01  WK-SS-OVERFLOW               PIC  X(001)  VALUE  'N'.
       01  WK-SS-TABLE.
         03  WK-SS-ENTRY                OCCURS  5000  TIMES.
           05  WK-SS-JUMIN              PIC  X(010).
           05  WK-SS-KIGO               PIC  X(011).
           05  WK-SS-KOFU               PIC  X(008).
           05  WK-SS-YUKO               PIC  X(008).
           05  WK-SS-JOTAI              PIC  X(001).
      *▲
      *
      *▼ 回収登録テーブル（起動時に全件読込、追加後に全件書き直す）
       01  WK-KR-MAX                    PIC  9(005)  VALUE  20000.
       01  WK-KR-CNT                    PIC  9(005)  VALUE  ZERO.
       01  WK-KR-IX                     PIC  9(005).
       01  WK-KR-OVERFLOW               PIC  X(001)  VALUE  'N'.
       01  WK-KR-TABLE.
         03  WK-KR-ENTRY                OCCURS  20000  TIMES.
           05  WK-KR-REC                PIC  X(080).
      *▲
      *
       01  WK-ROW-CNT                   PIC  9(007)  VALUE  ZERO.
       01  WK-LOSS-CNT                  PIC  9(007)  VALUE  ZERO.
       01  WK-READ-CNT                  PIC  9(007)  VALUE  ZERO.
       01  WK-HELD-CNT                  PIC  9(007)  VALUE  ZERO.
       01  WK-DUP-CNT                   PIC  9(007)  VALUE  ZERO.
       01  WK-NOTICE-CNT                PIC  9(007)  VALUE  ZERO.
      *
      *▼ 回収通知（Ｕ４３）
       01  WK-NOTICE-LINE1.
         03  FILLER                     PIC  X(020)
                                        VALUE  '高齢受給者証　'.
         03  FILLER                     PIC  X(030)
             VALUE  '返納のお願い'.
       01  WK-NOTICE-LINE2.
         03  FILLER                     PIC  X(010)
                                        VALUE  '記号番号：'.
         03  WK-N2-KIGO                 PIC  X(011).
         03  FILLER                     PIC  X(012)
                                        VALUE  '　住民コード'.
         03  WK-N2-JUMIN                PIC  X(010).
       01  WK-NOTICE-LINE3.
         03  FILLER                     PIC  X(010)
                                        VALUE  '有効期間：'.
         03  WK-N3-KOFU                 PIC  X(008).
         03  FILLER                     PIC  X(003)  VALUE  '～'.
         03  WK-N3-YUKO                 PIC  X(008).
       01  WK-NOTICE-LINE4.
         03  FILLER                     PIC  X(024)
             VALUE  '国民健康保険の資格が'.
         03  WK-N4-YYYY                 PIC  9(004).
         03  FILLER                     PIC  X(002)  VALUE  '年'.
         03  WK-N4-MM                   PIC  Z9.
         03  FILLER                     PIC  X(030)
             VALUE  '月から無くなりました。'.
       01  WK-NOTICE-LINE5.
         03  FILLER                     PIC  X(030)
             VALUE  'お手元の証は使用できませんので'.
         03  FILLER                     PIC  X(030)
             VALUE  '窓口へ返納してください。'.
       01  WK-KENSU-LINE.
         03  FILLER                     PIC  X(010)
                                        VALUE  '    件数＝'.
         03  WK-KN-KENSU                PIC  ZZZ,ZZ9.
      *▲
      *
      *▼ 管理リスト（Ｕ４４）
       01  WK-CTL-TITLE.
         03  FILLER                     PIC  X(016)
                                        VALUE  '*** 高齢受給者証'.
         03  FILLER                     PIC  X(030)
             VALUE  '　回収通知　管理リスト ***'.
       01  WK-CTL-MONTH.
         03  FILLER                     PIC  X(012)
                                        VALUE  '比較月　　：'.
         03  WK-CM-ZEN-YYYY             PIC  9(004).
         03  FILLER                     PIC  X(001)  VALUE  '/'.
         03  WK-CM-ZEN-MM               PIC  9(002).
         03  FILLER                     PIC  X(004)  VALUE  ' → '.
         03  WK-CM-TOU-YYYY             PIC  9(004).
         03  FILLER                     PIC  X(001)  VALUE  '/'.
         03  WK-CM-TOU-MM               PIC  9(002).
       01  WK-CTL-SUM-LINE.
         03  WK-CS-LABEL                PIC  X(034).
         03  WK-CS-KENSU                PIC  ZZZ,ZZ9.
      *▲
      *
       PROCEDURE                        DIVISION.
      ******************************************************************
      * メイン処理                                                     *
      ******************************************************************
       MAIN-SHORI                       SECTION.
       MAIN-START.
      *
           DISPLAY '*** WRHH604S START ***'       UPON SYSOUT.
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
           PERFORM  LOSS-SELECT-RTN.
      *
           EXEC SQL
               COMMIT WORK
           END-EXEC.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
      *
           PERFORM  CARD-LOAD-RTN.
           PERFORM  KAISHU-LOAD-RTN.
           PERFORM  DUP-CHECK-RTN.
           PERFORM  NOTICE-WRITE-RTN.
           PERFORM  KAISHU-SAVE-RTN.
           PERFORM  CONTROL-WRITE-RTN.
      *
           MOVE  '1'                    TO  WK-LOG-KBN.
           MOVE  'U30'                  TO  WK-LOG-FILE.
           MOVE  WK-READ-CNT            TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  '2'                    TO  WK-LOG-KBN.
           MOVE  'U43'                  TO  WK-LOG-FILE.
           MOVE  WK-NOTICE-CNT          TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  '9'                    TO  WK-LOG-KBN.
           MOVE  SPACE                  TO  WK-LOG-FILE.
           MOVE  ZERO                   TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U90.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U90.
      *
           DISPLAY '*** 資格喪失者   ==> ' WK-LOSS-CNT
                                              UPON SYSOUT.
           DISPLAY '*** 有効な証あり ==> ' WK-HELD-CNT
                                              UPON SYSOUT.
           DISPLAY '*** 登録済み除外 ==> ' WK-DUP-CNT
                                              UPON SYSOUT.
           DISPLAY '*** 回収通知出力 ==> ' WK-NOTICE-CNT
                                              UPON SYSOUT.
           DISPLAY '*** WRHH604S END ***'         UPON SYSOUT.
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
      * 比較月設定処理（業務月・前月とそれぞれの年度）                 *
      * 年度は８月～翌年７月（WRHH604Jの前期高齢月別資格と同じ）       *
      ******************************************************************
       MONTH-SET-RTN                    SECTION.
       MONTH-SET-START.
      *
           MOVE  WK-RUN-MM              TO  WK-TOU-MM.
           COMPUTE  WK-TOU-YM  =  WK-RUN-YYYY  *  100  +  WK-RUN-MM.
           COMPUTE  WK-MONTH-TOP  =  WK-TOU-YM  *  100  +  1.
           IF  WK-RUN-MM  >=  8
               MOVE  WK-RUN-YYYY        TO  WK-TOU-NENDO
           ELSE
               COMPUTE  WK-TOU-NENDO  =  WK-RUN-YYYY  -  1
           END-IF.
      *
           IF  WK-RUN-MM  =  1
               COMPUTE  WK-ZEN-YYYY  =  WK-RUN-YYYY  -  1
               MOVE  12                 TO  WK-ZEN-MM
           ELSE
               MOVE  WK-RUN-YYYY        TO  WK-ZEN-YYYY
               COMPUTE  WK-ZEN-MM  =  WK-RUN-MM  -  1
           END-IF.
           IF  WK-ZEN-MM  >=  8
               MOVE  WK-ZEN-YYYY        TO  WK-ZEN-NENDO
           ELSE
               COMPUTE  WK-ZEN-NENDO  =  WK-ZEN-YYYY  -  1
           END-IF.
      *
           MOVE  WK-TOU-NENDO           TO  Ｈ当月年度.
           MOVE  WK-ZEN-NENDO           TO  Ｈ前月年度.
           DISPLAY  '*** 比較月＝'  WK-ZEN-YYYY  '/'  WK-ZEN-MM
                    ' → '  WK-RUN-YYYY  '/'  WK-RUN-MM
                    ' 年度＝'  Ｈ前月年度  '/'  Ｈ当月年度
                    ' ***'
                                              UPON  SYSOUT.
      *
       MONTH-SET-EXIT.
           EXIT.
      ******************************************************************
      * 資格喪失者抽出処理                                             *
      * （前月の月別資格あり・業務月の月別資格なしの住民コード）       *
      ******************************************************************
       LOSS-SELECT-RTN                  SECTION.
       LOSS-SELECT-START.
      *
           EXEC SQL
               DECLARE SOSHITSU CURSOR FOR
               SELECT 住民コード,
                      年度,
                      ISNULL(前期高齢月別資格1, ' '),
                      ISNULL(前期高齢月別資格2, ' '),
                      ISNULL(前期高齢月別資格3, ' '),
                      ISNULL(前期高齢月別資格4, ' '),
                      ISNULL(前期高齢月別資格5, ' '),
                      ISNULL(前期高齢月別資格6, ' '),
                      ISNULL(前期高齢月別資格7, ' '),
                      ISNULL(前期高齢月別資格8, ' '),
                      ISNULL(前期高齢月別資格9, ' '),
                      ISNULL(前期高齢月別資格10, ' '),
                      ISNULL(前期高齢月別資格11, ' '),
                      ISNULL(前期高齢月別資格12, ' ')
               FROM
                ( SELECT
                     ROW_NUMBER() OVER (PARTITION BY 記号番号,
                                          住民コード,年度
                     ORDER BY 履歴シーケンス DESC) AS RowNo,*
                    FROM H前期高齢者月別資格 ) ZENKI
               WHERE RowNo = 1
                 AND (年度 = :Ｈ当月年度
                   OR 年度 = :Ｈ前月年度)
               ORDER BY 住民コード
           END-EXEC.
           EXEC SQL
               OPEN SOSHITSU
           END-EXEC.
           EVALUATE  SQLSTATE
               WHEN "00000"
                 CONTINUE
               WHEN OTHER
                 DISPLAY
                   "（ H前期高齢者月別資格"
                   "）読み込み処理に失敗しました "
                                                     UPON SYSOUT
                 PERFORM  ABEN-HANDLING
           END-EVALUATE.
      *
           MOVE  SPACE                  TO  WK-OEF.
           MOVE  'N'                    TO  WK-ZEN-SHIKAKU.
           MOVE  'N'                    TO  WK-TOU-SHIKAKU.
           PERFORM  UNTIL  WK-OEF  =  'Y'
               EXEC SQL
                   FETCH SOSHITSU INTO :Ｈ住民コード,
                                       :Ｈ年度,
                                       :Ｈ資格１,
                                       :Ｈ資格２,
                                       :Ｈ資格３,
                                       :Ｈ資格４,
                                       :Ｈ資格５,
                                       :Ｈ資格６,
                                       :Ｈ資格７,
                                       :Ｈ資格８,
                                       :Ｈ資格９,
                                       :Ｈ資格１０,
                                       :Ｈ資格１１,
                                       :Ｈ資格１２
               END-EXEC
               EVALUATE  SQLSTATE
                   WHEN "00000"
                     ADD  1             TO  WK-ROW-CNT
                     PERFORM  LOSS-ROW-RTN
                   WHEN "02000"
                     MOVE  'Y'          TO  WK-OEF
                   WHEN OTHER
                     DISPLAY
                       "（ H前期高齢者月別資格"
                       "）読み込み処理に失敗しました "
                                                     UPON SYSOUT
                     PERFORM  ABEN-HANDLING
               END-EVALUATE
           END-PERFORM.
           EXEC SQL
               CLOSE SOSHITSU
           END-EXEC.
      *
      *    最後の住民コードの判定
           PERFORM  LOSS-JUDGE-RTN.
      *
           IF  WK-SS-OVERFLOW  =  'Y'
               DISPLAY '*** 資格喪失者テーブル'
                       '件数オーバー ***'
                                              UPON SYSOUT
           END-IF.
      *
       LOSS-SELECT-EXIT.
           EXIT.
      ******************************************************************
      * 月別資格１行の取込処理（住民コードが変われば前の人を判定）     *
      ******************************************************************
       LOSS-ROW-RTN                     SECTION.
       LOSS-ROW-START.
      *
           MOVE  Ｈ住民コード           TO  WK-JUMIN-9.
           MOVE  WK-JUMIN-9             TO  WK-JUMIN.
           IF  WK-JUMIN  NOT =  WK-BRK-JUMIN
               PERFORM  LOSS-JUDGE-RTN
               MOVE  WK-JUMIN           TO  WK-BRK-JUMIN
               MOVE  'N'                TO  WK-ZEN-SHIKAKU
               MOVE  'N'                TO  WK-TOU-SHIKAKU
           END-IF.
      *
      *    記号番号が複数ある場合はいずれかに資格があれば資格あり
           IF  Ｈ年度  =  Ｈ前月年度
           AND  Ｈ資格 (WK-ZEN-MM)  NOT =  SPACE
               MOVE  'Y'                TO  WK-ZEN-SHIKAKU
           END-IF.
           IF  Ｈ年度  =  Ｈ当月年度
           AND  Ｈ資格 (WK-TOU-MM)  NOT =  SPACE
               MOVE  'Y'                TO  WK-TOU-SHIKAKU
           END-IF.
      *
       LOSS-ROW-EXIT.
           EXIT.
      ******************************************************************
      * １住民コード分の資格喪失判定処理                               *
      ******************************************************************
       LOSS-JUDGE-RTN                   SECTION.
       LOSS-JUDGE-START.
      *
           IF  WK-BRK-JUMIN  =  SPACE
               GO  TO  LOSS-JUDGE-EXIT
           END-IF.
           IF  WK-ZEN-SHIKAKU  NOT =  'Y'
           OR  WK-TOU-SHIKAKU  =  'Y'
               GO  TO  LOSS-JUDGE-EXIT
           END-IF.
      *
           ADD  1                       TO  WK-LOSS-CNT.
           IF  WK-SS-CNT  >=  WK-SS-MAX
               MOVE  'Y'                TO  WK-SS-OVERFLOW
               GO  TO  LOSS-JUDGE-EXIT
           END-IF.
           ADD  1                       TO  WK-SS-CNT.
           MOVE  WK-BRK-JUMIN           TO  WK-SS-JUMIN (WK-SS-CNT).
           MOVE  SPACE                  TO  WK-SS-KIGO (WK-SS-CNT).
           MOVE  SPACE                  TO  WK-SS-KOFU (WK-SS-CNT).
           MOVE  SPACE                  TO  WK-SS-YUKO (WK-SS-CNT).
           MOVE  SPACE                  TO  WK-SS-JOTAI (WK-SS-CNT).
      *
       LOSS-JUDGE-EXIT.
           EXIT.
      ******************************************************************
      * 証発行履歴読込処理（Ｕ３０）                                   *
      * 喪失者ごとに業務月の初日以降も有効な証のうち有効期限の最も     *
      * 遅いものを回収対象とする                                       *
      ******************************************************************
       CARD-LOAD-RTN                    SECTION.
       CARD-LOAD-START.
      *
           IF  WK-SS-CNT  =  ZERO
               GO  TO  CARD-LOAD-EXIT
           END-IF.
      *
           MOVE  'OPEN'                 TO  KAMA021A-SYORI-U30.
           COMPUTE KAMA021A-RL-U30       =  FUNCTION LENG(U30-REC).
           CALL  'KAMA021A'          USING  PARM-KAMA021-U30.
           IF  KAMA021A-EOF-U30 (1:3)  =  X'B5DCD8'
               DISPLAY  '*** U30 ナシ：回収対象なし ***'
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
                   IF  有効期限  OF  U30-REC  IS  NUMERIC
                   AND  有効期限  OF  U30-REC  >=  WK-MONTH-TOP
                       PERFORM  CARD-MATCH-RTN
                   END-IF
               END-IF
           END-PERFORM.
      *
           MOVE  'CLOSE'                TO  KAMA021A-SYORI-U30.
           CALL  'KAMA021A'          USING  PARM-KAMA021-U30.
      *
           PERFORM  VARYING  WK-SS-IX  FROM  1  BY  1
               UNTIL  WK-SS-IX  >  WK-SS-CNT
               IF  WK-SS-JOTAI (WK-SS-IX)  =  'Y'
                   ADD  1               TO  WK-HELD-CNT
               END-IF
           END-PERFORM.
      *
       CARD-LOAD-EXIT.
           EXIT.
      ******************************************************************
      * 有効な証１件と資格喪失者の突合処理                             *
      ******************************************************************
       CARD-MATCH-RTN                   SECTION.
       CARD-MATCH-START.
      *
           PERFORM  VARYING  WK-SS-IX  FROM  1  BY  1
               UNTIL  WK-SS-IX  >  WK-SS-CNT
               IF  WK-SS-JUMIN (WK-SS-IX)
                       =  住民コード  OF  U30-REC
                   IF  WK-SS-JOTAI (WK-SS-IX)  =  SPACE
                   OR  有効期限  OF  U30-REC
                           >  WK-SS-YUKO (WK-SS-IX)
                       MOVE  記号番号  OF  U30-REC
                                        TO  WK-SS-KIGO (WK-SS-IX)
                       MOVE  交付年月日  OF  U30-REC
                                        TO  WK-SS-KOFU (WK-SS-IX)
                       MOVE  有効期限  OF  U30-REC
                                        TO  WK-SS-YUKO (WK-SS-IX)
                       MOVE  'Y'        TO  WK-SS-JOTAI (WK-SS-IX)
                   END-IF
                   MOVE  WK-SS-CNT      TO  WK-SS-IX
               END-IF
           END-PERFORM.
      *
       CARD-MATCH-EXIT.
           EXIT.
      ******************************************************************
      * 回収登録ファイル読込処理（ファイルが無い場合は０件で開始）     *
      ******************************************************************
       KAISHU-LOAD-RTN                  SECTION.
       KAISHU-LOAD-START.
      *
           MOVE  ZERO                   TO  WK-KR-CNT.
           OPEN  INPUT  KAISHU-FILE.
           IF  WK-KSH-STATUS  NOT =  '00'
               DISPLAY '*** KAISHU ナシ：０件で開始 ***'
                                              UPON SYSOUT
               GO  TO  KAISHU-LOAD-EXIT
           END-IF.
      *
           MOVE  'N'                    TO  WK-KSH-EOF.
           PERFORM  UNTIL  WK-KSH-EOF  =  'Y'
               READ  KAISHU-FILE
                   AT END
                       MOVE  'Y'        TO  WK-KSH-EOF
                   NOT AT END
                       IF  WK-KR-CNT  <  WK-KR-MAX
                           ADD  1       TO  WK-KR-CNT
                           MOVE  KAISHU-REC
                               TO  WK-KR-REC (WK-KR-CNT)
                       ELSE
                           MOVE  'Y'    TO  WK-KR-OVERFLOW
                           MOVE  'Y'    TO  WK-KSH-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE  KAISHU-FILE.
      *
      *    書き直しで登録を失わないよう件数超過時は中断する
           IF  WK-KR-OVERFLOW  =  'Y'
               DISPLAY '*** 回収登録件数超過 ***'
                                              UPON SYSOUT
               PERFORM  ABEN-HANDLING
           END-IF.
      *
       KAISHU-LOAD-EXIT.
           EXIT.
      ******************************************************************
      * 登録済み判定処理（同じ住民コード・交付年月日の登録があれば     *
      * 状態を問わず再登録しない）                                     *
      ******************************************************************
       DUP-CHECK-RTN                    SECTION.
       DUP-CHECK-START.
      *
           PERFORM  VARYING  WK-KR-IX  FROM  1  BY  1
               UNTIL  WK-KR-IX  >  WK-KR-CNT
               MOVE  WK-KR-REC (WK-KR-IX)  TO  KAISHU-REC
               PERFORM  VARYING  WK-SS-IX  FROM  1  BY  1
                   UNTIL  WK-SS-IX  >  WK-SS-CNT
                   IF  WK-SS-JOTAI (WK-SS-IX)  =  'Y'
                   AND  WK-SS-JUMIN (WK-SS-IX)  =  回収住民コード
                   AND  WK-SS-KOFU (WK-SS-IX)  =  回収交付年月日
                       MOVE  'D'        TO  WK-SS-JOTAI (WK-SS-IX)
                       ADD  1           TO  WK-DUP-CNT
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
       DUP-CHECK-EXIT.
           EXIT.
      ******************************************************************
      * 回収通知出力・回収登録追加処理                                 *
      ******************************************************************
       NOTICE-WRITE-RTN                 SECTION.
       NOTICE-WRITE-START.
      *
           MOVE  'OPEN'                 TO  KAMA026A-SYORI-U43.
           COMPUTE KAMA026A-RL-U43       =  FUNCTION LENG(U43-REC).
           CALL  'KAMA026A'          USING  PARM-KAMA026-U43.
      *
           PERFORM  VARYING  WK-SS-IX  FROM  1  BY  1
               UNTIL  WK-SS-IX  >  WK-SS-CNT
               IF  WK-SS-JOTAI (WK-SS-IX)  =  'Y'
                   IF  WK-KR-CNT  >=  WK-KR-MAX
                       MOVE  'Y'        TO  WK-KR-OVERFLOW
                   ELSE
                       PERFORM  NOTICE-IMAGE-RTN
                       PERFORM  KAISHU-ADD-RTN
                   END-IF
               END-IF
           END-PERFORM.
      *
           MOVE  WK-NOTICE-CNT          TO  WK-KN-KENSU.
           MOVE  WK-KENSU-LINE          TO  U43-REC.
           PERFORM  U43-WRITE-RTN.
      *
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U43.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U43.
      *
           IF  WK-KR-OVERFLOW  =  'Y'
               DISPLAY '*** 回収登録件数超過：'
                       '未登録分あり ***'
                                              UPON SYSOUT
           END-IF.
      *
       NOTICE-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * １証分の回収通知印字イメージ出力処理                           *
      ******************************************************************
       NOTICE-IMAGE-RTN                 SECTION.
       NOTICE-IMAGE-START.
      *
           MOVE  WK-NOTICE-LINE1        TO  U43-REC.
           PERFORM  U43-WRITE-RTN.
      *
           MOVE  WK-SS-KIGO (WK-SS-IX)  TO  WK-N2-KIGO.
           MOVE  WK-SS-JUMIN (WK-SS-IX) TO  WK-N2-JUMIN.
           MOVE  WK-NOTICE-LINE2        TO  U43-REC.
           PERFORM  U43-WRITE-RTN.
      *
           MOVE  WK-SS-KOFU (WK-SS-IX)  TO  WK-N3-KOFU.
           MOVE  WK-SS-YUKO (WK-SS-IX)  TO  WK-N3-YUKO.
           MOVE  WK-NOTICE-LINE3        TO  U43-REC.
           PERFORM  U43-WRITE-RTN.
      *
           MOVE  WK-RUN-YYYY            TO  WK-N4-YYYY.
           MOVE  WK-RUN-MM              TO  WK-N4-MM.
           MOVE  WK-NOTICE-LINE4        TO  U43-REC.
           PERFORM  U43-WRITE-RTN.
           MOVE  WK-NOTICE-LINE5        TO  U43-REC.
           PERFORM  U43-WRITE-RTN.
           MOVE  SPACE                  TO  U43-REC.
           PERFORM  U43-WRITE-RTN.
      *
           MOVE  'P'                    TO  WK-SS-JOTAI (WK-SS-IX).
           ADD  1                       TO  WK-NOTICE-CNT.
      *
       NOTICE-IMAGE-EXIT.
           EXIT.
      ******************************************************************
      * 回収登録テーブルへの１件追加処理（未回収）                     *
      ******************************************************************
       KAISHU-ADD-RTN                   SECTION.
       KAISHU-ADD-START.
      *
           MOVE  SPACES                 TO  KAISHU-REC.
           MOVE  WK-SS-JUMIN (WK-SS-IX) TO  回収住民コード.
           MOVE  WK-SS-KIGO (WK-SS-IX)  TO  回収記号番号.
           MOVE  WK-SS-KOFU (WK-SS-IX)  TO  回収交付年月日.
           MOVE  WK-SS-YUKO (WK-SS-IX)  TO  回収有効期限.
           MOVE  WK-TOU-YM              TO  回収喪失年月.
           MOVE  WK-RUN-DATE            TO  回収通知日.
           SET   回収未回収             TO  TRUE.
           MOVE  ZERO                   TO  回収受領日.
           MOVE  WK-RUN-DATE            TO  回収更新年月日.
           MOVE  PID                    TO  回収更新者.
           ADD  1                       TO  WK-KR-CNT.
           MOVE  KAISHU-REC             TO  WK-KR-REC (WK-KR-CNT).
      *
       KAISHU-ADD-EXIT.
           EXIT.
      ******************************************************************
      * 回収登録ファイル書直し処理                                     *
      ******************************************************************
       KAISHU-SAVE-RTN                  SECTION.
       KAISHU-SAVE-START.
      *
           IF  WK-NOTICE-CNT  =  ZERO
               GO  TO  KAISHU-SAVE-EXIT
           END-IF.
      *
           OPEN  OUTPUT  KAISHU-FILE.
           IF  WK-KSH-STATUS  NOT =  '00'
               DISPLAY  '*** KAISHU OPEN FAILED ('  WK-KSH-STATUS
                        ') ***'                UPON SYSOUT
               PERFORM  ABEN-HANDLING
           END-IF.
           PERFORM  VARYING  WK-KR-IX  FROM  1  BY  1
               UNTIL  WK-KR-IX  >  WK-KR-CNT
               MOVE  WK-KR-REC (WK-KR-IX)  TO  KAISHU-REC
               WRITE  KAISHU-REC
           END-PERFORM.
           CLOSE  KAISHU-FILE.
      *
       KAISHU-SAVE-EXIT.
           EXIT.
      ******************************************************************
      * 管理リスト出力処理（Ｕ４４）                                   *
      ******************************************************************
       CONTROL-WRITE-RTN                SECTION.
       CONTROL-WRITE-START.
      *
           MOVE  'OPEN'                 TO  KAMA026A-SYORI-U44.
           COMPUTE KAMA026A-RL-U44       =  FUNCTION LENG(U44-REC).
           CALL  'KAMA026A'          USING  PARM-KAMA026-U44.
      *
           MOVE  WK-CTL-TITLE           TO  U44-REC.
           PERFORM  U44-WRITE-RTN.
           MOVE  WK-ZEN-YYYY            TO  WK-CM-ZEN-YYYY.
           MOVE  WK-ZEN-MM              TO  WK-CM-ZEN-MM.
           MOVE  WK-RUN-YYYY            TO  WK-CM-TOU-YYYY.
           MOVE  WK-RUN-MM              TO  WK-CM-TOU-MM.
           MOVE  WK-CTL-MONTH           TO  U44-REC.
           PERFORM  U44-WRITE-RTN.
           IF  WK-SS-OVERFLOW  =  'Y'
               MOVE  '*** 資格喪失者テーブル件数オーバー'
                                        TO  U44-REC
               PERFORM  U44-WRITE-RTN
           END-IF.
           IF  WK-KR-OVERFLOW  =  'Y'
               MOVE  '*** 回収登録件数超過：未登録分あり'
                                        TO  U44-REC
               PERFORM  U44-WRITE-RTN
           END-IF.
           MOVE  SPACE                  TO  U44-REC.
           PERFORM  U44-WRITE-RTN.
      *
           MOVE  SPACE                  TO  WK-CTL-SUM-LINE.
           MOVE  '月別資格読込件数　　　　＝'
                                        TO  WK-CS-LABEL.
           MOVE  WK-ROW-CNT             TO  WK-CS-KENSU.
           MOVE  WK-CTL-SUM-LINE        TO  U44-REC.
           PERFORM  U44-WRITE-RTN.
           MOVE  '資格喪失者件数　　　　　＝'
                                        TO  WK-CS-LABEL.
           MOVE  WK-LOSS-CNT            TO  WK-CS-KENSU.
           MOVE  WK-CTL-SUM-LINE        TO  U44-REC.
           PERFORM  U44-WRITE-RTN.
           MOVE  '証履歴読込件数　　　　　＝'
                                        TO  WK-CS-LABEL.
           MOVE  WK-READ-CNT            TO  WK-CS-KENSU.
           MOVE  WK-CTL-SUM-LINE        TO  U44-REC.
           PERFORM  U44-WRITE-RTN.
           MOVE  '有効な証あり件数　　　　＝'
                                        TO  WK-CS-LABEL.
           MOVE  WK-HELD-CNT            TO  WK-CS-KENSU.
           MOVE  WK-CTL-SUM-LINE        TO  U44-REC.
           PERFORM  U44-WRITE-RTN.
           MOVE  '登録済み対象外件数　　　＝'
                                        TO  WK-CS-LABEL.
           MOVE  WK-DUP-CNT             TO  WK-CS-KENSU.
           MOVE  WK-CTL-SUM-LINE        TO  U44-REC.
           PERFORM  U44-WRITE-RTN.
           MOVE  '回収通知出力件数　　　　＝'
                                        TO  WK-CS-LABEL.
           MOVE  WK-NOTICE-CNT          TO  WK-CS-KENSU.
           MOVE  WK-CTL-SUM-LINE        TO  U44-REC.
           PERFORM  U44-WRITE-RTN.
      *
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U44.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U44.
      *
       CONTROL-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * Ｕ４３　１件出力処理                                           *
      ******************************************************************
       U43-WRITE-RTN                    SECTION.
       U43-WRITE-START.
      *
           MOVE  'WRITE'                TO  KAMA026A-SYORI-U43.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U43
                                            U43-REC.
      *
       U43-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * Ｕ４４　１件出力処理                                           *
      ******************************************************************
       U44-WRITE-RTN                    SECTION.
       U44-WRITE-START.
      *
           MOVE  'WRITE'                TO  KAMA026A-SYORI-U44.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U44
                                            U44-REC.
      *
       U44-WRITE-EXIT.
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
           MOVE  WK-NOTICE-CNT          TO  WK-LOG-CNT.
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
      *****    WRHH604S  PROGRAM  END                              *****
       END PROGRAM WRHH604S.
