       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      WRHH416B.
      ******************************************************************
      *  業務名        ：国民健康保険　情報集約システム対応            *
      *                                                                *
      *  処理名        ：Ｈ情報集約_個人基本・T宛名　照合処理          *
      *                                                                *
      *  処理概要      ：月次実行。二つの台帳を住民コードで突き合わせ、*
      *                  次の不整合を確認ファイル（Ｕ３５、WRHHT394）  *
      *                  へ１件１行で出力する。                        *
      *                    H：H情報集約_個人基本にあるがT宛名に無い    *
      *                    T：加入年齢（業務日時点で                   *
      *                       WRHH416B_AGE_MAX歳以下、既定74）のT宛名  *
      *                       住民で市町村被保険者ＩＤが無い           *
      *                  集計リスト（Ｕ３６）には行政区（Ｕ４２）別の  *
      *                  件数を区分ごとに出力する。区分Hは宛名が無く   *
      *                  行政区を特定できないため「区分外」に計上。    *
      *                  WRHH415B（更新年月日による滞留監査）を補う。  *
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
       01  PID                          PIC  X(008)  VALUE 'WRHH416B'.
      *
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  Ｈ住民コード                 PIC S9(010).
       01  Ｈ被保険者ＩＤ               PIC  X(015).
       01  Ｈ行政区コード               PIC  X(003).
       01  Ｈカナ名称                   PIC  X(040).
       01  Ｈ生年月日                   PIC  X(008).
       01  Ｈ最終更新日                 PIC  X(008).
       01  Ｈ基準生年月日               PIC  X(008).
           EXEC SQL END DECLARE SECTION END-EXEC.
      *
      *ＳＱＬシステム変数
           COPY WRHDSQL.
      *
      *================================================================
      * KAMA021A(入力ﾌｧｲﾙ(U42:行政区表)のｱｸｾｽ)インターフェース領域
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
      * KAMA026A(出力ﾌｧｲﾙ(U35:照合確認ﾌｧｲﾙ)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA026-U35.
         03  KAMA026A-DD-U35            PIC  X(008)  VALUE  'U35'.
         03  KAMA026A-SYORI-U35         PIC  X(008)  VALUE  SPACE.
         03  KAMA026A-RL-U35            PIC S9(009)  COMP-5.
         03  KAMA026A-BL-U35            PIC S9(009)  COMP-5.
         03  KAMA026A-CNT-U35           PIC S9(009)  COMP-5.
       01  U35-REC.
           COPY  WRHHT394.
      *
      *================================================================
      * KAMA026A(出力ﾌｧｲﾙ(U36:行政区別集計ﾘｽﾄ)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA026-U36.
         03  KAMA026A-DD-U36            PIC  X(008)  VALUE  'U36'.
         03  KAMA026A-SYORI-U36         PIC  X(008)  VALUE  SPACE.
         03  KAMA026A-RL-U36            PIC S9(009)  COMP-5.
         03  KAMA026A-BL-U36            PIC S9(009)  COMP-5.
         03  KAMA026A-CNT-U36           PIC S9(009)  COMP-5.
       01  U36-REC                      PIC  X(080).
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
       01  WK-LOG-KBN                   PIC  X(001).
       01  WK-LOG-FILE                  PIC  X(008).
       01  WK-LOG-CNT                   PIC  9(009).
       01  WK-OEF                       PIC  X(001).
      *
      *▼ 加入年齢の上限（WRHH416B_AGE_MAX、既定74歳）
       01  WK-AGE-ENV                   PIC  X(003)  VALUE  SPACE.
       01  WK-AGE-MAX                   PIC  9(003)  VALUE  74.
       01  WK-BORDER-DATE               PIC  9(008).
      *▲
      *
      *▼ 行政区テーブル（Ｕ４２、最大100件）
       01  WK-KU-MAX                    PIC  9(003)  VALUE  100.
       01  WK-KU-CNT                    PIC  9(003)  VALUE  ZERO.
       01  WK-KU-IX                     PIC  9(003).
       01  WK-KU-TABLE.
         03  WK-KU-ENTRY                OCCURS  100  TIMES.
           05  WK-KU-CODE               PIC  X(003).
           05  WK-KU-H-KENSU            PIC  9(007).
           05  WK-KU-T-KENSU            PIC  9(007).
      *▲
       01  WK-OTHER-H-KENSU             PIC  9(007)  VALUE  ZERO.
       01  WK-OTHER-T-KENSU             PIC  9(007)  VALUE  ZERO.
       01  WK-H-KENSU                   PIC  9(007)  VALUE  ZERO.
       01  WK-T-KENSU                   PIC  9(007)  VALUE  ZERO.
       01  WK-U35-CNT                   PIC  9(007)  VALUE  ZERO.
      *
       01  WK-HEAD-LINE.
         03  FILLER                     PIC  X(030)
             VALUE  '*** 個人基本・宛名照合 基準日 '.
         03  WK-HD-DATE                 PIC  9(008).
         03  FILLER                     PIC  X(014)
             VALUE  ' 加入年齢上限 '.
         03  WK-HD-AGE                  PIC  ZZ9.
       01  WK-TITLE-LINE.
         03  FILLER                     PIC  X(012)
                                        VALUE  '行政区      '.
         03  FILLER                     PIC  X(018)
                                        VALUE  '  宛名なし(H)     '.
         03  FILLER                     PIC  X(018)
                                        VALUE  '  ＩＤなし(T)     '.
       01  WK-KU-LINE.
         03  WK-KL-KU                   PIC  X(012).
         03  FILLER                     PIC  X(004)  VALUE  SPACE.
         03  WK-KL-H                    PIC  ZZZ,ZZ9.
         03  FILLER                     PIC  X(011)  VALUE  SPACE.
         03  WK-KL-T                    PIC  ZZZ,ZZ9.
      *
       PROCEDURE                        DIVISION.
      ******************************************************************
      * メイン処理                                                     *
      ******************************************************************
       MAIN-SHORI                       SECTION.
       MAIN-START.
      *
           DISPLAY '*** WRHH416B START ***'       UPON SYSOUT.
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
      *    加入年齢上限の翌誕生日を超えていない生年月日が対象
           ACCEPT  WK-AGE-ENV          FROM  ENVIRONMENT
                   'WRHH416B_AGE_MAX'.
           IF  WK-AGE-ENV  NOT =  SPACE
               MOVE  FUNCTION NUMVAL (WK-AGE-ENV)
                                        TO  WK-AGE-MAX
           END-IF.
           COMPUTE  WK-BORDER-DATE  =  WK-RUN-DATE
                                    -  (WK-AGE-MAX  +  1)  *  10000.
           MOVE  WK-BORDER-DATE         TO  Ｈ基準生年月日.
           DISPLAY  '*** 加入年齢上限＝'  WK-AGE-MAX
                    ' 基準生年月日＝'  Ｈ基準生年月日
                    ' ***'
                                              UPON  SYSOUT.
      *
           PERFORM  U42-LOAD-RTN.
      *
           MOVE  'OPEN'                 TO  KAMA026A-SYORI-U35.
           COMPUTE KAMA026A-RL-U35       =  FUNCTION LENG(U35-REC).
           CALL  'KAMA026A'          USING  PARM-KAMA026-U35.
      *
           PERFORM  H-ORPHAN-RTN.
           PERFORM  T-ORPHAN-RTN.
      *
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U35.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U35.
      *
           EXEC SQL
               COMMIT WORK
           END-EXEC.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
      *
           PERFORM  SUMMARY-WRITE-RTN.
      *
           MOVE  '2'                    TO  WK-LOG-KBN.
           MOVE  'U35'                  TO  WK-LOG-FILE.
           MOVE  WK-U35-CNT             TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  '9'                    TO  WK-LOG-KBN.
           MOVE  SPACE                  TO  WK-LOG-FILE.
           MOVE  ZERO                   TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U90.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U90.
      *
           DISPLAY '*** 宛名なし(H) ==> '  WK-H-KENSU  UPON SYSOUT.
           DISPLAY '*** ＩＤなし(T) ==> '  WK-T-KENSU  UPON SYSOUT.
           DISPLAY '*** WRHH416B END ***'         UPON SYSOUT.
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
      * 行政区テーブル読込処理（Ｕ４２）                               *
      ******************************************************************
       U42-LOAD-RTN                     SECTION.
       U42-LOAD-START.
      *
           MOVE  'OPEN'                 TO  KAMA021A-SYORI-U42.
           COMPUTE KAMA021A-RL-U42       =  FUNCTION LENG(U42-REC).
           CALL  'KAMA021A'          USING  PARM-KAMA021-U42.
           IF  KAMA021A-EOF-U42 (1:3)  =  X'B5DCD8'
               DISPLAY  '*** U42 ナシ：表なし続行 ***'
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
               MOVE  ZERO               TO  WK-KU-H-KENSU (WK-KU-CNT)
               MOVE  ZERO               TO  WK-KU-T-KENSU (WK-KU-CNT)
           END-IF.
      *
       U42-READ-EXIT.
           EXIT.
      ******************************************************************
      * 区分H：T宛名に住民コードが無いH情報集約_個人基本の行           *
      ******************************************************************
       H-ORPHAN-RTN                     SECTION.
       H-ORPHAN-START.
      *
           EXEC SQL
               DECLARE HORPHAN CURSOR FOR
               SELECT H.住民コード,
                      ISNULL(H.市町村被保険者ID, ' '),
                      ISNULL(CONVERT(CHAR(8), H.更新年月日, 112),
                             '00000000')
               FROM H情報集約_個人基本 H
               WHERE NOT EXISTS
                     (SELECT 1 FROM T宛名 A
                       WHERE A.住民コード = H.住民コード)
               ORDER BY H.住民コード
           END-EXEC.
           EXEC SQL
               OPEN HORPHAN
           END-EXEC.
           EVALUATE  SQLSTATE
               WHEN "00000"
                 CONTINUE
               WHEN OTHER
                 DISPLAY
                   "（ H情報集約_個人基本"
                   "）読み込み処理に失敗しました "
                                                     UPON SYSOUT
                 PERFORM  ABEN-HANDLING
           END-EVALUATE.
      *
           MOVE  SPACE                  TO  WK-OEF.
           PERFORM  UNTIL  WK-OEF  =  'Y'
               EXEC SQL
                   FETCH HORPHAN INTO :Ｈ住民コード,
                                      :Ｈ被保険者ＩＤ,
                                      :Ｈ最終更新日
               END-EXEC
               EVALUATE  SQLSTATE
                   WHEN "00000"
                     INITIALIZE         U35-REC
                     MOVE  'H'          TO  照合区分
                     MOVE  SPACE        TO  照合行政区コード
                     MOVE  Ｈ住民コード TO  照合住民コード
                     MOVE  Ｈ被保険者ＩＤ
                                        TO  照合被保険者ＩＤ
                     MOVE  Ｈ最終更新日 TO  照合最終更新日
                     PERFORM  U35-WRITE-RTN
                     ADD  1             TO  WK-H-KENSU
                     ADD  1             TO  WK-OTHER-H-KENSU
                   WHEN "02000"
                     MOVE  'Y'          TO  WK-OEF
                   WHEN OTHER
                     DISPLAY
                       "（ H情報集約_個人基本"
                       "）読み込み処理に失敗しました "
                                                     UPON SYSOUT
                     PERFORM  ABEN-HANDLING
               END-EVALUATE
           END-PERFORM.
           EXEC SQL
               CLOSE HORPHAN
           END-EXEC.
      *
       H-ORPHAN-EXIT.
           EXIT.
      ******************************************************************
      * 区分T：市町村被保険者ＩＤが無い加入年齢のT宛名住民             *
      ******************************************************************
       T-ORPHAN-RTN                     SECTION.
       T-ORPHAN-START.
      *
           EXEC SQL
               DECLARE TORPHAN CURSOR FOR
               SELECT A.住民コード,
                      ISNULL(A.行政区コード, ' '),
                      LEFT(A.カナ名称, 40),
                      CONVERT(CHAR(8), A.生年月日, 112)
               FROM T宛名 A
               WHERE A.生年月日 > :Ｈ基準生年月日
                 AND NOT EXISTS
                     (SELECT 1 FROM H情報集約_個人基本 H
                       WHERE H.住民コード = A.住民コード
                         AND ISNULL(H.市町村被保険者ID, ' ')
                             <> ' ')
               ORDER BY A.行政区コード, A.住民コード
           END-EXEC.
           EXEC SQL
               OPEN TORPHAN
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
                   FETCH TORPHAN INTO :Ｈ住民コード,
                                      :Ｈ行政区コード,
                                      :Ｈカナ名称,
                                      :Ｈ生年月日
               END-EXEC
               EVALUATE  SQLSTATE
                   WHEN "00000"
                     INITIALIZE         U35-REC
                     MOVE  'T'          TO  照合区分
                     MOVE  Ｈ行政区コード
                                        TO  照合行政区コード
                     MOVE  Ｈ住民コード TO  照合住民コード
                     MOVE  Ｈ生年月日   TO  照合生年月日
                     MOVE  Ｈカナ名称   TO  照合カナ氏名
                     PERFORM  U35-WRITE-RTN
                     ADD  1             TO  WK-T-KENSU
                     PERFORM  KU-COUNT-RTN
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
               CLOSE TORPHAN
           END-EXEC.
      *
       T-ORPHAN-EXIT.
           EXIT.
      ******************************************************************
      * 行政区別計上処理（区分T、表に無い行政区は区分外）              *
      ******************************************************************
       KU-COUNT-RTN                     SECTION.
       KU-COUNT-START.
      *
           PERFORM  VARYING  WK-KU-IX  FROM  1  BY  1
               UNTIL  WK-KU-IX  >  WK-KU-CNT
                   OR  WK-KU-CODE (WK-KU-IX)  =  Ｈ行政区コード
               CONTINUE
           END-PERFORM.
           IF  WK-KU-IX  >  WK-KU-CNT
               ADD  1                   TO  WK-OTHER-T-KENSU
           ELSE
               ADD  1                   TO  WK-KU-T-KENSU (WK-KU-IX)
           END-IF.
      *
       KU-COUNT-EXIT.
           EXIT.
      ******************************************************************
      * Ｕ３５　１件出力処理                                           *
      ******************************************************************
       U35-WRITE-RTN                    SECTION.
       U35-WRITE-START.
      *
           MOVE  WK-RUN-DATE            TO  照合作成日.
           MOVE  'WRITE'                TO  KAMA026A-SYORI-U35.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U35
                                            U35-REC.
           ADD  1                       TO  WK-U35-CNT.
      *
       U35-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * 行政区別集計リスト出力処理（Ｕ３６）                           *
      ******************************************************************
       SUMMARY-WRITE-RTN                SECTION.
       SUMMARY-WRITE-START.
      *
           MOVE  'OPEN'                 TO  KAMA026A-SYORI-U36.
           COMPUTE KAMA026A-RL-U36       =  FUNCTION LENG(U36-REC).
           CALL  'KAMA026A'          USING  PARM-KAMA026-U36.
      *
           MOVE  WK-RUN-DATE            TO  WK-HD-DATE.
           MOVE  WK-AGE-MAX             TO  WK-HD-AGE.
           MOVE  WK-HEAD-LINE           TO  U36-REC.
           PERFORM  U36-WRITE-RTN.
           MOVE  WK-TITLE-LINE          TO  U36-REC.
           PERFORM  U36-WRITE-RTN.
      *
           PERFORM  VARYING  WK-KU-IX  FROM  1  BY  1
               UNTIL  WK-KU-IX  >  WK-KU-CNT
               MOVE  SPACE              TO  WK-KL-KU
               MOVE  WK-KU-CODE (WK-KU-IX)
                                        TO  WK-KL-KU
               MOVE  WK-KU-H-KENSU (WK-KU-IX)
                                        TO  WK-KL-H
               MOVE  WK-KU-T-KENSU (WK-KU-IX)
                                        TO  WK-KL-T
               MOVE  WK-KU-LINE         TO  U36-REC
               PERFORM  U36-WRITE-RTN
           END-PERFORM.
      *
           MOVE  '区分外'               TO  WK-KL-KU.
           MOVE  WK-OTHER-H-KENSU       TO  WK-KL-H.
           MOVE  WK-OTHER-T-KENSU       TO  WK-KL-T.
           MOVE  WK-KU-LINE             TO  U36-REC.
           PERFORM  U36-WRITE-RTN.
           MOVE  '合計'                 TO  WK-KL-KU.
           MOVE  WK-H-KENSU             TO  WK-KL-H.
           MOVE  WK-T-KENSU             TO  WK-KL-T.
           MOVE  WK-KU-LINE             TO  U36-REC.
           PERFORM  U36-WRITE-RTN.
      *
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U36.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U36.
      *
       SUMMARY-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * Ｕ３６　１件出力処理                                           *
      ******************************************************************
       U36-WRITE-RTN                    SECTION.
       U36-WRITE-START.
      *
           MOVE  'WRITE'                TO  KAMA026A-SYORI-U36.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U36
                                            U36-REC.
      *
       U36-WRITE-EXIT.
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
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U35.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U35.
      *
           MOVE  '8'                    TO  WK-LOG-KBN.
           MOVE  SPACE                  TO  WK-LOG-FILE.
           MOVE  WK-U35-CNT             TO  WK-LOG-CNT.
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
      *****    WRHH416B  PROGRAM  END                              *****
       END PROGRAM WRHH416B.
