       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      WRHH604R.
      ******************************************************************
      *  業務名        ：WebRings  国民健康保険                        *
      *                                                                *
      *  処理名        ：高齢受給者証　更新通知作成処理                *
      *                                                                *
      *  処理概要      ：月次実行。WRHH604Jが作成した証発行履歴        *
      *                  ファイル（Ｕ３０、WRHHT326レイアウト）から    *
      *                  有効期限が業務日からWRHH604R_DAYS日（既定     *
      *                  31日）以内に到来する高齢受給者証を抽出し、    *
      *                  更新通知の印字イメージ（Ｕ４０）を行政区      *
      *                  別に作成する。同じ住民コードで有効期限の      *
      *                  より後の証（有効期限が同じなら交付年月日      *
      *                  のより後の証）が履歴にある者は、既に新しい    *
      *                  証で継続しているため対象外とし、通知は１人    *
      *                  １通とする。住民の行政区はT宛名の行政区       *
      *                  コードから、行政区の並びと保険者番号は        *
      *                  WRHH411Bと同じ行政区テーブル（Ｕ４２）から    *
      *                  引く。宛名が無い者と表に無い行政区は「区分外」*
      *                  として末尾にまとめる。併せて行政区別通知件数  *
      *                  と抽出件数の管理リスト（Ｕ４１）を作成する。  *
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
       01  PID                          PIC  X(008)  VALUE 'WRHH604R'.
      *
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  Ｈ住民コード                 PIC S9(010).
       01  Ｈ行政区コード               PIC  X(003).
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
      * KAMA026A(出力ﾌｧｲﾙ(U40:更新通知印字ｲﾒｰｼﾞ)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA026-U40.
         03  KAMA026A-DD-U40            PIC  X(008)  VALUE  'U40'.
         03  KAMA026A-SYORI-U40         PIC  X(008)  VALUE  SPACE.
         03  KAMA026A-RL-U40            PIC S9(009)  COMP-5.
         03  KAMA026A-BL-U40            PIC S9(009)  COMP-5.
         03  KAMA026A-CNT-U40           PIC S9(009)  COMP-5.
       01  U40-REC                      PIC  X(120).
      *
      *================================================================
      * KAMA026A(出力ﾌｧｲﾙ(U41:管理リスト)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA026-U41.
         03  KAMA026A-DD-U41            PIC  X(008)  VALUE  'U41'.
         03  KAMA026A-SYORI-U41         PIC  X(008)  VALUE  SPACE.
         03  KAMA026A-RL-U41            PIC S9(009)  COMP-5.
         03  KAMA026A-BL-U41            PIC S9(009)  COMP-5.
         03  KAMA026A-CNT-U41           PIC S9(009)  COMP-5.
       01  U41-REC                      PIC  X(120).
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
      *
      *▼ 抽出期間（業務日～業務日＋WRHH604R_DAYS日）
       01  WK-DAYS                      PIC  9(003)  VALUE  31.
       01  WK-DAYS-ENV                  PIC  X(003)  VALUE  SPACE.
       01  WK-LIMIT-FROM                PIC  9(008).
       01  WK-LIMIT-TO                  PIC  9(008).
       01  WK-LIMIT-INT                 PIC  9(008).
      *▲
      *
      *▼ 行政区テーブル（WRHH411Bと同じＵ４２から、最大100件）
       01  WK-KU-MAX                    PIC  9(003)  VALUE  100.
       01  WK-KU-CNT                    PIC  9(003)  VALUE  ZERO.
       01  WK-KU-IX                     PIC  9(003).
       01  WK-KU-TABLE.
         03  WK-KU-ENTRY                OCCURS  100  TIMES.
           05  WK-KU-CODE               PIC  X(003).
           05  WK-KU-HOKENJA            PIC  X(008).
           05  WK-KU-KENSU              PIC  9(007).
      *▲
      *
      *▼ 証レコードテーブル（WRHH604Pと同じ最大20000件）
      *    WK-CT-TAISHO  Y:期限到来対象  S:新しい証あり対象外
      *                  P:通知出力済み
       01  WK-CT-MAX                    PIC  9(005)  VALUE  20000.
       01  WK-CT-CNT                    PIC  9(005)  VALUE  ZERO.
       01  WK-CT-IX                     PIC  9(005).
       01  WK-CT-IX2                    PIC  9(005).
       01  WK-CT-OVERFLOW               PIC  X(001)  VALUE  'N'.
       01  WK-CT-TABLE.
         03  WK-CT-ENTRY                OCCURS  20000  TIMES.
           05  WK-CT-KBN1               PIC  X(002).
           05  WK-CT-KIGO               PIC  X(011).
           05  WK-CT-JUMIN              PIC  X(010).
      *    有効期限＋交付年月日（新しい証の判定キー）
           05  WK-CT-ORDER.
             07  WK-CT-YUKO             PIC  X(008).
             07  WK-CT-KOFU             PIC  X(008).
           05  WK-CT-TAISHO             PIC  X(001).
           05  WK-CT-KU                 PIC  X(003).
      *▲
      *
       01  WK-READ-CNT                  PIC  9(007)  VALUE  ZERO.
       01  WK-TAISHO-CNT                PIC  9(007)  VALUE  ZERO.
       01  WK-COVER-CNT                 PIC  9(007)  VALUE  ZERO.
       01  WK-NOTICE-CNT                PIC  9(007)  VALUE  ZERO.
       01  WK-OTHER-KENSU               PIC  9(007)  VALUE  ZERO.
       01  WK-NOATENA-CNT               PIC  9(007)  VALUE  ZERO.
      *
      *▼ 更新通知（Ｕ４０）
       01  WK-HEAD-LINE.
         03  FILLER                     PIC  X(011)
                                        VALUE  '*** 行政区 '.
         03  WK-HD-KU                   PIC  X(003).
         03  FILLER                     PIC  X(012)
                                        VALUE  '  保険者番号'.
         03  WK-HD-HOKENJA              PIC  X(008).
         03  FILLER                     PIC  X(004)  VALUE  ' ***'.
       01  WK-NOTICE-LINE1.
         03  FILLER                     PIC  X(020)
                                        VALUE  '高齢受給者証　'.
         03  FILLER                     PIC  X(030)
             VALUE  '有効期限到来のお知らせ'.
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
         03  FILLER                     PIC  X(022)
             VALUE  'お手元の証は上記の'.
         03  FILLER                     PIC  X(030)
             VALUE  '日で有効期限が切れます。'.
       01  WK-CNT-LINE.
         03  FILLER                     PIC  X(010)
                                        VALUE  '    件数＝'.
         03  WK-CNT-KENSU               PIC  ZZZ,ZZ9.
      *▲
      *
      *▼ 管理リスト（Ｕ４１）
       01  WK-CTL-TITLE.
         03  FILLER                     PIC  X(016)
                                        VALUE  '*** 高齢受給者証'.
         03  FILLER                     PIC  X(030)
             VALUE  '　更新通知　管理リスト ***'.
       01  WK-CTL-KIKAN.
         03  FILLER                     PIC  X(012)
                                        VALUE  '期限到来日：'.
         03  WK-CK-FROM                 PIC  9(008).
         03  FILLER                     PIC  X(003)  VALUE  '～'.
         03  WK-CK-TO                   PIC  9(008).
         03  FILLER                     PIC  X(002)  VALUE  '（'.
         03  WK-CK-DAYS                 PIC  ZZ9.
         03  FILLER                     PIC  X(006)  VALUE  '日）'.
       01  WK-CTL-KU-LINE.
         03  FILLER                     PIC  X(010)
                                        VALUE  '  行政区 '.
         03  WK-CU-KU                   PIC  X(003).
         03  FILLER                     PIC  X(012)
                                        VALUE  '  保険者番号'.
         03  WK-CU-HOKENJA              PIC  X(008).
         03  FILLER                     PIC  X(012)
                                        VALUE  '  通知件数＝'.
         03  WK-CU-KENSU                PIC  ZZZ,ZZ9.
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
           DISPLAY '*** WRHH604R START ***'       UPON SYSOUT.
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
      *▼ 抽出期間の決定（既定31日）
           ACCEPT  WK-DAYS-ENV          FROM  ENVIRONMENT
                   'WRHH604R_DAYS'.
           IF  WK-DAYS-ENV  NOT =  SPACE
           AND  FUNCTION TEST-NUMVAL (WK-DAYS-ENV)  =  ZERO
               COMPUTE  WK-DAYS  =  FUNCTION NUMVAL (WK-DAYS-ENV)
           END-IF.
           MOVE  WK-RUN-DATE            TO  WK-LIMIT-FROM.
           COMPUTE  WK-LIMIT-INT  =
               FUNCTION INTEGER-OF-DATE (WK-LIMIT-FROM)  +  WK-DAYS.
           COMPUTE  WK-LIMIT-TO  =
               FUNCTION DATE-OF-INTEGER (WK-LIMIT-INT).
           DISPLAY '*** 期限到来日＝'  WK-LIMIT-FROM  '～'
                   WK-LIMIT-TO  ' ***'           UPON SYSOUT.
      *▲
      *
           PERFORM  U42-LOAD-RTN.
           PERFORM  CARD-LOAD-RTN.
           PERFORM  COVER-CHECK-RTN.
           PERFORM  KU-SET-RTN.
      *
           EXEC SQL
               COMMIT WORK
           END-EXEC.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
      *
           PERFORM  NOTICE-WRITE-RTN.
           PERFORM  CONTROL-WRITE-RTN.
      *
           MOVE  '1'                    TO  WK-LOG-KBN.
           MOVE  'U30'                  TO  WK-LOG-FILE.
           MOVE  WK-READ-CNT            TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  '2'                    TO  WK-LOG-KBN.
           MOVE  'U40'                  TO  WK-LOG-FILE.
           MOVE  WK-NOTICE-CNT          TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  '9'                    TO  WK-LOG-KBN.
           MOVE  SPACE                  TO  WK-LOG-FILE.
           MOVE  ZERO                   TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U90.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U90.
      *
           DISPLAY '*** 証履歴読込   ==> ' WK-READ-CNT
                                              UPON SYSOUT.
           DISPLAY '*** 期限到来     ==> ' WK-TAISHO-CNT
                                              UPON SYSOUT.
           DISPLAY '*** 新証あり除外 ==> ' WK-COVER-CNT
                                              UPON SYSOUT.
           DISPLAY '*** 宛名なし     ==> ' WK-NOATENA-CNT
                                              UPON SYSOUT.
           DISPLAY '*** 通知出力     ==> ' WK-NOTICE-CNT
                                              UPON SYSOUT.
           DISPLAY '*** WRHH604R END ***'         UPON SYSOUT.
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
               MOVE  表示用被保険者番号  OF  U42-REC
                                        TO  WK-KU-HOKENJA (WK-KU-CNT)
               MOVE  ZERO               TO  WK-KU-KENSU (WK-KU-CNT)
           END-IF.
      *
       U42-READ-EXIT.
           EXIT.
      ******************************************************************
      * 証レコード読込処理（Ｕ３０）                                   *
      ******************************************************************
       CARD-LOAD-RTN                    SECTION.
       CARD-LOAD-START.
      *
           MOVE  'OPEN'                 TO  KAMA021A-SYORI-U30.
           COMPUTE KAMA021A-RL-U30       =  FUNCTION LENG(U30-REC).
           CALL  'KAMA021A'          USING  PARM-KAMA021-U30.
      *
           PERFORM  UNTIL  KAMA021A-EOF-U30 (1:3)  =  X'B5DCD8'
               MOVE  'READ'             TO  KAMA021A-SYORI-U30
               CALL  'KAMA021A'      USING  PARM-KAMA021-U30
                                            U30-REC
               IF  KAMA021A-EOF-U30 (1:3)  NOT =  X'B5DCD8'
                   ADD  1               TO  WK-READ-CNT
                   IF  WK-CT-CNT  >=  WK-CT-MAX
                       MOVE  'Y'        TO  WK-CT-OVERFLOW
                   ELSE
                       PERFORM  CARD-SET-RTN
                   END-IF
               END-IF
           END-PERFORM.
      *
           MOVE  'CLOSE'                TO  KAMA021A-SYORI-U30.
           CALL  'KAMA021A'          USING  PARM-KAMA021-U30.
      *
           IF  WK-CT-OVERFLOW  =  'Y'
               DISPLAY '*** 証テーブル件数オーバー ***'
                                              UPON SYSOUT
           END-IF.
      *
       CARD-LOAD-EXIT.
           EXIT.
      ******************************************************************
      * 証レコード１件のテーブル格納・期限到来判定処理                 *
      ******************************************************************
       CARD-SET-RTN                     SECTION.
       CARD-SET-START.
      *
           ADD  1                       TO  WK-CT-CNT.
           MOVE  区分１  OF  U30-REC    TO  WK-CT-KBN1 (WK-CT-CNT).
           MOVE  記号番号  OF  U30-REC  TO  WK-CT-KIGO (WK-CT-CNT).
           MOVE  住民コード  OF  U30-REC
                                        TO  WK-CT-JUMIN (WK-CT-CNT).
           MOVE  交付年月日  OF  U30-REC
                                        TO  WK-CT-KOFU (WK-CT-CNT).
           MOVE  有効期限  OF  U30-REC  TO  WK-CT-YUKO (WK-CT-CNT).
           MOVE  SPACE                  TO  WK-CT-TAISHO (WK-CT-CNT).
           MOVE  SPACE                  TO  WK-CT-KU (WK-CT-CNT).
      *
      *    有効期限が業務日～業務日＋指定日数の証が通知対象
           IF  WK-CT-YUKO (WK-CT-CNT)  IS  NUMERIC
           AND  WK-CT-YUKO (WK-CT-CNT)  >=  WK-LIMIT-FROM
           AND  WK-CT-YUKO (WK-CT-CNT)  <=  WK-LIMIT-TO
               MOVE  'Y'                TO  WK-CT-TAISHO (WK-CT-CNT)
               ADD  1                   TO  WK-TAISHO-CNT
           END-IF.
      *
       CARD-SET-EXIT.
           EXIT.
      ******************************************************************
      * 新しい証による継続判定処理                                     *
      * （同じ住民コードで有効期限がより後の証、有効期限が同じで       *
      *   交付年月日がより後の証があれば対象外。全く同じ証が複数      *
      *   あるときは後の行を残す）                                     *
      ******************************************************************
       COVER-CHECK-RTN                  SECTION.
       COVER-CHECK-START.
      *
           PERFORM  VARYING  WK-CT-IX  FROM  1  BY  1
               UNTIL  WK-CT-IX  >  WK-CT-CNT
               IF  WK-CT-TAISHO (WK-CT-IX)  =  'Y'
                   PERFORM  COVER-SCAN-RTN
               END-IF
           END-PERFORM.
      *
       COVER-CHECK-EXIT.
           EXIT.
      ******************************************************************
      * １証分の継続証検索処理                                         *
      ******************************************************************
       COVER-SCAN-RTN                   SECTION.
       COVER-SCAN-START.
      *
           PERFORM  VARYING  WK-CT-IX2  FROM  1  BY  1
               UNTIL  WK-CT-IX2  >  WK-CT-CNT
               IF  WK-CT-IX2  NOT =  WK-CT-IX
               AND  WK-CT-JUMIN (WK-CT-IX2)  =  WK-CT-JUMIN (WK-CT-IX)
               AND  WK-CT-YUKO (WK-CT-IX2)  IS  NUMERIC
                   IF  WK-CT-ORDER (WK-CT-IX2)
                                       >  WK-CT-ORDER (WK-CT-IX)
                   OR  (WK-CT-ORDER (WK-CT-IX2)
                                       =  WK-CT-ORDER (WK-CT-IX)
                        AND  WK-CT-IX2  >  WK-CT-IX)
                       MOVE  'S'        TO  WK-CT-TAISHO (WK-CT-IX)
                       ADD  1           TO  WK-COVER-CNT
                       MOVE  WK-CT-CNT  TO  WK-CT-IX2
                   END-IF
               END-IF
           END-PERFORM.
      *
       COVER-SCAN-EXIT.
           EXIT.
      ******************************************************************
      * 通知対象者の行政区設定処理（T宛名）                            *
      ******************************************************************
       KU-SET-RTN                       SECTION.
       KU-SET-START.
      *
           PERFORM  VARYING  WK-CT-IX  FROM  1  BY  1
               UNTIL  WK-CT-IX  >  WK-CT-CNT
               IF  WK-CT-TAISHO (WK-CT-IX)  =  'Y'
                   PERFORM  KU-ONE-RTN
               END-IF
           END-PERFORM.
      *
       KU-SET-EXIT.
           EXIT.
      ******************************************************************
      * １証分の行政区設定処理（宛名が無い者は区分外）                 *
      ******************************************************************
       KU-ONE-RTN                       SECTION.
       KU-ONE-START.
      *
           IF  WK-CT-JUMIN (WK-CT-IX)  IS  NOT  NUMERIC
               ADD  1                   TO  WK-NOATENA-CNT
               GO  TO  KU-ONE-EXIT
           END-IF.
           MOVE  WK-CT-JUMIN (WK-CT-IX) TO  Ｈ住民コード.
           EXEC SQL
               SELECT ISNULL(行政区コード, ' ')
                 INTO :Ｈ行政区コード
                 FROM T宛名
                WHERE 住民コード = :Ｈ住民コード
           END-EXEC.
           EVALUATE  SQLSTATE
               WHEN "00000"
                 MOVE  Ｈ行政区コード   TO  WK-CT-KU (WK-CT-IX)
               WHEN "02000"
                 ADD  1                 TO  WK-NOATENA-CNT
               WHEN OTHER
                 DISPLAY  "（ T宛名）"
                          "読み込み処理に失敗しました "
                                                     UPON SYSOUT
                 PERFORM  ABEN-HANDLING
           END-EVALUATE.
      *
       KU-ONE-EXIT.
           EXIT.
      ******************************************************************
      * 行政区別の更新通知出力処理                                     *
      ******************************************************************
       NOTICE-WRITE-RTN                 SECTION.
       NOTICE-WRITE-START.
      *
           MOVE  'OPEN'                 TO  KAMA026A-SYORI-U40.
           COMPUTE KAMA026A-RL-U40       =  FUNCTION LENG(U40-REC).
           CALL  'KAMA026A'          USING  PARM-KAMA026-U40.
      *
           PERFORM  VARYING  WK-KU-IX  FROM  1  BY  1
               UNTIL  WK-KU-IX  >  WK-KU-CNT
               PERFORM  KU-NOTICE-RTN
           END-PERFORM.
      *
      *    行政区表に無いコードは「区分外」として末尾へ
           PERFORM  OTHER-NOTICE-RTN.
      *
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U40.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U40.
      *
       NOTICE-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * １行政区分の更新通知出力処理                                   *
      ******************************************************************
       KU-NOTICE-RTN                    SECTION.
       KU-NOTICE-START.
      *
           MOVE  WK-KU-CODE (WK-KU-IX)  TO  WK-HD-KU.
           MOVE  WK-KU-HOKENJA (WK-KU-IX)
                                        TO  WK-HD-HOKENJA.
           MOVE  WK-HEAD-LINE           TO  U40-REC.
           PERFORM  U40-WRITE-RTN.
      *
           PERFORM  VARYING  WK-CT-IX  FROM  1  BY  1
               UNTIL  WK-CT-IX  >  WK-CT-CNT
               IF  WK-CT-TAISHO (WK-CT-IX)  =  'Y'
               AND  WK-CT-KU (WK-CT-IX)  =  WK-KU-CODE (WK-KU-IX)
                   PERFORM  NOTICE-IMAGE-RTN
                   ADD  1               TO  WK-KU-KENSU (WK-KU-IX)
               END-IF
           END-PERFORM.
      *
           MOVE  WK-KU-KENSU (WK-KU-IX) TO  WK-CNT-KENSU.
           MOVE  WK-CNT-LINE            TO  U40-REC.
           PERFORM  U40-WRITE-RTN.
           MOVE  SPACE                  TO  U40-REC.
           PERFORM  U40-WRITE-RTN.
      *
       KU-NOTICE-EXIT.
           EXIT.
      ******************************************************************
      * 区分外の更新通知出力処理                                       *
      ******************************************************************
       OTHER-NOTICE-RTN                 SECTION.
       OTHER-NOTICE-START.
      *
           MOVE  ZERO                   TO  WK-OTHER-KENSU.
           PERFORM  VARYING  WK-CT-IX  FROM  1  BY  1
               UNTIL  WK-CT-IX  >  WK-CT-CNT
               IF  WK-CT-TAISHO (WK-CT-IX)  =  'Y'
                   ADD  1               TO  WK-OTHER-KENSU
               END-IF
           END-PERFORM.
           IF  WK-OTHER-KENSU  =  ZERO
               GO  TO  OTHER-NOTICE-EXIT
           END-IF.
      *
           MOVE  '*** 行政区　区分外 ***'
                                        TO  U40-REC.
           PERFORM  U40-WRITE-RTN.
           PERFORM  VARYING  WK-CT-IX  FROM  1  BY  1
               UNTIL  WK-CT-IX  >  WK-CT-CNT
               IF  WK-CT-TAISHO (WK-CT-IX)  =  'Y'
                   PERFORM  NOTICE-IMAGE-RTN
               END-IF
           END-PERFORM.
           MOVE  WK-OTHER-KENSU         TO  WK-CNT-KENSU.
           MOVE  WK-CNT-LINE            TO  U40-REC.
           PERFORM  U40-WRITE-RTN.
      *
       OTHER-NOTICE-EXIT.
           EXIT.
      ******************************************************************
      * １証分の更新通知印字イメージ出力処理                           *
      ******************************************************************
       NOTICE-IMAGE-RTN                 SECTION.
       NOTICE-IMAGE-START.
      *
           MOVE  WK-NOTICE-LINE1        TO  U40-REC.
           PERFORM  U40-WRITE-RTN.
      *
           MOVE  WK-CT-KIGO (WK-CT-IX)  TO  WK-N2-KIGO.
           MOVE  WK-CT-JUMIN (WK-CT-IX) TO  WK-N2-JUMIN.
           MOVE  WK-NOTICE-LINE2        TO  U40-REC.
           PERFORM  U40-WRITE-RTN.
      *
           MOVE  WK-CT-KOFU (WK-CT-IX)  TO  WK-N3-KOFU.
           MOVE  WK-CT-YUKO (WK-CT-IX)  TO  WK-N3-YUKO.
           MOVE  WK-NOTICE-LINE3        TO  U40-REC.
           PERFORM  U40-WRITE-RTN.
      *
           MOVE  WK-NOTICE-LINE4        TO  U40-REC.
           PERFORM  U40-WRITE-RTN.
           MOVE  SPACE                  TO  U40-REC.
           PERFORM  U40-WRITE-RTN.
      *
      *    出力済みの証は区分外の集計から外す
           MOVE  'P'                    TO  WK-CT-TAISHO (WK-CT-IX).
           ADD  1                       TO  WK-NOTICE-CNT.
      *
       NOTICE-IMAGE-EXIT.
           EXIT.
      ******************************************************************
      * 管理リスト出力処理（Ｕ４１）                                   *
      ******************************************************************
       CONTROL-WRITE-RTN                SECTION.
       CONTROL-WRITE-START.
      *
           MOVE  'OPEN'                 TO  KAMA026A-SYORI-U41.
           COMPUTE KAMA026A-RL-U41       =  FUNCTION LENG(U41-REC).
           CALL  'KAMA026A'          USING  PARM-KAMA026-U41.
      *
           MOVE  WK-CTL-TITLE           TO  U41-REC.
           PERFORM  U41-WRITE-RTN.
           MOVE  WK-LIMIT-FROM          TO  WK-CK-FROM.
           MOVE  WK-LIMIT-TO            TO  WK-CK-TO.
           MOVE  WK-DAYS                TO  WK-CK-DAYS.
           MOVE  WK-CTL-KIKAN           TO  U41-REC.
           PERFORM  U41-WRITE-RTN.
           IF  WK-CT-OVERFLOW  =  'Y'
               MOVE  '*** 証テーブル件数オーバー ***'
                                        TO  U41-REC
               PERFORM  U41-WRITE-RTN
           END-IF.
           MOVE  SPACE                  TO  U41-REC.
           PERFORM  U41-WRITE-RTN.
      *
           PERFORM  VARYING  WK-KU-IX  FROM  1  BY  1
               UNTIL  WK-KU-IX  >  WK-KU-CNT
               MOVE  WK-KU-CODE (WK-KU-IX)
                                        TO  WK-CU-KU
               MOVE  WK-KU-HOKENJA (WK-KU-IX)
                                        TO  WK-CU-HOKENJA
               MOVE  WK-KU-KENSU (WK-KU-IX)
                                        TO  WK-CU-KENSU
               MOVE  WK-CTL-KU-LINE     TO  U41-REC
               PERFORM  U41-WRITE-RTN
           END-PERFORM.
           MOVE  SPACE                  TO  WK-CTL-SUM-LINE.
           MOVE  '  区分外　　　　　　　通知件数＝'
                                        TO  WK-CS-LABEL.
           MOVE  WK-OTHER-KENSU         TO  WK-CS-KENSU.
           MOVE  WK-CTL-SUM-LINE        TO  U41-REC.
           PERFORM  U41-WRITE-RTN.
           MOVE  '  （うち宛名なし）　　　　件数＝'
                                        TO  WK-CS-LABEL.
           MOVE  WK-NOATENA-CNT         TO  WK-CS-KENSU.
           MOVE  WK-CTL-SUM-LINE        TO  U41-REC.
           PERFORM  U41-WRITE-RTN.
           MOVE  SPACE                  TO  U41-REC.
           PERFORM  U41-WRITE-RTN.
      *
           MOVE  '証履歴読込件数　　　　　＝'
                                        TO  WK-CS-LABEL.
           MOVE  WK-READ-CNT            TO  WK-CS-KENSU.
           MOVE  WK-CTL-SUM-LINE        TO  U41-REC.
           PERFORM  U41-WRITE-RTN.
           MOVE  '期限到来件数　　　　　　＝'
                                        TO  WK-CS-LABEL.
           MOVE  WK-TAISHO-CNT          TO  WK-CS-KENSU.
           MOVE  WK-CTL-SUM-LINE        TO  U41-REC.
           PERFORM  U41-WRITE-RTN.
           MOVE  '新しい証あり対象外件数　＝'
                                        TO  WK-CS-LABEL.
           MOVE  WK-COVER-CNT           TO  WK-CS-KENSU.
           MOVE  WK-CTL-SUM-LINE        TO  U41-REC.
           PERFORM  U41-WRITE-RTN.
           MOVE  '更新通知出力件数　　　　＝'
                                        TO  WK-CS-LABEL.
           MOVE  WK-NOTICE-CNT          TO  WK-CS-KENSU.
           MOVE  WK-CTL-SUM-LINE        TO  U41-REC.
           PERFORM  U41-WRITE-RTN.
      *
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U41.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U41.
      *
       CONTROL-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * Ｕ４０　１件出力処理                                           *
      ******************************************************************
       U40-WRITE-RTN                    SECTION.
       U40-WRITE-START.
      *
           MOVE  'WRITE'                TO  KAMA026A-SYORI-U40.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U40
                                            U40-REC.
      *
       U40-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * Ｕ４１　１件出力処理                                           *
      ******************************************************************
       U41-WRITE-RTN                    SECTION.
       U41-WRITE-START.
      *
           MOVE  'WRITE'                TO  KAMA026A-SYORI-U41.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U41
                                            U41-REC.
      *
       U41-WRITE-EXIT.
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
           MOVE  WK-READ-CNT            TO  WK-LOG-CNT.
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
      *****    WRHH604R  PROGRAM  END                              *****
       END PROGRAM WRHH604R.
