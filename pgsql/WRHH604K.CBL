       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      WRHH604K.
      ******************************************************************
      *  業務名        ：WebRings  国民健康保険                        *
      *                                                                *
      *  処理名        ：負担割合表　年度切替処理                      *
      *                                                                *
      *  処理概要      ：候補負担割合表（ＤＤ：RATECAND）を本番の      *
      *                  X国保共通コード（処理区分1・処理番号64）へ    *
      *                  切り替える。WRHH604K_MODEで動作を指定する。   *
      *                    CUTOVER ：RATECANDの件数・チェック値と一致  *
      *                              するWRHH604Cの承認レコード        *
      *                              （ＤＤ：RATESIGN）が無ければ中止。*
      *                              切替前の全行をRATESNAPへ退避し、  *
      *                              候補を更新・追加、候補に無い      *
      *                              コードは使用有無＝0とする。       *
      *                    ROLLBACK：RATESNAPの内容で本番を戻す        *
      *                              （切替で追加したコードは使用有無  *
      *                              ＝0）。                           *
      *                  いずれも承認者・実行者・件数を監査ファイル    *
      *                  （ＤＤ：RATEAUDT）へ追記する。                *
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
            SELECT RTC-FILE             ASSIGN  TO  RATECAND
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS
                                        WK-RTC-STATUS.
            SELECT SIGN-FILE            ASSIGN  TO  RATESIGN
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS
                                        WK-SIGN-STATUS.
            SELECT SNAP-FILE            ASSIGN  TO  RATESNAP
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS
                                        WK-SNAP-STATUS.
            SELECT AUDIT-FILE           ASSIGN  TO  RATEAUDT
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS
                                        WK-AUDIT-STATUS.
            SELECT U90-FILE             ASSIGN  TO  U90
                                        ORGANIZATION IS LINE
                                        SEQUENTIAL.
      *
       DATA                             DIVISION.
       FILE                             SECTION.
      *----------------------------------------------------------------*
      * 候補負担割合表（WRHH604Jのシミュレーション入力と同一）
      *----------------------------------------------------------------*
       FD  RTC-FILE.
       01  RTC-REC.
         03  ＲＴＣコード              PIC  X(010).
         03  ＲＴＣ内容                PIC  N(010).
         03  ＲＴＣ他コード            PIC  X(010).
         03  ＲＴＣ他内容              PIC  N(010).
      *
      *----------------------------------------------------------------*
      * 候補承認ファイル（WRHH604Cが追記）
      *----------------------------------------------------------------*
       FD  SIGN-FILE.
       01  SIGN-REC.
           COPY  WRHHT393.
      *
      *----------------------------------------------------------------*
      * 切替前退避ファイル（ROLLBACKの入力）
      *----------------------------------------------------------------*
       FD  SNAP-FILE.
       01  SNAP-REC.
         03  ＳＮ取得年月日             PIC  9(008).
         03  ＳＮ取得時刻               PIC  9(006).
         03  ＳＮ承認者                 PIC  X(008).
         03  ＳＮコード                 PIC  X(010).
         03  ＳＮコード内容             PIC  N(010).
         03  ＳＮその他コード           PIC  X(010).
         03  ＳＮその他内容             PIC  N(010).
         03  ＳＮ使用有無               PIC  9(001).
         03  FILLER                     PIC  X(007).
      *
      *----------------------------------------------------------------*
      * 切替監査ファイル
      *----------------------------------------------------------------*
       FD  AUDIT-FILE.
       01  AUDIT-REC.
         03  AUD-DATE                   PIC  9(008).
         03  FILLER                     PIC  X(001).
         03  AUD-TIME                   PIC  9(006).
         03  FILLER                     PIC  X(001).
         03  AUD-MODE                   PIC  X(008).
         03  FILLER                     PIC  X(001).
         03  AUD-APPROVER               PIC  X(008).
         03  FILLER                     PIC  X(001).
         03  AUD-OPERATOR               PIC  X(008).
         03  FILLER                     PIC  X(001).
         03  AUD-SIGN-DATE              PIC  9(008).
         03  FILLER                     PIC  X(001).
         03  AUD-NEW-CNT                PIC  9(003).
         03  FILLER                     PIC  X(001).
         03  AUD-UPD-CNT                PIC  9(003).
         03  FILLER                     PIC  X(001).
         03  AUD-INS-CNT                PIC  9(003).
         03  FILLER                     PIC  X(001).
         03  AUD-OFF-CNT                PIC  9(003).
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
       01  Ｈコード                    PIC  X(010).
       01  Ｈ内容                      PIC  N(010).
       01  Ｈ他コード                  PIC  X(010).
       01  Ｈ他内容                    PIC  N(010).
       01  Ｈ使用有無                   PIC S9(001).
           EXEC SQL END DECLARE SECTION END-EXEC.
      *
      *ＳＱＬシステム変数
           COPY WRHDSQL.
      *
       01  PID                          PIC  X(008)  VALUE  'WRHH604K'.
       01  WK-RUN-DATE                  PIC  9(008).
       01  WK-LOG-KBN                   PIC  X(001).
       01  WK-LOG-FILE                  PIC  X(008).
       01  WK-LOG-CNT                   PIC  9(009).
      *
       01  WK-MODE                      PIC  X(008)  VALUE  SPACE.
       01  WK-OPERATOR                  PIC  X(008)  VALUE  SPACE.
       01  WK-RTC-STATUS                PIC  X(002).
       01  WK-SIGN-STATUS               PIC  X(002).
       01  WK-SNAP-STATUS               PIC  X(002).
       01  WK-AUDIT-STATUS              PIC  X(002).
       01  WK-OEF                       PIC  X(001).
       01  WK-STAMP-DATE                PIC  9(008).
       01  WK-STAMP-TIME                PIC  9(008).
      *
      *▼ 承認照合（WRHH604Cと同じ計算）
       01  WK-CK-SUM                    PIC  9(015)  VALUE  ZERO.
       01  WK-CK-IX                     PIC  9(003).
       01  WK-SIGN-FOUND                PIC  X(001)  VALUE  'N'.
       01  WK-APPROVER                  PIC  X(008)  VALUE  SPACE.
       01  WK-SIGN-DATE                 PIC  9(008)  VALUE  ZERO.
      *▲
      *
      *▼ 切替後の内容（CUTOVER：候補、ROLLBACK：退避）
       01  WK-NW-CNT                    PIC  9(003)  VALUE  ZERO.
       01  WK-NW-TABLE.
         03  WK-NW-ENTRY                OCCURS  100.
           05  WK-NW-CODE               PIC  X(010).
           05  WK-NW-NAIYO              PIC  N(010).
           05  WK-NW-SONOTA             PIC  X(010).
           05  WK-NW-SONOTA-NAIYO       PIC  N(010).
           05  WK-NW-SHIYO              PIC  9(001).
      *▲
      *▼ 本番の現在の内容
       01  WK-CR-CNT                    PIC  9(003)  VALUE  ZERO.
       01  WK-CR-TABLE.
         03  WK-CR-ENTRY                OCCURS  100.
           05  WK-CR-CODE               PIC  X(010).
           05  WK-CR-NAIYO              PIC  N(010).
           05  WK-CR-SONOTA             PIC  X(010).
           05  WK-CR-SONOTA-NAIYO       PIC  N(010).
           05  WK-CR-SHIYO              PIC  9(001).
      *▲
       01  WK-NW-IX                     PIC  9(003).
       01  WK-CR-IX                     PIC  9(003).
       01  WK-HIT                       PIC  X(001).
       01  WK-UPD-CNT                   PIC  9(003)  VALUE  ZERO.
       01  WK-INS-CNT                   PIC  9(003)  VALUE  ZERO.
       01  WK-OFF-CNT                   PIC  9(003)  VALUE  ZERO.
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
           PERFORM CURRENT-LOAD-RTN.
      *
           IF  WK-MODE  =  'CUTOVER'
               PERFORM CAND-LOAD-RTN
               PERFORM SIGN-CHECK-RTN
               PERFORM SNAP-WRITE-RTN
           ELSE
               PERFORM SNAP-LOAD-RTN
           END-IF.
      *
           PERFORM APPLY-RTN.
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
           DISPLAY '*** WRHH604K START ***'       UPON SYSOUT.
      *
           MOVE  FUNCTION CURRENT-DATE (1:8)  TO  WK-RUN-DATE.
           OPEN OUTPUT U90-FILE.
           MOVE  '0'                    TO  WK-LOG-KBN.
           MOVE  SPACE                  TO  WK-LOG-FILE.
           MOVE  ZERO                   TO  WK-LOG-CNT.
           PERFORM  RUN-LOG-RTN.
      *
           ACCEPT  WK-MODE             FROM  ENVIRONMENT
                   'WRHH604K_MODE'.
           IF  WK-MODE  NOT =  'CUTOVER'
           AND WK-MODE  NOT =  'ROLLBACK'
               DISPLAY  '*** WRHH604K_MODE(CUTOVER/ROLLBACK)'
                        '指定必須 ***'
                                                  UPON  SYSOUT
               PERFORM  ABEN-HANDLING
           END-IF.
           ACCEPT  WK-OPERATOR         FROM  ENVIRONMENT  'USER'.
           DISPLAY  '*** モード＝'  WK-MODE
                    ' 実行者＝'  WK-OPERATOR  ' ***'
                                                  UPON  SYSOUT.
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
           PERFORM  AUDIT-RTN.
      *
           MOVE  '1'                    TO  WK-LOG-KBN.
           MOVE  'X64UPD'               TO  WK-LOG-FILE.
           MOVE  WK-UPD-CNT             TO  WK-LOG-CNT.
           PERFORM  RUN-LOG-RTN.
           MOVE  'X64INS'               TO  WK-LOG-FILE.
           MOVE  WK-INS-CNT             TO  WK-LOG-CNT.
           PERFORM  RUN-LOG-RTN.
           MOVE  'X64OFF'               TO  WK-LOG-FILE.
           MOVE  WK-OFF-CNT             TO  WK-LOG-CNT.
           PERFORM  RUN-LOG-RTN.
      *
           MOVE  '9'                    TO  WK-LOG-KBN.
           MOVE  SPACE                  TO  WK-LOG-FILE.
           MOVE  ZERO                   TO  WK-LOG-CNT.
           PERFORM  RUN-LOG-RTN.
      *
           CLOSE U90-FILE.
      *
           DISPLAY '(X国保共通コード) 更新 = '  WK-UPD-CNT
                   ' 追加 = '  WK-INS-CNT
                   ' 使用停止 = '  WK-OFF-CNT      UPON  SYSOUT.
           DISPLAY '*** WRHH604K END ***'.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 本番負担割合表読込処理（処理区分1・処理番号64の全行）          *
      ******************************************************************
       CURRENT-LOAD-RTN                 SECTION.
         HAJIME.
      *
           EXEC SQL
               DECLARE FUTAN CURSOR FOR
               SELECT コード, コード内容, その他コード,
                      その他内容, 使用有無
               FROM X国保共通コード
               WHERE 処理区分 = 1
                 AND 処理番号 = 64
               ORDER BY コード
           END-EXEC.
           EXEC SQL
               OPEN FUTAN
           END-EXEC.
           EVALUATE  SQLSTATE
               WHEN "00000"
                 CONTINUE
               WHEN OTHER
                 DISPLAY
                   "（X国保共通コード）"
                   "読み込み処理に失敗しました "
                                                     UPON SYSOUT
                 PERFORM  ABEN-HANDLING
           END-EVALUATE.
      *
           MOVE  SPACE                  TO  WK-OEF.
           PERFORM  UNTIL  WK-OEF  =  'Y'
               EXEC SQL
                   FETCH FUTAN INTO :Ｈコード,
                                    :Ｈ内容,
                                    :Ｈ他コード,
                                    :Ｈ他内容,
                                    :Ｈ使用有無
               END-EXEC
               EVALUATE  SQLSTATE
                   WHEN "00000"
                     IF  WK-CR-CNT  >=  100
                         DISPLAY  '*** 本番負担割合表'
                                  '件数オーバー ***'
                                                     UPON SYSOUT
                         PERFORM  ABEN-HANDLING
                     END-IF
                     ADD  1             TO  WK-CR-CNT
                     MOVE  Ｈコード
                                        TO  WK-CR-CODE (WK-CR-CNT)
                     MOVE  Ｈ内容
                                        TO  WK-CR-NAIYO (WK-CR-CNT)
                     MOVE  Ｈ他コード
                                        TO  WK-CR-SONOTA (WK-CR-CNT)
                     MOVE  Ｈ他内容
                                  TO  WK-CR-SONOTA-NAIYO (WK-CR-CNT)
                     MOVE  Ｈ使用有無   TO  WK-CR-SHIYO (WK-CR-CNT)
                   WHEN "02000"
                     MOVE  'Y'          TO  WK-OEF
                   WHEN OTHER
                     DISPLAY
                       "（X国保共通コード）"
                       "読み込み処理に失敗しました "
                                                     UPON SYSOUT
                     PERFORM  ABEN-HANDLING
               END-EVALUATE
           END-PERFORM.
           EXEC SQL
               CLOSE FUTAN
           END-EXEC.
      *
           DISPLAY  '*** 本番負担割合表 ==> '  WK-CR-CNT
                                                     UPON SYSOUT.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 候補負担割合表読込処理（チェック値はWRHH604Cと同じ計算）       *
      ******************************************************************
       CAND-LOAD-RTN                    SECTION.
         HAJIME.
      *
           OPEN  INPUT  RTC-FILE.
           IF  WK-RTC-STATUS  NOT =  '00'
               DISPLAY '*** RATECAND ナシ：中止 ***'  UPON SYSOUT
               PERFORM  ABEN-HANDLING
           END-IF.
      *
           MOVE  SPACE                  TO  WK-OEF.
           PERFORM  UNTIL  WK-OEF  =  'Y'
               READ  RTC-FILE
                   AT END
                       MOVE  'Y'        TO  WK-OEF
                   NOT AT END
                       IF  WK-NW-CNT  >=  50
                           DISPLAY  '*** RATECAND件数オーバー'
                                    '（50件超）：中止 ***'
                                                     UPON SYSOUT
                           PERFORM  ABEN-HANDLING
                       END-IF
                       ADD  1           TO  WK-NW-CNT
                       PERFORM  VARYING  WK-CK-IX  FROM  1  BY  1
                           UNTIL  WK-CK-IX  >  LENGTH OF RTC-REC
                           COMPUTE  WK-CK-SUM  =  WK-CK-SUM
                             +  FUNCTION ORD (RTC-REC (WK-CK-IX:1))
                             *  WK-CK-IX  *  WK-NW-CNT
                       END-PERFORM
                       MOVE  ＲＴＣコード
                                        TO  WK-NW-CODE (WK-NW-CNT)
                       MOVE  ＲＴＣ内容
                                        TO  WK-NW-NAIYO (WK-NW-CNT)
                       MOVE  ＲＴＣ他コード
                                        TO  WK-NW-SONOTA (WK-NW-CNT)
                       MOVE  ＲＴＣ他内容
                                  TO  WK-NW-SONOTA-NAIYO (WK-NW-CNT)
                       MOVE  1          TO  WK-NW-SHIYO (WK-NW-CNT)
               END-READ
           END-PERFORM.
           CLOSE  RTC-FILE.
      *
           IF  WK-NW-CNT  =  ZERO
               DISPLAY '*** RATECAND ０件：中止 ***'  UPON SYSOUT
               PERFORM  ABEN-HANDLING
           END-IF.
           DISPLAY  '*** 候補 ==> '  WK-NW-CNT
                    ' チェック値 '  WK-CK-SUM     UPON SYSOUT.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 承認確認処理（件数・チェック値が一致する最後の承認を採用）     *
      ******************************************************************
       SIGN-CHECK-RTN                   SECTION.
         HAJIME.
      *
           OPEN  INPUT  SIGN-FILE.
           IF  WK-SIGN-STATUS  NOT =  '00'
               DISPLAY '*** RATESIGN ナシ：'
                       '承認未済のため中止 ***'
                                                     UPON SYSOUT
               PERFORM  ABEN-HANDLING
           END-IF.
      *
           MOVE  SPACE                  TO  WK-OEF.
           PERFORM  UNTIL  WK-OEF  =  'Y'
               READ  SIGN-FILE
                   AT END
                       MOVE  'Y'        TO  WK-OEF
                   NOT AT END
                       IF  承認候補件数        =  WK-NW-CNT
                       AND 承認候補チェック値  =  WK-CK-SUM
                           MOVE  'Y'    TO  WK-SIGN-FOUND
                           MOVE  承認者 TO  WK-APPROVER
                           MOVE  承認年月日
                                        TO  WK-SIGN-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE  SIGN-FILE.
      *
           IF  WK-SIGN-FOUND  NOT =  'Y'
               DISPLAY '*** 現在のRATECANDに対する'
                       '承認（WRHH604C）'
                       'がありません：中止 ***'     UPON SYSOUT
               PERFORM  ABEN-HANDLING
           END-IF.
           DISPLAY  '*** 承認者＝'  WK-APPROVER
                    ' 承認日＝'  WK-SIGN-DATE  ' ***'
                                                     UPON SYSOUT.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 切替前退避処理（本番の全行をRATESNAPへ）                       *
      ******************************************************************
       SNAP-WRITE-RTN                   SECTION.
         HAJIME.
      *
           OPEN  OUTPUT  SNAP-FILE.
           ACCEPT  WK-STAMP-DATE  FROM  DATE  YYYYMMDD.
           ACCEPT  WK-STAMP-TIME  FROM  TIME.
           PERFORM  VARYING  WK-CR-IX  FROM  1  BY  1
               UNTIL  WK-CR-IX  >  WK-CR-CNT
               MOVE  SPACES             TO  SNAP-REC
               MOVE  WK-STAMP-DATE      TO  ＳＮ取得年月日
               MOVE  WK-STAMP-TIME(1:6)
                                        TO  ＳＮ取得時刻
               MOVE  WK-APPROVER        TO  ＳＮ承認者
               MOVE  WK-CR-CODE (WK-CR-IX)
                                        TO  ＳＮコード
               MOVE  WK-CR-NAIYO (WK-CR-IX)
                                        TO  ＳＮコード内容
               MOVE  WK-CR-SONOTA (WK-CR-IX)
                                        TO  ＳＮその他コード
               MOVE  WK-CR-SONOTA-NAIYO (WK-CR-IX)
                                        TO  ＳＮその他内容
               MOVE  WK-CR-SHIYO (WK-CR-IX)
                                        TO  ＳＮ使用有無
               WRITE  SNAP-REC
           END-PERFORM.
           CLOSE  SNAP-FILE.
      *
           MOVE  '1'                    TO  WK-LOG-KBN.
           MOVE  'RATESNAP'             TO  WK-LOG-FILE.
           MOVE  WK-CR-CNT              TO  WK-LOG-CNT.
           PERFORM  RUN-LOG-RTN.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 退避読込処理（ROLLBACK：RATESNAPを切替後の内容とする）         *
      ******************************************************************
       SNAP-LOAD-RTN                    SECTION.
         HAJIME.
      *
           OPEN  INPUT  SNAP-FILE.
           IF  WK-SNAP-STATUS  NOT =  '00'
               DISPLAY '*** RATESNAP ナシ：戻し不可 ***'
                                                     UPON SYSOUT
               PERFORM  ABEN-HANDLING
           END-IF.
      *
           MOVE  SPACE                  TO  WK-OEF.
           PERFORM  UNTIL  WK-OEF  =  'Y'
               READ  SNAP-FILE
                   AT END
                       MOVE  'Y'        TO  WK-OEF
                   NOT AT END
                       IF  WK-NW-CNT  >=  100
                           DISPLAY  '*** RATESNAP件数オーバー ***'
                                                     UPON SYSOUT
                           PERFORM  ABEN-HANDLING
                       END-IF
                       ADD  1           TO  WK-NW-CNT
                       MOVE  ＳＮコード TO  WK-NW-CODE (WK-NW-CNT)
                       MOVE  ＳＮコード内容
                                        TO  WK-NW-NAIYO (WK-NW-CNT)
                       MOVE  ＳＮその他コード
                                        TO  WK-NW-SONOTA (WK-NW-CNT)
                       MOVE  ＳＮその他内容
                                  TO  WK-NW-SONOTA-NAIYO (WK-NW-CNT)
                       MOVE  ＳＮ使用有無
                                        TO  WK-NW-SHIYO (WK-NW-CNT)
                       MOVE  ＳＮ承認者 TO  WK-APPROVER
                       MOVE  ＳＮ取得年月日
                                        TO  WK-SIGN-DATE
               END-READ
           END-PERFORM.
           CLOSE  SNAP-FILE.
      *
           IF  WK-NW-CNT  =  ZERO
               DISPLAY '*** RATESNAP ０件：戻し不可 ***'
                                                     UPON SYSOUT
               PERFORM  ABEN-HANDLING
           END-IF.
           DISPLAY  '*** 退避 ==> '  WK-NW-CNT
                    ' 取得日＝'  WK-SIGN-DATE     UPON SYSOUT.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 本番反映処理                                                   *
      *   切替後の内容の各コードは、本番にあれば更新・無ければ追加。   *
      *   本番で使用中のコードで切替後の内容に無いものは使用有無＝0    *
      ******************************************************************
       APPLY-RTN                        SECTION.
         HAJIME.
      *
           PERFORM  VARYING  WK-NW-IX  FROM  1  BY  1
               UNTIL  WK-NW-IX  >  WK-NW-CNT
               MOVE  WK-NW-CODE (WK-NW-IX)
                                        TO  Ｈコード
               MOVE  WK-NW-NAIYO (WK-NW-IX)
                                        TO  Ｈ内容
               MOVE  WK-NW-SONOTA (WK-NW-IX)
                                        TO  Ｈ他コード
               MOVE  WK-NW-SONOTA-NAIYO (WK-NW-IX)
                                        TO  Ｈ他内容
               MOVE  WK-NW-SHIYO (WK-NW-IX)
                                        TO  Ｈ使用有無
               MOVE  'N'                TO  WK-HIT
               PERFORM  VARYING  WK-CR-IX  FROM  1  BY  1
                   UNTIL  WK-CR-IX  >  WK-CR-CNT
                   IF  WK-CR-CODE (WK-CR-IX)  =  Ｈコード
                       MOVE  'Y'        TO  WK-HIT
                   END-IF
               END-PERFORM
               IF  WK-HIT  =  'Y'
                   PERFORM  ROW-UPDATE-RTN
               ELSE
                   PERFORM  ROW-INSERT-RTN
               END-IF
           END-PERFORM.
      *
           PERFORM  VARYING  WK-CR-IX  FROM  1  BY  1
               UNTIL  WK-CR-IX  >  WK-CR-CNT
               MOVE  'N'                TO  WK-HIT
               PERFORM  VARYING  WK-NW-IX  FROM  1  BY  1
                   UNTIL  WK-NW-IX  >  WK-NW-CNT
                   IF  WK-NW-CODE (WK-NW-IX)  =  WK-CR-CODE (WK-CR-IX)
                       MOVE  'Y'        TO  WK-HIT
                   END-IF
               END-PERFORM
               IF  WK-HIT  =  'N'
               AND WK-CR-SHIYO (WK-CR-IX)  =  1
                   MOVE  WK-CR-CODE (WK-CR-IX)
                                        TO  Ｈコード
                   PERFORM  ROW-OFF-RTN
               END-IF
           END-PERFORM.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * １コード更新処理                                               *
      ******************************************************************
       ROW-UPDATE-RTN                   SECTION.
         HAJIME.
      *
           EXEC SQL
               UPDATE X国保共通コード
                  SET コード内容   = :Ｈ内容,
                      その他コード = :Ｈ他コード,
                      その他内容   = :Ｈ他内容,
                      使用有無     = :Ｈ使用有無
                WHERE 処理区分 = 1
                  AND 処理番号 = 64
                  AND コード   = :Ｈコード
           END-EXEC.
           EVALUATE  SQLSTATE
               WHEN "00000"
                 ADD  1                 TO  WK-UPD-CNT
               WHEN OTHER
                 DISPLAY
                   "（X国保共通コード）"
                   "更新処理に失敗しました "
                   " コード = "  Ｈコード    UPON SYSOUT
                 PERFORM  ABEN-HANDLING
           END-EVALUATE.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * １コード追加処理                                               *
      ******************************************************************
       ROW-INSERT-RTN                   SECTION.
         HAJIME.
      *
           EXEC SQL
               INSERT INTO X国保共通コード
                      (処理区分, 処理番号, コード,
                       コード内容, その他コード,
                       その他内容, 使用有無)
               VALUES (1, 64, :Ｈコード,
                       :Ｈ内容,
                       :Ｈ他コード,
                       :Ｈ他内容,
                       :Ｈ使用有無)
           END-EXEC.
           EVALUATE  SQLSTATE
               WHEN "00000"
                 ADD  1                 TO  WK-INS-CNT
               WHEN OTHER
                 DISPLAY
                   "（X国保共通コード）"
                   "追加処理に失敗しました "
                   " コード = "  Ｈコード    UPON SYSOUT
                 PERFORM  ABEN-HANDLING
           END-EVALUATE.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * １コード使用停止処理                                           *
      ******************************************************************
       ROW-OFF-RTN                      SECTION.
         HAJIME.
      *
           EXEC SQL
               UPDATE X国保共通コード
                  SET 使用有無 = 0
                WHERE 処理区分 = 1
                  AND 処理番号 = 64
                  AND コード   = :Ｈコード
           END-EXEC.
           EVALUATE  SQLSTATE
               WHEN "00000"
                 ADD  1                 TO  WK-OFF-CNT
               WHEN OTHER
                 DISPLAY
                   "（X国保共通コード）"
                   "使用停止に失敗しました "
                   " コード = "  Ｈコード    UPON SYSOUT
                 PERFORM  ABEN-HANDLING
           END-EVALUATE.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 切替監査出力処理                                               *
      ******************************************************************
       AUDIT-RTN                        SECTION.
         HAJIME.
      *
           OPEN  EXTEND  AUDIT-FILE.
           IF  WK-AUDIT-STATUS  =  '05'  OR  WK-AUDIT-STATUS  =  '35'
               OPEN  OUTPUT  AUDIT-FILE
           END-IF.
           MOVE  SPACES                 TO  AUDIT-REC.
           ACCEPT  WK-STAMP-DATE  FROM  DATE  YYYYMMDD.
           ACCEPT  WK-STAMP-TIME  FROM  TIME.
           MOVE  WK-STAMP-DATE          TO  AUD-DATE.
           MOVE  WK-STAMP-TIME(1:6)     TO  AUD-TIME.
           MOVE  WK-MODE                TO  AUD-MODE.
           MOVE  WK-APPROVER            TO  AUD-APPROVER.
           MOVE  WK-OPERATOR            TO  AUD-OPERATOR.
           MOVE  WK-SIGN-DATE           TO  AUD-SIGN-DATE.
           MOVE  WK-NW-CNT              TO  AUD-NEW-CNT.
           MOVE  WK-UPD-CNT             TO  AUD-UPD-CNT.
           MOVE  WK-INS-CNT             TO  AUD-INS-CNT.
           MOVE  WK-OFF-CNT             TO  AUD-OFF-CNT.
           WRITE  AUDIT-REC.
           CLOSE  AUDIT-FILE.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * ＡＢＥＮＤ処理（本番は変更しない）                             *
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
           MOVE  ZERO                   TO  WK-LOG-CNT.
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
      *****    WRHH604K  PROGRAM  END                              *****
       END PROGRAM WRHH604K.
