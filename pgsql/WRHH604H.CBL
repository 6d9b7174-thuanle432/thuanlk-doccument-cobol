       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      WRHH604H.
      ******************************************************************
      *  業務名        ：国民健康保険　情報集約システム対応            *
      *                                                                *
      *  処理名        ：高齢受給者証　返戻登録保守処理                *
      *                                                                *
      *  処理概要      ：宛所不明等で戻ってきた高齢受給者証を住民      *
      *                  コード単位で返戻登録ファイル（ＤＤ：HENREI、  *
      *                  WRHHT391）へ記録する窓口用メニュー。          *
      *                    Ｌ：一覧　Ａ：返戻登録　Ｃ：住所修正済      *
      *                    Ｖ：取消（誤登録）　Ｅ：終了                *
      *                  未解決（状態'O'）の住民コードはWRHH604P       *
      *                  （証発行）・WRHH604D（郵便区分発送）で保留    *
      *                  され、同じ誤った宛先へ再送されない。          *
      *                  登録・更新の都度ファイル全体を書き直し、      *
      *                  変更は全てＨＮＲＡＵＤＩＴへ（操作者・        *
      *                  住民コード・区分・日時）を追記する。          *
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
            SELECT HENREI-FILE          ASSIGN  TO  HENREI
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS
                                        WK-HNR-STATUS.
            SELECT AUDIT-FILE           ASSIGN  TO  HNRAUDIT
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS
                                        WK-AUDIT-STATUS.
      *
       DATA                             DIVISION.
       FILE                             SECTION.
       FD  HENREI-FILE.
       01  HENREI-REC.
           COPY  WRHHT391.
      *
       FD  AUDIT-FILE.
       01  AUDIT-REC.
         03  AUD-DATE                   PIC  9(008).
         03  FILLER                     PIC  X(001).
         03  AUD-TIME                   PIC  9(006).
         03  FILLER                     PIC  X(001).
         03  AUD-OPERATOR               PIC  X(008).
         03  FILLER                     PIC  X(001).
         03  AUD-ACTION                 PIC  X(004).
         03  FILLER                     PIC  X(001).
         03  AUD-JUMIN                  PIC  X(010).
         03  FILLER                     PIC  X(001).
         03  AUD-KOFU                   PIC  X(008).
         03  FILLER                     PIC  X(001).
         03  AUD-RIYU                   PIC  X(002).
      *
       WORKING-STORAGE                  SECTION.
       01  WK-HNR-STATUS                PIC  X(002).
       01  WK-AUDIT-STATUS              PIC  X(002).
       01  WK-MENU-OPTION               PIC  X(001)  VALUE  SPACE.
       01  WK-OPERATOR                  PIC  X(008)  VALUE  SPACE.
       01  WK-ACTION                    PIC  X(004).
       01  WK-EOF                       PIC  X(001).
       01  WK-STAMP-DATE                PIC  9(008).
       01  WK-STAMP-TIME                PIC  9(008).
      *
      *▼ 入力項目
       01  WK-JUMIN                     PIC  X(010).
       01  WK-KOFU                      PIC  X(008).
       01  WK-KOFU-YMD                  PIC  9(008).
       01  WK-HENREI-IN                 PIC  X(008).
       01  WK-HENREI-YMD                PIC  9(008).
       01  WK-RIYU                      PIC  X(002).
      *▲
      *
      *▼ 返戻理由コード表
       01  WK-RIYU-VALUES.
         03  FILLER                     PIC  X(022)
             VALUE  '01宛所不明'.
         03  FILLER                     PIC  X(022)
             VALUE  '02転居先不明'.
         03  FILLER                     PIC  X(022)
             VALUE  '03受取拒否'.
         03  FILLER                     PIC  X(022)
             VALUE  '04保管期間経過'.
         03  FILLER                     PIC  X(022)
             VALUE  '99その他'.
       01  WK-RIYU-TABLE                REDEFINES  WK-RIYU-VALUES.
         03  WK-RY-ENTRY                OCCURS  5  TIMES.
           05  WK-RY-CODE               PIC  X(002).
           05  WK-RY-NAME               PIC  X(020).
       01  WK-RY-IX                     PIC  9(002).
       01  WK-RY-FOUND                  PIC  X(001).
      *▲
      *
      *▼ 返戻登録テーブル（起動時に全件読込、更新の都度全件書き直す）
       01  WK-HR-MAX                    PIC  9(005)  VALUE  5000.
       01  WK-HR-CNT                    PIC  9(005)  VALUE  ZERO.
       01  WK-HR-IX                     PIC  9(005).
       01  WK-HR-HIT                    PIC  9(005).
       01  WK-HR-TABLE.
         03  WK-HR-ENTRY                OCCURS  5000  TIMES.
           05  WK-HR-REC                PIC  X(080).
      *▲
      *
      *▼ 一覧表示用
       01  WK-LIST-CNT                  PIC  9(005).
       01  WK-LIST-LINE.
         03  WK-LS-JUMIN                PIC  X(010).
         03  FILLER                     PIC  X(001)  VALUE  SPACE.
         03  WK-LS-KOFU                 PIC  X(008).
         03  FILLER                     PIC  X(001)  VALUE  SPACE.
         03  WK-LS-HENREI               PIC  9(008).
         03  FILLER                     PIC  X(001)  VALUE  SPACE.
         03  WK-LS-RIYU                 PIC  X(002).
         03  FILLER                     PIC  X(001)  VALUE  SPACE.
         03  WK-LS-JOTAI                PIC  X(001).
         03  FILLER                     PIC  X(001)  VALUE  SPACE.
         03  WK-LS-KOSHIN               PIC  9(008).
         03  FILLER                     PIC  X(001)  VALUE  SPACE.
         03  WK-LS-KOSHINSHA            PIC  X(008).
      *▲
      *
       PROCEDURE DIVISION.
      ******************************************************************
      * メイン処理                                                     *
      ******************************************************************
       MAIN-SHORI                       SECTION.
         HAJIME.
      *
           ACCEPT  WK-OPERATOR         FROM  ENVIRONMENT  'USER'.
           IF  WK-OPERATOR  =  SPACE
               DISPLAY  'OPERATOR CODE: '  WITH  NO  ADVANCING
               ACCEPT  WK-OPERATOR
           END-IF.
      *
           PERFORM  LOAD-RTN.
      *
           PERFORM  UNTIL  WK-MENU-OPTION  =  'E'
               DISPLAY  'L:LIST A:ADD C:CORRECTED V:VOID E:EXIT: '
                   WITH  NO  ADVANCING
               ACCEPT  WK-MENU-OPTION
               EVALUATE  WK-MENU-OPTION
                   WHEN  'L'
                       PERFORM  LIST-RTN
                   WHEN  'A'
                       PERFORM  ADD-RTN
                   WHEN  'C'
                       PERFORM  CORRECT-RTN
                   WHEN  'V'
                       PERFORM  VOID-RTN
                   WHEN  'E'
                       CONTINUE
                   WHEN  OTHER
                       DISPLAY  'INVALID OPTION'
               END-EVALUATE
           END-PERFORM.
      *
         OWARI.
           STOP RUN.
      ******************************************************************
      * 返戻登録ファイル読込処理（ファイルが無い場合は０件で開始）     *
      ******************************************************************
       LOAD-RTN                         SECTION.
         HAJIME.
      *
           MOVE  ZERO                   TO  WK-HR-CNT.
           OPEN  INPUT  HENREI-FILE.
           IF  WK-HNR-STATUS  NOT =  '00'
               GO  TO  LOAD-OWARI
           END-IF.
           MOVE  'N'                    TO  WK-EOF.
           PERFORM  UNTIL  WK-EOF  =  'Y'
               READ  HENREI-FILE
                   AT END
                       MOVE  'Y'        TO  WK-EOF
                   NOT AT END
                       IF  WK-HR-CNT  <  WK-HR-MAX
                           ADD  1       TO  WK-HR-CNT
                           MOVE  HENREI-REC
                               TO  WK-HR-REC (WK-HR-CNT)
                       ELSE
                           DISPLAY '*** 返戻登録件数超過 ***'
                           MOVE  'Y'    TO  WK-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE  HENREI-FILE.
      *
         LOAD-OWARI.
           EXIT.
      ******************************************************************
      * 返戻登録ファイル書直し処理                                     *
      ******************************************************************
       SAVE-RTN                         SECTION.
         HAJIME.
      *
           OPEN  OUTPUT  HENREI-FILE.
           IF  WK-HNR-STATUS  NOT =  '00'
               DISPLAY  'HENREI OPEN FAILED ('  WK-HNR-STATUS  ')'
               GO  TO  SAVE-OWARI
           END-IF.
           PERFORM  VARYING  WK-HR-IX  FROM  1  BY  1
               UNTIL  WK-HR-IX  >  WK-HR-CNT
               MOVE  WK-HR-REC (WK-HR-IX)  TO  HENREI-REC
               WRITE  HENREI-REC
           END-PERFORM.
           CLOSE  HENREI-FILE.
      *
         SAVE-OWARI.
           EXIT.
      ******************************************************************
      * 一覧表示処理（住民コード指定時はその人のみ、空白は未解決分）   *
      ******************************************************************
       LIST-RTN                         SECTION.
         HAJIME.
      *
           DISPLAY  'JUMIN CODE (SPACE=ALL OPEN): '
               WITH  NO  ADVANCING.
           ACCEPT  WK-JUMIN.
           MOVE  ZERO                   TO  WK-LIST-CNT.
           PERFORM  VARYING  WK-HR-IX  FROM  1  BY  1
               UNTIL  WK-HR-IX  >  WK-HR-CNT
               MOVE  WK-HR-REC (WK-HR-IX)  TO  HENREI-REC
               IF  (WK-JUMIN  =  SPACE  AND  返戻未解決)
               OR  (WK-JUMIN  NOT =  SPACE
                    AND  返戻住民コード  =  WK-JUMIN)
                   MOVE  返戻住民コード      TO  WK-LS-JUMIN
                   MOVE  返戻交付年月日      TO  WK-LS-KOFU
                   MOVE  返戻年月日          TO  WK-LS-HENREI
                   MOVE  返戻理由コード      TO  WK-LS-RIYU
                   MOVE  返戻状態            TO  WK-LS-JOTAI
                   MOVE  返戻更新年月日      TO  WK-LS-KOSHIN
                   MOVE  返戻更新者          TO  WK-LS-KOSHINSHA
                   DISPLAY  WK-LIST-LINE
                   ADD  1               TO  WK-LIST-CNT
               END-IF
           END-PERFORM.
           DISPLAY  'COUNT: '  WK-LIST-CNT.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 返戻登録処理                                                   *
      ******************************************************************
       ADD-RTN                          SECTION.
         HAJIME.
      *
           DISPLAY  'JUMIN CODE: '      WITH  NO  ADVANCING.
           ACCEPT  WK-JUMIN.
           IF  WK-JUMIN  =  SPACE
               DISPLAY  'JUMIN CODE REQUIRED'
               GO  TO  ADD-OWARI
           END-IF.
           DISPLAY  'ISSUE DATE (YYYYMMDD): '
               WITH  NO  ADVANCING.
           ACCEPT  WK-KOFU.
           IF  WK-KOFU  NOT NUMERIC
               DISPLAY  'INVALID ISSUE DATE'
               GO  TO  ADD-OWARI
           END-IF.
           MOVE  WK-KOFU                TO  WK-KOFU-YMD.
           IF  FUNCTION TEST-DATE-YYYYMMDD (WK-KOFU-YMD)  NOT =  ZERO
               DISPLAY  'INVALID ISSUE DATE'
               GO  TO  ADD-OWARI
           END-IF.
      *
      *    同じ証の未解決登録が既にあれば二重登録しない
           PERFORM  FIND-OPEN-RTN.
           IF  WK-HR-HIT  NOT =  ZERO
               DISPLAY  'OPEN RETURN ALREADY ON FILE'
               GO  TO  ADD-OWARI
           END-IF.
           IF  WK-HR-CNT  NOT <  WK-HR-MAX
               DISPLAY  'REGISTER FULL'
               GO  TO  ADD-OWARI
           END-IF.
      *
           DISPLAY  'RETURN DATE (YYYYMMDD, SPACE=TODAY): '
               WITH  NO  ADVANCING.
           ACCEPT  WK-HENREI-IN.
           ACCEPT  WK-STAMP-DATE  FROM  DATE  YYYYMMDD.
           IF  WK-HENREI-IN  =  SPACE
               MOVE  WK-STAMP-DATE      TO  WK-HENREI-YMD
           ELSE
               IF  WK-HENREI-IN  NOT NUMERIC
                   DISPLAY  'INVALID RETURN DATE'
                   GO  TO  ADD-OWARI
               END-IF
               MOVE  WK-HENREI-IN       TO  WK-HENREI-YMD
               IF  FUNCTION TEST-DATE-YYYYMMDD (WK-HENREI-YMD)
                       NOT =  ZERO
               OR  WK-HENREI-YMD  >  WK-STAMP-DATE
                   DISPLAY  'INVALID RETURN DATE'
                   GO  TO  ADD-OWARI
               END-IF
           END-IF.
      *
           PERFORM  VARYING  WK-RY-IX  FROM  1  BY  1
               UNTIL  WK-RY-IX  >  5
               DISPLAY  '  '  WK-RY-ENTRY (WK-RY-IX)
           END-PERFORM.
           DISPLAY  'REASON CODE: '     WITH  NO  ADVANCING.
           ACCEPT  WK-RIYU.
           MOVE  'N'                    TO  WK-RY-FOUND.
           PERFORM  VARYING  WK-RY-IX  FROM  1  BY  1
               UNTIL  WK-RY-IX  >  5
               IF  WK-RY-CODE (WK-RY-IX)  =  WK-RIYU
                   MOVE  'Y'            TO  WK-RY-FOUND
               END-IF
           END-PERFORM.
           IF  WK-RY-FOUND  =  'N'
               DISPLAY  'INVALID REASON CODE'
               GO  TO  ADD-OWARI
           END-IF.
      *
           MOVE  SPACES                 TO  HENREI-REC.
           MOVE  WK-JUMIN               TO  返戻住民コード.
           MOVE  WK-KOFU                TO  返戻交付年月日.
           MOVE  WK-HENREI-YMD          TO  返戻年月日.
           MOVE  WK-RIYU                TO  返戻理由コード.
           SET   返戻未解決             TO  TRUE.
           MOVE  WK-OPERATOR            TO  返戻登録者.
           MOVE  WK-STAMP-DATE          TO  返戻更新年月日.
           MOVE  WK-OPERATOR            TO  返戻更新者.
           ADD  1                       TO  WK-HR-CNT.
           MOVE  HENREI-REC             TO  WK-HR-REC (WK-HR-CNT).
           PERFORM  SAVE-RTN.
           MOVE  'ADD '                 TO  WK-ACTION.
           PERFORM  AUDIT-RTN.
           DISPLAY  'ADDED'.
      *
         ADD-OWARI.
           EXIT.
      ******************************************************************
      * 住所修正済処理（その住民コードの未解決分を全て解決にする）     *
      ******************************************************************
       CORRECT-RTN                      SECTION.
         HAJIME.
      *
           DISPLAY  'JUMIN CODE: '      WITH  NO  ADVANCING.
           ACCEPT  WK-JUMIN.
           MOVE  SPACE                  TO  WK-KOFU.
           MOVE  SPACE                  TO  WK-RIYU.
           ACCEPT  WK-STAMP-DATE  FROM  DATE  YYYYMMDD.
           MOVE  ZERO                   TO  WK-LIST-CNT.
           PERFORM  VARYING  WK-HR-IX  FROM  1  BY  1
               UNTIL  WK-HR-IX  >  WK-HR-CNT
               MOVE  WK-HR-REC (WK-HR-IX)  TO  HENREI-REC
               IF  返戻未解決
               AND  返戻住民コード  =  WK-JUMIN
                   SET   返戻住所修正済  TO  TRUE
                   MOVE  WK-STAMP-DATE  TO  返戻更新年月日
                   MOVE  WK-OPERATOR    TO  返戻更新者
                   MOVE  HENREI-REC     TO  WK-HR-REC (WK-HR-IX)
                   ADD  1               TO  WK-LIST-CNT
               END-IF
           END-PERFORM.
           IF  WK-LIST-CNT  =  ZERO
               DISPLAY  'NO OPEN RETURN FOR THIS JUMIN CODE'
               GO  TO  CORRECT-OWARI
           END-IF.
           PERFORM  SAVE-RTN.
           MOVE  'CORR'                 TO  WK-ACTION.
           PERFORM  AUDIT-RTN.
           DISPLAY  'CORRECTED: '  WK-LIST-CNT.
      *
         CORRECT-OWARI.
           EXIT.
      ******************************************************************
      * 取消処理（誤登録した１件を無効にする）                         *
      ******************************************************************
       VOID-RTN                         SECTION.
         HAJIME.
      *
           DISPLAY  'JUMIN CODE: '      WITH  NO  ADVANCING.
           ACCEPT  WK-JUMIN.
           DISPLAY  'ISSUE DATE (YYYYMMDD): '
               WITH  NO  ADVANCING.
           ACCEPT  WK-KOFU.
           PERFORM  FIND-OPEN-RTN.
           IF  WK-HR-HIT  =  ZERO
               DISPLAY  'OPEN RETURN NOT ON FILE'
               GO  TO  VOID-OWARI
           END-IF.
           ACCEPT  WK-STAMP-DATE  FROM  DATE  YYYYMMDD.
           MOVE  WK-HR-REC (WK-HR-HIT)  TO  HENREI-REC.
           SET   返戻取消               TO  TRUE.
           MOVE  WK-STAMP-DATE          TO  返戻更新年月日.
           MOVE  WK-OPERATOR            TO  返戻更新者.
           MOVE  HENREI-REC             TO  WK-HR-REC (WK-HR-HIT).
           MOVE  返戻理由コード         TO  WK-RIYU.
           PERFORM  SAVE-RTN.
           MOVE  'VOID'                 TO  WK-ACTION.
           PERFORM  AUDIT-RTN.
           DISPLAY  'VOIDED'.
      *
         VOID-OWARI.
           EXIT.
      ******************************************************************
      * 未解決登録検索処理（住民コード＋交付年月日　→　WK-HR-HIT）    *
      ******************************************************************
       FIND-OPEN-RTN                    SECTION.
         HAJIME.
      *
           MOVE  ZERO                   TO  WK-HR-HIT.
           PERFORM  VARYING  WK-HR-IX  FROM  1  BY  1
               UNTIL  WK-HR-IX  >  WK-HR-CNT
                  OR  WK-HR-HIT  NOT =  ZERO
               MOVE  WK-HR-REC (WK-HR-IX)  TO  HENREI-REC
               IF  返戻未解決
               AND  返戻住民コード  =  WK-JUMIN
               AND  返戻交付年月日  =  WK-KOFU
                   MOVE  WK-HR-IX       TO  WK-HR-HIT
               END-IF
           END-PERFORM.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 監査記録処理（誰が・どの住民コードを・いつ・何をしたか）       *
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
           MOVE  WK-OPERATOR            TO  AUD-OPERATOR.
           MOVE  WK-ACTION              TO  AUD-ACTION.
           MOVE  WK-JUMIN               TO  AUD-JUMIN.
           MOVE  WK-KOFU                TO  AUD-KOFU.
           MOVE  WK-RIYU                TO  AUD-RIYU.
           WRITE  AUDIT-REC.
           CLOSE  AUDIT-FILE.
      *
         OWARI.
           EXIT.
      ******************************************************************
      *****    WRHH604H  PROGRAM  END                              *****
       END PROGRAM WRHH604H.
