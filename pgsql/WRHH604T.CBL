       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      WRHH604T.
      ******************************************************************
      *  業務名        ：国民健康保険　情報集約システム対応            *
      *                                                                *
      *  処理名        ：高齢受給者証　回収登録保守処理                *
      *                                                                *
      *  処理概要      ：資格喪失により回収通知（WRHH604S）を出した    *
      *                  高齢受給者証の返納を回収登録ファイル（ＤＤ：  *
      *                  KAISHU、WRHHT397）へ記録する窓口用メニュー。  *
      *                    Ｌ：一覧　Ｒ：回収済　Ｖ：取消（誤登録）    *
      *                    Ｅ：終了                                    *
      *                  更新の都度ファイル全体を書き直し、変更は      *
      *                  全てＫＳＨＡＵＤＩＴへ（操作者・住民コード    *
      *                  ・区分・日時）を追記する。                    *
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
                                        FILE STATUS IS
                                        WK-KSH-STATUS.
            SELECT AUDIT-FILE           ASSIGN  TO  KSHAUDIT
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS
                                        WK-AUDIT-STATUS.
      *
       DATA                             DIVISION.
       FILE                             SECTION.
       FD  KAISHU-FILE.
       01  KAISHU-REC.
           COPY  WRHHT397.
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
         03  AUD-JURYO                  PIC  9(008).
      *
       WORKING-STORAGE                  SECTION.
       01  WK-KSH-STATUS                PIC  X(002).
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
       01  WK-JURYO-IN                  PIC  X(008).
       01  WK-JURYO-YMD                 PIC  9(008)  VALUE  ZERO.
      *▲
      *
      *▼ 回収登録テーブル（起動時に全件読込、更新の都度全件書き直す）
       01  WK-KR-MAX                    PIC  9(005)  VALUE  20000.
       01  WK-KR-CNT                    PIC  9(005)  VALUE  ZERO.
       01  WK-KR-IX                     PIC  9(005).
       01  WK-KR-HIT                    PIC  9(005).
       01  WK-KR-TABLE.
         03  WK-KR-ENTRY                OCCURS  20000  TIMES.
           05  WK-KR-REC                PIC  X(080).
      *▲
      *
      *▼ 一覧表示用
       01  WK-LIST-CNT                  PIC  9(005).
       01  WK-LIST-LINE.
         03  WK-LS-JUMIN                PIC  X(010).
         03  FILLER                     PIC  X(001)  VALUE  SPACE.
         03  WK-LS-KIGO                 PIC  X(011).
         03  FILLER                     PIC  X(001)  VALUE  SPACE.
         03  WK-LS-KOFU                 PIC  X(008).
         03  FILLER                     PIC  X(001)  VALUE  SPACE.
         03  WK-LS-SOSHITSU             PIC  9(006).
         03  FILLER                     PIC  X(001)  VALUE  SPACE.
         03  WK-LS-TSUCHI               PIC  9(008).
         03  FILLER                     PIC  X(001)  VALUE  SPACE.
         03  WK-LS-JOTAI                PIC  X(001).
         03  FILLER                     PIC  X(001)  VALUE  SPACE.
         03  WK-LS-JURYO                PIC  9(008).
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
               DISPLAY  'L:LIST R:RECEIVED V:VOID E:EXIT: '
                   WITH  NO  ADVANCING
               ACCEPT  WK-MENU-OPTION
               EVALUATE  WK-MENU-OPTION
                   WHEN  'L'
                       PERFORM  LIST-RTN
                   WHEN  'R'
                       PERFORM  RECEIVE-RTN
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
      * 回収登録ファイル読込処理（ファイルが無い場合は０件で開始）     *
      ******************************************************************
       LOAD-RTN                         SECTION.
         HAJIME.
      *
           MOVE  ZERO                   TO  WK-KR-CNT.
           OPEN  INPUT  KAISHU-FILE.
           IF  WK-KSH-STATUS  NOT =  '00'
               GO  TO  LOAD-OWARI
           END-IF.
           MOVE  'N'                    TO  WK-EOF.
           PERFORM  UNTIL  WK-EOF  =  'Y'
               READ  KAISHU-FILE
                   AT END
                       MOVE  'Y'        TO  WK-EOF
                   NOT AT END
                       IF  WK-KR-CNT  <  WK-KR-MAX
                           ADD  1       TO  WK-KR-CNT
                           MOVE  KAISHU-REC
                               TO  WK-KR-REC (WK-KR-CNT)
                       ELSE
                           DISPLAY '*** 回収登録件数超過 ***'
                           MOVE  'Y'    TO  WK-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE  KAISHU-FILE.
      *
         LOAD-OWARI.
           EXIT.
      ******************************************************************
      * 回収登録ファイル書直し処理                                     *
      ******************************************************************
       SAVE-RTN                         SECTION.
         HAJIME.
      *
           OPEN  OUTPUT  KAISHU-FILE.
           IF  WK-KSH-STATUS  NOT =  '00'
               DISPLAY  'KAISHU OPEN FAILED ('  WK-KSH-STATUS  ')'
               GO  TO  SAVE-OWARI
           END-IF.
           PERFORM  VARYING  WK-KR-IX  FROM  1  BY  1
               UNTIL  WK-KR-IX  >  WK-KR-CNT
               MOVE  WK-KR-REC (WK-KR-IX)  TO  KAISHU-REC
               WRITE  KAISHU-REC
           END-PERFORM.
           CLOSE  KAISHU-FILE.
      *
         SAVE-OWARI.
           EXIT.
      ******************************************************************
      * 一覧表示処理（住民コード指定時はその人のみ、空白は未回収分）   *
      ******************************************************************
       LIST-RTN                         SECTION.
         HAJIME.
      *
           DISPLAY  'JUMIN CODE (SPACE=ALL OUTSTANDING): '
               WITH  NO  ADVANCING.
           ACCEPT  WK-JUMIN.
           MOVE  ZERO                   TO  WK-LIST-CNT.
           PERFORM  VARYING  WK-KR-IX  FROM  1  BY  1
               UNTIL  WK-KR-IX  >  WK-KR-CNT
               MOVE  WK-KR-REC (WK-KR-IX)  TO  KAISHU-REC
               IF  (WK-JUMIN  =  SPACE  AND  回収未回収)
               OR  (WK-JUMIN  NOT =  SPACE
                    AND  回収住民コード  =  WK-JUMIN)
                   MOVE  回収住民コード      TO  WK-LS-JUMIN
                   MOVE  回収記号番号        TO  WK-LS-KIGO
                   MOVE  回収交付年月日      TO  WK-LS-KOFU
                   MOVE  回収喪失年月        TO  WK-LS-SOSHITSU
                   MOVE  回収通知日          TO  WK-LS-TSUCHI
                   MOVE  回収状態            TO  WK-LS-JOTAI
                   MOVE  回収受領日          TO  WK-LS-JURYO
                   MOVE  回収更新者          TO  WK-LS-KOSHINSHA
                   DISPLAY  WK-LIST-LINE
                   ADD  1               TO  WK-LIST-CNT
               END-IF
           END-PERFORM.
           DISPLAY  'COUNT: '  WK-LIST-CNT.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 回収済処理（返納を受けた証１件を回収済にする）                 *
      ******************************************************************
       RECEIVE-RTN                      SECTION.
         HAJIME.
      *
           DISPLAY  'JUMIN CODE: '      WITH  NO  ADVANCING.
           ACCEPT  WK-JUMIN.
           DISPLAY  'ISSUE DATE (YYYYMMDD): '
               WITH  NO  ADVANCING.
           ACCEPT  WK-KOFU.
           PERFORM  FIND-OPEN-RTN.
           IF  WK-KR-HIT  =  ZERO
               DISPLAY  'OUTSTANDING RECALL NOT ON FILE'
               GO  TO  RECEIVE-OWARI
           END-IF.
           MOVE  WK-KR-REC (WK-KR-HIT)  TO  KAISHU-REC.
      *
           DISPLAY  'RECEIVED DATE (YYYYMMDD, SPACE=TODAY): '
               WITH  NO  ADVANCING.
           ACCEPT  WK-JURYO-IN.
           ACCEPT  WK-STAMP-DATE  FROM  DATE  YYYYMMDD.
           IF  WK-JURYO-IN  =  SPACE
               MOVE  WK-STAMP-DATE      TO  WK-JURYO-YMD
           ELSE
               IF  WK-JURYO-IN  NOT NUMERIC
                   DISPLAY  'INVALID RECEIVED DATE'
                   GO  TO  RECEIVE-OWARI
               END-IF
               MOVE  WK-JURYO-IN        TO  WK-JURYO-YMD
               IF  FUNCTION TEST-DATE-YYYYMMDD (WK-JURYO-YMD)
                       NOT =  ZERO
               OR  WK-JURYO-YMD  >  WK-STAMP-DATE
               OR  WK-JURYO-YMD  <  回収通知日
                   DISPLAY  'INVALID RECEIVED DATE'
                   GO  TO  RECEIVE-OWARI
               END-IF
           END-IF.
      *
           SET   回収回収済             TO  TRUE.
           MOVE  WK-JURYO-YMD           TO  回収受領日.
           MOVE  WK-STAMP-DATE          TO  回収更新年月日.
           MOVE  WK-OPERATOR            TO  回収更新者.
           MOVE  KAISHU-REC             TO  WK-KR-REC (WK-KR-HIT).
           PERFORM  SAVE-RTN.
           MOVE  'RECV'                 TO  WK-ACTION.
           PERFORM  AUDIT-RTN.
           DISPLAY  'RECEIVED'.
      *
         RECEIVE-OWARI.
           EXIT.
      ******************************************************************
      * 取消処理（誤って回収対象になった１件を無効にする）             *
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
           IF  WK-KR-HIT  =  ZERO
               DISPLAY  'OUTSTANDING RECALL NOT ON FILE'
               GO  TO  VOID-OWARI
           END-IF.
           ACCEPT  WK-STAMP-DATE  FROM  DATE  YYYYMMDD.
           MOVE  WK-KR-REC (WK-KR-HIT)  TO  KAISHU-REC.
           SET   回収取消               TO  TRUE.
           MOVE  WK-STAMP-DATE          TO  回収更新年月日.
           MOVE  WK-OPERATOR            TO  回収更新者.
           MOVE  KAISHU-REC             TO  WK-KR-REC (WK-KR-HIT).
           MOVE  ZERO                   TO  WK-JURYO-YMD.
           PERFORM  SAVE-RTN.
           MOVE  'VOID'                 TO  WK-ACTION.
           PERFORM  AUDIT-RTN.
           DISPLAY  'VOIDED'.
      *
         VOID-OWARI.
           EXIT.
      ******************************************************************
      * 未回収登録検索処理（住民コード＋交付年月日　→　WK-KR-HIT）    *
      ******************************************************************
       FIND-OPEN-RTN                    SECTION.
         HAJIME.
      *
           MOVE  ZERO                   TO  WK-KR-HIT.
           PERFORM  VARYING  WK-KR-IX  FROM  1  BY  1
               UNTIL  WK-KR-IX  >  WK-KR-CNT
                  OR  WK-KR-HIT  NOT =  ZERO
               MOVE  WK-KR-REC (WK-KR-IX)  TO  KAISHU-REC
               IF  回収未回収
               AND  回収住民コード  =  WK-JUMIN
               AND  回収交付年月日  =  WK-KOFU
                   MOVE  WK-KR-IX       TO  WK-KR-HIT
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
           MOVE  WK-JURYO-YMD           TO  AUD-JURYO.
           WRITE  AUDIT-REC.
           CLOSE  AUDIT-FILE.
      *
         OWARI.
           EXIT.
      ******************************************************************
      *****    WRHH604T  PROGRAM  END                              *****
       END PROGRAM WRHH604T.
