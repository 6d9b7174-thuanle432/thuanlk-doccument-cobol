      *                                                                *
      *  修正履歴      ：                                              *
      *    修正年月日  -----------------  修正内容  ------------------- *
      *    2026.10.15  -  承認者（WRHH604C_SIGNOFF）指定時、候補負担割 *
      *                  合表（ＤＤ：RATECAND）の件数・チェック値と    *
      *                  比較結果を承認レコードとしてRATESIGNへ追記    *
      *                  （WRHH604Kの本番切替の前提）                  *
      *                                                                *
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
            SELECT SIGN-FILE            ASSIGN  TO  RATESIGN
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS
                                        WK-SIGN-STATUS.
      *
       DATA                             DIVISION.
       FILE                             SECTION.
       FD  SIGN-FILE.
       01  SIGN-REC.
           COPY  WRHHT393.
      *
       WORKING-STORAGE                  SECTION.
       01  PID                          PIC  X(008)  VALUE 'WRHH604C'.
      *
       01  U41-REC                      PIC  X(080).
      *
      *================================================================
      * KAMA021A(入力ﾌｧｲﾙ(RATECAND:候補負担割合表)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA021-RTC.
         03  KAMA021A-DD-RTC            PIC  X(008)  VALUE 'RATECAND'.
         03  KAMA021A-SYORI-RTC         PIC  X(008)  VALUE  SPACE.
         03  KAMA021A-RL-RTC            PIC S9(009)  COMP-5.
         03  KAMA021A-BL-RTC            PIC S9(009)  COMP-5.
         03  KAMA021A-CNT-RTC           PIC S9(009)  COMP-5.
         03  KAMA021A-EOF-RTC           PIC  X(004)  VALUE  SPACE.
       01  RTC-REC.
         03  ＲＴＣコード              PIC  X(010).
         03  ＲＴＣ内容                PIC  N(010).
         03  ＲＴＣ他コード            PIC  X(010).
         03  ＲＴＣ他内容              PIC  N(010).
      *
      *▼ 承認（WRHH604C_SIGNOFF）
       01  WK-SIGNOFF                   PIC  X(008)  VALUE  SPACE.
       01  WK-SIGN-STATUS               PIC  X(002).
       01  WK-RTC-CNT                   PIC  9(003)  VALUE  ZERO.
       01  WK-CK-SUM                    PIC  9(015)  VALUE  ZERO.
       01  WK-CK-IX                     PIC  9(003).
      *▲
      *
      *================================================================
      * ワーク領域
      *================================================================
      *▼ シミュレーション側テーブル（キー＋区分１）
           CALL  'KAMA026A'          USING  PARM-KAMA026-U41.
      *
           DISPLAY '*** 区分変更 ==> '  WK-CHG-CNT   UPON SYSOUT.
      *
      *▼ 承認者指定時は候補負担割合表の承認レコードを追記する
           ACCEPT  WK-SIGNOFF          FROM  ENVIRONMENT
                   'WRHH604C_SIGNOFF'.
           IF  WK-SIGNOFF  NOT =  SPACE
               PERFORM  SIGNOFF-RTN
           END-IF.
      *▲
           DISPLAY '*** WRHH604C END ***'          UPON SYSOUT.
           STOP RUN.
       MAIN-EXIT.
       KEY-EDIT-EXIT.
           EXIT.
      ******************************************************************
      * 承認レコード出力処理（候補負担割合表の件数・チェック値）       *
      ******************************************************************
       SIGNOFF-RTN                      SECTION.
       SIGNOFF-START.
      *
           MOVE  'OPEN'                 TO  KAMA021A-SYORI-RTC.
           COMPUTE KAMA021A-RL-RTC       =  FUNCTION LENG(RTC-REC).
           CALL  'KAMA021A'          USING  PARM-KAMA021-RTC.
           IF  KAMA021A-EOF-RTC (1:3)  =  X'B5DCD8'
               DISPLAY '*** RATECAND ナシ：承認不可 ***'
                                              UPON SYSOUT
               CALL  'ABENDU'
           END-IF.
      *
           PERFORM  UNTIL  KAMA021A-EOF-RTC (1:3)  =  X'B5DCD8'
               MOVE  'READ'             TO  KAMA021A-SYORI-RTC
               CALL  'KAMA021A'      USING  PARM-KAMA021-RTC
                                            RTC-REC
               IF  KAMA021A-EOF-RTC (1:3)  NOT =  X'B5DCD8'
                   ADD  1               TO  WK-RTC-CNT
                   PERFORM  VARYING  WK-CK-IX  FROM  1  BY  1
                       UNTIL  WK-CK-IX  >  LENGTH OF RTC-REC
                       COMPUTE  WK-CK-SUM  =  WK-CK-SUM
                         +  FUNCTION ORD (RTC-REC (WK-CK-IX:1))
                         *  WK-CK-IX  *  WK-RTC-CNT
                   END-PERFORM
               END-IF
           END-PERFORM.
      *
           MOVE  'CLOSE'                TO  KAMA021A-SYORI-RTC.
           CALL  'KAMA021A'          USING  PARM-KAMA021-RTC.
      *
           OPEN  EXTEND  SIGN-FILE.
           IF  WK-SIGN-STATUS  =  '05'  OR  WK-SIGN-STATUS  =  '35'
               OPEN  OUTPUT  SIGN-FILE
           END-IF.
           MOVE  SPACES                 TO  SIGN-REC.
           MOVE  FUNCTION CURRENT-DATE (1:8)  TO  承認年月日.
           MOVE  FUNCTION CURRENT-DATE (9:6)  TO  承認時刻.
           MOVE  WK-SIGNOFF             TO  承認者.
           MOVE  WK-RTC-CNT             TO  承認候補件数.
           MOVE  WK-CK-SUM              TO  承認候補チェック値.
           MOVE  WK-CHG-CNT             TO  承認区分変更件数.
           MOVE  WK-CMP-CNT             TO  承認照合件数.
           WRITE  SIGN-REC.
           CLOSE  SIGN-FILE.
      *
           DISPLAY '*** 候補承認 ==> '  WK-SIGNOFF
                   ' 件数 '  WK-RTC-CNT
                   ' チェック値 '  WK-CK-SUM   UPON SYSOUT.
      *
       SIGNOFF-EXIT.
           EXIT.
      ******************************************************************
      * Ｕ４１　１件出力処理                                           *
      ******************************************************************
       U41-WRITE-RTN                    SECTION.
