      *                                                                *
      *  修正履歴      ：                                              *
      *    修正年月日  -----------------  修正内容  ------------------- *
      *    2026.10.15  -  返戻登録ファイル（ＤＤ：HENREI）で未解決の     *
      *                  返戻がある住民コードの証は印字せず保留する    *
      *                                                                *
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
            SELECT HENREI-FILE          ASSIGN  TO  HENREI
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-HNR-STATUS.
      *
       DATA                             DIVISION.
       FILE                             SECTION.
       FD  HENREI-FILE.
       01  HENREI-REC.
           COPY  WRHHT391.
      *
       WORKING-STORAGE                  SECTION.
       01  PID                          PIC  X(008)  VALUE 'WRHH604P'.
      *
      * ワーク領域
      *================================================================
       01  WK-DELTA-ENV                 PIC  X(001)  VALUE  SPACE.
       01  WK-HNR-STATUS                PIC  X(002).
       01  WK-HNR-EOF                   PIC  X(001).
      *
      *▼ 返戻未解決の住民コード（WRHH604Hで登録、最大5000件）
       01  WK-HR-MAX                    PIC  9(004)  VALUE  5000.
       01  WK-HR-CNT                    PIC  9(004)  VALUE  ZERO.
       01  WK-HR-IX                     PIC  9(004).
       01  WK-HR-HIT                    PIC  X(001).
       01  WK-HR-TABLE.
         03  WK-HR-JUMIN                PIC  X(010)
                                        OCCURS  5000  TIMES.
       01  WK-HOLD-KENSU                PIC  9(007)  VALUE  ZERO.
      *▲
      *
      *▼ 負担割合コード表（WRHH604JのＵ３１、最大50件）
       01  WK-WR-MAX                    PIC  9(002)  VALUE  50.
      *▲
      *
           PERFORM  WARIAI-LOAD-RTN.
           PERFORM  HENREI-LOAD-RTN.
           PERFORM  CARD-LOAD-RTN.
           PERFORM  CARD-PRINT-RTN.
      *
                                              UPON SYSOUT.
           DISPLAY '*** 区分１＝他  ==> ' WK-BATCH-SUM-OTH
                                              UPON SYSOUT.
           DISPLAY '*** 返戻保留    ==> ' WK-HOLD-KENSU
                                              UPON SYSOUT.
           DISPLAY '*** WRHH604P END ***'         UPON SYSOUT.
           STOP RUN.
       MAIN-EXIT.
       WARIAI-LOAD-EXIT.
           EXIT.
      ******************************************************************
      * 返戻登録読込処理（未解決分の住民コードのみ保持）               *
      ******************************************************************
       HENREI-LOAD-RTN                  SECTION.
       HENREI-LOAD-START.
      *
           OPEN  INPUT  HENREI-FILE.
           IF  WK-HNR-STATUS  NOT =  '00'
               DISPLAY '*** HENREI ナシ ***'
                                              UPON SYSOUT
               GO  TO  HENREI-LOAD-EXIT
           END-IF.
      *
           MOVE  'N'                    TO  WK-HNR-EOF.
           PERFORM  UNTIL  WK-HNR-EOF  =  'Y'
               READ  HENREI-FILE
                   AT END
                       MOVE  'Y'        TO  WK-HNR-EOF
                   NOT AT END
                       IF  返戻未解決
                           IF  WK-HR-CNT  <  WK-HR-MAX
                               ADD  1   TO  WK-HR-CNT
                               MOVE  返戻住民コード
                                   TO  WK-HR-JUMIN (WK-HR-CNT)
                           ELSE
                               DISPLAY '*** 返戻件数超過 ***'
                                              UPON SYSOUT
                               MOVE  'Y'  TO  WK-HNR-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE  HENREI-FILE.
      *
       HENREI-LOAD-EXIT.
           EXIT.
      ******************************************************************
      * 返戻未解決判定処理（住民コード　→　WK-HR-HIT）                *
      ******************************************************************
       HENREI-CHECK-RTN                 SECTION.
       HENREI-CHECK-START.
      *
           MOVE  'N'                    TO  WK-HR-HIT.
           PERFORM  VARYING  WK-HR-IX  FROM  1  BY  1
               UNTIL  WK-HR-IX  >  WK-HR-CNT
                  OR  WK-HR-HIT  =  'Y'
               IF  WK-HR-JUMIN (WK-HR-IX)  =  住民コード
                   MOVE  'Y'            TO  WK-HR-HIT
               END-IF
           END-PERFORM.
      *
       HENREI-CHECK-EXIT.
           EXIT.
      ******************************************************************
      * 証レコード読込処理（Ｕ３０／Ｕ３２）                           *
      ******************************************************************
       CARD-LOAD-RTN                    SECTION.
               CALL  'KAMA021A'      USING  PARM-KAMA021-UIN
                                            UIN-REC
               IF  KAMA021A-EOF-UIN (1:3)  NOT =  X'B5DCD8'
                   PERFORM  HENREI-CHECK-RTN
               END-IF
      *        返戻未解決の人は同じ宛先へ再送しないよう印字を保留する
               IF  KAMA021A-EOF-UIN (1:3)  NOT =  X'B5DCD8'
               AND  WK-HR-HIT  =  'Y'
                   ADD  1               TO  WK-HOLD-KENSU
                   DISPLAY '    返戻保留：'  住民コード
                                              UPON SYSOUT
               END-IF
               IF  KAMA021A-EOF-UIN (1:3)  NOT =  X'B5DCD8'
               AND  WK-HR-HIT  =  'N'
                   IF  WK-CT-CNT  >=  WK-CT-MAX
                       MOVE  'Y'        TO  WK-CT-OVERFLOW
                   ELSE
