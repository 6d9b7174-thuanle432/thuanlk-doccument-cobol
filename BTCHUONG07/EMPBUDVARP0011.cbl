       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      EMPBUDVARP0011.
      ******************************************************************
       AUTHOR.                          LE KIM THUAN.
       DATE-WRITTEN.                    2026/10/15.
       DATE-COMPILED.                   2026/10/15.
      *
      ******************************************************************
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program - payroll budget versus actual
      *                     by department.  BUDGET.txt holds one net
      *                     payroll budget per department per pay
      *                     period and is loaded once a year.  Actual
      *                     net comes from DEPTRPT-YYYYMM.txt (the
      *                     archive EMPSLRARCHP0006 keeps; for the
      *                     reporting period DEPTRPT.txt is used when
      *                     it has not been archived yet).  BUDVAR.txt
      *                     shows budget, actual and variance in
      *                     amount and percent for the period and for
      *                     the year to date, with department names
      *                     from DEPTMAST.DAT, and flags departments
      *                     over budget by more than EMPBUDVAR_PCT
      *                     percent (default 5) - RETURN-CODE 4.
      ******************************************************************
      ******************************************************************
       ENVIRONMENT                      DIVISION.
      ******************************************************************
      *=================================================================
       CONFIGURATION                    SECTION.
      *=================================================================
       SOURCE-COMPUTER.                 MYCOMPUTER.
      *
      *=================================================================
       INPUT-OUTPUT                     SECTION.
      *=================================================================
       FILE-CONTROL.
           SELECT  BUDGET-FILE          ASSIGN       TO "BUDGET.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-BUDGET-STATUS.

           SELECT  DEPTRPT-FILE         ASSIGN       TO
                                        WK-DEPTRPT-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-DEPTRPT-STATUS.

           SELECT  DEPT-MASTER          ASSIGN       TO "DEPTMAST.DAT"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE  IS DYNAMIC
                                        RECORD KEY   IS DM-DEPT-CODE
                                        FILE STATUS  IS
                                        WK-DEPTMAST-STATUS.

           SELECT  OD01                 ASSIGN       TO "BUDVAR.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                             DIVISION.
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *  BUDGET.txt - NGÂN SÁCH LƯƠNG THEO PHÒNG BAN THEO KỲ, NẠP MỖI
      *  NĂM MỘT LẦN (12 DÒNG CHO MỖI PHÒNG BAN)
      *-----------------------------------------------------------------
       FD  BUDGET-FILE.
       01  BUDGET-REC.
           03  BG-DEPT-CODE             PIC  X(003).
           03  BG-PERIOD                PIC  X(006).
           03  BG-AMOUNT                PIC  9(009)V99.
      *-----------------------------------------------------------------
      *  DEPTRPT.txt / DEPTRPT-YYYYMM.txt - BÁO CÁO PHÒNG BAN DO
      *  EMPSLRMATCHP0001 GHI (MÃ CỘT 1-3, NET CỘT 59-72)
      *-----------------------------------------------------------------
       FD  DEPTRPT-FILE.
       01  DEPT-LINE                    PIC  X(072).
      *-----------------------------------------------------------------
      *  DEPTMAST.DAT - MASTER PHÒNG BAN DO P0002 (screen/) QUẢN LÝ
      *-----------------------------------------------------------------
       FD  DEPT-MASTER.
       01  DEPT-MASTER-RECORD.
           05  DM-DEPT-CODE             PIC  X(003).
           05  DM-DEPT-NAME             PIC  X(020).
           05  DM-COST-CENTRE           PIC  X(006).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD01 - BÁO CÁO NGÂN SÁCH / THỰC TẾ
      *-----------------------------------------------------------------
       FD  OD01.
       01  OUT-BUD-LINE                 PIC  X(110).
      *=================================================================
      *=================================================================
       WORKING-STORAGE                  SECTION.
      *=================================================================
       01  WK-BUDGET-STATUS             PIC  X(002).
       01  WK-DEPTRPT-STATUS            PIC  X(002).
       01  WK-DEPTMAST-STATUS           PIC  X(002).
       01  WK-EOF                       PIC  X(001).
       01  WK-ABORT-MSG                 PIC  X(060).

      *-----------------------------------------------------------------
      *  THAM SỐ - EMPBUDVAR_PAY_PERIOD (YYYYMM), EMPBUDVAR_PCT
      *-----------------------------------------------------------------
       01  WK-PAY-PERIOD                PIC  X(006) VALUE SPACE.
       01  WK-PAY-PERIOD-R              REDEFINES WK-PAY-PERIOD.
           03  WK-PAY-YEAR              PIC  X(004).
           03  WK-PAY-MONTH             PIC  9(002).
       01  WK-PCT-X                     PIC  X(003) VALUE SPACE.
       01  WK-PCT-LIMIT                 PIC  9(003) VALUE 5.

      *-----------------------------------------------------------------
      *  VÒNG ĐỌC DEPTRPT THEO THÁNG - TỪ THÁNG 01 ĐẾN KỲ BÁO CÁO
      *-----------------------------------------------------------------
       01  WK-DEPTRPT-NAME              PIC  X(020).
       01  WK-SCAN-PERIOD.
           03  WK-SCAN-YEAR             PIC  X(004).
           03  WK-SCAN-MONTH            PIC  9(002).
       01  WK-CUR-SOURCE                PIC  X(020) VALUE SPACE.
       01  WK-MISSING-CNT               PIC  9(002) VALUE ZERO.
       01  WK-MONTH-TABLE.
           03  WK-MONTH-LOADED          PIC  X(001) OCCURS 12 TIMES.
       01  WK-BUD-MONTH                 PIC  9(002).
       01  WK-DEPT-WORK                 PIC  X(003).
       01  WK-NET-WORK                  PIC  9(009)V99.

      *-----------------------------------------------------------------
      *  BẢNG PHÒNG BAN - NGÂN SÁCH VÀ THỰC TẾ KỲ / LŨY KẾ NĂM
      *-----------------------------------------------------------------
       01  WK-BD-MAX                    PIC  9(003) VALUE 200.
       01  WK-BD-CNT                    PIC  9(003) VALUE ZERO.
       01  WK-BD-IX                     PIC  9(003).
       01  WK-BD-FOUND                  PIC  X(001).
       01  WK-BD-OVERFLOW               PIC  X(001) VALUE 'N'.
       01  WK-BD-TABLE.
           03  WK-BD-ENTRY              OCCURS 200 TIMES.
               05  WK-BD-CODE           PIC  X(003).
               05  WK-BD-HAS-BUDGET     PIC  X(001).
               05  WK-BD-BUD-PER        PIC  9(009)V99.
               05  WK-BD-BUD-YTD        PIC  9(011)V99.
               05  WK-BD-ACT-PER        PIC  9(009)V99.
               05  WK-BD-ACT-YTD        PIC  9(011)V99.

       01  WK-BUD-COUNT                 PIC  9(005) VALUE ZERO.
       01  WK-BUD-OTHER-YEAR            PIC  9(005) VALUE ZERO.

      *-----------------------------------------------------------------
      *  BẢNG MASTER PHÒNG BAN - NẠP TỪ DEPTMAST.DAT (NẾU CÓ)
      *-----------------------------------------------------------------
       01  WK-DM-MAX                    PIC  9(003) VALUE 200.
       01  WK-DM-CNT                    PIC  9(003) VALUE ZERO.
       01  WK-DM-IX                     PIC  9(003).
       01  WK-DM-FOUND                  PIC  X(001).
       01  WK-DM-EOF                    PIC  X(001).
       01  WK-DM-TABLE.
           03  WK-DM-ENTRY              OCCURS 200 TIMES.
               05  WK-DM-CODE           PIC  X(003).
               05  WK-DM-NAME           PIC  X(020).

      *-----------------------------------------------------------------
      *  TÍNH CHÊNH LỆCH VÀ TỔNG CÔNG TY
      *-----------------------------------------------------------------
       01  WK-CALC-BUDGET               PIC  9(011)V99.
       01  WK-CALC-ACTUAL               PIC  9(011)V99.
       01  WK-DIFF                      PIC S9(011)V99.
       01  WK-PCT                       PIC S9(005)V9.
       01  WK-LINE-FLAG                 PIC  X(012).
       01  WK-FLAG-COUNT                PIC  9(005) VALUE ZERO.
       01  WK-TOT-BUD-PER               PIC  9(011)V99 VALUE ZERO.
       01  WK-TOT-BUD-YTD               PIC  9(011)V99 VALUE ZERO.
       01  WK-TOT-ACT-PER               PIC  9(011)V99 VALUE ZERO.
       01  WK-TOT-ACT-YTD               PIC  9(011)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      *  CÁC DÒNG BÁO CÁO
      *-----------------------------------------------------------------
       01  WK-BV-TITLE.
           03  FILLER                   PIC  X(040)
               VALUE "PAYROLL BUDGET VS ACTUAL                ".
           03  FILLER                   PIC  X(012)
               VALUE "PAY PERIOD: ".
           03  WK-BV-TITLE-PERIOD       PIC  X(006).
           03  FILLER                   PIC  X(014)
               VALUE "   TOLERANCE: ".
           03  WK-BV-TITLE-PCT          PIC  ZZ9.
           03  FILLER                   PIC  X(001) VALUE "%".
       01  WK-BV-SOURCE.
           03  FILLER                   PIC  X(016)
               VALUE "SOURCE          ".
           03  WK-BV-SOURCE-NAME        PIC  X(020).
       01  WK-BV-MISSING.
           03  FILLER                   PIC  X(017)
               VALUE "*** YTD EXCLUDES ".
           03  WK-BV-MISSING-CNT        PIC  Z9.
           03  FILLER                   PIC  X(036)
               VALUE " PERIOD(S) WITH NO DEPTRPT ARCHIVE".
       01  WK-BV-HEADER.
           03  FILLER                   PIC  X(034)
               VALUE "DEPT NAME                  BASIS  ".
           03  FILLER                   PIC  X(032)
               VALUE "        BUDGET          ACTUAL  ".
           03  FILLER                   PIC  X(024)
               VALUE "      VARIANCE      PCT ".
       01  WK-BV-DETAIL.
           03  WK-BV-CODE               PIC  X(003).
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-BV-NAME               PIC  X(020).
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-BV-BASIS              PIC  X(006).
           03  FILLER                   PIC  X(001) VALUE SPACE.
           03  WK-BV-BUDGET             PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-BV-ACTUAL             PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(001) VALUE SPACE.
           03  WK-BV-DIFF               PIC  -ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(001) VALUE SPACE.
           03  WK-BV-PCT                PIC  -ZZZ9.9.
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-BV-FLAG               PIC  X(012).
       01  WK-BV-TOTAL-TAG              PIC  X(003) VALUE "TOT".

      *=================================================================
       PROCEDURE                        DIVISION.
      *=================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-ACTUAL.
           PERFORM 3000-LOAD-BUDGET.
           PERFORM 4000-WRITE-REPORT.
           PERFORM 9999-FINALIZE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  1000-INITIALIZE - Tham số, nạp master phòng ban
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WK-PAY-PERIOD          FROM ENVIRONMENT
                  'EMPBUDVAR_PAY_PERIOD'.
           IF WK-PAY-PERIOD = SPACE
           OR WK-PAY-PERIOD IS NOT NUMERIC
           OR WK-PAY-MONTH < 1 OR WK-PAY-MONTH > 12
               MOVE "EMPBUDVAR_PAY_PERIOD (YYYYMM) REQUIRED"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           ACCEPT WK-PCT-X               FROM ENVIRONMENT
                  'EMPBUDVAR_PCT'.
           IF WK-PCT-X NOT = SPACE
           AND WK-PCT-X IS NUMERIC
               MOVE WK-PCT-X             TO WK-PCT-LIMIT
           END-IF.
           PERFORM 1100-LOAD-DEPTMAST.

      *-----------------------------------------------------------------
      *  1100-LOAD-DEPTMAST - Nạp master phòng ban vào bảng (nếu có);
      *  thiếu file thì mọi phòng ban bị ghi ** NOT ON MASTER **
      *-----------------------------------------------------------------
       1100-LOAD-DEPTMAST.
           MOVE 'N'                      TO WK-DM-EOF.
           OPEN INPUT DEPT-MASTER.
           IF WK-DEPTMAST-STATUS NOT = "00"
               DISPLAY "*** WARNING: DEPTMAST.DAT NOT AVAILABLE "
                   "(STATUS " WK-DEPTMAST-STATUS ") - DEPARTMENT "
                   "NAMES UNRESOLVED ***"
           ELSE
               PERFORM 1110-READ-DEPTMAST
               PERFORM 1120-STORE-DEPTMAST
                   UNTIL WK-DM-EOF = 'Y'
               CLOSE DEPT-MASTER
           END-IF.

      *-----------------------------------------------------------------
       1110-READ-DEPTMAST.
           READ DEPT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WK-DM-EOF
           END-READ.

      *-----------------------------------------------------------------
       1120-STORE-DEPTMAST.
           IF WK-DM-CNT < WK-DM-MAX
               ADD 1                     TO WK-DM-CNT
               MOVE DM-DEPT-CODE         TO WK-DM-CODE (WK-DM-CNT)
               MOVE DM-DEPT-NAME         TO WK-DM-NAME (WK-DM-CNT)
           END-IF.
           PERFORM 1110-READ-DEPTMAST.

      *-----------------------------------------------------------------
      *  2000-LOAD-ACTUAL - Đọc DEPTRPT-YYYYMM.txt từ tháng 01 đến kỳ
      *  báo cáo; kỳ báo cáo chưa lưu trữ thì dùng DEPTRPT.txt
      *-----------------------------------------------------------------
       2000-LOAD-ACTUAL.
           MOVE WK-PAY-YEAR              TO WK-SCAN-YEAR.
           MOVE 1                        TO WK-SCAN-MONTH.
           PERFORM 2100-LOAD-ONE-PERIOD
               UNTIL WK-SCAN-MONTH > WK-PAY-MONTH.

      *-----------------------------------------------------------------
       2100-LOAD-ONE-PERIOD.
           MOVE SPACES                   TO WK-DEPTRPT-NAME.
           STRING "DEPTRPT-"             DELIMITED BY SIZE
                  WK-SCAN-PERIOD         DELIMITED BY SIZE
                  ".txt"                 DELIMITED BY SIZE
               INTO WK-DEPTRPT-NAME.
           OPEN INPUT DEPTRPT-FILE.
           IF WK-DEPTRPT-STATUS NOT = "00"
           AND WK-SCAN-PERIOD = WK-PAY-PERIOD
               MOVE "DEPTRPT.txt"        TO WK-DEPTRPT-NAME
               OPEN INPUT DEPTRPT-FILE
           END-IF.
           IF WK-DEPTRPT-STATUS NOT = "00"
               IF WK-SCAN-PERIOD = WK-PAY-PERIOD
                   MOVE "NO DEPTRPT FOR THE REPORTING PERIOD"
                                         TO WK-ABORT-MSG
                   PERFORM 9100-ABORT-RUN
               END-IF
               DISPLAY "*** WARNING: " WK-DEPTRPT-NAME
                   " NOT AVAILABLE - PERIOD LEFT OUT OF YTD ***"
               ADD 1                     TO WK-MISSING-CNT
               MOVE 'N'                  TO
                                         WK-MONTH-LOADED (WK-SCAN-MONTH)
           ELSE
               MOVE 'Y'                  TO
                                         WK-MONTH-LOADED (WK-SCAN-MONTH)
               IF WK-SCAN-PERIOD = WK-PAY-PERIOD
                   MOVE WK-DEPTRPT-NAME  TO WK-CUR-SOURCE
               END-IF
               MOVE 'N'                  TO WK-EOF
               PERFORM 2200-READ-DEPTRPT
               PERFORM 2300-STORE-ACTUAL
                   UNTIL WK-EOF = 'Y'
               CLOSE DEPTRPT-FILE
           END-IF.
           ADD 1                         TO WK-SCAN-MONTH.

      *-----------------------------------------------------------------
       2200-READ-DEPTRPT.
           READ DEPTRPT-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
      *  2300-STORE-ACTUAL - Một dòng chi tiết phòng ban (bỏ qua dòng
      *  tiêu đề và dòng tổng TOT)
      *-----------------------------------------------------------------
       2300-STORE-ACTUAL.
           MOVE DEPT-LINE (1:3)          TO WK-DEPT-WORK.
           IF WK-DEPT-WORK = "DEP" OR WK-DEPT-WORK = "TOT"
           OR WK-DEPT-WORK = SPACE
               CONTINUE
           ELSE
               COMPUTE WK-NET-WORK =
                   FUNCTION NUMVAL (DEPT-LINE (59:14))
               PERFORM 2500-FIND-DEPT
               IF WK-BD-FOUND = 'Y'
                   IF WK-SCAN-PERIOD = WK-PAY-PERIOD
                       ADD WK-NET-WORK   TO WK-BD-ACT-PER (WK-BD-IX)
                   END-IF
                   ADD WK-NET-WORK       TO WK-BD-ACT-YTD (WK-BD-IX)
               END-IF
           END-IF.
           PERFORM 2200-READ-DEPTRPT.

      *-----------------------------------------------------------------
      *  2500-FIND-DEPT - Tìm phòng ban trong bảng, chưa có thì thêm
      *-----------------------------------------------------------------
       2500-FIND-DEPT.
           MOVE 'N'                      TO WK-BD-FOUND.
           MOVE 1                        TO WK-BD-IX.
           PERFORM 2510-SEARCH-DEPT
               UNTIL WK-BD-IX > WK-BD-CNT
               OR WK-BD-FOUND = 'Y'.
           IF WK-BD-FOUND = 'N'
               IF WK-BD-CNT < WK-BD-MAX
                   ADD 1                 TO WK-BD-CNT
                   MOVE WK-BD-CNT        TO WK-BD-IX
                   MOVE WK-DEPT-WORK     TO WK-BD-CODE (WK-BD-IX)
                   MOVE 'N'              TO WK-BD-HAS-BUDGET (WK-BD-IX)
                   MOVE ZERO             TO WK-BD-BUD-PER (WK-BD-IX)
                                            WK-BD-BUD-YTD (WK-BD-IX)
                                            WK-BD-ACT-PER (WK-BD-IX)
                                            WK-BD-ACT-YTD (WK-BD-IX)
                   MOVE 'Y'              TO WK-BD-FOUND
               ELSE
                   MOVE 'Y'              TO WK-BD-OVERFLOW
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       2510-SEARCH-DEPT.
           IF WK-BD-CODE (WK-BD-IX) = WK-DEPT-WORK
               MOVE 'Y'                  TO WK-BD-FOUND
           ELSE
               ADD 1                     TO WK-BD-IX
           END-IF.

      *-----------------------------------------------------------------
      *  3000-LOAD-BUDGET - Ngân sách của năm báo cáo: kỳ báo cáo vào
      *  cột kỳ, các kỳ từ tháng 01 đến kỳ báo cáo vào cột lũy kế (chỉ
      *  những kỳ đã nạp được thực tế, để hai bên cùng một khoảng)
      *-----------------------------------------------------------------
       3000-LOAD-BUDGET.
           OPEN INPUT BUDGET-FILE.
           IF WK-BUDGET-STATUS NOT = "00"
               MOVE "BUDGET.txt NOT AVAILABLE" TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           MOVE 'N'                      TO WK-EOF.
           PERFORM 3100-READ-BUDGET.
           PERFORM 3200-STORE-BUDGET
               UNTIL WK-EOF = 'Y'.
           CLOSE BUDGET-FILE.
           IF WK-BUD-COUNT = ZERO
               MOVE SPACES               TO WK-ABORT-MSG
               STRING "BUDGET.txt HAS NO ROWS FOR YEAR "
                                         DELIMITED BY SIZE
                      WK-PAY-YEAR        DELIMITED BY SIZE
                   INTO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           IF WK-BUD-OTHER-YEAR > ZERO
               DISPLAY "BUDGET ROWS FOR OTHER YEARS IGNORED: "
                   WK-BUD-OTHER-YEAR
           END-IF.

      *-----------------------------------------------------------------
       3100-READ-BUDGET.
           READ BUDGET-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       3200-STORE-BUDGET.
           IF BG-PERIOD (1:4) NOT = WK-PAY-YEAR
               ADD 1                     TO WK-BUD-OTHER-YEAR
           ELSE
               ADD 1                     TO WK-BUD-COUNT
               MOVE BG-DEPT-CODE         TO WK-DEPT-WORK
               PERFORM 2500-FIND-DEPT
               IF WK-BD-FOUND = 'Y'
                   MOVE 'Y'              TO WK-BD-HAS-BUDGET (WK-BD-IX)
                   IF BG-PERIOD = WK-PAY-PERIOD
                       ADD BG-AMOUNT     TO WK-BD-BUD-PER (WK-BD-IX)
                   END-IF
                   IF BG-PERIOD NOT > WK-PAY-PERIOD
                   AND BG-PERIOD (5:2) IS NUMERIC
                   AND BG-PERIOD (5:2) NOT = "00"
                       MOVE BG-PERIOD (5:2)
                                         TO WK-BUD-MONTH
                       IF WK-MONTH-LOADED (WK-BUD-MONTH) = 'Y'
                           ADD BG-AMOUNT TO WK-BD-BUD-YTD (WK-BD-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 3100-READ-BUDGET.

      *-----------------------------------------------------------------
      *  4000-WRITE-REPORT - Hai dòng cho mỗi phòng ban (kỳ, lũy kế
      *  năm), dòng TOT cho toàn công ty
      *-----------------------------------------------------------------
       4000-WRITE-REPORT.
           OPEN OUTPUT OD01.
           MOVE WK-PAY-PERIOD            TO WK-BV-TITLE-PERIOD.
           MOVE WK-PCT-LIMIT             TO WK-BV-TITLE-PCT.
           WRITE OUT-BUD-LINE            FROM WK-BV-TITLE.
           MOVE WK-CUR-SOURCE            TO WK-BV-SOURCE-NAME.
           WRITE OUT-BUD-LINE            FROM WK-BV-SOURCE.
           IF WK-MISSING-CNT > ZERO
               MOVE WK-MISSING-CNT       TO WK-BV-MISSING-CNT
               WRITE OUT-BUD-LINE        FROM WK-BV-MISSING
           END-IF.
           WRITE OUT-BUD-LINE            FROM WK-BV-HEADER.
           MOVE 1                        TO WK-BD-IX.
           PERFORM 4100-WRITE-DEPT
               UNTIL WK-BD-IX > WK-BD-CNT.
           MOVE WK-BV-TOTAL-TAG          TO WK-BV-CODE.
           MOVE SPACES                   TO WK-BV-NAME.
           MOVE "PERIOD"                 TO WK-BV-BASIS.
           MOVE WK-TOT-BUD-PER           TO WK-CALC-BUDGET.
           MOVE WK-TOT-ACT-PER           TO WK-CALC-ACTUAL.
           MOVE 'Y'                      TO WK-BD-FOUND.
           PERFORM 4500-WRITE-VARIANCE.
           MOVE SPACES                   TO WK-BV-CODE.
           MOVE "YTD"                    TO WK-BV-BASIS.
           MOVE WK-TOT-BUD-YTD           TO WK-CALC-BUDGET.
           MOVE WK-TOT-ACT-YTD           TO WK-CALC-ACTUAL.
           PERFORM 4500-WRITE-VARIANCE.
           CLOSE OD01.

      *-----------------------------------------------------------------
       4100-WRITE-DEPT.
           MOVE WK-BD-CODE (WK-BD-IX)    TO WK-BV-CODE.
           PERFORM 4200-RESOLVE-DEPT-NAME.
           MOVE WK-BD-HAS-BUDGET (WK-BD-IX)
                                         TO WK-BD-FOUND.
           MOVE "PERIOD"                 TO WK-BV-BASIS.
           MOVE WK-BD-BUD-PER (WK-BD-IX) TO WK-CALC-BUDGET.
           MOVE WK-BD-ACT-PER (WK-BD-IX) TO WK-CALC-ACTUAL.
           PERFORM 4500-WRITE-VARIANCE.
           MOVE SPACES                   TO WK-BV-CODE WK-BV-NAME.
           MOVE "YTD"                    TO WK-BV-BASIS.
           MOVE WK-BD-BUD-YTD (WK-BD-IX) TO WK-CALC-BUDGET.
           MOVE WK-BD-ACT-YTD (WK-BD-IX) TO WK-CALC-ACTUAL.
           PERFORM 4500-WRITE-VARIANCE.
           ADD WK-BD-BUD-PER (WK-BD-IX)  TO WK-TOT-BUD-PER.
           ADD WK-BD-BUD-YTD (WK-BD-IX)  TO WK-TOT-BUD-YTD.
           ADD WK-BD-ACT-PER (WK-BD-IX)  TO WK-TOT-ACT-PER.
           ADD WK-BD-ACT-YTD (WK-BD-IX)  TO WK-TOT-ACT-YTD.
           ADD 1                         TO WK-BD-IX.

      *-----------------------------------------------------------------
       4200-RESOLVE-DEPT-NAME.
           MOVE 'N'                      TO WK-DM-FOUND.
           MOVE 1                        TO WK-DM-IX.
           PERFORM 4210-SEARCH-DEPTMAST
               UNTIL WK-DM-IX > WK-DM-CNT
               OR WK-DM-FOUND = 'Y'.
           IF WK-DM-FOUND = 'Y'
               MOVE WK-DM-NAME (WK-DM-IX)
                                         TO WK-BV-NAME
           ELSE
               MOVE "** NOT ON MASTER **" TO WK-BV-NAME
           END-IF.

      *-----------------------------------------------------------------
       4210-SEARCH-DEPTMAST.
           IF WK-DM-CODE (WK-DM-IX) = WK-BD-CODE (WK-BD-IX)
               MOVE 'Y'                  TO WK-DM-FOUND
           ELSE
               ADD 1                     TO WK-DM-IX
           END-IF.

      *-----------------------------------------------------------------
      *  4500-WRITE-VARIANCE - Chênh lệch = thực tế - ngân sách (dương
      *  là vượt); cắm cờ khi vượt quá ngưỡng phần trăm, hoặc có chi
      *  mà phòng ban không có dòng ngân sách nào trong năm
      *  (WK-BD-FOUND = 'Y' khi phòng ban có ngân sách)
      *-----------------------------------------------------------------
       4500-WRITE-VARIANCE.
           COMPUTE WK-DIFF = WK-CALC-ACTUAL - WK-CALC-BUDGET.
           IF WK-CALC-BUDGET > ZERO
               COMPUTE WK-PCT ROUNDED =
                   WK-DIFF * 100 / WK-CALC-BUDGET
           ELSE
               MOVE ZERO                 TO WK-PCT
           END-IF.
           EVALUATE TRUE
               WHEN WK-BD-FOUND NOT = 'Y'
                   MOVE "NO BUDGET"      TO WK-LINE-FLAG
                   ADD 1                 TO WK-FLAG-COUNT
               WHEN WK-CALC-BUDGET = ZERO AND WK-DIFF > ZERO
                   MOVE "** OVER **"     TO WK-LINE-FLAG
                   ADD 1                 TO WK-FLAG-COUNT
               WHEN WK-PCT > WK-PCT-LIMIT
                   MOVE "** OVER **"     TO WK-LINE-FLAG
                   ADD 1                 TO WK-FLAG-COUNT
               WHEN OTHER
                   MOVE SPACE            TO WK-LINE-FLAG
           END-EVALUATE.
           MOVE WK-CALC-BUDGET           TO WK-BV-BUDGET.
           MOVE WK-CALC-ACTUAL           TO WK-BV-ACTUAL.
           MOVE WK-DIFF                  TO WK-BV-DIFF.
           MOVE WK-PCT                   TO WK-BV-PCT.
           MOVE WK-LINE-FLAG             TO WK-BV-FLAG.
           WRITE OUT-BUD-LINE            FROM WK-BV-DETAIL.

      *-----------------------------------------------------------------
       9100-ABORT-RUN.
           DISPLAY "*** EMPBUDVARP0011 ABORTED: " WK-ABORT-MSG
               " ***".
           MOVE 16                       TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
       9999-FINALIZE.
           IF WK-BD-OVERFLOW = 'Y'
               DISPLAY "*** WARNING: DEPARTMENT TABLE OVERFLOW "
                   "- REPORT IS INCOMPLETE ***"
           END-IF.
           DISPLAY "BUDGET REPORT WRITTEN - PERIOD " WK-PAY-PERIOD.
           DISPLAY "LINES FLAGGED: " WK-FLAG-COUNT.
           IF WK-FLAG-COUNT > ZERO
               MOVE 4                    TO RETURN-CODE
           END-IF.
