       IDENTIFICATION DIVISION.
       PROGRAM-ID. turnover-report.
      ******************************************************************
      *  Headcount and staff turnover for the board pack, by home
      *  department (EMP-DEPT-CODE) from EMPLOYEE-MASTER.DAT, with the
      *  department names from DEPTMAST.DAT (P0002).  Two blocks are
      *  printed: the report month, and the quarter to date of the
      *  calendar quarter containing it (first day of the quarter to
      *  the end of the report month).  For each period:
      *
      *    OPENING   hired before the first day and not terminated
      *              before it
      *    HIRES     hire date inside the period
      *    TERMS     terminated (status T) with the termination date
      *              inside the period
      *    CLOSING   hired by the last day and not terminated by it
      *    TURNOVER  TERMS / ((OPENING + CLOSING) / 2) x 100
      *    AVG SVC   average length of service of the leavers, in
      *              years, hire date to termination date (leavers
      *              with no hire date on file are left out of it)
      *
      *  Employees with no department code are shown as UNASSIGNED.
      *  The report month is taken from the REPORT_MONTH environment
      *  variable (YYYYMM); it defaults to the current month.
      *
      *  TURNOVER.RPT, departments in code order, then a company
      *  total line for each period.
      *
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT DEPT-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT TURNOVER-REPORT ASSIGN TO "TURNOVER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-FILE-RECORD.
           05  EMP-ID                      PIC 9(04).
           05  EMP-NAME                    PIC X(20).
           05  EMP-SALARY                  PIC 9(07)V99.
           05  EMP-TIER                    PIC 9(01).
           05  EMP-TYPE                    PIC X(01).
           05  EMP-POSITION                PIC X(20).
           05  EMP-CODE                    PIC X(10).
           05  EMP-STATUS                  PIC X(01).
               88  EMP-ACTIVE              VALUE "A".
               88  EMP-TERMINATED          VALUE "T".
           05  EMP-HIRE-DATE               PIC 9(08).
           05  EMP-TERM-DATE               PIC 9(08).
           05  EMP-HOURLY-RATE             PIC 9(03)V99.
           05  EMP-DEPT-CODE               PIC X(03).
           05  EMP-MANAGER-ID              PIC 9(04).

       FD  DEPT-FILE.
       01  DEPT-MASTER-RECORD.
           05  DM-DEPT-CODE                PIC X(03).
           05  DM-DEPT-NAME                PIC X(20).
           05  DM-COST-CENTRE              PIC X(06).

       FD  TURNOVER-REPORT.
       01  TURNOVER-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC X(02).
       01  WS-DEPT-STATUS              PIC X(02).
       01  WS-DEPT-OPEN                PIC X(01) VALUE "N".
       01  WS-EMP-EOF                  PIC X(01) VALUE "N".
       01  WS-READ-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-REPORT-MONTH             PIC X(06).
       01  WS-REPORT-MONTH-N REDEFINES WS-REPORT-MONTH.
           05  WS-RM-YEAR              PIC 9(04).
           05  WS-RM-MONTH             PIC 9(02).
       01  WS-TODAY                    PIC 9(08).
       01  WS-WORK-DATE.
           05  WS-WD-YEAR              PIC 9(04).
           05  WS-WD-MONTH             PIC 9(02).
           05  WS-WD-DAY               PIC 9(02).
       01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
                                       PIC 9(08).
       01  WS-QUARTER                  PIC 9(01).
       01  WS-P                        PIC 9(01).
       01  WS-I                        PIC 9(03).
       01  WS-J                        PIC S9(03).
       01  WS-DEPT-IX                  PIC 9(03).
       01  WS-DEPT-MAX                 PIC 9(03) VALUE 200.
       01  WS-DEPT-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-DEPT-KEY                 PIC X(03).
       01  WS-SCAN-DONE                PIC X(01).
       01  WS-SERVICE-DAYS             PIC S9(07).
       01  WS-AVG-HEAD                 PIC 9(05)V9.
       01  WS-TURNOVER                 PIC 9(04)V9.
       01  WS-AVG-SERVICE              PIC 9(03)V9.
       01  WS-PERIOD-TABLE.
           03  WS-PERIOD               OCCURS 2 TIMES.
               05  WS-PER-START        PIC 9(08).
               05  WS-PER-END          PIC 9(08).
               05  WS-PER-TITLE        PIC X(40).
      *    One employee's contribution to a period.
       01  WS-INC.
           05  WS-INC-OPEN             PIC 9(01).
           05  WS-INC-HIRES            PIC 9(01).
           05  WS-INC-TERMS            PIC 9(01).
           05  WS-INC-CLOSE            PIC 9(01).
           05  WS-INC-DAYS             PIC 9(07).
           05  WS-INC-DATED            PIC 9(01).
       01  WS-TOTAL-TABLE.
           03  WS-TOT                  OCCURS 2 TIMES.
               05  WS-TOT-OPEN         PIC 9(05).
               05  WS-TOT-HIRES        PIC 9(05).
               05  WS-TOT-TERMS        PIC 9(05).
               05  WS-TOT-CLOSE        PIC 9(05).
               05  WS-TOT-DAYS         PIC 9(09).
               05  WS-TOT-DATED        PIC 9(05).
       01  WS-DEPT-TABLE.
           03  WS-DEPT-ENTRY           OCCURS 200 TIMES.
               05  WS-DT-CODE          PIC X(03).
               05  WS-DT-STATS         OCCURS 2 TIMES.
                   07  WS-DT-OPEN      PIC 9(05).
                   07  WS-DT-HIRES     PIC 9(05).
                   07  WS-DT-TERMS     PIC 9(05).
                   07  WS-DT-CLOSE     PIC 9(05).
                   07  WS-DT-DAYS      PIC 9(09).
                   07  WS-DT-DATED     PIC 9(05).
      *    The line being printed - a department or the total.
       01  WS-PRINT-STATS.
           05  WS-PS-OPEN              PIC 9(05).
           05  WS-PS-HIRES             PIC 9(05).
           05  WS-PS-TERMS             PIC 9(05).
           05  WS-PS-CLOSE             PIC 9(05).
           05  WS-PS-DAYS              PIC 9(09).
           05  WS-PS-DATED             PIC 9(05).
       01  WS-TITLE-LINE.
           03  FILLER                  PIC X(30)
                           VALUE "HEADCOUNT AND STAFF TURNOVER -".
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-TL-TITLE             PIC X(40).
       01  WS-HEADING-LINE.
           03  FILLER                  PIC X(30)
                           VALUE "DPT NAME                 OPEN ".
           03  FILLER                  PIC X(30)
                           VALUE "  HIRES  TERMS  CLOSE  TURN% A".
           03  FILLER                  PIC X(20)
                           VALUE "VG SVC YRS          ".
       01  WS-DETAIL-LINE.
           03  WS-DL-CODE              PIC X(03).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-NAME              PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-OPEN              PIC ZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DL-HIRES             PIC ZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DL-TERMS             PIC ZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DL-CLOSE             PIC ZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-TURNOVER          PIC ZZZ9.9.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WS-DL-SERVICE           PIC ZZ9.9.
       01  WS-BLANK-LINE               PIC X(01) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-REPORT-MONTH FROM ENVIRONMENT "REPORT_MONTH".
           IF WS-REPORT-MONTH = SPACES
               MOVE WS-TODAY(1:6)      TO WS-REPORT-MONTH
           END-IF.
           IF WS-REPORT-MONTH IS NOT NUMERIC
           OR WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
               DISPLAY "REPORT_MONTH " WS-REPORT-MONTH
                   " IS NOT A VALID YYYYMM"
               MOVE 16                 TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "EMPLOYEE-MASTER.DAT NOT FOUND - NOTHING TO DO"
               GO TO MAIN-EXIT
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS = "00"
               MOVE "Y"                TO WS-DEPT-OPEN
           ELSE
               DISPLAY "DEPTMAST.DAT NOT FOUND - NO DEPARTMENT NAMES"
           END-IF.
           PERFORM SET-PERIODS.
           INITIALIZE WS-TOTAL-TABLE.
           PERFORM READ-EMPLOYEE.
           PERFORM COUNT-EMPLOYEE
               THRU COUNT-EMPLOYEE-EXIT
               UNTIL WS-EMP-EOF = "Y".
           OPEN OUTPUT TURNOVER-REPORT.
           PERFORM PRINT-PERIOD
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > 2.
           CLOSE TURNOVER-REPORT EMPLOYEE-FILE.
           IF WS-DEPT-OPEN = "Y"
               CLOSE DEPT-FILE
           END-IF.
           DISPLAY "EMPLOYEES READ: " WS-READ-COUNT.
           DISPLAY "DEPARTMENTS REPORTED: " WS-DEPT-COUNT.
       MAIN-EXIT.
           EXIT.
           STOP RUN.
      /
       READ-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE "Y"            TO WS-EMP-EOF
           END-READ.
      /
       COUNT-EMPLOYEE.
           ADD 1                       TO WS-READ-COUNT.
           PERFORM FIND-DEPT.
           PERFORM COUNT-PERIOD
               VARYING WS-P FROM 1 BY 1
               UNTIL WS-P > 2.
           PERFORM READ-EMPLOYEE.
       COUNT-EMPLOYEE-EXIT.
           EXIT.
      /
       COUNT-PERIOD.
           INITIALIZE WS-INC.
           IF EMP-HIRE-DATE < WS-PER-START(WS-P)
               IF NOT EMP-TERMINATED
               OR EMP-TERM-DATE NOT < WS-PER-START(WS-P)
                   MOVE 1              TO WS-INC-OPEN
               END-IF
           END-IF.
           IF EMP-HIRE-DATE NOT < WS-PER-START(WS-P)
           AND EMP-HIRE-DATE NOT > WS-PER-END(WS-P)
               MOVE 1                  TO WS-INC-HIRES
           END-IF.
           IF EMP-TERMINATED
           AND EMP-TERM-DATE NOT < WS-PER-START(WS-P)
           AND EMP-TERM-DATE NOT > WS-PER-END(WS-P)
               MOVE 1                  TO WS-INC-TERMS
               PERFORM GET-SERVICE
           END-IF.
           IF EMP-HIRE-DATE NOT > WS-PER-END(WS-P)
               IF NOT EMP-TERMINATED
               OR EMP-TERM-DATE > WS-PER-END(WS-P)
                   MOVE 1              TO WS-INC-CLOSE
               END-IF
           END-IF.
           ADD WS-INC-OPEN             TO WS-TOT-OPEN(WS-P).
           ADD WS-INC-HIRES            TO WS-TOT-HIRES(WS-P).
           ADD WS-INC-TERMS            TO WS-TOT-TERMS(WS-P).
           ADD WS-INC-CLOSE            TO WS-TOT-CLOSE(WS-P).
           ADD WS-INC-DAYS             TO WS-TOT-DAYS(WS-P).
           ADD WS-INC-DATED            TO WS-TOT-DATED(WS-P).
           IF WS-DEPT-IX > ZERO
               ADD WS-INC-OPEN         TO WS-DT-OPEN(WS-DEPT-IX, WS-P)
               ADD WS-INC-HIRES        TO WS-DT-HIRES(WS-DEPT-IX, WS-P)
               ADD WS-INC-TERMS        TO WS-DT-TERMS(WS-DEPT-IX, WS-P)
               ADD WS-INC-CLOSE        TO WS-DT-CLOSE(WS-DEPT-IX, WS-P)
               ADD WS-INC-DAYS         TO WS-DT-DAYS(WS-DEPT-IX, WS-P)
               ADD WS-INC-DATED        TO WS-DT-DATED(WS-DEPT-IX, WS-P)
           END-IF.
      /
       PRINT-PERIOD.
           MOVE WS-PER-TITLE(WS-P)     TO WS-TL-TITLE.
           IF WS-P > 1
               WRITE TURNOVER-REPORT-RECORD FROM WS-BLANK-LINE
           END-IF.
           WRITE TURNOVER-REPORT-RECORD FROM WS-TITLE-LINE.
           WRITE TURNOVER-REPORT-RECORD FROM WS-HEADING-LINE.
           PERFORM PRINT-DEPT
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-DEPT-COUNT.
           MOVE "ALL"                  TO WS-DL-CODE.
           MOVE "COMPANY TOTAL"        TO WS-DL-NAME.
           MOVE WS-TOT(WS-P)           TO WS-PRINT-STATS.
           PERFORM PRINT-LINE.
      /
       PRINT-DEPT.
           MOVE WS-DT-CODE(WS-I)       TO WS-DL-CODE.
           MOVE WS-DT-CODE(WS-I)       TO WS-DEPT-KEY.
           PERFORM GET-DEPT-NAME.
           MOVE WS-DT-STATS(WS-I, WS-P) TO WS-PRINT-STATS.
           PERFORM PRINT-LINE.
      /
       PRINT-LINE.
           MOVE WS-PS-OPEN             TO WS-DL-OPEN.
           MOVE WS-PS-HIRES            TO WS-DL-HIRES.
           MOVE WS-PS-TERMS            TO WS-DL-TERMS.
           MOVE WS-PS-CLOSE            TO WS-DL-CLOSE.
           MOVE ZERO                   TO WS-TURNOVER WS-AVG-SERVICE.
           COMPUTE WS-AVG-HEAD = (WS-PS-OPEN + WS-PS-CLOSE) / 2.
           IF WS-AVG-HEAD > ZERO
               COMPUTE WS-TURNOVER ROUNDED =
                   WS-PS-TERMS * 100 / WS-AVG-HEAD
                   ON SIZE ERROR
                       MOVE 9999.9     TO WS-TURNOVER
               END-COMPUTE
           END-IF.
           IF WS-PS-DATED > ZERO
               COMPUTE WS-AVG-SERVICE ROUNDED =
                   WS-PS-DAYS / WS-PS-DATED / 365.25
                   ON SIZE ERROR
                       MOVE 999.9      TO WS-AVG-SERVICE
               END-COMPUTE
           END-IF.
           MOVE WS-TURNOVER            TO WS-DL-TURNOVER.
           MOVE WS-AVG-SERVICE         TO WS-DL-SERVICE.
           WRITE TURNOVER-REPORT-RECORD FROM WS-DETAIL-LINE.
      /
       FIND-DEPT-SCAN.
           IF WS-DT-CODE(WS-I) NOT < EMP-DEPT-CODE
               MOVE "Y"                TO WS-SCAN-DONE
           ELSE
               ADD 1                   TO WS-I
           END-IF.
      /
       FIND-DEPT-SHIFT.
           MOVE WS-DEPT-ENTRY(WS-J)    TO WS-DEPT-ENTRY(WS-J + 1).
      /
       SET-PERIODS SECTION.
       SET-PERIODS-START.
      *    Period 1 is the report month, period 2 the quarter to
      *    date.  Both end on the last day of the report month.
           MOVE WS-RM-YEAR             TO WS-WD-YEAR.
           MOVE WS-RM-MONTH            TO WS-WD-MONTH.
           MOVE 1                      TO WS-WD-DAY.
           MOVE WS-WORK-DATE-N         TO WS-PER-START(1).
           IF WS-RM-MONTH = 12
               ADD 1                   TO WS-WD-YEAR
               MOVE 1                  TO WS-WD-MONTH
           ELSE
               ADD 1                   TO WS-WD-MONTH
           END-IF.
           COMPUTE WS-WORK-DATE-N = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-WORK-DATE-N) - 1).
           MOVE WS-WORK-DATE-N         TO WS-PER-END(1).
           MOVE WS-WORK-DATE-N         TO WS-PER-END(2).
           COMPUTE WS-QUARTER = (WS-RM-MONTH - 1) / 3 + 1.
           MOVE WS-RM-YEAR             TO WS-WD-YEAR.
           COMPUTE WS-WD-MONTH = (WS-QUARTER - 1) * 3 + 1.
           MOVE 1                      TO WS-WD-DAY.
           MOVE WS-WORK-DATE-N         TO WS-PER-START(2).
           MOVE SPACES                 TO WS-PER-TITLE(1)
                                          WS-PER-TITLE(2).
           STRING "MONTH " WS-RM-YEAR "/" WS-RM-MONTH
               "  " WS-PER-START(1) " - " WS-PER-END(1)
               DELIMITED BY SIZE INTO WS-PER-TITLE(1).
           STRING "QTD " WS-RM-YEAR " Q" WS-QUARTER
               "  " WS-PER-START(2) " - " WS-PER-END(2)
               DELIMITED BY SIZE INTO WS-PER-TITLE(2).
       SET-PERIODS-EXIT.
           EXIT.
      /
       GET-SERVICE SECTION.
       GET-SERVICE-START.
      *    Leavers with no usable hire date count as terminations but
      *    stay out of the average length of service.
           IF EMP-HIRE-DATE = ZERO
           OR EMP-HIRE-DATE > EMP-TERM-DATE
               GO TO GET-SERVICE-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(EMP-HIRE-DATE) NOT = 0
           OR FUNCTION TEST-DATE-YYYYMMDD(EMP-TERM-DATE) NOT = 0
               GO TO GET-SERVICE-EXIT
           END-IF.
           COMPUTE WS-SERVICE-DAYS =
               FUNCTION INTEGER-OF-DATE(EMP-TERM-DATE)
             - FUNCTION INTEGER-OF-DATE(EMP-HIRE-DATE).
           MOVE WS-SERVICE-DAYS        TO WS-INC-DAYS.
           MOVE 1                      TO WS-INC-DATED.
       GET-SERVICE-EXIT.
           EXIT.
      /
       FIND-DEPT SECTION.
       FIND-DEPT-START.
      *    The table is kept in department code order; a new code is
      *    inserted in its place.  Blank sorts first as UNASSIGNED.
           MOVE 1                      TO WS-I.
           MOVE "N"                    TO WS-SCAN-DONE.
           PERFORM FIND-DEPT-SCAN
               UNTIL WS-SCAN-DONE = "Y"
               OR WS-I > WS-DEPT-COUNT.
           IF WS-SCAN-DONE = "Y"
               IF WS-DT-CODE(WS-I) = EMP-DEPT-CODE
                   MOVE WS-I           TO WS-DEPT-IX
                   GO TO FIND-DEPT-EXIT
               END-IF
           END-IF.
           IF WS-DEPT-COUNT NOT < WS-DEPT-MAX
               DISPLAY "DEPARTMENT TABLE FULL - " EMP-DEPT-CODE
                   " IN COMPANY TOTAL ONLY"
               MOVE ZERO               TO WS-DEPT-IX
               GO TO FIND-DEPT-EXIT
           END-IF.
           PERFORM FIND-DEPT-SHIFT
               VARYING WS-J FROM WS-DEPT-COUNT BY -1
               UNTIL WS-J < WS-I.
           ADD 1                       TO WS-DEPT-COUNT.
           INITIALIZE WS-DEPT-ENTRY(WS-I).
           MOVE EMP-DEPT-CODE          TO WS-DT-CODE(WS-I).
           MOVE WS-I                   TO WS-DEPT-IX.
       FIND-DEPT-EXIT.
           EXIT.
      /
       GET-DEPT-NAME SECTION.
       GET-DEPT-NAME-START.
           IF WS-DEPT-KEY = SPACES
               MOVE "UNASSIGNED"       TO WS-DL-NAME
               GO TO GET-DEPT-NAME-EXIT
           END-IF.
           MOVE "NOT ON DEPTMAST"      TO WS-DL-NAME.
           IF WS-DEPT-OPEN = "N"
               GO TO GET-DEPT-NAME-EXIT
           END-IF.
           MOVE WS-DEPT-KEY            TO DM-DEPT-CODE.
           READ DEPT-FILE
               NOT INVALID KEY
                   MOVE DM-DEPT-NAME   TO WS-DL-NAME
           END-READ.
       GET-DEPT-NAME-EXIT.
           EXIT.
