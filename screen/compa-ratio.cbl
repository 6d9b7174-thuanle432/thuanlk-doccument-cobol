       IDENTIFICATION DIVISION.
       PROGRAM-ID. compa-ratio.
      ******************************************************************
      *  Compa-ratio report: lists every active employee on
      *  EMPLOYEE-MASTER.DAT with their salary against the minimum,
      *  midpoint and maximum of their own pay grade (PAYGRADE.DAT,
      *  kept by P0004, keyed on EMP-TIER) and the compa-ratio
      *  salary / midpoint x 100.  Anyone paid below the grade
      *  minimum or above the grade maximum is flagged, as is any
      *  employee whose tier has no grade on file.  Terminated
      *  employees are left off.
      *
      *  COMPA-RATIO.RPT, one line per employee in EMP-ID order,
      *  followed by a summary line of the flagged counts.
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

           SELECT GRADE-FILE ASSIGN TO "PAYGRADE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PG-TIER
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT COMPA-REPORT ASSIGN TO "COMPA-RATIO.RPT"
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

       FD  GRADE-FILE.
       01  PAY-GRADE-RECORD.
           05  PG-TIER                     PIC 9(01).
           05  PG-MIN-SALARY               PIC 9(07)V99.
           05  PG-MID-SALARY               PIC 9(07)V99.
           05  PG-MAX-SALARY               PIC 9(07)V99.
           05  PG-STD-RATE                 PIC 9(03)V99.

       FD  COMPA-REPORT.
       01  COMPA-REPORT-RECORD         PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC X(02).
       01  WS-GRADE-STATUS             PIC X(02).
       01  WS-EMP-EOF                  PIC X(01) VALUE "N".
       01  WS-GRADE-FOUND              PIC X(01).
       01  WS-COMPA                    PIC 9(03)V9.
       01  WS-LISTED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-BELOW-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-ABOVE-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-NOGRADE-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-HEADING-LINE.
           03  FILLER                  PIC X(30)
                           VALUE "ID   NAME                 T   ".
           03  FILLER                  PIC X(30)
                           VALUE "  SALARY    MINIMUM   MIDPOINT".
           03  FILLER                  PIC X(30)
                           VALUE "    MAXIMUM COMPA FLAG        ".
       01  WS-DETAIL-LINE.
           03  WS-DL-ID                PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-NAME              PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-TIER              PIC 9(01).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-SALARY            PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-MIN               PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-MID               PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-MAX               PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-COMPA             PIC ZZ9.9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-FLAG              PIC X(12).
       01  WS-SUMMARY-LINE.
           03  FILLER                  PIC X(08) VALUE "LISTED: ".
           03  WS-SUM-LISTED           PIC 9(05).
           03  FILLER                  PIC X(13) VALUE "  BELOW MIN: ".
           03  WS-SUM-BELOW            PIC 9(05).
           03  FILLER                  PIC X(13) VALUE "  ABOVE MAX: ".
           03  WS-SUM-ABOVE            PIC 9(05).
           03  FILLER                  PIC X(12) VALUE "  NO GRADE: ".
           03  WS-SUM-NOGRADE          PIC 9(05).
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "EMPLOYEE-MASTER.DAT NOT FOUND - NOTHING TO DO"
               GO TO MAIN-EXIT
           END-IF.
           OPEN INPUT GRADE-FILE.
           IF WS-GRADE-STATUS NOT = "00"
               DISPLAY "PAYGRADE.DAT NOT FOUND - NOTHING TO REPORT"
               CLOSE EMPLOYEE-FILE
               GO TO MAIN-EXIT
           END-IF.
           OPEN OUTPUT COMPA-REPORT.
           WRITE COMPA-REPORT-RECORD   FROM WS-HEADING-LINE.
           PERFORM READ-EMPLOYEE.
           PERFORM REPORT-EMPLOYEE
               THRU REPORT-EMPLOYEE-EXIT
               UNTIL WS-EMP-EOF = "Y".
           MOVE WS-LISTED-COUNT        TO WS-SUM-LISTED.
           MOVE WS-BELOW-COUNT         TO WS-SUM-BELOW.
           MOVE WS-ABOVE-COUNT         TO WS-SUM-ABOVE.
           MOVE WS-NOGRADE-COUNT       TO WS-SUM-NOGRADE.
           WRITE COMPA-REPORT-RECORD   FROM WS-SUMMARY-LINE.
           CLOSE COMPA-REPORT GRADE-FILE EMPLOYEE-FILE.
           DISPLAY "EMPLOYEES LISTED: " WS-LISTED-COUNT.
           DISPLAY "BELOW GRADE MINIMUM: " WS-BELOW-COUNT.
           DISPLAY "ABOVE GRADE MAXIMUM: " WS-ABOVE-COUNT.
           DISPLAY "NO GRADE ON FILE: " WS-NOGRADE-COUNT.
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
       REPORT-EMPLOYEE.
           IF EMP-TERMINATED
               GO TO REPORT-EMPLOYEE-NEXT
           END-IF.
           PERFORM GET-GRADE.
           MOVE EMP-ID                 TO WS-DL-ID.
           MOVE EMP-NAME               TO WS-DL-NAME.
           MOVE EMP-TIER               TO WS-DL-TIER.
           MOVE EMP-SALARY             TO WS-DL-SALARY.
           MOVE SPACES                 TO WS-DL-FLAG.
           MOVE ZERO                   TO WS-COMPA.
           IF WS-GRADE-FOUND = "N"
               MOVE ZERO               TO WS-DL-MIN WS-DL-MID WS-DL-MAX
               MOVE "**NO GRADE"       TO WS-DL-FLAG
               ADD 1                   TO WS-NOGRADE-COUNT
               GO TO REPORT-EMPLOYEE-WRITE
           END-IF.
           MOVE PG-MIN-SALARY          TO WS-DL-MIN.
           MOVE PG-MID-SALARY          TO WS-DL-MID.
           MOVE PG-MAX-SALARY          TO WS-DL-MAX.
           IF PG-MID-SALARY > ZERO
               COMPUTE WS-COMPA ROUNDED =
                   EMP-SALARY * 100 / PG-MID-SALARY
                   ON SIZE ERROR
                       MOVE 999.9      TO WS-COMPA
               END-COMPUTE
           END-IF.
           IF EMP-SALARY < PG-MIN-SALARY
               MOVE "**BELOW MIN"      TO WS-DL-FLAG
               ADD 1                   TO WS-BELOW-COUNT
           END-IF.
           IF EMP-SALARY > PG-MAX-SALARY
               MOVE "**ABOVE MAX"      TO WS-DL-FLAG
               ADD 1                   TO WS-ABOVE-COUNT
           END-IF.
       REPORT-EMPLOYEE-WRITE.
           MOVE WS-COMPA               TO WS-DL-COMPA.
           WRITE COMPA-REPORT-RECORD   FROM WS-DETAIL-LINE.
           ADD 1                       TO WS-LISTED-COUNT.
       REPORT-EMPLOYEE-NEXT.
           PERFORM READ-EMPLOYEE.
       REPORT-EMPLOYEE-EXIT.
           EXIT.
      /
       GET-GRADE SECTION.
       GET-GRADE-START.
           MOVE EMP-TIER               TO PG-TIER.
           READ GRADE-FILE
               INVALID KEY
                   MOVE "N"            TO WS-GRADE-FOUND
               NOT INVALID KEY
                   MOVE "Y"            TO WS-GRADE-FOUND
           END-READ.
       GET-GRADE-EXIT.
           EXIT.
