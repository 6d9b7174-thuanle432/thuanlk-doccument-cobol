       IDENTIFICATION DIVISION.
       PROGRAM-ID. salary-increase.
      ******************************************************************
      *  Annual increase run.  Reads HR's increase list and raises
      *  every active employee on EMPLOYEE-MASTER.DAT by the
      *  percentage for their tier, or by their own percentage where
      *  the list names them, as a pending change on
      *  SALARY-PENDING.DAT.  Nothing on the master changes here:
      *  salary-apply posts each raise, with its SALARY-HISTORY.LOG
      *  entry, when its effective date comes due.
      *
      *  SALARY-INCREASE.TXT, one line per tier or employee:
      *    col 1      T = tier percentage, E = employee percentage
      *    col 2-5    tier (T, 0001-0009) or employee id (E)
      *    col 6-10   percentage, 00350 = 3.50
      *    col 11-18  effective date YYYYMMDD
      *
      *  A raise that would take the salary above the maximum of the
      *  employee's pay grade (PAYGRADE.DAT) is not made, and an
      *  employee who already has a pending change on the same
      *  effective date keeps it.  SALARY-INCREASE.RPT lists every
      *  list line rejected and every employee raised, held or
      *  refused.
      *
      *  A raise above the second-approval limits P0001 and
      *  batch-employee apply (SALARY_APPROVAL_PCT, default 10
      *  percent, or SALARY_APPROVAL_AMT, default 1000) is written
      *  held (approval status H): it shows on the batch-employee
      *  held-changes listing, and salary-apply does not post it until
      *  a level-3 operator approves it on P0001.  Smaller raises are
      *  written cleared (status blank).
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

           SELECT INCREASE-FILE ASSIGN TO "SALARY-INCREASE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INCREASE-STATUS.

           SELECT GRADE-FILE ASSIGN TO "PAYGRADE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PG-TIER
               FILE STATUS IS WS-GRADE-STATUS.

           SELECT SALARY-PENDING ASSIGN TO "SALARY-PENDING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT INCREASE-REPORT ASSIGN TO "SALARY-INCREASE.RPT"
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

       FD  INCREASE-FILE.
       01  INCREASE-RECORD.
           03  IN-CODE                 PIC X(01).
           03  IN-KEY                  PIC X(04).
           03  IN-KEY-N REDEFINES IN-KEY
                                       PIC 9(04).
           03  IN-PCT                  PIC X(05).
           03  IN-EFF-DATE             PIC X(08).
           03  IN-EFF-DATE-N REDEFINES IN-EFF-DATE
                                       PIC 9(08).

       FD  GRADE-FILE.
       01  PAY-GRADE-RECORD.
           05  PG-TIER                     PIC 9(01).
           05  PG-MIN-SALARY               PIC 9(07)V99.
           05  PG-MID-SALARY               PIC 9(07)V99.
           05  PG-MAX-SALARY               PIC 9(07)V99.
           05  PG-STD-RATE                 PIC 9(03)V99.

       FD  SALARY-PENDING.
       01  SALARY-PENDING-RECORD.
           05  SP-KEY.
               10  SP-EMP-ID               PIC 9(04).
               10  SP-EFF-DATE             PIC 9(08).
           05  SP-NEW-SALARY               PIC 9(07)V99.
           05  SP-SOURCE                   PIC X(01).
               88  SP-FROM-SCREEN          VALUE "S".
               88  SP-FROM-BATCH           VALUE "B".
               88  SP-FROM-INCREASE        VALUE "I".
           05  SP-OPERATOR                 PIC X(08).
           05  SP-ENTERED-DATE             PIC 9(08).
           05  SP-APPROVAL                 PIC X(01).
               88  SP-HELD                 VALUE "H".
               88  SP-APPROVED             VALUE "A".
               88  SP-REJECTED             VALUE "R".
           05  SP-OLD-SALARY               PIC 9(07)V99.
           05  SP-APPROVER                 PIC X(08).
           05  SP-APPROVAL-DATE            PIC 9(08).

       FD  INCREASE-REPORT.
       01  INCREASE-REPORT-RECORD      PIC X(104).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC X(02).
       01  WS-INCREASE-STATUS          PIC X(02).
       01  WS-GRADE-STATUS             PIC X(02).
       01  WS-PENDING-STATUS           PIC X(02).
       01  WS-GRADE-OPEN               PIC X(01) VALUE "N".
       01  WS-INCREASE-EOF             PIC X(01) VALUE "N".
       01  WS-EMP-EOF                  PIC X(01) VALUE "N".
       01  WS-REJECT-REASON            PIC X(30).
       01  WS-OPERATOR                 PIC X(08) VALUE SPACE.
       01  WS-TODAY                    PIC 9(08).
       01  WS-SALARY-MAX               PIC 9(07)V99
                                       VALUE 9999999.99.
       01  WS-GRADE-MAX                PIC 9(07)V99.
       01  WS-NEW-SALARY               PIC 9(07)V99.
       01  WS-USE-PCT                  PIC 9(03)V99.
       01  WS-USE-EFF-DATE             PIC 9(08).
       01  WS-PCT-FOUND                PIC X(01).
       01  WS-LINE-PCT                 PIC 9(03)V99.
       01  WS-RAISED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-REFUSED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-UNCOVERED-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-LIST-REJECTED            PIC 9(05) VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(05) VALUE ZERO.
      *    Nguong duyet lan hai, giong P0001 / batch-employee
       01  WS-APPROVAL-PCT-X           PIC X(03).
       01  WS-APPROVAL-PCT             PIC 9(03) VALUE 10.
       01  WS-APPROVAL-AMT-X           PIC X(07).
       01  WS-APPROVAL-AMT             PIC 9(07) VALUE 1000.
       01  WS-CHANGE-AMT               PIC 9(07)V99.
       01  WS-CHANGE-PCT               PIC 9(05)V99.
       01  WS-RAISE-HELD               PIC X(01).
      *    Phan tram theo bac (tier 1-9)
       01  WS-TIER-TABLE.
           03  WS-TIER-ENTRY OCCURS 9 TIMES.
               05  WS-TIER-SET         PIC X(01).
               05  WS-TIER-PCT         PIC 9(03)V99.
               05  WS-TIER-EFF-DATE    PIC 9(08).
      *    Phan tram rieng tung nhan vien, uu tien hon theo bac
       01  WS-EMP-MAX                  PIC 9(04) VALUE 1000.
       01  WS-EMP-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-EMP-TABLE.
           03  WS-EMP-ENTRY OCCURS 1000 TIMES
                                       INDEXED BY WS-EMP-IDX.
               05  WS-EL-ID            PIC 9(04).
               05  WS-EL-PCT           PIC 9(03)V99.
               05  WS-EL-EFF-DATE      PIC 9(08).
       01  WS-LIST-LINE.
           03  FILLER                  PIC X(05) VALUE "LIST ".
           03  WS-LL-CODE              PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-LL-KEY               PIC X(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-LL-RESULT            PIC X(08) VALUE "REJECTED".
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-LL-REASON            PIC X(30).
       01  WS-DETAIL-LINE.
           03  WS-DL-ID                PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-NAME              PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-OLD               PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-PCT               PIC ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-NEW               PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-EFF-DATE          PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-RESULT            PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-REASON            PIC X(30).
       01  WS-SUMMARY-LINE.
           03  FILLER                  PIC X(08) VALUE "RAISED: ".
           03  WS-SUM-RAISED           PIC 9(05).
           03  FILLER                  PIC X(11) VALUE "  REFUSED: ".
           03  WS-SUM-REFUSED          PIC 9(05).
           03  FILLER                  PIC X(15)
                                       VALUE "  NOT COVERED: ".
           03  WS-SUM-UNCOVERED        PIC 9(05).
           03  FILLER                  PIC X(17)
                                       VALUE "  LIST REJECTED: ".
           03  WS-SUM-LIST-REJECTED    PIC 9(05).
           03  FILLER                  PIC X(08) VALUE "  HELD: ".
           03  WS-SUM-HELD             PIC 9(05).
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           IF WS-OPERATOR = SPACE
               MOVE "BATCH"            TO WS-OPERATOR
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM GET-APPROVAL-LIMITS.
           OPEN INPUT INCREASE-FILE.
           IF WS-INCREASE-STATUS NOT = "00"
               DISPLAY "SALARY-INCREASE.TXT NOT FOUND - NOTHING TO DO"
               GO TO MAIN-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "EMPLOYEE-MASTER.DAT NOT FOUND - NOTHING TO DO"
               CLOSE INCREASE-FILE
               GO TO MAIN-EXIT
           END-IF.
           OPEN INPUT GRADE-FILE.
           IF WS-GRADE-STATUS = "00"
               MOVE "Y"                TO WS-GRADE-OPEN
           ELSE
               DISPLAY "PAYGRADE.DAT NOT FOUND - FIXED SALARY RANGE"
           END-IF.
           OPEN I-O SALARY-PENDING.
           IF WS-PENDING-STATUS = "35"
               CLOSE SALARY-PENDING
               OPEN OUTPUT SALARY-PENDING
               CLOSE SALARY-PENDING
               OPEN I-O SALARY-PENDING
           END-IF.
           OPEN OUTPUT INCREASE-REPORT.
           INITIALIZE WS-TIER-TABLE.
           PERFORM READ-INCREASE.
           PERFORM LOAD-INCREASE
               THRU LOAD-INCREASE-EXIT
               UNTIL WS-INCREASE-EOF = "Y".
           PERFORM READ-EMPLOYEE.
           PERFORM RAISE-EMPLOYEE
               THRU RAISE-EMPLOYEE-EXIT
               UNTIL WS-EMP-EOF = "Y".
           MOVE WS-RAISED-COUNT        TO WS-SUM-RAISED.
           MOVE WS-REFUSED-COUNT       TO WS-SUM-REFUSED.
           MOVE WS-UNCOVERED-COUNT     TO WS-SUM-UNCOVERED.
           MOVE WS-LIST-REJECTED       TO WS-SUM-LIST-REJECTED.
           MOVE WS-HELD-COUNT          TO WS-SUM-HELD.
           WRITE INCREASE-REPORT-RECORD FROM WS-SUMMARY-LINE.
           CLOSE INCREASE-REPORT SALARY-PENDING EMPLOYEE-FILE
                 INCREASE-FILE.
           IF WS-GRADE-OPEN = "Y"
               CLOSE GRADE-FILE
           END-IF.
           DISPLAY "EMPLOYEES RAISED: " WS-RAISED-COUNT.
           DISPLAY "RAISES HELD FOR APPROVAL: " WS-HELD-COUNT.
           DISPLAY "EMPLOYEES REFUSED: " WS-REFUSED-COUNT.
           DISPLAY "EMPLOYEES NOT COVERED: " WS-UNCOVERED-COUNT.
           DISPLAY "LIST LINES REJECTED: " WS-LIST-REJECTED.
       MAIN-EXIT.
           EXIT.
           STOP RUN.
      /
       READ-INCREASE.
           READ INCREASE-FILE
               AT END
                   MOVE "Y"            TO WS-INCREASE-EOF
           END-READ.
      /
       LOAD-INCREASE.
           MOVE SPACES                 TO WS-REJECT-REASON.
           IF IN-KEY IS NOT NUMERIC
               MOVE "TIER/EMPLOYEE NOT NUMERIC" TO WS-REJECT-REASON
               GO TO LOAD-INCREASE-REPORT
           END-IF.
           IF IN-PCT IS NOT NUMERIC
               MOVE "PERCENTAGE NOT NUMERIC" TO WS-REJECT-REASON
               GO TO LOAD-INCREASE-REPORT
           END-IF.
           IF IN-EFF-DATE IS NOT NUMERIC
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REJECT-REASON
               GO TO LOAD-INCREASE-REPORT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(IN-EFF-DATE-N) NOT = 0
               MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
               GO TO LOAD-INCREASE-REPORT
           END-IF.
           COMPUTE WS-LINE-PCT = FUNCTION NUMVAL(IN-PCT) / 100.
           EVALUATE IN-CODE
               WHEN "T"
                   PERFORM LOAD-TIER-LINE
               WHEN "E"
                   PERFORM LOAD-EMPLOYEE-LINE
               WHEN OTHER
                   MOVE "INVALID LINE CODE" TO WS-REJECT-REASON
           END-EVALUATE.
       LOAD-INCREASE-REPORT.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE IN-CODE            TO WS-LL-CODE
               MOVE IN-KEY             TO WS-LL-KEY
               MOVE WS-REJECT-REASON   TO WS-LL-REASON
               WRITE INCREASE-REPORT-RECORD FROM WS-LIST-LINE
               ADD 1                   TO WS-LIST-REJECTED
           END-IF.
           PERFORM READ-INCREASE.
       LOAD-INCREASE-EXIT.
           EXIT.
      /
       READ-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE "Y"            TO WS-EMP-EOF
           END-READ.
      /
       RAISE-EMPLOYEE.
           IF EMP-TERMINATED
               GO TO RAISE-EMPLOYEE-NEXT
           END-IF.
           PERFORM FIND-PERCENTAGE.
           IF WS-PCT-FOUND = "N"
               ADD 1                   TO WS-UNCOVERED-COUNT
               GO TO RAISE-EMPLOYEE-NEXT
           END-IF.
           MOVE SPACES                 TO WS-REJECT-REASON.
           MOVE WS-SALARY-MAX          TO WS-GRADE-MAX.
           IF WS-GRADE-OPEN = "Y"
               MOVE EMP-TIER           TO PG-TIER
               READ GRADE-FILE
                   NOT INVALID KEY
                       MOVE PG-MAX-SALARY TO WS-GRADE-MAX
               END-READ
           END-IF.
           COMPUTE WS-NEW-SALARY ROUNDED =
               EMP-SALARY * (100 + WS-USE-PCT) / 100
               ON SIZE ERROR
                   MOVE "ABOVE PAY GRADE MAXIMUM" TO WS-REJECT-REASON
                   MOVE EMP-SALARY     TO WS-NEW-SALARY
           END-COMPUTE.
           IF WS-REJECT-REASON = SPACES
           AND WS-NEW-SALARY > WS-GRADE-MAX
               MOVE "ABOVE PAY GRADE MAXIMUM" TO WS-REJECT-REASON
           END-IF.
           MOVE "N"                    TO WS-RAISE-HELD.
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-APPROVAL-LIMIT
           END-IF.
           IF WS-REJECT-REASON = SPACES
               MOVE EMP-ID             TO SP-EMP-ID
               MOVE WS-USE-EFF-DATE    TO SP-EFF-DATE
               MOVE WS-NEW-SALARY      TO SP-NEW-SALARY
               MOVE "I"                TO SP-SOURCE
               MOVE WS-OPERATOR        TO SP-OPERATOR
               MOVE WS-TODAY           TO SP-ENTERED-DATE
               MOVE SPACE              TO SP-APPROVAL
               IF WS-RAISE-HELD = "Y"
                   MOVE "H"            TO SP-APPROVAL
               END-IF
               MOVE EMP-SALARY         TO SP-OLD-SALARY
               MOVE SPACES             TO SP-APPROVER
               MOVE ZERO               TO SP-APPROVAL-DATE
               WRITE SALARY-PENDING-RECORD
                   INVALID KEY
                       MOVE "PENDING CHANGE ALREADY ON FILE"
                                       TO WS-REJECT-REASON
               END-WRITE
           END-IF.
           MOVE EMP-ID                 TO WS-DL-ID.
           MOVE EMP-NAME               TO WS-DL-NAME.
           MOVE EMP-SALARY             TO WS-DL-OLD.
           MOVE WS-USE-PCT             TO WS-DL-PCT.
           MOVE WS-NEW-SALARY          TO WS-DL-NEW.
           MOVE WS-USE-EFF-DATE        TO WS-DL-EFF-DATE.
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "REFUSED"          TO WS-DL-RESULT
               MOVE WS-REJECT-REASON   TO WS-DL-REASON
               ADD 1                   TO WS-REFUSED-COUNT
           ELSE
               IF WS-RAISE-HELD = "Y"
                   MOVE "HELD"         TO WS-DL-RESULT
                   MOVE "AWAITS SECOND APPROVAL" TO WS-DL-REASON
                   ADD 1               TO WS-HELD-COUNT
               ELSE
                   MOVE "PENDING"      TO WS-DL-RESULT
                   MOVE SPACES         TO WS-DL-REASON
                   ADD 1               TO WS-RAISED-COUNT
               END-IF
           END-IF.
           WRITE INCREASE-REPORT-RECORD FROM WS-DETAIL-LINE.
       RAISE-EMPLOYEE-NEXT.
           PERFORM READ-EMPLOYEE.
       RAISE-EMPLOYEE-EXIT.
           EXIT.
      /
       LOAD-TIER-LINE SECTION.
       LOAD-TIER-LINE-START.
           IF IN-KEY-N < 1 OR IN-KEY-N > 9
               MOVE "TIER MUST BE 1-9" TO WS-REJECT-REASON
               GO TO LOAD-TIER-LINE-EXIT
           END-IF.
           IF WS-TIER-SET (IN-KEY-N) = "Y"
               MOVE "DUPLICATE TIER LINE" TO WS-REJECT-REASON
               GO TO LOAD-TIER-LINE-EXIT
           END-IF.
           MOVE "Y"                    TO WS-TIER-SET (IN-KEY-N).
           MOVE WS-LINE-PCT            TO WS-TIER-PCT (IN-KEY-N).
           MOVE IN-EFF-DATE-N          TO WS-TIER-EFF-DATE (IN-KEY-N).
       LOAD-TIER-LINE-EXIT.
           EXIT.
      /
       LOAD-EMPLOYEE-LINE SECTION.
       LOAD-EMPLOYEE-LINE-START.
           SET WS-EMP-IDX              TO 1.
           SEARCH WS-EMP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-EMP-IDX > WS-EMP-COUNT
                   CONTINUE
               WHEN WS-EL-ID (WS-EMP-IDX) = IN-KEY-N
                   MOVE "DUPLICATE EMPLOYEE LINE" TO WS-REJECT-REASON
                   GO TO LOAD-EMPLOYEE-LINE-EXIT
           END-SEARCH.
           IF WS-EMP-COUNT >= WS-EMP-MAX
               MOVE "EMPLOYEE LIST FULL" TO WS-REJECT-REASON
               GO TO LOAD-EMPLOYEE-LINE-EXIT
           END-IF.
           ADD 1                       TO WS-EMP-COUNT.
           MOVE IN-KEY-N               TO WS-EL-ID (WS-EMP-COUNT).
           MOVE WS-LINE-PCT            TO WS-EL-PCT (WS-EMP-COUNT).
           MOVE IN-EFF-DATE-N          TO WS-EL-EFF-DATE (WS-EMP-COUNT).
       LOAD-EMPLOYEE-LINE-EXIT.
           EXIT.
      /
       FIND-PERCENTAGE SECTION.
       FIND-PERCENTAGE-START.
           MOVE "N"                    TO WS-PCT-FOUND.
           SET WS-EMP-IDX              TO 1.
           SEARCH WS-EMP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-EMP-IDX > WS-EMP-COUNT
                   CONTINUE
               WHEN WS-EL-ID (WS-EMP-IDX) = EMP-ID
                   MOVE "Y"            TO WS-PCT-FOUND
                   MOVE WS-EL-PCT (WS-EMP-IDX) TO WS-USE-PCT
                   MOVE WS-EL-EFF-DATE (WS-EMP-IDX)
                                       TO WS-USE-EFF-DATE
           END-SEARCH.
           IF WS-PCT-FOUND = "Y"
               GO TO FIND-PERCENTAGE-EXIT
           END-IF.
           IF EMP-TIER < 1
               GO TO FIND-PERCENTAGE-EXIT
           END-IF.
           IF WS-TIER-SET (EMP-TIER) = "Y"
               MOVE "Y"                TO WS-PCT-FOUND
               MOVE WS-TIER-PCT (EMP-TIER) TO WS-USE-PCT
               MOVE WS-TIER-EFF-DATE (EMP-TIER) TO WS-USE-EFF-DATE
           END-IF.
       FIND-PERCENTAGE-EXIT.
           EXIT.
      /
       GET-APPROVAL-LIMITS SECTION.
       GET-APPROVAL-LIMITS-START.
           MOVE SPACES                 TO WS-APPROVAL-PCT-X.
           ACCEPT WS-APPROVAL-PCT-X
               FROM ENVIRONMENT "SALARY_APPROVAL_PCT".
           IF WS-APPROVAL-PCT-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-APPROVAL-PCT-X) = 0
                   MOVE FUNCTION NUMVAL(WS-APPROVAL-PCT-X)
                                       TO WS-APPROVAL-PCT
               ELSE
                   DISPLAY "SALARY_APPROVAL_PCT INVALID - USING "
                       WS-APPROVAL-PCT
               END-IF
           END-IF.
           MOVE SPACES                 TO WS-APPROVAL-AMT-X.
           ACCEPT WS-APPROVAL-AMT-X
               FROM ENVIRONMENT "SALARY_APPROVAL_AMT".
           IF WS-APPROVAL-AMT-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-APPROVAL-AMT-X) = 0
                   MOVE FUNCTION NUMVAL(WS-APPROVAL-AMT-X)
                                       TO WS-APPROVAL-AMT
               ELSE
                   DISPLAY "SALARY_APPROVAL_AMT INVALID - USING "
                       WS-APPROVAL-AMT
               END-IF
           END-IF.
       GET-APPROVAL-LIMITS-EXIT.
           EXIT.
      /
       CHECK-APPROVAL-LIMIT SECTION.
       CHECK-APPROVAL-LIMIT-START.
      *    Muc tang vuot nguong thi giu cho nguoi thu hai duyet
           IF WS-NEW-SALARY = EMP-SALARY
               GO TO CHECK-APPROVAL-LIMIT-EXIT
           END-IF.
           IF WS-NEW-SALARY > EMP-SALARY
               COMPUTE WS-CHANGE-AMT = WS-NEW-SALARY - EMP-SALARY
           ELSE
               COMPUTE WS-CHANGE-AMT = EMP-SALARY - WS-NEW-SALARY
           END-IF.
           IF WS-CHANGE-AMT > WS-APPROVAL-AMT
           OR EMP-SALARY = ZERO
               MOVE "Y"                TO WS-RAISE-HELD
               GO TO CHECK-APPROVAL-LIMIT-EXIT
           END-IF.
           COMPUTE WS-CHANGE-PCT = WS-CHANGE-AMT * 100 / EMP-SALARY
               ON SIZE ERROR
                   MOVE "Y"            TO WS-RAISE-HELD
           END-COMPUTE.
           IF WS-CHANGE-PCT > WS-APPROVAL-PCT
               MOVE "Y"                TO WS-RAISE-HELD
           END-IF.
       CHECK-APPROVAL-LIMIT-EXIT.
           EXIT.
