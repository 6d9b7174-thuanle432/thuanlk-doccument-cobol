      ******************************************************************
      *  Batch companion to P0001: applies HR's transaction file
      *  against the indexed EMPLOYEE-MASTER.DAT with the same edits
      *  the screen enforces (the pay grade salary check and the
      *  duplicate EMP-ID guard) and prints an edit report of applied
      *  and rejected lines, the way the registrar already gets for
      *  students from batch-student.
      *               (C: blank = keep current)
      *    col 35-39  hourly rate, 99999 = 999.99
      *               (blank = zero on add / keep on change)
      *    col 40-47  salary effective date YYYYMMDD (C only;
      *               blank or not after today = immediately)
      *    col 48-50  home department code, must be on DEPTMAST.DAT
      *               when that master is present
      *               (blank = none on add / keep on change)
      *    col 51-54  manager employee id, an active employee whose
      *               own reporting line does not lead back here
      *               (blank = none on add / keep on change,
      *                0000 = no manager)
      *
      *  Every add and salary change is also appended to
      *  SALARY-HISTORY.LOG exactly as the screen does.  A salary
      *  change dated after today is held on SALARY-PENDING.DAT
      *  instead, for salary-apply to post when it comes due.  A
      *  change larger than SALARY_APPROVAL_PCT percent or
      *  SALARY_APPROVAL_AMT (defaults 10 / 1000, as the screen) is
      *  held there for a second operator's approval on P0001, and
      *  the report ends with every change still held or rejected.
      *
      *  MODIFICATION HISTORY
      *    2026/09/02  LKT  New program - HR's new-starter and change
      *                     column on A and C transactions - this is
      *                     how HR loads the authoritative rates the
      *                     match run checks the feed against.
      *    2026/10/15  LKT  Salary edit now uses the employee's own
      *                     pay grade from PAYGRADE.DAT (tier 1 on
      *                     an add, the record's EMP-TIER on a
      *                     change), matching P0001.  The fixed
      *                     WS-SALARY-MIN/MAX apply when the master
      *                     or the grade is not on file.
      *    2026/10/15  LKT  Future-dated salary changes: new effective
      *                     date column on the C transaction; a
      *                     change dated after today goes to
      *                     SALARY-PENDING.DAT, matching P0001.
      *    2026/10/15  LKT  Carry EMP-DEPT-CODE: new optional
      *                     department column on A and C
      *                     transactions, checked against
      *                     DEPTMAST.DAT the same as the screen.
      *    2026/10/15  LKT  Carry EMP-MANAGER-ID: new optional manager
      *                     column on A and C transactions with the
      *                     screen's reporting-line loop check.
      *    2026/10/15  LKT  Large salary changes are held for a second
      *                     operator's approval (SALARY-PENDING status
      *                     H, old salary kept on the master), edit
      *                     line HELD, and the edit report lists every
      *                     held and rejected change on file.
      *                     SALARY-PENDING and SALARY-HISTORY records
      *                     extended to follow P0001.
      *    2026/10/15  LKT  The D transaction also disables every
      *                     operator linked to the terminated employee
      *                     in the operator store (OPERSIGN), as the
      *                     screen does.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

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

           SELECT DEPT-FILE ASSIGN TO "DEPTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-DEPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
           05  EMP-HIRE-DATE               PIC 9(08).
           05  EMP-TERM-DATE               PIC 9(08).
           05  EMP-HOURLY-RATE             PIC 9(03)V99.
           05  EMP-DEPT-CODE               PIC X(03).
           05  EMP-MANAGER-ID              PIC 9(04).

       FD  TRANS-FILE.
       01  TRANS-RECORD.
           03  TR-CODE                 PIC X(01).
           03  TR-ID                   PIC X(04).
           03  TR-ID-N REDEFINES TR-ID PIC 9(04).
           03  TR-NAME                 PIC X(20).
           03  TR-SALARY               PIC X(09).
           03  TR-RATE                 PIC X(05).
           03  TR-EFF-DATE             PIC X(08).
           03  TR-EFF-DATE-N REDEFINES TR-EFF-DATE
                                       PIC 9(08).
           03  TR-DEPT                 PIC X(03).
           03  TR-MANAGER              PIC X(04).
           03  TR-MANAGER-N REDEFINES TR-MANAGER
                                       PIC 9(04).

       FD  EDIT-REPORT.
       01  EDIT-REPORT-RECORD          PIC X(70).
           05  SH-OLD-SALARY               PIC 9(07)V99.
           05  SH-NEW-SALARY               PIC 9(07)V99.
           05  SH-OPERATOR                 PIC X(08).
           05  SH-APPROVER                 PIC X(08).

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

       FD  DEPT-FILE.
       01  DEPT-MASTER-RECORD.
           05  DM-DEPT-CODE                PIC X(03).
           05  DM-DEPT-NAME                PIC X(20).
           05  DM-COST-CENTRE              PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC X(02).
       01  WS-SALARY-MIN               PIC 9(07)V99 VALUE 500.00.
       01  WS-SALARY-MAX               PIC 9(07)V99
                                       VALUE 9999999.99.
       01  WS-GRADE-STATUS             PIC X(02).
       01  WS-PENDING-STATUS           PIC X(02).
       01  WS-PENDING-OPEN             PIC X(01) VALUE "N".
       01  WS-PENDING-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-TODAY                    PIC 9(08).
       01  WS-GRADE-OPEN               PIC X(01) VALUE "N".
       01  WS-DEPT-STATUS              PIC X(02).
       01  WS-DEPT-OPEN                PIC X(01) VALUE "N".
       01  WS-CHAIN-ID                 PIC 9(04).
       01  WS-CHAIN-LEVEL              PIC 9(02).
       01  WS-CHAIN-MAX                PIC 9(02) VALUE 50.
       01  WS-EMP-SAVE                 PIC X(94).
       01  WS-GRADE-TIER               PIC 9(01).
       01  WS-GRADE-MIN                PIC 9(07)V99.
       01  WS-GRADE-MAX                PIC 9(07)V99.
       01  WS-NEW-SALARY               PIC 9(07)V99.
       01  WS-NEW-RATE                 PIC 9(03)V99.
       01  WS-HIST-OLD                 PIC 9(07)V99.
       01  WS-HIST-STAMP.
           05  WS-HIST-DATE            PIC 9(08).
           05  WS-HIST-TIME            PIC 9(08).
       01  WS-SALARY-CHANGED           PIC X(01).
       01  WS-OPERATOR                 PIC X(08) VALUE SPACE.
       01  WS-SIGNON-REQUEST.
           03  WS-SR-FUNCTION          PIC X(01).
           03  WS-SR-OPERATOR          PIC X(08).
           03  WS-SR-PASSWORD          PIC X(08).
           03  WS-SR-EMP-ID            PIC 9(04).
           03  WS-SR-AUTH-LEVEL        PIC 9(01).
           03  WS-SR-RESULT            PIC X(02).
           03  WS-SR-MESSAGE           PIC X(40).
       01  WS-APPROVAL-PCT-X           PIC X(03).
       01  WS-APPROVAL-PCT             PIC 9(03) VALUE 10.
       01  WS-APPROVAL-AMT-X           PIC X(07).
       01  WS-APPROVAL-AMT             PIC 9(07) VALUE 1000.
       01  WS-CHANGE-AMT               PIC 9(07)V99.
       01  WS-CHANGE-PCT               PIC 9(05)V99.
       01  WS-PEND-EFF-DATE            PIC 9(08).
       01  WS-HELD-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-LIST-EOF                 PIC X(01).
       01  WS-LIST-HELD                PIC 9(05) VALUE ZERO.
       01  WS-LIST-REJECTED            PIC 9(05) VALUE ZERO.
       01  WS-HOLD-TITLE               PIC X(70)
               VALUE "SALARY CHANGES HELD FOR APPROVAL OR REJECTED".
       01  WS-HOLD-HEADING             PIC X(70)
               VALUE "STATUS   ID   EFF DATE    OLD SAL    NEW SAL ENTER
      -              "ED  DECIDED".
       01  WS-HOLD-LINE.
           03  WS-HL-STATUS            PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-HL-ID                PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-HL-EFF-DATE          PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-HL-OLD               PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-HL-NEW               PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-HL-OPERATOR          PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-HL-APPROVER          PIC X(08).
       01  WS-HOLD-SUMMARY.
           03  FILLER                  PIC X(06) VALUE "HELD: ".
           03  WS-HS-HELD              PIC 9(05).
           03  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           03  WS-HS-REJECTED          PIC 9(05).
       01  WS-EDIT-LINE.
           03  WS-EDIT-CODE            PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACE.
           IF WS-OPERATOR = SPACE
               MOVE "BATCH"            TO WS-OPERATOR
           END-IF.
           PERFORM GET-APPROVAL-LIMITS.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "EMPLOYEE-TRANS.TXT NOT FOUND - NOTHING TO DO"
               CLOSE EMPLOYEE-FILE
               OPEN I-O EMPLOYEE-FILE
           END-IF.
           OPEN INPUT GRADE-FILE.
           IF WS-GRADE-STATUS = "00"
               MOVE "Y"                TO WS-GRADE-OPEN
           ELSE
               DISPLAY "PAYGRADE.DAT NOT FOUND - FIXED SALARY RANGE"
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS = "00"
               MOVE "Y"                TO WS-DEPT-OPEN
           ELSE
               DISPLAY "DEPTMAST.DAT NOT FOUND - DEPARTMENTS UNCHECKED"
           END-IF.
           OPEN I-O SALARY-PENDING.
           IF WS-PENDING-STATUS = "35"
               CLOSE SALARY-PENDING
               OPEN OUTPUT SALARY-PENDING
               CLOSE SALARY-PENDING
               OPEN I-O SALARY-PENDING
           END-IF.
           MOVE "Y"                    TO WS-PENDING-OPEN.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN OUTPUT EDIT-REPORT.
           PERFORM READ-TRANSACTION.
           PERFORM APPLY-TRANSACTION
           MOVE WS-APPLIED-COUNT       TO WS-SUM-APPLIED.
           MOVE WS-REJECTED-COUNT      TO WS-SUM-REJECTED.
           WRITE EDIT-REPORT-RECORD    FROM WS-SUMMARY-LINE.
           PERFORM LIST-HELD-CHANGES.
           CLOSE EDIT-REPORT EMPLOYEE-FILE TRANS-FILE.
           IF WS-GRADE-OPEN = "Y"
               CLOSE GRADE-FILE
           END-IF.
           IF WS-PENDING-OPEN = "Y"
               CLOSE SALARY-PENDING
           END-IF.
           IF WS-DEPT-OPEN = "Y"
               CLOSE DEPT-FILE
           END-IF.
           DISPLAY "TRANSACTIONS APPLIED: " WS-APPLIED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECTED-COUNT.
           DISPLAY "SALARY CHANGES PENDING: " WS-PENDING-COUNT.
           DISPLAY "SALARY CHANGES HELD FOR APPROVAL: " WS-HELD-COUNT.
       MAIN-EXIT.
           EXIT.
           STOP RUN.
      /
       APPLY-TRANSACTION.
           MOVE SPACES                 TO WS-REJECT-REASON.
           MOVE "N"                    TO WS-SALARY-CHANGED.
           IF TR-ID IS NOT NUMERIC
               MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-REJECT-REASON
               GO TO APPLY-TRANSACTION-REPORT
           IF WS-REJECT-REASON = SPACES
               MOVE "APPLIED"          TO WS-EDIT-RESULT
               MOVE SPACES             TO WS-EDIT-REASON
               IF WS-SALARY-CHANGED = "P"
                   MOVE "PENDING"      TO WS-EDIT-RESULT
                   STRING "SALARY CHANGE EFFECTIVE " TR-EFF-DATE
                       DELIMITED BY SIZE INTO WS-EDIT-REASON
               END-IF
               IF WS-SALARY-CHANGED = "H"
                   MOVE "HELD"         TO WS-EDIT-RESULT
                   MOVE "SALARY CHANGE AWAITS SECOND APPROVAL"
                                       TO WS-EDIT-REASON
               END-IF
               ADD 1                   TO WS-APPLIED-COUNT
           ELSE
               MOVE "REJECTED"         TO WS-EDIT-RESULT
           PERFORM READ-TRANSACTION.
       APPLY-TRANSACTION-EXIT.
           EXIT.
      /
       CHECK-MANAGER-CHAIN.
           IF WS-CHAIN-ID = TR-ID-N
           OR WS-CHAIN-LEVEL NOT < WS-CHAIN-MAX
               MOVE "REPORTING LINE WOULD LOOP" TO WS-REJECT-REASON
           ELSE
               ADD 1                   TO WS-CHAIN-LEVEL
               MOVE WS-CHAIN-ID        TO EMP-ID
               READ EMPLOYEE-FILE
                   INVALID KEY
                       MOVE ZERO       TO WS-CHAIN-ID
                   NOT INVALID KEY
                       MOVE EMP-MANAGER-ID TO WS-CHAIN-ID
               END-READ
           END-IF.
      /
       LIST-HELD-CHANGE.
           READ SALARY-PENDING NEXT RECORD
               AT END
                   MOVE "Y"            TO WS-LIST-EOF
                   GO TO LIST-HELD-CHANGE-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN SP-HELD
                   MOVE "HELD"         TO WS-HL-STATUS
                   ADD 1               TO WS-LIST-HELD
               WHEN SP-REJECTED
                   MOVE "REJECTED"     TO WS-HL-STATUS
                   ADD 1               TO WS-LIST-REJECTED
               WHEN OTHER
                   GO TO LIST-HELD-CHANGE-EXIT
           END-EVALUATE.
           MOVE SP-EMP-ID              TO WS-HL-ID.
           MOVE SP-EFF-DATE            TO WS-HL-EFF-DATE.
           MOVE SP-OLD-SALARY          TO WS-HL-OLD.
           MOVE SP-NEW-SALARY          TO WS-HL-NEW.
           MOVE SP-OPERATOR            TO WS-HL-OPERATOR.
           MOVE SP-APPROVER            TO WS-HL-APPROVER.
           WRITE EDIT-REPORT-RECORD    FROM WS-HOLD-LINE.
       LIST-HELD-CHANGE-EXIT.
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
       LIST-HELD-CHANGES SECTION.
       LIST-HELD-CHANGES-START.
      *    Moi thay doi dang giu hoac bi tu choi tren SALARY-PENDING,
      *    ke ca thay doi nhap tu man hinh P0001
           WRITE EDIT-REPORT-RECORD    FROM SPACES.
           WRITE EDIT-REPORT-RECORD    FROM WS-HOLD-TITLE.
           WRITE EDIT-REPORT-RECORD    FROM WS-HOLD-HEADING.
           MOVE ZERO                   TO SP-EMP-ID SP-EFF-DATE.
           MOVE "N"                    TO WS-LIST-EOF.
           START SALARY-PENDING KEY IS NOT LESS THAN SP-KEY
               INVALID KEY
                   MOVE "Y"            TO WS-LIST-EOF
           END-START.
           PERFORM LIST-HELD-CHANGE
               THRU LIST-HELD-CHANGE-EXIT
               UNTIL WS-LIST-EOF = "Y".
           MOVE WS-LIST-HELD           TO WS-HS-HELD.
           MOVE WS-LIST-REJECTED       TO WS-HS-REJECTED.
           WRITE EDIT-REPORT-RECORD    FROM WS-HOLD-SUMMARY.
       LIST-HELD-CHANGES-EXIT.
           EXIT.
      /
       CHECK-APPROVAL-LIMIT SECTION.
       CHECK-APPROVAL-LIMIT-START.
      *    EMP-SALARY van la luong cu; vuot nguong thi giu cho duyet
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
               MOVE "H"                TO WS-SALARY-CHANGED
               GO TO CHECK-APPROVAL-LIMIT-EXIT
           END-IF.
           COMPUTE WS-CHANGE-PCT = WS-CHANGE-AMT * 100 / EMP-SALARY
               ON SIZE ERROR
                   MOVE "H"            TO WS-SALARY-CHANGED
           END-COMPUTE.
           IF WS-CHANGE-PCT > WS-APPROVAL-PCT
               MOVE "H"                TO WS-SALARY-CHANGED
           END-IF.
       CHECK-APPROVAL-LIMIT-EXIT.
           EXIT.
      /
       CHECK-SALARY SECTION.
       CHECK-SALARY-START.
               GO TO CHECK-SALARY-EXIT
           END-IF.
           COMPUTE WS-NEW-SALARY = FUNCTION NUMVAL(TR-SALARY) / 100.
           MOVE WS-SALARY-MIN          TO WS-GRADE-MIN.
           MOVE WS-SALARY-MAX          TO WS-GRADE-MAX.
           IF WS-GRADE-OPEN = "Y"
               MOVE WS-GRADE-TIER      TO PG-TIER
               READ GRADE-FILE
                   NOT INVALID KEY
                       MOVE PG-MIN-SALARY TO WS-GRADE-MIN
                       MOVE PG-MAX-SALARY TO WS-GRADE-MAX
               END-READ
           END-IF.
           IF WS-NEW-SALARY < WS-GRADE-MIN
           OR WS-NEW-SALARY > WS-GRADE-MAX
               MOVE "SALARY OUTSIDE PAY GRADE" TO WS-REJECT-REASON
           END-IF.
       CHECK-SALARY-EXIT.
           EXIT.
      /
       CHECK-DEPT SECTION.
       CHECK-DEPT-START.
           IF WS-DEPT-OPEN = "N"
               GO TO CHECK-DEPT-EXIT
           END-IF.
           MOVE TR-DEPT                TO DM-DEPT-CODE.
           READ DEPT-FILE
               INVALID KEY
                   MOVE "DEPARTMENT NOT ON DEPTMAST"
                                       TO WS-REJECT-REASON
           END-READ.
       CHECK-DEPT-EXIT.
           EXIT.
      /
       CHECK-MANAGER SECTION.
       CHECK-MANAGER-START.
      *    Walks the master upwards from the new manager, so the
      *    record being built is saved round the reads and put back.
           IF TR-MANAGER IS NOT NUMERIC
               MOVE "MANAGER ID NOT NUMERIC" TO WS-REJECT-REASON
               GO TO CHECK-MANAGER-EXIT
           END-IF.
           IF TR-MANAGER-N = ZERO
               GO TO CHECK-MANAGER-EXIT
           END-IF.
           IF TR-MANAGER = TR-ID
               MOVE "EMPLOYEE CANNOT REPORT TO SELF"
                                       TO WS-REJECT-REASON
               GO TO CHECK-MANAGER-EXIT
           END-IF.
           MOVE EMPLOYEE-FILE-RECORD   TO WS-EMP-SAVE.
           MOVE TR-MANAGER-N           TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "MANAGER NOT ON FILE" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       MOVE "MANAGER IS TERMINATED"
                                       TO WS-REJECT-REASON
                   END-IF
           END-READ.
           MOVE EMP-MANAGER-ID         TO WS-CHAIN-ID.
           MOVE 1                      TO WS-CHAIN-LEVEL.
           PERFORM CHECK-MANAGER-CHAIN
               UNTIL WS-REJECT-REASON NOT = SPACES
               OR WS-CHAIN-ID = ZERO.
           MOVE WS-EMP-SAVE            TO EMPLOYEE-FILE-RECORD.
       CHECK-MANAGER-EXIT.
           EXIT.
      /
       CHECK-RATE SECTION.
       CHECK-RATE-START.
               MOVE "NAME REQUIRED ON ADD" TO WS-REJECT-REASON
               GO TO APPLY-ADD-EXIT
           END-IF.
           MOVE 1                      TO WS-GRADE-TIER.
           PERFORM CHECK-SALARY.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO APPLY-ADD-EXIT
               END-IF
               MOVE WS-NEW-RATE        TO EMP-HOURLY-RATE
           END-IF.
           MOVE SPACES                 TO EMP-DEPT-CODE.
           IF TR-DEPT NOT = SPACES
               PERFORM CHECK-DEPT
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO APPLY-ADD-EXIT
               END-IF
               MOVE TR-DEPT            TO EMP-DEPT-CODE
           END-IF.
           MOVE ZERO                   TO EMP-MANAGER-ID.
           IF TR-MANAGER NOT = SPACES
               PERFORM CHECK-MANAGER
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO APPLY-ADD-EXIT
               END-IF
               MOVE TR-MANAGER-N       TO EMP-MANAGER-ID
           END-IF.
           WRITE EMPLOYEE-FILE-RECORD
               INVALID KEY
                   MOVE "ID ALREADY EXISTS" TO WS-REJECT-REASON
           END-READ.
           MOVE "N"                    TO WS-SALARY-CHANGED.
           MOVE EMP-SALARY             TO WS-HIST-OLD.
           IF TR-EFF-DATE NOT = SPACES
               IF TR-SALARY = SPACES
                   MOVE "EFFECTIVE DATE WITHOUT SALARY"
                                       TO WS-REJECT-REASON
                   GO TO APPLY-CHANGE-EXIT
               END-IF
               IF TR-EFF-DATE IS NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT NUMERIC"
                                       TO WS-REJECT-REASON
                   GO TO APPLY-CHANGE-EXIT
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(TR-EFF-DATE-N) NOT = 0
                   MOVE "INVALID EFFECTIVE DATE" TO WS-REJECT-REASON
                   GO TO APPLY-CHANGE-EXIT
               END-IF
           END-IF.
           IF TR-SALARY NOT = SPACES
               MOVE EMP-TIER           TO WS-GRADE-TIER
               PERFORM CHECK-SALARY
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO APPLY-CHANGE-EXIT
               END-IF
               MOVE WS-TODAY           TO WS-PEND-EFF-DATE
               IF TR-EFF-DATE NOT = SPACES
               AND TR-EFF-DATE-N > WS-TODAY
                   MOVE TR-EFF-DATE-N  TO WS-PEND-EFF-DATE
               END-IF
               PERFORM CHECK-APPROVAL-LIMIT
               EVALUATE TRUE
                   WHEN WS-SALARY-CHANGED = "H"
                       CONTINUE
                   WHEN WS-PEND-EFF-DATE > WS-TODAY
                       MOVE "P"        TO WS-SALARY-CHANGED
                   WHEN OTHER
                       MOVE WS-NEW-SALARY TO EMP-SALARY
                       MOVE "Y"        TO WS-SALARY-CHANGED
               END-EVALUATE
           END-IF.
           IF TR-NAME NOT = SPACES
               MOVE TR-NAME            TO EMP-NAME
               END-IF
               MOVE WS-NEW-RATE        TO EMP-HOURLY-RATE
           END-IF.
           IF TR-DEPT NOT = SPACES
               PERFORM CHECK-DEPT
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO APPLY-CHANGE-EXIT
               END-IF
               MOVE TR-DEPT            TO EMP-DEPT-CODE
           END-IF.
           IF TR-MANAGER NOT = SPACES
               PERFORM CHECK-MANAGER
               IF WS-REJECT-REASON NOT = SPACES
                   GO TO APPLY-CHANGE-EXIT
               END-IF
               MOVE TR-MANAGER-N       TO EMP-MANAGER-ID
           END-IF.
           REWRITE EMPLOYEE-FILE-RECORD
               INVALID KEY
                   MOVE "ERROR REWRITING EMPLOYEE RECORD"
               MOVE EMP-SALARY         TO WS-NEW-SALARY
               PERFORM WRITE-SALARY-HISTORY
           END-IF.
           IF WS-REJECT-REASON = SPACES
           AND (WS-SALARY-CHANGED = "P" OR WS-SALARY-CHANGED = "H")
               PERFORM WRITE-SALARY-PENDING
           END-IF.
       APPLY-CHANGE-EXIT.
           EXIT.
      /
               INVALID KEY
                   MOVE "ERROR REWRITING EMPLOYEE RECORD"
                                       TO WS-REJECT-REASON
                   GO TO APPLY-DELETE-EXIT
           END-REWRITE.
           MOVE "T"                    TO WS-SR-FUNCTION.
           MOVE WS-OPERATOR            TO WS-SR-OPERATOR.
           MOVE SPACES                 TO WS-SR-PASSWORD.
           MOVE EMP-ID                 TO WS-SR-EMP-ID.
           CALL "OPERSIGN" USING WS-SIGNON-REQUEST
               ON EXCEPTION
                   MOVE "90"           TO WS-SR-RESULT
                   MOVE "OPERATOR STORE NOT AVAILABLE"
                                       TO WS-SR-MESSAGE
           END-CALL.
           IF WS-SR-RESULT NOT = "00"
               DISPLAY "EMPLOYEE " EMP-ID " OPERATORS NOT DISABLED - "
                   WS-SR-MESSAGE
           END-IF.
       APPLY-DELETE-EXIT.
           EXIT.
      /
       WRITE-SALARY-PENDING SECTION.
       WRITE-SALARY-PENDING-START.
           MOVE EMP-ID              TO SP-EMP-ID.
           MOVE WS-PEND-EFF-DATE    TO SP-EFF-DATE.
           MOVE WS-NEW-SALARY       TO SP-NEW-SALARY.
           MOVE "B"                 TO SP-SOURCE.
           MOVE WS-OPERATOR         TO SP-OPERATOR.
           MOVE WS-TODAY            TO SP-ENTERED-DATE.
           MOVE SPACE               TO SP-APPROVAL.
           MOVE WS-HIST-OLD         TO SP-OLD-SALARY.
           MOVE SPACES              TO SP-APPROVER.
           MOVE ZERO                TO SP-APPROVAL-DATE.
           IF WS-SALARY-CHANGED = "H"
               MOVE "H"             TO SP-APPROVAL
               ADD 1                TO WS-HELD-COUNT
           ELSE
               ADD 1                TO WS-PENDING-COUNT
           END-IF.
           WRITE SALARY-PENDING-RECORD
               INVALID KEY
                   REWRITE SALARY-PENDING-RECORD
           END-WRITE.
       WRITE-SALARY-PENDING-EXIT.
           EXIT.
      /
       WRITE-SALARY-HISTORY SECTION.
       WRITE-SALARY-HISTORY-START.
           END-IF.
           MOVE EMP-ID              TO SH-EMP-ID.
           MOVE WS-HIST-DATE        TO SH-DATE.
           MOVE WS-HIST-TIME(1:6)   TO SH-TIME.
           MOVE WS-HIST-OLD         TO SH-OLD-SALARY.
           MOVE WS-NEW-SALARY       TO SH-NEW-SALARY.
           MOVE WS-OPERATOR         TO SH-OPERATOR.
           MOVE SPACES              TO SH-APPROVER.
           WRITE SALARY-HISTORY-RECORD.
           CLOSE SALARY-HISTORY.
       WRITE-SALARY-HISTORY-EXIT.
