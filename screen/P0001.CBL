      *                     create here; loaded through
      *                     batch-employee).  Existing master files
      *                     must be rebuilt.
      *    2026/10/15  LKT  Salary is now validated on create and
      *                     modify against the employee's own pay
      *                     grade from PAYGRADE.DAT (kept by P0004,
      *                     keyed on EMP-TIER) instead of one fixed
      *                     range.  WS-SALARY-MIN/MAX remain the
      *                     bounds when the master or the grade is
      *                     not on file.
      *    2026/10/15  LKT  Future-dated salary changes: modify now
      *                     asks for an effective date, and a salary
      *                     change dated after today is held on
      *                     SALARY-PENDING.DAT (keyed on employee and
      *                     effective date) instead of changing
      *                     EMP-SALARY.  salary-apply posts it, with
      *                     its SALARY-HISTORY.LOG entry, when it
      *                     comes due.  New menu key P lists the
      *                     changes still pending for an employee
      *                     (ID 0000 = all employees).
      *    2026/10/15  LKT  Record extended with EMP-DEPT-CODE, the
      *                     employee's home department, entered on
      *                     create/modify and checked against
      *                     DEPTMAST.DAT (P0002) when that master is
      *                     present.  Existing master files must be
      *                     converted with convert-employee.
      *    2026/10/15  LKT  Record extended with EMP-MANAGER-ID, the
      *                     employee's reporting line (0000 = none).
      *                     The manager must be an active employee on
      *                     file, and a manager whose own chain leads
      *                     back to this employee is refused so the
      *                     reporting line cannot loop.
      *    2026/10/15  LKT  Second-operator approval for large salary
      *                     changes: a modify that moves EMP-SALARY by
      *                     more than SALARY_APPROVAL_PCT percent or
      *                     SALARY_APPROVAL_AMT (defaults 10 / 1000)
      *                     is held on SALARY-PENDING.DAT with status
      *                     H and the old salary stays on the master.
      *                     New menu key R (level 3) walks the held
      *                     changes; another operator approves (posted
      *                     now if due, else left for salary-apply) or
      *                     rejects them.  SALARY-PENDING record
      *                     extended with approval status, old salary,
      *                     approver and approval date, and
      *                     SALARY-HISTORY.LOG with the approver;
      *                     existing SALARY-PENDING.DAT files must be
      *                     rebuilt.
      *    2026/10/15  LKT  Operator sign-on now goes through OPERSIGN
      *                     against the central operator store in
      *                     Postgres (hashed passwords, lockout after
      *                     repeated failures, forced password change
      *                     when expired) instead of this program's own
      *                     read of OPERMAST.txt.  Terminate also
      *                     disables every operator linked to the
      *                     employee.
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
           05  EMP-HIRE-DATE               PIC 9(08).
           05  EMP-TERM-DATE               PIC 9(08).
           05  EMP-HOURLY-RATE             PIC 9(03)V99.
           05  EMP-DEPT-CODE               PIC X(03).
           05  EMP-MANAGER-ID              PIC 9(04).

       FD  SALARY-HISTORY.
       01  SALARY-HISTORY-RECORD.
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
       01  WS-OPTION                       PIC X(01).
           05  WS-ID                       PIC 9(04).
           05  WS-NAME                     PIC X(20).
           05  WS-SALARY                   PIC 9(07)V99.
           05  WS-DEPT-CODE                PIC X(03).
           05  WS-MANAGER-ID               PIC 9(04).
       01  GEETING                         PIC X(30).
       01  WS-BROWSE-LINES.
           05  WS-BL-01                    PIC X(37).
           05  WS-BL-02                    PIC X(37).
           05  WS-BL-03                    PIC X(37).
           05  WS-BL-04                    PIC X(37).
           05  WS-BL-05                    PIC X(37).
           05  WS-BL-06                    PIC X(37).
           05  WS-BL-07                    PIC X(37).
           05  WS-BL-08                    PIC X(37).
           05  WS-BL-09                    PIC X(37).
           05  WS-BL-10                    PIC X(37).
       01  WS-BROWSE-TABLE REDEFINES WS-BROWSE-LINES.
           05  WS-BROWSE-LINE OCCURS 10 TIMES
                                           PIC X(37).
       01  WS-BROWSE-WORK.
           05  WS-BW-ID                    PIC 9(04).
           05  FILLER                      PIC X(02) VALUE SPACE.
       01  WS-HISTORY-STATUS               PIC X(02).
       01  WS-HIST-STAMP.
           05  WS-HIST-DATE                PIC 9(08).
           05  WS-HIST-TIME                PIC 9(08).
       01  WS-HIST-OLD                     PIC 9(07)V99.
       01  WS-HIST-EOF                     PIC X(01).
       01  WS-HIST-CNT                     PIC 9(02).
       01  WS-SALARY-MAX                   PIC 9(07)V99
                                           VALUE 9999999.99.
       01  WS-SALARY-OK                    PIC X(01).
       01  WS-GRADE-STATUS                 PIC X(02).
       01  WS-GRADE-TIER                   PIC 9(01).
       01  WS-GRADE-MIN                    PIC 9(07)V99.
       01  WS-GRADE-MAX                    PIC 9(07)V99.
       01  WS-PENDING-STATUS               PIC X(02).
       01  WS-DEPT-STATUS                  PIC X(02).
       01  WS-DEPT-OK                      PIC X(01).
       01  WS-MGR-OK                       PIC X(01).
       01  WS-CHAIN-ID                     PIC 9(04).
       01  WS-CHAIN-LEVEL                  PIC 9(02).
       01  WS-CHAIN-MAX                    PIC 9(02) VALUE 50.
       01  WS-PENDING-EOF                  PIC X(01).
       01  WS-SALARY-PENDING               PIC X(01).
       01  WS-EFF-DATE                     PIC 9(08).
       01  WS-EFF-OK                       PIC X(01).
       01  WS-PEND-WORK.
           05  WS-PW-ID                    PIC 9(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-PW-DATE                  PIC 9(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-PW-SALARY                PIC ZZZZZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-PW-SOURCE                PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-PW-OPERATOR              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  WS-PW-APPROVAL              PIC X(01).
       01  WS-SIGNON-REQUEST.
           05  WS-SR-FUNCTION              PIC X(01).
           05  WS-SR-OPERATOR              PIC X(08).
           05  WS-SR-PASSWORD              PIC X(08).
           05  WS-SR-EMP-ID                PIC 9(04).
           05  WS-SR-AUTH-LEVEL            PIC 9(01).
           05  WS-SR-RESULT                PIC X(02).
           05  WS-SR-MESSAGE               PIC X(40).
       01  WS-OPERATOR                     PIC X(08) VALUE SPACE.
       01  WS-PASSWORD                     PIC X(08).
       01  WS-AUTH-LEVEL                   PIC 9(01) VALUE 0.
       01  WS-SIGNON-OK                    PIC X(01) VALUE "N".
       01  WS-HIST-OPERATOR                PIC X(08).
       01  WS-HIST-APPROVER                PIC X(08).
       01  WS-APPROVAL-PCT-X               PIC X(03).
       01  WS-APPROVAL-PCT                 PIC 9(03) VALUE 10.
       01  WS-APPROVAL-AMT-X               PIC X(07).
       01  WS-APPROVAL-AMT                 PIC 9(07) VALUE 1000.
       01  WS-CHANGE-AMT                   PIC 9(07)V99.
       01  WS-CHANGE-PCT                   PIC 9(05)V99.
       01  WS-NEEDS-APPROVAL               PIC X(01).
       01  WS-APPROVE-CMD                  PIC X(01).
       01  WS-APPROVE-DONE                 PIC X(01).
       01  WS-APPROVE-COUNT                PIC 9(04).
       01  WS-APPROVE-WORK.
           05  WS-AW-ID                    PIC 9(04).
           05  WS-AW-NAME                  PIC X(20).
           05  WS-AW-EFF-DATE              PIC 9(08).
           05  WS-AW-OLD                   PIC 9(07)V99.
           05  WS-AW-NEW                   PIC 9(07)V99.
           05  WS-AW-OPERATOR              PIC X(08).


       SCREEN SECTION.
           05  LINE NUMBER 5 COLUMN 02 VALUE 'D: TERMINATE NAME'.
           05  LINE NUMBER 6 COLUMN 02 VALUE 'F: BROWSE ALL'.
           05  LINE NUMBER 7 COLUMN 02 VALUE 'H: SALARY HISTORY'.
           05  LINE NUMBER 8 COLUMN 02 VALUE 'P: PENDING CHANGES'.
           05  LINE NUMBER 9 COLUMN 02 VALUE 'R: APPROVE CHANGES'.
           05  LINE NUMBER 10 COLUMN 02 VALUE 'ACTION: '.
           05  LINE NUMBER 10 COLUMN 10 PIC X(01) TO WS-OPTION.

       01  CREATE-SCREEN.
           05  BLANK SCREEN.
           05  LINE NUMBER 3 COLUMN 45 PIC X(20) TO WS-NAME.
           05  LINE NUMBER 4 COLUMN 35 VALUE 'SALARY:  '.
           05  LINE NUMBER 4 COLUMN 45 PIC 9(07)V99 TO WS-SALARY.
           05  LINE NUMBER 5 COLUMN 35 VALUE 'DEPT:  '.
           05  LINE NUMBER 5 COLUMN 45 PIC X(03) TO WS-DEPT-CODE.
           05  LINE NUMBER 6 COLUMN 35 VALUE 'MANAGER:  '.
           05  LINE NUMBER 6 COLUMN 45 PIC 9(04) TO WS-MANAGER-ID.

       01  VIEW-SCREEN.
           05  BLANK SCREEN.
           05  LINE NUMBER 3 COLUMN 45 PIC X(20) FROM WS-NAME.
           05  LINE NUMBER 4 COLUMN 35 VALUE 'SALARY:  '.
           05  LINE NUMBER 4 COLUMN 45 PIC 9(07)V99 FROM WS-SALARY.
           05  LINE NUMBER 5 COLUMN 35 VALUE 'DEPT:  '.
           05  LINE NUMBER 5 COLUMN 45 PIC X(03) FROM WS-DEPT-CODE.
           05  LINE NUMBER 6 COLUMN 35 VALUE 'MANAGER:  '.
           05  LINE NUMBER 6 COLUMN 45 PIC 9(04) FROM WS-MANAGER-ID.
       01  MESSAGE-SCREEN.
           05  BLANK SCREEN.
           05  LINE NUMBER 20 COLUMN 15 VALUE 'PLEASE INPUT OPTION'.
           05  LINE NUMBER 11 COLUMN 02 PIC X(35) FROM WS-BL-09.
           05  LINE NUMBER 12 COLUMN 02 PIC X(35) FROM WS-BL-10.

       01  EFFECTIVE-SCREEN.
           05  BLANK SCREEN.
           05  LINE NUMBER 1 COLUMN 35
                                   VALUE 'SALARY CHANGE EFFECTIVE'.
           05  LINE NUMBER 2 COLUMN 35
                                   VALUE 'DATE YYYYMMDD (0 = NOW):  '.
           05  LINE NUMBER 2 COLUMN 62 PIC 9(08) TO WS-EFF-DATE.

       01  BAD-DATE-SCREEN.
           05  BLANK SCREEN.
           05  LINE NUMBER 20 COLUMN 15
                       VALUE 'INVALID EFFECTIVE DATE - RE-ENTER'.

       01  PENDING-ID-SCREEN.
           05  BLANK SCREEN.
           05  LINE NUMBER 1 COLUMN 02
                   VALUE 'PENDING CHANGES - EMPLOYEE ID: '.
           05  LINE NUMBER 1 COLUMN 33 PIC 9(04) TO WS-ID.

       01  PENDING-SCREEN.
           05  BLANK SCREEN.
           05  LINE NUMBER 1 COLUMN 02
                   VALUE 'PENDING SALARY CHANGES (SOONEST FIRST)'.
           05  LINE NUMBER 2 COLUMN 02
                   VALUE 'ID   EFFECTIVE NEW SALARY S OPERATOR A'.
           05  LINE NUMBER 3  COLUMN 02 PIC X(37) FROM WS-BL-01.
           05  LINE NUMBER 4  COLUMN 02 PIC X(37) FROM WS-BL-02.
           05  LINE NUMBER 5  COLUMN 02 PIC X(37) FROM WS-BL-03.
           05  LINE NUMBER 6  COLUMN 02 PIC X(37) FROM WS-BL-04.
           05  LINE NUMBER 7  COLUMN 02 PIC X(37) FROM WS-BL-05.
           05  LINE NUMBER 8  COLUMN 02 PIC X(37) FROM WS-BL-06.
           05  LINE NUMBER 9  COLUMN 02 PIC X(37) FROM WS-BL-07.
           05  LINE NUMBER 10 COLUMN 02 PIC X(37) FROM WS-BL-08.
           05  LINE NUMBER 11 COLUMN 02 PIC X(37) FROM WS-BL-09.
           05  LINE NUMBER 12 COLUMN 02 PIC X(37) FROM WS-BL-10.

       01  BAD-DEPT-SCREEN.
           05  BLANK SCREEN.
           05  LINE NUMBER 20 COLUMN 15
                       VALUE 'DEPARTMENT NOT ON DEPTMAST - RE-ENTER'.

       01  BAD-MANAGER-SCREEN.
           05  BLANK SCREEN.
           05  LINE NUMBER 20 COLUMN 15
                       VALUE 'MANAGER NOT ACTIVE ON FILE - RE-ENTER'.

       01  LOOP-MANAGER-SCREEN.
           05  BLANK SCREEN.
           05  LINE NUMBER 20 COLUMN 15
                       VALUE 'REPORTING LINE WOULD LOOP - RE-ENTER'.

       01  BAD-SALARY-SCREEN.
           05  BLANK SCREEN.
           05  LINE NUMBER 20 COLUMN 15
                       VALUE 'SALARY OUTSIDE PAY GRADE - RE-ENTER'.

       01  APPROVE-SCREEN.
           05  BLANK SCREEN.
           05  LINE NUMBER 1 COLUMN 35
                               VALUE 'SALARY CHANGE AWAITING APPROVAL'.
           05  LINE NUMBER 2 COLUMN 35 VALUE 'ID:  '.
           05  LINE NUMBER 2 COLUMN 50 PIC 9(04) FROM WS-AW-ID.
           05  LINE NUMBER 3 COLUMN 35 VALUE 'NAME:  '.
           05  LINE NUMBER 3 COLUMN 50 PIC X(20) FROM WS-AW-NAME.
           05  LINE NUMBER 4 COLUMN 35 VALUE 'EFFECTIVE:  '.
           05  LINE NUMBER 4 COLUMN 50 PIC 9(08) FROM WS-AW-EFF-DATE.
           05  LINE NUMBER 5 COLUMN 35 VALUE 'OLD SALARY:  '.
           05  LINE NUMBER 5 COLUMN 50 PIC ZZZZZZ9.99 FROM WS-AW-OLD.
           05  LINE NUMBER 6 COLUMN 35 VALUE 'NEW SALARY:  '.
           05  LINE NUMBER 6 COLUMN 50 PIC ZZZZZZ9.99 FROM WS-AW-NEW.
           05  LINE NUMBER 7 COLUMN 35 VALUE 'ENTERED BY:  '.
           05  LINE NUMBER 7 COLUMN 50 PIC X(08) FROM WS-AW-OPERATOR.
           05  LINE NUMBER 9 COLUMN 35
                   VALUE 'A: APPROVE  R: REJECT  S: SKIP  Q: QUIT: '.
           05  LINE NUMBER 9 COLUMN 76 PIC X(01) TO WS-APPROVE-CMD.

       PROCEDURE DIVISION.

       MAIN SECTION.
       MAIN-START.
           PERFORM OPERATOR-SIGNON.
           PERFORM GET-APPROVAL-LIMITS.
           IF WS-SIGNON-OK = "Y"
               PERFORM VIEW-MAIN
           END-IF.
           ACCEPT WS-OPERATOR.
           DISPLAY "PASSWORD: "         WITH NO ADVANCING.
           ACCEPT WS-PASSWORD.
           MOVE "S" TO WS-SR-FUNCTION.
           MOVE WS-OPERATOR TO WS-SR-OPERATOR.
           MOVE WS-PASSWORD TO WS-SR-PASSWORD.
           MOVE ZERO TO WS-SR-EMP-ID.
           CALL "OPERSIGN" USING WS-SIGNON-REQUEST
               ON EXCEPTION
                   MOVE "90" TO WS-SR-RESULT
                   MOVE "OPERATOR STORE NOT AVAILABLE"
                       TO WS-SR-MESSAGE
           END-CALL.
           IF WS-SR-RESULT = "00"
               MOVE "Y" TO WS-SIGNON-OK
               MOVE WS-SR-AUTH-LEVEL TO WS-AUTH-LEVEL
           ELSE
               DISPLAY "SESSION REFUSED - " WS-SR-MESSAGE
           END-IF.
       OPERATOR-SIGNON-EXIT.
           EXIT.
      /
       GET-APPROVAL-LIMITS SECTION.
       GET-APPROVAL-LIMITS-START.
      *    Nguong duyet: phan tram (so nguyen) va so tien (dong nguyen)
           MOVE SPACES              TO WS-APPROVAL-PCT-X.
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
           MOVE SPACES              TO WS-APPROVAL-AMT-X.
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
       VIEW-MAIN SECTION.
       VIEW-MAIN-START.
                       PERFORM BROWSE-EMPLOYEES
                   WHEN 'H'
                       PERFORM DISPLAY-HISTORY
                   WHEN 'P'
                       PERFORM DISPLAY-PENDING
                   WHEN 'R'
                       IF WS-AUTH-LEVEL < 3
                           PERFORM DISPLAY-NO-AUTHORITY
                       ELSE
                           PERFORM APPROVE-CHANGES
                       END-IF
                   WHEN OTHER
                       PERFORM DISPLAY-MESSAGE
               END-EVALUATE
      /
       DISPLAY-CREATE SECTION.
       DISPLAY-CREATE-START.
           MOVE ZERO TO WS-EFF-DATE.
           PERFORM ACCEPT-EMPLOYEE.
           PERFORM SAVE-EMPLOYEE.
       DISPLAY-CREATE-EXIT.
           EXIT.
      /
       ACCEPT-EMPLOYEE SECTION.
       ACCEPT-EMPLOYEE-START.
           MOVE 'N' TO WS-SALARY-OK.
           PERFORM UNTIL WS-SALARY-OK = 'Y'
               DISPLAY CREATE-SCREEN
               ACCEPT CREATE-SCREEN
               PERFORM GET-GRADE-RANGE
               PERFORM CHECK-DEPARTMENT
               PERFORM CHECK-MANAGER
               EVALUATE TRUE
                   WHEN WS-SALARY < WS-GRADE-MIN
                   WHEN WS-SALARY > WS-GRADE-MAX
                       DISPLAY BAD-SALARY-SCREEN
                       ACCEPT BAD-SALARY-SCREEN
                   WHEN WS-DEPT-OK = 'N'
                       DISPLAY BAD-DEPT-SCREEN
                       ACCEPT BAD-DEPT-SCREEN
                   WHEN WS-MGR-OK = 'N'
                       DISPLAY BAD-MANAGER-SCREEN
                       ACCEPT BAD-MANAGER-SCREEN
                   WHEN WS-MGR-OK = 'L'
                       DISPLAY LOOP-MANAGER-SCREEN
                       ACCEPT LOOP-MANAGER-SCREEN
                   WHEN OTHER
                       MOVE 'Y' TO WS-SALARY-OK
               END-EVALUATE
           END-PERFORM.
       ACCEPT-EMPLOYEE-EXIT.
           EXIT.
      /
       ACCEPT-EFFECTIVE-DATE SECTION.
       ACCEPT-EFFECTIVE-DATE-START.
           MOVE 'N' TO WS-EFF-OK.
           PERFORM UNTIL WS-EFF-OK = 'Y'
               MOVE ZERO TO WS-EFF-DATE
               DISPLAY EFFECTIVE-SCREEN
               ACCEPT EFFECTIVE-SCREEN
               IF WS-EFF-DATE NOT = ZERO
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE) NOT = 0
                   DISPLAY BAD-DATE-SCREEN
                   ACCEPT BAD-DATE-SCREEN
               ELSE
                   MOVE 'Y' TO WS-EFF-OK
               END-IF
           END-PERFORM.
       ACCEPT-EFFECTIVE-DATE-EXIT.
           EXIT.
      /
       CHECK-DEPARTMENT SECTION.
       CHECK-DEPARTMENT-START.
           MOVE 'Y'                 TO WS-DEPT-OK.
           IF WS-DEPT-CODE = SPACES
               GO TO CHECK-DEPARTMENT-EXIT
           END-IF.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-STATUS NOT = "00"
               GO TO CHECK-DEPARTMENT-EXIT
           END-IF.
           MOVE WS-DEPT-CODE        TO DM-DEPT-CODE.
           READ DEPT-FILE
               INVALID KEY
                   MOVE 'N'         TO WS-DEPT-OK
           END-READ.
           CLOSE DEPT-FILE.
       CHECK-DEPARTMENT-EXIT.
           EXIT.
      /
       CHECK-MANAGER SECTION.
       CHECK-MANAGER-START.
      *    Walk up from the new manager; meeting this employee on the
      *    way (or a chain that never ends) means the line would loop.
           MOVE 'Y'                 TO WS-MGR-OK.
           IF WS-MANAGER-ID = ZERO
               GO TO CHECK-MANAGER-EXIT
           END-IF.
           IF WS-MANAGER-ID = WS-ID
               MOVE 'L'             TO WS-MGR-OK
               GO TO CHECK-MANAGER-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               MOVE 'N'             TO WS-MGR-OK
               GO TO CHECK-MANAGER-EXIT
           END-IF.
           MOVE WS-MANAGER-ID       TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE 'N'         TO WS-MGR-OK
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       MOVE 'N'     TO WS-MGR-OK
                   END-IF
           END-READ.
           MOVE EMP-MANAGER-ID      TO WS-CHAIN-ID.
           MOVE 1                   TO WS-CHAIN-LEVEL.
           PERFORM UNTIL WS-MGR-OK NOT = 'Y'
                      OR WS-CHAIN-ID = ZERO
               IF WS-CHAIN-ID = WS-ID
               OR WS-CHAIN-LEVEL NOT < WS-CHAIN-MAX
                   MOVE 'L'         TO WS-MGR-OK
               ELSE
                   ADD 1            TO WS-CHAIN-LEVEL
                   MOVE WS-CHAIN-ID TO EMP-ID
                   READ EMPLOYEE-FILE
                       INVALID KEY
                           MOVE ZERO TO WS-CHAIN-ID
                       NOT INVALID KEY
                           MOVE EMP-MANAGER-ID TO WS-CHAIN-ID
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE EMPLOYEE-FILE.
       CHECK-MANAGER-EXIT.
           EXIT.
      /
       GET-GRADE-RANGE SECTION.
       GET-GRADE-RANGE-START.
           MOVE 1                   TO WS-GRADE-TIER.
           MOVE WS-SALARY-MIN       TO WS-GRADE-MIN.
           MOVE WS-SALARY-MAX       TO WS-GRADE-MAX.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS = "00"
               MOVE WS-ID           TO EMP-ID
               READ EMPLOYEE-FILE
                   NOT INVALID KEY
                       MOVE EMP-TIER TO WS-GRADE-TIER
               END-READ
               CLOSE EMPLOYEE-FILE
           END-IF.
           OPEN INPUT GRADE-FILE.
           IF WS-GRADE-STATUS NOT = "00"
               GO TO GET-GRADE-RANGE-EXIT
           END-IF.
           MOVE WS-GRADE-TIER       TO PG-TIER.
           READ GRADE-FILE
               NOT INVALID KEY
                   MOVE PG-MIN-SALARY TO WS-GRADE-MIN
                   MOVE PG-MAX-SALARY TO WS-GRADE-MAX
           END-READ.
           CLOSE GRADE-FILE.
       GET-GRADE-RANGE-EXIT.
           EXIT.
      /
       DISPLAY-VIEW SECTION.
      /
       DISPLAY-MODIFY SECTION.
       DISPLAY-MODIFY-START.
           PERFORM ACCEPT-EMPLOYEE.
           PERFORM ACCEPT-EFFECTIVE-DATE.
           PERFORM SAVE-EMPLOYEE.
       DISPLAY-MODIFY-EXIT.
           EXIT.
      /
       SAVE-EMPLOYEE SECTION.
       SAVE-EMPLOYEE-START.
           MOVE 'N'                 TO WS-SALARY-PENDING.
           MOVE WS-OPERATOR         TO WS-HIST-OPERATOR.
           MOVE SPACES              TO WS-HIST-APPROVER.
           ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.
           OPEN I-O EMPLOYEE-FILE.
           IF WS-FILE-STATUS = "35"
               CLOSE EMPLOYEE-FILE
                   MOVE WS-HIST-DATE TO EMP-HIRE-DATE
                   MOVE ZERO         TO EMP-TERM-DATE
                   MOVE ZERO         TO EMP-HOURLY-RATE
                   MOVE WS-DEPT-CODE TO EMP-DEPT-CODE
                   MOVE WS-MANAGER-ID TO EMP-MANAGER-ID
                   WRITE EMPLOYEE-FILE-RECORD
               NOT INVALID KEY
                   MOVE EMP-SALARY   TO WS-HIST-OLD
                   MOVE WS-NAME      TO EMP-NAME
                   MOVE WS-DEPT-CODE TO EMP-DEPT-CODE
                   MOVE WS-MANAGER-ID TO EMP-MANAGER-ID
                   MOVE 'N'          TO WS-NEEDS-APPROVAL
                   IF WS-SALARY NOT = EMP-SALARY
                       PERFORM CHECK-APPROVAL-LIMIT
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-NEEDS-APPROVAL = 'Y'
                           MOVE 'H'  TO WS-SALARY-PENDING
                       WHEN WS-EFF-DATE > WS-HIST-DATE
                        AND WS-SALARY NOT = EMP-SALARY
                           MOVE 'Y'  TO WS-SALARY-PENDING
                       WHEN OTHER
                           MOVE WS-SALARY TO EMP-SALARY
                   END-EVALUATE
                   REWRITE EMPLOYEE-FILE-RECORD
           END-READ.
           CLOSE EMPLOYEE-FILE.
           IF WS-SALARY-PENDING = 'Y' OR WS-SALARY-PENDING = 'H'
               PERFORM WRITE-SALARY-PENDING
           ELSE
               PERFORM WRITE-SALARY-HISTORY
           END-IF.
       SAVE-EMPLOYEE-EXIT.
           EXIT.
      /
       CHECK-APPROVAL-LIMIT SECTION.
       CHECK-APPROVAL-LIMIT-START.
      *    EMP-SALARY con la luong cu: so tien hoac phan tram thay doi
      *    vuot nguong thi phai cho nguoi thu hai duyet
           MOVE 'N'                 TO WS-NEEDS-APPROVAL.
           IF WS-SALARY > EMP-SALARY
               COMPUTE WS-CHANGE-AMT = WS-SALARY - EMP-SALARY
           ELSE
               COMPUTE WS-CHANGE-AMT = EMP-SALARY - WS-SALARY
           END-IF.
           IF WS-CHANGE-AMT > WS-APPROVAL-AMT
               MOVE 'Y'             TO WS-NEEDS-APPROVAL
               GO TO CHECK-APPROVAL-LIMIT-EXIT
           END-IF.
           IF EMP-SALARY = ZERO
               MOVE 'Y'             TO WS-NEEDS-APPROVAL
               GO TO CHECK-APPROVAL-LIMIT-EXIT
           END-IF.
           COMPUTE WS-CHANGE-PCT = WS-CHANGE-AMT * 100 / EMP-SALARY
               ON SIZE ERROR
                   MOVE 'Y'         TO WS-NEEDS-APPROVAL
           END-COMPUTE.
           IF WS-CHANGE-PCT > WS-APPROVAL-PCT
               MOVE 'Y'             TO WS-NEEDS-APPROVAL
           END-IF.
       CHECK-APPROVAL-LIMIT-EXIT.
           EXIT.
      /
       WRITE-SALARY-HISTORY SECTION.
       WRITE-SALARY-HISTORY-START.
           END-IF.
           MOVE WS-ID               TO SH-EMP-ID.
           MOVE WS-HIST-DATE        TO SH-DATE.
           MOVE WS-HIST-TIME(1:6)   TO SH-TIME.
           MOVE WS-HIST-OLD         TO SH-OLD-SALARY.
           MOVE WS-SALARY           TO SH-NEW-SALARY.
           MOVE WS-HIST-OPERATOR    TO SH-OPERATOR.
           MOVE WS-HIST-APPROVER    TO SH-APPROVER.
           WRITE SALARY-HISTORY-RECORD.
           CLOSE SALARY-HISTORY.
       WRITE-SALARY-HISTORY-EXIT.
           EXIT.
      /
       WRITE-SALARY-PENDING SECTION.
       WRITE-SALARY-PENDING-START.
           OPEN I-O SALARY-PENDING.
           IF WS-PENDING-STATUS = "35"
               CLOSE SALARY-PENDING
               OPEN OUTPUT SALARY-PENDING
               CLOSE SALARY-PENDING
               OPEN I-O SALARY-PENDING
           END-IF.
      *    Thay doi lon hieu luc ngay: giu lai voi ngay hieu luc hom nay
           IF WS-SALARY-PENDING = 'H'
           AND WS-EFF-DATE < WS-HIST-DATE
               MOVE WS-HIST-DATE    TO WS-EFF-DATE
           END-IF.
           MOVE WS-ID               TO SP-EMP-ID.
           MOVE WS-EFF-DATE         TO SP-EFF-DATE.
           MOVE WS-SALARY           TO SP-NEW-SALARY.
           MOVE "S"                 TO SP-SOURCE.
           MOVE WS-OPERATOR         TO SP-OPERATOR.
           MOVE WS-HIST-DATE        TO SP-ENTERED-DATE.
           MOVE SPACE               TO SP-APPROVAL.
           IF WS-SALARY-PENDING = 'H'
               MOVE 'H'             TO SP-APPROVAL
           END-IF.
           MOVE WS-HIST-OLD         TO SP-OLD-SALARY.
           MOVE SPACES              TO SP-APPROVER.
           MOVE ZERO                TO SP-APPROVAL-DATE.
      *    Cung nhan vien, cung ngay hieu luc: quyet dinh sau thay the
           WRITE SALARY-PENDING-RECORD
               INVALID KEY
                   REWRITE SALARY-PENDING-RECORD
           END-WRITE.
           CLOSE SALARY-PENDING.
           IF WS-SALARY-PENDING = 'H'
               DISPLAY "SALARY CHANGE HELD FOR APPROVAL - EFFECTIVE "
                   WS-EFF-DATE
           ELSE
               DISPLAY "SALARY CHANGE PENDING - EFFECTIVE " WS-EFF-DATE
           END-IF.
       WRITE-SALARY-PENDING-EXIT.
           EXIT.
      /
       DISPLAY-PENDING SECTION.
       DISPLAY-PENDING-START.
           DISPLAY PENDING-ID-SCREEN.
           ACCEPT PENDING-ID-SCREEN.
           MOVE SPACES              TO WS-BROWSE-LINES.
           MOVE ZERO                TO WS-BROWSE-IX.
           OPEN INPUT SALARY-PENDING.
           IF WS-PENDING-STATUS NOT = "00"
               GO TO DISPLAY-PENDING-SHOW
           END-IF.
           MOVE WS-ID               TO SP-EMP-ID.
           MOVE ZERO                TO SP-EFF-DATE.
           MOVE 'N'                 TO WS-PENDING-EOF.
           START SALARY-PENDING KEY IS NOT LESS THAN SP-KEY
               INVALID KEY
                   MOVE 'Y'         TO WS-PENDING-EOF
           END-START.
           PERFORM UNTIL WS-PENDING-EOF = 'Y'
                   OR WS-BROWSE-IX >= 10
               READ SALARY-PENDING NEXT RECORD
                   AT END
                       MOVE 'Y'     TO WS-PENDING-EOF
                   NOT AT END
                       IF WS-ID NOT = ZERO
                       AND SP-EMP-ID NOT = WS-ID
                           MOVE 'Y' TO WS-PENDING-EOF
                       ELSE
                           ADD 1    TO WS-BROWSE-IX
                           MOVE SP-EMP-ID     TO WS-PW-ID
                           MOVE SP-EFF-DATE   TO WS-PW-DATE
                           MOVE SP-NEW-SALARY TO WS-PW-SALARY
                           MOVE SP-SOURCE     TO WS-PW-SOURCE
                           MOVE SP-OPERATOR   TO WS-PW-OPERATOR
                           MOVE SP-APPROVAL   TO WS-PW-APPROVAL
                           MOVE WS-PEND-WORK
                               TO WS-BROWSE-LINE(WS-BROWSE-IX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALARY-PENDING.
       DISPLAY-PENDING-SHOW.
           DISPLAY PENDING-SCREEN.
           ACCEPT PENDING-SCREEN.
       DISPLAY-PENDING-EXIT.
           EXIT.
      /
       APPROVE-CHANGES SECTION.
       APPROVE-CHANGES-START.
      *    Duyet lan luot cac thay doi dang giu; nguoi nhap khong tu
      *    duyet thay doi cua chinh minh
           OPEN I-O SALARY-PENDING.
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "NO SALARY CHANGES AWAITING APPROVAL"
               GO TO APPROVE-CHANGES-EXIT
           END-IF.
           MOVE ZERO                TO WS-APPROVE-COUNT.
           MOVE ZERO                TO SP-EMP-ID SP-EFF-DATE.
           MOVE 'N'                 TO WS-APPROVE-DONE.
           START SALARY-PENDING KEY IS NOT LESS THAN SP-KEY
               INVALID KEY
                   MOVE 'Y'         TO WS-APPROVE-DONE
           END-START.
           PERFORM UNTIL WS-APPROVE-DONE = 'Y'
               READ SALARY-PENDING NEXT RECORD
                   AT END
                       MOVE 'Y'     TO WS-APPROVE-DONE
                   NOT AT END
                       IF SP-HELD
                           PERFORM APPROVE-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SALARY-PENDING.
           DISPLAY "SALARY CHANGES DECIDED: " WS-APPROVE-COUNT.
       APPROVE-CHANGES-EXIT.
           EXIT.
      /
       APPROVE-ONE-CHANGE SECTION.
       APPROVE-ONE-CHANGE-START.
           IF SP-OPERATOR = WS-OPERATOR
               GO TO APPROVE-ONE-CHANGE-EXIT
           END-IF.
           MOVE SP-EMP-ID           TO WS-AW-ID.
           MOVE SP-EFF-DATE         TO WS-AW-EFF-DATE.
           MOVE SP-OLD-SALARY       TO WS-AW-OLD.
           MOVE SP-NEW-SALARY       TO WS-AW-NEW.
           MOVE SP-OPERATOR         TO WS-AW-OPERATOR.
           MOVE SPACES              TO WS-AW-NAME.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS = "00"
               MOVE SP-EMP-ID       TO EMP-ID
               READ EMPLOYEE-FILE
                   NOT INVALID KEY
                       MOVE EMP-NAME TO WS-AW-NAME
               END-READ
               CLOSE EMPLOYEE-FILE
           END-IF.
           MOVE SPACE               TO WS-APPROVE-CMD.
           DISPLAY APPROVE-SCREEN.
           ACCEPT APPROVE-SCREEN.
           ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.
           EVALUATE WS-APPROVE-CMD
               WHEN 'A'
               WHEN 'a'
                   MOVE WS-OPERATOR TO SP-APPROVER
                   MOVE WS-HIST-DATE TO SP-APPROVAL-DATE
                   ADD 1            TO WS-APPROVE-COUNT
                   IF SP-EFF-DATE > WS-HIST-DATE
                       MOVE 'A'     TO SP-APPROVAL
                       REWRITE SALARY-PENDING-RECORD
                       DISPLAY "APPROVED - POSTS ON " SP-EFF-DATE
                   ELSE
                       PERFORM POST-APPROVED-CHANGE
                       DELETE SALARY-PENDING RECORD
                   END-IF
               WHEN 'R'
               WHEN 'r'
                   MOVE 'R'         TO SP-APPROVAL
                   MOVE WS-OPERATOR TO SP-APPROVER
                   MOVE WS-HIST-DATE TO SP-APPROVAL-DATE
                   REWRITE SALARY-PENDING-RECORD
                   ADD 1            TO WS-APPROVE-COUNT
                   DISPLAY "SALARY CHANGE REJECTED"
               WHEN 'Q'
               WHEN 'q'
                   MOVE 'Y'         TO WS-APPROVE-DONE
           END-EVALUATE.
       APPROVE-ONE-CHANGE-EXIT.
           EXIT.
      /
       POST-APPROVED-CHANGE SECTION.
       POST-APPROVED-CHANGE-START.
      *    Da den ngay hieu luc: ghi luong moi len master ngay khi duyet
           OPEN I-O EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "EMPLOYEE NOT FOUND - CHANGE DROPPED"
               GO TO POST-APPROVED-CHANGE-EXIT
           END-IF.
           MOVE SP-EMP-ID           TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "EMPLOYEE NOT FOUND - CHANGE DROPPED"
                   CLOSE EMPLOYEE-FILE
                   GO TO POST-APPROVED-CHANGE-EXIT
           END-READ.
           IF EMP-TERMINATED
               DISPLAY "EMPLOYEE TERMINATED - CHANGE DROPPED"
               CLOSE EMPLOYEE-FILE
               GO TO POST-APPROVED-CHANGE-EXIT
           END-IF.
           MOVE EMP-SALARY          TO WS-HIST-OLD.
           MOVE SP-NEW-SALARY       TO EMP-SALARY.
           REWRITE EMPLOYEE-FILE-RECORD.
           CLOSE EMPLOYEE-FILE.
           MOVE SP-EMP-ID           TO WS-ID.
           MOVE SP-NEW-SALARY       TO WS-SALARY.
           MOVE SP-OPERATOR         TO WS-HIST-OPERATOR.
           MOVE WS-OPERATOR         TO WS-HIST-APPROVER.
           PERFORM WRITE-SALARY-HISTORY.
           DISPLAY "APPROVED - SALARY CHANGED".
       POST-APPROVED-CHANGE-EXIT.
           EXIT.
      /
       DISPLAY-HISTORY SECTION.
       DISPLAY-HISTORY-START.
       LOAD-EMPLOYEE-START.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-FILE-STATUS = "35"
               MOVE SPACES          TO WS-NAME WS-DEPT-CODE
               MOVE ZERO            TO WS-SALARY WS-MANAGER-ID
               GO TO LOAD-EMPLOYEE-EXIT
           END-IF.
           MOVE WS-ID               TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE SPACES       TO WS-NAME WS-DEPT-CODE
                   MOVE ZERO         TO WS-SALARY WS-MANAGER-ID
               NOT INVALID KEY
                   MOVE EMP-NAME     TO WS-NAME
                   MOVE EMP-SALARY   TO WS-SALARY
                   MOVE EMP-DEPT-CODE TO WS-DEPT-CODE
                   MOVE EMP-MANAGER-ID TO WS-MANAGER-ID
           END-READ.
           CLOSE EMPLOYEE-FILE.
       LOAD-EMPLOYEE-EXIT.
                       MOVE WS-HIST-DATE TO EMP-TERM-DATE
                       REWRITE EMPLOYEE-FILE-RECORD
                       DISPLAY "EMPLOYEE TERMINATED"
                       PERFORM DISABLE-LEAVER-OPERATORS
                   END-IF
           END-READ.
           CLOSE EMPLOYEE-FILE.
       TERMINATE-EMPLOYEE-EXIT.
           EXIT.
      /
       DISABLE-LEAVER-OPERATORS SECTION.
       DISABLE-LEAVER-OPERATORS-START.
           MOVE "T" TO WS-SR-FUNCTION.
           MOVE WS-OPERATOR TO WS-SR-OPERATOR.
           MOVE SPACES TO WS-SR-PASSWORD.
           MOVE EMP-ID TO WS-SR-EMP-ID.
           CALL "OPERSIGN" USING WS-SIGNON-REQUEST
               ON EXCEPTION
                   MOVE "90" TO WS-SR-RESULT
                   MOVE "OPERATOR STORE NOT AVAILABLE"
                       TO WS-SR-MESSAGE
           END-CALL.
           DISPLAY WS-SR-MESSAGE.
       DISABLE-LEAVER-OPERATORS-EXIT.
           EXIT.
