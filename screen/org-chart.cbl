       IDENTIFICATION DIVISION.
       PROGRAM-ID. org-chart.
      ******************************************************************
      *  Org chart by department from the reporting line on
      *  EMPLOYEE-MASTER.DAT (EMP-MANAGER-ID, kept by P0001 and
      *  batch-employee).  For each home department, in code order,
      *  the active employees are printed as a tree: the heads of the
      *  department first (no manager, or a manager outside the
      *  department - shown in the MGR column), each followed by
      *  their direct reports indented one step, and so on down.
      *  Department names come from DEPTMAST.DAT (P0002).
      *
      *  Flags:
      *    **NO MGR  manager id on file is not an active employee
      *    **LOOP    employee sits on a reporting line that loops
      *              (entered before the loop check existed)
      *
      *  ORG-CHART.RPT, then a company summary line.  Terminated
      *  employees are left off.
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

           SELECT ORG-REPORT ASSIGN TO "ORG-CHART.RPT"
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

       FD  ORG-REPORT.
       01  ORG-REPORT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC X(02).
       01  WS-DEPT-STATUS              PIC X(02).
       01  WS-DEPT-OPEN                PIC X(01) VALUE "N".
       01  WS-EMP-EOF                  PIC X(01) VALUE "N".
       01  WS-I                        PIC 9(04).
       01  WS-J                        PIC 9(04).
       01  WS-K                        PIC 9(04).
       01  WS-D                        PIC 9(03).
       01  WS-S                        PIC S9(03).
       01  WS-FOUND                    PIC X(01).
       01  WS-SP                       PIC 9(02).
       01  WS-STACK-MAX                PIC 9(02) VALUE 50.
       01  WS-PTR                      PIC 9(03).
       01  WS-INDENT                   PIC 9(02).
       01  WS-LISTED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-HEAD-COUNT               PIC 9(05).
       01  WS-NOMGR-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-LOOP-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-DEPT-KEY                 PIC X(03).
       01  WS-EMP-MAX                  PIC 9(04) VALUE 1000.
       01  WS-EMP-COUNT                PIC 9(04) VALUE ZERO.
       01  WS-EMP-TABLE.
           03  WS-EMP-ENTRY OCCURS 1000 TIMES
                                       INDEXED BY WS-EMP-IDX.
               05  WS-OC-ID            PIC 9(04).
               05  WS-OC-NAME          PIC X(20).
               05  WS-OC-POSITION      PIC X(20).
               05  WS-OC-DEPT          PIC X(03).
               05  WS-OC-MGR-ID        PIC 9(04).
               05  WS-OC-MGR-IX        PIC 9(04).
               05  WS-OC-REPORTS       PIC 9(04).
               05  WS-OC-DONE          PIC X(01).
       01  WS-DEPT-MAX                 PIC 9(03) VALUE 200.
       01  WS-DEPT-COUNT               PIC 9(03) VALUE ZERO.
       01  WS-DEPT-TABLE.
           03  WS-DT-CODE OCCURS 200 TIMES
                                       PIC X(03).
      *    Path from the department head down to the employee being
      *    printed: the table index and where the scan for the next
      *    direct report resumes.
       01  WS-STACK-TABLE.
           03  WS-STACK-ENTRY OCCURS 50 TIMES.
               05  WS-STK-IX           PIC 9(04).
               05  WS-STK-NEXT         PIC 9(04).
       01  WS-DEPT-LINE.
           03  FILLER                  PIC X(11) VALUE "DEPARTMENT ".
           03  WS-DH-CODE              PIC X(03).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DH-NAME              PIC X(20).
           03  FILLER                  PIC X(12) VALUE "  HEADCOUNT ".
           03  WS-DH-COUNT             PIC ZZZZ9.
       01  WS-HEADING-LINE.
           03  FILLER                  PIC X(37) VALUE "ID   NAME".
           03  FILLER                  PIC X(21) VALUE "POSITION".
           03  FILLER                  PIC X(05) VALUE "MGR".
           03  FILLER                  PIC X(05) VALUE "RPTS".
           03  FILLER                  PIC X(04) VALUE "FLAG".
       01  WS-DETAIL-LINE.
           03  WS-DL-TREE              PIC X(36).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-POSITION          PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-MGR               PIC X(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-REPORTS           PIC ZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-FLAG              PIC X(08).
       01  WS-SUMMARY-LINE.
           03  FILLER                  PIC X(08) VALUE "LISTED: ".
           03  WS-SUM-LISTED           PIC 9(05).
           03  FILLER                  PIC X(14) VALUE "  DEPARTMENTS:".
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SUM-DEPTS            PIC 9(03).
           03  FILLER                  PIC X(10) VALUE "  NO MGR: ".
           03  WS-SUM-NOMGR            PIC 9(05).
           03  FILLER                  PIC X(09) VALUE "  LOOPS: ".
           03  WS-SUM-LOOP             PIC 9(05).
       01  WS-BLANK-LINE               PIC X(01) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
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
           PERFORM READ-EMPLOYEE.
           PERFORM LOAD-EMPLOYEE
               THRU LOAD-EMPLOYEE-EXIT
               UNTIL WS-EMP-EOF = "Y".
           CLOSE EMPLOYEE-FILE.
           PERFORM LINK-MANAGER
               THRU LINK-MANAGER-EXIT
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-EMP-COUNT.
           OPEN OUTPUT ORG-REPORT.
           PERFORM PRINT-DEPARTMENT
               VARYING WS-D FROM 1 BY 1
               UNTIL WS-D > WS-DEPT-COUNT.
           MOVE WS-LISTED-COUNT        TO WS-SUM-LISTED.
           MOVE WS-DEPT-COUNT          TO WS-SUM-DEPTS.
           MOVE WS-NOMGR-COUNT         TO WS-SUM-NOMGR.
           MOVE WS-LOOP-COUNT          TO WS-SUM-LOOP.
           WRITE ORG-REPORT-RECORD     FROM WS-BLANK-LINE.
           WRITE ORG-REPORT-RECORD     FROM WS-SUMMARY-LINE.
           CLOSE ORG-REPORT.
           IF WS-DEPT-OPEN = "Y"
               CLOSE DEPT-FILE
           END-IF.
           DISPLAY "EMPLOYEES LISTED: " WS-LISTED-COUNT.
           DISPLAY "MANAGER NOT ACTIVE: " WS-NOMGR-COUNT.
           DISPLAY "IN A LOOPING LINE: " WS-LOOP-COUNT.
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
       LOAD-EMPLOYEE.
           IF EMP-TERMINATED
               GO TO LOAD-EMPLOYEE-NEXT
           END-IF.
           IF WS-EMP-COUNT NOT < WS-EMP-MAX
               DISPLAY "EMPLOYEE TABLE FULL - " EMP-ID " NOT LISTED"
               GO TO LOAD-EMPLOYEE-NEXT
           END-IF.
           ADD 1                       TO WS-EMP-COUNT.
           MOVE EMP-ID                 TO WS-OC-ID(WS-EMP-COUNT).
           MOVE EMP-NAME               TO WS-OC-NAME(WS-EMP-COUNT).
           MOVE EMP-POSITION           TO WS-OC-POSITION(WS-EMP-COUNT).
           MOVE EMP-DEPT-CODE          TO WS-OC-DEPT(WS-EMP-COUNT).
           MOVE EMP-MANAGER-ID         TO WS-OC-MGR-ID(WS-EMP-COUNT).
           MOVE ZERO                   TO WS-OC-MGR-IX(WS-EMP-COUNT)
                                          WS-OC-REPORTS(WS-EMP-COUNT).
           MOVE "N"                    TO WS-OC-DONE(WS-EMP-COUNT).
           PERFORM ADD-DEPT.
       LOAD-EMPLOYEE-NEXT.
           PERFORM READ-EMPLOYEE.
       LOAD-EMPLOYEE-EXIT.
           EXIT.
      /
       LINK-MANAGER.
           IF WS-OC-MGR-ID(WS-I) = ZERO
               GO TO LINK-MANAGER-EXIT
           END-IF.
           SET WS-EMP-IDX              TO 1.
           SEARCH WS-EMP-ENTRY
               AT END
                   ADD 1               TO WS-NOMGR-COUNT
               WHEN WS-EMP-IDX > WS-EMP-COUNT
                   ADD 1               TO WS-NOMGR-COUNT
               WHEN WS-OC-ID(WS-EMP-IDX) = WS-OC-MGR-ID(WS-I)
                   SET WS-OC-MGR-IX(WS-I) TO WS-EMP-IDX
                   ADD 1 TO WS-OC-REPORTS(WS-OC-MGR-IX(WS-I))
           END-SEARCH.
       LINK-MANAGER-EXIT.
           EXIT.
      /
       PRINT-DEPARTMENT.
           MOVE WS-DT-CODE(WS-D)       TO WS-DH-CODE.
           MOVE WS-DT-CODE(WS-D)       TO WS-DEPT-KEY.
           PERFORM GET-DEPT-NAME.
           MOVE ZERO                   TO WS-HEAD-COUNT.
           PERFORM COUNT-DEPT-HEAD
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-EMP-COUNT.
           MOVE WS-HEAD-COUNT          TO WS-DH-COUNT.
           IF WS-D > 1
               WRITE ORG-REPORT-RECORD FROM WS-BLANK-LINE
           END-IF.
           WRITE ORG-REPORT-RECORD     FROM WS-DEPT-LINE.
           WRITE ORG-REPORT-RECORD     FROM WS-HEADING-LINE.
           PERFORM PRINT-DEPT-HEAD
               THRU PRINT-DEPT-HEAD-EXIT
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-EMP-COUNT.
      *    Anyone still not printed is only reachable round a loop.
           PERFORM PRINT-DEPT-LOOP
               VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-EMP-COUNT.
      /
       COUNT-DEPT-HEAD.
           IF WS-OC-DEPT(WS-I) = WS-DEPT-KEY
               ADD 1                   TO WS-HEAD-COUNT
           END-IF.
      /
       PRINT-DEPT-HEAD.
           IF WS-OC-DEPT(WS-I) NOT = WS-DEPT-KEY
           OR WS-OC-DONE(WS-I) = "Y"
               GO TO PRINT-DEPT-HEAD-EXIT
           END-IF.
           IF WS-OC-MGR-IX(WS-I) NOT = ZERO
               IF WS-OC-DEPT(WS-OC-MGR-IX(WS-I)) = WS-DEPT-KEY
                   GO TO PRINT-DEPT-HEAD-EXIT
               END-IF
           END-IF.
           PERFORM PRINT-TREE.
       PRINT-DEPT-HEAD-EXIT.
           EXIT.
      /
       PRINT-DEPT-LOOP.
           IF WS-OC-DEPT(WS-I) = WS-DEPT-KEY
           AND WS-OC-DONE(WS-I) = "N"
               ADD 1                   TO WS-LOOP-COUNT
               MOVE ZERO               TO WS-SP
               MOVE WS-I               TO WS-K
               PERFORM PRINT-EMPLOYEE
               MOVE "**LOOP"           TO WS-DL-FLAG
               WRITE ORG-REPORT-RECORD FROM WS-DETAIL-LINE
           END-IF.
      /
       PRINT-TREE SECTION.
       PRINT-TREE-START.
      *    Depth-first walk from one department head.  WS-SP is the
      *    depth of the employee on top of the stack (0 = the head).
           MOVE ZERO                   TO WS-SP.
           MOVE WS-I                   TO WS-K.
           PERFORM PRINT-EMPLOYEE.
           WRITE ORG-REPORT-RECORD     FROM WS-DETAIL-LINE.
           MOVE 1                      TO WS-SP.
           MOVE WS-I                   TO WS-STK-IX(1).
           MOVE 1                      TO WS-STK-NEXT(1).
           PERFORM PRINT-TREE-STEP
               UNTIL WS-SP = ZERO.
       PRINT-TREE-EXIT.
           EXIT.
      /
       PRINT-TREE-STEP SECTION.
       PRINT-TREE-STEP-START.
           MOVE "N"                    TO WS-FOUND.
           MOVE WS-STK-NEXT(WS-SP)     TO WS-J.
           PERFORM FIND-NEXT-REPORT
               UNTIL WS-FOUND = "Y"
               OR WS-J > WS-EMP-COUNT.
           IF WS-FOUND = "N"
               SUBTRACT 1              FROM WS-SP
               GO TO PRINT-TREE-STEP-EXIT
           END-IF.
           COMPUTE WS-STK-NEXT(WS-SP) = WS-J + 1.
           MOVE WS-J                   TO WS-K.
           PERFORM PRINT-EMPLOYEE.
           WRITE ORG-REPORT-RECORD     FROM WS-DETAIL-LINE.
           IF WS-SP < WS-STACK-MAX
               ADD 1                   TO WS-SP
               MOVE WS-J               TO WS-STK-IX(WS-SP)
               MOVE 1                  TO WS-STK-NEXT(WS-SP)
           END-IF.
       PRINT-TREE-STEP-EXIT.
           EXIT.
      /
       FIND-NEXT-REPORT SECTION.
       FIND-NEXT-REPORT-START.
           IF WS-OC-MGR-IX(WS-J) = WS-STK-IX(WS-SP)
           AND WS-OC-DEPT(WS-J) = WS-DEPT-KEY
           AND WS-OC-DONE(WS-J) = "N"
               MOVE "Y"                TO WS-FOUND
           ELSE
               ADD 1                   TO WS-J
           END-IF.
       FIND-NEXT-REPORT-EXIT.
           EXIT.
      /
       PRINT-EMPLOYEE SECTION.
       PRINT-EMPLOYEE-START.
      *    Builds the detail line for table entry WS-K at depth WS-SP,
      *    indented two places a level (capped so the name still fits).
           MOVE "Y"                    TO WS-OC-DONE(WS-K).
           ADD 1                       TO WS-LISTED-COUNT.
           MOVE WS-SP                  TO WS-INDENT.
           IF WS-INDENT > 6
               MOVE 6                  TO WS-INDENT
           END-IF.
           COMPUTE WS-PTR = WS-INDENT * 2 + 1.
           MOVE SPACES                 TO WS-DL-TREE.
           STRING WS-OC-ID(WS-K) " " WS-OC-NAME(WS-K)
               DELIMITED BY SIZE INTO WS-DL-TREE
               WITH POINTER WS-PTR.
           MOVE WS-OC-POSITION(WS-K)   TO WS-DL-POSITION.
           MOVE WS-OC-REPORTS(WS-K)    TO WS-DL-REPORTS.
           MOVE SPACES                 TO WS-DL-MGR WS-DL-FLAG.
           IF WS-OC-MGR-ID(WS-K) NOT = ZERO
               MOVE WS-OC-MGR-ID(WS-K) TO WS-DL-MGR
               IF WS-OC-MGR-IX(WS-K) = ZERO
                   MOVE "**NO MGR"     TO WS-DL-FLAG
               END-IF
           END-IF.
       PRINT-EMPLOYEE-EXIT.
           EXIT.
      /
       ADD-DEPT SECTION.
       ADD-DEPT-START.
      *    Department codes are kept in code order as they are met;
      *    blank (no department) sorts first.
           MOVE 1                      TO WS-D.
           MOVE "N"                    TO WS-FOUND.
           PERFORM ADD-DEPT-SCAN
               UNTIL WS-FOUND = "Y"
               OR WS-D > WS-DEPT-COUNT.
           IF WS-FOUND = "Y"
               IF WS-DT-CODE(WS-D) = EMP-DEPT-CODE
                   GO TO ADD-DEPT-EXIT
               END-IF
           END-IF.
           IF WS-DEPT-COUNT NOT < WS-DEPT-MAX
               DISPLAY "DEPARTMENT TABLE FULL - " EMP-DEPT-CODE
                   " NOT LISTED"
               GO TO ADD-DEPT-EXIT
           END-IF.
           PERFORM ADD-DEPT-SHIFT
               VARYING WS-S FROM WS-DEPT-COUNT BY -1
               UNTIL WS-S < WS-D.
           ADD 1                       TO WS-DEPT-COUNT.
           MOVE EMP-DEPT-CODE          TO WS-DT-CODE(WS-D).
       ADD-DEPT-EXIT.
           EXIT.
      /
       ADD-DEPT-SCAN SECTION.
       ADD-DEPT-SCAN-START.
           IF WS-DT-CODE(WS-D) NOT < EMP-DEPT-CODE
               MOVE "Y"                TO WS-FOUND
           ELSE
               ADD 1                   TO WS-D
           END-IF.
       ADD-DEPT-SCAN-EXIT.
           EXIT.
      /
       ADD-DEPT-SHIFT SECTION.
       ADD-DEPT-SHIFT-START.
           MOVE WS-DT-CODE(WS-S)       TO WS-DT-CODE(WS-S + 1).
       ADD-DEPT-SHIFT-EXIT.
           EXIT.
      /
       GET-DEPT-NAME SECTION.
       GET-DEPT-NAME-START.
           IF WS-DEPT-KEY = SPACES
               MOVE "UNASSIGNED"       TO WS-DH-NAME
               GO TO GET-DEPT-NAME-EXIT
           END-IF.
           MOVE "NOT ON DEPTMAST"      TO WS-DH-NAME.
           IF WS-DEPT-OPEN = "N"
               GO TO GET-DEPT-NAME-EXIT
           END-IF.
           MOVE WS-DEPT-KEY            TO DM-DEPT-CODE.
           READ DEPT-FILE
               NOT INVALID KEY
                   MOVE DM-DEPT-NAME   TO WS-DH-NAME
           END-READ.
       GET-DEPT-NAME-EXIT.
           EXIT.
