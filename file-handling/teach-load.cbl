       IDENTIFICATION DIVISION.
       PROGRAM-ID. teach-load.
      ******************************************************************
      *  Teaching load report: for every instructor on INSTMAST.txt,
      *  the courses COURSE-INSTR.DAT assigns them for the term, each
      *  with its day / period and enrolled count, then the
      *  instructor's courses, contact periods (one per scheduled
      *  course slot) and total enrolled.  Instructors on the payroll
      *  are shown against their EMPLOYEE-MASTER.DAT record.  The
      *  term comes from TEACH_TERM (required).  Output
      *  TEACH-LOAD.RPT.
      *
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program, written with the instructor
      *                     master.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FC-COURSE-CODE
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT COURSE-INSTR ASSIGN TO "COURSE-INSTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CI-ASSIGN-KEY
           FILE STATUS IS WS-CI-STATUS.

           SELECT INSTR-FILE ASSIGN TO "INSTMAST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INSTR-STATUS.

           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPLOYEE-MASTER.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS EM-EMP-ID
           FILE STATUS IS WS-EMP-STATUS.

           SELECT LOAD-RPT ASSIGN TO "TEACH-LOAD.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COURSE.
       01  COURSE-RECORD.
           03  FC-COURSE-CODE          PIC X(05).
           03  FC-COURSE-TITLE         PIC X(20).
           03  FC-COURSE-CAPACITY      PIC 9(03).
           03  FC-COURSE-ENROLLED      PIC 9(03).
           03  FC-COURSE-DAY           PIC X(03).
           03  FC-COURSE-PERIOD        PIC 9(02).
           03  FC-COURSE-ROOM          PIC X(05).
           03  FC-COURSE-WITHDRAWN     PIC 9(03).
           03  FC-COURSE-ACTIVE        PIC X(01).
           03  FC-COURSE-FEE           PIC 9(05)V99.
           03  FC-COURSE-CREDITS       PIC 9(02).

       FD  COURSE-INSTR.
       01  COURSE-INSTR-RECORD.
           03  CI-ASSIGN-KEY.
               05  CI-INSTR-ID         PIC X(05).
               05  CI-TERM             PIC X(05).
               05  CI-COURSE-CODE      PIC X(05).

       FD  INSTR-FILE.
       01  INSTR-RECORD.
           03  IN-INSTR-ID             PIC X(05).
           03  IN-INSTR-NAME           PIC X(20).
           03  IN-EMP-ID               PIC 9(04).
           03  IN-DEPT                 PIC X(03).

       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-RECORD.
           03  EM-EMP-ID               PIC 9(04).
           03  EM-EMP-NAME             PIC X(20).
           03  EM-EMP-SALARY           PIC 9(07)V99.
           03  EM-EMP-TIER             PIC 9(01).
           03  EM-EMP-TYPE             PIC X(01).
           03  EM-EMP-POSITION         PIC X(20).
           03  EM-EMP-CODE             PIC X(10).
           03  EM-EMP-STATUS           PIC X(01).
           03  EM-EMP-HIRE-DATE        PIC 9(08).
           03  EM-EMP-TERM-DATE        PIC 9(08).
           03  EM-EMP-HOURLY-RATE      PIC 9(03)V99.
           03  EM-EMP-DEPT-CODE        PIC X(03).
           03  EM-EMP-MANAGER-ID       PIC 9(04).

       FD  LOAD-RPT.
       01  LOAD-LINE                   PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-COURSE-STATUS            PIC X(02).
       01  WS-CI-STATUS                PIC X(02).
       01  WS-INSTR-STATUS             PIC X(02).
       01  WS-EMP-STATUS               PIC X(02).
       01  WS-EMP-OPEN                 PIC X(01) VALUE "N".
       01  WS-EOF                      PIC X(01).
       01  WS-TERM                     PIC X(05) VALUE SPACE.
       01  WS-IN-MAX                   PIC 9(03) VALUE 200.
       01  WS-IN-CNT                   PIC 9(03) VALUE ZERO.
       01  WS-IN-IX                    PIC 9(03).
       01  WS-IN-TABLE.
           03  WS-IN-ENTRY OCCURS 200 TIMES.
               05  WS-IN-ID            PIC X(05).
               05  WS-IN-NAME          PIC X(20).
               05  WS-IN-EMP-ID        PIC 9(04).
               05  WS-IN-DEPT          PIC X(03).
       01  WS-INSTR-COURSES            PIC 9(03).
       01  WS-INSTR-PERIODS            PIC 9(03).
       01  WS-INSTR-ENROLLED           PIC 9(05).
       01  WS-TOTAL-COURSES            PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-PERIODS            PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-ENROLLED           PIC 9(07) VALUE ZERO.
       01  WS-UNKNOWN-EMP              PIC 9(03) VALUE ZERO.
       01  WS-HEADER-LINE.
           03  FILLER                  PIC X(19)
                                       VALUE "TEACHING LOAD TERM ".
           03  WS-HD-TERM              PIC X(05).
       01  WS-INSTR-LINE.
           03  FILLER                  PIC X(11) VALUE "INSTRUCTOR ".
           03  WS-IL-ID                PIC X(05).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-IL-NAME              PIC X(20).
           03  FILLER                  PIC X(06) VALUE " DEPT ".
           03  WS-IL-DEPT              PIC X(03).
       01  WS-EMP-LINE.
           03  FILLER                  PIC X(13)
                                       VALUE "    EMPLOYEE ".
           03  WS-EL-EMP-ID            PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-EL-TEXT              PIC X(30).
       01  WS-NO-PAYROLL-LINE          PIC X(70)
           VALUE "    NOT ON PAYROLL".
       01  WS-COURSE-LINE.
           03  FILLER                  PIC X(04) VALUE SPACE.
           03  WS-CL-COURSE            PIC X(05).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-CL-TITLE             PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-CL-DAY               PIC X(03).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-CL-PERIOD            PIC 9(02).
           03  FILLER                  PIC X(10) VALUE " ENROLLED ".
           03  WS-CL-ENROLLED          PIC ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-CL-NOTE              PIC X(11).
       01  WS-SUMMARY-LINE.
           03  FILLER                  PIC X(12)
                                       VALUE "    COURSES ".
           03  WS-SM-COURSES           PIC ZZ9.
           03  FILLER                  PIC X(18)
                                       VALUE "  CONTACT PERIODS ".
           03  WS-SM-PERIODS           PIC ZZ9.
           03  FILLER                  PIC X(11) VALUE "  ENROLLED ".
           03  WS-SM-ENROLLED          PIC ZZZZ9.
       01  WS-TOTAL-LINE.
           03  FILLER                  PIC X(12)
                                       VALUE "ALL COURSES ".
           03  WS-TT-COURSES           PIC ZZZZ9.
           03  FILLER                  PIC X(18)
                                       VALUE "  CONTACT PERIODS ".
           03  WS-TT-PERIODS           PIC ZZZZ9.
           03  FILLER                  PIC X(11) VALUE "  ENROLLED ".
           03  WS-TT-ENROLLED          PIC ZZZZZZ9.
       01  WS-BLANK-LINE               PIC X(70) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           ACCEPT WS-TERM FROM ENVIRONMENT "TEACH_TERM".
           IF WS-TERM = SPACE
               DISPLAY "TEACH_TERM REQUIRED"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           PERFORM LOAD-INSTRUCTORS.
           IF WS-IN-CNT = ZERO
               DISPLAY "INSTMAST.txt NOT AVAILABLE OR EMPTY"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           OPEN INPUT COURSE.
           IF WS-COURSE-STATUS NOT = "00"
               DISPLAY "COURSE.DAT NOT AVAILABLE (STATUS "
                   WS-COURSE-STATUS ")"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           OPEN INPUT COURSE-INSTR.
           IF WS-CI-STATUS NOT = "00"
               DISPLAY "COURSE-INSTR.DAT NOT AVAILABLE (STATUS "
                   WS-CI-STATUS ")"
               CLOSE COURSE
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
      *    the employee master only names payroll staff - the report
      *    still runs without it
           OPEN INPUT EMPLOYEE-MASTER.
           IF WS-EMP-STATUS = "00"
               MOVE "Y"                TO WS-EMP-OPEN
           ELSE
               DISPLAY "EMPLOYEE-MASTER.DAT NOT AVAILABLE - EMPLOYEE "
                   "IDS NOT CHECKED"
           END-IF.
           OPEN OUTPUT LOAD-RPT.
           MOVE WS-TERM                TO WS-HD-TERM.
           WRITE LOAD-LINE FROM WS-HEADER-LINE.
           PERFORM VARYING WS-IN-IX FROM 1 BY 1
                   UNTIL WS-IN-IX > WS-IN-CNT
               PERFORM PRINT-INSTRUCTOR
           END-PERFORM.
           WRITE LOAD-LINE FROM WS-BLANK-LINE.
           MOVE WS-TOTAL-COURSES       TO WS-TT-COURSES.
           MOVE WS-TOTAL-PERIODS       TO WS-TT-PERIODS.
           MOVE WS-TOTAL-ENROLLED      TO WS-TT-ENROLLED.
           WRITE LOAD-LINE FROM WS-TOTAL-LINE.
           CLOSE LOAD-RPT COURSE COURSE-INSTR.
           IF WS-EMP-OPEN = "Y"
               CLOSE EMPLOYEE-MASTER
           END-IF.
           DISPLAY "INSTRUCTORS: " WS-IN-CNT
               "  COURSES ASSIGNED: " WS-TOTAL-COURSES.
           IF WS-UNKNOWN-EMP > ZERO
               DISPLAY "EMPLOYEE IDS NOT ON EMPLOYEE MASTER: "
                   WS-UNKNOWN-EMP
           END-IF.
       MAIN-EXIT.
           EXIT.
           STOP RUN.
      /
      *  PRINT-INSTRUCTOR - the instructor, their employee record and
      *  the courses assigned for the term
       PRINT-INSTRUCTOR SECTION.
       PRINT-INSTRUCTOR-START.
           MOVE WS-IN-ID(WS-IN-IX)     TO WS-IL-ID.
           MOVE WS-IN-NAME(WS-IN-IX)   TO WS-IL-NAME.
           MOVE WS-IN-DEPT(WS-IN-IX)   TO WS-IL-DEPT.
           WRITE LOAD-LINE FROM WS-BLANK-LINE.
           WRITE LOAD-LINE FROM WS-INSTR-LINE.
           IF WS-IN-EMP-ID(WS-IN-IX) = ZERO
               WRITE LOAD-LINE FROM WS-NO-PAYROLL-LINE
           ELSE
               PERFORM PRINT-EMPLOYEE
           END-IF.
           MOVE ZERO                   TO WS-INSTR-COURSES.
           MOVE ZERO                   TO WS-INSTR-PERIODS.
           MOVE ZERO                   TO WS-INSTR-ENROLLED.
           MOVE WS-IN-ID(WS-IN-IX)     TO CI-INSTR-ID.
           MOVE WS-TERM                TO CI-TERM.
           MOVE LOW-VALUES             TO CI-COURSE-CODE.
           MOVE "N"                    TO WS-EOF.
           START COURSE-INSTR KEY NOT < CI-ASSIGN-KEY
               INVALID KEY
                   MOVE "Y"            TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ COURSE-INSTR NEXT RECORD
                   AT END
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       IF CI-INSTR-ID NOT = WS-IN-ID(WS-IN-IX)
                       OR CI-TERM NOT = WS-TERM
                           MOVE "Y"    TO WS-EOF
                       ELSE
                           PERFORM PRINT-COURSE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-INSTR-COURSES       TO WS-SM-COURSES.
           MOVE WS-INSTR-PERIODS       TO WS-SM-PERIODS.
           MOVE WS-INSTR-ENROLLED      TO WS-SM-ENROLLED.
           WRITE LOAD-LINE FROM WS-SUMMARY-LINE.
       PRINT-INSTRUCTOR-EXIT.
           EXIT.
      /
       PRINT-EMPLOYEE SECTION.
       PRINT-EMPLOYEE-START.
           MOVE WS-IN-EMP-ID(WS-IN-IX) TO WS-EL-EMP-ID.
           IF WS-EMP-OPEN NOT = "Y"
               MOVE SPACES             TO WS-EL-TEXT
               WRITE LOAD-LINE FROM WS-EMP-LINE
               GO TO PRINT-EMPLOYEE-EXIT
           END-IF.
           MOVE WS-IN-EMP-ID(WS-IN-IX) TO EM-EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "NOT ON EMPLOYEE MASTER" TO WS-EL-TEXT
                   ADD 1               TO WS-UNKNOWN-EMP
               NOT INVALID KEY
                   MOVE EM-EMP-NAME    TO WS-EL-TEXT
           END-READ.
           WRITE LOAD-LINE FROM WS-EMP-LINE.
       PRINT-EMPLOYEE-EXIT.
           EXIT.
      /
      *  PRINT-COURSE - one assigned course; a course with no day
      *  set has no contact period yet
       PRINT-COURSE SECTION.
       PRINT-COURSE-START.
           MOVE CI-COURSE-CODE         TO WS-CL-COURSE.
           MOVE CI-COURSE-CODE         TO FC-COURSE-CODE.
           READ COURSE
               INVALID KEY
                   MOVE SPACES         TO WS-CL-TITLE
                   MOVE SPACES         TO WS-CL-DAY
                   MOVE ZERO           TO WS-CL-PERIOD
                   MOVE ZERO           TO WS-CL-ENROLLED
                   MOVE "NOT ON FILE"  TO WS-CL-NOTE
                   WRITE LOAD-LINE FROM WS-COURSE-LINE
                   GO TO PRINT-COURSE-EXIT
           END-READ.
           MOVE FC-COURSE-TITLE        TO WS-CL-TITLE.
           MOVE FC-COURSE-DAY          TO WS-CL-DAY.
           MOVE FC-COURSE-PERIOD       TO WS-CL-PERIOD.
           MOVE FC-COURSE-ENROLLED     TO WS-CL-ENROLLED.
           MOVE SPACES                 TO WS-CL-NOTE.
           IF FC-COURSE-ACTIVE = "R"
               MOVE "RETIRED"          TO WS-CL-NOTE
           ELSE
               IF FC-COURSE-DAY = SPACES
                   MOVE "UNSCHEDULED"  TO WS-CL-NOTE
               END-IF
           END-IF.
           WRITE LOAD-LINE FROM WS-COURSE-LINE.
           ADD 1                       TO WS-INSTR-COURSES.
           ADD 1                       TO WS-TOTAL-COURSES.
           IF FC-COURSE-DAY NOT = SPACES
               ADD 1                   TO WS-INSTR-PERIODS
               ADD 1                   TO WS-TOTAL-PERIODS
           END-IF.
           ADD FC-COURSE-ENROLLED      TO WS-INSTR-ENROLLED.
           ADD FC-COURSE-ENROLLED      TO WS-TOTAL-ENROLLED.
       PRINT-COURSE-EXIT.
           EXIT.
      /
       LOAD-INSTRUCTORS SECTION.
       LOAD-INSTRUCTORS-START.
           OPEN INPUT INSTR-FILE.
           IF WS-INSTR-STATUS NOT = "00"
               GO TO LOAD-INSTRUCTORS-EXIT
           END-IF.
           MOVE "N"                    TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ INSTR-FILE
                   AT END
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       IF WS-IN-CNT < WS-IN-MAX
                           ADD 1       TO WS-IN-CNT
                           MOVE IN-INSTR-ID
                               TO WS-IN-ID(WS-IN-CNT)
                           MOVE IN-INSTR-NAME
                               TO WS-IN-NAME(WS-IN-CNT)
                           MOVE IN-EMP-ID
                               TO WS-IN-EMP-ID(WS-IN-CNT)
                           MOVE IN-DEPT
                               TO WS-IN-DEPT(WS-IN-CNT)
                       ELSE
                           DISPLAY "INSTRUCTOR TABLE FULL - "
                               IN-INSTR-ID " NOT REPORTED"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INSTR-FILE.
       LOAD-INSTRUCTORS-EXIT.
           EXIT.
