       IDENTIFICATION DIVISION.
       PROGRAM-ID. grad-audit.
      ******************************************************************
      *  Graduation eligibility audit: checks a student's results
      *  against the programme requirements in PROGREQ.txt and prints
      *  GRAD-AUDIT.RPT for the registrar to sign off - each required
      *  course met or outstanding, credits earned against credits
      *  needed, and an ELIGIBLE / NOT ELIGIBLE verdict.
      *
      *  Results come from GRADE.DAT and the graded lines of
      *  ENROLL-HISTORY.DAT; a course taken more than once counts
      *  once, at its best grade.  A course earns its
      *  FC-COURSE-CREDITS when that grade reaches the programme's
      *  minimum passing grade.
      *
      *  GRAD_AUDIT_STUDENT_ID selects one student; blank audits the
      *  whole cohort (every active student on STUDENT.DAT).
      *
      *  PROGREQ.txt, one entry per line:
      *    col 1      P = programme line (exactly one)
      *    col 2-6    (blank)
      *    col 7-8    minimum passing grade, e.g. "D "
      *    col 9-11   minimum credits for graduation
      *  required courses:
      *    col 1      R = required course
      *    col 2-6    course code
      *    col 7-8    minimum grade for this course
      *               (blank = the programme's passing grade)
      *
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program - eligibility was being
      *                     counted by hand from the transcript.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT ASSIGN TO "STUDENT.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FS-STUDENT-ID
           ALTERNATE RECORD KEY IS FS-STUDENT-NAME WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT GRADE ASSIGN TO "GRADE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FG-GRADE-KEY
           FILE STATUS IS WS-GRADE-STATUS.

           SELECT COURSE ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FC-COURSE-CODE
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "ENROLL-HISTORY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PROGREQ-FILE ASSIGN TO "PROGREQ.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROGREQ-STATUS.

           SELECT AUDIT-RPT ASSIGN TO "GRAD-AUDIT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT.
       01  STUDENT-RECORD.
           03  FS-STUDENT-ID           PIC 9(06).
           03  FS-STUDENT-NAME         PIC X(15).
           03  FS-STUDENT-AGE          PIC 9(02).
           03  FS-STUDENT-STATUS       PIC X(01).
               88  FS-STATUS-ACTIVE    VALUE "A".
               88  FS-STATUS-INACTIVE  VALUE "I".
           03  FS-STATUS-DATE          PIC 9(08).
           03  FS-BIRTHDATE            PIC X(10).

       FD  GRADE.
       01  GRADE-RECORD.
           03  FG-GRADE-KEY.
               05  FG-STUDENT-ID       PIC 9(06).
               05  FG-COURSE-CODE      PIC X(05).
               05  FG-TERM             PIC X(05).
           03  FG-GRADE                PIC X(02).

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

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           03  HR-TERM                 PIC X(05).
           03  HR-STUDENT-ID           PIC 9(06).
           03  HR-COURSE-CODE          PIC X(05).
           03  HR-GRADE                PIC X(02).

       FD  PROGREQ-FILE.
       01  PROGREQ-RECORD.
           03  PR-TYPE                 PIC X(01).
           03  PR-COURSE-CODE          PIC X(05).
           03  PR-MIN-GRADE            PIC X(02).
           03  PR-MIN-CREDITS          PIC 9(03).

       FD  AUDIT-RPT.
       01  AUDIT-LINE                  PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-STATUS                   PIC X(02).
       01  WS-GRADE-STATUS             PIC X(02).
       01  WS-COURSE-STATUS            PIC X(02).
       01  WS-HISTORY-STATUS           PIC X(02).
       01  WS-PROGREQ-STATUS           PIC X(02).
       01  WS-GRADE-OPEN               PIC X(01).
       01  WS-EOF                      PIC X(01) VALUE "N".
       01  WS-STUDENT-EOF              PIC X(01) VALUE "N".
       01  WS-STUDENT-ID-X             PIC X(06) VALUE SPACE.
       01  WS-STUDENT-ID               PIC 9(06).
      *  letter grade scale, best first - position is the rank used
      *  to compare a grade with a minimum; points are on a 4.00 scale
       01  WS-SCALE-VALUES.
           03  FILLER                  PIC X(05) VALUE "A+400".
           03  FILLER                  PIC X(05) VALUE "A 400".
           03  FILLER                  PIC X(05) VALUE "A-370".
           03  FILLER                  PIC X(05) VALUE "B+330".
           03  FILLER                  PIC X(05) VALUE "B 300".
           03  FILLER                  PIC X(05) VALUE "B-270".
           03  FILLER                  PIC X(05) VALUE "C+230".
           03  FILLER                  PIC X(05) VALUE "C 200".
           03  FILLER                  PIC X(05) VALUE "C-170".
           03  FILLER                  PIC X(05) VALUE "D+130".
           03  FILLER                  PIC X(05) VALUE "D 100".
           03  FILLER                  PIC X(05) VALUE "D-070".
           03  FILLER                  PIC X(05) VALUE "F 000".
       01  WS-SCALE-TABLE REDEFINES WS-SCALE-VALUES.
           03  WS-SCALE-ENTRY OCCURS 13 TIMES.
               05  WS-SCALE-GRADE      PIC X(02).
               05  WS-SCALE-POINTS     PIC 9V99.
       01  WS-SCALE-MAX                PIC 9(02) VALUE 13.
       01  WS-SCALE-IX                 PIC 9(02).
      *  rank of a grade not on the scale (W, I, ...) - never passes
       01  WS-NO-RANK                  PIC 9(02) VALUE 99.
       01  WS-RANK-GRADE               PIC X(02).
       01  WS-RANK                     PIC 9(02).
       01  WS-PASS-GRADE               PIC X(02) VALUE SPACE.
       01  WS-PASS-RANK                PIC 9(02).
       01  WS-MIN-CREDITS              PIC 9(03) VALUE ZERO.
       01  WS-PROG-FOUND               PIC X(01) VALUE "N".
       01  WS-REQ-MAX                  PIC 9(02) VALUE 50.
       01  WS-REQ-CNT                  PIC 9(02) VALUE ZERO.
       01  WS-REQ-IX                   PIC 9(02).
       01  WS-REQ-TABLE.
           03  WS-REQ-ENTRY OCCURS 50 TIMES.
               05  WS-REQ-COURSE       PIC X(05).
               05  WS-REQ-GRADE        PIC X(02).
               05  WS-REQ-RANK         PIC 9(02).
      *  one student's results, one entry per course at best grade
       01  WS-RES-MAX                  PIC 9(03) VALUE 200.
       01  WS-RES-CNT                  PIC 9(03) VALUE ZERO.
       01  WS-RES-IX                   PIC 9(03).
       01  WS-RES-FOUND                PIC X(01).
       01  WS-RES-TABLE.
           03  WS-RES-ENTRY OCCURS 200 TIMES.
               05  WS-RES-COURSE       PIC X(05).
               05  WS-RES-GRADE        PIC X(02).
               05  WS-RES-RANK         PIC 9(02).
       01  WS-KEY-COURSE               PIC X(05).
       01  WS-KEY-GRADE                PIC X(02).
       01  WS-CREDITS-EARNED           PIC 9(03).
       01  WS-OUTSTANDING              PIC 9(02).
       01  WS-AUDIT-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-ELIGIBLE-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-TODAY                    PIC 9(08).
       01  WS-HEADER-LINE.
           03  FILLER                  PIC X(26)
               VALUE "GRADUATION AUDIT  STUDENT ".
           03  WS-HDR-ID               PIC 9(06).
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-HDR-NAME             PIC X(15).
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-HDR-DATE             PIC 9(08).
       01  WS-COLUMN-LINE              PIC X(50)
           VALUE "REQUIRED TITLE                MIN BEST RESULT".
       01  WS-DETAIL-LINE.
           03  WS-DET-COURSE           PIC X(05).
           03  FILLER                  PIC X(04) VALUE SPACE.
           03  WS-DET-TITLE            PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DET-MIN              PIC X(02).
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-DET-BEST             PIC X(02).
           03  FILLER                  PIC X(03) VALUE SPACE.
           03  WS-DET-RESULT           PIC X(11).
       01  WS-CREDIT-LINE.
           03  FILLER                  PIC X(16)
                                       VALUE "CREDITS EARNED=".
           03  WS-CR-EARNED            PIC ZZ9.
           03  FILLER                  PIC X(08) VALUE " NEEDED=".
           03  WS-CR-NEEDED            PIC ZZ9.
           03  FILLER                  PIC X(13)
                                       VALUE " OUTSTANDING=".
           03  WS-CR-OUTSTANDING       PIC Z9.
       01  WS-VERDICT-LINE.
           03  FILLER                  PIC X(09) VALUE "VERDICT: ".
           03  WS-VERDICT              PIC X(12).
       01  WS-SUMMARY-LINE.
           03  FILLER                  PIC X(17)
                                       VALUE "STUDENTS AUDITED=".
           03  WS-SUM-AUDITED          PIC ZZZZ9.
           03  FILLER                  PIC X(10) VALUE " ELIGIBLE=".
           03  WS-SUM-ELIGIBLE         PIC ZZZZ9.
       01  WS-SIGNOFF-LINE.
           03  FILLER                  PIC X(42)
               VALUE "REGISTRAR SIGN-OFF: ____________________  ".
           03  FILLER                  PIC X(16)
               VALUE "DATE: __________".
       01  WS-BLANK-LINE               PIC X(70) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           ACCEPT WS-STUDENT-ID-X FROM ENVIRONMENT
               "GRAD_AUDIT_STUDENT_ID".
           IF WS-STUDENT-ID-X NOT = SPACE
           AND WS-STUDENT-ID-X IS NOT NUMERIC
               DISPLAY "GRAD_AUDIT_STUDENT_ID NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-REQUIREMENTS.
           IF RETURN-CODE NOT = ZERO
               GO TO MAIN-EXIT
           END-IF.
           OPEN INPUT STUDENT.
           IF WS-STATUS NOT = "00"
               DISPLAY "STUDENT.DAT NOT AVAILABLE (STATUS "
                   WS-STATUS ")"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           OPEN INPUT COURSE.
           IF WS-COURSE-STATUS NOT = "00"
               DISPLAY "COURSE.DAT NOT AVAILABLE (STATUS "
                   WS-COURSE-STATUS ")"
               CLOSE STUDENT
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           OPEN INPUT GRADE.
           IF WS-GRADE-STATUS = "00"
               MOVE "Y"                TO WS-GRADE-OPEN
           ELSE
               MOVE "N"                TO WS-GRADE-OPEN
           END-IF.
           OPEN OUTPUT AUDIT-RPT.
           IF WS-STUDENT-ID-X NOT = SPACE
               MOVE WS-STUDENT-ID-X    TO WS-STUDENT-ID
               MOVE WS-STUDENT-ID      TO FS-STUDENT-ID
               READ STUDENT
                   INVALID KEY
                       DISPLAY "STUDENT " WS-STUDENT-ID " NOT FOUND"
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       PERFORM AUDIT-STUDENT
               END-READ
           ELSE
               PERFORM AUDIT-NEXT-STUDENT
                   UNTIL WS-STUDENT-EOF = "Y"
           END-IF.
           MOVE WS-AUDIT-COUNT         TO WS-SUM-AUDITED.
           MOVE WS-ELIGIBLE-COUNT      TO WS-SUM-ELIGIBLE.
           WRITE AUDIT-LINE FROM WS-SUMMARY-LINE.
           WRITE AUDIT-LINE FROM WS-BLANK-LINE.
           WRITE AUDIT-LINE FROM WS-SIGNOFF-LINE.
           CLOSE AUDIT-RPT STUDENT COURSE.
           IF WS-GRADE-OPEN = "Y"
               CLOSE GRADE
           END-IF.
           DISPLAY "STUDENTS AUDITED: " WS-AUDIT-COUNT.
           DISPLAY "ELIGIBLE: " WS-ELIGIBLE-COUNT.
       MAIN-EXIT.
           EXIT.
           STOP RUN.
      /
      *  LOAD-REQUIREMENTS - programme line and required courses; a
      *  missing file, missing P line or a grade not on the scale
      *  stops the run with RETURN-CODE 16
       LOAD-REQUIREMENTS SECTION.
       LOAD-REQUIREMENTS-START.
           OPEN INPUT PROGREQ-FILE.
           IF WS-PROGREQ-STATUS NOT = "00"
               DISPLAY "PROGREQ.txt NOT AVAILABLE - AUDIT REFUSED"
               MOVE 16 TO RETURN-CODE
               GO TO LOAD-REQUIREMENTS-EXIT
           END-IF.
           MOVE "N"                    TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PROGREQ-FILE
                   AT END
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       EVALUATE PR-TYPE
                           WHEN "P"
                               MOVE "Y"            TO WS-PROG-FOUND
                               MOVE PR-MIN-GRADE   TO WS-PASS-GRADE
                               MOVE PR-MIN-CREDITS TO WS-MIN-CREDITS
                           WHEN "R"
                               IF WS-REQ-CNT < WS-REQ-MAX
                                   ADD 1           TO WS-REQ-CNT
                                   MOVE PR-COURSE-CODE
                                       TO WS-REQ-COURSE(WS-REQ-CNT)
                                   MOVE PR-MIN-GRADE
                                       TO WS-REQ-GRADE(WS-REQ-CNT)
                               ELSE
                                   DISPLAY "MORE THAN 50 REQUIRED "
                                       "COURSES - " PR-COURSE-CODE
                                       " IGNORED"
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE PROGREQ-FILE.
           IF WS-PROG-FOUND NOT = "Y"
               DISPLAY "PROGREQ.txt HAS NO PROGRAMME (P) LINE"
               MOVE 16 TO RETURN-CODE
               GO TO LOAD-REQUIREMENTS-EXIT
           END-IF.
           MOVE WS-PASS-GRADE          TO WS-RANK-GRADE.
           PERFORM GRADE-RANK.
           IF WS-RANK = WS-NO-RANK
               DISPLAY "PASSING GRADE " WS-PASS-GRADE
                   " NOT ON THE GRADE SCALE"
               MOVE 16 TO RETURN-CODE
               GO TO LOAD-REQUIREMENTS-EXIT
           END-IF.
           MOVE WS-RANK                TO WS-PASS-RANK.
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                   UNTIL WS-REQ-IX > WS-REQ-CNT
               IF WS-REQ-GRADE(WS-REQ-IX) = SPACES
                   MOVE WS-PASS-GRADE  TO WS-REQ-GRADE(WS-REQ-IX)
               END-IF
               MOVE WS-REQ-GRADE(WS-REQ-IX) TO WS-RANK-GRADE
               PERFORM GRADE-RANK
               IF WS-RANK = WS-NO-RANK
                   DISPLAY "MINIMUM GRADE " WS-RANK-GRADE
                       " FOR " WS-REQ-COURSE(WS-REQ-IX)
                       " NOT ON THE GRADE SCALE"
                   MOVE 16 TO RETURN-CODE
               END-IF
               MOVE WS-RANK            TO WS-REQ-RANK(WS-REQ-IX)
           END-PERFORM.
       LOAD-REQUIREMENTS-EXIT.
           EXIT.
      /
       GRADE-RANK SECTION.
       GRADE-RANK-START.
           MOVE WS-NO-RANK             TO WS-RANK.
           PERFORM VARYING WS-SCALE-IX FROM 1 BY 1
                   UNTIL WS-SCALE-IX > WS-SCALE-MAX
                   OR WS-RANK NOT = WS-NO-RANK
               IF WS-SCALE-GRADE(WS-SCALE-IX) = WS-RANK-GRADE
                   MOVE WS-SCALE-IX    TO WS-RANK
               END-IF
           END-PERFORM.
       GRADE-RANK-EXIT.
           EXIT.
      /
       AUDIT-NEXT-STUDENT SECTION.
       AUDIT-NEXT-STUDENT-START.
           READ STUDENT NEXT RECORD
               AT END
                   MOVE "Y"            TO WS-STUDENT-EOF
                   GO TO AUDIT-NEXT-STUDENT-EXIT
           END-READ.
           IF FS-STATUS-INACTIVE
               GO TO AUDIT-NEXT-STUDENT-EXIT
           END-IF.
           PERFORM AUDIT-STUDENT.
       AUDIT-NEXT-STUDENT-EXIT.
           EXIT.
      /
      *  AUDIT-STUDENT - STUDENT-RECORD already read; gathers the
      *  results, totals credits, checks each requirement, prints
      *  the verdict
       AUDIT-STUDENT SECTION.
       AUDIT-STUDENT-START.
           MOVE FS-STUDENT-ID          TO WS-STUDENT-ID.
           MOVE ZERO                   TO WS-RES-CNT.
           PERFORM LOAD-GRADE-RESULTS.
           PERFORM LOAD-HISTORY-RESULTS.
           MOVE FS-STUDENT-ID          TO WS-HDR-ID.
           MOVE FS-STUDENT-NAME        TO WS-HDR-NAME.
           MOVE WS-TODAY               TO WS-HDR-DATE.
           WRITE AUDIT-LINE FROM WS-HEADER-LINE.
           WRITE AUDIT-LINE FROM WS-COLUMN-LINE.
           MOVE ZERO                   TO WS-CREDITS-EARNED.
           PERFORM VARYING WS-RES-IX FROM 1 BY 1
                   UNTIL WS-RES-IX > WS-RES-CNT
               IF WS-RES-RANK(WS-RES-IX) <= WS-PASS-RANK
                   MOVE WS-RES-COURSE(WS-RES-IX) TO FC-COURSE-CODE
                   READ COURSE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD FC-COURSE-CREDITS TO WS-CREDITS-EARNED
                   END-READ
               END-IF
           END-PERFORM.
           MOVE ZERO                   TO WS-OUTSTANDING.
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
                   UNTIL WS-REQ-IX > WS-REQ-CNT
               PERFORM AUDIT-REQUIREMENT
           END-PERFORM.
           MOVE WS-CREDITS-EARNED      TO WS-CR-EARNED.
           MOVE WS-MIN-CREDITS         TO WS-CR-NEEDED.
           MOVE WS-OUTSTANDING         TO WS-CR-OUTSTANDING.
           WRITE AUDIT-LINE FROM WS-CREDIT-LINE.
           IF WS-OUTSTANDING = ZERO
           AND WS-CREDITS-EARNED >= WS-MIN-CREDITS
               MOVE "ELIGIBLE"         TO WS-VERDICT
               ADD 1                   TO WS-ELIGIBLE-COUNT
           ELSE
               MOVE "NOT ELIGIBLE"     TO WS-VERDICT
           END-IF.
           WRITE AUDIT-LINE FROM WS-VERDICT-LINE.
           WRITE AUDIT-LINE FROM WS-BLANK-LINE.
           ADD 1                       TO WS-AUDIT-COUNT.
       AUDIT-STUDENT-EXIT.
           EXIT.
      /
       AUDIT-REQUIREMENT SECTION.
       AUDIT-REQUIREMENT-START.
           MOVE WS-REQ-COURSE(WS-REQ-IX) TO WS-DET-COURSE.
           MOVE WS-REQ-GRADE(WS-REQ-IX)  TO WS-DET-MIN.
           MOVE SPACES                 TO WS-DET-TITLE.
           MOVE WS-REQ-COURSE(WS-REQ-IX) TO FC-COURSE-CODE.
           READ COURSE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FC-COURSE-TITLE TO WS-DET-TITLE
           END-READ.
           MOVE SPACES                 TO WS-DET-BEST.
           MOVE "OUTSTANDING"          TO WS-DET-RESULT.
           MOVE "N"                    TO WS-RES-FOUND.
           PERFORM VARYING WS-RES-IX FROM 1 BY 1
                   UNTIL WS-RES-IX > WS-RES-CNT
                   OR WS-RES-FOUND = "Y"
               IF WS-RES-COURSE(WS-RES-IX) = WS-REQ-COURSE(WS-REQ-IX)
                   MOVE "Y"            TO WS-RES-FOUND
                   MOVE WS-RES-GRADE(WS-RES-IX) TO WS-DET-BEST
                   IF WS-RES-RANK(WS-RES-IX) <= WS-REQ-RANK(WS-REQ-IX)
                       MOVE "MET"      TO WS-DET-RESULT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-DET-RESULT NOT = "MET"
               ADD 1                   TO WS-OUTSTANDING
           END-IF.
           WRITE AUDIT-LINE FROM WS-DETAIL-LINE.
       AUDIT-REQUIREMENT-EXIT.
           EXIT.
      /
       LOAD-GRADE-RESULTS SECTION.
       LOAD-GRADE-RESULTS-START.
           IF WS-GRADE-OPEN NOT = "Y"
               GO TO LOAD-GRADE-RESULTS-EXIT
           END-IF.
           MOVE WS-STUDENT-ID          TO FG-STUDENT-ID.
           MOVE LOW-VALUES             TO FG-COURSE-CODE.
           MOVE LOW-VALUES             TO FG-TERM.
           START GRADE KEY NOT < FG-GRADE-KEY
               INVALID KEY
                   GO TO LOAD-GRADE-RESULTS-EXIT
           END-START.
           MOVE "N"                    TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ GRADE NEXT RECORD
                   AT END
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       IF FG-STUDENT-ID NOT = WS-STUDENT-ID
                           MOVE "Y"    TO WS-EOF
                       ELSE
                           MOVE FG-COURSE-CODE TO WS-KEY-COURSE
                           MOVE FG-GRADE       TO WS-KEY-GRADE
                           PERFORM ACCUM-RESULT
                       END-IF
               END-READ
           END-PERFORM.
       LOAD-GRADE-RESULTS-EXIT.
           EXIT.
      /
       LOAD-HISTORY-RESULTS SECTION.
       LOAD-HISTORY-RESULTS-START.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               GO TO LOAD-HISTORY-RESULTS-EXIT
           END-IF.
           MOVE "N"                    TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ HISTORY-FILE
                   AT END
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       IF HR-STUDENT-ID = WS-STUDENT-ID
                           MOVE HR-COURSE-CODE TO WS-KEY-COURSE
                           MOVE HR-GRADE       TO WS-KEY-GRADE
                           PERFORM ACCUM-RESULT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HISTORY-FILE.
       LOAD-HISTORY-RESULTS-EXIT.
           EXIT.
      /
      *  ACCUM-RESULT - one entry per course at its best grade;
      *  ungraded lines are skipped
       ACCUM-RESULT SECTION.
       ACCUM-RESULT-START.
           IF WS-KEY-GRADE = SPACES
               GO TO ACCUM-RESULT-EXIT
           END-IF.
           MOVE WS-KEY-GRADE           TO WS-RANK-GRADE.
           PERFORM GRADE-RANK.
           MOVE "N"                    TO WS-RES-FOUND.
           PERFORM VARYING WS-RES-IX FROM 1 BY 1
                   UNTIL WS-RES-IX > WS-RES-CNT
                   OR WS-RES-FOUND = "Y"
               IF WS-RES-COURSE(WS-RES-IX) = WS-KEY-COURSE
                   MOVE "Y"            TO WS-RES-FOUND
                   SUBTRACT 1          FROM WS-RES-IX
               END-IF
           END-PERFORM.
           IF WS-RES-FOUND = "N"
               IF WS-RES-CNT >= WS-RES-MAX
                   GO TO ACCUM-RESULT-EXIT
               END-IF
               ADD 1                   TO WS-RES-CNT
               MOVE WS-RES-CNT         TO WS-RES-IX
               MOVE WS-KEY-COURSE      TO WS-RES-COURSE(WS-RES-IX)
               MOVE WS-KEY-GRADE       TO WS-RES-GRADE(WS-RES-IX)
               MOVE WS-RANK            TO WS-RES-RANK(WS-RES-IX)
               GO TO ACCUM-RESULT-EXIT
           END-IF.
           IF WS-RANK < WS-RES-RANK(WS-RES-IX)
               MOVE WS-KEY-GRADE       TO WS-RES-GRADE(WS-RES-IX)
               MOVE WS-RANK            TO WS-RES-RANK(WS-RES-IX)
           END-IF.
       ACCUM-RESULT-EXIT.
           EXIT.
