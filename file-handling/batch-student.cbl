      *    col 8-12   course code
      *    col 13-17  term
      *    col 18-19  grade
      *  enrollment transactions (E):
      *    col 1      E = enroll in course
      *    col 2-7    student id
      *    col 8-12   course code
      *    col 13     Y = override a failed prerequisite (the
      *               running user must be authority level 3 in
      *               the operator store)
      *
      *  MODIFICATION HISTORY
      *    2026/08/21  LKT  New program - the registrar's hundred-line
      *    2026/09/02  LKT  Student id widened to 9(06) across the
      *                     suite - transaction columns shift right
      *                     by three (see the layout above).
      *    2026/10/15  LKT  E transaction enrolls a student with the
      *                     write1 G checks (active student, timetable
      *                     clash, retired course, capacity) plus the
      *                     PREREQ.txt prerequisite check; a level-3
      *                     user may override it (col 13), logged as
      *                     PREREQ-OVERRIDE.
      *    2026/10/15  LKT  E rejects a student on financial hold
      *                     (DUNNING.DAT, set by dunning-run).
      *    2026/10/15  LKT  The running user's authority level now comes
      *                     from the operator store through OPERSIGN
      *                     instead of OPERMAST.txt; a locked or
      *                     disabled operator gets level 0.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FG-GRADE-KEY
           FILE STATUS IS WS-GRADE-STATUS.

           SELECT COURSE ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FC-COURSE-CODE
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT PREREQ-FILE ASSIGN TO "PREREQ.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREREQ-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "ENROLL-HISTORY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT DUNNING-FILE ASSIGN TO "DUNNING.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DN-STUDENT-ID
           FILE STATUS IS WS-DUNNING-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT.
           03  TG-TERM                 PIC X(05).
           03  TG-GRADE                PIC X(02).
           03  FILLER                  PIC X(19).
       01  TRANS-ENROLL-RECORD.
           03  TE-CODE                 PIC X(01).
           03  TE-ID                   PIC X(06).
           03  TE-COURSE               PIC X(05).
           03  TE-OVERRIDE             PIC X(01).
           03  FILLER                  PIC X(22).

       FD  EDIT-REPORT.
       01  EDIT-REPORT-RECORD          PIC X(70).
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

       FD  PREREQ-FILE.
       01  PREREQ-RECORD.
           03  PQ-COURSE-CODE          PIC X(05).
           03  PQ-REQUIRED-CODE        PIC X(05).
           03  PQ-MIN-GRADE            PIC X(02).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           03  HR-TERM                 PIC X(05).
           03  HR-STUDENT-ID           PIC 9(06).
           03  HR-COURSE-CODE          PIC X(05).
           03  HR-GRADE                PIC X(02).

       FD  DUNNING-FILE.
       01  DUNNING-RECORD.
           03  DN-STUDENT-ID           PIC 9(06).
           03  DN-LEVEL                PIC 9(01).
           03  DN-LETTER-DATE          PIC 9(08).
           03  DN-HOLD                 PIC X(01).
               88  DN-NO-HOLD          VALUE "N".
               88  DN-ON-HOLD          VALUE "Y".
               88  DN-RELEASED         VALUE "R".
           03  DN-HOLD-DATE            PIC 9(08).
           03  DN-RELEASE-OP           PIC X(08).
           03  DN-RELEASE-DATE         PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-STATUS                   PIC X(02).
       01  WS-TRANS-STATUS             PIC X(02).
       01  WS-REJECTED-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-AUDIT-STAMP.
           03  WS-AUDIT-DATE           PIC 9(08).
           03  WS-AUDIT-TIME           PIC 9(08).
       01  WS-AUDIT-ACTION             PIC X(06).
       01  WS-OPERATOR                 PIC X(08) VALUE SPACE.
       01  WS-SIGNON-REQUEST.
           03  WS-SR-FUNCTION          PIC X(01).
           03  WS-SR-OPERATOR          PIC X(08).
           03  WS-SR-PASSWORD          PIC X(08).
           03  WS-SR-EMP-ID            PIC 9(04).
           03  WS-SR-AUTH-LEVEL        PIC 9(01).
           03  WS-SR-RESULT            PIC X(02).
           03  WS-SR-MESSAGE           PIC X(40).
       01  WS-AUTH-LEVEL               PIC 9(01) VALUE 0.
       01  WS-COURSE-STATUS            PIC X(02).
       01  WS-PREREQ-STATUS            PIC X(02).
       01  WS-HISTORY-STATUS           PIC X(02).
       01  WS-SCAN-EOF                 PIC X(01).
       01  WS-DUNNING-STATUS           PIC X(02).
       01  WS-ON-HOLD                  PIC X(01).
       01  WS-NEW-DAY                  PIC X(03).
       01  WS-NEW-PERIOD               PIC 9(02).
       01  WS-CLASH                    PIC X(01).
       01  WS-CLASH-COURSE             PIC X(05).
       01  WS-PREREQ-EOF               PIC X(01).
       01  WS-PREREQ-STUDENT           PIC 9(06).
       01  WS-PREREQ-COURSE            PIC X(05).
       01  WS-PREREQ-MET               PIC X(01).
       01  WS-PREREQ-MISSING           PIC X(05).
       01  WS-PREREQ-NEED              PIC X(02).
       01  WS-NEED-RANK                PIC 9(02).
       01  WS-BEST-RANK                PIC 9(02).
      *  letter grade scale, best first - position is the rank used
      *  to compare a grade with a minimum
       01  WS-SCALE-VALUES.
           03  FILLER                  PIC X(02) VALUE "A+".
           03  FILLER                  PIC X(02) VALUE "A ".
           03  FILLER                  PIC X(02) VALUE "A-".
           03  FILLER                  PIC X(02) VALUE "B+".
           03  FILLER                  PIC X(02) VALUE "B ".
           03  FILLER                  PIC X(02) VALUE "B-".
           03  FILLER                  PIC X(02) VALUE "C+".
           03  FILLER                  PIC X(02) VALUE "C ".
           03  FILLER                  PIC X(02) VALUE "C-".
           03  FILLER                  PIC X(02) VALUE "D+".
           03  FILLER                  PIC X(02) VALUE "D ".
           03  FILLER                  PIC X(02) VALUE "D-".
           03  FILLER                  PIC X(02) VALUE "F ".
       01  WS-SCALE-TABLE REDEFINES WS-SCALE-VALUES.
           03  WS-SCALE-GRADE          PIC X(02) OCCURS 13 TIMES.
       01  WS-SCALE-MAX                PIC 9(02) VALUE 13.
       01  WS-SCALE-IX                 PIC 9(02).
       01  WS-NO-RANK                  PIC 9(02) VALUE 99.
       01  WS-RANK-GRADE               PIC X(02).
       01  WS-RANK                     PIC 9(02).
       01  WS-EDIT-LINE.
           03  WS-EDIT-CODE            PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACE.
           IF WS-OPERATOR = SPACE
               MOVE "BATCH"            TO WS-OPERATOR
           END-IF.
           PERFORM LOAD-AUTH-LEVEL.
           OPEN INPUT TRANS-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "STUDENT-TRANS.TXT NOT FOUND - NOTHING TO DO"
                   PERFORM APPLY-DELETE
               WHEN "G"
                   PERFORM APPLY-GRADE
               WHEN "E"
                   PERFORM APPLY-ENROLL
               WHEN OTHER
                   MOVE "INVALID TRANSACTION CODE"
                                       TO WS-REJECT-REASON
           CLOSE GRADE.
       APPLY-GRADE-EXIT.
           EXIT.
      /
      *  APPLY-ENROLL - the write1 G rules; a full course is rejected
      *  (the waitlist is offered only on the screen)
       APPLY-ENROLL SECTION.
       APPLY-ENROLL-START.
           MOVE TE-ID                  TO FS-STUDENT-ID.
           READ STUDENT
               INVALID KEY
                   MOVE "STUDENT ID NOT FOUND" TO WS-REJECT-REASON
                   GO TO APPLY-ENROLL-EXIT
           END-READ.
           IF FS-STATUS-INACTIVE
               MOVE "STUDENT IS INACTIVE" TO WS-REJECT-REASON
               GO TO APPLY-ENROLL-EXIT
           END-IF.
           PERFORM CHECK-FINANCIAL-HOLD.
           IF WS-ON-HOLD = "Y"
               MOVE "FINANCIAL HOLD"   TO WS-REJECT-REASON
               GO TO APPLY-ENROLL-EXIT
           END-IF.
           PERFORM CHECK-TIMETABLE-CLASH.
           IF WS-CLASH = "Y"
               STRING "TIMETABLE CLASH WITH " DELIMITED BY SIZE
                      WS-CLASH-COURSE     DELIMITED BY SIZE
                      INTO WS-REJECT-REASON
               GO TO APPLY-ENROLL-EXIT
           END-IF.
           MOVE FS-STUDENT-ID          TO WS-PREREQ-STUDENT.
           MOVE TE-COURSE              TO WS-PREREQ-COURSE.
           PERFORM CHECK-PREREQUISITE.
           IF WS-PREREQ-MET = "N"
               IF TE-OVERRIDE NOT = "Y"
                   STRING "PREREQUISITE " DELIMITED BY SIZE
                          WS-PREREQ-MISSING DELIMITED BY SIZE
                          " NOT PASSED (MIN " DELIMITED BY SIZE
                          WS-PREREQ-NEED  DELIMITED BY SIZE
                          ")"             DELIMITED BY SIZE
                          INTO WS-REJECT-REASON
                   GO TO APPLY-ENROLL-EXIT
               END-IF
               IF WS-AUTH-LEVEL < 3
                   MOVE "PREREQ OVERRIDE NEEDS LEVEL 3"
                                       TO WS-REJECT-REASON
                   GO TO APPLY-ENROLL-EXIT
               END-IF
           END-IF.
           OPEN I-O COURSE.
           IF WS-COURSE-STATUS NOT = "00"
               MOVE "COURSE FILE NOT AVAILABLE" TO WS-REJECT-REASON
               GO TO APPLY-ENROLL-EXIT
           END-IF.
           MOVE TE-COURSE              TO FC-COURSE-CODE.
           READ COURSE
               INVALID KEY
                   MOVE "COURSE CODE NOT FOUND" TO WS-REJECT-REASON
                   CLOSE COURSE
                   GO TO APPLY-ENROLL-EXIT
           END-READ.
           IF FC-COURSE-ACTIVE = "R"
               MOVE "COURSE IS RETIRED" TO WS-REJECT-REASON
               CLOSE COURSE
               GO TO APPLY-ENROLL-EXIT
           END-IF.
           IF FC-COURSE-ENROLLED >= FC-COURSE-CAPACITY
               MOVE "COURSE IS FULL"   TO WS-REJECT-REASON
               CLOSE COURSE
               GO TO APPLY-ENROLL-EXIT
           END-IF.
           OPEN I-O ENROLL.
           IF WS-ENROLL-STATUS = "35"
               CLOSE ENROLL
               OPEN OUTPUT ENROLL
               CLOSE ENROLL
               OPEN I-O ENROLL
           END-IF.
           MOVE FS-STUDENT-ID          TO FE-STUDENT-ID.
           MOVE TE-COURSE              TO FE-COURSE-CODE.
           WRITE ENROLL-RECORD
               INVALID KEY
                   MOVE "STUDENT ALREADY ENROLLED IN COURSE"
                                       TO WS-REJECT-REASON
                   CLOSE ENROLL COURSE
                   GO TO APPLY-ENROLL-EXIT
           END-WRITE.
           CLOSE ENROLL.
           ADD 1                       TO FC-COURSE-ENROLLED.
           REWRITE COURSE-RECORD
               INVALID KEY
                   MOVE "ERROR REWRITING COURSE RECORD"
                                       TO WS-REJECT-REASON
           END-REWRITE.
           CLOSE COURSE.
           IF WS-PREREQ-MET = "N"
               PERFORM WRITE-AUDIT-PREREQ
           END-IF.
       APPLY-ENROLL-EXIT.
           EXIT.
      /
       CHECK-FINANCIAL-HOLD SECTION.
       CHECK-FINANCIAL-HOLD-START.
           MOVE "N"                    TO WS-ON-HOLD.
           OPEN INPUT DUNNING-FILE.
           IF WS-DUNNING-STATUS NOT = "00"
               GO TO CHECK-FINANCIAL-HOLD-EXIT
           END-IF.
           MOVE TE-ID                  TO DN-STUDENT-ID.
           READ DUNNING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DN-ON-HOLD
                       MOVE "Y"        TO WS-ON-HOLD
                   END-IF
           END-READ.
           CLOSE DUNNING-FILE.
       CHECK-FINANCIAL-HOLD-EXIT.
           EXIT.
      /
       CHECK-TIMETABLE-CLASH SECTION.
       CHECK-TIMETABLE-CLASH-START.
           MOVE "N"                    TO WS-CLASH.
           OPEN INPUT COURSE.
           IF WS-COURSE-STATUS NOT = "00"
               GO TO CHECK-TIMETABLE-CLASH-EXIT
           END-IF.
           MOVE TE-COURSE              TO FC-COURSE-CODE.
           READ COURSE
               INVALID KEY
                   CLOSE COURSE
                   GO TO CHECK-TIMETABLE-CLASH-EXIT
           END-READ.
           MOVE FC-COURSE-DAY          TO WS-NEW-DAY.
           MOVE FC-COURSE-PERIOD       TO WS-NEW-PERIOD.
           IF WS-NEW-DAY = SPACES
               CLOSE COURSE
               GO TO CHECK-TIMETABLE-CLASH-EXIT
           END-IF.
           OPEN INPUT ENROLL.
           IF WS-ENROLL-STATUS NOT = "00"
               CLOSE COURSE
               GO TO CHECK-TIMETABLE-CLASH-EXIT
           END-IF.
           MOVE FS-STUDENT-ID          TO FE-STUDENT-ID.
           MOVE LOW-VALUES             TO FE-COURSE-CODE.
           START ENROLL KEY NOT < FE-ENROLL-KEY
               INVALID KEY
                   CLOSE ENROLL COURSE
                   GO TO CHECK-TIMETABLE-CLASH-EXIT
           END-START.
           MOVE "N"                    TO WS-SCAN-EOF.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               OR WS-CLASH = "Y"
               READ ENROLL NEXT RECORD
                   AT END
                       MOVE "Y"        TO WS-SCAN-EOF
                   NOT AT END
                       IF FE-STUDENT-ID NOT = FS-STUDENT-ID
                           MOVE "Y"    TO WS-SCAN-EOF
                       ELSE
                           MOVE FE-COURSE-CODE TO FC-COURSE-CODE
                           READ COURSE
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF FC-COURSE-DAY = WS-NEW-DAY
                                   AND FC-COURSE-PERIOD
                                       = WS-NEW-PERIOD
                                       MOVE "Y" TO WS-CLASH
                                       MOVE FC-COURSE-CODE
                                           TO WS-CLASH-COURSE
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ENROLL COURSE.
       CHECK-TIMETABLE-CLASH-EXIT.
           EXIT.
      /
      *  CHECK-PREREQUISITE - every PREREQ.txt line for
      *  WS-PREREQ-COURSE: the student's best grade in the required
      *  course (GRADE.DAT + ENROLL-HISTORY.DAT) must reach the
      *  minimum; no PREREQ.txt means no prerequisites
       CHECK-PREREQUISITE SECTION.
       CHECK-PREREQUISITE-START.
           MOVE "Y"                    TO WS-PREREQ-MET.
           MOVE SPACES                 TO WS-PREREQ-MISSING.
           MOVE SPACES                 TO WS-PREREQ-NEED.
           OPEN INPUT PREREQ-FILE.
           IF WS-PREREQ-STATUS NOT = "00"
               GO TO CHECK-PREREQUISITE-EXIT
           END-IF.
           MOVE "N"                    TO WS-PREREQ-EOF.
           PERFORM UNTIL WS-PREREQ-EOF = "Y"
               OR WS-PREREQ-MET = "N"
               READ PREREQ-FILE
                   AT END
                       MOVE "Y"        TO WS-PREREQ-EOF
                   NOT AT END
                       IF PQ-COURSE-CODE = WS-PREREQ-COURSE
                           PERFORM CHECK-ONE-PREREQUISITE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PREREQ-FILE.
       CHECK-PREREQUISITE-EXIT.
           EXIT.
      /
      *  CHECK-ONE-PREREQUISITE - a blank minimum grade means any
      *  grade above F
       CHECK-ONE-PREREQUISITE SECTION.
       CHECK-ONE-PREREQUISITE-START.
           IF PQ-MIN-GRADE = SPACES
               MOVE "D-"               TO WS-PREREQ-NEED
           ELSE
               MOVE PQ-MIN-GRADE       TO WS-PREREQ-NEED
           END-IF.
           MOVE WS-PREREQ-NEED         TO WS-RANK-GRADE.
           PERFORM GRADE-RANK.
           MOVE WS-RANK                TO WS-NEED-RANK.
           MOVE WS-NO-RANK             TO WS-BEST-RANK.
           OPEN INPUT GRADE.
           IF WS-GRADE-STATUS = "00"
               MOVE WS-PREREQ-STUDENT  TO FG-STUDENT-ID
               MOVE PQ-REQUIRED-CODE   TO FG-COURSE-CODE
               MOVE LOW-VALUES         TO FG-TERM
               START GRADE KEY NOT < FG-GRADE-KEY
                   INVALID KEY
                       MOVE "Y"        TO WS-SCAN-EOF
                   NOT INVALID KEY
                       MOVE "N"        TO WS-SCAN-EOF
               END-START
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ GRADE NEXT RECORD
                       AT END
                           MOVE "Y"    TO WS-SCAN-EOF
                       NOT AT END
                           IF FG-STUDENT-ID NOT = WS-PREREQ-STUDENT
                           OR FG-COURSE-CODE NOT = PQ-REQUIRED-CODE
                               MOVE "Y" TO WS-SCAN-EOF
                           ELSE
                               MOVE FG-GRADE TO WS-RANK-GRADE
                               PERFORM GRADE-RANK
                               IF WS-RANK < WS-BEST-RANK
                                   MOVE WS-RANK TO WS-BEST-RANK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "00"
               MOVE "N"                TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y"    TO WS-SCAN-EOF
                       NOT AT END
                           IF HR-STUDENT-ID = WS-PREREQ-STUDENT
                           AND HR-COURSE-CODE = PQ-REQUIRED-CODE
                           AND HR-GRADE NOT = SPACES
                               MOVE HR-GRADE TO WS-RANK-GRADE
                               PERFORM GRADE-RANK
                               IF WS-RANK < WS-BEST-RANK
                                   MOVE WS-RANK TO WS-BEST-RANK
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-BEST-RANK > WS-NEED-RANK
               MOVE "N"                TO WS-PREREQ-MET
               MOVE PQ-REQUIRED-CODE   TO WS-PREREQ-MISSING
           END-IF.
       CHECK-ONE-PREREQUISITE-EXIT.
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
      *  LOAD-AUTH-LEVEL - the running user's level from the operator
      *  store (OPERSIGN); an unknown, locked or disabled user (or no
      *  store) gets level 0
       LOAD-AUTH-LEVEL SECTION.
       LOAD-AUTH-LEVEL-START.
           MOVE ZERO                   TO WS-AUTH-LEVEL.
           MOVE "L"                    TO WS-SR-FUNCTION.
           MOVE WS-OPERATOR            TO WS-SR-OPERATOR.
           MOVE SPACES                 TO WS-SR-PASSWORD.
           MOVE ZERO                   TO WS-SR-EMP-ID.
           CALL "OPERSIGN" USING WS-SIGNON-REQUEST
               ON EXCEPTION
                   MOVE "90"           TO WS-SR-RESULT
           END-CALL.
           IF WS-SR-RESULT = "00"
               MOVE WS-SR-AUTH-LEVEL   TO WS-AUTH-LEVEL
           END-IF.
       LOAD-AUTH-LEVEL-EXIT.
           EXIT.
      /
       WRITE-AUDIT-PREREQ SECTION.
       WRITE-AUDIT-PREREQ-START.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           STRING WS-AUDIT-DATE    DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUDIT-TIME(1:6)    DELIMITED BY SIZE
                  " PREREQ-OVERRIDE ID=" DELIMITED BY SIZE
                  WS-PREREQ-STUDENT DELIMITED BY SIZE
                  " COURSE="       DELIMITED BY SIZE
                  WS-PREREQ-COURSE DELIMITED BY SIZE
                  " REQ="          DELIMITED BY SIZE
                  WS-PREREQ-MISSING DELIMITED BY SIZE
                  " OP="           DELIMITED BY SIZE
                  WS-OPERATOR      DELIMITED BY SIZE
                  INTO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG.
       WRITE-AUDIT-PREREQ-EXIT.
           EXIT.
      /
       WRITE-AUDIT SECTION.
       WRITE-AUDIT-START.
           END-IF.
           STRING WS-AUDIT-DATE    DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUDIT-TIME(1:6)    DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUDIT-ACTION  DELIMITED BY SPACE
                  " ID="           DELIMITED BY SIZE
