       IDENTIFICATION DIVISION.
       PROGRAM-ID. standing-run.
      ******************************************************************
      *  Academic standing run, taken straight after close-term:
      *  computes each student's term and cumulative grade-point
      *  average from the letter grades on ENROLL-HISTORY.DAT,
      *  weighted by FC-COURSE-CREDITS (a course without credit hours
      *  counts as one), classifies the student against the
      *  thresholds in STANDING.txt and appends the result to
      *  STANDING-HISTORY.DAT.  Prints STANDING-LETTERS.RPT (one
      *  letter per student on probation or dismissal review) and
      *  DEANS-LIST.RPT.  The term comes from STANDING_TERM
      *  (required); a rerun for a term already on
      *  STANDING-HISTORY.DAT is refused.
      *
      *  Only students graded in the term are classified.  Grades
      *  off the letter scale (W, I, ...) carry no points and no
      *  credits.
      *
      *  STANDING.txt, one line:
      *    col 1-3    probation below cumulative GPA      e.g. 200
      *    col 4-6    dismissal review below cumulative   e.g. 150
      *    col 7-9    dean's list at or above term GPA    e.g. 350
      *    col 10-11  dean's list minimum term credits    e.g. 12
      *  (GPAs with two implied decimals).  A student already on
      *  probation who is still below the probation line goes to
      *  dismissal review.
      *
      *  STANDING-HISTORY.DAT standing codes: G = good standing,
      *  P = probation, D = dismissal review.
      *
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program - standing was worked out by
      *                     hand from the term statistics.
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

           SELECT COURSE ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FC-COURSE-CODE
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "ENROLL-HISTORY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PARAM-FILE ASSIGN TO "STANDING.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARAM-STATUS.

           SELECT STANDING-FILE ASSIGN TO "STANDING-HISTORY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STANDING-STATUS.

           SELECT LETTER-RPT ASSIGN TO "STANDING-LETTERS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEANS-RPT ASSIGN TO "DEANS-LIST.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT.
       01  STUDENT-RECORD.
           03  FS-STUDENT-ID           PIC 9(06).
           03  FS-STUDENT-NAME         PIC X(15).
           03  FS-STUDENT-AGE          PIC 9(02).
           03  FS-STUDENT-STATUS       PIC X(01).
           03  FS-STATUS-DATE          PIC 9(08).
           03  FS-BIRTHDATE            PIC X(10).

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

       FD  PARAM-FILE.
       01  PARAM-RECORD.
           03  SP-PROBATION-GPA        PIC 9V99.
           03  SP-DISMISS-GPA          PIC 9V99.
           03  SP-DEANS-GPA            PIC 9V99.
           03  SP-DEANS-CREDITS        PIC 9(02).

       FD  STANDING-FILE.
       01  STANDING-RECORD.
           03  SH-TERM                 PIC X(05).
           03  SH-STUDENT-ID           PIC 9(06).
           03  SH-TERM-GPA             PIC 9V99.
           03  SH-CUM-GPA              PIC 9V99.
           03  SH-TERM-CREDITS         PIC 9(03).
           03  SH-STANDING             PIC X(01).
               88  SH-GOOD             VALUE "G".
               88  SH-PROBATION        VALUE "P".
               88  SH-DISMISSAL        VALUE "D".
           03  SH-DATE                 PIC 9(08).

       FD  LETTER-RPT.
       01  LETTER-LINE                 PIC X(70).

       FD  DEANS-RPT.
       01  DEANS-LINE                  PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-STATUS                   PIC X(02).
       01  WS-COURSE-STATUS            PIC X(02).
       01  WS-HISTORY-STATUS           PIC X(02).
       01  WS-PARAM-STATUS             PIC X(02).
       01  WS-STANDING-STATUS          PIC X(02).
       01  WS-STUDENT-OPEN             PIC X(01).
       01  WS-COURSE-OPEN              PIC X(01).
       01  WS-EOF                      PIC X(01) VALUE "N".
       01  WS-TERM                     PIC X(05) VALUE SPACE.
       01  WS-TERM-DONE                PIC X(01) VALUE "N".
       01  WS-TODAY                    PIC 9(08).
       01  WS-TODAY-X REDEFINES WS-TODAY.
           03  WS-TODAY-YYYY           PIC X(04).
           03  WS-TODAY-MM             PIC X(02).
           03  WS-TODAY-DD             PIC X(02).
       01  WS-PROBATION-GPA            PIC 9V99.
       01  WS-DISMISS-GPA              PIC 9V99.
       01  WS-DEANS-GPA                PIC 9V99.
       01  WS-DEANS-CREDITS            PIC 9(02).
      *  letter grade scale, best first, points on a 4.00 scale
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
       01  WS-SCALE-FOUND              PIC X(01).
       01  WS-POINTS                   PIC 9V99.
       01  WS-WEIGHT                   PIC 9(02).
       01  WS-QUALITY                  PIC 9(03)V99.
      *  one entry per student graded on ENROLL-HISTORY.DAT
       01  WS-ST-MAX                   PIC 9(04) VALUE 2000.
       01  WS-ST-CNT                   PIC 9(04) VALUE ZERO.
       01  WS-ST-IX                    PIC 9(04).
       01  WS-ST-FOUND                 PIC X(01).
       01  WS-ST-TABLE.
           03  WS-ST-ENTRY OCCURS 2000 TIMES.
               05  WS-ST-ID            PIC 9(06).
               05  WS-ST-TERM-POINTS   PIC 9(05)V99.
               05  WS-ST-TERM-CREDITS  PIC 9(03).
               05  WS-ST-CUM-POINTS    PIC 9(06)V99.
               05  WS-ST-CUM-CREDITS   PIC 9(04).
               05  WS-ST-PREV          PIC X(01).
       01  WS-TERM-GPA                 PIC 9V99.
       01  WS-CUM-GPA                  PIC 9V99.
       01  WS-STANDING                 PIC X(01).
       01  WS-NAME                     PIC X(15).
       01  WS-CLASSIFIED-COUNT         PIC 9(05) VALUE ZERO.
       01  WS-PROBATION-COUNT          PIC 9(05) VALUE ZERO.
       01  WS-DISMISS-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-DEANS-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-LTR-DATE-LINE.
           03  WS-LTR-YYYY             PIC X(04).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WS-LTR-MM               PIC X(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WS-LTR-DD               PIC X(02).
       01  WS-LTR-STUDENT-LINE.
           03  FILLER                  PIC X(08) VALUE "STUDENT ".
           03  WS-LTR-ID               PIC 9(06).
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-LTR-NAME             PIC X(15).
       01  WS-LTR-TITLE-LINE.
           03  FILLER                  PIC X(31)
               VALUE "ACADEMIC STANDING - END OF TERM".
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-LTR-TERM             PIC X(05).
       01  WS-LTR-DEAR-LINE.
           03  FILLER                  PIC X(05) VALUE "DEAR ".
           03  WS-LTR-DEAR             PIC X(15).
       01  WS-LTR-GPA-LINE.
           03  FILLER                  PIC X(39)
               VALUE "YOUR CUMULATIVE GRADE-POINT AVERAGE IS ".
           03  WS-LTR-CUM              PIC 9.99.
           03  FILLER                  PIC X(12) VALUE " (THIS TERM ".
           03  WS-LTR-TERM-GPA         PIC 9.99.
           03  FILLER                  PIC X(02) VALUE ").".
       01  WS-LTR-PROB-1               PIC X(70)
           VALUE "YOU HAVE BEEN PLACED ON ACADEMIC PROBATION.".
       01  WS-LTR-PROB-2               PIC X(70)
           VALUE "PLEASE SEE YOUR ADVISOR BEFORE ENROLLING AGAIN.".
       01  WS-LTR-DISM-1               PIC X(70)
           VALUE "YOUR RECORD HAS BEEN REFERRED FOR DISMISSAL REVIEW.".
       01  WS-LTR-DISM-2               PIC X(70)
           VALUE "THE REGISTRAR WILL WRITE TO YOU WITH A HEARING DATE.".
       01  WS-LTR-SIGN-LINE            PIC X(70) VALUE "REGISTRAR".
       01  WS-LTR-RULE-LINE            PIC X(70) VALUE ALL "-".
       01  WS-DEANS-HEADER.
           03  FILLER                  PIC X(17)
               VALUE "DEAN'S LIST TERM ".
           03  WS-DH-TERM              PIC X(05).
       01  WS-DEANS-COLUMNS            PIC X(50)
           VALUE "STUDENT NAME              TERM GPA  CREDITS".
       01  WS-DEANS-DETAIL.
           03  WS-DD-ID                PIC 9(06).
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-DD-NAME              PIC X(15).
           03  FILLER                  PIC X(03) VALUE SPACE.
           03  WS-DD-GPA               PIC 9.99.
           03  FILLER                  PIC X(08) VALUE SPACE.
           03  WS-DD-CREDITS           PIC ZZ9.
       01  WS-DEANS-TOTAL.
           03  FILLER                  PIC X(09) VALUE "STUDENTS=".
           03  WS-DT-COUNT             PIC ZZZZ9.
       01  WS-BLANK-LINE               PIC X(70) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           ACCEPT WS-TERM FROM ENVIRONMENT "STANDING_TERM".
           IF WS-TERM = SPACE
               DISPLAY "STANDING_TERM REQUIRED"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-PARAMETERS.
           IF RETURN-CODE NOT = ZERO
               GO TO MAIN-EXIT
           END-IF.
           PERFORM CHECK-ALREADY-RUN.
           IF WS-TERM-DONE = "Y"
               DISPLAY "STANDING FOR TERM " WS-TERM
                   " ALREADY RECORDED - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ENROLL-HISTORY.DAT NOT AVAILABLE (STATUS "
                   WS-HISTORY-STATUS ")"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           OPEN INPUT COURSE.
           IF WS-COURSE-STATUS = "00"
               MOVE "Y"                TO WS-COURSE-OPEN
           ELSE
               MOVE "N"                TO WS-COURSE-OPEN
           END-IF.
           PERFORM LOAD-HISTORY
               UNTIL WS-EOF = "Y".
           CLOSE HISTORY-FILE.
           IF WS-COURSE-OPEN = "Y"
               CLOSE COURSE
           END-IF.
           PERFORM LOAD-PREVIOUS-STANDING.
           OPEN INPUT STUDENT.
           IF WS-STATUS = "00"
               MOVE "Y"                TO WS-STUDENT-OPEN
           ELSE
               MOVE "N"                TO WS-STUDENT-OPEN
           END-IF.
           OPEN EXTEND STANDING-FILE.
           IF WS-STANDING-STATUS = "05" OR WS-STANDING-STATUS = "35"
               OPEN OUTPUT STANDING-FILE
           END-IF.
           OPEN OUTPUT LETTER-RPT DEANS-RPT.
           MOVE WS-TERM                TO WS-DH-TERM.
           WRITE DEANS-LINE FROM WS-DEANS-HEADER.
           WRITE DEANS-LINE FROM WS-DEANS-COLUMNS.
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
                   UNTIL WS-ST-IX > WS-ST-CNT
               IF WS-ST-TERM-CREDITS(WS-ST-IX) > ZERO
                   PERFORM CLASSIFY-STUDENT
               END-IF
           END-PERFORM.
           MOVE WS-DEANS-COUNT         TO WS-DT-COUNT.
           WRITE DEANS-LINE FROM WS-BLANK-LINE.
           WRITE DEANS-LINE FROM WS-DEANS-TOTAL.
           CLOSE STANDING-FILE LETTER-RPT DEANS-RPT.
           IF WS-STUDENT-OPEN = "Y"
               CLOSE STUDENT
           END-IF.
           DISPLAY "STUDENTS CLASSIFIED: " WS-CLASSIFIED-COUNT.
           DISPLAY "PROBATION: " WS-PROBATION-COUNT.
           DISPLAY "DISMISSAL REVIEW: " WS-DISMISS-COUNT.
           DISPLAY "DEAN'S LIST: " WS-DEANS-COUNT.
       MAIN-EXIT.
           EXIT.
           STOP RUN.
      /
       LOAD-PARAMETERS SECTION.
       LOAD-PARAMETERS-START.
           OPEN INPUT PARAM-FILE.
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "STANDING.txt NOT AVAILABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               GO TO LOAD-PARAMETERS-EXIT
           END-IF.
           READ PARAM-FILE
               AT END
                   MOVE SPACES         TO PARAM-RECORD
           END-READ.
           CLOSE PARAM-FILE.
           IF PARAM-RECORD IS NOT NUMERIC
               DISPLAY "STANDING.txt THRESHOLDS NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               GO TO LOAD-PARAMETERS-EXIT
           END-IF.
           MOVE SP-PROBATION-GPA       TO WS-PROBATION-GPA.
           MOVE SP-DISMISS-GPA         TO WS-DISMISS-GPA.
           MOVE SP-DEANS-GPA           TO WS-DEANS-GPA.
           MOVE SP-DEANS-CREDITS       TO WS-DEANS-CREDITS.
       LOAD-PARAMETERS-EXIT.
           EXIT.
      /
       CHECK-ALREADY-RUN SECTION.
       CHECK-ALREADY-RUN-START.
           OPEN INPUT STANDING-FILE.
           IF WS-STANDING-STATUS NOT = "00"
               GO TO CHECK-ALREADY-RUN-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               OR WS-TERM-DONE = "Y"
               READ STANDING-FILE
                   AT END
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       IF SH-TERM = WS-TERM
                           MOVE "Y"    TO WS-TERM-DONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE STANDING-FILE.
           MOVE "N"                    TO WS-EOF.
       CHECK-ALREADY-RUN-EXIT.
           EXIT.
      /
       LOAD-HISTORY SECTION.
       LOAD-HISTORY-START.
           READ HISTORY-FILE
               AT END
                   MOVE "Y"            TO WS-EOF
                   GO TO LOAD-HISTORY-EXIT
           END-READ.
           MOVE "N"                    TO WS-SCALE-FOUND.
           PERFORM VARYING WS-SCALE-IX FROM 1 BY 1
                   UNTIL WS-SCALE-IX > WS-SCALE-MAX
                   OR WS-SCALE-FOUND = "Y"
               IF WS-SCALE-GRADE(WS-SCALE-IX) = HR-GRADE
                   MOVE "Y"            TO WS-SCALE-FOUND
                   MOVE WS-SCALE-POINTS(WS-SCALE-IX) TO WS-POINTS
               END-IF
           END-PERFORM.
           IF WS-SCALE-FOUND = "N"
               GO TO LOAD-HISTORY-EXIT
           END-IF.
           MOVE 1                      TO WS-WEIGHT.
           IF WS-COURSE-OPEN = "Y"
               MOVE HR-COURSE-CODE     TO FC-COURSE-CODE
               READ COURSE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FC-COURSE-CREDITS > ZERO
                           MOVE FC-COURSE-CREDITS TO WS-WEIGHT
                       END-IF
               END-READ
           END-IF.
           COMPUTE WS-QUALITY = WS-POINTS * WS-WEIGHT.
           PERFORM FIND-STUDENT.
           IF WS-ST-FOUND = "N"
               GO TO LOAD-HISTORY-EXIT
           END-IF.
           ADD WS-QUALITY              TO WS-ST-CUM-POINTS(WS-ST-IX).
           ADD WS-WEIGHT               TO WS-ST-CUM-CREDITS(WS-ST-IX).
           IF HR-TERM = WS-TERM
               ADD WS-QUALITY          TO WS-ST-TERM-POINTS(WS-ST-IX)
               ADD WS-WEIGHT           TO WS-ST-TERM-CREDITS(WS-ST-IX)
           END-IF.
       LOAD-HISTORY-EXIT.
           EXIT.
      /
      *  FIND-STUDENT - entry for HR-STUDENT-ID, added when new;
      *  WS-ST-FOUND = "N" only when the table is full
       FIND-STUDENT SECTION.
       FIND-STUDENT-START.
           MOVE "N"                    TO WS-ST-FOUND.
           PERFORM VARYING WS-ST-IX FROM 1 BY 1
                   UNTIL WS-ST-IX > WS-ST-CNT
                   OR WS-ST-FOUND = "Y"
               IF WS-ST-ID(WS-ST-IX) = HR-STUDENT-ID
                   MOVE "Y"            TO WS-ST-FOUND
                   SUBTRACT 1          FROM WS-ST-IX
               END-IF
           END-PERFORM.
           IF WS-ST-FOUND = "Y"
               GO TO FIND-STUDENT-EXIT
           END-IF.
           IF WS-ST-CNT >= WS-ST-MAX
               DISPLAY "MORE THAN 2000 STUDENTS - " HR-STUDENT-ID
                   " NOT CLASSIFIED"
               GO TO FIND-STUDENT-EXIT
           END-IF.
           ADD 1                       TO WS-ST-CNT.
           MOVE WS-ST-CNT              TO WS-ST-IX.
           MOVE HR-STUDENT-ID          TO WS-ST-ID(WS-ST-IX).
           MOVE ZERO                   TO WS-ST-TERM-POINTS(WS-ST-IX).
           MOVE ZERO                   TO WS-ST-TERM-CREDITS(WS-ST-IX).
           MOVE ZERO                   TO WS-ST-CUM-POINTS(WS-ST-IX).
           MOVE ZERO                   TO WS-ST-CUM-CREDITS(WS-ST-IX).
           MOVE SPACE                  TO WS-ST-PREV(WS-ST-IX).
           MOVE "Y"                    TO WS-ST-FOUND.
       FIND-STUDENT-EXIT.
           EXIT.
      /
      *  LOAD-PREVIOUS-STANDING - the latest standing recorded for
      *  each student in an earlier term
       LOAD-PREVIOUS-STANDING SECTION.
       LOAD-PREVIOUS-STANDING-START.
           OPEN INPUT STANDING-FILE.
           IF WS-STANDING-STATUS NOT = "00"
               GO TO LOAD-PREVIOUS-STANDING-EXIT
           END-IF.
           MOVE "N"                    TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ STANDING-FILE
                   AT END
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       PERFORM VARYING WS-ST-IX FROM 1 BY 1
                               UNTIL WS-ST-IX > WS-ST-CNT
                           IF WS-ST-ID(WS-ST-IX) = SH-STUDENT-ID
                               MOVE SH-STANDING
                                   TO WS-ST-PREV(WS-ST-IX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM.
           CLOSE STANDING-FILE.
       LOAD-PREVIOUS-STANDING-EXIT.
           EXIT.
      /
       CLASSIFY-STUDENT SECTION.
       CLASSIFY-STUDENT-START.
           COMPUTE WS-TERM-GPA ROUNDED =
               WS-ST-TERM-POINTS(WS-ST-IX) /
               WS-ST-TERM-CREDITS(WS-ST-IX).
           COMPUTE WS-CUM-GPA ROUNDED =
               WS-ST-CUM-POINTS(WS-ST-IX) /
               WS-ST-CUM-CREDITS(WS-ST-IX).
           EVALUATE TRUE
               WHEN WS-CUM-GPA < WS-DISMISS-GPA
                   MOVE "D"            TO WS-STANDING
               WHEN WS-CUM-GPA < WS-PROBATION-GPA
                   IF WS-ST-PREV(WS-ST-IX) = "P"
                   OR WS-ST-PREV(WS-ST-IX) = "D"
                       MOVE "D"        TO WS-STANDING
                   ELSE
                       MOVE "P"        TO WS-STANDING
                   END-IF
               WHEN OTHER
                   MOVE "G"            TO WS-STANDING
           END-EVALUATE.
           MOVE SPACES                 TO WS-NAME.
           IF WS-STUDENT-OPEN = "Y"
               MOVE WS-ST-ID(WS-ST-IX) TO FS-STUDENT-ID
               READ STUDENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-STUDENT-NAME TO WS-NAME
               END-READ
           END-IF.
           MOVE WS-TERM                TO SH-TERM.
           MOVE WS-ST-ID(WS-ST-IX)     TO SH-STUDENT-ID.
           MOVE WS-TERM-GPA            TO SH-TERM-GPA.
           MOVE WS-CUM-GPA             TO SH-CUM-GPA.
           MOVE WS-ST-TERM-CREDITS(WS-ST-IX) TO SH-TERM-CREDITS.
           MOVE WS-STANDING            TO SH-STANDING.
           MOVE WS-TODAY               TO SH-DATE.
           WRITE STANDING-RECORD.
           ADD 1                       TO WS-CLASSIFIED-COUNT.
           EVALUATE TRUE
               WHEN SH-PROBATION
                   ADD 1               TO WS-PROBATION-COUNT
                   PERFORM WRITE-LETTER
               WHEN SH-DISMISSAL
                   ADD 1               TO WS-DISMISS-COUNT
                   PERFORM WRITE-LETTER
               WHEN OTHER
                   IF WS-TERM-GPA >= WS-DEANS-GPA
                   AND WS-ST-TERM-CREDITS(WS-ST-IX)
                       >= WS-DEANS-CREDITS
                       PERFORM WRITE-DEANS-LINE
                   END-IF
           END-EVALUATE.
       CLASSIFY-STUDENT-EXIT.
           EXIT.
      /
       WRITE-LETTER SECTION.
       WRITE-LETTER-START.
           MOVE WS-TODAY-YYYY          TO WS-LTR-YYYY.
           MOVE WS-TODAY-MM            TO WS-LTR-MM.
           MOVE WS-TODAY-DD            TO WS-LTR-DD.
           MOVE WS-ST-ID(WS-ST-IX)     TO WS-LTR-ID.
           MOVE WS-NAME                TO WS-LTR-NAME.
           MOVE WS-NAME                TO WS-LTR-DEAR.
           MOVE WS-TERM                TO WS-LTR-TERM.
           MOVE WS-CUM-GPA             TO WS-LTR-CUM.
           MOVE WS-TERM-GPA            TO WS-LTR-TERM-GPA.
           WRITE LETTER-LINE FROM WS-LTR-DATE-LINE.
           WRITE LETTER-LINE FROM WS-LTR-STUDENT-LINE.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           WRITE LETTER-LINE FROM WS-LTR-TITLE-LINE.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           WRITE LETTER-LINE FROM WS-LTR-DEAR-LINE.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           WRITE LETTER-LINE FROM WS-LTR-GPA-LINE.
           IF SH-PROBATION
               WRITE LETTER-LINE FROM WS-LTR-PROB-1
               WRITE LETTER-LINE FROM WS-LTR-PROB-2
           ELSE
               WRITE LETTER-LINE FROM WS-LTR-DISM-1
               WRITE LETTER-LINE FROM WS-LTR-DISM-2
           END-IF.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           WRITE LETTER-LINE FROM WS-LTR-SIGN-LINE.
           WRITE LETTER-LINE FROM WS-LTR-RULE-LINE.
       WRITE-LETTER-EXIT.
           EXIT.
      /
       WRITE-DEANS-LINE SECTION.
       WRITE-DEANS-LINE-START.
           MOVE WS-ST-ID(WS-ST-IX)     TO WS-DD-ID.
           MOVE WS-NAME                TO WS-DD-NAME.
           MOVE WS-TERM-GPA            TO WS-DD-GPA.
           MOVE WS-ST-TERM-CREDITS(WS-ST-IX) TO WS-DD-CREDITS.
           WRITE DEANS-LINE FROM WS-DEANS-DETAIL.
           ADD 1                       TO WS-DEANS-COUNT.
       WRITE-DEANS-LINE-EXIT.
           EXIT.
