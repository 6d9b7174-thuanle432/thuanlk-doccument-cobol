      *                     the status date and birthdate and a
      *                     restore brought the truncation back into
      *                     STUDENT.DAT.
      *    2026/10/15  LKT  COURSE-RECORD extended with
      *                     FC-COURSE-CREDITS (credit hours); F
      *                     prompts for it and L can change it.  The
      *                     new grad-audit program totals credits
      *                     earned from it.  Existing COURSE.DAT files
      *                     must be rebuilt.
      *    2026/10/15  LKT  Prerequisites: PREREQ.txt lists a course,
      *                     a required course and its minimum grade.
      *                     G and the waitlist promotion refuse a
      *                     student whose best grade in the required
      *                     course (GRADE.DAT / ENROLL-HISTORY.DAT)
      *                     falls short; a level-3 operator may
      *                     override on G, logged as PREREQ-OVERRIDE.
      *    2026/10/15  LKT  H issues a credit note on CREDIT.DAT
      *                     against the student's INVOICE.DAT line for
      *                     the course, at the percentage REFUND.txt
      *                     gives for the week of the term; the
      *                     cashier pays refunds from refund-list.
      *    2026/10/15  LKT  Financial holds: G refuses a student the
      *                     dunning-run has put on hold (DUNNING.DAT)
      *                     and the waitlist promotion passes one over;
      *                     new option O lets a level-3 operator
      *                     release the hold, logged as HOLD-RELEASE.
      *    2026/10/15  LKT  INVOICE-RECORD carries the discount
      *                     line type and award type; H figures the
      *                     credit note on the fee net of any award
      *                     discount for the course.
      *    2026/10/15  LKT  Room master ROOMMAST.txt: F and L
      *                     refuse a room not on it, a capacity above
      *                     its seats and a room already booked for
      *                     the same day and period.  L can now move
      *                     a course to another day, period or room.
      *    2026/10/15  LKT  Instructors: INSTMAST.txt lists each
      *                     instructor (with the payroll employee id
      *                     where there is one) and COURSE-INSTR.DAT
      *                     assigns them to courses by term.  New
      *                     options P assign and Q remove; P refuses
      *                     an instructor already teaching another
      *                     course in the same day and period.
      *    2026/10/15  LKT  Create (A) rejects a blank name, the same
      *                     check admissions applies when an accepted
      *                     applicant becomes a student.
      *    2026/10/15  LKT  Operator sign-on now goes through OPERSIGN
      *                     against the central operator store in
      *                     Postgres (hashed passwords, lockout after
      *                     repeated failures, forced password change
      *                     when expired) instead of this program's own
      *                     read of OPERMAST.txt.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKUP-GEN-STATUS.

           SELECT GRADE ASSIGN TO "GRADE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FW-WAIT-KEY
           FILE STATUS IS WS-WAIT-STATUS.

           SELECT PREREQ-FILE ASSIGN TO "PREREQ.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREREQ-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "ENROLL-HISTORY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVOICE-STATUS.

           SELECT CREDIT-FILE ASSIGN TO "CREDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CREDIT-STATUS.

           SELECT REFUND-FILE ASSIGN TO "REFUND.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFUND-STATUS.

           SELECT ROOM-FILE ASSIGN TO "ROOMMAST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROOM-STATUS.

           SELECT INSTR-FILE ASSIGN TO "INSTMAST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INSTR-STATUS.

           SELECT COURSE-INSTR ASSIGN TO "COURSE-INSTR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CI-ASSIGN-KEY
           FILE STATUS IS WS-CI-STATUS.

           SELECT DUNNING-FILE ASSIGN TO "DUNNING.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DN-STUDENT-ID
           FILE STATUS IS WS-DUNNING-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT.
       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD             PIC X(80).

       FD  GRADE.
       01  GRADE-RECORD.
           03  FG-GRADE-KEY.
           03  FC-COURSE-WITHDRAWN     PIC 9(03).
           03  FC-COURSE-ACTIVE        PIC X(01).
           03  FC-COURSE-FEE           PIC 9(05)V99.
           03  FC-COURSE-CREDITS       PIC 9(02).

       FD  ENROLL.
       01  ENROLL-RECORD.
               05  FE-STUDENT-ID       PIC 9(06).
               05  FE-COURSE-CODE      PIC X(05).

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

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           03  IV-TERM                 PIC X(05).
           03  IV-STUDENT-ID           PIC 9(06).
           03  IV-COURSE-CODE          PIC X(05).
           03  IV-FEE                  PIC 9(05)V99.
           03  IV-DATE                 PIC 9(08).
           03  IV-LINE-TYPE            PIC X(01).
               88  IV-DISCOUNT-LINE    VALUE "D".
           03  IV-AWARD-TYPE           PIC X(04).

       FD  CREDIT-FILE.
       01  CREDIT-RECORD.
           03  CN-TERM                 PIC X(05).
           03  CN-STUDENT-ID           PIC 9(06).
           03  CN-COURSE-CODE          PIC X(05).
           03  CN-INVOICE-DATE         PIC 9(08).
           03  CN-FEE                  PIC 9(05)V99.
           03  CN-PERCENT              PIC 9(03).
           03  CN-AMOUNT               PIC 9(05)V99.
           03  CN-DATE                 PIC 9(08).
           03  CN-OPERATOR             PIC X(08).

       FD  REFUND-FILE.
       01  REFUND-TERM-RECORD.
           03  RF-TYPE                 PIC X(01).
           03  RF-TERM                 PIC X(05).
           03  RF-TERM-START           PIC 9(08).
       01  REFUND-STEP-RECORD.
           03  FILLER                  PIC X(01).
           03  RF-UPTO-WEEK            PIC 9(02).
           03  RF-PERCENT              PIC 9(03).
           03  FILLER                  PIC X(08).

       FD  ROOM-FILE.
       01  ROOM-RECORD.
           03  RM-ROOM-CODE            PIC X(05).
           03  RM-BUILDING             PIC X(10).
           03  RM-SEATS                PIC 9(03).
           03  RM-FACILITIES           PIC X(20).

       FD  INSTR-FILE.
       01  INSTR-RECORD.
           03  IN-INSTR-ID             PIC X(05).
           03  IN-INSTR-NAME           PIC X(20).
           03  IN-EMP-ID               PIC 9(04).
           03  IN-DEPT                 PIC X(03).

       FD  COURSE-INSTR.
       01  COURSE-INSTR-RECORD.
           03  CI-ASSIGN-KEY.
               05  CI-INSTR-ID         PIC X(05).
               05  CI-TERM             PIC X(05).
               05  CI-COURSE-CODE      PIC X(05).

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

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           03  LK-HOLDER               PIC X(08).
           88  FC-NAME-SEARCH          VALUE "N".
           88  FC-COURSE-CHANGE        VALUE "L".
           88  FC-COURSE-RETIRE        VALUE "M".
           88  FC-HOLD-RELEASE         VALUE "O".
           88  FC-INSTR-ASSIGN         VALUE "P".
           88  FC-INSTR-REMOVE         VALUE "Q".
       01  WS-VARIABLE.
           03  WS-STUDENT.
               05  WS-STUDENT-ID       PIC 9(06).
       01  WS-AUDIT-STATUS             PIC X(02).
       01  WS-AUDIT-STAMP.
           03  WS-AUDIT-DATE           PIC 9(08).
           03  WS-AUDIT-TIME           PIC 9(08).
       01  WS-VIEW-MODE                PIC X(01).
           88  VIEW-ALL                VALUE "A".
           88  VIEW-BY-ID-RANGE        VALUE "I".
       01  WS-LOCK-ANSWER              PIC X(01).
       01  WS-LOCK-NAME                PIC X(11) VALUE "STUDENT.LCK".
       01  WS-OPERATOR                 PIC X(08) VALUE SPACE.
       01  WS-SIGNON-REQUEST.
           03  WS-SR-FUNCTION          PIC X(01).
           03  WS-SR-OPERATOR          PIC X(08).
           03  WS-SR-PASSWORD          PIC X(08).
           03  WS-SR-EMP-ID            PIC 9(04).
           03  WS-SR-AUTH-LEVEL        PIC 9(01).
           03  WS-SR-RESULT            PIC X(02).
           03  WS-SR-MESSAGE           PIC X(40).
       01  WS-PASSWORD                 PIC X(08).
       01  WS-AUTH-LEVEL               PIC 9(01) VALUE 0.
       01  WS-SIGNON-OK                PIC X(01) VALUE "N".
       01  WS-NAME-LEN                 PIC 9(02).
       01  WS-NEW-TITLE                PIC X(20).
       01  WS-NEW-CAPACITY             PIC 9(03).
       01  WS-NEW-CREDITS              PIC 9(02).
       01  WS-HAS-ENROLLMENT           PIC X(01).
       01  WS-PREREQ-STATUS            PIC X(02).
       01  WS-HISTORY-STATUS           PIC X(02).
       01  WS-PREREQ-EOF               PIC X(01).
       01  WS-PREREQ-STUDENT           PIC 9(06).
       01  WS-PREREQ-COURSE            PIC X(05).
       01  WS-PREREQ-MET               PIC X(01).
       01  WS-PREREQ-MISSING           PIC X(05).
       01  WS-PREREQ-NEED              PIC X(02).
       01  WS-PREREQ-ANSWER            PIC X(01).
       01  WS-NEED-RANK                PIC 9(02).
       01  WS-BEST-RANK                PIC 9(02).
      *  thang diem chu, tot nhat truoc - vi tri la hang de so sanh
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
       01  WS-INVOICE-STATUS           PIC X(02).
       01  WS-CREDIT-STATUS            PIC X(02).
       01  WS-REFUND-STATUS            PIC X(02).
       01  WS-REFUND-EOF               PIC X(01).
       01  WS-DUNNING-STATUS           PIC X(02).
       01  WS-ON-HOLD                  PIC X(01).
       01  WS-HOLD-STUDENT             PIC 9(06).
       01  WS-ROOM-STATUS              PIC X(02).
       01  WS-ROOM-EOF                 PIC X(01).
       01  WS-NEW-ROOM                 PIC X(05).
       01  WS-RB-OK                    PIC X(01).
       01  WS-RB-FOUND                 PIC X(01).
       01  WS-RB-COURSE                PIC X(05).
       01  WS-RB-ROOM                  PIC X(05).
       01  WS-RB-DAY                   PIC X(03).
       01  WS-RB-PERIOD                PIC 9(02).
       01  WS-RB-CAPACITY              PIC 9(03).
       01  WS-RB-SEATS                 PIC 9(03).
       01  WS-RB-SAVE                  PIC X(80).
       01  WS-INSTR-STATUS             PIC X(02).
       01  WS-INSTR-EOF                PIC X(01).
       01  WS-INSTR-FOUND              PIC X(01).
       01  WS-INSTR-ID                 PIC X(05).
       01  WS-CI-STATUS                PIC X(02).
       01  WS-CI-EOF                   PIC X(01).
       01  WS-INV-FOUND                PIC X(01).
       01  WS-CN-TERM                  PIC X(05).
       01  WS-CN-INVOICE-DATE          PIC 9(08).
       01  WS-CN-FEE                   PIC 9(05)V99.
       01  WS-CN-PERCENT               PIC 9(03).
       01  WS-CN-AMOUNT                PIC 9(05)V99.
       01  WS-CN-AMOUNT-ED             PIC ZZ,ZZ9.99.
       01  WS-CN-DONE                  PIC X(01).
       01  WS-TERM-START               PIC 9(08).
       01  WS-TODAY                    PIC 9(08).
       01  WS-TERM-DAYS                PIC S9(05).
       01  WS-TERM-WEEK                PIC 9(02).
       01  WS-STEP-MAX                 PIC 9(02) VALUE 20.
       01  WS-STEP-CNT                 PIC 9(02).
       01  WS-STEP-IX                  PIC 9(02).
       01  WS-STEP-FOUND               PIC X(01).
       01  WS-STEP-TABLE.
           03  WS-STEP-ENTRY OCCURS 20 TIMES.
               05  WS-STEP-WEEK        PIC 9(02).
               05  WS-STEP-PERCENT     PIC 9(03).
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
                       IF WS-AUTH-LEVEL >= 3
                           PERFORM RESTORE-GENERATION
                       END-IF
                   WHEN "O"
                       PERFORM CHECK-DELETE-AUTH
                       IF WS-AUTH-LEVEL >= 3
                           PERFORM RELEASE-HOLD
                       END-IF
                   WHEN "P"
                       PERFORM CHECK-UPDATE-AUTH
                       IF WS-AUTH-LEVEL >= 2
                           PERFORM ASSIGN-INSTRUCTOR
                       END-IF
                   WHEN "Q"
                       PERFORM CHECK-UPDATE-AUTH
                       IF WS-AUTH-LEVEL >= 2
                           PERFORM REMOVE-INSTRUCTOR
                       END-IF
               END-EVALUATE
           END-PERFORM.
           PERFORM RELEASE-LOCK.
                                           ACCEPT WS-OPERATOR.
           DISPLAY "PASSWORD: "            WITH NO ADVANCING
                                           ACCEPT WS-PASSWORD.
           MOVE "S"                        TO WS-SR-FUNCTION.
           MOVE WS-OPERATOR                TO WS-SR-OPERATOR.
           MOVE WS-PASSWORD                TO WS-SR-PASSWORD.
           MOVE ZERO                       TO WS-SR-EMP-ID.
           CALL "OPERSIGN" USING WS-SIGNON-REQUEST
               ON EXCEPTION
                   MOVE "90"               TO WS-SR-RESULT
                   MOVE "OPERATOR STORE NOT AVAILABLE"
                                           TO WS-SR-MESSAGE
           END-CALL.
           IF WS-SR-RESULT = "00"
               MOVE "Y"                    TO WS-SIGNON-OK
               MOVE WS-SR-AUTH-LEVEL       TO WS-AUTH-LEVEL
           ELSE
               DISPLAY "SESSION REFUSED - " WS-SR-MESSAGE
           END-IF.
       OPERATOR-SIGNON-EXIT.
           EXIT.
           END-READ.
           DISPLAY "INPUT NAME: "          WITH NO ADVANCING
                                           ACCEPT FS-STUDENT-NAME.
           IF FS-STUDENT-NAME = SPACE
               DISPLAY "NAME REQUIRED - CREATE REJECTED"
               CLOSE STUDENT
               GO TO CREATE-STUDENT-EXIT
           END-IF.
           DISPLAY "INPUT AGE: "           WITH NO ADVANCING
                                           ACCEPT FS-STUDENT-AGE.
           DISPLAY "INPUT BIRTHDATE (YYYY-MM-DD): "
                                           ACCEPT FC-COURSE-ROOM.
           DISPLAY "INPUT TERM FEE: "      WITH NO ADVANCING
                                           ACCEPT FC-COURSE-FEE.
           DISPLAY "INPUT CREDIT HOURS: "  WITH NO ADVANCING
                                           ACCEPT FC-COURSE-CREDITS.
           MOVE ZERO                       TO FC-COURSE-ENROLLED.
           MOVE ZERO                       TO FC-COURSE-WITHDRAWN.
           MOVE "A"                        TO FC-COURSE-ACTIVE.
           MOVE FC-COURSE-CODE             TO WS-RB-COURSE.
           MOVE FC-COURSE-ROOM             TO WS-RB-ROOM.
           MOVE FC-COURSE-DAY              TO WS-RB-DAY.
           MOVE FC-COURSE-PERIOD           TO WS-RB-PERIOD.
           MOVE FC-COURSE-CAPACITY         TO WS-RB-CAPACITY.
           PERFORM CHECK-ROOM-BOOKING.
           IF WS-RB-OK = "N"
               DISPLAY "ADD REJECTED"
               CLOSE COURSE
               GO TO COURSE-ADD-EXIT
           END-IF.
           WRITE COURSE-RECORD
               INVALID KEY
                   DISPLAY "COURSE ALREADY EXISTS - ADD REJECTED"
               GO TO ENROLL-STUDENT-EXIT
           END-IF.
           CLOSE STUDENT.
           MOVE WS-SEARCH-ID               TO WS-HOLD-STUDENT.
           PERFORM CHECK-FINANCIAL-HOLD.
           IF WS-ON-HOLD = "Y"
               DISPLAY "FINANCIAL HOLD - ENROLL REJECTED"
               GO TO ENROLL-STUDENT-EXIT
           END-IF.
           PERFORM CHECK-TIMETABLE-CLASH.
           IF WS-CLASH = "Y"
               DISPLAY "TIMETABLE CLASH WITH COURSE " WS-CLASH-COURSE
                   " - ENROLL REJECTED"
               GO TO ENROLL-STUDENT-EXIT
           END-IF.
           MOVE WS-SEARCH-ID               TO WS-PREREQ-STUDENT.
           MOVE WS-COURSE-CODE             TO WS-PREREQ-COURSE.
           PERFORM CHECK-PREREQUISITE.
           IF WS-PREREQ-MET = "N"
               DISPLAY "PREREQUISITE " WS-PREREQ-MISSING
                   " (MIN GRADE " WS-PREREQ-NEED ") NOT PASSED"
               IF WS-AUTH-LEVEL < 3
                   DISPLAY "ENROLL REJECTED"
                   GO TO ENROLL-STUDENT-EXIT
               END-IF
               DISPLAY "OVERRIDE PREREQUISITE (Y/N)? "
                                           WITH NO ADVANCING
                                           ACCEPT WS-PREREQ-ANSWER
               IF WS-PREREQ-ANSWER NOT = "Y"
               AND WS-PREREQ-ANSWER NOT = "y"
                   DISPLAY "ENROLL REJECTED"
                   GO TO ENROLL-STUDENT-EXIT
               END-IF
               PERFORM WRITE-AUDIT-PREREQ
           END-IF.
           OPEN I-O COURSE.
           IF WS-COURSE-STATUS NOT = "00"
               DISPLAY "COURSE FILE NOT AVAILABLE"
       ENROLL-STUDENT-EXIT.
           EXIT.
      /
      *  CHECK-FINANCIAL-HOLD - DUNNING.DAT do dunning-run ghi; sinh
      *  vien bi giu (DN-HOLD = "Y") khong duoc ghi danh them
       CHECK-FINANCIAL-HOLD SECTION.
       CHECK-FINANCIAL-HOLD-START.
           MOVE "N"                        TO WS-ON-HOLD.
           OPEN INPUT DUNNING-FILE.
           IF WS-DUNNING-STATUS NOT = "00"
               GO TO CHECK-FINANCIAL-HOLD-EXIT
           END-IF.
           MOVE WS-HOLD-STUDENT            TO DN-STUDENT-ID.
           READ DUNNING-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DN-ON-HOLD
                       MOVE "Y"            TO WS-ON-HOLD
                   END-IF
           END-READ.
           CLOSE DUNNING-FILE.
       CHECK-FINANCIAL-HOLD-EXIT.
           EXIT.
      /
      *  RELEASE-HOLD - cap 3 go giu tai chinh truoc khi tra het no;
      *  dunning-run khong dat lai giu cho den khi no duoc tra
       RELEASE-HOLD SECTION.
       RELEASE-HOLD-START.
           DISPLAY "INPUT STUDENT ID: "   WITH NO ADVANCING
                                           ACCEPT WS-SEARCH-ID.
           OPEN I-O DUNNING-FILE.
           IF WS-DUNNING-STATUS NOT = "00"
               DISPLAY "NO FINANCIAL HOLDS ON FILE"
               GO TO RELEASE-HOLD-EXIT
           END-IF.
           MOVE WS-SEARCH-ID               TO DN-STUDENT-ID.
           READ DUNNING-FILE
               INVALID KEY
                   DISPLAY "STUDENT HAS NO FINANCIAL HOLD"
                   CLOSE DUNNING-FILE
                   GO TO RELEASE-HOLD-EXIT
           END-READ.
           IF NOT DN-ON-HOLD
               DISPLAY "STUDENT HAS NO FINANCIAL HOLD"
               CLOSE DUNNING-FILE
               GO TO RELEASE-HOLD-EXIT
           END-IF.
           MOVE "R"                        TO DN-HOLD.
           MOVE WS-OPERATOR                TO DN-RELEASE-OP.
           ACCEPT DN-RELEASE-DATE FROM DATE YYYYMMDD.
           REWRITE DUNNING-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING HOLD RECORD"
                   CLOSE DUNNING-FILE
                   GO TO RELEASE-HOLD-EXIT
           END-REWRITE.
           CLOSE DUNNING-FILE.
           PERFORM WRITE-AUDIT-HOLD.
           DISPLAY "FINANCIAL HOLD RELEASED".
       RELEASE-HOLD-EXIT.
           EXIT.
      /
       WRITE-AUDIT-HOLD SECTION.
       WRITE-AUDIT-HOLD-START.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           STRING WS-AUDIT-DATE    DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUDIT-TIME(1:6)    DELIMITED BY SIZE
                  " HOLD-RELEASE ID=" DELIMITED BY SIZE
                  WS-SEARCH-ID     DELIMITED BY SIZE
                  " OP="           DELIMITED BY SIZE
                  WS-OPERATOR      DELIMITED BY SIZE
                  INTO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG.
       WRITE-AUDIT-HOLD-EXIT.
           EXIT.
      /
      *  CHECK-TIMETABLE-CLASH - khoa hoc moi trung ngay + tiet voi
      *  mot khoa hoc sinh vien da ghi danh thi tu choi
       CHECK-TIMETABLE-CLASH SECTION.
           CLOSE ENROLL COURSE.
       CHECK-TIMETABLE-CLASH-EXIT.
           EXIT.
      /
      *  ASSIGN-INSTRUCTOR - giang vien (INSTMAST.txt) day khoa hoc
      *  trong mot hoc ky; mot khoa hoc co the co nhieu giang vien
       ASSIGN-INSTRUCTOR SECTION.
       ASSIGN-INSTRUCTOR-START.
           DISPLAY "INPUT TERM: "         WITH NO ADVANCING
                                           ACCEPT WS-TERM.
           DISPLAY "INPUT COURSE CODE: "  WITH NO ADVANCING
                                           ACCEPT WS-COURSE-CODE.
           DISPLAY "INPUT INSTRUCTOR ID: " WITH NO ADVANCING
                                           ACCEPT WS-INSTR-ID.
           PERFORM CHECK-INSTRUCTOR.
           IF WS-INSTR-FOUND = "N"
               DISPLAY "INSTRUCTOR " WS-INSTR-ID
                   " NOT ON INSTRUCTOR MASTER - ASSIGN REJECTED"
               GO TO ASSIGN-INSTRUCTOR-EXIT
           END-IF.
           OPEN INPUT COURSE.
           IF WS-COURSE-STATUS NOT = "00"
               DISPLAY "COURSE FILE NOT AVAILABLE"
               GO TO ASSIGN-INSTRUCTOR-EXIT
           END-IF.
           MOVE WS-COURSE-CODE             TO FC-COURSE-CODE.
           READ COURSE
               INVALID KEY
                   DISPLAY "COURSE CODE NOT FOUND"
                   CLOSE COURSE
                   GO TO ASSIGN-INSTRUCTOR-EXIT
           END-READ.
           IF FC-COURSE-ACTIVE = "R"
               DISPLAY "COURSE IS RETIRED - ASSIGN REJECTED"
               CLOSE COURSE
               GO TO ASSIGN-INSTRUCTOR-EXIT
           END-IF.
           MOVE FC-COURSE-DAY              TO WS-NEW-DAY.
           MOVE FC-COURSE-PERIOD           TO WS-NEW-PERIOD.
           CLOSE COURSE.
           PERFORM CHECK-INSTRUCTOR-CLASH.
           IF WS-CLASH = "Y"
               DISPLAY "INSTRUCTOR TIMETABLE CLASH WITH COURSE "
                   WS-CLASH-COURSE " - ASSIGN REJECTED"
               GO TO ASSIGN-INSTRUCTOR-EXIT
           END-IF.
           OPEN I-O COURSE-INSTR.
           IF WS-CI-STATUS = "35"
               CLOSE COURSE-INSTR
               OPEN OUTPUT COURSE-INSTR
               CLOSE COURSE-INSTR
               OPEN I-O COURSE-INSTR
           END-IF.
           MOVE WS-INSTR-ID                TO CI-INSTR-ID.
           MOVE WS-TERM                    TO CI-TERM.
           MOVE WS-COURSE-CODE             TO CI-COURSE-CODE.
           WRITE COURSE-INSTR-RECORD
               INVALID KEY
                   DISPLAY "INSTRUCTOR ALREADY ASSIGNED TO COURSE"
                   CLOSE COURSE-INSTR
                   GO TO ASSIGN-INSTRUCTOR-EXIT
           END-WRITE.
           CLOSE COURSE-INSTR.
           DISPLAY "INSTRUCTOR ASSIGNED".
       ASSIGN-INSTRUCTOR-EXIT.
           EXIT.
      /
       REMOVE-INSTRUCTOR SECTION.
       REMOVE-INSTRUCTOR-START.
           DISPLAY "INPUT TERM: "         WITH NO ADVANCING
                                           ACCEPT WS-TERM.
           DISPLAY "INPUT COURSE CODE: "  WITH NO ADVANCING
                                           ACCEPT WS-COURSE-CODE.
           DISPLAY "INPUT INSTRUCTOR ID: " WITH NO ADVANCING
                                           ACCEPT WS-INSTR-ID.
           OPEN I-O COURSE-INSTR.
           IF WS-CI-STATUS NOT = "00"
               DISPLAY "NO INSTRUCTOR ASSIGNMENTS ON FILE"
               GO TO REMOVE-INSTRUCTOR-EXIT
           END-IF.
           MOVE WS-INSTR-ID                TO CI-INSTR-ID.
           MOVE WS-TERM                    TO CI-TERM.
           MOVE WS-COURSE-CODE             TO CI-COURSE-CODE.
           DELETE COURSE-INSTR
               INVALID KEY
                   DISPLAY "ASSIGNMENT NOT FOUND"
               NOT INVALID KEY
                   DISPLAY "INSTRUCTOR REMOVED"
           END-DELETE.
           CLOSE COURSE-INSTR.
       REMOVE-INSTRUCTOR-EXIT.
           EXIT.
      /
      *  CHECK-INSTRUCTOR - WS-INSTR-ID phai co trong INSTMAST.txt
       CHECK-INSTRUCTOR SECTION.
       CHECK-INSTRUCTOR-START.
           MOVE "N"                        TO WS-INSTR-FOUND.
           OPEN INPUT INSTR-FILE.
           IF WS-INSTR-STATUS NOT = "00"
               DISPLAY "INSTMAST.txt NOT AVAILABLE"
               GO TO CHECK-INSTRUCTOR-EXIT
           END-IF.
           MOVE "N"                        TO WS-INSTR-EOF.
           PERFORM UNTIL WS-INSTR-EOF = "Y"
               READ INSTR-FILE
                   AT END
                       MOVE "Y"            TO WS-INSTR-EOF
                   NOT AT END
                       IF IN-INSTR-ID = WS-INSTR-ID
                           MOVE "Y"        TO WS-INSTR-FOUND
                           MOVE "Y"        TO WS-INSTR-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INSTR-FILE.
       CHECK-INSTRUCTOR-EXIT.
           EXIT.
      /
      *  CHECK-INSTRUCTOR-CLASH - giong CHECK-TIMETABLE-CLASH nhung
      *  cho giang vien: khoa hoc khac (chua nghi) giang vien day
      *  cung hoc ky trung ngay + tiet thi tu choi
       CHECK-INSTRUCTOR-CLASH SECTION.
       CHECK-INSTRUCTOR-CLASH-START.
           MOVE "N"                        TO WS-CLASH.
           IF WS-NEW-DAY = SPACES
               GO TO CHECK-INSTRUCTOR-CLASH-EXIT
           END-IF.
           OPEN INPUT COURSE-INSTR.
           IF WS-CI-STATUS NOT = "00"
               GO TO CHECK-INSTRUCTOR-CLASH-EXIT
           END-IF.
           OPEN INPUT COURSE.
           IF WS-COURSE-STATUS NOT = "00"
               CLOSE COURSE-INSTR
               GO TO CHECK-INSTRUCTOR-CLASH-EXIT
           END-IF.
           MOVE WS-INSTR-ID                TO CI-INSTR-ID.
           MOVE WS-TERM                    TO CI-TERM.
           MOVE LOW-VALUES                 TO CI-COURSE-CODE.
           START COURSE-INSTR KEY NOT < CI-ASSIGN-KEY
               INVALID KEY
                   CLOSE COURSE-INSTR COURSE
                   GO TO CHECK-INSTRUCTOR-CLASH-EXIT
           END-START.
           MOVE "N"                        TO WS-CI-EOF.
           PERFORM UNTIL WS-CI-EOF = "Y"
               OR WS-CLASH = "Y"
               READ COURSE-INSTR NEXT RECORD
                   AT END
                       MOVE "Y"            TO WS-CI-EOF
                   NOT AT END
                       IF CI-INSTR-ID NOT = WS-INSTR-ID
                       OR CI-TERM NOT = WS-TERM
                           MOVE "Y"        TO WS-CI-EOF
                       ELSE
                           IF CI-COURSE-CODE NOT = WS-COURSE-CODE
                               PERFORM CHECK-INSTRUCTOR-SLOT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE-INSTR COURSE.
       CHECK-INSTRUCTOR-CLASH-EXIT.
           EXIT.
      /
       CHECK-INSTRUCTOR-SLOT SECTION.
       CHECK-INSTRUCTOR-SLOT-START.
           MOVE CI-COURSE-CODE             TO FC-COURSE-CODE.
           READ COURSE
               INVALID KEY
                   GO TO CHECK-INSTRUCTOR-SLOT-EXIT
           END-READ.
           IF FC-COURSE-ACTIVE NOT = "R"
           AND FC-COURSE-DAY = WS-NEW-DAY
           AND FC-COURSE-PERIOD = WS-NEW-PERIOD
               MOVE "Y"                    TO WS-CLASH
               MOVE FC-COURSE-CODE         TO WS-CLASH-COURSE
           END-IF.
       CHECK-INSTRUCTOR-SLOT-EXIT.
           EXIT.
      /
       WITHDRAW-STUDENT SECTION.
       WITHDRAW-STUDENT-START.
               CLOSE COURSE
           END-IF.
           DISPLAY "WITHDRAWN SUCCESSFULLY".
           PERFORM ISSUE-CREDIT-NOTE.
           PERFORM PROMOTE-FROM-WAITLIST.
       WITHDRAW-STUDENT-EXIT.
           EXIT.
      /
      *  ISSUE-CREDIT-NOTE - tim dong INVOICE.DAT (moi nhat) cua sinh
      *  vien + khoa hoc, chua co credit note thi ghi CREDIT.DAT theo
      *  ty le hoan tien cua tuan hien tai trong hoc ky
       ISSUE-CREDIT-NOTE SECTION.
       ISSUE-CREDIT-NOTE-START.
           MOVE "N"                        TO WS-INV-FOUND.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS = "00"
               MOVE "N"                    TO WS-REFUND-EOF
               PERFORM UNTIL WS-REFUND-EOF = "Y"
                   READ INVOICE-FILE
                       AT END
                           MOVE "Y"        TO WS-REFUND-EOF
                       NOT AT END
                           IF IV-STUDENT-ID = WS-SEARCH-ID
                           AND IV-COURSE-CODE = WS-COURSE-CODE
                           AND NOT IV-DISCOUNT-LINE
                               MOVE "Y"    TO WS-INV-FOUND
                               MOVE IV-TERM TO WS-CN-TERM
                               MOVE IV-DATE TO WS-CN-INVOICE-DATE
                               MOVE IV-FEE  TO WS-CN-FEE
                           END-IF
      *                    hoc bong cua dong phi nay - tru vao phi
                           IF IV-STUDENT-ID = WS-SEARCH-ID
                           AND IV-COURSE-CODE = WS-COURSE-CODE
                           AND IV-DISCOUNT-LINE
                           AND IV-TERM = WS-CN-TERM
                           AND WS-INV-FOUND = "Y"
                               SUBTRACT IV-FEE FROM WS-CN-FEE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INVOICE-FILE
           END-IF.
           IF WS-INV-FOUND = "N"
               DISPLAY "COURSE NOT INVOICED - NO CREDIT NOTE"
               GO TO ISSUE-CREDIT-NOTE-EXIT
           END-IF.
           MOVE "N"                        TO WS-CN-DONE.
           OPEN INPUT CREDIT-FILE.
           IF WS-CREDIT-STATUS = "00"
               MOVE "N"                    TO WS-REFUND-EOF
               PERFORM UNTIL WS-REFUND-EOF = "Y"
                   READ CREDIT-FILE
                       AT END
                           MOVE "Y"        TO WS-REFUND-EOF
                       NOT AT END
                           IF CN-STUDENT-ID = WS-SEARCH-ID
                           AND CN-COURSE-CODE = WS-COURSE-CODE
                           AND CN-TERM = WS-CN-TERM
                               MOVE "Y"    TO WS-CN-DONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CREDIT-FILE
           END-IF.
           IF WS-CN-DONE = "Y"
               DISPLAY "INVOICE ALREADY CREDITED FOR TERM " WS-CN-TERM
               GO TO ISSUE-CREDIT-NOTE-EXIT
           END-IF.
           PERFORM FIND-REFUND-PERCENT.
           IF WS-STEP-FOUND = "N"
               DISPLAY "NO REFUND SCHEDULE FOR TERM " WS-CN-TERM
                   " - NO CREDIT NOTE"
               GO TO ISSUE-CREDIT-NOTE-EXIT
           END-IF.
           IF WS-CN-PERCENT = ZERO
               DISPLAY "WEEK " WS-TERM-WEEK " OF TERM - NO REFUND DUE"
               GO TO ISSUE-CREDIT-NOTE-EXIT
           END-IF.
           COMPUTE WS-CN-AMOUNT ROUNDED =
               WS-CN-FEE * WS-CN-PERCENT / 100.
           OPEN EXTEND CREDIT-FILE.
           IF WS-CREDIT-STATUS = "05" OR WS-CREDIT-STATUS = "35"
               OPEN OUTPUT CREDIT-FILE
           END-IF.
           MOVE WS-CN-TERM                 TO CN-TERM.
           MOVE WS-SEARCH-ID               TO CN-STUDENT-ID.
           MOVE WS-COURSE-CODE             TO CN-COURSE-CODE.
           MOVE WS-CN-INVOICE-DATE         TO CN-INVOICE-DATE.
           MOVE WS-CN-FEE                  TO CN-FEE.
           MOVE WS-CN-PERCENT              TO CN-PERCENT.
           MOVE WS-CN-AMOUNT               TO CN-AMOUNT.
           MOVE WS-TODAY                   TO CN-DATE.
           MOVE WS-OPERATOR                TO CN-OPERATOR.
           WRITE CREDIT-RECORD.
           CLOSE CREDIT-FILE.
           MOVE WS-CN-AMOUNT               TO WS-CN-AMOUNT-ED.
           DISPLAY "CREDIT NOTE " WS-CN-AMOUNT-ED " ISSUED ("
               WS-CN-PERCENT "% IN WEEK " WS-TERM-WEEK ")".
       ISSUE-CREDIT-NOTE-EXIT.
           EXIT.
      /
      *  FIND-REFUND-PERCENT - REFUND.txt: dong T = ngay bat dau hoc
      *  ky, dong S = den het tuan nn hoan ppp% (tuan tang dan);
      *  qua tuan cuoi cung thi khong hoan
       FIND-REFUND-PERCENT SECTION.
       FIND-REFUND-PERCENT-START.
           MOVE "N"                        TO WS-STEP-FOUND.
           MOVE ZERO                       TO WS-STEP-CNT.
           MOVE ZERO                       TO WS-TERM-START.
           MOVE ZERO                       TO WS-CN-PERCENT.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT REFUND-FILE.
           IF WS-REFUND-STATUS NOT = "00"
               GO TO FIND-REFUND-PERCENT-EXIT
           END-IF.
           MOVE "N"                        TO WS-REFUND-EOF.
           PERFORM UNTIL WS-REFUND-EOF = "Y"
               READ REFUND-FILE
                   AT END
                       MOVE "Y"            TO WS-REFUND-EOF
                   NOT AT END
                       IF RF-TYPE = "T"
                       AND RF-TERM = WS-CN-TERM
                           MOVE RF-TERM-START TO WS-TERM-START
                       END-IF
                       IF RF-TYPE = "S"
                       AND WS-STEP-CNT < WS-STEP-MAX
                           ADD 1           TO WS-STEP-CNT
                           MOVE RF-UPTO-WEEK
                               TO WS-STEP-WEEK(WS-STEP-CNT)
                           MOVE RF-PERCENT
                               TO WS-STEP-PERCENT(WS-STEP-CNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE REFUND-FILE.
           IF WS-TERM-START = ZERO
           OR WS-STEP-CNT = ZERO
               GO TO FIND-REFUND-PERCENT-EXIT
           END-IF.
           MOVE "Y"                        TO WS-STEP-FOUND.
           COMPUTE WS-TERM-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
             - FUNCTION INTEGER-OF-DATE(WS-TERM-START).
           IF WS-TERM-DAYS < ZERO
               MOVE ZERO                   TO WS-TERM-WEEK
           ELSE
               COMPUTE WS-TERM-WEEK = WS-TERM-DAYS / 7 + 1
           END-IF.
           PERFORM VARYING WS-STEP-IX FROM WS-STEP-CNT BY -1
                   UNTIL WS-STEP-IX < 1
               IF WS-TERM-WEEK <= WS-STEP-WEEK(WS-STEP-IX)
                   MOVE WS-STEP-PERCENT(WS-STEP-IX) TO WS-CN-PERCENT
               END-IF
           END-PERFORM.
       FIND-REFUND-PERCENT-EXIT.
           EXIT.
      /
       LIST-STUDENT-COURSES SECTION.
       LIST-STUDENT-COURSES-START.
                                           ACCEPT WS-NEW-TITLE.
           DISPLAY "CAPACITY (0 = KEEP): "  WITH NO ADVANCING
                                           ACCEPT WS-NEW-CAPACITY.
           DISPLAY "CREDIT HOURS (0 = KEEP): " WITH NO ADVANCING
                                           ACCEPT WS-NEW-CREDITS.
           DISPLAY "DAY (BLANK = KEEP): "   WITH NO ADVANCING
                                           ACCEPT WS-NEW-DAY.
           DISPLAY "PERIOD (0 = KEEP): "    WITH NO ADVANCING
                                           ACCEPT WS-NEW-PERIOD.
           DISPLAY "ROOM (BLANK = KEEP): "  WITH NO ADVANCING
                                           ACCEPT WS-NEW-ROOM.
           IF WS-NEW-CAPACITY > ZERO
               IF WS-NEW-CAPACITY < FC-COURSE-ENROLLED
                   DISPLAY "CAPACITY " WS-NEW-CAPACITY " BELOW "
                   CLOSE COURSE
                   GO TO COURSE-CHANGE-EXIT
               END-IF
           END-IF.
      *    doi suc chua / lich / phong thi kiem tra lai phong
           IF WS-NEW-CAPACITY > ZERO
           OR WS-NEW-DAY NOT = SPACES
           OR WS-NEW-PERIOD > ZERO
           OR WS-NEW-ROOM NOT = SPACES
               MOVE FC-COURSE-CODE         TO WS-RB-COURSE
               MOVE FC-COURSE-ROOM         TO WS-RB-ROOM
               MOVE FC-COURSE-DAY          TO WS-RB-DAY
               MOVE FC-COURSE-PERIOD       TO WS-RB-PERIOD
               MOVE FC-COURSE-CAPACITY     TO WS-RB-CAPACITY
               IF WS-NEW-CAPACITY > ZERO
                   MOVE WS-NEW-CAPACITY    TO WS-RB-CAPACITY
               END-IF
               IF WS-NEW-DAY NOT = SPACES
                   MOVE WS-NEW-DAY         TO WS-RB-DAY
               END-IF
               IF WS-NEW-PERIOD > ZERO
                   MOVE WS-NEW-PERIOD      TO WS-RB-PERIOD
               END-IF
               IF WS-NEW-ROOM NOT = SPACES
                   MOVE WS-NEW-ROOM        TO WS-RB-ROOM
               END-IF
               PERFORM CHECK-ROOM-BOOKING
               IF WS-RB-OK = "N"
                   DISPLAY "CHANGE REFUSED"
                   CLOSE COURSE
                   GO TO COURSE-CHANGE-EXIT
               END-IF
               MOVE WS-RB-CAPACITY         TO FC-COURSE-CAPACITY
               MOVE WS-RB-DAY              TO FC-COURSE-DAY
               MOVE WS-RB-PERIOD           TO FC-COURSE-PERIOD
               MOVE WS-RB-ROOM             TO FC-COURSE-ROOM
           END-IF.
           IF WS-NEW-TITLE NOT = SPACES
               MOVE WS-NEW-TITLE           TO FC-COURSE-TITLE
           END-IF.
           IF WS-NEW-CREDITS > ZERO
               MOVE WS-NEW-CREDITS         TO FC-COURSE-CREDITS
           END-IF.
           REWRITE COURSE-RECORD
               INVALID KEY
                   DISPLAY "ERROR REWRITING COURSE RECORD"
       COURSE-CHANGE-EXIT.
           EXIT.
      /
      *  CHECK-ROOM-BOOKING - phong WS-RB-ROOM phai co trong
      *  ROOMMAST.txt, du cho cho WS-RB-CAPACITY, va khong co khoa
      *  hoc khac (chua nghi) cung phong + ngay + tiet.  COURSE da
      *  OPEN I-O; record hien tai duoc giu lai qua WS-RB-SAVE.
       CHECK-ROOM-BOOKING SECTION.
       CHECK-ROOM-BOOKING-START.
           MOVE "Y"                        TO WS-RB-OK.
           IF WS-RB-ROOM = SPACES
               GO TO CHECK-ROOM-BOOKING-EXIT
           END-IF.
           MOVE "N"                        TO WS-RB-FOUND.
           OPEN INPUT ROOM-FILE.
           IF WS-ROOM-STATUS NOT = "00"
               DISPLAY "ROOMMAST.txt NOT AVAILABLE"
               MOVE "N"                    TO WS-RB-OK
               GO TO CHECK-ROOM-BOOKING-EXIT
           END-IF.
           MOVE "N"                        TO WS-ROOM-EOF.
           PERFORM UNTIL WS-ROOM-EOF = "Y"
               READ ROOM-FILE
                   AT END
                       MOVE "Y"            TO WS-ROOM-EOF
                   NOT AT END
                       IF RM-ROOM-CODE = WS-RB-ROOM
                           MOVE "Y"        TO WS-RB-FOUND
                           MOVE RM-SEATS   TO WS-RB-SEATS
                           MOVE "Y"        TO WS-ROOM-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROOM-FILE.
           IF WS-RB-FOUND = "N"
               DISPLAY "ROOM " WS-RB-ROOM " NOT ON ROOM MASTER"
               MOVE "N"                    TO WS-RB-OK
               GO TO CHECK-ROOM-BOOKING-EXIT
           END-IF.
           IF WS-RB-CAPACITY > WS-RB-SEATS
               DISPLAY "CAPACITY " WS-RB-CAPACITY " EXCEEDS ROOM "
                   WS-RB-ROOM " SEATS " WS-RB-SEATS
               MOVE "N"                    TO WS-RB-OK
               GO TO CHECK-ROOM-BOOKING-EXIT
           END-IF.
           IF WS-RB-DAY = SPACES
               GO TO CHECK-ROOM-BOOKING-EXIT
           END-IF.
           MOVE COURSE-RECORD              TO WS-RB-SAVE.
           MOVE LOW-VALUES                 TO FC-COURSE-CODE.
           START COURSE KEY NOT < FC-COURSE-CODE
               INVALID KEY
                   MOVE "Y"                TO WS-COURSE-EOF
               NOT INVALID KEY
                   MOVE "N"                TO WS-COURSE-EOF
           END-START.
           PERFORM UNTIL WS-COURSE-EOF = "Y"
               OR WS-RB-OK = "N"
               READ COURSE NEXT RECORD
                   AT END
                       MOVE "Y"            TO WS-COURSE-EOF
                   NOT AT END
                       IF FC-COURSE-CODE NOT = WS-RB-COURSE
                       AND FC-COURSE-ACTIVE NOT = "R"
                       AND FC-COURSE-ROOM = WS-RB-ROOM
                       AND FC-COURSE-DAY = WS-RB-DAY
                       AND FC-COURSE-PERIOD = WS-RB-PERIOD
                           DISPLAY "ROOM " WS-RB-ROOM
                               " ALREADY BOOKED BY COURSE "
                               FC-COURSE-CODE
                           MOVE "N"        TO WS-RB-OK
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-RB-SAVE                 TO COURSE-RECORD.
       CHECK-ROOM-BOOKING-EXIT.
           EXIT.
      /
      *  COURSE-RETIRE - chi cho nghi khoa hoc khi khong con ghi danh
       COURSE-RETIRE SECTION.
       COURSE-RETIRE-START.
               GO TO PROMOTE-NEXT-CANDIDATE-EXIT
           END-IF.
           MOVE FW-STUDENT-ID              TO WS-PROMOTE-ID.
      *    chua dat mon tien quyet - de nguyen tren waitlist, thu
      *    nguoi ke tiep
           MOVE WS-PROMOTE-ID              TO WS-PREREQ-STUDENT.
           MOVE WS-COURSE-CODE             TO WS-PREREQ-COURSE.
           PERFORM CHECK-PREREQUISITE.
           IF WS-PREREQ-MET = "N"
               DISPLAY "WAITLISTED STUDENT " WS-PROMOTE-ID
                   " PASSED OVER - PREREQUISITE " WS-PREREQ-MISSING
                   " NOT PASSED"
               GO TO PROMOTE-NEXT-CANDIDATE-EXIT
           END-IF.
           MOVE WS-PROMOTE-ID              TO WS-HOLD-STUDENT.
           PERFORM CHECK-FINANCIAL-HOLD.
           IF WS-ON-HOLD = "Y"
               DISPLAY "WAITLISTED STUDENT " WS-PROMOTE-ID
                   " PASSED OVER - FINANCIAL HOLD"
               GO TO PROMOTE-NEXT-CANDIDATE-EXIT
           END-IF.
           OPEN I-O ENROLL.
           IF WS-ENROLL-STATUS NOT = "00"
               MOVE "Y"                    TO WS-WAIT-EOF
           END-IF.
           STRING WS-AUDIT-DATE    DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUDIT-TIME(1:6)    DELIMITED BY SIZE
                  " PROMOTE ID="   DELIMITED BY SIZE
                  WS-PROMOTE-ID    DELIMITED BY SIZE
                  " COURSE="       DELIMITED BY SIZE
           CLOSE AUDIT-LOG.
       WRITE-AUDIT-PROMOTE-EXIT.
           EXIT.
      /
      *  CHECK-PREREQUISITE - moi dong PREREQ.txt cua khoa hoc
      *  WS-PREREQ-COURSE: diem tot nhat cua WS-PREREQ-STUDENT o mon
      *  yeu cau (GRADE.DAT + ENROLL-HISTORY.DAT) phai dat diem toi
      *  thieu; khong co PREREQ.txt thi khong co mon tien quyet
       CHECK-PREREQUISITE SECTION.
       CHECK-PREREQUISITE-START.
           MOVE "Y"                        TO WS-PREREQ-MET.
           MOVE SPACES                     TO WS-PREREQ-MISSING.
           MOVE SPACES                     TO WS-PREREQ-NEED.
           OPEN INPUT PREREQ-FILE.
           IF WS-PREREQ-STATUS NOT = "00"
               GO TO CHECK-PREREQUISITE-EXIT
           END-IF.
           MOVE "N"                        TO WS-PREREQ-EOF.
           PERFORM UNTIL WS-PREREQ-EOF = "Y"
               OR WS-PREREQ-MET = "N"
               READ PREREQ-FILE
                   AT END
                       MOVE "Y"            TO WS-PREREQ-EOF
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
      *  CHECK-ONE-PREREQUISITE - diem toi thieu trong = bat ky diem
      *  nao tren F
       CHECK-ONE-PREREQUISITE SECTION.
       CHECK-ONE-PREREQUISITE-START.
           IF PQ-MIN-GRADE = SPACES
               MOVE "D-"                   TO WS-PREREQ-NEED
           ELSE
               MOVE PQ-MIN-GRADE           TO WS-PREREQ-NEED
           END-IF.
           MOVE WS-PREREQ-NEED             TO WS-RANK-GRADE.
           PERFORM GRADE-RANK.
           MOVE WS-RANK                    TO WS-NEED-RANK.
           MOVE WS-NO-RANK                 TO WS-BEST-RANK.
           OPEN INPUT GRADE.
           IF WS-GRADE-STATUS = "00"
               MOVE WS-PREREQ-STUDENT      TO FG-STUDENT-ID
               MOVE PQ-REQUIRED-CODE       TO FG-COURSE-CODE
               MOVE LOW-VALUES             TO FG-TERM
               START GRADE KEY NOT < FG-GRADE-KEY
                   INVALID KEY
                       MOVE "Y"            TO WS-COURSE-EOF
                   NOT INVALID KEY
                       MOVE "N"            TO WS-COURSE-EOF
               END-START
               PERFORM UNTIL WS-COURSE-EOF = "Y"
                   READ GRADE NEXT RECORD
                       AT END
                           MOVE "Y"        TO WS-COURSE-EOF
                       NOT AT END
                           IF FG-STUDENT-ID NOT = WS-PREREQ-STUDENT
                           OR FG-COURSE-CODE NOT = PQ-REQUIRED-CODE
                               MOVE "Y"    TO WS-COURSE-EOF
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
               MOVE "N"                    TO WS-COURSE-EOF
               PERFORM UNTIL WS-COURSE-EOF = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y"        TO WS-COURSE-EOF
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
               MOVE "N"                    TO WS-PREREQ-MET
               MOVE PQ-REQUIRED-CODE       TO WS-PREREQ-MISSING
           END-IF.
       CHECK-ONE-PREREQUISITE-EXIT.
           EXIT.
      /
       GRADE-RANK SECTION.
       GRADE-RANK-START.
           MOVE WS-NO-RANK                 TO WS-RANK.
           PERFORM VARYING WS-SCALE-IX FROM 1 BY 1
                   UNTIL WS-SCALE-IX > WS-SCALE-MAX
                   OR WS-RANK NOT = WS-NO-RANK
               IF WS-SCALE-GRADE(WS-SCALE-IX) = WS-RANK-GRADE
                   MOVE WS-SCALE-IX        TO WS-RANK
               END-IF
           END-PERFORM.
       GRADE-RANK-EXIT.
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
       ACQUIRE-LOCK SECTION.
       ACQUIRE-LOCK-START.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-AUDIT-DATE              TO LK-DATE.
           MOVE WS-AUDIT-TIME(1:6)         TO LK-TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.
       WRITE-LOCK-FILE-EXIT.
           END-IF.
           STRING WS-AUDIT-DATE    DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUDIT-TIME(1:6)    DELIMITED BY SIZE
                  " LOCK-OVERRIDE BY=" DELIMITED BY SIZE
                  WS-OPERATOR      DELIMITED BY SIZE
                  " HELD-BY="      DELIMITED BY SIZE
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE WS-AUDIT-DATE              TO BC-GEN-DATE(WS-GEN).
           MOVE WS-AUDIT-TIME(1:6)         TO BC-GEN-TIME(WS-GEN).
           IF WS-GEN >= WS-BACKUP-GENS
               MOVE 1                      TO BC-NEXT-GEN
           ELSE
           END-IF.
           STRING WS-AUDIT-DATE    DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUDIT-TIME(1:6)    DELIMITED BY SIZE
                  " RESTORE GEN="  DELIMITED BY SIZE
                  WS-GEN           DELIMITED BY SIZE
                  " RECORDS="      DELIMITED BY SIZE
           END-IF.
           STRING WS-AUDIT-DATE    DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUDIT-TIME(1:6)    DELIMITED BY SIZE
                  " CREATE ID="    DELIMITED BY SIZE
                  FS-STUDENT-ID    DELIMITED BY SIZE
                  " NAME="         DELIMITED BY SIZE
           END-IF.
           STRING WS-AUDIT-DATE    DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUDIT-TIME(1:6)    DELIMITED BY SIZE
                  " DELETE ID="    DELIMITED BY SIZE
                  WS-SEARCH-ID     DELIMITED BY SIZE
                  " NAME="         DELIMITED BY SIZE
