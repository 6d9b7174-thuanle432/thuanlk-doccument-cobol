       IDENTIFICATION DIVISION.
       PROGRAM-ID. audit-inquiry.
      ******************************************************************
      *  Inquiry over STUDENT-AUDIT.LOG.  Every entry starts
      *  "YYYYMMDD HHMMSS ACTION"; the student comes from ID= and the
      *  operator from OP= where the entry carries them.  Filters,
      *  all optional (blank = no filter):
      *    AUDIT_STUDENT_ID  student id (6 digits)
      *    AUDIT_OPERATOR    operator id
      *    AUDIT_ACTION      action word - CREATE, DELETE, PROMOTE,
      *                      LOCK-OVERRIDE, RESTORE, READMIT, ADMIT ...
      *    AUDIT_FROM        first date YYYYMMDD
      *    AUDIT_TO          last date YYYYMMDD
      *  AUDIT_MODE selects the view:
      *    L - matching entries, oldest first (default)
      *    M - monthly summary: entries per month, operator and
      *        action, with an operator total for the month
      *  AUDIT_OUTPUT S shows the result on screen (default), R
      *  writes it to AUDIT-INQUIRY.RPT.
      *
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program - the audit log could only be
      *                     read in a text editor.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG ASSIGN TO "STUDENT-AUDIT.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT INQUIRY-RPT ASSIGN TO "AUDIT-INQUIRY.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD.
           03  AL-DATE                 PIC X(08).
           03  FILLER                  PIC X(01).
           03  AL-TIME                 PIC X(06).
           03  FILLER                  PIC X(01).
           03  AL-TEXT                 PIC X(64).

       FD  INQUIRY-RPT.
       01  INQUIRY-LINE                PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS             PIC X(02).
       01  WS-EOF                      PIC X(01) VALUE "N".
       01  WS-MODE                     PIC X(01) VALUE SPACE.
       01  WS-OUTPUT                   PIC X(01) VALUE SPACE.
       01  WS-FILTER-ID                PIC X(06) VALUE SPACE.
       01  WS-FILTER-OP                PIC X(08) VALUE SPACE.
       01  WS-FILTER-ACTION            PIC X(16) VALUE SPACE.
       01  WS-FILTER-FROM              PIC X(08) VALUE SPACE.
       01  WS-FILTER-TO                PIC X(08) VALUE SPACE.
       01  WS-READ-COUNT               PIC 9(07) VALUE ZERO.
       01  WS-MATCH-COUNT              PIC 9(07) VALUE ZERO.
       01  WS-MATCH                    PIC X(01).
      *  Fields picked out of one log entry
       01  WS-ENTRY-ACTION             PIC X(16).
       01  WS-ENTRY-ID                 PIC X(06).
       01  WS-ENTRY-OP                 PIC X(08).
       01  WS-ENTRY-DETAIL             PIC X(64).
       01  WS-ACTION-LEN               PIC 9(02).
       01  WS-SPLIT-BEFORE             PIC X(64).
       01  WS-SPLIT-AFTER              PIC X(64).
       01  WS-SPLIT-FIELDS             PIC 9(02).
      *  Monthly summary table - kept in month / operator / action
      *  order as entries are added
       01  WS-SM-MAX                   PIC 9(04) VALUE 2000.
       01  WS-SM-CNT                   PIC 9(04) VALUE ZERO.
       01  WS-SM-IX                    PIC 9(04).
       01  WS-SM-POS                   PIC 9(04).
       01  WS-SM-FOUND                 PIC X(01).
       01  WS-SM-NEW-KEY.
           03  WS-SM-NEW-MONTH         PIC X(06).
           03  WS-SM-NEW-OP            PIC X(08).
           03  WS-SM-NEW-ACTION        PIC X(16).
       01  WS-SM-TABLE.
           03  WS-SM-ENTRY OCCURS 2000 TIMES.
               05  WS-SM-KEY.
                   07  WS-SM-MONTH     PIC X(06).
                   07  WS-SM-OP        PIC X(08).
                   07  WS-SM-ACTION    PIC X(16).
               05  WS-SM-COUNT         PIC 9(07).
       01  WS-GROUP-MONTH              PIC X(06).
       01  WS-GROUP-OP                 PIC X(08).
       01  WS-GROUP-COUNT              PIC 9(07).
      *  Output lines
       01  WS-OUT-LINE                 PIC X(100).
       01  WS-HEADER-LINE.
           03  FILLER                  PIC X(20)
                                       VALUE "STUDENT AUDIT LOG - ".
           03  WS-HD-MODE              PIC X(16).
           03  FILLER                  PIC X(06) VALUE " FROM ".
           03  WS-HD-FROM              PIC X(08).
           03  FILLER                  PIC X(04) VALUE " TO ".
           03  WS-HD-TO                PIC X(08).
       01  WS-FILTER-LINE.
           03  FILLER                  PIC X(09) VALUE "STUDENT  ".
           03  WS-FL-ID                PIC X(06).
           03  FILLER                  PIC X(11) VALUE "  OPERATOR ".
           03  WS-FL-OP                PIC X(08).
           03  FILLER                  PIC X(09) VALUE "  ACTION ".
           03  WS-FL-ACTION            PIC X(16).
       01  WS-LIST-COLUMNS             PIC X(100) VALUE
           "DATE     TIME   ACTION           STUDENT OPERATOR DETAIL".
       01  WS-LIST-LINE.
           03  WS-LL-DATE              PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-LL-TIME              PIC X(06).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-LL-ACTION            PIC X(16).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-LL-ID                PIC X(06).
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-LL-OP                PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-LL-DETAIL            PIC X(50).
       01  WS-SUMMARY-COLUMNS          PIC X(100) VALUE
           "MONTH  OPERATOR ACTION             COUNT".
       01  WS-SUMMARY-LINE.
           03  WS-SL-MONTH             PIC X(06).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SL-OP                PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SL-ACTION            PIC X(16).
           03  WS-SL-COUNT             PIC Z,ZZZ,ZZ9.
       01  WS-TOTAL-LINE.
           03  FILLER                  PIC X(17)
                                       VALUE "ENTRIES READ     ".
           03  WS-TL-READ              PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(11) VALUE "  SELECTED ".
           03  WS-TL-MATCH             PIC Z,ZZZ,ZZ9.
       01  WS-BLANK-LINE               PIC X(100) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           ACCEPT WS-MODE FROM ENVIRONMENT "AUDIT_MODE".
           ACCEPT WS-OUTPUT FROM ENVIRONMENT "AUDIT_OUTPUT".
           ACCEPT WS-FILTER-ID FROM ENVIRONMENT "AUDIT_STUDENT_ID".
           ACCEPT WS-FILTER-OP FROM ENVIRONMENT "AUDIT_OPERATOR".
           ACCEPT WS-FILTER-ACTION FROM ENVIRONMENT "AUDIT_ACTION".
           ACCEPT WS-FILTER-FROM FROM ENVIRONMENT "AUDIT_FROM".
           ACCEPT WS-FILTER-TO FROM ENVIRONMENT "AUDIT_TO".
           IF WS-MODE = SPACE
               MOVE "L"                TO WS-MODE
           END-IF.
           IF WS-OUTPUT = SPACE
               MOVE "S"                TO WS-OUTPUT
           END-IF.
           IF (WS-MODE NOT = "L" AND WS-MODE NOT = "M")
           OR (WS-OUTPUT NOT = "S" AND WS-OUTPUT NOT = "R")
               DISPLAY "AUDIT_MODE MUST BE L OR M, AUDIT_OUTPUT "
                   "S OR R"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           IF WS-FILTER-ID NOT = SPACE
           AND WS-FILTER-ID IS NOT NUMERIC
               DISPLAY "AUDIT_STUDENT_ID MUST BE A STUDENT ID"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           IF (WS-FILTER-FROM NOT = SPACE
               AND WS-FILTER-FROM IS NOT NUMERIC)
           OR (WS-FILTER-TO NOT = SPACE
               AND WS-FILTER-TO IS NOT NUMERIC)
               DISPLAY "AUDIT_FROM / AUDIT_TO MUST BE YYYYMMDD"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           OPEN INPUT AUDIT-LOG.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "STUDENT-AUDIT.LOG NOT AVAILABLE (STATUS "
                   WS-AUDIT-STATUS ")"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           IF WS-OUTPUT = "R"
               OPEN OUTPUT INQUIRY-RPT
           END-IF.
           PERFORM WRITE-HEADINGS.
           PERFORM UNTIL WS-EOF = "Y"
               READ AUDIT-LOG
                   AT END
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       ADD 1           TO WS-READ-COUNT
                       PERFORM SELECT-ENTRY
                       IF WS-MATCH = "Y"
                           ADD 1       TO WS-MATCH-COUNT
                           IF WS-MODE = "L"
                               PERFORM LIST-ENTRY
                           ELSE
                               PERFORM ACCUM-SUMMARY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-LOG.
           IF WS-MODE = "M"
               PERFORM WRITE-SUMMARY
           END-IF.
           MOVE WS-BLANK-LINE          TO WS-OUT-LINE.
           PERFORM WRITE-OUT.
           MOVE WS-READ-COUNT          TO WS-TL-READ.
           MOVE WS-MATCH-COUNT         TO WS-TL-MATCH.
           MOVE WS-TOTAL-LINE          TO WS-OUT-LINE.
           PERFORM WRITE-OUT.
           IF WS-OUTPUT = "R"
               CLOSE INQUIRY-RPT
               DISPLAY "ENTRIES SELECTED: " WS-MATCH-COUNT
           END-IF.
       MAIN-EXIT.
           EXIT.
           STOP RUN.
      /
       WRITE-HEADINGS SECTION.
       WRITE-HEADINGS-START.
           IF WS-MODE = "L"
               MOVE "ENTRIES"          TO WS-HD-MODE
           ELSE
               MOVE "MONTHLY SUMMARY"  TO WS-HD-MODE
           END-IF.
           MOVE WS-FILTER-FROM         TO WS-HD-FROM.
           MOVE WS-FILTER-TO           TO WS-HD-TO.
           IF WS-FILTER-FROM = SPACE
               MOVE "START"            TO WS-HD-FROM
           END-IF.
           IF WS-FILTER-TO = SPACE
               MOVE "END"              TO WS-HD-TO
           END-IF.
           MOVE WS-HEADER-LINE         TO WS-OUT-LINE.
           PERFORM WRITE-OUT.
           MOVE WS-FILTER-ID           TO WS-FL-ID.
           MOVE WS-FILTER-OP           TO WS-FL-OP.
           MOVE WS-FILTER-ACTION       TO WS-FL-ACTION.
           IF WS-FILTER-ID = SPACE
               MOVE "ALL"              TO WS-FL-ID
           END-IF.
           IF WS-FILTER-OP = SPACE
               MOVE "ALL"              TO WS-FL-OP
           END-IF.
           IF WS-FILTER-ACTION = SPACE
               MOVE "ALL"              TO WS-FL-ACTION
           END-IF.
           MOVE WS-FILTER-LINE         TO WS-OUT-LINE.
           PERFORM WRITE-OUT.
           MOVE WS-BLANK-LINE          TO WS-OUT-LINE.
           PERFORM WRITE-OUT.
           IF WS-MODE = "L"
               MOVE WS-LIST-COLUMNS    TO WS-OUT-LINE
           ELSE
               MOVE WS-SUMMARY-COLUMNS TO WS-OUT-LINE
           END-IF.
           PERFORM WRITE-OUT.
       WRITE-HEADINGS-EXIT.
           EXIT.
      /
      *  SELECT-ENTRY - split the entry into action / student /
      *  operator / detail and test it against the filters.  Entries
      *  written before the OP= stamp have no operator.
       SELECT-ENTRY SECTION.
       SELECT-ENTRY-START.
           MOVE "N"                    TO WS-MATCH.
           MOVE SPACE                  TO WS-ENTRY-ACTION
                                          WS-ENTRY-ID
                                          WS-ENTRY-OP
                                          WS-ENTRY-DETAIL.
           MOVE ZERO                   TO WS-ACTION-LEN.
           UNSTRING AL-TEXT DELIMITED BY " "
               INTO WS-ENTRY-ACTION COUNT IN WS-ACTION-LEN
           END-UNSTRING.
           IF WS-ACTION-LEN < 63
               MOVE AL-TEXT(WS-ACTION-LEN + 2:) TO WS-ENTRY-DETAIL
           END-IF.
           MOVE ZERO                   TO WS-SPLIT-FIELDS.
           MOVE SPACE                  TO WS-SPLIT-AFTER.
           UNSTRING AL-TEXT DELIMITED BY " ID="
               INTO WS-SPLIT-BEFORE WS-SPLIT-AFTER
               TALLYING IN WS-SPLIT-FIELDS
           END-UNSTRING.
           IF WS-SPLIT-FIELDS > 1
               MOVE WS-SPLIT-AFTER(1:6) TO WS-ENTRY-ID
           END-IF.
           MOVE ZERO                   TO WS-SPLIT-FIELDS.
           MOVE SPACE                  TO WS-SPLIT-AFTER.
           UNSTRING AL-TEXT DELIMITED BY " OP="
               INTO WS-SPLIT-BEFORE WS-SPLIT-AFTER
               TALLYING IN WS-SPLIT-FIELDS
           END-UNSTRING.
           IF WS-SPLIT-FIELDS > 1
               MOVE WS-SPLIT-AFTER(1:8) TO WS-ENTRY-OP
           END-IF.
           IF WS-FILTER-ID NOT = SPACE
           AND WS-FILTER-ID NOT = WS-ENTRY-ID
               GO TO SELECT-ENTRY-EXIT
           END-IF.
           IF WS-FILTER-OP NOT = SPACE
           AND WS-FILTER-OP NOT = WS-ENTRY-OP
               GO TO SELECT-ENTRY-EXIT
           END-IF.
           IF WS-FILTER-ACTION NOT = SPACE
           AND WS-FILTER-ACTION NOT = WS-ENTRY-ACTION
               GO TO SELECT-ENTRY-EXIT
           END-IF.
           IF WS-FILTER-FROM NOT = SPACE
           AND AL-DATE < WS-FILTER-FROM
               GO TO SELECT-ENTRY-EXIT
           END-IF.
           IF WS-FILTER-TO NOT = SPACE
           AND AL-DATE > WS-FILTER-TO
               GO TO SELECT-ENTRY-EXIT
           END-IF.
           MOVE "Y"                    TO WS-MATCH.
       SELECT-ENTRY-EXIT.
           EXIT.
      /
       LIST-ENTRY SECTION.
       LIST-ENTRY-START.
           MOVE AL-DATE                TO WS-LL-DATE.
           MOVE AL-TIME                TO WS-LL-TIME.
           MOVE WS-ENTRY-ACTION        TO WS-LL-ACTION.
           MOVE WS-ENTRY-ID            TO WS-LL-ID.
           MOVE WS-ENTRY-OP            TO WS-LL-OP.
           MOVE WS-ENTRY-DETAIL        TO WS-LL-DETAIL.
           MOVE WS-LIST-LINE           TO WS-OUT-LINE.
           PERFORM WRITE-OUT.
       LIST-ENTRY-EXIT.
           EXIT.
      /
      *  ACCUM-SUMMARY - count the entry under its month / operator /
      *  action, inserting a new row in key order when needed
       ACCUM-SUMMARY SECTION.
       ACCUM-SUMMARY-START.
           MOVE AL-DATE(1:6)           TO WS-SM-NEW-MONTH.
           MOVE WS-ENTRY-OP            TO WS-SM-NEW-OP.
           MOVE WS-ENTRY-ACTION        TO WS-SM-NEW-ACTION.
           IF WS-SM-NEW-OP = SPACE
               MOVE "(NONE)"           TO WS-SM-NEW-OP
           END-IF.
           MOVE "N"                    TO WS-SM-FOUND.
           MOVE ZERO                   TO WS-SM-POS.
           PERFORM VARYING WS-SM-IX FROM 1 BY 1
                   UNTIL WS-SM-IX > WS-SM-CNT
                   OR WS-SM-POS > 0
               IF WS-SM-KEY(WS-SM-IX) = WS-SM-NEW-KEY
                   MOVE "Y"            TO WS-SM-FOUND
                   MOVE WS-SM-IX       TO WS-SM-POS
               ELSE
                   IF WS-SM-KEY(WS-SM-IX) > WS-SM-NEW-KEY
                       MOVE WS-SM-IX   TO WS-SM-POS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-SM-FOUND = "N"
               IF WS-SM-CNT >= WS-SM-MAX
                   DISPLAY "SUMMARY TABLE FULL - " WS-SM-NEW-KEY
                       " NOT COUNTED"
                   GO TO ACCUM-SUMMARY-EXIT
               END-IF
               IF WS-SM-POS = 0
                   COMPUTE WS-SM-POS = WS-SM-CNT + 1
               END-IF
               PERFORM VARYING WS-SM-IX FROM WS-SM-CNT BY -1
                       UNTIL WS-SM-IX < WS-SM-POS
                   MOVE WS-SM-ENTRY(WS-SM-IX)
                                       TO WS-SM-ENTRY(WS-SM-IX + 1)
               END-PERFORM
               ADD 1                   TO WS-SM-CNT
               MOVE WS-SM-NEW-KEY      TO WS-SM-KEY(WS-SM-POS)
               MOVE ZERO               TO WS-SM-COUNT(WS-SM-POS)
           END-IF.
           ADD 1                       TO WS-SM-COUNT(WS-SM-POS).
       ACCUM-SUMMARY-EXIT.
           EXIT.
      /
      *  WRITE-SUMMARY - one line per month / operator / action, and
      *  an operator total line each time the month or operator
      *  changes
       WRITE-SUMMARY SECTION.
       WRITE-SUMMARY-START.
           MOVE SPACE                  TO WS-GROUP-MONTH
                                          WS-GROUP-OP.
           MOVE ZERO                   TO WS-GROUP-COUNT.
           PERFORM VARYING WS-SM-IX FROM 1 BY 1
                   UNTIL WS-SM-IX > WS-SM-CNT
               IF WS-SM-IX > 1
               AND (WS-SM-MONTH(WS-SM-IX) NOT = WS-GROUP-MONTH
                   OR WS-SM-OP(WS-SM-IX) NOT = WS-GROUP-OP)
                   PERFORM WRITE-GROUP-TOTAL
               END-IF
               MOVE WS-SM-MONTH(WS-SM-IX)  TO WS-GROUP-MONTH
               MOVE WS-SM-OP(WS-SM-IX)     TO WS-GROUP-OP
               ADD WS-SM-COUNT(WS-SM-IX)   TO WS-GROUP-COUNT
               MOVE WS-SM-MONTH(WS-SM-IX)  TO WS-SL-MONTH
               MOVE WS-SM-OP(WS-SM-IX)     TO WS-SL-OP
               MOVE WS-SM-ACTION(WS-SM-IX) TO WS-SL-ACTION
               MOVE WS-SM-COUNT(WS-SM-IX)  TO WS-SL-COUNT
               MOVE WS-SUMMARY-LINE        TO WS-OUT-LINE
               PERFORM WRITE-OUT
           END-PERFORM.
           IF WS-SM-CNT > 0
               PERFORM WRITE-GROUP-TOTAL
           END-IF.
       WRITE-SUMMARY-EXIT.
           EXIT.
      /
       WRITE-GROUP-TOTAL SECTION.
       WRITE-GROUP-TOTAL-START.
           MOVE WS-GROUP-MONTH         TO WS-SL-MONTH.
           MOVE WS-GROUP-OP            TO WS-SL-OP.
           MOVE "OPERATOR TOTAL"       TO WS-SL-ACTION.
           MOVE WS-GROUP-COUNT         TO WS-SL-COUNT.
           MOVE WS-SUMMARY-LINE        TO WS-OUT-LINE.
           PERFORM WRITE-OUT.
           MOVE WS-BLANK-LINE          TO WS-OUT-LINE.
           PERFORM WRITE-OUT.
           MOVE ZERO                   TO WS-GROUP-COUNT.
       WRITE-GROUP-TOTAL-EXIT.
           EXIT.
      /
      *  WRITE-OUT - WS-OUT-LINE to the screen or to the report
       WRITE-OUT SECTION.
       WRITE-OUT-START.
           IF WS-OUTPUT = "R"
               WRITE INQUIRY-LINE FROM WS-OUT-LINE
           ELSE
               DISPLAY WS-OUT-LINE
           END-IF.
       WRITE-OUT-EXIT.
           EXIT.
