       IDENTIFICATION DIVISION.
       PROGRAM-ID. awards-report.
      ******************************************************************
      *  Term awards report for the funding office: every scholarship
      *  and fee discount the invoice run granted for the term (the
      *  discount lines on INVOICE.DAT), one line per student and
      *  award type, then the totals by award type - students and
      *  amount - and the grand total.  The term comes from
      *  AWARDS_TERM (required).  Output AWARDS.RPT.
      *
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program - awards were totalled from
      *                     the funding office's own spreadsheet.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVOICE-STATUS.

           SELECT AWARDS-RPT ASSIGN TO "AWARDS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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

       FD  AWARDS-RPT.
       01  AWARDS-LINE                 PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-INVOICE-STATUS           PIC X(02).
       01  WS-EOF                      PIC X(01).
       01  WS-TERM                     PIC X(05) VALUE SPACE.
       01  WS-SA-MAX                   PIC 9(04) VALUE 2000.
       01  WS-SA-CNT                   PIC 9(04) VALUE ZERO.
       01  WS-SA-IX                    PIC 9(04).
       01  WS-SA-FOUND                 PIC X(01).
       01  WS-SA-TABLE.
           03  WS-SA-ENTRY OCCURS 2000 TIMES.
               05  WS-SA-ID            PIC 9(06).
               05  WS-SA-TYPE          PIC X(04).
               05  WS-SA-AMOUNT        PIC 9(07)V99.
       01  WS-TY-MAX                   PIC 9(03) VALUE 50.
       01  WS-TY-CNT                   PIC 9(03) VALUE ZERO.
       01  WS-TY-IX                    PIC 9(03).
       01  WS-TY-FOUND                 PIC X(01).
       01  WS-TY-TABLE.
           03  WS-TY-ENTRY OCCURS 50 TIMES.
               05  WS-TY-TYPE          PIC X(04).
               05  WS-TY-STUDENTS      PIC 9(05).
               05  WS-TY-AMOUNT        PIC 9(09)V99.
       01  WS-TOTAL-STUDENTS           PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-AMOUNT             PIC 9(09)V99 VALUE ZERO.
       01  WS-HEADER-LINE.
           03  FILLER                  PIC X(19)
                                       VALUE "AWARDS REPORT TERM ".
           03  WS-HD-TERM              PIC X(05).
       01  WS-DETAIL-LINE.
           03  FILLER                  PIC X(08) VALUE "STUDENT ".
           03  WS-DL-ID                PIC 9(06).
           03  FILLER                  PIC X(06) VALUE " TYPE ".
           03  WS-DL-TYPE              PIC X(04).
           03  FILLER                  PIC X(08) VALUE " AMOUNT ".
           03  WS-DL-AMOUNT            PIC Z,ZZZ,ZZ9.99.
       01  WS-TYPE-HEADER              PIC X(60)
           VALUE "TOTALS BY AWARD TYPE".
       01  WS-TYPE-LINE.
           03  FILLER                  PIC X(05) VALUE "TYPE ".
           03  WS-TL-TYPE              PIC X(04).
           03  FILLER                  PIC X(10) VALUE " STUDENTS ".
           03  WS-TL-STUDENTS          PIC ZZZZ9.
           03  FILLER                  PIC X(08) VALUE " AMOUNT ".
           03  WS-TL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE.
           03  FILLER                  PIC X(09) VALUE "ALL      ".
           03  FILLER                  PIC X(10) VALUE " AWARDS   ".
           03  WS-TT-STUDENTS          PIC ZZZZ9.
           03  FILLER                  PIC X(08) VALUE " AMOUNT ".
           03  WS-TT-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-BLANK-LINE               PIC X(60) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           ACCEPT WS-TERM FROM ENVIRONMENT "AWARDS_TERM".
           IF WS-TERM = SPACE
               DISPLAY "AWARDS_TERM REQUIRED"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = "00"
               DISPLAY "INVOICE.DAT NOT AVAILABLE (STATUS "
                   WS-INVOICE-STATUS ")"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           MOVE "N"                    TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-FILE
                   AT END
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       IF IV-TERM = WS-TERM
                       AND IV-DISCOUNT-LINE
                           PERFORM ACCUM-AWARD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-FILE.
           OPEN OUTPUT AWARDS-RPT.
           MOVE WS-TERM                TO WS-HD-TERM.
           WRITE AWARDS-LINE FROM WS-HEADER-LINE.
           WRITE AWARDS-LINE FROM WS-BLANK-LINE.
           PERFORM VARYING WS-SA-IX FROM 1 BY 1
                   UNTIL WS-SA-IX > WS-SA-CNT
               MOVE WS-SA-ID(WS-SA-IX)     TO WS-DL-ID
               MOVE WS-SA-TYPE(WS-SA-IX)   TO WS-DL-TYPE
               MOVE WS-SA-AMOUNT(WS-SA-IX) TO WS-DL-AMOUNT
               WRITE AWARDS-LINE FROM WS-DETAIL-LINE
           END-PERFORM.
           WRITE AWARDS-LINE FROM WS-BLANK-LINE.
           WRITE AWARDS-LINE FROM WS-TYPE-HEADER.
           PERFORM VARYING WS-TY-IX FROM 1 BY 1
                   UNTIL WS-TY-IX > WS-TY-CNT
               MOVE WS-TY-TYPE(WS-TY-IX)     TO WS-TL-TYPE
               MOVE WS-TY-STUDENTS(WS-TY-IX) TO WS-TL-STUDENTS
               MOVE WS-TY-AMOUNT(WS-TY-IX)   TO WS-TL-AMOUNT
               WRITE AWARDS-LINE FROM WS-TYPE-LINE
           END-PERFORM.
           MOVE WS-TOTAL-STUDENTS      TO WS-TT-STUDENTS.
           MOVE WS-TOTAL-AMOUNT        TO WS-TT-AMOUNT.
           WRITE AWARDS-LINE FROM WS-TOTAL-LINE.
           CLOSE AWARDS-RPT.
           DISPLAY "AWARD TYPES: " WS-TY-CNT.
           DISPLAY "TOTAL AWARDED: " WS-TOTAL-AMOUNT.
       MAIN-EXIT.
           EXIT.
           STOP RUN.
      /
      *  ACCUM-AWARD - one discount line into the student/type table
      *  and the type totals; a student counts once per award type,
      *  so the ALL line counts student awards, not students
       ACCUM-AWARD SECTION.
       ACCUM-AWARD-START.
           MOVE "N"                    TO WS-SA-FOUND.
           PERFORM VARYING WS-SA-IX FROM 1 BY 1
                   UNTIL WS-SA-IX > WS-SA-CNT
                   OR WS-SA-FOUND = "Y"
               IF WS-SA-ID(WS-SA-IX) = IV-STUDENT-ID
               AND WS-SA-TYPE(WS-SA-IX) = IV-AWARD-TYPE
                   MOVE "Y"            TO WS-SA-FOUND
                   SUBTRACT 1          FROM WS-SA-IX
               END-IF
           END-PERFORM.
           IF WS-SA-FOUND = "N"
               IF WS-SA-CNT >= WS-SA-MAX
                   DISPLAY "STUDENT TABLE FULL - " IV-STUDENT-ID
                       " NOT REPORTED"
                   GO TO ACCUM-AWARD-EXIT
               END-IF
               ADD 1                   TO WS-SA-CNT
               MOVE WS-SA-CNT          TO WS-SA-IX
               MOVE IV-STUDENT-ID      TO WS-SA-ID(WS-SA-IX)
               MOVE IV-AWARD-TYPE      TO WS-SA-TYPE(WS-SA-IX)
               MOVE ZERO               TO WS-SA-AMOUNT(WS-SA-IX)
           END-IF.
           ADD IV-FEE                  TO WS-SA-AMOUNT(WS-SA-IX).
           MOVE "N"                    TO WS-TY-FOUND.
           PERFORM VARYING WS-TY-IX FROM 1 BY 1
                   UNTIL WS-TY-IX > WS-TY-CNT
                   OR WS-TY-FOUND = "Y"
               IF WS-TY-TYPE(WS-TY-IX) = IV-AWARD-TYPE
                   MOVE "Y"            TO WS-TY-FOUND
                   SUBTRACT 1          FROM WS-TY-IX
               END-IF
           END-PERFORM.
           IF WS-TY-FOUND = "N"
               IF WS-TY-CNT >= WS-TY-MAX
                   DISPLAY "AWARD TYPE TABLE FULL - " IV-AWARD-TYPE
                       " NOT TOTALLED"
                   GO TO ACCUM-AWARD-EXIT
               END-IF
               ADD 1                   TO WS-TY-CNT
               MOVE WS-TY-CNT          TO WS-TY-IX
               MOVE IV-AWARD-TYPE      TO WS-TY-TYPE(WS-TY-IX)
               MOVE ZERO               TO WS-TY-STUDENTS(WS-TY-IX)
               MOVE ZERO               TO WS-TY-AMOUNT(WS-TY-IX)
           END-IF.
           IF WS-SA-FOUND = "N"
               ADD 1                   TO WS-TY-STUDENTS(WS-TY-IX)
               ADD 1                   TO WS-TOTAL-STUDENTS
           END-IF.
           ADD IV-FEE                  TO WS-TY-AMOUNT(WS-TY-IX).
           ADD IV-FEE                  TO WS-TOTAL-AMOUNT.
       ACCUM-AWARD-EXIT.
           EXIT.
