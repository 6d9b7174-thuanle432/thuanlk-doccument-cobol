       IDENTIFICATION DIVISION.
       PROGRAM-ID. P0004.
      ******************************************************************
      *                                            AUTHOR              *
      *                                            LE KIM THUAN        *
      ******************************************************************
      *  Pay grade master maintenance screen.  PAYGRADE.DAT is keyed
      *  on the employee tier (the same EMP-TIER the bonus run uses)
      *  and holds the minimum, midpoint and maximum salary for the
      *  grade plus its standard hourly rate.  P0001 and
      *  batch-employee validate salaries against the employee's own
      *  grade from this file, and compa-ratio reports each
      *  employee's position within it.  Menu mirrors P0002: A
      *  create, B view, C modify, D delete, E exit, with the same
      *  operator sign-on (OPERSIGN) and authority levels
      *  (create/modify need level 2, delete needs level 3).
      *
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE ASSIGN TO "PAYGRADE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PG-TIER
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-FILE.
       01  PAY-GRADE-RECORD.
           05  PG-TIER                     PIC 9(01).
           05  PG-MIN-SALARY               PIC 9(07)V99.
           05  PG-MID-SALARY               PIC 9(07)V99.
           05  PG-MAX-SALARY               PIC 9(07)V99.
           05  PG-STD-RATE                 PIC 9(03)V99.

       WORKING-STORAGE SECTION.
       01  WS-OPTION                       PIC X(01).
       01  WS-GRADE.
           05  WS-TIER                     PIC 9(01).
           05  WS-MIN-SALARY               PIC 9(07)V99.
           05  WS-MID-SALARY               PIC 9(07)V99.
           05  WS-MAX-SALARY               PIC 9(07)V99.
           05  WS-STD-RATE                 PIC 9(03)V99.
       01  WS-GRADE-OK                     PIC X(01).
       01  WS-FILE-STATUS                  PIC X(02).
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

       SCREEN SECTION.
       01  MENU-SCREEN.
           05  LINE NUMBER 1 COLUMN 02 VALUE 'PAY GRADE MASTER'.
           05  LINE NUMBER 2 COLUMN 02 VALUE 'A: CREATE GRADE'.
           05  LINE NUMBER 3 COLUMN 02 VALUE 'B: VIEW GRADE'.
           05  LINE NUMBER 4 COLUMN 02 VALUE 'C: MODIFY GRADE'.
           05  LINE NUMBER 5 COLUMN 02 VALUE 'D: DELETE GRADE'.
           05  LINE NUMBER 6 COLUMN 02 VALUE 'E: EXIT'.
           05  LINE NUMBER 7 COLUMN 02 VALUE 'ACTION: '.
           05  LINE NUMBER 7 COLUMN 10 PIC X(01) TO WS-OPTION.

       01  KEY-SCREEN.
           05  BLANK SCREEN.
           05  LINE NUMBER 1 COLUMN 35 VALUE 'PAY GRADE'.
           05  LINE NUMBER 2 COLUMN 35 VALUE 'TIER:  '.
           05  LINE NUMBER 2 COLUMN 50 PIC 9(01) TO WS-TIER.

       01  GRADE-SCREEN.
           05  BLANK SCREEN.
           05  LINE NUMBER 1 COLUMN 35 VALUE 'PAY GRADE'.
           05  LINE NUMBER 2 COLUMN 35 VALUE 'TIER:  '.
           05  LINE NUMBER 2 COLUMN 50 PIC 9(01) TO WS-TIER.
           05  LINE NUMBER 3 COLUMN 35 VALUE 'MINIMUM:  '.
           05  LINE NUMBER 3 COLUMN 50 PIC 9(07)V99 TO WS-MIN-SALARY.
           05  LINE NUMBER 4 COLUMN 35 VALUE 'MIDPOINT:  '.
           05  LINE NUMBER 4 COLUMN 50 PIC 9(07)V99 TO WS-MID-SALARY.
           05  LINE NUMBER 5 COLUMN 35 VALUE 'MAXIMUM:  '.
           05  LINE NUMBER 5 COLUMN 50 PIC 9(07)V99 TO WS-MAX-SALARY.
           05  LINE NUMBER 6 COLUMN 35 VALUE 'STD RATE:  '.
           05  LINE NUMBER 6 COLUMN 50 PIC 9(03)V99 TO WS-STD-RATE.

       01  VIEW-SCREEN.
           05  BLANK SCREEN.
           05  LINE NUMBER 1 COLUMN 35 VALUE 'PAY GRADE'.
           05  LINE NUMBER 2 COLUMN 35 VALUE 'TIER:  '.
           05  LINE NUMBER 2 COLUMN 50 PIC 9(01) FROM WS-TIER.
           05  LINE NUMBER 3 COLUMN 35 VALUE 'MINIMUM:  '.
           05  LINE NUMBER 3 COLUMN 50 PIC 9(07)V99 FROM WS-MIN-SALARY.
           05  LINE NUMBER 4 COLUMN 35 VALUE 'MIDPOINT:  '.
           05  LINE NUMBER 4 COLUMN 50 PIC 9(07)V99 FROM WS-MID-SALARY.
           05  LINE NUMBER 5 COLUMN 35 VALUE 'MAXIMUM:  '.
           05  LINE NUMBER 5 COLUMN 50 PIC 9(07)V99 FROM WS-MAX-SALARY.
           05  LINE NUMBER 6 COLUMN 35 VALUE 'STD RATE:  '.
           05  LINE NUMBER 6 COLUMN 50 PIC 9(03)V99 FROM WS-STD-RATE.

       01  BAD-GRADE-SCREEN.
           05  BLANK SCREEN.
           05  LINE NUMBER 20 COLUMN 15
                       VALUE 'MIN/MID/MAX OUT OF ORDER - RE-ENTER'.

       01  MESSAGE-SCREEN.
           05  BLANK SCREEN.
           05  LINE NUMBER 20 COLUMN 15 VALUE 'PLEASE INPUT OPTION'.

       PROCEDURE DIVISION.

       MAIN SECTION.
       MAIN-START.
           PERFORM OPERATOR-SIGNON.
           IF WS-SIGNON-OK = "Y"
               PERFORM VIEW-MAIN
           END-IF.
       MAIN-EXIT.
           STOP RUN.
      /
       OPERATOR-SIGNON SECTION.
       OPERATOR-SIGNON-START.
           DISPLAY "OPERATOR ID: "      WITH NO ADVANCING.
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
       VIEW-MAIN SECTION.
       VIEW-MAIN-START.
           DISPLAY MENU-SCREEN.
           PERFORM UNTIL WS-OPTION         = 'E'
               ACCEPT MENU-SCREEN
               EVALUATE WS-OPTION
                   WHEN 'A'
                       IF WS-AUTH-LEVEL < 2
                           PERFORM DISPLAY-NO-AUTHORITY
                       ELSE
                           PERFORM CREATE-GRADE
                       END-IF
                   WHEN 'B'
                       PERFORM VIEW-GRADE
                   WHEN 'C'
                       IF WS-AUTH-LEVEL < 2
                           PERFORM DISPLAY-NO-AUTHORITY
                       ELSE
                           PERFORM MODIFY-GRADE
                       END-IF
                   WHEN 'D'
                       IF WS-AUTH-LEVEL < 3
                           PERFORM DISPLAY-NO-AUTHORITY
                       ELSE
                           PERFORM DELETE-GRADE
                       END-IF
                   WHEN 'E'
                       CONTINUE
                   WHEN OTHER
                       PERFORM DISPLAY-MESSAGE
               END-EVALUATE
           END-PERFORM.
       VIEW-MAIN-EXIT.
           EXIT.
      /
       DISPLAY-NO-AUTHORITY SECTION.
       DISPLAY-NO-AUTHORITY-START.
           DISPLAY "AUTHORITY LEVEL " WS-AUTH-LEVEL
               " - FUNCTION NOT ALLOWED".
       DISPLAY-NO-AUTHORITY-EXIT.
           EXIT.
      /
       DISPLAY-MESSAGE SECTION.
       DISPLAY-MESSAGE-START.
           DISPLAY MESSAGE-SCREEN.
           ACCEPT MESSAGE-SCREEN.
       DISPLAY-MESSAGE-EXIT.
           EXIT.
      /
       ACCEPT-GRADE SECTION.
       ACCEPT-GRADE-START.
           MOVE 'N' TO WS-GRADE-OK.
           PERFORM UNTIL WS-GRADE-OK = 'Y'
               DISPLAY GRADE-SCREEN
               ACCEPT GRADE-SCREEN
               IF WS-MIN-SALARY > WS-MID-SALARY
               OR WS-MID-SALARY > WS-MAX-SALARY
                   DISPLAY BAD-GRADE-SCREEN
                   ACCEPT BAD-GRADE-SCREEN
               ELSE
                   MOVE 'Y' TO WS-GRADE-OK
               END-IF
           END-PERFORM.
       ACCEPT-GRADE-EXIT.
           EXIT.
      /
       CREATE-GRADE SECTION.
       CREATE-GRADE-START.
           PERFORM ACCEPT-GRADE.
           OPEN I-O GRADE-FILE.
           IF WS-FILE-STATUS = "35"
               CLOSE GRADE-FILE
               OPEN OUTPUT GRADE-FILE
               CLOSE GRADE-FILE
               OPEN I-O GRADE-FILE
           END-IF.
           MOVE WS-TIER             TO PG-TIER.
           READ GRADE-FILE
               INVALID KEY
                   MOVE WS-MIN-SALARY   TO PG-MIN-SALARY
                   MOVE WS-MID-SALARY   TO PG-MID-SALARY
                   MOVE WS-MAX-SALARY   TO PG-MAX-SALARY
                   MOVE WS-STD-RATE     TO PG-STD-RATE
                   WRITE PAY-GRADE-RECORD
               NOT INVALID KEY
                   DISPLAY "TIER ALREADY EXISTS - CREATE REJECTED"
           END-READ.
           CLOSE GRADE-FILE.
       CREATE-GRADE-EXIT.
           EXIT.
      /
       VIEW-GRADE SECTION.
       VIEW-GRADE-START.
           DISPLAY KEY-SCREEN.
           ACCEPT KEY-SCREEN.
           MOVE ZERO                TO WS-MIN-SALARY WS-MID-SALARY
                                       WS-MAX-SALARY WS-STD-RATE.
           OPEN INPUT GRADE-FILE.
           IF WS-FILE-STATUS = "35"
               GO TO VIEW-GRADE-SHOW
           END-IF.
           MOVE WS-TIER             TO PG-TIER.
           READ GRADE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PG-MIN-SALARY   TO WS-MIN-SALARY
                   MOVE PG-MID-SALARY   TO WS-MID-SALARY
                   MOVE PG-MAX-SALARY   TO WS-MAX-SALARY
                   MOVE PG-STD-RATE     TO WS-STD-RATE
           END-READ.
           CLOSE GRADE-FILE.
       VIEW-GRADE-SHOW.
           DISPLAY VIEW-SCREEN.
           ACCEPT VIEW-SCREEN.
       VIEW-GRADE-EXIT.
           EXIT.
      /
       MODIFY-GRADE SECTION.
       MODIFY-GRADE-START.
           PERFORM ACCEPT-GRADE.
           OPEN I-O GRADE-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "PAY GRADE NOT FOUND"
               GO TO MODIFY-GRADE-EXIT
           END-IF.
           MOVE WS-TIER             TO PG-TIER.
           READ GRADE-FILE
               INVALID KEY
                   DISPLAY "PAY GRADE NOT FOUND"
               NOT INVALID KEY
                   MOVE WS-MIN-SALARY   TO PG-MIN-SALARY
                   MOVE WS-MID-SALARY   TO PG-MID-SALARY
                   MOVE WS-MAX-SALARY   TO PG-MAX-SALARY
                   MOVE WS-STD-RATE     TO PG-STD-RATE
                   REWRITE PAY-GRADE-RECORD
           END-READ.
           CLOSE GRADE-FILE.
       MODIFY-GRADE-EXIT.
           EXIT.
      /
       DELETE-GRADE SECTION.
       DELETE-GRADE-START.
           DISPLAY KEY-SCREEN.
           ACCEPT KEY-SCREEN.
           OPEN I-O GRADE-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "PAY GRADE NOT FOUND"
               GO TO DELETE-GRADE-EXIT
           END-IF.
           MOVE WS-TIER             TO PG-TIER.
           READ GRADE-FILE
               INVALID KEY
                   DISPLAY "PAY GRADE NOT FOUND"
               NOT INVALID KEY
                   DELETE GRADE-FILE RECORD
                   DISPLAY "PAY GRADE DELETED"
           END-READ.
           CLOSE GRADE-FILE.
       DELETE-GRADE-EXIT.
           EXIT.
