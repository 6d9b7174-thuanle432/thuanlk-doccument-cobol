       IDENTIFICATION DIVISION.
       PROGRAM-ID. dunning-run.
      ******************************************************************
      *  Dunning run: ages each student's unpaid balance (INVOICE.DAT
      *  less its award discount lines, CREDIT.DAT credit notes and
      *  PAYMENT.DAT payments, settled oldest invoice first) and sends
      *  a first reminder at 30 days, a second at 60 and a final
      *  notice at 90, keeping the last letter sent on DUNNING.DAT.
      *  The final notice also places a financial hold, which write1 G
      *  and batch-student E refuse enrollments against.  A cleared
      *  balance resets the student's record and lifts the hold; a
      *  level-3 operator can release a hold early through write1
      *  option O, and a released hold is not placed again until the
      *  balance has been cleared.
      *
      *  Letters go to DUNNING-LETTERS.RPT; every action taken is
      *  listed on DUNNING.RPT.
      *
      *  DUNNING.DAT hold codes: N = none, Y = on hold,
      *  R = released by a level-3 operator.
      *
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program - arrears-report listed the
      *                     debtors but nothing chased them.
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

           SELECT DUNNING-FILE ASSIGN TO "DUNNING.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DN-STUDENT-ID
           FILE STATUS IS WS-DUNNING-STATUS.

           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVOICE-STATUS.

           SELECT CREDIT-FILE ASSIGN TO "CREDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CREDIT-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO "PAYMENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT LETTER-RPT ASSIGN TO "DUNNING-LETTERS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACTION-RPT ASSIGN TO "DUNNING.RPT"
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

       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           03  PM-STUDENT-ID           PIC 9(06).
           03  PM-DATE                 PIC 9(08).
           03  PM-AMOUNT               PIC 9(05)V99.
           03  PM-OPERATOR             PIC X(08).
           03  PM-RECEIPT-NO           PIC 9(08).
           03  PM-METHOD               PIC X(01).

       FD  LETTER-RPT.
       01  LETTER-LINE                 PIC X(70).

       FD  ACTION-RPT.
       01  ACTION-LINE                 PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-STATUS                   PIC X(02).
       01  WS-DUNNING-STATUS           PIC X(02).
       01  WS-INVOICE-STATUS           PIC X(02).
       01  WS-CREDIT-STATUS            PIC X(02).
       01  WS-PAYMENT-STATUS           PIC X(02).
       01  WS-STUDENT-OPEN             PIC X(01).
       01  WS-EOF                      PIC X(01).
       01  WS-TODAY                    PIC 9(08).
       01  WS-TODAY-X REDEFINES WS-TODAY.
           03  WS-TODAY-YYYY           PIC X(04).
           03  WS-TODAY-MM             PIC X(02).
           03  WS-TODAY-DD             PIC X(02).
      *  days overdue for each letter: first, second, final
       01  WS-STAGE-DAYS-1             PIC 9(03) VALUE 30.
       01  WS-STAGE-DAYS-2             PIC 9(03) VALUE 60.
       01  WS-STAGE-DAYS-3             PIC 9(03) VALUE 90.
       01  WS-KEY-ID                   PIC 9(06).
       01  WS-KEY-AMOUNT               PIC 9(07)V99.
       01  WS-ADD-SIDE                 PIC X(01).
       01  WS-AC-MAX                   PIC 9(04) VALUE 2000.
       01  WS-AC-CNT                   PIC 9(04) VALUE ZERO.
       01  WS-AC-IX                    PIC 9(04).
       01  WS-AC-FOUND                 PIC X(01).
       01  WS-AC-TABLE.
           03  WS-AC-ENTRY OCCURS 2000 TIMES.
               05  WS-AC-ID            PIC 9(06).
               05  WS-AC-BILLED        PIC 9(07)V99.
               05  WS-AC-SETTLED       PIC 9(07)V99.
               05  WS-AC-RUNNING       PIC 9(07)V99.
               05  WS-AC-OLDEST        PIC 9(08).
       01  WS-BALANCE                  PIC S9(08)V99.
       01  WS-AGE-DAYS                 PIC S9(05).
       01  WS-DUE-LEVEL                PIC 9(01).
       01  WS-DN-FOUND                 PIC X(01).
       01  WS-ACTION                   PIC X(20).
       01  WS-NAME                     PIC X(15).
       01  WS-LETTER-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-HOLD-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-CLEARED-COUNT            PIC 9(05) VALUE ZERO.
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
       01  WS-LTR-TITLE-LINE           PIC X(70).
       01  WS-LTR-TITLE-1              PIC X(30)
           VALUE "REMINDER - ACCOUNT OVERDUE".
       01  WS-LTR-TITLE-2              PIC X(30)
           VALUE "SECOND REMINDER".
       01  WS-LTR-TITLE-3              PIC X(30)
           VALUE "FINAL NOTICE".
       01  WS-LTR-DEAR-LINE.
           03  FILLER                  PIC X(05) VALUE "DEAR ".
           03  WS-LTR-DEAR             PIC X(15).
       01  WS-LTR-OWE-LINE.
           03  FILLER                  PIC X(29)
               VALUE "YOUR ACCOUNT SHOWS A BALANCE ".
           03  FILLER                  PIC X(04) VALUE "OF ".
           03  WS-LTR-BALANCE          PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(10) VALUE ", UNPAID ".
           03  WS-LTR-DAYS             PIC ZZZZ9.
           03  FILLER                  PIC X(06) VALUE " DAYS.".
       01  WS-LTR-ASK-LINE             PIC X(70)
           VALUE "PLEASE PAY AT THE CASHIER'S OFFICE WITHOUT DELAY.".
       01  WS-LTR-HOLD-1               PIC X(70)
           VALUE "A FINANCIAL HOLD HAS BEEN PLACED ON YOUR RECORD.".
       01  WS-LTR-HOLD-2               PIC X(70)
           VALUE "NO NEW ENROLLMENTS ARE ACCEPTED UNTIL IT IS PAID.".
       01  WS-LTR-SIGN-LINE            PIC X(70) VALUE "BURSAR".
       01  WS-LTR-RULE-LINE            PIC X(70) VALUE ALL "-".
       01  WS-ACTION-HEADER            PIC X(70)
           VALUE "DUNNING RUN - ACTIONS".
       01  WS-ACTION-DETAIL.
           03  FILLER                  PIC X(08) VALUE "STUDENT ".
           03  WS-AD-ID                PIC 9(06).
           03  FILLER                  PIC X(09) VALUE " BALANCE=".
           03  WS-AD-BALANCE           PIC -ZZZ,ZZ9.99.
           03  FILLER                  PIC X(06) VALUE " DAYS=".
           03  WS-AD-DAYS              PIC ZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-AD-ACTION            PIC X(20).
       01  WS-ACTION-TOTAL.
           03  FILLER                  PIC X(08) VALUE "LETTERS=".
           03  WS-AT-LETTERS           PIC ZZZZ9.
           03  FILLER                  PIC X(14)
                                       VALUE " HOLDS PLACED=".
           03  WS-AT-HOLDS             PIC ZZZZ9.
           03  FILLER                  PIC X(09) VALUE " CLEARED=".
           03  WS-AT-CLEARED           PIC ZZZZ9.
       01  WS-BLANK-LINE               PIC X(70) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-INVOICES.
           PERFORM LOAD-CREDITS.
           PERFORM LOAD-PAYMENTS.
           PERFORM FIND-OLDEST-UNPAID.
           OPEN I-O DUNNING-FILE.
           IF WS-DUNNING-STATUS = "35"
               CLOSE DUNNING-FILE
               OPEN OUTPUT DUNNING-FILE
               CLOSE DUNNING-FILE
               OPEN I-O DUNNING-FILE
           END-IF.
           IF WS-DUNNING-STATUS NOT = "00"
               DISPLAY "DUNNING.DAT NOT AVAILABLE (STATUS "
                   WS-DUNNING-STATUS ")"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           OPEN INPUT STUDENT.
           IF WS-STATUS = "00"
               MOVE "Y"                TO WS-STUDENT-OPEN
           ELSE
               MOVE "N"                TO WS-STUDENT-OPEN
           END-IF.
           OPEN OUTPUT LETTER-RPT ACTION-RPT.
           WRITE ACTION-LINE FROM WS-ACTION-HEADER.
           WRITE ACTION-LINE FROM WS-BLANK-LINE.
           PERFORM VARYING WS-AC-IX FROM 1 BY 1
                   UNTIL WS-AC-IX > WS-AC-CNT
               PERFORM DUN-STUDENT
           END-PERFORM.
           MOVE WS-LETTER-COUNT        TO WS-AT-LETTERS.
           MOVE WS-HOLD-COUNT          TO WS-AT-HOLDS.
           MOVE WS-CLEARED-COUNT       TO WS-AT-CLEARED.
           WRITE ACTION-LINE FROM WS-BLANK-LINE.
           WRITE ACTION-LINE FROM WS-ACTION-TOTAL.
           CLOSE LETTER-RPT ACTION-RPT DUNNING-FILE.
           IF WS-STUDENT-OPEN = "Y"
               CLOSE STUDENT
           END-IF.
           DISPLAY "LETTERS SENT: " WS-LETTER-COUNT.
           DISPLAY "HOLDS PLACED: " WS-HOLD-COUNT.
           DISPLAY "ACCOUNTS CLEARED: " WS-CLEARED-COUNT.
       MAIN-EXIT.
           EXIT.
           STOP RUN.
      /
      *  DUN-STUDENT - one student's balance against the letter last
      *  sent; only a stage not yet reached sends a letter
       DUN-STUDENT SECTION.
       DUN-STUDENT-START.
           COMPUTE WS-BALANCE =
               WS-AC-BILLED(WS-AC-IX) - WS-AC-SETTLED(WS-AC-IX).
           MOVE WS-AC-ID(WS-AC-IX)     TO DN-STUDENT-ID.
           READ DUNNING-FILE
               INVALID KEY
                   MOVE "N"            TO WS-DN-FOUND
                   MOVE WS-AC-ID(WS-AC-IX) TO DN-STUDENT-ID
                   MOVE ZERO           TO DN-LEVEL
                   MOVE ZERO           TO DN-LETTER-DATE
                   MOVE "N"            TO DN-HOLD
                   MOVE ZERO           TO DN-HOLD-DATE
                   MOVE SPACES         TO DN-RELEASE-OP
                   MOVE ZERO           TO DN-RELEASE-DATE
               NOT INVALID KEY
                   MOVE "Y"            TO WS-DN-FOUND
           END-READ.
           MOVE ZERO                   TO WS-AGE-DAYS.
           IF WS-BALANCE NOT > ZERO
               IF WS-DN-FOUND = "Y"
               AND (DN-LEVEL > ZERO OR NOT DN-NO-HOLD)
                   IF DN-NO-HOLD
                       MOVE "ACCOUNT CLEARED" TO WS-ACTION
                   ELSE
                       MOVE "HOLD LIFTED - PAID" TO WS-ACTION
                   END-IF
                   MOVE ZERO           TO DN-LEVEL
                   MOVE "N"            TO DN-HOLD
                   REWRITE DUNNING-RECORD
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
                   ADD 1               TO WS-CLEARED-COUNT
                   PERFORM WRITE-ACTION
               END-IF
               GO TO DUN-STUDENT-EXIT
           END-IF.
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
             - FUNCTION INTEGER-OF-DATE(WS-AC-OLDEST(WS-AC-IX)).
           EVALUATE TRUE
               WHEN WS-AGE-DAYS >= WS-STAGE-DAYS-3
                   MOVE 3              TO WS-DUE-LEVEL
               WHEN WS-AGE-DAYS >= WS-STAGE-DAYS-2
                   MOVE 2              TO WS-DUE-LEVEL
               WHEN WS-AGE-DAYS >= WS-STAGE-DAYS-1
                   MOVE 1              TO WS-DUE-LEVEL
               WHEN OTHER
                   MOVE ZERO           TO WS-DUE-LEVEL
           END-EVALUATE.
           IF WS-DUE-LEVEL NOT > DN-LEVEL
               GO TO DUN-STUDENT-EXIT
           END-IF.
           MOVE WS-DUE-LEVEL           TO DN-LEVEL.
           MOVE WS-TODAY               TO DN-LETTER-DATE.
           EVALUATE WS-DUE-LEVEL
               WHEN 1
                   MOVE "FIRST REMINDER"   TO WS-ACTION
               WHEN 2
                   MOVE "SECOND REMINDER"  TO WS-ACTION
               WHEN OTHER
                   MOVE "FINAL NOTICE"     TO WS-ACTION
           END-EVALUATE.
           IF WS-DUE-LEVEL = 3
           AND DN-NO-HOLD
               MOVE "Y"                TO DN-HOLD
               MOVE WS-TODAY           TO DN-HOLD-DATE
               MOVE "FINAL NOTICE+HOLD" TO WS-ACTION
               ADD 1                   TO WS-HOLD-COUNT
           END-IF.
           IF WS-DN-FOUND = "Y"
               REWRITE DUNNING-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE DUNNING-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.
           PERFORM WRITE-LETTER.
           PERFORM WRITE-ACTION.
       DUN-STUDENT-EXIT.
           EXIT.
      /
       WRITE-ACTION SECTION.
       WRITE-ACTION-START.
           MOVE WS-AC-ID(WS-AC-IX)     TO WS-AD-ID.
           MOVE WS-BALANCE             TO WS-AD-BALANCE.
           MOVE WS-AGE-DAYS            TO WS-AD-DAYS.
           MOVE WS-ACTION              TO WS-AD-ACTION.
           WRITE ACTION-LINE FROM WS-ACTION-DETAIL.
       WRITE-ACTION-EXIT.
           EXIT.
      /
       WRITE-LETTER SECTION.
       WRITE-LETTER-START.
           MOVE SPACES                 TO WS-NAME.
           IF WS-STUDENT-OPEN = "Y"
               MOVE WS-AC-ID(WS-AC-IX) TO FS-STUDENT-ID
               READ STUDENT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FS-STUDENT-NAME TO WS-NAME
               END-READ
           END-IF.
           MOVE WS-TODAY-YYYY          TO WS-LTR-YYYY.
           MOVE WS-TODAY-MM            TO WS-LTR-MM.
           MOVE WS-TODAY-DD            TO WS-LTR-DD.
           MOVE WS-AC-ID(WS-AC-IX)     TO WS-LTR-ID.
           MOVE WS-NAME                TO WS-LTR-NAME.
           MOVE WS-NAME                TO WS-LTR-DEAR.
           MOVE WS-BALANCE             TO WS-LTR-BALANCE.
           MOVE WS-AGE-DAYS            TO WS-LTR-DAYS.
           EVALUATE WS-DUE-LEVEL
               WHEN 1
                   MOVE WS-LTR-TITLE-1 TO WS-LTR-TITLE-LINE
               WHEN 2
                   MOVE WS-LTR-TITLE-2 TO WS-LTR-TITLE-LINE
               WHEN OTHER
                   MOVE WS-LTR-TITLE-3 TO WS-LTR-TITLE-LINE
           END-EVALUATE.
           WRITE LETTER-LINE FROM WS-LTR-DATE-LINE.
           WRITE LETTER-LINE FROM WS-LTR-STUDENT-LINE.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           WRITE LETTER-LINE FROM WS-LTR-TITLE-LINE.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           WRITE LETTER-LINE FROM WS-LTR-DEAR-LINE.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           WRITE LETTER-LINE FROM WS-LTR-OWE-LINE.
           WRITE LETTER-LINE FROM WS-LTR-ASK-LINE.
           IF DN-ON-HOLD
               WRITE LETTER-LINE FROM WS-LTR-HOLD-1
               WRITE LETTER-LINE FROM WS-LTR-HOLD-2
           END-IF.
           WRITE LETTER-LINE FROM WS-BLANK-LINE.
           WRITE LETTER-LINE FROM WS-LTR-SIGN-LINE.
           WRITE LETTER-LINE FROM WS-LTR-RULE-LINE.
           ADD 1                       TO WS-LETTER-COUNT.
       WRITE-LETTER-EXIT.
           EXIT.
      /
       LOAD-INVOICES SECTION.
       LOAD-INVOICES-START.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = "00"
               DISPLAY "INVOICE.DAT NOT AVAILABLE - NOTHING BILLED"
               GO TO LOAD-INVOICES-EXIT
           END-IF.
           MOVE "N"                    TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-FILE
                   AT END
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       MOVE IV-STUDENT-ID TO WS-KEY-ID
                       MOVE IV-FEE        TO WS-KEY-AMOUNT
                       MOVE "B"           TO WS-ADD-SIDE
                       IF IV-DISCOUNT-LINE
                           MOVE "S"       TO WS-ADD-SIDE
                       END-IF
                       PERFORM ACCUM-STUDENT
               END-READ
           END-PERFORM.
           CLOSE INVOICE-FILE.
       LOAD-INVOICES-EXIT.
           EXIT.
      /
       LOAD-CREDITS SECTION.
       LOAD-CREDITS-START.
           OPEN INPUT CREDIT-FILE.
           IF WS-CREDIT-STATUS NOT = "00"
               GO TO LOAD-CREDITS-EXIT
           END-IF.
           MOVE "N"                    TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CREDIT-FILE
                   AT END
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       MOVE CN-STUDENT-ID TO WS-KEY-ID
                       MOVE CN-AMOUNT     TO WS-KEY-AMOUNT
                       MOVE "S"           TO WS-ADD-SIDE
                       PERFORM ACCUM-STUDENT
               END-READ
           END-PERFORM.
           CLOSE CREDIT-FILE.
       LOAD-CREDITS-EXIT.
           EXIT.
      /
       LOAD-PAYMENTS SECTION.
       LOAD-PAYMENTS-START.
           OPEN INPUT PAYMENT-FILE.
           IF WS-PAYMENT-STATUS NOT = "00"
               GO TO LOAD-PAYMENTS-EXIT
           END-IF.
           MOVE "N"                    TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PAYMENT-FILE
                   AT END
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       MOVE PM-STUDENT-ID TO WS-KEY-ID
                       MOVE PM-AMOUNT     TO WS-KEY-AMOUNT
                       MOVE "S"           TO WS-ADD-SIDE
                       PERFORM ACCUM-STUDENT
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-FILE.
       LOAD-PAYMENTS-EXIT.
           EXIT.
      /
      *  FIND-OLDEST-UNPAID - second pass over INVOICE.DAT (kept in
      *  billing order): discounts, credits and payments settle the
      *  oldest invoices first, so the first invoice the running
      *  total carries past the settled amount is the oldest unpaid
       FIND-OLDEST-UNPAID SECTION.
       FIND-OLDEST-UNPAID-START.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = "00"
               GO TO FIND-OLDEST-UNPAID-EXIT
           END-IF.
           MOVE "N"                    TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ INVOICE-FILE
                   AT END
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       IF NOT IV-DISCOUNT-LINE
                           MOVE IV-STUDENT-ID TO WS-KEY-ID
                           MOVE IV-FEE        TO WS-KEY-AMOUNT
                           MOVE "R"           TO WS-ADD-SIDE
                           PERFORM ACCUM-STUDENT
                           IF WS-AC-FOUND = "Y"
                           AND WS-AC-OLDEST(WS-AC-IX) = ZERO
                           AND WS-AC-RUNNING(WS-AC-IX)
                               > WS-AC-SETTLED(WS-AC-IX)
                               MOVE IV-DATE TO WS-AC-OLDEST(WS-AC-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE INVOICE-FILE.
       FIND-OLDEST-UNPAID-EXIT.
           EXIT.
      /
      *  ACCUM-STUDENT - leaves WS-AC-IX on the student's entry;
      *  WS-AC-FOUND = "F" when the table is full and nothing added
       ACCUM-STUDENT SECTION.
       ACCUM-STUDENT-START.
           MOVE "N"                    TO WS-AC-FOUND.
           PERFORM VARYING WS-AC-IX FROM 1 BY 1
                   UNTIL WS-AC-IX > WS-AC-CNT
                   OR WS-AC-FOUND = "Y"
               IF WS-AC-ID(WS-AC-IX) = WS-KEY-ID
                   MOVE "Y"            TO WS-AC-FOUND
                   SUBTRACT 1          FROM WS-AC-IX
               END-IF
           END-PERFORM.
           IF WS-AC-FOUND = "N"
               IF WS-AC-CNT >= WS-AC-MAX
                   MOVE "F"            TO WS-AC-FOUND
                   GO TO ACCUM-STUDENT-EXIT
               END-IF
               ADD 1                   TO WS-AC-CNT
               MOVE WS-AC-CNT          TO WS-AC-IX
               MOVE WS-KEY-ID          TO WS-AC-ID(WS-AC-IX)
               MOVE ZERO               TO WS-AC-BILLED(WS-AC-IX)
               MOVE ZERO               TO WS-AC-SETTLED(WS-AC-IX)
               MOVE ZERO               TO WS-AC-RUNNING(WS-AC-IX)
               MOVE ZERO               TO WS-AC-OLDEST(WS-AC-IX)
               MOVE "Y"                TO WS-AC-FOUND
           END-IF.
           EVALUATE WS-ADD-SIDE
               WHEN "B"
                   ADD WS-KEY-AMOUNT   TO WS-AC-BILLED(WS-AC-IX)
               WHEN "R"
                   ADD WS-KEY-AMOUNT   TO WS-AC-RUNNING(WS-AC-IX)
               WHEN OTHER
                   ADD WS-KEY-AMOUNT   TO WS-AC-SETTLED(WS-AC-IX)
           END-EVALUATE.
       ACCUM-STUDENT-EXIT.
           EXIT.
