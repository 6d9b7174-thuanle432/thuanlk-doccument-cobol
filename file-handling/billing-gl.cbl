       IDENTIFICATION DIVISION.
       PROGRAM-ID. billing-gl.
      ******************************************************************
      *  Billing general-ledger extract for the month in GL_PERIOD
      *  (YYYYMM, required).  Fee lines on INVOICE.DAT are posted as
      *  revenue by course, against the student receivable; award
      *  discounts, credit notes (CREDIT.DAT) and payments
      *  (PAYMENT.DAT) dated in the month are posted against the
      *  receivable as well.  Accounts come from GLMAP.txt: one row
      *  per course code, plus the special rows *AR (student
      *  receivable, always needed), *CASH (payments) and *DISC
      *  (scholarship / discount expense), needed when the month has
      *  payments or discounts.  The journal is written to
      *  BILLJRNL.txt in the payroll GLJRNL.txt layout.
      *
      *  The run is refused (RETURN-CODE 16, no journal written) when
      *  a course billed or credited in the month has no GLMAP.txt
      *  row, when the month's totals differ from the ARREARS.CTL
      *  totals arrears-report wrote for the same ARREARS_PERIOD, or
      *  when the journal does not balance.
      *
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program - finance re-keyed the
      *                     billing totals into the ledger by hand.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVOICE-STATUS.

           SELECT CREDIT-FILE ASSIGN TO "CREDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CREDIT-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO "PAYMENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT GLMAP-FILE ASSIGN TO "GLMAP.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GLMAP-STATUS.

           SELECT ARREARS-CTL ASSIGN TO "ARREARS.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "BILLJRNL.txt"
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

       FD  GLMAP-FILE.
       01  GLMAP-RECORD.
           03  GM-KEY                  PIC X(05).
           03  GM-ACCOUNT              PIC X(08).

       FD  ARREARS-CTL.
       01  ARREARS-CTL-RECORD.
           03  AT-PERIOD               PIC X(06).
           03  AT-FEES                 PIC 9(09)V99.
           03  AT-DISCOUNTS            PIC 9(09)V99.
           03  AT-CREDITS              PIC 9(09)V99.
           03  AT-PAYMENTS             PIC 9(09)V99.
           03  AT-RUN-DATE             PIC 9(08).

      *  same layout as the payroll GLJRNL.txt
       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           03  JR-TYPE                 PIC X(02).
           03  FILLER                  PIC X(01).
           03  JR-ACCOUNT              PIC X(08).
           03  FILLER                  PIC X(01).
           03  JR-AMOUNT               PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  JR-DESC                 PIC X(20).
           03  FILLER                  PIC X(01).
           03  JR-PERIOD               PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-INVOICE-STATUS           PIC X(02).
       01  WS-CREDIT-STATUS            PIC X(02).
       01  WS-PAYMENT-STATUS           PIC X(02).
       01  WS-GLMAP-STATUS             PIC X(02).
       01  WS-CTL-STATUS               PIC X(02).
       01  WS-EOF                      PIC X(01).
       01  WS-PERIOD                   PIC X(06) VALUE SPACE.
       01  WS-REFUSED                  PIC X(01) VALUE "N".
       01  WS-KEY-COURSE               PIC X(05).
       01  WS-KEY-AMOUNT               PIC 9(07)V99.
       01  WS-ADD-SIDE                 PIC X(01).
       01  WS-GM-MAX                   PIC 9(03) VALUE 500.
       01  WS-GM-CNT                   PIC 9(03) VALUE ZERO.
       01  WS-GM-IX                    PIC 9(03).
       01  WS-GM-FOUND                 PIC X(01).
       01  WS-GM-TABLE.
           03  WS-GM-ENTRY OCCURS 500 TIMES.
               05  WS-GM-COURSE        PIC X(05).
               05  WS-GM-ACCOUNT       PIC X(08).
       01  WS-ACCT-AR                  PIC X(08) VALUE SPACE.
       01  WS-ACCT-CASH                PIC X(08) VALUE SPACE.
       01  WS-ACCT-DISC                PIC X(08) VALUE SPACE.
       01  WS-CR-MAX                   PIC 9(03) VALUE 500.
       01  WS-CR-CNT                   PIC 9(03) VALUE ZERO.
       01  WS-CR-IX                    PIC 9(03).
       01  WS-CR-FOUND                 PIC X(01).
       01  WS-CR-TABLE.
           03  WS-CR-ENTRY OCCURS 500 TIMES.
               05  WS-CR-COURSE        PIC X(05).
               05  WS-CR-ACCOUNT       PIC X(08).
               05  WS-CR-FEES          PIC 9(09)V99.
               05  WS-CR-CREDITS       PIC 9(09)V99.
       01  WS-TOT-FEES                 PIC 9(09)V99 VALUE ZERO.
       01  WS-TOT-DISCOUNTS            PIC 9(09)V99 VALUE ZERO.
       01  WS-TOT-CREDITS              PIC 9(09)V99 VALUE ZERO.
       01  WS-TOT-PAYMENTS             PIC 9(09)V99 VALUE ZERO.
       01  WS-DR-TOTAL                 PIC 9(11)V99 VALUE ZERO.
       01  WS-CR-TOTAL                 PIC 9(11)V99 VALUE ZERO.
       01  WS-LINE-COUNT               PIC 9(05) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           ACCEPT WS-PERIOD FROM ENVIRONMENT "GL_PERIOD".
           IF WS-PERIOD = SPACE
               DISPLAY "GL_PERIOD REQUIRED"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           PERFORM LOAD-GLMAP.
           IF WS-REFUSED = "Y"
               GO TO MAIN-REFUSED
           END-IF.
           PERFORM LOAD-INVOICES.
           PERFORM LOAD-CREDITS.
           PERFORM LOAD-PAYMENTS.
           IF WS-REFUSED = "Y"
               GO TO MAIN-REFUSED
           END-IF.
           PERFORM CHECK-ACCOUNTS.
           PERFORM CHECK-ARREARS-TOTALS.
           IF WS-REFUSED = "Y"
               GO TO MAIN-REFUSED
           END-IF.
           PERFORM WRITE-JOURNAL.
      *    an unbalanced journal is emptied so it cannot be posted
           IF WS-DR-TOTAL NOT = WS-CR-TOTAL
               DISPLAY "DR " WS-DR-TOTAL " NOT EQUAL CR " WS-CR-TOTAL
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               GO TO MAIN-REFUSED
           END-IF.
           DISPLAY "BILLING JOURNAL " WS-PERIOD " WRITTEN - LINES "
               WS-LINE-COUNT.
           DISPLAY "DR=" WS-DR-TOTAL " CR=" WS-CR-TOTAL.
           GO TO MAIN-EXIT.
       MAIN-REFUSED.
           DISPLAY "BILLING GL EXTRACT " WS-PERIOD " REFUSED".
           MOVE 16 TO RETURN-CODE.
       MAIN-EXIT.
           EXIT.
           STOP RUN.
      /
      *  LOAD-GLMAP - course rows into the table, the *AR / *CASH /
      *  *DISC rows into their own accounts
       LOAD-GLMAP SECTION.
       LOAD-GLMAP-START.
           OPEN INPUT GLMAP-FILE.
           IF WS-GLMAP-STATUS NOT = "00"
               DISPLAY "GLMAP.txt NOT AVAILABLE"
               MOVE "Y"                TO WS-REFUSED
               GO TO LOAD-GLMAP-EXIT
           END-IF.
           MOVE "N"                    TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ GLMAP-FILE
                   AT END
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       EVALUATE GM-KEY
                           WHEN "*AR"
                               MOVE GM-ACCOUNT TO WS-ACCT-AR
                           WHEN "*CASH"
                               MOVE GM-ACCOUNT TO WS-ACCT-CASH
                           WHEN "*DISC"
                               MOVE GM-ACCOUNT TO WS-ACCT-DISC
                           WHEN OTHER
                               PERFORM ADD-GLMAP-ROW
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE GLMAP-FILE.
           IF WS-ACCT-AR = SPACE
               DISPLAY "GLMAP.txt MISSING *AR RECEIVABLE ROW"
               MOVE "Y"                TO WS-REFUSED
           END-IF.
       LOAD-GLMAP-EXIT.
           EXIT.
      /
       ADD-GLMAP-ROW SECTION.
       ADD-GLMAP-ROW-START.
           IF WS-GM-CNT >= WS-GM-MAX
               DISPLAY "GLMAP TABLE FULL - " GM-KEY " NOT LOADED"
               GO TO ADD-GLMAP-ROW-EXIT
           END-IF.
           ADD 1                       TO WS-GM-CNT.
           MOVE GM-KEY                 TO WS-GM-COURSE(WS-GM-CNT).
           MOVE GM-ACCOUNT             TO WS-GM-ACCOUNT(WS-GM-CNT).
       ADD-GLMAP-ROW-EXIT.
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
                       IF IV-DATE(1:6) = WS-PERIOD
                           IF IV-DISCOUNT-LINE
                               ADD IV-FEE TO WS-TOT-DISCOUNTS
                           ELSE
                               MOVE IV-COURSE-CODE TO WS-KEY-COURSE
                               MOVE IV-FEE      TO WS-KEY-AMOUNT
                               MOVE "F"         TO WS-ADD-SIDE
                               PERFORM ACCUM-COURSE
                           END-IF
                       END-IF
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
                       IF CN-DATE(1:6) = WS-PERIOD
                           MOVE CN-COURSE-CODE TO WS-KEY-COURSE
                           MOVE CN-AMOUNT      TO WS-KEY-AMOUNT
                           MOVE "C"            TO WS-ADD-SIDE
                           PERFORM ACCUM-COURSE
                       END-IF
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
                       IF PM-DATE(1:6) = WS-PERIOD
                           ADD PM-AMOUNT TO WS-TOT-PAYMENTS
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-FILE.
       LOAD-PAYMENTS-EXIT.
           EXIT.
      /
      *  ACCUM-COURSE - one fee line (side F) or credit note (side C)
      *  into the course's revenue totals
       ACCUM-COURSE SECTION.
       ACCUM-COURSE-START.
           MOVE "N"                    TO WS-CR-FOUND.
           PERFORM VARYING WS-CR-IX FROM 1 BY 1
                   UNTIL WS-CR-IX > WS-CR-CNT
                   OR WS-CR-FOUND = "Y"
               IF WS-CR-COURSE(WS-CR-IX) = WS-KEY-COURSE
                   MOVE "Y"            TO WS-CR-FOUND
                   SUBTRACT 1          FROM WS-CR-IX
               END-IF
           END-PERFORM.
           IF WS-CR-FOUND = "N"
               IF WS-CR-CNT >= WS-CR-MAX
                   DISPLAY "COURSE TABLE FULL - " WS-KEY-COURSE
                       " NOT POSTED"
                   MOVE "Y"            TO WS-REFUSED
                   GO TO ACCUM-COURSE-EXIT
               END-IF
               ADD 1                   TO WS-CR-CNT
               MOVE WS-CR-CNT          TO WS-CR-IX
               MOVE WS-KEY-COURSE      TO WS-CR-COURSE(WS-CR-IX)
               MOVE SPACE              TO WS-CR-ACCOUNT(WS-CR-IX)
               MOVE ZERO               TO WS-CR-FEES(WS-CR-IX)
               MOVE ZERO               TO WS-CR-CREDITS(WS-CR-IX)
           END-IF.
           IF WS-ADD-SIDE = "F"
               ADD WS-KEY-AMOUNT       TO WS-CR-FEES(WS-CR-IX)
               ADD WS-KEY-AMOUNT       TO WS-TOT-FEES
           ELSE
               ADD WS-KEY-AMOUNT       TO WS-CR-CREDITS(WS-CR-IX)
               ADD WS-KEY-AMOUNT       TO WS-TOT-CREDITS
           END-IF.
       ACCUM-COURSE-EXIT.
           EXIT.
      /
      *  CHECK-ACCOUNTS - every course with activity in the month
      *  needs a GLMAP.txt row; payments and discounts need *CASH and
      *  *DISC.  All the gaps are listed before the run is refused.
       CHECK-ACCOUNTS SECTION.
       CHECK-ACCOUNTS-START.
           PERFORM VARYING WS-CR-IX FROM 1 BY 1
                   UNTIL WS-CR-IX > WS-CR-CNT
               MOVE "N"                TO WS-GM-FOUND
               PERFORM VARYING WS-GM-IX FROM 1 BY 1
                       UNTIL WS-GM-IX > WS-GM-CNT
                       OR WS-GM-FOUND = "Y"
                   IF WS-GM-COURSE(WS-GM-IX) = WS-CR-COURSE(WS-CR-IX)
                       MOVE "Y"        TO WS-GM-FOUND
                       MOVE WS-GM-ACCOUNT(WS-GM-IX)
                           TO WS-CR-ACCOUNT(WS-CR-IX)
                   END-IF
               END-PERFORM
               IF WS-GM-FOUND = "N"
                   DISPLAY "COURSE " WS-CR-COURSE(WS-CR-IX)
                       " NOT ON GLMAP.txt"
                   MOVE "Y"            TO WS-REFUSED
               END-IF
           END-PERFORM.
           IF WS-TOT-PAYMENTS > ZERO
           AND WS-ACCT-CASH = SPACE
               DISPLAY "GLMAP.txt MISSING *CASH ROW"
               MOVE "Y"                TO WS-REFUSED
           END-IF.
           IF WS-TOT-DISCOUNTS > ZERO
           AND WS-ACCT-DISC = SPACE
               DISPLAY "GLMAP.txt MISSING *DISC ROW"
               MOVE "Y"                TO WS-REFUSED
           END-IF.
       CHECK-ACCOUNTS-EXIT.
           EXIT.
      /
      *  CHECK-ARREARS-TOTALS - the month's fees, discounts, credit
      *  notes and payments must equal those arrears-report wrote to
      *  ARREARS.CTL for the same period
       CHECK-ARREARS-TOTALS SECTION.
       CHECK-ARREARS-TOTALS-START.
           OPEN INPUT ARREARS-CTL.
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "ARREARS.CTL NOT AVAILABLE - RUN ARREARS-REPORT "
                   "WITH ARREARS_PERIOD=" WS-PERIOD
               MOVE "Y"                TO WS-REFUSED
               GO TO CHECK-ARREARS-TOTALS-EXIT
           END-IF.
           READ ARREARS-CTL
               AT END
                   MOVE SPACE          TO AT-PERIOD
           END-READ.
           CLOSE ARREARS-CTL.
           IF AT-PERIOD NOT = WS-PERIOD
               DISPLAY "ARREARS.CTL IS FOR PERIOD " AT-PERIOD
                   " - RUN ARREARS-REPORT WITH ARREARS_PERIOD="
                   WS-PERIOD
               MOVE "Y"                TO WS-REFUSED
               GO TO CHECK-ARREARS-TOTALS-EXIT
           END-IF.
           IF AT-FEES NOT = WS-TOT-FEES
               DISPLAY "FEES " WS-TOT-FEES " NOT EQUAL ARREARS "
                   AT-FEES
               MOVE "Y"                TO WS-REFUSED
           END-IF.
           IF AT-DISCOUNTS NOT = WS-TOT-DISCOUNTS
               DISPLAY "DISCOUNTS " WS-TOT-DISCOUNTS
                   " NOT EQUAL ARREARS " AT-DISCOUNTS
               MOVE "Y"                TO WS-REFUSED
           END-IF.
           IF AT-CREDITS NOT = WS-TOT-CREDITS
               DISPLAY "CREDITS " WS-TOT-CREDITS " NOT EQUAL ARREARS "
                   AT-CREDITS
               MOVE "Y"                TO WS-REFUSED
           END-IF.
           IF AT-PAYMENTS NOT = WS-TOT-PAYMENTS
               DISPLAY "PAYMENTS " WS-TOT-PAYMENTS
                   " NOT EQUAL ARREARS " AT-PAYMENTS
               MOVE "Y"                TO WS-REFUSED
           END-IF.
       CHECK-ARREARS-TOTALS-EXIT.
           EXIT.
      /
      *  WRITE-JOURNAL - receivable debit and revenue credits by
      *  course for the fees; credit notes reverse the course revenue
      *  against the receivable; discounts and payments clear the
      *  receivable against *DISC and *CASH
       WRITE-JOURNAL SECTION.
       WRITE-JOURNAL-START.
           OPEN OUTPUT JOURNAL-FILE.
           MOVE SPACES                 TO JOURNAL-RECORD.
           MOVE WS-PERIOD              TO JR-PERIOD.
           IF WS-TOT-FEES > ZERO
               MOVE "DR"               TO JR-TYPE
               MOVE WS-ACCT-AR         TO JR-ACCOUNT
               MOVE WS-TOT-FEES        TO JR-AMOUNT
               MOVE "STUDENT FEES BILLED" TO JR-DESC
               PERFORM WRITE-JOURNAL-LINE
           END-IF.
           PERFORM VARYING WS-CR-IX FROM 1 BY 1
                   UNTIL WS-CR-IX > WS-CR-CNT
               IF WS-CR-FEES(WS-CR-IX) > ZERO
                   MOVE "CR"           TO JR-TYPE
                   MOVE WS-CR-ACCOUNT(WS-CR-IX) TO JR-ACCOUNT
                   MOVE WS-CR-FEES(WS-CR-IX)    TO JR-AMOUNT
                   MOVE SPACES         TO JR-DESC
                   STRING "FEE REVENUE "         DELIMITED BY SIZE
                          WS-CR-COURSE(WS-CR-IX) DELIMITED BY SIZE
                       INTO JR-DESC
                   PERFORM WRITE-JOURNAL-LINE
               END-IF
               IF WS-CR-CREDITS(WS-CR-IX) > ZERO
                   MOVE "DR"           TO JR-TYPE
                   MOVE WS-CR-ACCOUNT(WS-CR-IX) TO JR-ACCOUNT
                   MOVE WS-CR-CREDITS(WS-CR-IX) TO JR-AMOUNT
                   MOVE SPACES         TO JR-DESC
                   STRING "FEE CREDIT "          DELIMITED BY SIZE
                          WS-CR-COURSE(WS-CR-IX) DELIMITED BY SIZE
                       INTO JR-DESC
                   PERFORM WRITE-JOURNAL-LINE
               END-IF
           END-PERFORM.
           IF WS-TOT-CREDITS > ZERO
               MOVE "CR"               TO JR-TYPE
               MOVE WS-ACCT-AR         TO JR-ACCOUNT
               MOVE WS-TOT-CREDITS     TO JR-AMOUNT
               MOVE "CREDIT NOTES"     TO JR-DESC
               PERFORM WRITE-JOURNAL-LINE
           END-IF.
           IF WS-TOT-DISCOUNTS > ZERO
               MOVE "DR"               TO JR-TYPE
               MOVE WS-ACCT-DISC       TO JR-ACCOUNT
               MOVE WS-TOT-DISCOUNTS   TO JR-AMOUNT
               MOVE "SCHOLARSHIP EXPENSE" TO JR-DESC
               PERFORM WRITE-JOURNAL-LINE
               MOVE "CR"               TO JR-TYPE
               MOVE WS-ACCT-AR         TO JR-ACCOUNT
               MOVE "DISCOUNTS ALLOWED" TO JR-DESC
               PERFORM WRITE-JOURNAL-LINE
           END-IF.
           IF WS-TOT-PAYMENTS > ZERO
               MOVE "DR"               TO JR-TYPE
               MOVE WS-ACCT-CASH       TO JR-ACCOUNT
               MOVE WS-TOT-PAYMENTS    TO JR-AMOUNT
               MOVE "STUDENT PAYMENTS" TO JR-DESC
               PERFORM WRITE-JOURNAL-LINE
               MOVE "CR"               TO JR-TYPE
               MOVE WS-ACCT-AR         TO JR-ACCOUNT
               MOVE "PAYMENTS RECEIVED" TO JR-DESC
               PERFORM WRITE-JOURNAL-LINE
           END-IF.
           CLOSE JOURNAL-FILE.
       WRITE-JOURNAL-EXIT.
           EXIT.
      /
       WRITE-JOURNAL-LINE SECTION.
       WRITE-JOURNAL-LINE-START.
           WRITE JOURNAL-RECORD.
           ADD 1                       TO WS-LINE-COUNT.
           IF JR-TYPE = "DR"
               ADD JR-AMOUNT           TO WS-DR-TOTAL
           ELSE
               ADD JR-AMOUNT           TO WS-CR-TOTAL
           END-IF.
       WRITE-JOURNAL-LINE-EXIT.
           EXIT.
