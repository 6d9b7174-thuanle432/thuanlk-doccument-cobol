       IDENTIFICATION DIVISION.
       PROGRAM-ID. refund-list.
      ******************************************************************
      *  Refund payment list for the cashier: for every student given
      *  a credit note (CREDIT.DAT) on the list date, works out the
      *  account from INVOICE.DAT (less its award discount lines),
      *  CREDIT.DAT and PAYMENT.DAT and lists the money to pay back -
      *  the credit balance, but never more than that day's credit
      *  notes.  A credit note on an account still owing only reduces
      *  the balance and is counted, not listed.  The date comes from
      *  REFUND_LIST_DATE (YYYYMMDD, blank = today).  Output
      *  REFUND-LIST.RPT.
      *
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program - refunds were paid from a
      *                     spreadsheet kept by the office.
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

           SELECT REFUND-RPT ASSIGN TO "REFUND-LIST.RPT"
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

       FD  REFUND-RPT.
       01  REFUND-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INVOICE-STATUS           PIC X(02).
       01  WS-CREDIT-STATUS            PIC X(02).
       01  WS-PAYMENT-STATUS           PIC X(02).
       01  WS-EOF                      PIC X(01).
       01  WS-LIST-DATE-X              PIC X(08) VALUE SPACE.
       01  WS-LIST-DATE                PIC 9(08).
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
               05  WS-AC-PAID          PIC 9(07)V99.
               05  WS-AC-CREDIT        PIC 9(07)V99.
               05  WS-AC-CREDIT-DAY    PIC 9(07)V99.
       01  WS-REFUND                   PIC S9(08)V99.
       01  WS-REFUND-COUNT             PIC 9(04) VALUE ZERO.
       01  WS-APPLIED-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-REFUND-TOTAL             PIC 9(09)V99 VALUE ZERO.
       01  WS-HEADER-LINE.
           03  FILLER                  PIC X(20)
                                       VALUE "REFUND PAYMENT LIST ".
           03  WS-HDR-DATE             PIC 9(08).
       01  WS-DETAIL-LINE.
           03  FILLER                  PIC X(08) VALUE "STUDENT ".
           03  WS-DET-ID               PIC 9(06).
           03  FILLER                  PIC X(08) VALUE " CREDIT=".
           03  WS-DET-CREDIT           PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(09) VALUE " BALANCE=".
           03  WS-DET-BALANCE          PIC -ZZZ,ZZ9.99.
           03  FILLER                  PIC X(08) VALUE " REFUND=".
           03  WS-DET-REFUND           PIC ZZZ,ZZ9.99.
       01  WS-TOTAL-LINE.
           03  FILLER                  PIC X(08) VALUE "REFUNDS=".
           03  WS-TOT-COUNT            PIC ZZZ9.
           03  FILLER                  PIC X(07) VALUE " TOTAL=".
           03  WS-TOT-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(22)
                                       VALUE " CREDITED TO BALANCE=".
           03  WS-TOT-APPLIED          PIC ZZZ9.
       01  WS-SIGNOFF-LINE             PIC X(60)
           VALUE "PAID BY CASHIER: ____________________  DATE: ______".
       01  WS-BLANK-LINE               PIC X(80) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           ACCEPT WS-LIST-DATE-X FROM ENVIRONMENT "REFUND_LIST_DATE".
           IF WS-LIST-DATE-X = SPACE
               ACCEPT WS-LIST-DATE FROM DATE YYYYMMDD
           ELSE
               IF WS-LIST-DATE-X IS NOT NUMERIC
                   DISPLAY "REFUND_LIST_DATE MUST BE YYYYMMDD"
                   MOVE 16 TO RETURN-CODE
                   GO TO MAIN-EXIT
               END-IF
               MOVE WS-LIST-DATE-X     TO WS-LIST-DATE
           END-IF.
           PERFORM LOAD-INVOICES.
           PERFORM LOAD-CREDITS.
           PERFORM LOAD-PAYMENTS.
           OPEN OUTPUT REFUND-RPT.
           MOVE WS-LIST-DATE           TO WS-HDR-DATE.
           WRITE REFUND-LINE FROM WS-HEADER-LINE.
           WRITE REFUND-LINE FROM WS-BLANK-LINE.
           PERFORM VARYING WS-AC-IX FROM 1 BY 1
                   UNTIL WS-AC-IX > WS-AC-CNT
               IF WS-AC-CREDIT-DAY(WS-AC-IX) > ZERO
                   PERFORM LIST-REFUND
               END-IF
           END-PERFORM.
           MOVE WS-REFUND-COUNT        TO WS-TOT-COUNT.
           MOVE WS-REFUND-TOTAL        TO WS-TOT-AMOUNT.
           MOVE WS-APPLIED-COUNT       TO WS-TOT-APPLIED.
           WRITE REFUND-LINE FROM WS-BLANK-LINE.
           WRITE REFUND-LINE FROM WS-TOTAL-LINE.
           WRITE REFUND-LINE FROM WS-BLANK-LINE.
           WRITE REFUND-LINE FROM WS-SIGNOFF-LINE.
           CLOSE REFUND-RPT.
           DISPLAY "REFUNDS LISTED: " WS-REFUND-COUNT.
           DISPLAY "TOTAL TO PAY: " WS-REFUND-TOTAL.
       MAIN-EXIT.
           EXIT.
           STOP RUN.
      /
       LIST-REFUND SECTION.
       LIST-REFUND-START.
           COMPUTE WS-REFUND =
               WS-AC-PAID(WS-AC-IX) + WS-AC-CREDIT(WS-AC-IX)
             - WS-AC-BILLED(WS-AC-IX).
           IF WS-REFUND NOT > ZERO
               ADD 1                   TO WS-APPLIED-COUNT
               GO TO LIST-REFUND-EXIT
           END-IF.
           MOVE WS-AC-ID(WS-AC-IX)     TO WS-DET-ID.
           MOVE WS-AC-CREDIT-DAY(WS-AC-IX) TO WS-DET-CREDIT.
           COMPUTE WS-DET-BALANCE = ZERO - WS-REFUND.
           IF WS-REFUND > WS-AC-CREDIT-DAY(WS-AC-IX)
               MOVE WS-AC-CREDIT-DAY(WS-AC-IX) TO WS-REFUND
           END-IF.
           MOVE WS-REFUND              TO WS-DET-REFUND.
           WRITE REFUND-LINE FROM WS-DETAIL-LINE.
           ADD 1                       TO WS-REFUND-COUNT.
           ADD WS-REFUND               TO WS-REFUND-TOTAL.
       LIST-REFUND-EXIT.
           EXIT.
      /
       LOAD-INVOICES SECTION.
       LOAD-INVOICES-START.
           OPEN INPUT INVOICE-FILE.
           IF WS-INVOICE-STATUS NOT = "00"
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
                           MOVE "D"       TO WS-ADD-SIDE
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
               DISPLAY "CREDIT.DAT NOT AVAILABLE - NO REFUNDS"
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
                       MOVE "C"           TO WS-ADD-SIDE
                       PERFORM ACCUM-STUDENT
                       IF CN-DATE = WS-LIST-DATE
                       AND WS-AC-FOUND NOT = "F"
                           ADD CN-AMOUNT
                               TO WS-AC-CREDIT-DAY(WS-AC-IX)
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
                       MOVE PM-STUDENT-ID TO WS-KEY-ID
                       MOVE PM-AMOUNT     TO WS-KEY-AMOUNT
                       MOVE "P"           TO WS-ADD-SIDE
                       PERFORM ACCUM-STUDENT
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-FILE.
       LOAD-PAYMENTS-EXIT.
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
               MOVE ZERO               TO WS-AC-PAID(WS-AC-IX)
               MOVE ZERO               TO WS-AC-CREDIT(WS-AC-IX)
               MOVE ZERO               TO WS-AC-CREDIT-DAY(WS-AC-IX)
           END-IF.
           EVALUATE WS-ADD-SIDE
               WHEN "B"
                   ADD WS-KEY-AMOUNT   TO WS-AC-BILLED(WS-AC-IX)
               WHEN "D"
                   SUBTRACT WS-KEY-AMOUNT FROM WS-AC-BILLED(WS-AC-IX)
               WHEN "C"
                   ADD WS-KEY-AMOUNT   TO WS-AC-CREDIT(WS-AC-IX)
               WHEN OTHER
                   ADD WS-KEY-AMOUNT   TO WS-AC-PAID(WS-AC-IX)
           END-EVALUATE.
       ACCUM-STUDENT-EXIT.
           EXIT.
