       IDENTIFICATION DIVISION.
       PROGRAM-ID. arrears-report.
      ******************************************************************
      *  Arrears report: sums INVOICE.DAT, CREDIT.DAT and PAYMENT.DAT
      *  per student and lists every student whose billed total
      *  exceeds their credit notes and payments.  Output ARREARS.RPT.
      *  The fee, discount, credit note and payment totals for the
      *  month in ARREARS_PERIOD (YYYYMM; blank = all dates) go to
      *  ARREARS.CTL, which billing-gl checks its journal against.
      *
      *  MODIFICATION HISTORY
      *    2026/09/02  LKT  New program, part of the billing
      *                     subsystem.
      *    2026/10/15  LKT  Credit notes from withdrawals (CREDIT.DAT)
      *                     reduce the amount due; report line
      *                     widened to X(90) for the CREDIT= column.
      *    2026/10/15  LKT  PAYMENT-RECORD carries the receipt
      *                     number and payment method post-payment
      *                     now records (38 bytes).
      *    2026/10/15  LKT  Discount lines on INVOICE.DAT (awards
      *                     applied by invoice-run) reduce BILLED,
      *                     which is now the net billed.
      *    2026/10/15  LKT  Control totals for the month in
      *                     ARREARS_PERIOD written to ARREARS.CTL for
      *                     the billing GL extract.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVOICE-STATUS.

           SELECT CREDIT-FILE ASSIGN TO "CREDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CREDIT-STATUS.

           SELECT PAYMENT-FILE ASSIGN TO "PAYMENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT ARREARS-RPT ASSIGN TO "ARREARS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARREARS-CTL ASSIGN TO "ARREARS.CTL"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
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
           03  PM-DATE                 PIC 9(08).
           03  PM-AMOUNT               PIC 9(05)V99.
           03  PM-OPERATOR             PIC X(08).
           03  PM-RECEIPT-NO           PIC 9(08).
           03  PM-METHOD               PIC X(01).

       FD  ARREARS-RPT.
       01  ARREARS-LINE                PIC X(90).

       FD  ARREARS-CTL.
       01  ARREARS-CTL-RECORD.
           03  AT-PERIOD               PIC X(06).
           03  AT-FEES                 PIC 9(09)V99.
           03  AT-DISCOUNTS            PIC 9(09)V99.
           03  AT-CREDITS              PIC 9(09)V99.
           03  AT-PAYMENTS             PIC 9(09)V99.
           03  AT-RUN-DATE             PIC 9(08).

       WORKING-STORAGE SECTION.
       01  WS-INVOICE-STATUS           PIC X(02).
       01  WS-PAYMENT-STATUS           PIC X(02).
       01  WS-CREDIT-STATUS            PIC X(02).
       01  WS-EOF                      PIC X(01).
       01  WS-KEY-ID                   PIC 9(06).
       01  WS-KEY-AMOUNT               PIC 9(07)V99.
       01  WS-ADD-SIDE                 PIC X(01).
       01  WS-PERIOD                   PIC X(06) VALUE SPACE.
       01  WS-KEY-PERIOD               PIC X(06).
       01  WS-PD-FEES                  PIC 9(09)V99 VALUE ZERO.
       01  WS-PD-DISCOUNTS             PIC 9(09)V99 VALUE ZERO.
       01  WS-PD-CREDITS               PIC 9(09)V99 VALUE ZERO.
       01  WS-PD-PAYMENTS              PIC 9(09)V99 VALUE ZERO.
       01  WS-AC-MAX                   PIC 9(04) VALUE 2000.
       01  WS-AC-CNT                   PIC 9(04) VALUE ZERO.
       01  WS-AC-IX                    PIC 9(04).
               05  WS-AC-ID            PIC 9(06).
               05  WS-AC-BILLED        PIC 9(07)V99.
               05  WS-AC-PAID          PIC 9(07)V99.
               05  WS-AC-CREDIT        PIC 9(07)V99.
       01  WS-ARREARS                  PIC S9(08)V99.
       01  WS-ARREARS-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-HEADER-LINE              PIC X(40)
           03  WS-DET-ID               PIC 9(06).
           03  FILLER                  PIC X(08) VALUE " BILLED=".
           03  WS-DET-BILLED           PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(08) VALUE " CREDIT=".
           03  WS-DET-CREDIT           PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(06) VALUE " PAID=".
           03  WS-DET-PAID             PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(05) VALUE " DUE=".
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           ACCEPT WS-PERIOD FROM ENVIRONMENT "ARREARS_PERIOD".
           PERFORM LOAD-INVOICES.
           PERFORM LOAD-CREDITS.
           PERFORM LOAD-PAYMENTS.
           OPEN OUTPUT ARREARS-RPT.
           WRITE ARREARS-LINE FROM WS-HEADER-LINE.
           PERFORM VARYING WS-AC-IX FROM 1 BY 1
                   UNTIL WS-AC-IX > WS-AC-CNT
               COMPUTE WS-ARREARS =
                   WS-AC-BILLED(WS-AC-IX) - WS-AC-CREDIT(WS-AC-IX)
                 - WS-AC-PAID(WS-AC-IX)
               IF WS-ARREARS > ZERO
                   MOVE WS-AC-ID(WS-AC-IX)     TO WS-DET-ID
                   MOVE WS-AC-BILLED(WS-AC-IX) TO WS-DET-BILLED
                   MOVE WS-AC-CREDIT(WS-AC-IX) TO WS-DET-CREDIT
                   MOVE WS-AC-PAID(WS-AC-IX)   TO WS-DET-PAID
                   MOVE WS-ARREARS             TO WS-DET-DUE
                   WRITE ARREARS-LINE FROM WS-DETAIL-LINE
               END-IF
           END-PERFORM.
           CLOSE ARREARS-RPT.
           OPEN OUTPUT ARREARS-CTL.
           MOVE WS-PERIOD              TO AT-PERIOD.
           MOVE WS-PD-FEES             TO AT-FEES.
           MOVE WS-PD-DISCOUNTS        TO AT-DISCOUNTS.
           MOVE WS-PD-CREDITS          TO AT-CREDITS.
           MOVE WS-PD-PAYMENTS         TO AT-PAYMENTS.
           ACCEPT AT-RUN-DATE FROM DATE YYYYMMDD.
           WRITE ARREARS-CTL-RECORD.
           CLOSE ARREARS-CTL.
           DISPLAY "STUDENTS IN ARREARS: " WS-ARREARS-COUNT.
       MAIN-EXIT.
           EXIT.
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       MOVE IV-STUDENT-ID TO WS-KEY-ID
                       MOVE IV-DATE(1:6)  TO WS-KEY-PERIOD
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
               GO TO LOAD-CREDITS-EXIT
           END-IF.
           MOVE "N"                    TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CREDIT-FILE
                   AT END
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       MOVE CN-STUDENT-ID TO WS-KEY-ID
                       MOVE CN-DATE(1:6)  TO WS-KEY-PERIOD
                       MOVE CN-AMOUNT     TO WS-KEY-AMOUNT
                       MOVE "C"           TO WS-ADD-SIDE
                       PERFORM ACCUM-STUDENT
               END-READ
           END-PERFORM.
           CLOSE CREDIT-FILE.
       LOAD-CREDITS-EXIT.
           EXIT.
      /
       LOAD-PAYMENTS SECTION.
       LOAD-PAYMENTS-START.
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       MOVE PM-STUDENT-ID TO WS-KEY-ID
                       MOVE PM-DATE(1:6)  TO WS-KEY-PERIOD
                       MOVE PM-AMOUNT     TO WS-KEY-AMOUNT
                       MOVE "P"           TO WS-ADD-SIDE
                       PERFORM ACCUM-STUDENT
       LOAD-PAYMENTS-EXIT.
           EXIT.
      /
      *  ACCUM-STUDENT - one line into the student's balance and, when
      *  dated in the control period, into the ARREARS.CTL totals
       ACCUM-STUDENT SECTION.
       ACCUM-STUDENT-START.
           IF WS-PERIOD = SPACE
           OR WS-KEY-PERIOD = WS-PERIOD
               EVALUATE WS-ADD-SIDE
                   WHEN "B"
                       ADD WS-KEY-AMOUNT TO WS-PD-FEES
                   WHEN "D"
                       ADD WS-KEY-AMOUNT TO WS-PD-DISCOUNTS
                   WHEN "C"
                       ADD WS-KEY-AMOUNT TO WS-PD-CREDITS
                   WHEN OTHER
                       ADD WS-KEY-AMOUNT TO WS-PD-PAYMENTS
               END-EVALUATE
           END-IF.
           MOVE "N"                    TO WS-AC-FOUND.
           PERFORM VARYING WS-AC-IX FROM 1 BY 1
                   UNTIL WS-AC-IX > WS-AC-CNT
               MOVE WS-KEY-ID          TO WS-AC-ID(WS-AC-IX)
               MOVE ZERO               TO WS-AC-BILLED(WS-AC-IX)
               MOVE ZERO               TO WS-AC-PAID(WS-AC-IX)
               MOVE ZERO               TO WS-AC-CREDIT(WS-AC-IX)
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
