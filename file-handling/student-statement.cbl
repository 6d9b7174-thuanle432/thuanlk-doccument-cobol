       IDENTIFICATION DIVISION.
       PROGRAM-ID. student-statement.
      ******************************************************************
      *  Statement reprint for one student from the kept INVOICE.DAT,
      *  CREDIT.DAT and PAYMENT.DAT records: every invoice and discount
      *  line, gross/discount/net billed, every credit note, every
      *  payment, and the closing balance.  The student comes from
      *  STATEMENT_STUDENT_ID.  Output STUDENT-STATEMENT.RPT.
      *
      *  MODIFICATION HISTORY
      *    2026/09/02  LKT  New program, part of the billing
      *                     subsystem.
      *    2026/10/15  LKT  Credit notes from withdrawals (CREDIT.DAT)
      *                     print after the invoices and reduce the
      *                     balance.
      *    2026/10/15  LKT  PAYMENT-RECORD carries the receipt
      *                     number and payment method post-payment
      *                     now records (38 bytes).
      *    2026/10/15  LKT  Scholarship/discount lines from the
      *                     invoice run print as DISCOUNT with the
      *                     award type, followed by the gross,
      *                     discount and net billed.
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

       FD  STATEMENT-RPT.
       01  STATEMENT-LINE              PIC X(60).
       WORKING-STORAGE SECTION.
       01  WS-INVOICE-STATUS           PIC X(02).
       01  WS-PAYMENT-STATUS           PIC X(02).
       01  WS-CREDIT-STATUS            PIC X(02).
       01  WS-EOF                      PIC X(01).
       01  WS-ID-X                     PIC X(06) VALUE SPACE.
       01  WS-STUDENT-ID               PIC 9(06).
       01  WS-BILLED                   PIC 9(07)V99 VALUE ZERO.
       01  WS-DISCOUNT                 PIC 9(07)V99 VALUE ZERO.
       01  WS-NET                      PIC 9(07)V99.
       01  WS-PAID                     PIC 9(07)V99 VALUE ZERO.
       01  WS-CREDITED                 PIC 9(07)V99 VALUE ZERO.
       01  WS-BALANCE                  PIC S9(08)V99.
       01  WS-HEADER-LINE.
           03  FILLER                  PIC X(19)
           03  WS-IL-COURSE            PIC X(05).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-IL-FEE               PIC ZZ,ZZ9.99.
       01  WS-DISC-LINE.
           03  FILLER                  PIC X(08) VALUE "DISCOUNT".
           03  WS-DL-DATE              PIC 9(08).
           03  FILLER                  PIC X(06) VALUE " TERM ".
           03  WS-DL-TERM              PIC X(05).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-COURSE            PIC X(05).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-AMOUNT            PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(04) VALUE " CR ".
           03  WS-DL-AWARD             PIC X(04).
       01  WS-NET-LINE.
           03  FILLER                  PIC X(07) VALUE "GROSS: ".
           03  WS-NL-GROSS             PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(12) VALUE "  DISCOUNT: ".
           03  WS-NL-DISCOUNT          PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(07) VALUE "  NET: ".
           03  WS-NL-NET               PIC ZZZ,ZZ9.99.
       01  WS-CREDIT-LINE.
           03  FILLER                  PIC X(08) VALUE "CREDIT  ".
           03  WS-CL-DATE              PIC 9(08).
           03  FILLER                  PIC X(06) VALUE " TERM ".
           03  WS-CL-TERM              PIC X(05).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-CL-COURSE            PIC X(05).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-CL-AMOUNT            PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(04) VALUE " CR ".
           03  WS-CL-PERCENT           PIC ZZ9.
           03  FILLER                  PIC X(01) VALUE "%".
       01  WS-PAY-LINE.
           03  FILLER                  PIC X(08) VALUE "PAYMENT ".
           03  WS-PL-DATE              PIC 9(08).
           WRITE STATEMENT-LINE FROM WS-HEADER-LINE.
           WRITE STATEMENT-LINE FROM WS-BLANK-LINE.
           PERFORM PRINT-INVOICES.
           COMPUTE WS-NET = WS-BILLED - WS-DISCOUNT.
           MOVE WS-BILLED              TO WS-NL-GROSS.
           MOVE WS-DISCOUNT            TO WS-NL-DISCOUNT.
           MOVE WS-NET                 TO WS-NL-NET.
           WRITE STATEMENT-LINE FROM WS-NET-LINE.
           WRITE STATEMENT-LINE FROM WS-BLANK-LINE.
           PERFORM PRINT-CREDITS.
           PERFORM PRINT-PAYMENTS.
           WRITE STATEMENT-LINE FROM WS-BLANK-LINE.
           COMPUTE WS-BALANCE = WS-NET - WS-CREDITED - WS-PAID.
           MOVE WS-BALANCE             TO WS-BL-AMOUNT.
           WRITE STATEMENT-LINE FROM WS-BAL-LINE.
           CLOSE STATEMENT-RPT.
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       IF IV-STUDENT-ID = WS-STUDENT-ID
                       AND IV-DISCOUNT-LINE
                           MOVE IV-DATE        TO WS-DL-DATE
                           MOVE IV-TERM        TO WS-DL-TERM
                           MOVE IV-COURSE-CODE TO WS-DL-COURSE
                           MOVE IV-FEE         TO WS-DL-AMOUNT
                           MOVE IV-AWARD-TYPE  TO WS-DL-AWARD
                           WRITE STATEMENT-LINE FROM WS-DISC-LINE
                           ADD IV-FEE          TO WS-DISCOUNT
                       END-IF
                       IF IV-STUDENT-ID = WS-STUDENT-ID
                       AND NOT IV-DISCOUNT-LINE
                           MOVE IV-DATE        TO WS-IL-DATE
                           MOVE IV-TERM        TO WS-IL-TERM
                           MOVE IV-COURSE-CODE TO WS-IL-COURSE
           CLOSE INVOICE-FILE.
       PRINT-INVOICES-EXIT.
           EXIT.
      /
       PRINT-CREDITS SECTION.
       PRINT-CREDITS-START.
           OPEN INPUT CREDIT-FILE.
           IF WS-CREDIT-STATUS NOT = "00"
               GO TO PRINT-CREDITS-EXIT
           END-IF.
           MOVE "N"                    TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CREDIT-FILE
                   AT END
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       IF CN-STUDENT-ID = WS-STUDENT-ID
                           MOVE CN-DATE        TO WS-CL-DATE
                           MOVE CN-TERM        TO WS-CL-TERM
                           MOVE CN-COURSE-CODE TO WS-CL-COURSE
                           MOVE CN-AMOUNT      TO WS-CL-AMOUNT
                           MOVE CN-PERCENT     TO WS-CL-PERCENT
                           WRITE STATEMENT-LINE FROM WS-CREDIT-LINE
                           ADD CN-AMOUNT       TO WS-CREDITED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CREDIT-FILE.
       PRINT-CREDITS-EXIT.
           EXIT.
      /
       PRINT-PAYMENTS SECTION.
       PRINT-PAYMENTS-START.
