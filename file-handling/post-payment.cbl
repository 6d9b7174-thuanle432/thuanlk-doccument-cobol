       IDENTIFICATION DIVISION.
       PROGRAM-ID. post-payment.
      ******************************************************************
      *  Payments entry: prompts for student id, amount and payment
      *  method until a zero id is entered, appending each payment
      *  (student, date, amount, operator, receipt number, method) to
      *  PAYMENT.DAT and printing a receipt on RECEIPT.RPT.  The
      *  records are kept so statements can be reprinted through
      *  student-statement.
      *
      *  Receipt numbers run on from the last one issued, kept in
      *  RECEIPT.CTL.  Once cashier-close has closed a day
      *  (CASHCLOSE.DAT), no more payments are taken for that date.
      *
      *  Methods: C = cash, D = card, T = bank transfer.
      *
      *  MODIFICATION HISTORY
      *    2026/09/02  LKT  New program, part of the billing
      *                     subsystem.
      *    2026/10/15  LKT  Sequential receipt number (RECEIPT.CTL)
      *                     and payment method on every payment, a
      *                     printed receipt, and no entry for a day
      *                     cashier-close has closed.  PAYMENT-RECORD
      *                     widened from 29 to 38 bytes.
      *    2026/10/15  LKT  RECEIPT.CTL re-read just before each number
      *                     is issued, not once per session.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PAYMENT-FILE ASSIGN TO "PAYMENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT RECEIPT-CTL ASSIGN TO "RECEIPT.CTL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECEIPT-CTL-STATUS.

           SELECT CLOSE-FILE ASSIGN TO "CASHCLOSE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSE-STATUS.

           SELECT RECEIPT-RPT ASSIGN TO "RECEIPT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECEIPT-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-FILE.
           03  PM-DATE                 PIC 9(08).
           03  PM-AMOUNT               PIC 9(05)V99.
           03  PM-OPERATOR             PIC X(08).
           03  PM-RECEIPT-NO           PIC 9(08).
           03  PM-METHOD               PIC X(01).

       FD  RECEIPT-CTL.
       01  RECEIPT-CTL-RECORD.
           03  RC-LAST-RECEIPT         PIC 9(08).

       FD  CLOSE-FILE.
       01  CLOSE-RECORD.
           03  CC-DATE                 PIC 9(08).
           03  CC-OPERATOR             PIC X(08).
           03  CC-CASH-RECORDED        PIC 9(07)V99.
           03  CC-CASH-COUNTED         PIC 9(07)V99.
           03  CC-CARD-RECORDED        PIC 9(07)V99.
           03  CC-TRANSFER-RECORDED    PIC 9(07)V99.
           03  CC-DEPOSIT              PIC 9(07)V99.
           03  CC-CLOSE-DATE           PIC 9(08).
           03  CC-CLOSE-TIME           PIC 9(06).

       FD  RECEIPT-RPT.
       01  RECEIPT-LINE                PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-PAYMENT-STATUS           PIC X(02).
       01  WS-RECEIPT-CTL-STATUS       PIC X(02).
       01  WS-CLOSE-STATUS             PIC X(02).
       01  WS-RECEIPT-RPT-STATUS       PIC X(02).
       01  WS-STUDENT-ID               PIC 9(06).
       01  WS-AMOUNT                   PIC 9(05)V99.
       01  WS-METHOD                   PIC X(01).
           88  WS-METHOD-CASH          VALUE "C".
           88  WS-METHOD-CARD          VALUE "D".
           88  WS-METHOD-TRANSFER      VALUE "T".
           88  WS-METHOD-VALID         VALUE "C" "D" "T".
       01  WS-TODAY                    PIC 9(08).
       01  WS-TODAY-X REDEFINES WS-TODAY.
           03  WS-TODAY-YYYY           PIC X(04).
           03  WS-TODAY-MM             PIC X(02).
           03  WS-TODAY-DD             PIC X(02).
       01  WS-OPERATOR                 PIC X(08) VALUE SPACE.
       01  WS-PAYMENT-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-DAY-CLOSED               PIC X(01).
       01  WS-CLOSE-EOF                PIC X(01).
       01  WS-RCP-RULE-LINE            PIC X(40) VALUE ALL "=".
       01  WS-RCP-TITLE-LINE           PIC X(40)
           VALUE "PAYMENT RECEIPT".
       01  WS-RCP-NO-LINE.
           03  FILLER                  PIC X(12) VALUE "RECEIPT NO  ".
           03  WS-RCP-NO               PIC 9(08).
       01  WS-RCP-DATE-LINE.
           03  FILLER                  PIC X(12) VALUE "DATE        ".
           03  WS-RCP-YYYY             PIC X(04).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WS-RCP-MM               PIC X(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WS-RCP-DD               PIC X(02).
       01  WS-RCP-STUDENT-LINE.
           03  FILLER                  PIC X(12) VALUE "STUDENT     ".
           03  WS-RCP-STUDENT          PIC 9(06).
       01  WS-RCP-AMOUNT-LINE.
           03  FILLER                  PIC X(12) VALUE "AMOUNT      ".
           03  WS-RCP-AMOUNT           PIC ZZ,ZZ9.99.
       01  WS-RCP-METHOD-LINE.
           03  FILLER                  PIC X(12) VALUE "PAID BY     ".
           03  WS-RCP-METHOD           PIC X(08).
       01  WS-RCP-CASHIER-LINE.
           03  FILLER                  PIC X(12) VALUE "CASHIER     ".
           03  WS-RCP-CASHIER          PIC X(08).
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
               MOVE "CASHIER"          TO WS-OPERATOR
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           PERFORM CHECK-DAY-CLOSED.
           IF WS-DAY-CLOSED = "Y"
               DISPLAY "PAYMENTS FOR " WS-TODAY
                   " ARE CLOSED - NO FURTHER ENTRY"
               MOVE 8                  TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           PERFORM READ-RECEIPT-CTL.
           OPEN EXTEND PAYMENT-FILE.
           IF WS-PAYMENT-STATUS = "05" OR WS-PAYMENT-STATUS = "35"
               OPEN OUTPUT PAYMENT-FILE
           END-IF.
           OPEN EXTEND RECEIPT-RPT.
           IF WS-RECEIPT-RPT-STATUS = "05"
           OR WS-RECEIPT-RPT-STATUS = "35"
               OPEN OUTPUT RECEIPT-RPT
           END-IF.
           PERFORM TAKE-PAYMENT.
           PERFORM TAKE-PAYMENT
               UNTIL WS-STUDENT-ID = ZERO.
           CLOSE PAYMENT-FILE RECEIPT-RPT.
           DISPLAY "PAYMENTS POSTED: " WS-PAYMENT-COUNT.
       MAIN-EXIT.
           EXIT.
               DISPLAY "ZERO AMOUNT - NOT POSTED"
               GO TO TAKE-PAYMENT-EXIT
           END-IF.
           DISPLAY "METHOD (C=CASH D=CARD T=TRANSFER): "
                                           WITH NO ADVANCING
                                           ACCEPT WS-METHOD.
           IF NOT WS-METHOD-VALID
               DISPLAY "INVALID METHOD - NOT POSTED"
               GO TO TAKE-PAYMENT-EXIT
           END-IF.
      *    the day may have been closed while this session was open
           PERFORM CHECK-DAY-CLOSED.
           IF WS-DAY-CLOSED = "Y"
               DISPLAY "PAYMENTS FOR " WS-TODAY
                   " ARE CLOSED - NOT POSTED"
               MOVE ZERO               TO WS-STUDENT-ID
               GO TO TAKE-PAYMENT-EXIT
           END-IF.
      *    take the number from the control file as it stands now, so
      *    a second terminal issuing receipts is never duplicated
           PERFORM READ-RECEIPT-CTL.
           ADD 1                       TO RC-LAST-RECEIPT.
           PERFORM WRITE-RECEIPT-CTL.
           MOVE WS-STUDENT-ID          TO PM-STUDENT-ID.
           MOVE WS-TODAY               TO PM-DATE.
           MOVE WS-AMOUNT              TO PM-AMOUNT.
           MOVE WS-OPERATOR            TO PM-OPERATOR.
           MOVE RC-LAST-RECEIPT        TO PM-RECEIPT-NO.
           MOVE WS-METHOD              TO PM-METHOD.
           WRITE PAYMENT-RECORD.
           ADD 1                       TO WS-PAYMENT-COUNT.
           PERFORM PRINT-RECEIPT.
           DISPLAY "PAYMENT POSTED - RECEIPT " RC-LAST-RECEIPT.
       TAKE-PAYMENT-EXIT.
           EXIT.
      /
       PRINT-RECEIPT SECTION.
       PRINT-RECEIPT-START.
           MOVE RC-LAST-RECEIPT        TO WS-RCP-NO.
           MOVE WS-TODAY-YYYY          TO WS-RCP-YYYY.
           MOVE WS-TODAY-MM            TO WS-RCP-MM.
           MOVE WS-TODAY-DD            TO WS-RCP-DD.
           MOVE WS-STUDENT-ID          TO WS-RCP-STUDENT.
           MOVE WS-AMOUNT              TO WS-RCP-AMOUNT.
           EVALUATE TRUE
               WHEN WS-METHOD-CASH
                   MOVE "CASH"         TO WS-RCP-METHOD
               WHEN WS-METHOD-CARD
                   MOVE "CARD"         TO WS-RCP-METHOD
               WHEN OTHER
                   MOVE "TRANSFER"     TO WS-RCP-METHOD
           END-EVALUATE.
           MOVE WS-OPERATOR            TO WS-RCP-CASHIER.
           WRITE RECEIPT-LINE FROM WS-RCP-RULE-LINE.
           WRITE RECEIPT-LINE FROM WS-RCP-TITLE-LINE.
           WRITE RECEIPT-LINE FROM WS-RCP-NO-LINE.
           WRITE RECEIPT-LINE FROM WS-RCP-DATE-LINE.
           WRITE RECEIPT-LINE FROM WS-RCP-STUDENT-LINE.
           WRITE RECEIPT-LINE FROM WS-RCP-AMOUNT-LINE.
           WRITE RECEIPT-LINE FROM WS-RCP-METHOD-LINE.
           WRITE RECEIPT-LINE FROM WS-RCP-CASHIER-LINE.
           WRITE RECEIPT-LINE FROM WS-RCP-RULE-LINE.
       PRINT-RECEIPT-EXIT.
           EXIT.
      /
      *  CHECK-DAY-CLOSED - WS-DAY-CLOSED = "Y" when CASHCLOSE.DAT
      *  holds a close for today
       CHECK-DAY-CLOSED SECTION.
       CHECK-DAY-CLOSED-START.
           MOVE "N"                    TO WS-DAY-CLOSED.
           OPEN INPUT CLOSE-FILE.
           IF WS-CLOSE-STATUS NOT = "00"
               GO TO CHECK-DAY-CLOSED-EXIT
           END-IF.
           MOVE "N"                    TO WS-CLOSE-EOF.
           PERFORM UNTIL WS-CLOSE-EOF = "Y"
               READ CLOSE-FILE
                   AT END
                       MOVE "Y"        TO WS-CLOSE-EOF
                   NOT AT END
                       IF CC-DATE = WS-TODAY
                           MOVE "Y"    TO WS-DAY-CLOSED
                           MOVE "Y"    TO WS-CLOSE-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLOSE-FILE.
       CHECK-DAY-CLOSED-EXIT.
           EXIT.
      /
       READ-RECEIPT-CTL SECTION.
       READ-RECEIPT-CTL-START.
           MOVE ZERO                   TO RC-LAST-RECEIPT.
           OPEN INPUT RECEIPT-CTL.
           IF WS-RECEIPT-CTL-STATUS = "00"
               READ RECEIPT-CTL
                   AT END
                       MOVE ZERO       TO RC-LAST-RECEIPT
               END-READ
               CLOSE RECEIPT-CTL
           END-IF.
       READ-RECEIPT-CTL-EXIT.
           EXIT.
      /
      *  WRITE-RECEIPT-CTL - rewritten as each number is issued, so a
      *  session that stops part way never hands a number out twice
       WRITE-RECEIPT-CTL SECTION.
       WRITE-RECEIPT-CTL-START.
           OPEN OUTPUT RECEIPT-CTL.
           WRITE RECEIPT-CTL-RECORD.
           CLOSE RECEIPT-CTL.
       WRITE-RECEIPT-CTL-EXIT.
           EXIT.
