       IDENTIFICATION DIVISION.
       PROGRAM-ID. cashier-close.
      ******************************************************************
      *  Daily cashier close: totals the day's PAYMENT.DAT takings for
      *  each operator by method (cash, card, transfer), asks for the
      *  cash counted in each operator's drawer and for the bank
      *  deposit, and reports the cash over/short per operator and
      *  the difference between the deposit and the cash counted.
      *  Payments with no method (posted before methods were kept)
      *  count as cash.
      *
      *  The close is recorded on CASHCLOSE.DAT; post-payment takes no
      *  further payments for a closed date, and a date can be closed
      *  only once.  The date comes from CASH_CLOSE_DATE (YYYYMMDD,
      *  blank = today).  Output CASH-CLOSE.RPT.
      *
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program - there was no end-of-day
      *                     cash-up, so a missing payment could not be
      *                     traced.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-FILE ASSIGN TO "PAYMENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYMENT-STATUS.

           SELECT CLOSE-FILE ASSIGN TO "CASHCLOSE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOSE-STATUS.

           SELECT CLOSE-RPT ASSIGN TO "CASH-CLOSE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-FILE.
       01  PAYMENT-RECORD.
           03  PM-STUDENT-ID           PIC 9(06).
           03  PM-DATE                 PIC 9(08).
           03  PM-AMOUNT               PIC 9(05)V99.
           03  PM-OPERATOR             PIC X(08).
           03  PM-RECEIPT-NO           PIC 9(08).
           03  PM-METHOD               PIC X(01).

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

       FD  CLOSE-RPT.
       01  CLOSE-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PAYMENT-STATUS           PIC X(02).
       01  WS-CLOSE-STATUS             PIC X(02).
       01  WS-EOF                      PIC X(01).
       01  WS-CLOSE-DATE               PIC 9(08).
       01  WS-CLOSE-DATE-X REDEFINES WS-CLOSE-DATE.
           03  WS-CLOSE-YYYY           PIC X(04).
           03  WS-CLOSE-MM             PIC X(02).
           03  WS-CLOSE-DD             PIC X(02).
       01  WS-PARM-DATE                PIC X(08).
       01  WS-OPERATOR                 PIC X(08) VALUE SPACE.
       01  WS-TIME                     PIC 9(08).
       01  WS-ALREADY-CLOSED           PIC X(01).
       01  WS-OP-MAX                   PIC 9(03) VALUE 50.
       01  WS-OP-CNT                   PIC 9(03) VALUE ZERO.
       01  WS-OP-IX                    PIC 9(03).
       01  WS-OP-FOUND                 PIC X(01).
       01  WS-OP-TABLE.
           03  WS-OP-ENTRY OCCURS 50 TIMES.
               05  WS-OP-ID            PIC X(08).
               05  WS-OP-COUNT         PIC 9(05).
               05  WS-OP-CASH          PIC 9(07)V99.
               05  WS-OP-CARD          PIC 9(07)V99.
               05  WS-OP-TRANSFER      PIC 9(07)V99.
               05  WS-OP-COUNTED       PIC 9(07)V99.
       01  WS-PAYMENT-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-CASH               PIC 9(07)V99 VALUE ZERO.
       01  WS-TOTAL-CARD               PIC 9(07)V99 VALUE ZERO.
       01  WS-TOTAL-TRANSFER           PIC 9(07)V99 VALUE ZERO.
       01  WS-TOTAL-COUNTED            PIC 9(07)V99 VALUE ZERO.
       01  WS-DEPOSIT                  PIC 9(07)V99 VALUE ZERO.
       01  WS-COUNTED                  PIC 9(07)V99.
       01  WS-DIFFERENCE               PIC S9(07)V99.
       01  WS-HEADER-LINE.
           03  FILLER                  PIC X(16)
                                       VALUE "CASHIER CLOSE - ".
           03  WS-HD-YYYY              PIC X(04).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WS-HD-MM                PIC X(02).
           03  FILLER                  PIC X(01) VALUE "/".
           03  WS-HD-DD                PIC X(02).
       01  WS-COLUMN-LINE.
           03  FILLER                  PIC X(10) VALUE "OPERATOR".
           03  FILLER                  PIC X(06) VALUE "  PAYS".
           03  FILLER                  PIC X(11) VALUE "       CASH".
           03  FILLER                  PIC X(11) VALUE "       CARD".
           03  FILLER                  PIC X(11) VALUE "   TRANSFER".
           03  FILLER                  PIC X(11) VALUE "    COUNTED".
           03  FILLER                  PIC X(12) VALUE "  OVER/SHORT".
       01  WS-DETAIL-LINE.
           03  WS-DL-OPERATOR          PIC X(08).
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-DL-COUNT             PIC ZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-CASH              PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-CARD              PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-TRANSFER          PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-COUNTED           PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-DIFFERENCE        PIC -ZZZ,ZZ9.99.
       01  WS-DEPOSIT-LINE.
           03  FILLER                  PIC X(14) VALUE "BANK DEPOSIT= ".
           03  WS-DP-DEPOSIT           PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(15)
                                       VALUE "  CASH COUNTED=".
           03  WS-DP-COUNTED           PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(14)
                                       VALUE "  DIFFERENCE= ".
           03  WS-DP-DIFFERENCE        PIC -ZZZ,ZZ9.99.
       01  WS-CLOSED-BY-LINE.
           03  FILLER                  PIC X(10) VALUE "CLOSED BY ".
           03  WS-CB-OPERATOR          PIC X(08).
       01  WS-BLANK-LINE               PIC X(80) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           IF WS-OPERATOR = SPACE
               MOVE "CASHIER"          TO WS-OPERATOR
           END-IF.
           ACCEPT WS-PARM-DATE FROM ENVIRONMENT "CASH_CLOSE_DATE".
           IF WS-PARM-DATE = SPACE
               ACCEPT WS-CLOSE-DATE FROM DATE YYYYMMDD
           ELSE
               IF WS-PARM-DATE NOT NUMERIC
                   DISPLAY "CASH_CLOSE_DATE MUST BE YYYYMMDD"
                   MOVE 16             TO RETURN-CODE
                   GO TO MAIN-EXIT
               END-IF
               MOVE WS-PARM-DATE       TO WS-CLOSE-DATE
           END-IF.
           PERFORM CHECK-ALREADY-CLOSED.
           IF WS-ALREADY-CLOSED = "Y"
               DISPLAY "PAYMENTS FOR " WS-CLOSE-DATE
                   " ALREADY CLOSED"
               MOVE 8                  TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           PERFORM LOAD-PAYMENTS.
           OPEN OUTPUT CLOSE-RPT.
           MOVE WS-CLOSE-YYYY          TO WS-HD-YYYY.
           MOVE WS-CLOSE-MM            TO WS-HD-MM.
           MOVE WS-CLOSE-DD            TO WS-HD-DD.
           WRITE CLOSE-LINE FROM WS-HEADER-LINE.
           WRITE CLOSE-LINE FROM WS-BLANK-LINE.
           WRITE CLOSE-LINE FROM WS-COLUMN-LINE.
           PERFORM VARYING WS-OP-IX FROM 1 BY 1
                   UNTIL WS-OP-IX > WS-OP-CNT
               PERFORM COUNT-OPERATOR
           END-PERFORM.
           MOVE "TOTAL"                TO WS-DL-OPERATOR.
           MOVE WS-PAYMENT-COUNT       TO WS-DL-COUNT.
           MOVE WS-TOTAL-CASH          TO WS-DL-CASH.
           MOVE WS-TOTAL-CARD          TO WS-DL-CARD.
           MOVE WS-TOTAL-TRANSFER      TO WS-DL-TRANSFER.
           MOVE WS-TOTAL-COUNTED       TO WS-DL-COUNTED.
           COMPUTE WS-DIFFERENCE = WS-TOTAL-COUNTED - WS-TOTAL-CASH.
           MOVE WS-DIFFERENCE          TO WS-DL-DIFFERENCE.
           WRITE CLOSE-LINE FROM WS-BLANK-LINE.
           WRITE CLOSE-LINE FROM WS-DETAIL-LINE.
           DISPLAY "BANK DEPOSIT: "       WITH NO ADVANCING
                                           ACCEPT WS-DEPOSIT.
           COMPUTE WS-DIFFERENCE = WS-DEPOSIT - WS-TOTAL-COUNTED.
           MOVE WS-DEPOSIT             TO WS-DP-DEPOSIT.
           MOVE WS-TOTAL-COUNTED       TO WS-DP-COUNTED.
           MOVE WS-DIFFERENCE          TO WS-DP-DIFFERENCE.
           WRITE CLOSE-LINE FROM WS-BLANK-LINE.
           WRITE CLOSE-LINE FROM WS-DEPOSIT-LINE.
           IF WS-DIFFERENCE NOT = ZERO
               DISPLAY "DEPOSIT DIFFERS FROM CASH COUNTED BY "
                   WS-DP-DIFFERENCE
           END-IF.
           MOVE WS-OPERATOR            TO WS-CB-OPERATOR.
           WRITE CLOSE-LINE FROM WS-BLANK-LINE.
           WRITE CLOSE-LINE FROM WS-CLOSED-BY-LINE.
           CLOSE CLOSE-RPT.
           PERFORM WRITE-CLOSE-RECORD.
           DISPLAY "PAYMENTS FOR " WS-CLOSE-DATE " CLOSED: "
               WS-PAYMENT-COUNT.
       MAIN-EXIT.
           EXIT.
           STOP RUN.
      /
      *  COUNT-OPERATOR - one operator's takings against the cash
      *  counted in the drawer
       COUNT-OPERATOR SECTION.
       COUNT-OPERATOR-START.
           MOVE WS-OP-ID(WS-OP-IX)     TO WS-DL-OPERATOR.
           MOVE WS-OP-COUNT(WS-OP-IX)  TO WS-DL-COUNT.
           MOVE WS-OP-CASH(WS-OP-IX)   TO WS-DL-CASH.
           MOVE WS-OP-CARD(WS-OP-IX)   TO WS-DL-CARD.
           MOVE WS-OP-TRANSFER(WS-OP-IX) TO WS-DL-TRANSFER.
           DISPLAY "OPERATOR " WS-DL-OPERATOR " CASH TAKEN "
               WS-DL-CASH.
           DISPLAY "CASH COUNTED: "       WITH NO ADVANCING
                                           ACCEPT WS-COUNTED.
           MOVE WS-COUNTED             TO WS-OP-COUNTED(WS-OP-IX).
           ADD WS-COUNTED              TO WS-TOTAL-COUNTED.
           COMPUTE WS-DIFFERENCE =
               WS-OP-COUNTED(WS-OP-IX) - WS-OP-CASH(WS-OP-IX).
           MOVE WS-OP-COUNTED(WS-OP-IX) TO WS-DL-COUNTED.
           MOVE WS-DIFFERENCE          TO WS-DL-DIFFERENCE.
           IF WS-DIFFERENCE NOT = ZERO
               DISPLAY "CASH OVER/SHORT " WS-DL-DIFFERENCE
           END-IF.
           WRITE CLOSE-LINE FROM WS-DETAIL-LINE.
       COUNT-OPERATOR-EXIT.
           EXIT.
      /
       CHECK-ALREADY-CLOSED SECTION.
       CHECK-ALREADY-CLOSED-START.
           MOVE "N"                    TO WS-ALREADY-CLOSED.
           OPEN INPUT CLOSE-FILE.
           IF WS-CLOSE-STATUS NOT = "00"
               GO TO CHECK-ALREADY-CLOSED-EXIT
           END-IF.
           MOVE "N"                    TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ CLOSE-FILE
                   AT END
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       IF CC-DATE = WS-CLOSE-DATE
                           MOVE "Y"    TO WS-ALREADY-CLOSED
                           MOVE "Y"    TO WS-EOF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CLOSE-FILE.
       CHECK-ALREADY-CLOSED-EXIT.
           EXIT.
      /
       LOAD-PAYMENTS SECTION.
       LOAD-PAYMENTS-START.
           OPEN INPUT PAYMENT-FILE.
           IF WS-PAYMENT-STATUS NOT = "00"
               DISPLAY "PAYMENT.DAT NOT AVAILABLE - NO TAKINGS"
               GO TO LOAD-PAYMENTS-EXIT
           END-IF.
           MOVE "N"                    TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ PAYMENT-FILE
                   AT END
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       IF PM-DATE = WS-CLOSE-DATE
                           PERFORM ACCUM-OPERATOR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYMENT-FILE.
       LOAD-PAYMENTS-EXIT.
           EXIT.
      /
       ACCUM-OPERATOR SECTION.
       ACCUM-OPERATOR-START.
           MOVE "N"                    TO WS-OP-FOUND.
           PERFORM VARYING WS-OP-IX FROM 1 BY 1
                   UNTIL WS-OP-IX > WS-OP-CNT
                   OR WS-OP-FOUND = "Y"
               IF WS-OP-ID(WS-OP-IX) = PM-OPERATOR
                   MOVE "Y"            TO WS-OP-FOUND
                   SUBTRACT 1          FROM WS-OP-IX
               END-IF
           END-PERFORM.
           IF WS-OP-FOUND = "N"
               IF WS-OP-CNT >= WS-OP-MAX
                   DISPLAY "OPERATOR TABLE FULL - " PM-OPERATOR
                       " NOT TOTALLED"
                   GO TO ACCUM-OPERATOR-EXIT
               END-IF
               ADD 1                   TO WS-OP-CNT
               MOVE WS-OP-CNT          TO WS-OP-IX
               MOVE PM-OPERATOR        TO WS-OP-ID(WS-OP-IX)
               MOVE ZERO               TO WS-OP-COUNT(WS-OP-IX)
               MOVE ZERO               TO WS-OP-CASH(WS-OP-IX)
               MOVE ZERO               TO WS-OP-CARD(WS-OP-IX)
               MOVE ZERO               TO WS-OP-TRANSFER(WS-OP-IX)
               MOVE ZERO               TO WS-OP-COUNTED(WS-OP-IX)
           END-IF.
           ADD 1                       TO WS-OP-COUNT(WS-OP-IX).
           ADD 1                       TO WS-PAYMENT-COUNT.
           EVALUATE PM-METHOD
               WHEN "D"
                   ADD PM-AMOUNT       TO WS-OP-CARD(WS-OP-IX)
                   ADD PM-AMOUNT       TO WS-TOTAL-CARD
               WHEN "T"
                   ADD PM-AMOUNT       TO WS-OP-TRANSFER(WS-OP-IX)
                   ADD PM-AMOUNT       TO WS-TOTAL-TRANSFER
               WHEN OTHER
                   ADD PM-AMOUNT       TO WS-OP-CASH(WS-OP-IX)
                   ADD PM-AMOUNT       TO WS-TOTAL-CASH
           END-EVALUATE.
       ACCUM-OPERATOR-EXIT.
           EXIT.
      /
      *  WRITE-CLOSE-RECORD - from here on post-payment refuses the
      *  date
       WRITE-CLOSE-RECORD SECTION.
       WRITE-CLOSE-RECORD-START.
           OPEN EXTEND CLOSE-FILE.
           IF WS-CLOSE-STATUS = "05" OR WS-CLOSE-STATUS = "35"
               OPEN OUTPUT CLOSE-FILE
           END-IF.
           ACCEPT WS-TIME FROM TIME.
           MOVE WS-CLOSE-DATE          TO CC-DATE.
           MOVE WS-OPERATOR            TO CC-OPERATOR.
           MOVE WS-TOTAL-CASH          TO CC-CASH-RECORDED.
           MOVE WS-TOTAL-COUNTED       TO CC-CASH-COUNTED.
           MOVE WS-TOTAL-CARD          TO CC-CARD-RECORDED.
           MOVE WS-TOTAL-TRANSFER      TO CC-TRANSFER-RECORDED.
           MOVE WS-DEPOSIT             TO CC-DEPOSIT.
           ACCEPT CC-CLOSE-DATE FROM DATE YYYYMMDD.
           MOVE WS-TIME(1:6)           TO CC-CLOSE-TIME.
           WRITE CLOSE-RECORD.
           CLOSE CLOSE-FILE.
       WRITE-CLOSE-RECORD-EXIT.
           EXIT.
