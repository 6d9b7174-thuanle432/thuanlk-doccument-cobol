      *  INVOICE_TERM (required); a rerun for the same term is
      *  refused when INVOICE.DAT already carries it.
      *
      *  Scholarships and discounts come from AWARD.txt, one line per
      *  award: student, award type, basis (P = percent of each fee,
      *  F = fixed amount per term), percent or amount, first and
      *  last term covered (last blank = open-ended) and an optional
      *  cap per term (zero = none).  Term codes must sort in term
      *  order.  Each award is applied course by course as a discount
      *  line (IV-LINE-TYPE "D", IV-AWARD-TYPE) straight after the
      *  fee line it reduces, never taking a course below zero.
      *
      *  MODIFICATION HISTORY
      *    2026/09/02  LKT  New program - billing ran entirely
      *                     outside the system against a hand-copied
      *                     roster.
      *    2026/10/15  LKT  COURSE-RECORD carries FC-COURSE-CREDITS
      *                     (credit hours) for the graduation audit.
      *    2026/10/15  LKT  Scholarships and fee discounts from
      *                     AWARD.txt billed as discount lines; fee
      *                     lines now carry IV-LINE-TYPE "F".
      *                     INVOICE-RECORD widened to 40 bytes.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT INVOICE-FILE ASSIGN TO "INVOICE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVOICE-STATUS.

           SELECT AWARD-FILE ASSIGN TO "AWARD.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AWARD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ENROLL.
           03  FC-COURSE-WITHDRAWN     PIC 9(03).
           03  FC-COURSE-ACTIVE        PIC X(01).
           03  FC-COURSE-FEE           PIC 9(05)V99.
           03  FC-COURSE-CREDITS       PIC 9(02).

       FD  INVOICE-FILE.
       01  INVOICE-RECORD.
           03  IV-COURSE-CODE          PIC X(05).
           03  IV-FEE                  PIC 9(05)V99.
           03  IV-DATE                 PIC 9(08).
           03  IV-LINE-TYPE            PIC X(01).
               88  IV-DISCOUNT-LINE    VALUE "D".
           03  IV-AWARD-TYPE           PIC X(04).

       FD  AWARD-FILE.
       01  AWARD-RECORD.
           03  AW-STUDENT-ID           PIC 9(06).
           03  AW-TYPE                 PIC X(04).
           03  AW-BASIS                PIC X(01).
           03  AW-PERCENT              PIC 9(03).
           03  AW-AMOUNT               PIC 9(05)V99.
           03  AW-FROM-TERM            PIC X(05).
           03  AW-TO-TERM              PIC X(05).
           03  AW-CAP                  PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       01  WS-ENROLL-STATUS            PIC X(02).
       01  WS-TERM-BILLED              PIC X(01) VALUE "N".
       01  WS-INVOICE-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-BILLED             PIC 9(09)V99 VALUE ZERO.
       01  WS-AWARD-STATUS             PIC X(02).
       01  WS-DISCOUNT-COUNT           PIC 9(05) VALUE ZERO.
       01  WS-TOTAL-DISCOUNT           PIC 9(09)V99 VALUE ZERO.
       01  WS-COURSE-DISCOUNT          PIC 9(05)V99.
       01  WS-REMAIN                   PIC S9(07)V99.
       01  WS-DISC                     PIC S9(07)V99.
       01  WS-AW-MAX                   PIC 9(04) VALUE 1000.
       01  WS-AW-CNT                   PIC 9(04) VALUE ZERO.
       01  WS-AW-IX                    PIC 9(04).
       01  WS-AW-TABLE.
           03  WS-AW-ENTRY OCCURS 1000 TIMES.
               05  WS-AW-ID            PIC 9(06).
               05  WS-AW-TYPE          PIC X(04).
               05  WS-AW-BASIS         PIC X(01).
               05  WS-AW-PERCENT       PIC 9(03).
               05  WS-AW-AMOUNT        PIC 9(05)V99.
               05  WS-AW-CAP           PIC 9(05)V99.
               05  WS-AW-USED          PIC 9(07)V99.
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           PERFORM LOAD-AWARDS.
           OPEN EXTEND INVOICE-FILE.
           IF WS-INVOICE-STATUS = "05" OR WS-INVOICE-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
           CLOSE INVOICE-FILE COURSE ENROLL.
           DISPLAY "INVOICES WRITTEN: " WS-INVOICE-COUNT.
           DISPLAY "TOTAL BILLED: " WS-TOTAL-BILLED.
           DISPLAY "DISCOUNT LINES: " WS-DISCOUNT-COUNT.
           DISPLAY "TOTAL DISCOUNT: " WS-TOTAL-DISCOUNT.
       MAIN-EXIT.
           EXIT.
           STOP RUN.
           MOVE FE-COURSE-CODE         TO IV-COURSE-CODE.
           MOVE FC-COURSE-FEE          TO IV-FEE.
           MOVE WS-TODAY               TO IV-DATE.
           MOVE "F"                    TO IV-LINE-TYPE.
           MOVE SPACES                 TO IV-AWARD-TYPE.
           WRITE INVOICE-RECORD.
           ADD 1                       TO WS-INVOICE-COUNT.
           ADD FC-COURSE-FEE           TO WS-TOTAL-BILLED.
           MOVE ZERO                   TO WS-COURSE-DISCOUNT.
           PERFORM VARYING WS-AW-IX FROM 1 BY 1
                   UNTIL WS-AW-IX > WS-AW-CNT
               IF WS-AW-ID(WS-AW-IX) = FE-STUDENT-ID
                   PERFORM APPLY-AWARD
               END-IF
           END-PERFORM.
       BILL-ENROLLMENT-EXIT.
           EXIT.
      /
      *  APPLY-AWARD - one award against the course just billed: a
      *  percent of the fee, or what is left of a fixed amount for
      *  the term, held to the award cap and to the fee still owing
       APPLY-AWARD SECTION.
       APPLY-AWARD-START.
           COMPUTE WS-REMAIN = FC-COURSE-FEE - WS-COURSE-DISCOUNT.
           IF WS-AW-BASIS(WS-AW-IX) = "P"
               COMPUTE WS-DISC ROUNDED =
                   FC-COURSE-FEE * WS-AW-PERCENT(WS-AW-IX) / 100
           ELSE
               COMPUTE WS-DISC =
                   WS-AW-AMOUNT(WS-AW-IX) - WS-AW-USED(WS-AW-IX)
           END-IF.
           IF WS-AW-CAP(WS-AW-IX) > ZERO
           AND WS-DISC > WS-AW-CAP(WS-AW-IX) - WS-AW-USED(WS-AW-IX)
               COMPUTE WS-DISC =
                   WS-AW-CAP(WS-AW-IX) - WS-AW-USED(WS-AW-IX)
           END-IF.
           IF WS-DISC > WS-REMAIN
               MOVE WS-REMAIN          TO WS-DISC
           END-IF.
           IF WS-DISC NOT > ZERO
               GO TO APPLY-AWARD-EXIT
           END-IF.
           MOVE WS-TERM                TO IV-TERM.
           MOVE FE-STUDENT-ID          TO IV-STUDENT-ID.
           MOVE FE-COURSE-CODE         TO IV-COURSE-CODE.
           MOVE WS-DISC                TO IV-FEE.
           MOVE WS-TODAY               TO IV-DATE.
           MOVE "D"                    TO IV-LINE-TYPE.
           MOVE WS-AW-TYPE(WS-AW-IX)   TO IV-AWARD-TYPE.
           WRITE INVOICE-RECORD.
           ADD WS-DISC                 TO WS-AW-USED(WS-AW-IX).
           ADD WS-DISC                 TO WS-COURSE-DISCOUNT.
           ADD 1                       TO WS-DISCOUNT-COUNT.
           ADD WS-DISC                 TO WS-TOTAL-DISCOUNT.
       APPLY-AWARD-EXIT.
           EXIT.
      /
      *  LOAD-AWARDS - the AWARD.txt lines covering this term
       LOAD-AWARDS SECTION.
       LOAD-AWARDS-START.
           OPEN INPUT AWARD-FILE.
           IF WS-AWARD-STATUS NOT = "00"
               GO TO LOAD-AWARDS-EXIT
           END-IF.
           PERFORM UNTIL WS-EOF = "Y"
               READ AWARD-FILE
                   AT END
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       IF AW-FROM-TERM NOT > WS-TERM
                       AND (AW-TO-TERM = SPACES
                            OR AW-TO-TERM NOT < WS-TERM)
                           PERFORM ADD-AWARD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AWARD-FILE.
           MOVE "N"                    TO WS-EOF.
       LOAD-AWARDS-EXIT.
           EXIT.
      /
       ADD-AWARD SECTION.
       ADD-AWARD-START.
           IF AW-BASIS NOT = "P" AND AW-BASIS NOT = "F"
               DISPLAY "AWARD FOR " AW-STUDENT-ID " TYPE " AW-TYPE
                   " HAS NO BASIS P/F - IGNORED"
               GO TO ADD-AWARD-EXIT
           END-IF.
           IF WS-AW-CNT >= WS-AW-MAX
               DISPLAY "AWARD TABLE FULL - " AW-STUDENT-ID
                   " TYPE " AW-TYPE " IGNORED"
               GO TO ADD-AWARD-EXIT
           END-IF.
           ADD 1                       TO WS-AW-CNT.
           MOVE AW-STUDENT-ID          TO WS-AW-ID(WS-AW-CNT).
           MOVE AW-TYPE                TO WS-AW-TYPE(WS-AW-CNT).
           MOVE AW-BASIS               TO WS-AW-BASIS(WS-AW-CNT).
           MOVE AW-PERCENT             TO WS-AW-PERCENT(WS-AW-CNT).
           MOVE AW-AMOUNT              TO WS-AW-AMOUNT(WS-AW-CNT).
           MOVE AW-CAP                 TO WS-AW-CAP(WS-AW-CNT).
           MOVE ZERO                   TO WS-AW-USED(WS-AW-CNT).
       ADD-AWARD-EXIT.
           EXIT.
