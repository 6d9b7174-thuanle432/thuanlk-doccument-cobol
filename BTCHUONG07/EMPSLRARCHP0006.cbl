      *                     the period fallback now reads the pay
      *                     period column (byte 88) instead of the
      *                     tail of the net amount.
      *    2026/10/15  LKT  BANKXFER.txt archived as well, to
      *                     BANKXFER-YYYYMM.txt, so the bank returns
      *                     run can match returned items against the
      *                     period's original transfer batch.
      *    2026/10/15  LKT  Copy records widened to 104 bytes - the
      *                     DEPTRPT detail line carries GROSS in
      *                     bytes 91-104, which the 100-byte copy
      *                     was cutting short for the overtime
      *                     trend run.
      ******************************************************************
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       DATA                             DIVISION.
       FILE                             SECTION.
       FD  IN-FILE.
       01  IN-REC                       PIC  X(104).
       FD  OUT-FILE.
       01  OUT-REC                      PIC  X(104).
      *=================================================================
      *=================================================================
       WORKING-STORAGE                  SECTION.
           03  FILLER                   PIC  X(008) VALUE "RESULT".
           03  FILLER                   PIC  X(008) VALUE "PAYSLIP".
           03  FILLER                   PIC  X(008) VALUE "DEPTRPT".
           03  FILLER                   PIC  X(008) VALUE "BANKXFER".
       01  WK-BASE-LIST REDEFINES WK-BASE-TABLE.
           03  WK-BASE                  OCCURS 4 TIMES
                                        PIC  X(008).

      *=================================================================
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-ARCHIVE-ONE
               VARYING WK-BASE-IX FROM 1 BY 1
               UNTIL WK-BASE-IX > 4.
           STOP RUN.

      *-----------------------------------------------------------------
