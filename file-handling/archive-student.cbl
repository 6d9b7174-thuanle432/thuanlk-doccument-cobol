      *                     cluttering every view.
      *    2026/09/02  LKT  Carry FS-BIRTHDATE through to the archive
      *                     record (student-store convergence).
      *    2026/10/15  LKT  Audit time taken as HHMMSSss and stored as
      *                     HHMMSS (was keeping MMSSss).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CUTOFF-X                 PIC X(08) VALUE SPACE.
       01  WS-CUTOFF                   PIC 9(08).
       01  WS-TODAY                    PIC 9(08).
       01  WS-AUDIT-TIME               PIC 9(08).
       01  WS-READ-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-MOVED-COUNT              PIC 9(05) VALUE ZERO.
       01  WS-DEL-IX                   PIC 9(03).
           END-IF.
           STRING WS-TODAY         DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUDIT-TIME(1:6)    DELIMITED BY SIZE
                  " ARCHIVE CUTOFF=" DELIMITED BY SIZE
                  WS-CUTOFF        DELIMITED BY SIZE
                  " MOVED="        DELIMITED BY SIZE
