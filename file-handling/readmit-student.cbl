      *    2026/09/02  LKT  New program - a returning student used to
      *                     be created again under a new id, losing
      *                     the link to their history.
      *    2026/10/15  LKT  Audit time taken as HHMMSSss and stored as
      *                     HHMMSS (was keeping MMSSss).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-OPERATOR                 PIC X(08) VALUE SPACE.
       01  WS-AUDIT-STAMP.
           03  WS-AUDIT-DATE           PIC 9(08).
           03  WS-AUDIT-TIME           PIC 9(08).
       01  WS-SAVED-REC.
           03  WS-SAV-NAME             PIC X(15).
           03  WS-SAV-AGE              PIC 9(02).
           END-IF.
           STRING WS-AUDIT-DATE    DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUDIT-TIME(1:6)    DELIMITED BY SIZE
                  " READMIT ID="   DELIMITED BY SIZE
                  FS-STUDENT-ID    DELIMITED BY SIZE
                  " NAME="         DELIMITED BY SIZE
