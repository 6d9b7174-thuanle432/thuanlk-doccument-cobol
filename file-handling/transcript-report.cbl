      *    2026/09/02  LKT  New program - results lived in a
      *                     spreadsheet; grades now recorded through
      *                     write1 / batch-student print from here.
      *    2026/10/15  LKT  COURSE-RECORD carries FC-COURSE-CREDITS
      *                     (credit hours) for the graduation audit.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03  FC-COURSE-WITHDRAWN     PIC 9(03).
           03  FC-COURSE-ACTIVE        PIC X(01).
           03  FC-COURSE-FEE           PIC 9(05)V99.
           03  FC-COURSE-CREDITS       PIC 9(02).

       FD  TRANSCRIPT.
       01  TRANSCRIPT-LINE             PIC X(60).
