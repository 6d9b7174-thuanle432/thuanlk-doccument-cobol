      *                     ENROLL.DAT carried every enrollment
      *                     forever and the counts on COURSE.DAT
      *                     never reset.
      *    2026/10/15  LKT  COURSE-RECORD carries FC-COURSE-CREDITS
      *                     (credit hours) for the graduation audit.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03  FC-COURSE-WITHDRAWN     PIC 9(03).
           03  FC-COURSE-ACTIVE        PIC X(01).
           03  FC-COURSE-FEE           PIC 9(05)V99.
           03  FC-COURSE-CREDITS       PIC 9(02).

       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
