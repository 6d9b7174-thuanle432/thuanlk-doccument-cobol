      *                     earnings line.  EM-EMP-SALARY stays the
      *                     base salary; BONUS-REPORT.txt remains the
      *                     audit.
      *    2026/10/15  LKT  EMPLOYEE-MASTER FD extended with
      *                     EM-EMP-DEPT-CODE (home department, kept
      *                     through P0001 / batch-employee) to follow
      *                     the master layout.  Existing master files
      *                     must be converted with convert-employee.
      *    2026/10/15  LKT  EMPLOYEE-MASTER FD extended with
      *                     EM-EMP-MANAGER-ID (reporting line) to
      *                     follow the master layout.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  EM-EMP-HIRE-DATE        PIC     9(08).
           05  EM-EMP-TERM-DATE        PIC     9(08).
           05  EM-EMP-HOURLY-RATE      PIC     9(03)V99.
           05  EM-EMP-DEPT-CODE        PIC     X(03).
           05  EM-EMP-MANAGER-ID       PIC     9(04).

       FD  BONUS-EARNINGS.
       01  BONUS-EARNINGS-RECORD.
