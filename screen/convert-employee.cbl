       PROGRAM-ID. convert-employee.
      ******************************************************************
      *  One-shot conversion for this release's EMPLOYEE-MASTER.DAT
      *  layout change: reads a master written with the previous
      *  layout (no department code or manager) and rebuilds it as
      *  EMPLOYEE-MASTER-NEW.DAT in the current layout, with the
      *  department code blank and the manager id zero for HR to
      *  fill in through P0001 or batch-employee.  The operator
      *  renames the new file over the old one once the record
      *  counts agree.
      *
      *                     fields, so the OPEN of a real old master
      *                     failed with status 39 and the utility
      *                     could convert nothing.
      *    2026/10/15  LKT  Reworked for the EMP-DEPT-CODE release:
      *                     OLD FD is now the 2026/09 layout (salary
      *                     9(07)V99, status, dates, hourly rate) and
      *                     the new record gains a blank department
      *                     code.  Masters still on the pre-2026/09
      *                     layout go through the previous version of
      *                     this utility first.
      *    2026/10/15  LKT  New record also gains EMP-MANAGER-ID,
      *                     converted as zero (no manager).
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  OLD-MASTER-RECORD.
           05  OLD-EMP-ID                  PIC 9(04).
           05  OLD-EMP-NAME                PIC X(20).
           05  OLD-EMP-SALARY              PIC 9(07)V99.
           05  OLD-EMP-TIER                PIC 9(01).
           05  OLD-EMP-TYPE                PIC X(01).
           05  OLD-EMP-POSITION            PIC X(20).
           05  OLD-EMP-CODE                PIC X(10).
           05  OLD-EMP-STATUS              PIC X(01).
           05  OLD-EMP-HIRE-DATE           PIC 9(08).
           05  OLD-EMP-TERM-DATE           PIC 9(08).
           05  OLD-EMP-HOURLY-RATE         PIC 9(03)V99.

       FD  NEW-MASTER.
       01  NEW-MASTER-RECORD.
           05  NEW-EMP-HIRE-DATE           PIC 9(08).
           05  NEW-EMP-TERM-DATE           PIC 9(08).
           05  NEW-EMP-HOURLY-RATE         PIC 9(03)V99.
           05  NEW-EMP-DEPT-CODE           PIC X(03).
           05  NEW-EMP-MANAGER-ID          PIC 9(04).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS               PIC X(02).
           MOVE OLD-EMP-TYPE            TO NEW-EMP-TYPE.
           MOVE OLD-EMP-POSITION        TO NEW-EMP-POSITION.
           MOVE OLD-EMP-CODE            TO NEW-EMP-CODE.
           MOVE OLD-EMP-STATUS          TO NEW-EMP-STATUS.
           MOVE OLD-EMP-HIRE-DATE       TO NEW-EMP-HIRE-DATE.
           MOVE OLD-EMP-TERM-DATE       TO NEW-EMP-TERM-DATE.
           MOVE OLD-EMP-HOURLY-RATE     TO NEW-EMP-HOURLY-RATE.
           MOVE SPACES                  TO NEW-EMP-DEPT-CODE.
           MOVE ZERO                    TO NEW-EMP-MANAGER-ID.
           WRITE NEW-MASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR WRITING ID " NEW-EMP-ID
