      *                     summary (read / inserted / duplicates
      *                     skipped / rejected).  Without the file the
      *                     interactive prompt behaves as before.
      *    2026/10/15  LKT  DB-JOURNAL.LOG lines carry the operator
      *                     (USER, default UNKNOWN) after the
      *                     employee-id slot, blank here, so the
      *                     operator activity report can attribute
      *                     them.
      *    2026/10/15  LKT  Journal time is hhmmss; the clock was
      *                     being taken into a 6-digit field, which
      *                     kept mmsshh.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  JR-NAME                 PIC X(30).
           03  JR-AGE                  PIC 9(03).
           03  JR-STAMP                PIC 9(14).
           03  JR-EMP-ID               PIC X(04).
           03  JR-OPERATOR             PIC X(08).

       WORKING-STORAGE SECTION.
       01  SQLCODE                     PIC S9(9) COMP.
       01  WS-SINCE-COMMIT             PIC 9(3) VALUE 0.
       01  WS-JOURNAL-STATUS           PIC X(02).
       01  WS-STAMP-DATE               PIC 9(08).
       01  WS-STAMP-TIME               PIC 9(08).
       01  WS-OPERATOR                 PIC X(08).

       EXEC SQL INCLUDE SQLCA END-EXEC.

               )
           END-EXEC.

           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           IF WS-OPERATOR = SPACE
               MOVE "UNKNOWN" TO WS-OPERATOR
           END-IF.

      *> Che do batch: neu co INSERT-INPUT.txt thi nap theo file,
      *> khong thi giu nguyen nhap tay nhu truoc.
           OPEN INPUT BATCH-INPUT.
           MOVE USER-ID    TO JR-USER-ID.
           MOVE USER-NAME  TO JR-NAME.
           MOVE USER-AGE   TO JR-AGE.
           MOVE SPACES     TO JR-EMP-ID.
           MOVE WS-OPERATOR TO JR-OPERATOR.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE TO JR-STAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO JR-STAMP(9:6).
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

