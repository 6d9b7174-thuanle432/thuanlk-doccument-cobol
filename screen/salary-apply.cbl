       IDENTIFICATION DIVISION.
       PROGRAM-ID. salary-apply.
      ******************************************************************
      *  Start-of-period step: posts every pending salary change on
      *  SALARY-PENDING.DAT whose effective date has come due to
      *  EMPLOYEE-MASTER.DAT.  Each posting is appended to
      *  SALARY-HISTORY.LOG exactly as the screen does, stamped with
      *  the operator who entered the change, and the pending record
      *  is then removed.  A change for an employee no longer on the
      *  master, or since terminated, is dropped.
      *
      *  The due date is today unless APPLY_DATE (YYYYMMDD) is set in
      *  the environment, so the run can be made the day before the
      *  period opens.  SALARY-APPLY.RPT lists every change posted or
      *  dropped.  Changes not yet due stay on file and show on the
      *  P0001 pending inquiry.
      *
      *  A large change still held for a second operator's approval
      *  is not posted even when due: it stays on file, listed as
      *  HELD, until it is approved on P0001.  A rejected change is
      *  dropped once its effective date comes due.  The approver is
      *  carried onto the SALARY-HISTORY.LOG entry.
      *
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SALARY-PENDING ASSIGN TO "SALARY-PENDING.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT SALARY-HISTORY ASSIGN TO "SALARY-HISTORY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT APPLY-REPORT ASSIGN TO "SALARY-APPLY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-FILE-RECORD.
           05  EMP-ID                      PIC 9(04).
           05  EMP-NAME                    PIC X(20).
           05  EMP-SALARY                  PIC 9(07)V99.
           05  EMP-TIER                    PIC 9(01).
           05  EMP-TYPE                    PIC X(01).
           05  EMP-POSITION                PIC X(20).
           05  EMP-CODE                    PIC X(10).
           05  EMP-STATUS                  PIC X(01).
               88  EMP-ACTIVE              VALUE "A".
               88  EMP-TERMINATED          VALUE "T".
           05  EMP-HIRE-DATE               PIC 9(08).
           05  EMP-TERM-DATE               PIC 9(08).
           05  EMP-HOURLY-RATE             PIC 9(03)V99.
           05  EMP-DEPT-CODE               PIC X(03).
           05  EMP-MANAGER-ID              PIC 9(04).

       FD  SALARY-PENDING.
       01  SALARY-PENDING-RECORD.
           05  SP-KEY.
               10  SP-EMP-ID               PIC 9(04).
               10  SP-EFF-DATE             PIC 9(08).
           05  SP-NEW-SALARY               PIC 9(07)V99.
           05  SP-SOURCE                   PIC X(01).
               88  SP-FROM-SCREEN          VALUE "S".
               88  SP-FROM-BATCH           VALUE "B".
               88  SP-FROM-INCREASE        VALUE "I".
           05  SP-OPERATOR                 PIC X(08).
           05  SP-ENTERED-DATE             PIC 9(08).
           05  SP-APPROVAL                 PIC X(01).
               88  SP-HELD                 VALUE "H".
               88  SP-APPROVED             VALUE "A".
               88  SP-REJECTED             VALUE "R".
           05  SP-OLD-SALARY               PIC 9(07)V99.
           05  SP-APPROVER                 PIC X(08).
           05  SP-APPROVAL-DATE            PIC 9(08).

       FD  SALARY-HISTORY.
       01  SALARY-HISTORY-RECORD.
           05  SH-EMP-ID                   PIC 9(04).
           05  SH-DATE                     PIC 9(08).
           05  SH-TIME                     PIC 9(06).
           05  SH-OLD-SALARY               PIC 9(07)V99.
           05  SH-NEW-SALARY               PIC 9(07)V99.
           05  SH-OPERATOR                 PIC X(08).
           05  SH-APPROVER                 PIC X(08).

       FD  APPLY-REPORT.
       01  APPLY-REPORT-RECORD         PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC X(02).
       01  WS-PENDING-STATUS           PIC X(02).
       01  WS-HISTORY-STATUS           PIC X(02).
       01  WS-PENDING-EOF              PIC X(01) VALUE "N".
       01  WS-APPLY-DATE               PIC X(08) VALUE SPACE.
       01  WS-DUE-DATE                 PIC 9(08).
       01  WS-DROP-REASON              PIC X(30).
       01  WS-HIST-OLD                 PIC 9(07)V99.
       01  WS-HIST-STAMP.
           05  WS-HIST-DATE            PIC 9(08).
           05  WS-HIST-TIME            PIC 9(08).
       01  WS-POSTED-COUNT             PIC 9(05) VALUE ZERO.
       01  WS-DROPPED-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-WAITING-COUNT            PIC 9(05) VALUE ZERO.
       01  WS-HELD-COUNT               PIC 9(05) VALUE ZERO.
       01  WS-DETAIL-LINE.
           03  WS-DL-ID                PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-EFF-DATE          PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-OLD               PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-NEW               PIC ZZZZZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-SOURCE            PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-OPERATOR          PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-RESULT            PIC X(07).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-REASON            PIC X(30).
       01  WS-SUMMARY-LINE.
           03  FILLER                  PIC X(08) VALUE "POSTED: ".
           03  WS-SUM-POSTED           PIC 9(05).
           03  FILLER                  PIC X(11) VALUE "  DROPPED: ".
           03  WS-SUM-DROPPED          PIC 9(05).
           03  FILLER                  PIC X(15)
                                       VALUE "  NOT YET DUE: ".
           03  WS-SUM-WAITING          PIC 9(05).
           03  FILLER                  PIC X(08) VALUE "  HELD: ".
           03  WS-SUM-HELD             PIC 9(05).
           03  FILLER                  PIC X(11) VALUE "  DUE DATE ".
           03  WS-SUM-DUE-DATE         PIC 9(08).
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           ACCEPT WS-DUE-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-APPLY-DATE FROM ENVIRONMENT "APPLY_DATE".
           IF WS-APPLY-DATE NOT = SPACE
               IF WS-APPLY-DATE IS NOT NUMERIC
                   DISPLAY "APPLY_DATE NOT NUMERIC - RUN STOPPED"
                   GO TO MAIN-EXIT
               END-IF
               MOVE WS-APPLY-DATE      TO WS-DUE-DATE
           END-IF.
           OPEN I-O SALARY-PENDING.
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "SALARY-PENDING.DAT NOT FOUND - NOTHING TO DO"
               GO TO MAIN-EXIT
           END-IF.
           OPEN I-O EMPLOYEE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "EMPLOYEE-MASTER.DAT NOT FOUND - RUN STOPPED"
               CLOSE SALARY-PENDING
               GO TO MAIN-EXIT
           END-IF.
           OPEN OUTPUT APPLY-REPORT.
           PERFORM READ-PENDING.
           PERFORM APPLY-PENDING
               THRU APPLY-PENDING-EXIT
               UNTIL WS-PENDING-EOF = "Y".
           MOVE WS-POSTED-COUNT        TO WS-SUM-POSTED.
           MOVE WS-DROPPED-COUNT       TO WS-SUM-DROPPED.
           MOVE WS-WAITING-COUNT       TO WS-SUM-WAITING.
           MOVE WS-HELD-COUNT          TO WS-SUM-HELD.
           MOVE WS-DUE-DATE            TO WS-SUM-DUE-DATE.
           WRITE APPLY-REPORT-RECORD   FROM WS-SUMMARY-LINE.
           CLOSE APPLY-REPORT EMPLOYEE-FILE SALARY-PENDING.
           DISPLAY "SALARY CHANGES POSTED: " WS-POSTED-COUNT.
           DISPLAY "SALARY CHANGES DROPPED: " WS-DROPPED-COUNT.
           DISPLAY "SALARY CHANGES NOT YET DUE: " WS-WAITING-COUNT.
           DISPLAY "SALARY CHANGES HELD FOR APPROVAL: " WS-HELD-COUNT.
       MAIN-EXIT.
           EXIT.
           STOP RUN.
      /
       READ-PENDING.
           READ SALARY-PENDING NEXT RECORD
               AT END
                   MOVE "Y"            TO WS-PENDING-EOF
           END-READ.
      /
       APPLY-PENDING.
           IF SP-EFF-DATE > WS-DUE-DATE
               ADD 1                   TO WS-WAITING-COUNT
               GO TO APPLY-PENDING-NEXT
           END-IF.
           MOVE SPACES                 TO WS-DROP-REASON.
           MOVE ZERO                   TO WS-HIST-OLD.
           IF SP-HELD
               PERFORM REPORT-HELD
               GO TO APPLY-PENDING-NEXT
           END-IF.
           IF SP-REJECTED
               STRING "REJECTED BY " SP-APPROVER
                   DELIMITED BY SIZE INTO WS-DROP-REASON
               GO TO APPLY-PENDING-REMOVE
           END-IF.
           MOVE SP-EMP-ID              TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   MOVE "EMPLOYEE NOT ON MASTER" TO WS-DROP-REASON
           END-READ.
           IF WS-DROP-REASON = SPACES
           AND EMP-TERMINATED
               MOVE "EMPLOYEE TERMINATED" TO WS-DROP-REASON
           END-IF.
           IF WS-DROP-REASON = SPACES
               MOVE EMP-SALARY         TO WS-HIST-OLD
               MOVE SP-NEW-SALARY      TO EMP-SALARY
               REWRITE EMPLOYEE-FILE-RECORD
                   INVALID KEY
                       MOVE "ERROR REWRITING EMPLOYEE RECORD"
                                       TO WS-DROP-REASON
               END-REWRITE
           END-IF.
           IF WS-DROP-REASON = SPACES
               PERFORM WRITE-SALARY-HISTORY
           END-IF.
       APPLY-PENDING-REMOVE.
           DELETE SALARY-PENDING RECORD
               INVALID KEY
                   DISPLAY "ERROR REMOVING PENDING CHANGE " SP-KEY
           END-DELETE.
           MOVE SP-EMP-ID              TO WS-DL-ID.
           MOVE SP-EFF-DATE            TO WS-DL-EFF-DATE.
           MOVE WS-HIST-OLD            TO WS-DL-OLD.
           MOVE SP-NEW-SALARY          TO WS-DL-NEW.
           MOVE SP-SOURCE              TO WS-DL-SOURCE.
           MOVE SP-OPERATOR            TO WS-DL-OPERATOR.
           IF WS-DROP-REASON = SPACES
               MOVE "POSTED"           TO WS-DL-RESULT
               MOVE SPACES             TO WS-DL-REASON
               ADD 1                   TO WS-POSTED-COUNT
           ELSE
               MOVE "DROPPED"          TO WS-DL-RESULT
               MOVE WS-DROP-REASON     TO WS-DL-REASON
               ADD 1                   TO WS-DROPPED-COUNT
           END-IF.
           WRITE APPLY-REPORT-RECORD   FROM WS-DETAIL-LINE.
       APPLY-PENDING-NEXT.
           PERFORM READ-PENDING.
       APPLY-PENDING-EXIT.
           EXIT.
      /
       REPORT-HELD SECTION.
       REPORT-HELD-START.
      *    Chua duoc duyet: giu tren file, khong ghi len master
           MOVE SP-EMP-ID              TO WS-DL-ID.
           MOVE SP-EFF-DATE            TO WS-DL-EFF-DATE.
           MOVE SP-OLD-SALARY          TO WS-DL-OLD.
           MOVE SP-NEW-SALARY          TO WS-DL-NEW.
           MOVE SP-SOURCE              TO WS-DL-SOURCE.
           MOVE SP-OPERATOR            TO WS-DL-OPERATOR.
           MOVE "HELD"                 TO WS-DL-RESULT.
           MOVE "AWAITING SECOND APPROVAL" TO WS-DL-REASON.
           WRITE APPLY-REPORT-RECORD   FROM WS-DETAIL-LINE.
           ADD 1                       TO WS-HELD-COUNT.
       REPORT-HELD-EXIT.
           EXIT.
      /
       WRITE-SALARY-HISTORY SECTION.
       WRITE-SALARY-HISTORY-START.
           ACCEPT WS-HIST-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-HIST-TIME FROM TIME.
           OPEN EXTEND SALARY-HISTORY.
           IF WS-HISTORY-STATUS = "05" OR WS-HISTORY-STATUS = "35"
               OPEN OUTPUT SALARY-HISTORY
           END-IF.
           MOVE EMP-ID              TO SH-EMP-ID.
           MOVE WS-HIST-DATE        TO SH-DATE.
           MOVE WS-HIST-TIME(1:6)   TO SH-TIME.
           MOVE WS-HIST-OLD         TO SH-OLD-SALARY.
           MOVE EMP-SALARY          TO SH-NEW-SALARY.
           MOVE SP-OPERATOR         TO SH-OPERATOR.
           MOVE SP-APPROVER         TO SH-APPROVER.
           WRITE SALARY-HISTORY-RECORD.
           CLOSE SALARY-HISTORY.
       WRITE-SALARY-HISTORY-EXIT.
           EXIT.
