      *
      *  MODIFICATION HISTORY
      *    2026/09/02  LKT  New program.
      *    2026/10/15  LKT  Operator sign-on now goes through OPERSIGN
      *                     against the central operator store in
      *                     Postgres (hashed passwords, lockout after
      *                     repeated failures, forced password change
      *                     when expired) instead of this program's own
      *                     read of OPERMAST.txt.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS DM-DEPT-CODE
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-FILE.
           05  DM-DEPT-NAME                PIC X(20).
           05  DM-COST-CENTRE              PIC X(06).

       WORKING-STORAGE SECTION.
       01  WS-OPTION                       PIC X(01).
       01  WS-DEPT.
           05  WS-NAME                     PIC X(20).
           05  WS-COST-CENTRE              PIC X(06).
       01  WS-FILE-STATUS                  PIC X(02).
       01  WS-SIGNON-REQUEST.
           05  WS-SR-FUNCTION              PIC X(01).
           05  WS-SR-OPERATOR              PIC X(08).
           05  WS-SR-PASSWORD              PIC X(08).
           05  WS-SR-EMP-ID                PIC 9(04).
           05  WS-SR-AUTH-LEVEL            PIC 9(01).
           05  WS-SR-RESULT                PIC X(02).
           05  WS-SR-MESSAGE               PIC X(40).
       01  WS-OPERATOR                     PIC X(08) VALUE SPACE.
       01  WS-PASSWORD                     PIC X(08).
       01  WS-AUTH-LEVEL                   PIC 9(01) VALUE 0.
           ACCEPT WS-OPERATOR.
           DISPLAY "PASSWORD: "         WITH NO ADVANCING.
           ACCEPT WS-PASSWORD.
           MOVE "S" TO WS-SR-FUNCTION.
           MOVE WS-OPERATOR TO WS-SR-OPERATOR.
           MOVE WS-PASSWORD TO WS-SR-PASSWORD.
           MOVE ZERO TO WS-SR-EMP-ID.
           CALL "OPERSIGN" USING WS-SIGNON-REQUEST
               ON EXCEPTION
                   MOVE "90" TO WS-SR-RESULT
                   MOVE "OPERATOR STORE NOT AVAILABLE"
                       TO WS-SR-MESSAGE
           END-CALL.
           IF WS-SR-RESULT = "00"
               MOVE "Y" TO WS-SIGNON-OK
               MOVE WS-SR-AUTH-LEVEL TO WS-AUTH-LEVEL
           ELSE
               DISPLAY "SESSION REFUSED - " WS-SR-MESSAGE
           END-IF.
       OPERATOR-SIGNON-EXIT.
           EXIT.
