       IDENTIFICATION DIVISION.
       PROGRAM-ID. P0003.
      ******************************************************************
      *                                            AUTHOR              *
      *                                            LE KIM THUAN        *
      ******************************************************************
      *  Bank account maintenance screen.  BANKACCT.txt (employee ID,
      *  bank, branch, account number, account name) drives the
      *  BANKXFER.txt transfers written by EMPSLRMATCHP0001, so a new
      *  or changed account is only held as pending details on the
      *  record until a second operator with level 3 approves it; the
      *  match run pays to the approved details only.  Every request,
      *  approval and rejection is appended to BANKACCT-JOURNAL.LOG
      *  with the old and new values and the operator.  Menu: A
      *  create, B view, C change (level 2), D approve, R reject
      *  (level 3, not the operator who entered the change), E exit,
      *  with the same operator sign-on as P0001 / P0002 (OPERSIGN).
      *
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKACCT-FILE ASSIGN TO "BANKACCT.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.

           SELECT BANK-JOURNAL ASSIGN TO "BANKACCT-JOURNAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANKACCT-FILE.
       01  BANKACCT-RECORD.
           05  BA-EMP-ID                   PIC X(05).
           05  BA-BANK-CODE                PIC X(04).
           05  BA-BRANCH-CODE              PIC X(04).
           05  BA-ACCOUNT-NO               PIC X(12).
           05  BA-ACCOUNT-NAME             PIC X(30).
           05  BA-STATUS                   PIC X(01).
               88  BA-SUSPENDED            VALUE "S".
           05  BA-STATUS-REASON            PIC X(04).
           05  BA-STATUS-PERIOD            PIC X(06).
           05  BA-PEND-BANK-CODE           PIC X(04).
           05  BA-PEND-BRANCH-CODE         PIC X(04).
           05  BA-PEND-ACCOUNT-NO          PIC X(12).
           05  BA-PEND-ACCOUNT-NAME        PIC X(30).
           05  BA-PEND-OPERATOR            PIC X(08).
           05  BA-PEND-DATE                PIC 9(08).

       FD  BANK-JOURNAL.
       01  BANK-JOURNAL-RECORD.
           05  BJ-EMP-ID                   PIC X(05).
           05  BJ-DATE                     PIC 9(08).
           05  BJ-TIME                     PIC 9(06).
           05  BJ-ACTION                   PIC X(08).
           05  BJ-OLD-BANK-CODE            PIC X(04).
           05  BJ-OLD-BRANCH-CODE          PIC X(04).
           05  BJ-OLD-ACCOUNT-NO           PIC X(12).
           05  BJ-OLD-ACCOUNT-NAME         PIC X(30).
           05  BJ-NEW-BANK-CODE            PIC X(04).
           05  BJ-NEW-BRANCH-CODE          PIC X(04).
           05  BJ-NEW-ACCOUNT-NO           PIC X(12).
           05  BJ-NEW-ACCOUNT-NAME         PIC X(30).
           05  BJ-OPERATOR                 PIC X(08).

       WORKING-STORAGE SECTION.
       01  WS-OPTION                       PIC X(01).
       01  WS-ACCOUNT.
           05  WS-EMP-ID                   PIC X(05).
           05  WS-BANK-CODE                PIC X(04).
           05  WS-BRANCH-CODE              PIC X(04).
           05  WS-ACCOUNT-NO               PIC X(12).
           05  WS-ACCOUNT-NAME             PIC X(30).
       01  WS-CURRENT.
           05  WS-CUR-BANK-CODE            PIC X(04).
           05  WS-CUR-BRANCH-CODE          PIC X(04).
           05  WS-CUR-ACCOUNT-NO           PIC X(12).
           05  WS-CUR-ACCOUNT-NAME         PIC X(30).
           05  WS-CUR-STATUS               PIC X(01).
           05  WS-CUR-STATUS-TEXT          PIC X(20).
       01  WS-PENDING.
           05  WS-PND-BANK-CODE            PIC X(04).
           05  WS-PND-BRANCH-CODE          PIC X(04).
           05  WS-PND-ACCOUNT-NO           PIC X(12).
           05  WS-PND-ACCOUNT-NAME         PIC X(30).
           05  WS-PND-OPERATOR             PIC X(08).
           05  WS-PND-DATE                 PIC 9(08).
       01  WS-FILE-STATUS                  PIC X(02).
       01  WS-JOURNAL-STATUS               PIC X(02).
       01  WS-JRNL-STAMP.
           05  WS-JRNL-DATE                PIC 9(08).
           05  WS-JRNL-TIME                PIC 9(08).
       01  WS-JRNL-ACTION                  PIC X(08).
       01  WS-BA-EOF                       PIC X(01).
       01  WS-BA-MAX                       PIC 9(04) VALUE 5000.
       01  WS-BA-CNT                       PIC 9(04) VALUE 0.
       01  WS-BA-IX                        PIC 9(04).
       01  WS-BA-FOUND                     PIC X(01).
       01  WS-BA-TABLE.
           05  WS-BA-ENTRY OCCURS 5000 TIMES
                                           PIC X(132).
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
       01  WS-SIGNON-OK                    PIC X(01) VALUE "N".

       SCREEN SECTION.
       01  MENU-SCREEN.
           05  LINE NUMBER 1 COLUMN 02 VALUE 'BANK ACCOUNT MASTER'.
           05  LINE NUMBER 2 COLUMN 02 VALUE 'A: CREATE ACCOUNT'.
           05  LINE NUMBER 3 COLUMN 02 VALUE 'B: VIEW ACCOUNT'.
           05  LINE NUMBER 4 COLUMN 02 VALUE 'C: CHANGE ACCOUNT'.
           05  LINE NUMBER 5 COLUMN 02 VALUE 'D: APPROVE CHANGE'.
           05  LINE NUMBER 6 COLUMN 02 VALUE 'R: REJECT CHANGE'.
           05  LINE NUMBER 7 COLUMN 02 VALUE 'E: EXIT'.
           05  LINE NUMBER 8 COLUMN 02 VALUE 'ACTION: '.
           05  LINE NUMBER 8 COLUMN 10 PIC X(01) TO WS-OPTION.

       01  ID-SCREEN.
           05  BLANK SCREEN.
           05  LINE NUMBER 1 COLUMN 35 VALUE 'BANK ACCOUNT'.
           05  LINE NUMBER 2 COLUMN 35 VALUE 'EMPLOYEE ID:  '.
           05  LINE NUMBER 2 COLUMN 50 PIC X(05) TO WS-EMP-ID.

       01  ACCOUNT-SCREEN.
           05  BLANK SCREEN.
           05  LINE NUMBER 1 COLUMN 35 VALUE 'BANK ACCOUNT'.
           05  LINE NUMBER 2 COLUMN 35 VALUE 'EMPLOYEE ID:  '.
           05  LINE NUMBER 2 COLUMN 50 PIC X(05) TO WS-EMP-ID.
           05  LINE NUMBER 3 COLUMN 35 VALUE 'BANK:  '.
           05  LINE NUMBER 3 COLUMN 50 PIC X(04) TO WS-BANK-CODE.
           05  LINE NUMBER 4 COLUMN 35 VALUE 'BRANCH:  '.
           05  LINE NUMBER 4 COLUMN 50 PIC X(04) TO WS-BRANCH-CODE.
           05  LINE NUMBER 5 COLUMN 35 VALUE 'ACCOUNT NO:  '.
           05  LINE NUMBER 5 COLUMN 50 PIC X(12) TO WS-ACCOUNT-NO.
           05  LINE NUMBER 6 COLUMN 35 VALUE 'ACCOUNT NAME:  '.
           05  LINE NUMBER 6 COLUMN 50 PIC X(30) TO WS-ACCOUNT-NAME.

       01  VIEW-SCREEN.
           05  BLANK SCREEN.
           05  LINE NUMBER 1 COLUMN 20 VALUE 'BANK ACCOUNT - EMPLOYEE'.
           05  LINE NUMBER 1 COLUMN 44 PIC X(05) FROM WS-EMP-ID.
           05  LINE NUMBER 2 COLUMN 20 VALUE 'APPROVED'.
           05  LINE NUMBER 2 COLUMN 50 VALUE 'PENDING'.
           05  LINE NUMBER 3 COLUMN 02 VALUE 'BANK:'.
           05  LINE NUMBER 3 COLUMN 20 PIC X(04) FROM WS-CUR-BANK-CODE.
           05  LINE NUMBER 3 COLUMN 50 PIC X(04) FROM WS-PND-BANK-CODE.
           05  LINE NUMBER 4 COLUMN 02 VALUE 'BRANCH:'.
           05  LINE NUMBER 4 COLUMN 20 PIC X(04)
                                       FROM WS-CUR-BRANCH-CODE.
           05  LINE NUMBER 4 COLUMN 50 PIC X(04)
                                       FROM WS-PND-BRANCH-CODE.
           05  LINE NUMBER 5 COLUMN 02 VALUE 'ACCOUNT NO:'.
           05  LINE NUMBER 5 COLUMN 20 PIC X(12)
                                       FROM WS-CUR-ACCOUNT-NO.
           05  LINE NUMBER 5 COLUMN 50 PIC X(12)
                                       FROM WS-PND-ACCOUNT-NO.
           05  LINE NUMBER 6 COLUMN 02 VALUE 'ACCOUNT NAME:'.
           05  LINE NUMBER 6 COLUMN 20 PIC X(30)
                                       FROM WS-CUR-ACCOUNT-NAME.
           05  LINE NUMBER 6 COLUMN 50 PIC X(30)
                                       FROM WS-PND-ACCOUNT-NAME.
           05  LINE NUMBER 7 COLUMN 02 VALUE 'STATUS:'.
           05  LINE NUMBER 7 COLUMN 20 PIC X(20)
                                       FROM WS-CUR-STATUS-TEXT.
           05  LINE NUMBER 8 COLUMN 02 VALUE 'ENTERED BY:'.
           05  LINE NUMBER 8 COLUMN 50 PIC X(08) FROM WS-PND-OPERATOR.
           05  LINE NUMBER 9 COLUMN 02 VALUE 'ENTERED ON:'.
           05  LINE NUMBER 9 COLUMN 50 PIC 9(08) FROM WS-PND-DATE.

       01  MESSAGE-SCREEN.
           05  BLANK SCREEN.
           05  LINE NUMBER 20 COLUMN 15 VALUE 'PLEASE INPUT OPTION'.

       PROCEDURE DIVISION.

       MAIN SECTION.
       MAIN-START.
           PERFORM OPERATOR-SIGNON.
           IF WS-SIGNON-OK = "Y"
               PERFORM VIEW-MAIN
           END-IF.
       MAIN-EXIT.
           STOP RUN.
      /
       OPERATOR-SIGNON SECTION.
       OPERATOR-SIGNON-START.
           DISPLAY "OPERATOR ID: "      WITH NO ADVANCING.
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
      /
       VIEW-MAIN SECTION.
       VIEW-MAIN-START.
           DISPLAY MENU-SCREEN.
           PERFORM UNTIL WS-OPTION         = 'E'
               ACCEPT MENU-SCREEN
               EVALUATE WS-OPTION
                   WHEN 'A'
                       IF WS-AUTH-LEVEL < 2
                           PERFORM DISPLAY-NO-AUTHORITY
                       ELSE
                           PERFORM CREATE-ACCOUNT
                       END-IF
                   WHEN 'B'
                       PERFORM VIEW-ACCOUNT
                   WHEN 'C'
                       IF WS-AUTH-LEVEL < 2
                           PERFORM DISPLAY-NO-AUTHORITY
                       ELSE
                           PERFORM CHANGE-ACCOUNT
                       END-IF
                   WHEN 'D'
                       IF WS-AUTH-LEVEL < 3
                           PERFORM DISPLAY-NO-AUTHORITY
                       ELSE
                           PERFORM APPROVE-CHANGE
                       END-IF
                   WHEN 'R'
                       IF WS-AUTH-LEVEL < 3
                           PERFORM DISPLAY-NO-AUTHORITY
                       ELSE
                           PERFORM REJECT-CHANGE
                       END-IF
                   WHEN 'E'
                       CONTINUE
                   WHEN OTHER
                       PERFORM DISPLAY-MESSAGE
               END-EVALUATE
           END-PERFORM.
       VIEW-MAIN-EXIT.
           EXIT.
      /
       DISPLAY-NO-AUTHORITY SECTION.
       DISPLAY-NO-AUTHORITY-START.
           DISPLAY "AUTHORITY LEVEL " WS-AUTH-LEVEL
               " - FUNCTION NOT ALLOWED".
       DISPLAY-NO-AUTHORITY-EXIT.
           EXIT.
      /
       DISPLAY-MESSAGE SECTION.
       DISPLAY-MESSAGE-START.
           DISPLAY MESSAGE-SCREEN.
           ACCEPT MESSAGE-SCREEN.
       DISPLAY-MESSAGE-EXIT.
           EXIT.
      /
      *    Tai khoan moi: chi ghi vao phan cho duyet, phan da duyet de
      *    trong nen lan chay match chua chuyen khoan cho den khi duyet
       CREATE-ACCOUNT SECTION.
       CREATE-ACCOUNT-START.
           MOVE SPACES              TO WS-ACCOUNT.
           DISPLAY ACCOUNT-SCREEN.
           ACCEPT ACCOUNT-SCREEN.
           PERFORM LOAD-BANKACCT.
           PERFORM FIND-ACCOUNT.
           IF WS-BA-FOUND = "Y"
               DISPLAY "ACCOUNT ALREADY EXISTS - USE CHANGE"
               GO TO CREATE-ACCOUNT-EXIT
           END-IF.
           IF WS-BA-CNT NOT < WS-BA-MAX
               DISPLAY "BANKACCT.txt FULL - CREATE REJECTED"
               GO TO CREATE-ACCOUNT-EXIT
           END-IF.
           ADD 1                    TO WS-BA-CNT.
           MOVE WS-BA-CNT           TO WS-BA-IX.
           MOVE SPACES              TO BANKACCT-RECORD.
           MOVE WS-EMP-ID           TO BA-EMP-ID.
           PERFORM SET-PENDING.
           MOVE "REQUEST"           TO WS-JRNL-ACTION.
           PERFORM WRITE-JOURNAL.
           PERFORM SAVE-BANKACCT.
           DISPLAY "ACCOUNT ENTERED - PENDING APPROVAL".
       CREATE-ACCOUNT-EXIT.
           EXIT.
      /
       VIEW-ACCOUNT SECTION.
       VIEW-ACCOUNT-START.
           DISPLAY ID-SCREEN.
           ACCEPT ID-SCREEN.
           PERFORM LOAD-BANKACCT.
           PERFORM FIND-ACCOUNT.
           MOVE SPACES              TO WS-CURRENT WS-PENDING.
           MOVE ZERO                TO WS-PND-DATE.
           IF WS-BA-FOUND NOT = "Y"
               MOVE "NOT ON FILE"   TO WS-CUR-STATUS-TEXT
               GO TO VIEW-ACCOUNT-SHOW
           END-IF.
           MOVE BA-BANK-CODE        TO WS-CUR-BANK-CODE.
           MOVE BA-BRANCH-CODE      TO WS-CUR-BRANCH-CODE.
           MOVE BA-ACCOUNT-NO       TO WS-CUR-ACCOUNT-NO.
           MOVE BA-ACCOUNT-NAME     TO WS-CUR-ACCOUNT-NAME.
           MOVE BA-PEND-BANK-CODE   TO WS-PND-BANK-CODE.
           MOVE BA-PEND-BRANCH-CODE TO WS-PND-BRANCH-CODE.
           MOVE BA-PEND-ACCOUNT-NO  TO WS-PND-ACCOUNT-NO.
           MOVE BA-PEND-ACCOUNT-NAME TO WS-PND-ACCOUNT-NAME.
           MOVE BA-PEND-OPERATOR    TO WS-PND-OPERATOR.
           IF BA-PEND-OPERATOR NOT = SPACE
               MOVE BA-PEND-DATE    TO WS-PND-DATE
           END-IF.
           EVALUATE TRUE
               WHEN BA-SUSPENDED
                   STRING "SUSPENDED "   DELIMITED BY SIZE
                          BA-STATUS-REASON DELIMITED BY SIZE
                          " "            DELIMITED BY SIZE
                          BA-STATUS-PERIOD DELIMITED BY SIZE
                       INTO WS-CUR-STATUS-TEXT
               WHEN BA-ACCOUNT-NO = SPACE
                   MOVE "NOT YET APPROVED" TO WS-CUR-STATUS-TEXT
               WHEN OTHER
                   MOVE "ACTIVE"    TO WS-CUR-STATUS-TEXT
           END-EVALUATE.
       VIEW-ACCOUNT-SHOW.
           DISPLAY VIEW-SCREEN.
           ACCEPT VIEW-SCREEN.
       VIEW-ACCOUNT-EXIT.
           EXIT.
      /
      *    Thay doi chi luu vao phan cho duyet; phan da duyet giu
      *    nguyen cho den khi nguoi thu hai duyet
       CHANGE-ACCOUNT SECTION.
       CHANGE-ACCOUNT-START.
           MOVE SPACES              TO WS-ACCOUNT.
           DISPLAY ACCOUNT-SCREEN.
           ACCEPT ACCOUNT-SCREEN.
           PERFORM LOAD-BANKACCT.
           PERFORM FIND-ACCOUNT.
           IF WS-BA-FOUND NOT = "Y"
               DISPLAY "ACCOUNT NOT FOUND"
               GO TO CHANGE-ACCOUNT-EXIT
           END-IF.
           PERFORM SET-PENDING.
           MOVE "REQUEST"           TO WS-JRNL-ACTION.
           PERFORM WRITE-JOURNAL.
           PERFORM SAVE-BANKACCT.
           DISPLAY "CHANGE ENTERED - PENDING APPROVAL".
       CHANGE-ACCOUNT-EXIT.
           EXIT.
      /
       APPROVE-CHANGE SECTION.
       APPROVE-CHANGE-START.
           DISPLAY ID-SCREEN.
           ACCEPT ID-SCREEN.
           PERFORM LOAD-BANKACCT.
           PERFORM FIND-ACCOUNT.
           IF WS-BA-FOUND NOT = "Y"
               DISPLAY "ACCOUNT NOT FOUND"
               GO TO APPROVE-CHANGE-EXIT
           END-IF.
           IF BA-PEND-OPERATOR = SPACE
               DISPLAY "NO CHANGE PENDING"
               GO TO APPROVE-CHANGE-EXIT
           END-IF.
           IF BA-PEND-OPERATOR = WS-OPERATOR
               DISPLAY "CHANGE ENTERED BY " WS-OPERATOR
                   " - A SECOND OPERATOR MUST APPROVE"
               GO TO APPROVE-CHANGE-EXIT
           END-IF.
           MOVE BA-PEND-BANK-CODE   TO WS-BANK-CODE.
           MOVE BA-PEND-BRANCH-CODE TO WS-BRANCH-CODE.
           MOVE BA-PEND-ACCOUNT-NO  TO WS-ACCOUNT-NO.
           MOVE BA-PEND-ACCOUNT-NAME TO WS-ACCOUNT-NAME.
           MOVE "APPROVE"           TO WS-JRNL-ACTION.
           PERFORM WRITE-JOURNAL.
           MOVE WS-BANK-CODE        TO BA-BANK-CODE.
           MOVE WS-BRANCH-CODE      TO BA-BRANCH-CODE.
           MOVE WS-ACCOUNT-NO       TO BA-ACCOUNT-NO.
           MOVE WS-ACCOUNT-NAME     TO BA-ACCOUNT-NAME.
      *    Chi tiet moi da duyet thi go bo trang thai tam ngung do
      *    ngan hang tra ve
           MOVE SPACE               TO BA-STATUS.
           MOVE SPACES              TO BA-STATUS-REASON.
           MOVE SPACES              TO BA-STATUS-PERIOD.
           PERFORM CLEAR-PENDING.
           PERFORM SAVE-BANKACCT.
           DISPLAY "CHANGE APPROVED".
       APPROVE-CHANGE-EXIT.
           EXIT.
      /
       REJECT-CHANGE SECTION.
       REJECT-CHANGE-START.
           DISPLAY ID-SCREEN.
           ACCEPT ID-SCREEN.
           PERFORM LOAD-BANKACCT.
           PERFORM FIND-ACCOUNT.
           IF WS-BA-FOUND NOT = "Y"
               DISPLAY "ACCOUNT NOT FOUND"
               GO TO REJECT-CHANGE-EXIT
           END-IF.
           IF BA-PEND-OPERATOR = SPACE
               DISPLAY "NO CHANGE PENDING"
               GO TO REJECT-CHANGE-EXIT
           END-IF.
           IF BA-PEND-OPERATOR = WS-OPERATOR
               DISPLAY "CHANGE ENTERED BY " WS-OPERATOR
                   " - A SECOND OPERATOR MUST REJECT"
               GO TO REJECT-CHANGE-EXIT
           END-IF.
           MOVE BA-PEND-BANK-CODE   TO WS-BANK-CODE.
           MOVE BA-PEND-BRANCH-CODE TO WS-BRANCH-CODE.
           MOVE BA-PEND-ACCOUNT-NO  TO WS-ACCOUNT-NO.
           MOVE BA-PEND-ACCOUNT-NAME TO WS-ACCOUNT-NAME.
           MOVE "REJECT"            TO WS-JRNL-ACTION.
           PERFORM WRITE-JOURNAL.
           PERFORM CLEAR-PENDING.
      *    Tai khoan moi chua tung duoc duyet thi bo luon record
           IF BA-ACCOUNT-NO = SPACE
           AND BA-BANK-CODE = SPACE
               PERFORM DROP-ACCOUNT
           END-IF.
           PERFORM SAVE-BANKACCT.
           DISPLAY "CHANGE REJECTED".
       REJECT-CHANGE-EXIT.
           EXIT.
      /
       SET-PENDING SECTION.
       SET-PENDING-START.
           MOVE WS-BANK-CODE        TO BA-PEND-BANK-CODE.
           MOVE WS-BRANCH-CODE      TO BA-PEND-BRANCH-CODE.
           MOVE WS-ACCOUNT-NO       TO BA-PEND-ACCOUNT-NO.
           MOVE WS-ACCOUNT-NAME     TO BA-PEND-ACCOUNT-NAME.
           MOVE WS-OPERATOR         TO BA-PEND-OPERATOR.
           ACCEPT BA-PEND-DATE FROM DATE YYYYMMDD.
           MOVE BANKACCT-RECORD     TO WS-BA-ENTRY(WS-BA-IX).
       SET-PENDING-EXIT.
           EXIT.
      /
       CLEAR-PENDING SECTION.
       CLEAR-PENDING-START.
           MOVE SPACES              TO BA-PEND-BANK-CODE
                                       BA-PEND-BRANCH-CODE
                                       BA-PEND-ACCOUNT-NO
                                       BA-PEND-ACCOUNT-NAME
                                       BA-PEND-OPERATOR.
           MOVE ZERO                TO BA-PEND-DATE.
           MOVE BANKACCT-RECORD     TO WS-BA-ENTRY(WS-BA-IX).
       CLEAR-PENDING-EXIT.
           EXIT.
      /
       DROP-ACCOUNT SECTION.
       DROP-ACCOUNT-START.
           PERFORM VARYING WS-BA-IX FROM WS-BA-IX BY 1
                   UNTIL WS-BA-IX >= WS-BA-CNT
               MOVE WS-BA-ENTRY(WS-BA-IX + 1)
                   TO WS-BA-ENTRY(WS-BA-IX)
           END-PERFORM.
           SUBTRACT 1               FROM WS-BA-CNT.
       DROP-ACCOUNT-EXIT.
           EXIT.
      /
      *    BANKACCT.txt la file tuan tu dung chung voi cac chuong trinh
      *    batch: nap ca file vao bang, sua trong bang, ghi lai ca file
       LOAD-BANKACCT SECTION.
       LOAD-BANKACCT-START.
           MOVE ZERO                TO WS-BA-CNT.
           OPEN INPUT BANKACCT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               GO TO LOAD-BANKACCT-EXIT
           END-IF.
           MOVE "N"                 TO WS-BA-EOF.
           PERFORM UNTIL WS-BA-EOF = "Y"
               READ BANKACCT-FILE
                   AT END
                       MOVE "Y"     TO WS-BA-EOF
                   NOT AT END
                       IF WS-BA-CNT < WS-BA-MAX
                           ADD 1    TO WS-BA-CNT
                           MOVE BANKACCT-RECORD
                               TO WS-BA-ENTRY(WS-BA-CNT)
                       ELSE
                           DISPLAY "BANKACCT.txt TOO LARGE - "
                               "SESSION ENDED"
                           CLOSE BANKACCT-FILE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BANKACCT-FILE.
       LOAD-BANKACCT-EXIT.
           EXIT.
      /
       FIND-ACCOUNT SECTION.
       FIND-ACCOUNT-START.
           MOVE "N"                 TO WS-BA-FOUND.
           PERFORM VARYING WS-BA-IX FROM 1 BY 1
                   UNTIL WS-BA-IX > WS-BA-CNT
                   OR WS-BA-FOUND = "Y"
               MOVE WS-BA-ENTRY(WS-BA-IX) TO BANKACCT-RECORD
               IF BA-EMP-ID = WS-EMP-ID
                   MOVE "Y"         TO WS-BA-FOUND
               END-IF
           END-PERFORM.
           IF WS-BA-FOUND = "Y"
               SUBTRACT 1           FROM WS-BA-IX
           END-IF.
       FIND-ACCOUNT-EXIT.
           EXIT.
      /
       SAVE-BANKACCT SECTION.
       SAVE-BANKACCT-START.
           OPEN OUTPUT BANKACCT-FILE.
           PERFORM VARYING WS-BA-IX FROM 1 BY 1
                   UNTIL WS-BA-IX > WS-BA-CNT
               MOVE WS-BA-ENTRY(WS-BA-IX) TO BANKACCT-RECORD
               WRITE BANKACCT-RECORD
           END-PERFORM.
           CLOSE BANKACCT-FILE.
       SAVE-BANKACCT-EXIT.
           EXIT.
      /
      *    Nhat ky: gia tri da duyet hien tai la "cu", WS-ACCOUNT la
      *    "moi" (chi tiet de nghi / duoc duyet / bi tu choi)
       WRITE-JOURNAL SECTION.
       WRITE-JOURNAL-START.
           ACCEPT WS-JRNL-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-JRNL-TIME FROM TIME.
           OPEN EXTEND BANK-JOURNAL.
           IF WS-JOURNAL-STATUS = "05" OR WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT BANK-JOURNAL
           END-IF.
           MOVE WS-EMP-ID           TO BJ-EMP-ID.
           MOVE WS-JRNL-DATE        TO BJ-DATE.
           MOVE WS-JRNL-TIME(1:6)   TO BJ-TIME.
           MOVE WS-JRNL-ACTION      TO BJ-ACTION.
           MOVE BA-BANK-CODE        TO BJ-OLD-BANK-CODE.
           MOVE BA-BRANCH-CODE      TO BJ-OLD-BRANCH-CODE.
           MOVE BA-ACCOUNT-NO       TO BJ-OLD-ACCOUNT-NO.
           MOVE BA-ACCOUNT-NAME     TO BJ-OLD-ACCOUNT-NAME.
           MOVE WS-BANK-CODE        TO BJ-NEW-BANK-CODE.
           MOVE WS-BRANCH-CODE      TO BJ-NEW-BRANCH-CODE.
           MOVE WS-ACCOUNT-NO       TO BJ-NEW-ACCOUNT-NO.
           MOVE WS-ACCOUNT-NAME     TO BJ-NEW-ACCOUNT-NAME.
           MOVE WS-OPERATOR         TO BJ-OPERATOR.
           WRITE BANK-JOURNAL-RECORD.
           CLOSE BANK-JOURNAL.
       WRITE-JOURNAL-EXIT.
           EXIT.
