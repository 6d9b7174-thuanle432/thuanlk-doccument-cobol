       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPAREDATA.
      ******************************************************************
      *  Proves the standby users table is level with the primary
      *  after REPLAYDATA, before DB-JOURNAL.LOG is archived.  Both
      *  servers come from DB-CONFIG.txt as CONNECTDATA lays it out:
      *  line 1 server, line 2 database, line 3 user, line 4
      *  password, line 5 standby server, line 6 standby database,
      *  with PG_HOST / PG_DATABASE / PG_USER / PG_PASSWORD /
      *  PG_STANDBY_HOST / PG_STANDBY_DATABASE as the per-line
      *  fallback.
      *
      *  Each side is read in id order (id, name, age, status, delete
      *  stamp to the second; a null status counts as A, as
      *  INQUIRYDATA treats it) into a work file, one connection at a
      *  time, and the two work files are matched on id.
      *  USERSCMP.RPT lists
      *    MISSING ON STANDBY   row on the primary only
      *    MISSING ON PRIMARY   row on the standby only
      *    DIFFERS              same id, the differing columns named
      *  followed by the row count and checksum of each side.  The
      *  checksum is the sum over all rows of a position-weighted
      *  byte sum of the compared columns, so it moves with any
      *  change to any of them.
      *
      *  RETURN-CODE 0 when level, 8 when any row is missing or
      *  differs (do not archive the journal), 16 when either side
      *  cannot be connected to or read.
      *
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DB-CONFIG-FILE ASSIGN TO "DB-CONFIG.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT PRIMARY-ROWS ASSIGN TO "USERSCMP-P.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIMARY-STATUS.

           SELECT STANDBY-ROWS ASSIGN TO "USERSCMP-S.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STANDBY-STATUS.

           SELECT COMPARE-REPORT ASSIGN TO "USERSCMP.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DB-CONFIG-FILE.
       01  DB-CONFIG-RECORD            PIC X(40).

       FD  PRIMARY-ROWS.
       01  PRIMARY-ROW.
           03  PR-ID                   PIC 9(09).
           03  PR-DATA.
               05  PR-NAME             PIC X(30).
               05  PR-AGE              PIC 9(03).
               05  PR-STATUS           PIC X(01).
               05  PR-DELETED          PIC X(14).

       FD  STANDBY-ROWS.
       01  STANDBY-ROW.
           03  SR-ID                   PIC 9(09).
           03  SR-DATA.
               05  SR-NAME             PIC X(30).
               05  SR-AGE              PIC 9(03).
               05  SR-STATUS           PIC X(01).
               05  SR-DELETED          PIC X(14).

       FD  COMPARE-REPORT.
       01  REPORT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  SQLCODE                     PIC S9(9) COMP.
       01  SQLERRMC                    PIC X(70).
       01  Server-Name                 PIC X(20) VALUE SPACE.
       01  Database-Name               PIC X(20) VALUE SPACE.
       01  User-ID                     PIC X(20) VALUE SPACE.
       01  DB-Password                 PIC X(20) VALUE SPACE.
       01  Standby-Server              PIC X(20) VALUE SPACE.
       01  Standby-Database            PIC X(20) VALUE SPACE.
       01  WS-CONNECT-TARGET           PIC X(42).
       01  WS-PRIMARY-TARGET           PIC X(42).
       01  WS-TARGET                   PIC X(08).
       01  WS-CONFIG-STATUS            PIC X(02).
       01  WS-PRIMARY-STATUS           PIC X(02).
       01  WS-STANDBY-STATUS           PIC X(02).
       01  WS-EOF                      PIC X(01).
       01  WS-READ-OK                  PIC X(01).
       01  WS-PRIMARY-EOF              PIC X(01).
       01  WS-STANDBY-EOF              PIC X(01).

      *> Cot doc tu users cho mot dong
       01  ROW-ID                      PIC 9(9).
       01  ROW-NAME                    PIC X(30).
       01  ROW-AGE                     PIC 9(3).
       01  ROW-STATUS                  PIC X(1).
       01  ROW-DELETED                 PIC X(14).

      *> Tong so dong / checksum moi ben
       01  WS-PRIMARY-COUNT            PIC 9(07) VALUE 0.
       01  WS-STANDBY-COUNT            PIC 9(07) VALUE 0.
       01  WS-PRIMARY-SUM              PIC 9(15) VALUE 0.
       01  WS-STANDBY-SUM              PIC 9(15) VALUE 0.
       01  WS-ROW-SUM                  PIC 9(09).
       01  WS-SUM-IMAGE.
           03  WS-SUM-ID               PIC 9(09).
           03  WS-SUM-DATA             PIC X(48).
       01  WS-SUM-IX                   PIC 9(02).

      *> Ket qua so khop
       01  WS-MISSING-STANDBY          PIC 9(07) VALUE 0.
       01  WS-MISSING-PRIMARY          PIC 9(07) VALUE 0.
       01  WS-DIFFER-COUNT             PIC 9(07) VALUE 0.
       01  WS-MATCH-COUNT              PIC 9(07) VALUE 0.
       01  WS-DIFF-COLUMNS             PIC X(40).
       01  WS-DIFF-PTR                 PIC 9(02).

       01  WS-RUN-DATE                 PIC 9(08).
       01  WS-RUN-TIME                 PIC 9(08).

       01  RPT-DETAIL.
           03  RD-ID                   PIC Z(8)9.
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  RD-RESULT               PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  RD-TEXT                 PIC X(48).

       01  RPT-TOTAL.
           03  RT-LABEL                PIC X(30).
           03  RT-COUNT                PIC Z(6)9.
           03  FILLER                  PIC X(03) VALUE SPACE.
           03  RT-SUM                  PIC Z(14)9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-CONNECTION-CONFIG.
           IF Standby-Server = SPACE AND Standby-Database = SPACE
               DISPLAY "No standby configured - nothing to compare."
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.

      *> Primary truoc, sau do standby; moi lan mot ket noi.
           MOVE "PRIMARY" TO WS-TARGET.
           PERFORM BUILD-CONNECT-TARGET.
           MOVE WS-CONNECT-TARGET TO WS-PRIMARY-TARGET.
           OPEN OUTPUT PRIMARY-ROWS.
           PERFORM UNLOAD-PRIMARY
               THRU UNLOAD-PRIMARY-EXIT.
           CLOSE PRIMARY-ROWS.
           IF WS-READ-OK NOT = "Y"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.

           MOVE "STANDBY" TO WS-TARGET.
           MOVE Standby-Server TO Server-Name.
           IF Standby-Database NOT = SPACE
               MOVE Standby-Database TO Database-Name
           END-IF.
           PERFORM BUILD-CONNECT-TARGET.
           OPEN OUTPUT STANDBY-ROWS.
           PERFORM UNLOAD-STANDBY
               THRU UNLOAD-STANDBY-EXIT.
           CLOSE STANDBY-ROWS.
           IF WS-READ-OK NOT = "Y"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.

           PERFORM COMPARE-SIDES.

           DISPLAY "Primary rows:        " WS-PRIMARY-COUNT.
           DISPLAY "Standby rows:        " WS-STANDBY-COUNT.
           DISPLAY "Missing on standby:  " WS-MISSING-STANDBY.
           DISPLAY "Missing on primary:  " WS-MISSING-PRIMARY.
           DISPLAY "Rows that differ:    " WS-DIFFER-COUNT.
           IF WS-MISSING-STANDBY = ZERO AND WS-MISSING-PRIMARY = ZERO
           AND WS-DIFFER-COUNT = ZERO
           AND WS-PRIMARY-SUM = WS-STANDBY-SUM
               DISPLAY "Standby is level - DB-JOURNAL.LOG may be "
                   "archived."
           ELSE
               DISPLAY "Standby is NOT level - see USERSCMP.RPT; do "
                   "not archive DB-JOURNAL.LOG."
               MOVE 8 TO RETURN-CODE
           END-IF.

       END-PROGRAM.
           DISPLAY "Program finished."
           STOP RUN.

      *> UNLOAD-PRIMARY - ket noi primary, ghi users theo id ra file
      *> tam; WS-READ-OK = Y khi doc het khong loi.
       UNLOAD-PRIMARY.
           MOVE "N" TO WS-READ-OK.
           PERFORM CONNECT-TARGET.
           IF SQLCODE NOT EQUAL ZERO
               GO TO UNLOAD-PRIMARY-EXIT
           END-IF.
           PERFORM OPEN-USERS-CURSOR.
           IF SQLCODE NOT EQUAL ZERO
               PERFORM DISCONNECT-TARGET
               GO TO UNLOAD-PRIMARY-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM FETCH-PRIMARY-ROW
               THRU FETCH-PRIMARY-ROW-EXIT
               UNTIL WS-EOF = "Y".
           PERFORM CLOSE-USERS-CURSOR.
           PERFORM DISCONNECT-TARGET.
       UNLOAD-PRIMARY-EXIT.
           EXIT.

       FETCH-PRIMARY-ROW.
           PERFORM FETCH-USERS-ROW
               THRU FETCH-USERS-ROW-EXIT.
           IF WS-EOF = "Y"
               GO TO FETCH-PRIMARY-ROW-EXIT
           END-IF.
           MOVE ROW-ID      TO PR-ID.
           MOVE ROW-NAME    TO PR-NAME.
           MOVE ROW-AGE     TO PR-AGE.
           MOVE ROW-STATUS  TO PR-STATUS.
           MOVE ROW-DELETED TO PR-DELETED.
           WRITE PRIMARY-ROW.
           ADD 1 TO WS-PRIMARY-COUNT.
           MOVE PR-ID   TO WS-SUM-ID.
           MOVE PR-DATA TO WS-SUM-DATA.
           PERFORM ROW-CHECKSUM.
           ADD WS-ROW-SUM TO WS-PRIMARY-SUM.
       FETCH-PRIMARY-ROW-EXIT.
           EXIT.

      *> UNLOAD-STANDBY - nhu UNLOAD-PRIMARY, cho standby.
       UNLOAD-STANDBY.
           MOVE "N" TO WS-READ-OK.
           PERFORM CONNECT-TARGET.
           IF SQLCODE NOT EQUAL ZERO
               GO TO UNLOAD-STANDBY-EXIT
           END-IF.
           PERFORM OPEN-USERS-CURSOR.
           IF SQLCODE NOT EQUAL ZERO
               PERFORM DISCONNECT-TARGET
               GO TO UNLOAD-STANDBY-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM FETCH-STANDBY-ROW
               THRU FETCH-STANDBY-ROW-EXIT
               UNTIL WS-EOF = "Y".
           PERFORM CLOSE-USERS-CURSOR.
           PERFORM DISCONNECT-TARGET.
       UNLOAD-STANDBY-EXIT.
           EXIT.

       FETCH-STANDBY-ROW.
           PERFORM FETCH-USERS-ROW
               THRU FETCH-USERS-ROW-EXIT.
           IF WS-EOF = "Y"
               GO TO FETCH-STANDBY-ROW-EXIT
           END-IF.
           MOVE ROW-ID      TO SR-ID.
           MOVE ROW-NAME    TO SR-NAME.
           MOVE ROW-AGE     TO SR-AGE.
           MOVE ROW-STATUS  TO SR-STATUS.
           MOVE ROW-DELETED TO SR-DELETED.
           WRITE STANDBY-ROW.
           ADD 1 TO WS-STANDBY-COUNT.
           MOVE SR-ID   TO WS-SUM-ID.
           MOVE SR-DATA TO WS-SUM-DATA.
           PERFORM ROW-CHECKSUM.
           ADD WS-ROW-SUM TO WS-STANDBY-SUM.
       FETCH-STANDBY-ROW-EXIT.
           EXIT.

      *> CONNECT-TARGET - ket noi toi WS-CONNECT-TARGET.
       CONNECT-TARGET.
           EXEC SQL
               CONNECT TO :WS-CONNECT-TARGET
                   USER :User-ID USING :DB-Password
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY "Error connecting to " WS-TARGET ": " SQLERRMC
           ELSE
               DISPLAY "Connected to " WS-TARGET ": "
                   WS-CONNECT-TARGET
           END-IF.

       DISCONNECT-TARGET.
           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.

      *> OPEN-USERS-CURSOR - cung mot cau SELECT cho ca hai ben de
      *> gia tri so sanh duoc dinh dang giong nhau.
       OPEN-USERS-CURSOR.
           EXEC SQL
               DECLARE CMPCSR CURSOR FOR
               SELECT id, COALESCE(name, ' '), COALESCE(age, 0),
                      COALESCE(status, 'A'),
                      COALESCE(TO_CHAR(deleted_at,
                                       'YYYYMMDDHH24MISS'), ' ')
               FROM users
               ORDER BY id
           END-EXEC.
           EXEC SQL
               OPEN CMPCSR
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY "Error reading users on " WS-TARGET ": "
                   SQLERRMC
           END-IF.

       FETCH-USERS-ROW.
           EXEC SQL
               FETCH CMPCSR
               INTO :ROW-ID, :ROW-NAME, :ROW-AGE, :ROW-STATUS,
                    :ROW-DELETED
           END-EXEC.
           IF SQLCODE = ZERO
               GO TO FETCH-USERS-ROW-EXIT
           END-IF.
           MOVE "Y" TO WS-EOF.
      *> 100 = het du lieu; loi khac thi ben nay khong dung duoc.
           IF SQLCODE = 100
               MOVE "Y" TO WS-READ-OK
           ELSE
               DISPLAY "Error fetching users on " WS-TARGET ": "
                   SQLERRMC
           END-IF.
       FETCH-USERS-ROW-EXIT.
           EXIT.

       CLOSE-USERS-CURSOR.
           EXEC SQL
               CLOSE CMPCSR
           END-EXEC.

      *> ROW-CHECKSUM - tong byte co trong so vi tri cua id va cac
      *> cot so sanh.
       ROW-CHECKSUM.
           MOVE ZERO TO WS-ROW-SUM.
           PERFORM ADD-CHECKSUM-BYTE
               VARYING WS-SUM-IX FROM 1 BY 1
               UNTIL WS-SUM-IX > 57.

       ADD-CHECKSUM-BYTE.
           COMPUTE WS-ROW-SUM = WS-ROW-SUM
               + FUNCTION ORD(WS-SUM-IMAGE(WS-SUM-IX:1)) * WS-SUM-IX.

      *> COMPARE-SIDES - so khop hai file tam theo id va in bao cao.
       COMPARE-SIDES.
           OPEN INPUT PRIMARY-ROWS STANDBY-ROWS.
           OPEN OUTPUT COMPARE-REPORT.
           PERFORM WRITE-REPORT-HEADING.
           MOVE "N" TO WS-PRIMARY-EOF WS-STANDBY-EOF.
           PERFORM READ-PRIMARY-ROW.
           PERFORM READ-STANDBY-ROW.
           PERFORM MATCH-ONE
               THRU MATCH-ONE-EXIT
               UNTIL WS-PRIMARY-EOF = "Y" AND WS-STANDBY-EOF = "Y".
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE PRIMARY-ROWS STANDBY-ROWS COMPARE-REPORT.

       READ-PRIMARY-ROW.
           READ PRIMARY-ROWS
               AT END
                   MOVE "Y" TO WS-PRIMARY-EOF
                   MOVE 999999999 TO PR-ID
           END-READ.

       READ-STANDBY-ROW.
           READ STANDBY-ROWS
               AT END
                   MOVE "Y" TO WS-STANDBY-EOF
                   MOVE 999999999 TO SR-ID
           END-READ.

       MATCH-ONE.
           MOVE SPACES TO RPT-DETAIL.
           IF WS-STANDBY-EOF = "Y"
           OR (WS-PRIMARY-EOF NOT = "Y" AND PR-ID < SR-ID)
               MOVE PR-ID TO RD-ID
               MOVE "MISSING ON STANDBY" TO RD-RESULT
               MOVE PR-NAME TO RD-TEXT
               WRITE REPORT-LINE FROM RPT-DETAIL
               ADD 1 TO WS-MISSING-STANDBY
               PERFORM READ-PRIMARY-ROW
               GO TO MATCH-ONE-EXIT
           END-IF.
           IF WS-PRIMARY-EOF = "Y" OR SR-ID < PR-ID
               MOVE SR-ID TO RD-ID
               MOVE "MISSING ON PRIMARY" TO RD-RESULT
               MOVE SR-NAME TO RD-TEXT
               WRITE REPORT-LINE FROM RPT-DETAIL
               ADD 1 TO WS-MISSING-PRIMARY
               PERFORM READ-STANDBY-ROW
               GO TO MATCH-ONE-EXIT
           END-IF.
           IF PR-DATA = SR-DATA
               ADD 1 TO WS-MATCH-COUNT
           ELSE
               PERFORM LIST-DIFFERENCE
           END-IF.
           PERFORM READ-PRIMARY-ROW.
           PERFORM READ-STANDBY-ROW.
       MATCH-ONE-EXIT.
           EXIT.

      *> LIST-DIFFERENCE - cung id, ghi ten cac cot khac nhau va
      *> gia tri hai ben tren dong tiep theo.
       LIST-DIFFERENCE.
           ADD 1 TO WS-DIFFER-COUNT.
           MOVE SPACES TO WS-DIFF-COLUMNS.
           MOVE 1 TO WS-DIFF-PTR.
           IF PR-NAME NOT = SR-NAME
               STRING "NAME " DELIMITED BY SIZE
                   INTO WS-DIFF-COLUMNS WITH POINTER WS-DIFF-PTR
           END-IF.
           IF PR-AGE NOT = SR-AGE
               STRING "AGE " DELIMITED BY SIZE
                   INTO WS-DIFF-COLUMNS WITH POINTER WS-DIFF-PTR
           END-IF.
           IF PR-STATUS NOT = SR-STATUS
               STRING "STATUS " DELIMITED BY SIZE
                   INTO WS-DIFF-COLUMNS WITH POINTER WS-DIFF-PTR
           END-IF.
           IF PR-DELETED NOT = SR-DELETED
               STRING "DELETED-AT " DELIMITED BY SIZE
                   INTO WS-DIFF-COLUMNS WITH POINTER WS-DIFF-PTR
           END-IF.
           MOVE PR-ID TO RD-ID.
           MOVE "DIFFERS" TO RD-RESULT.
           MOVE WS-DIFF-COLUMNS TO RD-TEXT.
           WRITE REPORT-LINE FROM RPT-DETAIL.
           MOVE SPACES TO REPORT-LINE.
           STRING "           PRIMARY " DELIMITED BY SIZE
                  PR-DATA               DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "           STANDBY " DELIMITED BY SIZE
                  SR-DATA               DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REPORT-HEADING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO REPORT-LINE.
           STRING "USERS PRIMARY/STANDBY COMPARISON  RUN "
                                       DELIMITED BY SIZE
                  WS-RUN-DATE          DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  WS-RUN-TIME(1:6)     DELIMITED BY SIZE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "PRIMARY " DELIMITED BY SIZE
                  WS-PRIMARY-TARGET DELIMITED BY SPACE
                  "  STANDBY " DELIMITED BY SIZE
                  WS-CONNECT-TARGET DELIMITED BY SPACE
               INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "       ID  RESULT               COLUMNS / NAME"
               TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE ALL "-" TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO RPT-TOTAL.
           MOVE "PRIMARY ROWS / CHECKSUM" TO RT-LABEL.
           MOVE WS-PRIMARY-COUNT TO RT-COUNT.
           MOVE WS-PRIMARY-SUM   TO RT-SUM.
           WRITE REPORT-LINE FROM RPT-TOTAL.
           MOVE "STANDBY ROWS / CHECKSUM" TO RT-LABEL.
           MOVE WS-STANDBY-COUNT TO RT-COUNT.
           MOVE WS-STANDBY-SUM   TO RT-SUM.
           WRITE REPORT-LINE FROM RPT-TOTAL.
           MOVE SPACES TO RPT-TOTAL.
           MOVE "ROWS LEVEL" TO RT-LABEL.
           MOVE WS-MATCH-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL.
           MOVE "MISSING ON STANDBY" TO RT-LABEL.
           MOVE WS-MISSING-STANDBY TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL.
           MOVE "MISSING ON PRIMARY" TO RT-LABEL.
           MOVE WS-MISSING-PRIMARY TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL.
           MOVE "ROWS THAT DIFFER" TO RT-LABEL.
           MOVE WS-DIFFER-COUNT TO RT-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL.
           MOVE SPACES TO REPORT-LINE.
           IF WS-MISSING-STANDBY = ZERO AND WS-MISSING-PRIMARY = ZERO
           AND WS-DIFFER-COUNT = ZERO
           AND WS-PRIMARY-SUM = WS-STANDBY-SUM
               MOVE "RESULT: LEVEL" TO REPORT-LINE
           ELSE
               MOVE "RESULT: NOT LEVEL - DO NOT ARCHIVE DB-JOURNAL.LOG"
                   TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

      *> LOAD-CONNECTION-CONFIG - 6 dong DB-CONFIG.txt, dong nao
      *> thieu thi lay bien moi truong tuong ung.
       LOAD-CONNECTION-CONFIG.
           OPEN INPUT DB-CONFIG-FILE.
           IF WS-CONFIG-STATUS = "00"
               READ DB-CONFIG-FILE
                   AT END
                     ACCEPT Server-Name FROM ENVIRONMENT "PG_HOST"
                   NOT AT END
                     MOVE DB-CONFIG-RECORD TO Server-Name
               END-READ
               READ DB-CONFIG-FILE
                   AT END
                     ACCEPT Database-Name FROM ENVIRONMENT
                         "PG_DATABASE"
                   NOT AT END
                     MOVE DB-CONFIG-RECORD TO Database-Name
               END-READ
               READ DB-CONFIG-FILE
                   AT END
                     ACCEPT User-ID FROM ENVIRONMENT "PG_USER"
                   NOT AT END
                     MOVE DB-CONFIG-RECORD TO User-ID
               END-READ
               READ DB-CONFIG-FILE
                   AT END
                     ACCEPT DB-Password FROM ENVIRONMENT "PG_PASSWORD"
                   NOT AT END
                     MOVE DB-CONFIG-RECORD TO DB-Password
               END-READ
               READ DB-CONFIG-FILE
                   AT END
                     ACCEPT Standby-Server FROM ENVIRONMENT
                         "PG_STANDBY_HOST"
                   NOT AT END
                     MOVE DB-CONFIG-RECORD TO Standby-Server
               END-READ
               READ DB-CONFIG-FILE
                   AT END
                     ACCEPT Standby-Database FROM ENVIRONMENT
                         "PG_STANDBY_DATABASE"
                   NOT AT END
                     MOVE DB-CONFIG-RECORD TO Standby-Database
               END-READ
               CLOSE DB-CONFIG-FILE
           ELSE
               ACCEPT Server-Name      FROM ENVIRONMENT "PG_HOST"
               ACCEPT Database-Name    FROM ENVIRONMENT "PG_DATABASE"
               ACCEPT User-ID          FROM ENVIRONMENT "PG_USER"
               ACCEPT DB-Password      FROM ENVIRONMENT "PG_PASSWORD"
               ACCEPT Standby-Server   FROM ENVIRONMENT
                   "PG_STANDBY_HOST"
               ACCEPT Standby-Database FROM ENVIRONMENT
                   "PG_STANDBY_DATABASE"
           END-IF.

      *> BUILD-CONNECT-TARGET - database@server tu cap dang dung.
       BUILD-CONNECT-TARGET.
           MOVE SPACES TO WS-CONNECT-TARGET.
           IF Server-Name = SPACE
               MOVE Database-Name TO WS-CONNECT-TARGET
           ELSE
               STRING FUNCTION TRIM(Database-Name)
                                           DELIMITED BY SIZE
                      "@"                  DELIMITED BY SIZE
                      FUNCTION TRIM(Server-Name)
                                           DELIMITED BY SIZE
                   INTO WS-CONNECT-TARGET
           END-IF.
