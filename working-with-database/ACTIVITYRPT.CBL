       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACTIVITYRPT.
      ******************************************************************
      *  Operator activity across every audit trail we keep, for the
      *  security review.  For ACTIVITY_FROM .. ACTIVITY_TO
      *  (YYYYMMDD, both required) it reads
      *    STUDENT-AUDIT.LOG   student system (write1, batch-student,
      *                        readmit, archive, admissions)
      *    SALARY-HISTORY.LOG  payroll salary changes - the operator
      *                        and, where there is one, the approver
      *    MSGAUDIT            WRHH302M message master maintenance
      *    users_audit         users table before-images
      *                        (MAINTAINDATA / SYNCDATA)
      *    DB-JOURNAL.LOG      users table change journal
      *  and normalises every entry to operator, date, time, system,
      *  action and key.  The entries are sorted by operator and time
      *  and printed to ACTIVITY.RPT one operator at a time, followed
      *  by an out-of-hours section: anything on a Saturday or Sunday
      *  or outside ACTIVITY_DAY_START .. ACTIVITY_DAY_END (HHMM,
      *  default 0800 .. 1800).  Entries written before a trail
      *  carried the operator are listed under (NONE).
      *
      *  A trail that is missing is noted on the report.  If the
      *  database cannot be reached the report still runs without
      *  users_audit, noted, and RETURN-CODE is 4; 16 when the
      *  parameters are missing or wrong.
      *
      *  Connection handling follows INQUIRYDATA: DB-CONFIG.txt
      *  (server / database / user / password, one per line) with
      *  PG_HOST/PG_DATABASE/PG_USER/PG_PASSWORD as the per-line
      *  fallback.
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

           SELECT STUDENT-AUDIT ASSIGN TO "STUDENT-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT SALARY-HISTORY ASSIGN TO "SALARY-HISTORY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT MSG-AUDIT ASSIGN TO MSGAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "DB-JOURNAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-STATUS.

           SELECT SORT-WORK ASSIGN TO "ACTWK01".

           SELECT ACTIVITY-REPORT ASSIGN TO "ACTIVITY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DB-CONFIG-FILE.
       01  DB-CONFIG-RECORD            PIC X(40).

       FD  STUDENT-AUDIT.
       01  STUDENT-AUDIT-RECORD.
           03  SA-DATE                 PIC X(08).
           03  FILLER                  PIC X(01).
           03  SA-TIME                 PIC X(06).
           03  FILLER                  PIC X(01).
           03  SA-TEXT                 PIC X(64).

       FD  SALARY-HISTORY.
       01  SALARY-HISTORY-RECORD.
           03  SH-EMP-ID               PIC 9(04).
           03  SH-DATE                 PIC X(08).
           03  SH-TIME                 PIC X(06).
           03  SH-OLD-SALARY           PIC 9(07)V99.
           03  SH-NEW-SALARY           PIC 9(07)V99.
           03  SH-OPERATOR             PIC X(08).
           03  SH-APPROVER             PIC X(08).

       FD  MSG-AUDIT.
       01  MSG-AUDIT-RECORD.
           03  MA-DATE                 PIC X(08).
           03  FILLER                  PIC X(01).
           03  MA-TIME                 PIC X(06).
           03  FILLER                  PIC X(01).
           03  MA-OPERATOR             PIC X(08).
           03  FILLER                  PIC X(01).
           03  MA-ACTION               PIC X(04).
           03  FILLER                  PIC X(01).
           03  MA-MSG-NO               PIC X(03).

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           03  JR-TABLE                PIC X(10).
           03  JR-ACTION               PIC X(06).
           03  JR-USER-ID              PIC X(04).
           03  JR-NAME                 PIC X(30).
           03  JR-AGE                  PIC X(03).
           03  JR-STAMP.
               05  JR-STAMP-DATE       PIC X(08).
               05  JR-STAMP-TIME       PIC X(06).
           03  JR-EMP-ID               PIC X(04).
           03  JR-OPERATOR             PIC X(08).

       SD  SORT-WORK.
       01  SORT-RECORD.
           03  SR-OPERATOR             PIC X(08).
           03  SR-DATE                 PIC X(08).
           03  SR-TIME                 PIC X(06).
           03  SR-SYSTEM               PIC X(08).
           03  SR-ACTION               PIC X(16).
           03  SR-KEY                  PIC X(16).
           03  SR-OUT-OF-HOURS         PIC X(01).

       FD  ACTIVITY-REPORT.
       01  ACTIVITY-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  SQLCODE                     PIC S9(9) COMP.
       01  SQLERRMC                    PIC X(70).
       01  Server-Name                 PIC X(20) VALUE SPACE.
       01  Database-Name               PIC X(20) VALUE SPACE.
       01  User-ID                     PIC X(20) VALUE SPACE.
       01  DB-Password                 PIC X(20) VALUE SPACE.
       01  WS-CONFIG-STATUS            PIC X(02).
       01  WS-SOURCE-STATUS            PIC X(02).
       01  WS-EOF                      PIC X(01).
       01  WS-DB-CONNECTED             PIC X(01) VALUE "N".

      *> Tham so chay
       01  WS-FROM-DATE                PIC X(08) VALUE SPACE.
       01  WS-TO-DATE                  PIC X(08) VALUE SPACE.
       01  WS-DAY-START                PIC X(04) VALUE SPACE.
       01  WS-DAY-END                  PIC X(04) VALUE SPACE.

      *> Bien host cho users_audit
       01  AUD-USER-ID                 PIC 9(4).
       01  AUD-ACTION                  PIC X(10).
       01  AUD-CHANGED-BY              PIC X(08).
       01  AUD-STAMP                   PIC X(14).

      *> Mot hoat dong da chuan hoa, truoc khi RELEASE
       01  WS-EV-OPERATOR              PIC X(08).
       01  WS-EV-DATE                  PIC X(08).
       01  WS-EV-TIME                  PIC X(06).
       01  WS-EV-SYSTEM                PIC X(08).
       01  WS-EV-ACTION                PIC X(16).
       01  WS-EV-KEY                   PIC X(16).

      *> Tach ACTION / ID= / OP= tu dong STUDENT-AUDIT.LOG
       01  WS-SPLIT-BEFORE             PIC X(64).
       01  WS-SPLIT-AFTER              PIC X(64).
       01  WS-SPLIT-FIELDS             PIC 9(02).

      *> Ngay trong tuan (Zeller): 0 = thu bay, 1 = chu nhat
       01  WS-ZELLER.
           03  WS-Z-YEAR               PIC 9(04).
           03  WS-Z-MONTH              PIC 9(02).
           03  WS-Z-DAY                PIC 9(02).
           03  WS-Z-MONTH-TERM         PIC 9(04).
           03  WS-Z-YEAR-4             PIC 9(04).
           03  WS-Z-YEAR-100           PIC 9(04).
           03  WS-Z-YEAR-400           PIC 9(04).
           03  WS-Z-SUM                PIC 9(05).
           03  WS-Z-QUOTIENT           PIC 9(05).
           03  WS-Z-WEEKDAY            PIC 9(01).
       01  WS-OUT-OF-HOURS             PIC X(01).

      *> Dem theo nguon: doc / chon, va trang thai nguon
       01  WS-SOURCE-TABLE.
           03  WS-SRC-ENTRY OCCURS 5 TIMES.
               05  WS-SRC-NAME         PIC X(20).
               05  WS-SRC-READ         PIC 9(07).
               05  WS-SRC-SELECTED     PIC 9(07).
               05  WS-SRC-NOTE         PIC X(20).
       01  WS-SRC-IX                   PIC 9(01).

      *> Ngat nhom theo nhan vien khi in
       01  WS-SORT-EOF                 PIC X(01).
       01  WS-CURRENT-OP               PIC X(08).
       01  WS-OP-ENTRIES               PIC 9(07).
       01  WS-OP-OOH                   PIC 9(07).
       01  WS-TOTAL-ENTRIES            PIC 9(07) VALUE 0.
       01  WS-TOTAL-OOH                PIC 9(07) VALUE 0.
       01  WS-OPERATOR-COUNT           PIC 9(05) VALUE 0.

      *> Cac dong ngoai gio, in thanh muc rieng sau cung
       01  WS-OOH-MAX                  PIC 9(04) VALUE 2000.
       01  WS-OOH-CNT                  PIC 9(04) VALUE 0.
       01  WS-OOH-IX                   PIC 9(04).
       01  WS-OOH-DROPPED              PIC 9(07) VALUE 0.
       01  WS-OOH-TABLE.
           03  WS-OOH-ENTRY OCCURS 2000 TIMES PIC X(67).

       01  WS-HEADER-LINE.
           03  FILLER                  PIC X(30)
               VALUE "OPERATOR ACTIVITY REPORT FROM ".
           03  WS-HD-FROM              PIC X(08).
           03  FILLER                  PIC X(04) VALUE " TO ".
           03  WS-HD-TO                PIC X(08).
       01  WS-HOURS-LINE.
           03  FILLER                  PIC X(26)
               VALUE "BUSINESS DAY MON-FRI FROM ".
           03  WS-HL-START             PIC X(04).
           03  FILLER                  PIC X(04) VALUE " TO ".
           03  WS-HL-END               PIC X(04).
       01  WS-OPERATOR-LINE.
           03  FILLER                  PIC X(09) VALUE "OPERATOR ".
           03  WS-OL-OPERATOR          PIC X(08).
       01  WS-COLUMN-LINE              PIC X(80) VALUE
           "  DATE     TIME   SYSTEM   ACTION           KEY".
       01  WS-DETAIL-LINE.
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-DL-DATE              PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-TIME              PIC X(06).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-SYSTEM            PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-ACTION            PIC X(16).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-KEY               PIC X(16).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DL-FLAG              PIC X(13).
       01  WS-OOH-LINE.
           03  WS-XL-OPERATOR          PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-XL-DETAIL            PIC X(58).
       01  WS-OP-TOTAL-LINE.
           03  FILLER                  PIC X(10) VALUE "  ENTRIES ".
           03  WS-OT-ENTRIES           PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(15)
               VALUE "  OUT OF HOURS ".
           03  WS-OT-OOH               PIC Z,ZZZ,ZZ9.
       01  WS-OOH-HEADER               PIC X(80) VALUE
           "OUT-OF-HOURS ACTIONS".
       01  WS-OOH-COLUMNS              PIC X(80) VALUE
           "OPERATOR DATE     TIME   SYSTEM   ACTION           KEY".
       01  WS-SOURCE-HEADER            PIC X(80) VALUE
           "SOURCE                    READ   ENTRIES".
       01  WS-SOURCE-LINE.
           03  WS-SL-NAME              PIC X(20).
           03  WS-SL-READ              PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SL-SELECTED          PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-SL-NOTE              PIC X(20).
       01  WS-GRAND-LINE.
           03  FILLER                  PIC X(10) VALUE "OPERATORS ".
           03  WS-GL-OPERATORS         PIC ZZZZ9.
           03  FILLER                  PIC X(10) VALUE "  ENTRIES ".
           03  WS-GL-ENTRIES           PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(15)
               VALUE "  OUT OF HOURS ".
           03  WS-GL-OOH               PIC Z,ZZZ,ZZ9.
       01  WS-BLANK-LINE               PIC X(80) VALUE SPACE.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           ACCEPT WS-FROM-DATE FROM ENVIRONMENT "ACTIVITY_FROM".
           ACCEPT WS-TO-DATE   FROM ENVIRONMENT "ACTIVITY_TO".
           ACCEPT WS-DAY-START FROM ENVIRONMENT "ACTIVITY_DAY_START".
           ACCEPT WS-DAY-END   FROM ENVIRONMENT "ACTIVITY_DAY_END".
           IF WS-DAY-START = SPACE
               MOVE "0800" TO WS-DAY-START
           END-IF.
           IF WS-DAY-END = SPACE
               MOVE "1800" TO WS-DAY-END
           END-IF.
           IF WS-FROM-DATE IS NOT NUMERIC
           OR WS-TO-DATE IS NOT NUMERIC
           OR WS-FROM-DATE > WS-TO-DATE
               DISPLAY "ACTIVITY_FROM and ACTIVITY_TO (YYYYMMDD) "
                   "required"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.
           IF WS-DAY-START IS NOT NUMERIC
           OR WS-DAY-END IS NOT NUMERIC
           OR WS-DAY-START NOT < WS-DAY-END
               DISPLAY "ACTIVITY_DAY_START / ACTIVITY_DAY_END must "
                   "be HHMM, start before end"
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.

           MOVE "STUDENT-AUDIT.LOG"  TO WS-SRC-NAME(1).
           MOVE "SALARY-HISTORY.LOG" TO WS-SRC-NAME(2).
           MOVE "MSGAUDIT"           TO WS-SRC-NAME(3).
           MOVE "users_audit"        TO WS-SRC-NAME(4).
           MOVE "DB-JOURNAL.LOG"     TO WS-SRC-NAME(5).
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1 UNTIL WS-SRC-IX > 5
               MOVE 0 TO WS-SRC-READ(WS-SRC-IX)
               MOVE 0 TO WS-SRC-SELECTED(WS-SRC-IX)
               MOVE SPACE TO WS-SRC-NOTE(WS-SRC-IX)
           END-PERFORM.

      *> users_audit nam trong Postgres; khong ket noi duoc thi van
      *> in bao cao tu cac file log, ghi chu va RETURN-CODE 4.
           PERFORM LOAD-CONNECTION-CONFIG.
           EXEC SQL
               CONNECT TO :Database-Name
                   USER :User-ID USING :DB-Password
           END-EXEC.
           IF SQLCODE = ZERO
               MOVE "Y" TO WS-DB-CONNECTED
           ELSE
               DISPLAY "Error connecting to DB: ", SQLERRMC
               MOVE "NOT READ - NO DB" TO WS-SRC-NOTE(4)
               MOVE 4 TO RETURN-CODE
           END-IF.

           OPEN OUTPUT ACTIVITY-REPORT.
           MOVE WS-FROM-DATE TO WS-HD-FROM.
           MOVE WS-TO-DATE   TO WS-HD-TO.
           WRITE ACTIVITY-LINE FROM WS-HEADER-LINE.
           MOVE WS-DAY-START TO WS-HL-START.
           MOVE WS-DAY-END   TO WS-HL-END.
           WRITE ACTIVITY-LINE FROM WS-HOURS-LINE.
           WRITE ACTIVITY-LINE FROM WS-BLANK-LINE.

           SORT SORT-WORK
               ON ASCENDING KEY SR-OPERATOR SR-DATE SR-TIME
               INPUT PROCEDURE IS COLLECT-ACTIVITY
                   THRU COLLECT-ACTIVITY-EXIT
               OUTPUT PROCEDURE IS PRINT-ACTIVITY
                   THRU PRINT-ACTIVITY-EXIT.

           PERFORM PRINT-OUT-OF-HOURS.
           PERFORM PRINT-SOURCES.
           CLOSE ACTIVITY-REPORT.
           DISPLAY "Operators:    " WS-OPERATOR-COUNT.
           DISPLAY "Entries:      " WS-TOTAL-ENTRIES.
           DISPLAY "Out of hours: " WS-TOTAL-OOH.

           IF WS-DB-CONNECTED = "Y"
               EXEC SQL
                   DISCONNECT CURRENT
               END-EXEC
           END-IF.

       END-PROGRAM.
           STOP RUN.

      *> COLLECT-ACTIVITY - doc ca nam nguon, chuan hoa tung dong
      *> trong khoang ngay va RELEASE vao sort.
       COLLECT-ACTIVITY.
           PERFORM COLLECT-STUDENT-AUDIT.
           PERFORM COLLECT-SALARY-HISTORY.
           PERFORM COLLECT-MSG-AUDIT.
           IF WS-DB-CONNECTED = "Y"
               PERFORM COLLECT-USERS-AUDIT
           END-IF.
           PERFORM COLLECT-DB-JOURNAL.
       COLLECT-ACTIVITY-EXIT.
           EXIT.

      *> COLLECT-STUDENT-AUDIT - "YYYYMMDD HHMMSS ACTION ...", sinh
      *> vien tu ID=, nhan vien tu OP= (dong cu chua co OP=).
       COLLECT-STUDENT-AUDIT.
           MOVE 1 TO WS-SRC-IX.
           OPEN INPUT STUDENT-AUDIT.
           IF WS-SOURCE-STATUS NOT = "00"
               MOVE "NOT AVAILABLE" TO WS-SRC-NOTE(1)
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ STUDENT-AUDIT
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-SRC-READ(1)
                           PERFORM STUDENT-AUDIT-ENTRY
                   END-READ
               END-PERFORM
               CLOSE STUDENT-AUDIT
           END-IF.

       STUDENT-AUDIT-ENTRY.
           MOVE SA-DATE TO WS-EV-DATE.
           MOVE SA-TIME TO WS-EV-TIME.
           MOVE "STUDENT" TO WS-EV-SYSTEM.
           MOVE SPACE TO WS-EV-ACTION WS-EV-KEY WS-EV-OPERATOR.
           UNSTRING SA-TEXT DELIMITED BY " "
               INTO WS-EV-ACTION
           END-UNSTRING.
           MOVE 0 TO WS-SPLIT-FIELDS.
           MOVE SPACE TO WS-SPLIT-AFTER.
           UNSTRING SA-TEXT DELIMITED BY " ID="
               INTO WS-SPLIT-BEFORE WS-SPLIT-AFTER
               TALLYING IN WS-SPLIT-FIELDS
           END-UNSTRING.
           IF WS-SPLIT-FIELDS > 1
               STRING "STUDENT " DELIMITED BY SIZE
                      WS-SPLIT-AFTER(1:6) DELIMITED BY SIZE
                      INTO WS-EV-KEY
           END-IF.
           MOVE 0 TO WS-SPLIT-FIELDS.
           MOVE SPACE TO WS-SPLIT-AFTER.
           UNSTRING SA-TEXT DELIMITED BY " OP="
               INTO WS-SPLIT-BEFORE WS-SPLIT-AFTER
               TALLYING IN WS-SPLIT-FIELDS
           END-UNSTRING.
           IF WS-SPLIT-FIELDS > 1
               MOVE WS-SPLIT-AFTER(1:8) TO WS-EV-OPERATOR
           END-IF.
           PERFORM RELEASE-EVENT.

      *> COLLECT-SALARY-HISTORY - moi thay doi luong: mot dong cho
      *> nguoi nhap, mot dong nua cho nguoi duyet (neu co).
       COLLECT-SALARY-HISTORY.
           MOVE 2 TO WS-SRC-IX.
           OPEN INPUT SALARY-HISTORY.
           IF WS-SOURCE-STATUS NOT = "00"
               MOVE "NOT AVAILABLE" TO WS-SRC-NOTE(2)
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ SALARY-HISTORY
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-SRC-READ(2)
                           MOVE SH-DATE TO WS-EV-DATE
                           MOVE SH-TIME TO WS-EV-TIME
                           MOVE "PAYROLL" TO WS-EV-SYSTEM
                           MOVE SPACE TO WS-EV-KEY
                           STRING "EMPLOYEE " DELIMITED BY SIZE
                                  SH-EMP-ID   DELIMITED BY SIZE
                                  INTO WS-EV-KEY
                           MOVE "SALARY-CHANGE" TO WS-EV-ACTION
                           MOVE SH-OPERATOR TO WS-EV-OPERATOR
                           PERFORM RELEASE-EVENT
                           IF SH-APPROVER NOT = SPACE
                               MOVE "SALARY-APPROVE" TO WS-EV-ACTION
                               MOVE SH-APPROVER TO WS-EV-OPERATOR
                               PERFORM RELEASE-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALARY-HISTORY
           END-IF.

      *> COLLECT-MSG-AUDIT - WRHH302M: ngay, gio, nhan vien, ADD /
      *> UPD / DEAC, so thong bao.
       COLLECT-MSG-AUDIT.
           MOVE 3 TO WS-SRC-IX.
           OPEN INPUT MSG-AUDIT.
           IF WS-SOURCE-STATUS NOT = "00"
               MOVE "NOT AVAILABLE" TO WS-SRC-NOTE(3)
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ MSG-AUDIT
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-SRC-READ(3)
                           MOVE MA-DATE TO WS-EV-DATE
                           MOVE MA-TIME TO WS-EV-TIME
                           MOVE "MSGMAST" TO WS-EV-SYSTEM
                           MOVE SPACE TO WS-EV-ACTION WS-EV-KEY
                           STRING "MSG-" DELIMITED BY SIZE
                                  MA-ACTION DELIMITED BY SPACE
                                  INTO WS-EV-ACTION
                           STRING "MESSAGE " DELIMITED BY SIZE
                                  MA-MSG-NO DELIMITED BY SIZE
                                  INTO WS-EV-KEY
                           MOVE MA-OPERATOR TO WS-EV-OPERATOR
                           PERFORM RELEASE-EVENT
                   END-READ
               END-PERFORM
               CLOSE MSG-AUDIT
           END-IF.

      *> COLLECT-USERS-AUDIT - before-image trong users_audit; dong
      *> cu chua co changed_by thi de trong.
       COLLECT-USERS-AUDIT.
           MOVE 4 TO WS-SRC-IX.
           EXEC SQL
               DECLARE ACTCSR CURSOR FOR
               SELECT user_id, COALESCE(action, ' '),
                      COALESCE(changed_by, ' '),
                      TO_CHAR(changed_at, 'YYYYMMDDHH24MISS')
               FROM users_audit
               WHERE changed_at >= TO_DATE(:WS-FROM-DATE, 'YYYYMMDD')
                 AND changed_at <  TO_DATE(:WS-TO-DATE, 'YYYYMMDD')
                                   + 1
               ORDER BY changed_at
           END-EXEC.
           EXEC SQL
               OPEN ACTCSR
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY "Error reading users_audit: ", SQLERRMC
               MOVE "NOT READ - SQL ERROR" TO WS-SRC-NOTE(4)
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   EXEC SQL
                       FETCH ACTCSR
                       INTO :AUD-USER-ID, :AUD-ACTION,
                            :AUD-CHANGED-BY, :AUD-STAMP
                   END-EXEC
                   IF SQLCODE NOT EQUAL ZERO
                       MOVE "Y" TO WS-EOF
                   ELSE
                       ADD 1 TO WS-SRC-READ(4)
                       MOVE AUD-STAMP(1:8) TO WS-EV-DATE
                       MOVE AUD-STAMP(9:6) TO WS-EV-TIME
                       MOVE "USERS-DB" TO WS-EV-SYSTEM
                       MOVE SPACE TO WS-EV-ACTION WS-EV-KEY
                       STRING "AUDIT-" DELIMITED BY SIZE
                              AUD-ACTION DELIMITED BY SPACE
                              INTO WS-EV-ACTION
                       STRING "USER " DELIMITED BY SIZE
                              AUD-USER-ID DELIMITED BY SIZE
                              INTO WS-EV-KEY
                       MOVE AUD-CHANGED-BY TO WS-EV-OPERATOR
                       PERFORM RELEASE-EVENT
                   END-IF
               END-PERFORM
               EXEC SQL
                   CLOSE ACTCSR
               END-EXEC
           END-IF.

      *> COLLECT-DB-JOURNAL - DB-JOURNAL.LOG cua INSERTDATA /
      *> MAINTAINDATA / SYNCDATA; nhan vien sau ma nhan su.
       COLLECT-DB-JOURNAL.
           MOVE 5 TO WS-SRC-IX.
           OPEN INPUT JOURNAL-FILE.
           IF WS-SOURCE-STATUS NOT = "00"
               MOVE "NOT AVAILABLE" TO WS-SRC-NOTE(5)
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ JOURNAL-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-SRC-READ(5)
                           MOVE JR-STAMP-DATE TO WS-EV-DATE
                           MOVE JR-STAMP-TIME TO WS-EV-TIME
                           MOVE "DB-JRNL" TO WS-EV-SYSTEM
                           MOVE SPACE TO WS-EV-ACTION WS-EV-KEY
                           STRING "JRNL-" DELIMITED BY SIZE
                                  JR-ACTION DELIMITED BY SPACE
                                  INTO WS-EV-ACTION
                           STRING "USER " DELIMITED BY SIZE
                                  JR-USER-ID DELIMITED BY SIZE
                                  INTO WS-EV-KEY
                           MOVE JR-OPERATOR TO WS-EV-OPERATOR
                           PERFORM RELEASE-EVENT
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

      *> RELEASE-EVENT - loc theo khoang ngay, danh dau ngoai gio va
      *> dua vao sort; WS-SRC-IX la nguon dang doc.
       RELEASE-EVENT.
           IF WS-EV-DATE IS NUMERIC
           AND WS-EV-DATE NOT < WS-FROM-DATE
           AND WS-EV-DATE NOT > WS-TO-DATE
               IF WS-EV-OPERATOR = SPACE
                   MOVE "(NONE)" TO WS-EV-OPERATOR
               END-IF
               PERFORM CHECK-OUT-OF-HOURS
               MOVE WS-EV-OPERATOR  TO SR-OPERATOR
               MOVE WS-EV-DATE      TO SR-DATE
               MOVE WS-EV-TIME      TO SR-TIME
               MOVE WS-EV-SYSTEM    TO SR-SYSTEM
               MOVE WS-EV-ACTION    TO SR-ACTION
               MOVE WS-EV-KEY       TO SR-KEY
               MOVE WS-OUT-OF-HOURS TO SR-OUT-OF-HOURS
               RELEASE SORT-RECORD
               ADD 1 TO WS-SRC-SELECTED(WS-SRC-IX)
           END-IF.

      *> CHECK-OUT-OF-HOURS - thu bay / chu nhat (Zeller) hoac ngoai
      *> gio lam viec la ngoai gio.
       CHECK-OUT-OF-HOURS.
           MOVE "N" TO WS-OUT-OF-HOURS.
           MOVE WS-EV-DATE(1:4) TO WS-Z-YEAR.
           MOVE WS-EV-DATE(5:2) TO WS-Z-MONTH.
           MOVE WS-EV-DATE(7:2) TO WS-Z-DAY.
           IF WS-Z-MONTH < 3
               ADD 12 TO WS-Z-MONTH
               SUBTRACT 1 FROM WS-Z-YEAR
           END-IF.
           COMPUTE WS-Z-MONTH-TERM = (13 * (WS-Z-MONTH + 1)) / 5.
           COMPUTE WS-Z-YEAR-4 = WS-Z-YEAR / 4.
           COMPUTE WS-Z-YEAR-100 = WS-Z-YEAR / 100.
           COMPUTE WS-Z-YEAR-400 = WS-Z-YEAR / 400.
           COMPUTE WS-Z-SUM = WS-Z-DAY + WS-Z-MONTH-TERM + WS-Z-YEAR
               + WS-Z-YEAR-4 - WS-Z-YEAR-100 + WS-Z-YEAR-400.
           DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOTIENT
               REMAINDER WS-Z-WEEKDAY.
           IF WS-Z-WEEKDAY < 2
           OR WS-EV-TIME(1:4) < WS-DAY-START
           OR WS-EV-TIME(1:4) NOT < WS-DAY-END
               MOVE "Y" TO WS-OUT-OF-HOURS
           END-IF.

      *> PRINT-ACTIVITY - lay ra theo nhan vien / ngay / gio, in tung
      *> nhan vien voi tong cua ho; dong ngoai gio giu lai cho muc
      *> ngoai gio.
       PRINT-ACTIVITY.
           MOVE "N" TO WS-SORT-EOF.
           MOVE SPACE TO WS-CURRENT-OP.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN SORT-WORK
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       IF SR-OPERATOR NOT = WS-CURRENT-OP
                           IF WS-OPERATOR-COUNT > 0
                               PERFORM PRINT-OPERATOR-TOTAL
                           END-IF
                           PERFORM PRINT-OPERATOR-HEADING
                       END-IF
                       PERFORM PRINT-ACTIVITY-LINE
               END-RETURN
           END-PERFORM.
           IF WS-OPERATOR-COUNT > 0
               PERFORM PRINT-OPERATOR-TOTAL
           END-IF.
       PRINT-ACTIVITY-EXIT.
           EXIT.

       PRINT-OPERATOR-HEADING.
           MOVE SR-OPERATOR TO WS-CURRENT-OP.
           ADD 1 TO WS-OPERATOR-COUNT.
           MOVE 0 TO WS-OP-ENTRIES WS-OP-OOH.
           MOVE SR-OPERATOR TO WS-OL-OPERATOR.
           WRITE ACTIVITY-LINE FROM WS-OPERATOR-LINE.
           WRITE ACTIVITY-LINE FROM WS-COLUMN-LINE.

       PRINT-ACTIVITY-LINE.
           MOVE SR-DATE   TO WS-DL-DATE.
           MOVE SR-TIME   TO WS-DL-TIME.
           MOVE SR-SYSTEM TO WS-DL-SYSTEM.
           MOVE SR-ACTION TO WS-DL-ACTION.
           MOVE SR-KEY    TO WS-DL-KEY.
           MOVE SPACE     TO WS-DL-FLAG.
           ADD 1 TO WS-OP-ENTRIES WS-TOTAL-ENTRIES.
           IF SR-OUT-OF-HOURS = "Y"
               MOVE "*OUT OF HOURS" TO WS-DL-FLAG
               ADD 1 TO WS-OP-OOH WS-TOTAL-OOH
               IF WS-OOH-CNT < WS-OOH-MAX
                   ADD 1 TO WS-OOH-CNT
                   MOVE SR-OPERATOR TO WS-XL-OPERATOR
                   MOVE WS-DETAIL-LINE(3:58) TO WS-XL-DETAIL
                   MOVE WS-OOH-LINE TO WS-OOH-ENTRY(WS-OOH-CNT)
               ELSE
                   ADD 1 TO WS-OOH-DROPPED
               END-IF
           END-IF.
           WRITE ACTIVITY-LINE FROM WS-DETAIL-LINE.

       PRINT-OPERATOR-TOTAL.
           MOVE WS-OP-ENTRIES TO WS-OT-ENTRIES.
           MOVE WS-OP-OOH     TO WS-OT-OOH.
           WRITE ACTIVITY-LINE FROM WS-OP-TOTAL-LINE.
           WRITE ACTIVITY-LINE FROM WS-BLANK-LINE.

      *> PRINT-OUT-OF-HOURS - muc rieng cac dong ngoai gio, van theo
      *> thu tu nhan vien / ngay / gio.
       PRINT-OUT-OF-HOURS.
           WRITE ACTIVITY-LINE FROM WS-OOH-HEADER.
           WRITE ACTIVITY-LINE FROM WS-OOH-COLUMNS.
           PERFORM VARYING WS-OOH-IX FROM 1 BY 1
                   UNTIL WS-OOH-IX > WS-OOH-CNT
               MOVE WS-OOH-ENTRY(WS-OOH-IX) TO ACTIVITY-LINE
               WRITE ACTIVITY-LINE
           END-PERFORM.
           IF WS-OOH-CNT = 0
               MOVE "  NONE" TO ACTIVITY-LINE
               WRITE ACTIVITY-LINE
           END-IF.
           IF WS-OOH-DROPPED > 0
               MOVE SPACE TO ACTIVITY-LINE
               STRING "  MORE NOT LISTED HERE (SEE OPERATOR "
                          DELIMITED BY SIZE
                      "LISTINGS): " DELIMITED BY SIZE
                      WS-OOH-DROPPED DELIMITED BY SIZE
                      INTO ACTIVITY-LINE
               WRITE ACTIVITY-LINE
           END-IF.
           WRITE ACTIVITY-LINE FROM WS-BLANK-LINE.

      *> PRINT-SOURCES - so dong doc / chon theo tung nguon, nguon
      *> nao khong doc duoc thi ghi chu ben canh.
       PRINT-SOURCES.
           WRITE ACTIVITY-LINE FROM WS-SOURCE-HEADER.
           PERFORM VARYING WS-SRC-IX FROM 1 BY 1 UNTIL WS-SRC-IX > 5
               MOVE WS-SRC-NAME(WS-SRC-IX)     TO WS-SL-NAME
               MOVE WS-SRC-READ(WS-SRC-IX)     TO WS-SL-READ
               MOVE WS-SRC-SELECTED(WS-SRC-IX) TO WS-SL-SELECTED
               MOVE WS-SRC-NOTE(WS-SRC-IX)     TO WS-SL-NOTE
               WRITE ACTIVITY-LINE FROM WS-SOURCE-LINE
           END-PERFORM.
           WRITE ACTIVITY-LINE FROM WS-BLANK-LINE.
           MOVE WS-OPERATOR-COUNT TO WS-GL-OPERATORS.
           MOVE WS-TOTAL-ENTRIES  TO WS-GL-ENTRIES.
           MOVE WS-TOTAL-OOH      TO WS-GL-OOH.
           WRITE ACTIVITY-LINE FROM WS-GRAND-LINE.

      *> LOAD-CONNECTION-CONFIG - giong INQUIRYDATA: DB-CONFIG.txt co
      *> 4 dong Server/Database/User/Password, moi dong thieu thi doc
      *> tu bien moi truong PG_* tuong ung.
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
                     ACCEPT Database-Name FROM ENVIRONMENT "PG_DATABASE"
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
               CLOSE DB-CONFIG-FILE
           ELSE
               ACCEPT Server-Name     FROM ENVIRONMENT "PG_HOST"
               ACCEPT Database-Name   FROM ENVIRONMENT "PG_DATABASE"
               ACCEPT User-ID         FROM ENVIRONMENT "PG_USER"
               ACCEPT DB-Password     FROM ENVIRONMENT "PG_PASSWORD"
           END-IF.
