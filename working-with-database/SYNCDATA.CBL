       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYNCDATA.
      ******************************************************************
      *  Nightly sync of the Postgres users table from the employee
      *  master (EMPLOYEE-MASTER.DAT, kept by P0001/batch-employee),
      *  so the two no longer have to be kept level by hand.  Rows
      *  are tied to the master by the users.emp_id column (added
      *  here on first run).  For every employee on the master:
      *    active, no row     - an unlinked active row with exactly
      *                         the same name is linked (LINK);
      *                         otherwise a new row is inserted
      *                         with emp_id set and age 0 (unknown)
      *    active, row        - a changed name is copied across
      *                         (UPDATE); an inactive row is only
      *                         reported - restore is MAINTAINDATA R
      *    terminated, row    - soft delete exactly as MAINTAINDATA
      *                         does (status I, deleted_at,
      *                         deleted_by = USER, default SYNC)
      *  Updates, deletes and links write the same users_audit
      *  before-image MAINTAINDATA does, with changed_by the operator
      *  (USER, default SYNC), and every action is written to
      *  DB-JOURNAL.LOG with the employee id and the operator so
      *  REPLAYDATA keeps the standby level.  A delete journals the
      *  deleted_at stamp it sets, so the standby carries the same
      *  value.
      *
      *  USERSYNC-EXCEPTIONS.LOG, rewritten every run, lists for
      *  review anything the sync would not decide on its own: more
      *  than one unlinked row with the employee's name, an inactive
      *  row for an active employee, an active row whose employee is
      *  not on the master, an active row linked to no employee, and
      *  any row that failed.  RETURN-CODE 4 when there are any,
      *  16 when the database or the master cannot be opened.
      *
      *  Connection handling follows INQUIRYDATA: DB-CONFIG.txt
      *  (server / database / user / password, one per line) with
      *  PG_HOST/PG_DATABASE/PG_USER/PG_PASSWORD as the per-line
      *  fallback.  COMMIT every 50 changes and at the end.
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

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "DB-JOURNAL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "USERSYNC-EXCEPTIONS.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DB-CONFIG-FILE.
       01  DB-CONFIG-RECORD            PIC X(40).

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

       FD  JOURNAL-FILE.
       01  JOURNAL-RECORD.
           03  JR-TABLE                PIC X(10).
           03  JR-ACTION               PIC X(06).
           03  JR-USER-ID              PIC 9(04).
           03  JR-NAME                 PIC X(30).
           03  JR-AGE                  PIC 9(03).
           03  JR-STAMP                PIC 9(14).
           03  JR-EMP-ID               PIC 9(04).
           03  JR-OPERATOR             PIC X(08).

       FD  EXCEPTION-FILE.
       01  EXCEPTION-RECORD.
           03  EX-EMP-ID               PIC X(04).
           03  FILLER                  PIC X(01).
           03  EX-USER-ID              PIC X(04).
           03  FILLER                  PIC X(01).
           03  EX-NAME                 PIC X(30).
           03  FILLER                  PIC X(01).
           03  EX-REASON               PIC X(79).

       WORKING-STORAGE SECTION.
       01  SQLCODE                     PIC S9(9) COMP.
       01  SQLERRMC                    PIC X(70).
       01  Server-Name                 PIC X(20) VALUE SPACE.
       01  Database-Name               PIC X(20) VALUE SPACE.
       01  User-ID                     PIC X(20) VALUE SPACE.
       01  DB-Password                 PIC X(20) VALUE SPACE.
       01  WS-CONFIG-STATUS            PIC X(02).
       01  WS-EMP-STATUS               PIC X(02).
       01  WS-JOURNAL-STATUS           PIC X(02).
       01  WS-EMP-EOF                  PIC X(01) VALUE "N".
       01  WS-ROW-EOF                  PIC X(01) VALUE "N".
       01  WS-STAMP-DATE               PIC 9(08).
       01  WS-STAMP-TIME               PIC 9(08).
       01  WS-DELETE-STAMP             PIC X(14).
       01  WS-OPERATOR                 PIC X(08).

       01  ROW-ID                      PIC 9(4).
       01  ROW-NAME                    PIC X(30).
       01  ROW-AGE                     PIC 9(3).
       01  ROW-STATUS                  PIC X(01).
       01  ROW-EMP-ID                  PIC 9(4).
       01  SYNC-EMP-ID                 PIC 9(4).
       01  MASTER-NAME                 PIC X(30).
       01  OLD-NAME                    PIC X(30).
       01  OLD-AGE                     PIC 9(3).
       01  AUDIT-ACTION                PIC X(06).
       01  WS-MATCH-COUNT              PIC 9(4).
       01  WS-REASON                   PIC X(79).

       01  WS-COMMIT-INTERVAL          PIC 9(3) VALUE 50.
       01  WS-SINCE-COMMIT             PIC 9(3) VALUE 0.
       01  WS-READ-COUNT               PIC 9(5) VALUE 0.
       01  WS-INSERT-COUNT             PIC 9(5) VALUE 0.
       01  WS-LINK-COUNT               PIC 9(5) VALUE 0.
       01  WS-UPDATE-COUNT             PIC 9(5) VALUE 0.
       01  WS-DELETE-COUNT             PIC 9(5) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(5) VALUE 0.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-CONNECTION-CONFIG.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER".
           IF WS-OPERATOR = SPACE
               MOVE "SYNC" TO WS-OPERATOR
           END-IF.

           EXEC SQL
               CONNECT TO :Database-Name
                   USER :User-ID USING :DB-Password
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY "Error connecting to DB: ", SQLERRMC
               MOVE 16 TO RETURN-CODE
               GO TO END-PROGRAM
           END-IF.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMP-STATUS NOT = "00"
               DISPLAY "EMPLOYEE-MASTER.DAT not available - nothing "
                   "to sync."
               MOVE 16 TO RETURN-CODE
               GO TO DISCONNECT-DB
           END-IF.

      *> Cot lien ket voi master va cac cot soft delete (lan dau chay
      *> se tao), cung bang audit nhu MAINTAINDATA.
           EXEC SQL
               ALTER TABLE users
                   ADD COLUMN IF NOT EXISTS emp_id INTEGER
           END-EXEC.
           EXEC SQL
               ALTER TABLE users
                   ADD COLUMN IF NOT EXISTS status VARCHAR(1)
                       DEFAULT 'A'
           END-EXEC.
           EXEC SQL
               ALTER TABLE users
                   ADD COLUMN IF NOT EXISTS deleted_at TIMESTAMP
           END-EXEC.
           EXEC SQL
               ALTER TABLE users
                   ADD COLUMN IF NOT EXISTS deleted_by VARCHAR(8)
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS users_audit (
                   user_id INTEGER,
                   old_name VARCHAR(100),
                   old_age INTEGER,
                   action VARCHAR(10),
                   changed_at TIMESTAMP DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE users_audit
                   ADD COLUMN IF NOT EXISTS changed_by VARCHAR(8)
           END-EXEC.

           OPEN OUTPUT EXCEPTION-FILE.
           PERFORM SYNC-ONE-EMPLOYEE
               THRU SYNC-ONE-EMPLOYEE-EXIT
               UNTIL WS-EMP-EOF = "Y".
           PERFORM CHECK-UNMATCHED-ROWS.
           CLOSE EXCEPTION-FILE EMPLOYEE-FILE.

           EXEC SQL
               COMMIT
           END-EXEC.
           DISPLAY "Employees read: " WS-READ-COUNT.
           DISPLAY "Rows inserted:  " WS-INSERT-COUNT.
           DISPLAY "Rows linked:    " WS-LINK-COUNT.
           DISPLAY "Names updated:  " WS-UPDATE-COUNT.
           DISPLAY "Rows deleted:   " WS-DELETE-COUNT.
           DISPLAY "Exceptions:     " WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > ZERO
               DISPLAY "Review USERSYNC-EXCEPTIONS.LOG."
               MOVE 4 TO RETURN-CODE
           END-IF.

       DISCONNECT-DB.
           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC

       END-PROGRAM.
           DISPLAY "Program finished."
           STOP RUN.

      *> SYNC-ONE-EMPLOYEE - mot nhan vien tren master: tim row theo
      *> emp_id roi them / lien ket / doi ten / xoa mem tuy trang thai.
       SYNC-ONE-EMPLOYEE.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EMP-EOF
                   GO TO SYNC-ONE-EMPLOYEE-EXIT
           END-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE EMP-ID   TO SYNC-EMP-ID.
           MOVE EMP-NAME TO MASTER-NAME.
           MOVE ZERO     TO ROW-ID.
           EXEC SQL
               SELECT id, name, COALESCE(age, 0), COALESCE(status, 'A')
               INTO :ROW-ID, :ROW-NAME, :ROW-AGE, :ROW-STATUS
               FROM users
               WHERE emp_id = :SYNC-EMP-ID
           END-EXEC.
           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               MOVE SPACES TO WS-REASON
               STRING "USERS LOOKUP FAILED: " SQLERRMC
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM WRITE-EXCEPTION
               GO TO SYNC-ONE-EMPLOYEE-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN SQLCODE = 100 AND EMP-TERMINATED
                   CONTINUE
               WHEN SQLCODE = 100
                   PERFORM LINK-OR-INSERT-USER
               WHEN EMP-TERMINATED AND ROW-STATUS = "I"
                   CONTINUE
               WHEN EMP-TERMINATED
                   PERFORM DELETE-USER-ROW
               WHEN ROW-STATUS = "I"
                   MOVE "USERS ROW INACTIVE FOR ACTIVE EMPLOYEE"
                       TO WS-REASON
                   PERFORM WRITE-EXCEPTION
               WHEN ROW-NAME NOT = MASTER-NAME
                   PERFORM UPDATE-USER-NAME
           END-EVALUATE.
       SYNC-ONE-EMPLOYEE-EXIT.
           EXIT.

      *> LINK-OR-INSERT-USER - nhan vien moi: neu da co dung mot row
      *> chua lien ket cung ten (nhap tay truoc day) thi gan emp_id,
      *> khong thi them row moi.
       LINK-OR-INSERT-USER.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-MATCH-COUNT
               FROM users
               WHERE TRIM(name) = TRIM(:MASTER-NAME)
                 AND emp_id IS NULL
                 AND (status IS NULL OR status <> 'I')
           END-EXEC.
           EVALUATE TRUE
               WHEN SQLCODE NOT = ZERO
                   MOVE SPACES TO WS-REASON
                   STRING "USERS LOOKUP FAILED: " SQLERRMC
                       DELIMITED BY SIZE INTO WS-REASON
                   PERFORM WRITE-EXCEPTION
               WHEN WS-MATCH-COUNT = 0
                   PERFORM INSERT-USER-ROW
               WHEN WS-MATCH-COUNT = 1
                   PERFORM LINK-USER-ROW
               WHEN OTHER
                   MOVE "SEVERAL UNLINKED USERS ROWS WITH THIS NAME"
                       TO WS-REASON
                   PERFORM WRITE-EXCEPTION
           END-EVALUATE.

       INSERT-USER-ROW.
           MOVE MASTER-NAME TO ROW-NAME.
           MOVE ZERO        TO ROW-AGE.
           EXEC SQL
               INSERT INTO users (name, age, status, emp_id)
               VALUES (:ROW-NAME, :ROW-AGE, 'A', :SYNC-EMP-ID)
               RETURNING id INTO :ROW-ID
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE SPACES TO WS-REASON
               STRING "INSERT FAILED: " SQLERRMC
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               ADD 1 TO WS-INSERT-COUNT
               MOVE "INSERT" TO JR-ACTION
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

       LINK-USER-ROW.
           EXEC SQL
               SELECT id, name, COALESCE(age, 0)
               INTO :ROW-ID, :ROW-NAME, :ROW-AGE
               FROM users
               WHERE TRIM(name) = TRIM(:MASTER-NAME)
                 AND emp_id IS NULL
                 AND (status IS NULL OR status <> 'I')
           END-EXEC.
           MOVE "LINK" TO AUDIT-ACTION.
           PERFORM WRITE-AUDIT-ROW.
           EXEC SQL
               UPDATE users
               SET emp_id = :SYNC-EMP-ID
               WHERE id = :ROW-ID
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE SPACES TO WS-REASON
               STRING "LINK FAILED: " SQLERRMC
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               ADD 1 TO WS-LINK-COUNT
               MOVE "LINK" TO JR-ACTION
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

      *> UPDATE-USER-NAME - ten tren master la ban chuan; tuoi giu
      *> nguyen gia tri dang co.
       UPDATE-USER-NAME.
           MOVE "UPDATE" TO AUDIT-ACTION.
           PERFORM WRITE-AUDIT-ROW.
           MOVE MASTER-NAME TO ROW-NAME.
           EXEC SQL
               UPDATE users
               SET name = :ROW-NAME
               WHERE id = :ROW-ID
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE SPACES TO WS-REASON
               STRING "NAME UPDATE FAILED: " SQLERRMC
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               ADD 1 TO WS-UPDATE-COUNT
               MOVE "UPDATE" TO JR-ACTION
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

      *> DELETE-USER-ROW - nhan vien da nghi: soft delete giong het
      *> MAINTAINDATA (status I, thoi diem, nguoi xoa).
       DELETE-USER-ROW.
           MOVE "DELETE" TO AUDIT-ACTION.
           PERFORM WRITE-AUDIT-ROW.
      *> Thoi diem xoa lay mot lan, dung cho ca deleted_at va dong
      *> nhat ky, de REPLAYDATA dat dung gia tri do tren standby.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-DATE TO WS-DELETE-STAMP(1:8).
           MOVE WS-STAMP-TIME(1:6) TO WS-DELETE-STAMP(9:6).
           EXEC SQL
               UPDATE users
               SET status = 'I',
                   deleted_at = TO_TIMESTAMP(:WS-DELETE-STAMP,
                                             'YYYYMMDDHH24MISS'),
                   deleted_by = :WS-OPERATOR
               WHERE id = :ROW-ID
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE SPACES TO WS-REASON
               STRING "DELETE FAILED: " SQLERRMC
                   DELIMITED BY SIZE INTO WS-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               ADD 1 TO WS-DELETE-COUNT
               MOVE "DELETE" TO JR-ACTION
               MOVE SPACES TO ROW-NAME
               MOVE ZERO TO ROW-AGE
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

      *> CHECK-UNMATCHED-ROWS - row dang active ma khong co nhan vien
      *> tuong ung tren master: liet ke de xem xet, khong tu xoa.
       CHECK-UNMATCHED-ROWS.
           EXEC SQL
               DECLARE ROWCSR CURSOR FOR
               SELECT id, name, COALESCE(emp_id, 0)
               FROM users
               WHERE status IS NULL OR status <> 'I'
               ORDER BY id
           END-EXEC.
           EXEC SQL
               OPEN ROWCSR
           END-EXEC.
           MOVE "N" TO WS-ROW-EOF.
           PERFORM CHECK-ONE-ROW
               UNTIL WS-ROW-EOF = "Y".
           EXEC SQL
               CLOSE ROWCSR
           END-EXEC.

       CHECK-ONE-ROW.
           EXEC SQL
               FETCH ROWCSR INTO :ROW-ID, :ROW-NAME, :ROW-EMP-ID
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE "Y" TO WS-ROW-EOF
           ELSE
               MOVE ROW-EMP-ID TO SYNC-EMP-ID
               MOVE ROW-NAME   TO MASTER-NAME
               IF ROW-EMP-ID = ZERO
                   MOVE "ACTIVE USERS ROW NOT LINKED TO AN EMPLOYEE"
                       TO WS-REASON
                   PERFORM WRITE-EXCEPTION
               ELSE
                   MOVE ROW-EMP-ID TO EMP-ID
                   READ EMPLOYEE-FILE
                       INVALID KEY
                           MOVE "EMPLOYEE NOT ON MASTER"
                               TO WS-REASON
                           PERFORM WRITE-EXCEPTION
                   END-READ
               END-IF
           END-IF.

      *> WRITE-AUDIT-ROW - chup anh truoc khi sua/xoa, nhu MAINTAINDATA.
       WRITE-AUDIT-ROW.
           EXEC SQL
               SELECT name, COALESCE(age, 0) INTO :OLD-NAME, :OLD-AGE
               FROM users
               WHERE id = :ROW-ID
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY "Error reading before-image: ", SQLERRMC
           ELSE
               EXEC SQL
                   INSERT INTO users_audit
                          (user_id, old_name, old_age, action,
                           changed_by)
                   VALUES (:ROW-ID, :OLD-NAME, :OLD-AGE,
                           :AUDIT-ACTION, :WS-OPERATOR)
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   DISPLAY "Error writing audit row: ", SQLERRMC
               END-IF
           END-IF.

      *> WRITE-JOURNAL-RECORD - nhat ky cho REPLAYDATA, kem ma nhan
      *> vien de standby cung co lien ket; COMMIT moi 50 thay doi.
       WRITE-JOURNAL-RECORD.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "05" OR WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           MOVE "users"     TO JR-TABLE.
           MOVE ROW-ID     TO JR-USER-ID.
           MOVE ROW-NAME   TO JR-NAME.
           MOVE ROW-AGE    TO JR-AGE.
           MOVE SYNC-EMP-ID TO JR-EMP-ID.
           MOVE WS-OPERATOR TO JR-OPERATOR.
           IF JR-ACTION = "DELETE"
               MOVE WS-DELETE-STAMP TO JR-STAMP
           ELSE
               ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD
               ACCEPT WS-STAMP-TIME FROM TIME
               MOVE WS-STAMP-DATE TO JR-STAMP(1:8)
               MOVE WS-STAMP-TIME(1:6) TO JR-STAMP(9:6)
           END-IF.
           WRITE JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.
           ADD 1 TO WS-SINCE-COMMIT.
           IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE 0 TO WS-SINCE-COMMIT
           END-IF.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES      TO EXCEPTION-RECORD.
           MOVE SYNC-EMP-ID TO EX-EMP-ID.
           MOVE ROW-ID     TO EX-USER-ID.
           IF ROW-ID = ZERO
               MOVE SPACES  TO EX-USER-ID
           END-IF.
           IF SYNC-EMP-ID = ZERO
               MOVE SPACES  TO EX-EMP-ID
           END-IF.
           MOVE MASTER-NAME TO EX-NAME.
           MOVE WS-REASON   TO EX-REASON.
           WRITE EXCEPTION-RECORD.

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
