       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMAINT.
      ******************************************************************
      *  Operator master maintenance for the central operator store
      *  that OPERSIGN signs everyone on against.  Level-3 operators
      *  only (signed on through OPERSIGN like every other program).
      *
      *    A  add operator (id, level 1-3, linked employee, first
      *       password - must be changed at first sign-on)
      *    C  change level / linked employee
      *    P  reset password (also unlocks; must be changed at the
      *       next sign-on)
      *    U  unlock after too many failed sign-ons
      *    D  disable        E  enable a disabled operator
      *    L  list operators
      *    S  sweep - disable every operator linked to an employee
      *       terminated on EMPLOYEE-MASTER.DAT
      *    F  policy - failed sign-ons before lockout, password days
      *    I  load OPERMAST.txt (operators not yet in the store)
      *    X  exit
      *
      *  First run creates operators and operator_policy (default 3
      *  failures / 90 days) and, while the store is still empty,
      *  loads OPERMAST.txt so the existing level-3 operators can
      *  sign on.  Loaded passwords are hashed and must be changed at
      *  first sign-on; OPERMAST.txt can then be retired.  An
      *  operator cannot disable their own entry or lower its level.
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

           SELECT OPERATOR-FILE ASSIGN TO "OPERMAST.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB-CONFIG-FILE.
       01  DB-CONFIG-RECORD            PIC X(40).

       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           03  OM-OPER-ID              PIC X(08).
           03  OM-PASSWORD             PIC X(08).
           03  OM-AUTH-LEVEL           PIC 9(01).

       FD  EMPLOYEE-FILE.
       01  EMPLOYEE-FILE-RECORD.
           03  EMP-ID                  PIC 9(04).
           03  EMP-NAME                PIC X(20).
           03  EMP-SALARY              PIC 9(07)V99.
           03  EMP-TIER                PIC 9(01).
           03  EMP-TYPE                PIC X(01).
           03  EMP-POSITION            PIC X(20).
           03  EMP-CODE                PIC X(10).
           03  EMP-STATUS              PIC X(01).
               88  EMP-TERMINATED      VALUE "T".
           03  EMP-HIRE-DATE           PIC 9(08).
           03  EMP-TERM-DATE           PIC 9(08).
           03  EMP-HOURLY-RATE         PIC 9(03)V99.
           03  EMP-DEPT-CODE           PIC X(03).
           03  EMP-MANAGER-ID          PIC 9(04).

       WORKING-STORAGE SECTION.
       01  SQLCODE                     PIC S9(9) COMP.
       01  SQLERRMC                    PIC X(70).
       01  Server-Name                 PIC X(20) VALUE SPACE.
       01  Database-Name               PIC X(20) VALUE SPACE.
       01  User-ID                     PIC X(20) VALUE SPACE.
       01  DB-Password                 PIC X(20) VALUE SPACE.
       01  WS-CONFIG-STATUS            PIC X(02).
       01  WS-OPER-STATUS              PIC X(02).
       01  WS-EMP-STATUS               PIC X(02).
       01  OPER-ID                     PIC X(08).
       01  OPER-PASSWORD               PIC X(08).
       01  OPER-AUTH-LEVEL             PIC 9(01).
       01  OPER-EMP-ID                 PIC 9(04).
       01  OPER-STATUS                 PIC X(01).
       01  OPER-FAILED-COUNT           PIC 9(03).
       01  OPER-PW-CHANGED             PIC X(08).
       01  OPER-LAST-SIGNON            PIC X(12).
       01  OPER-COUNT                  PIC 9(04).
       01  POLICY-MAX-FAILURES         PIC 9(03).
       01  POLICY-PASSWORD-DAYS        PIC 9(05).
       01  WS-OPERATOR                 PIC X(08).
       01  WS-CHOICE                   PIC X(01).
       01  WS-EOF                      PIC X(01).
       01  WS-CONNECTED                PIC X(01) VALUE "N".
       01  WS-LOADED-COUNT             PIC 9(04) VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(04) VALUE 0.
       01  WS-DISABLED-COUNT           PIC 9(04) VALUE 0.
       01  WS-SWEEP-COUNT              PIC 9(04) VALUE 0.
       01  WS-SWEEP-IDX                PIC 9(04).
       01  WS-SWEEP-TABLE.
           03  WS-SWEEP-ENTRY OCCURS 500 TIMES.
               05  WS-SW-OPER-ID       PIC X(08).
               05  WS-SW-EMP-ID        PIC 9(04).
       01  WS-LIST-LINE.
           03  WS-LL-OPER-ID           PIC X(08).
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-LL-LEVEL             PIC 9(01).
           03  FILLER                  PIC X(04) VALUE SPACE.
           03  WS-LL-EMP-ID            PIC 9(04).
           03  FILLER                  PIC X(03) VALUE SPACE.
           03  WS-LL-STATUS            PIC X(01).
           03  FILLER                  PIC X(05) VALUE SPACE.
           03  WS-LL-FAILED            PIC ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-LL-PW-CHANGED        PIC X(08).
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-LL-LAST-SIGNON       PIC X(12).

       01  WS-SIGNON-REQUEST.
           03  WS-SR-FUNCTION          PIC X(01).
           03  WS-SR-OPERATOR          PIC X(08).
           03  WS-SR-PASSWORD          PIC X(08).
           03  WS-SR-EMP-ID            PIC 9(04).
           03  WS-SR-AUTH-LEVEL        PIC 9(01).
           03  WS-SR-RESULT            PIC X(02).
           03  WS-SR-MESSAGE           PIC X(40).

       EXEC SQL INCLUDE SQLCA END-EXEC.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
      *> Tao bang lan dau; kho con trong thi nap OPERMAST.txt de
      *> operator cap 3 hien co dang nhap duoc.
           MOVE "OPERMAST" TO WS-OPERATOR.
           PERFORM CONNECT-DB.
           IF WS-CONNECTED NOT = "Y"
               GO TO END-PROGRAM
           END-IF.
           PERFORM CREATE-TABLES.
           EXEC SQL
               SELECT COUNT(*) INTO :OPER-COUNT FROM operators
           END-EXEC.
           IF OPER-COUNT = 0
               DISPLAY "Operator store empty - loading OPERMAST.txt"
               PERFORM LOAD-OPERMAST
           END-IF.
           PERFORM DISCONNECT-DB.

      *> Dang nhap qua OPERSIGN (tu ket noi rieng), can cap 3.
           DISPLAY "OPERATOR ID: "                 WITH NO ADVANCING.
           ACCEPT WS-SR-OPERATOR.
           DISPLAY "PASSWORD: "                    WITH NO ADVANCING.
           ACCEPT WS-SR-PASSWORD.
           MOVE "S" TO WS-SR-FUNCTION.
           MOVE ZERO TO WS-SR-EMP-ID.
           CALL "OPERSIGN" USING WS-SIGNON-REQUEST
               ON EXCEPTION
                   MOVE "90" TO WS-SR-RESULT
                   MOVE "OPERSIGN NOT AVAILABLE" TO WS-SR-MESSAGE
           END-CALL.
           IF WS-SR-RESULT NOT = "00"
               DISPLAY WS-SR-MESSAGE " - SESSION REFUSED"
               GO TO END-PROGRAM
           END-IF.
           IF WS-SR-AUTH-LEVEL < 3
               DISPLAY "AUTHORITY LEVEL " WS-SR-AUTH-LEVEL
                   " - OPERATOR MAINTENANCE NOT ALLOWED"
               GO TO END-PROGRAM
           END-IF.
           MOVE WS-SR-OPERATOR TO WS-OPERATOR.

           PERFORM CONNECT-DB.
           IF WS-CONNECTED NOT = "Y"
               GO TO END-PROGRAM
           END-IF.

           MOVE SPACE TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = "X"
               DISPLAY " "
               DISPLAY "A-Add  C-Change  P-Password reset  U-Unlock"
               DISPLAY "D-Disable  E-Enable  L-List  S-Sweep leavers"
               DISPLAY "F-Policy  I-Load OPERMAST.txt  X-Exit  "
                   "Choice:"                       WITH NO ADVANCING
               ACCEPT WS-CHOICE
               INSPECT WS-CHOICE CONVERTING "acpudelsfix"
                   TO "ACPUDELSFIX"
               EVALUATE WS-CHOICE
                   WHEN "A"
                       PERFORM ADD-OPERATOR
                   WHEN "C"
                       PERFORM CHANGE-OPERATOR
                   WHEN "P"
                       PERFORM RESET-PASSWORD
                   WHEN "U"
                       PERFORM UNLOCK-OPERATOR
                   WHEN "D"
                       PERFORM DISABLE-OPERATOR
                   WHEN "E"
                       PERFORM ENABLE-OPERATOR
                   WHEN "L"
                       PERFORM LIST-OPERATORS
                   WHEN "S"
                       PERFORM SWEEP-LEAVERS
                   WHEN "F"
                       PERFORM MAINTAIN-POLICY
                   WHEN "I"
                       PERFORM LOAD-OPERMAST
                   WHEN "X"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice."
               END-EVALUATE
           END-PERFORM.
           PERFORM DISCONNECT-DB.

       END-PROGRAM.
           STOP RUN.

      *> CREATE-TABLES - bang operators va operator_policy.
       CREATE-TABLES.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS operators (
                   oper_id VARCHAR(8) PRIMARY KEY,
                   pw_hash VARCHAR(64),
                   auth_level INTEGER,
                   emp_id INTEGER DEFAULT 0,
                   status VARCHAR(1) DEFAULT 'A',
                   failed_count INTEGER DEFAULT 0,
                   pw_changed DATE,
                   last_signon TIMESTAMP,
                   changed_by VARCHAR(8),
                   changed_at TIMESTAMP DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.
           EXEC SQL
               CREATE TABLE IF NOT EXISTS operator_policy (
                   max_failures INTEGER,
                   password_days INTEGER
               )
           END-EXEC.
           EXEC SQL
               SELECT COUNT(*) INTO :OPER-COUNT FROM operator_policy
           END-EXEC.
           IF OPER-COUNT = 0
               EXEC SQL
                   INSERT INTO operator_policy
                       (max_failures, password_days)
                   VALUES (3, 90)
               END-EXEC
           END-IF.
           EXEC SQL
               COMMIT
           END-EXEC.

      *> LOAD-OPERMAST - nap OPERMAST.txt: chi them operator chua co,
      *> mat khau bam hash va phai doi o lan dang nhap dau.
       LOAD-OPERMAST.
           MOVE 0 TO WS-LOADED-COUNT WS-SKIPPED-COUNT.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPER-STATUS NOT = "00"
               DISPLAY "OPERMAST.txt NOT AVAILABLE - NOTHING LOADED"
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   READ OPERATOR-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           PERFORM LOAD-ONE-OPERATOR
                   END-READ
               END-PERFORM
               CLOSE OPERATOR-FILE
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Loaded:  " WS-LOADED-COUNT
               DISPLAY "Skipped: " WS-SKIPPED-COUNT
           END-IF.

       LOAD-ONE-OPERATOR.
           MOVE OM-OPER-ID    TO OPER-ID.
           MOVE OM-PASSWORD   TO OPER-PASSWORD.
           MOVE OM-AUTH-LEVEL TO OPER-AUTH-LEVEL.
           EXEC SQL
               SELECT COUNT(*) INTO :OPER-COUNT
                 FROM operators
                WHERE oper_id = RTRIM(:OPER-ID)
           END-EXEC.
           IF OPER-ID = SPACE OR OPER-COUNT > 0
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               MOVE ZERO TO OPER-EMP-ID
               PERFORM INSERT-OPERATOR
               ADD 1 TO WS-LOADED-COUNT
           END-IF.

      *> INSERT-OPERATOR - pw_changed de trong: phai doi mat khau o
      *> lan dang nhap dau tien.
       INSERT-OPERATOR.
           EXEC SQL
               INSERT INTO operators
                   (oper_id, pw_hash, auth_level, emp_id, status,
                    failed_count, pw_changed, changed_by, changed_at)
               VALUES (RTRIM(:OPER-ID),
                       encode(sha256(convert_to(
                           RTRIM(:OPER-ID) || ':'
                           || RTRIM(:OPER-PASSWORD),
                           'UTF8')), 'hex'),
                       :OPER-AUTH-LEVEL, :OPER-EMP-ID, 'A', 0, NULL,
                       RTRIM(:WS-OPERATOR), CURRENT_TIMESTAMP)
           END-EXEC.

      *> ADD-OPERATOR - them operator moi.
       ADD-OPERATOR.
           DISPLAY "Operator id: "                 WITH NO ADVANCING.
           ACCEPT OPER-ID.
           PERFORM COUNT-OPERATOR.
           IF OPER-ID = SPACE OR OPER-COUNT > 0
               DISPLAY "Operator id blank or already on file."
           ELSE
               PERFORM ACCEPT-LEVEL-AND-EMPLOYEE
               DISPLAY "First password: "          WITH NO ADVANCING
               ACCEPT OPER-PASSWORD
               IF OPER-AUTH-LEVEL < 1 OR OPER-AUTH-LEVEL > 3
               OR OPER-PASSWORD = SPACE
                   DISPLAY "Level must be 1-3 and password given "
                       "- not added."
               ELSE
                   PERFORM INSERT-OPERATOR
                   PERFORM COMMIT-CHANGE
               END-IF
           END-IF.

      *> CHANGE-OPERATOR - doi cap quyen / ma nhan vien lien ket.
       CHANGE-OPERATOR.
           PERFORM ACCEPT-EXISTING-OPERATOR.
           IF OPER-COUNT > 0
               PERFORM ACCEPT-LEVEL-AND-EMPLOYEE
               IF OPER-AUTH-LEVEL < 1 OR OPER-AUTH-LEVEL > 3
                   DISPLAY "Level must be 1-3 - not changed."
               ELSE
                   IF OPER-ID = WS-OPERATOR
                   AND OPER-AUTH-LEVEL < 3
                       DISPLAY "Cannot lower your own level "
                           "- not changed."
                   ELSE
                       EXEC SQL
                           UPDATE operators
                              SET auth_level = :OPER-AUTH-LEVEL,
                                  emp_id = :OPER-EMP-ID,
                                  changed_by = RTRIM(:WS-OPERATOR),
                                  changed_at = CURRENT_TIMESTAMP
                            WHERE oper_id = RTRIM(:OPER-ID)
                       END-EXEC
                       PERFORM COMMIT-CHANGE
                   END-IF
               END-IF
           END-IF.

      *> RESET-PASSWORD - mat khau tam, mo khoa, phai doi lan sau.
       RESET-PASSWORD.
           PERFORM ACCEPT-EXISTING-OPERATOR.
           IF OPER-COUNT > 0
               DISPLAY "New password: "            WITH NO ADVANCING
               ACCEPT OPER-PASSWORD
               IF OPER-PASSWORD = SPACE
                   DISPLAY "Password required - not reset."
               ELSE
                   EXEC SQL
                       UPDATE operators
                          SET pw_hash = encode(sha256(convert_to(
                                  oper_id || ':'
                                  || RTRIM(:OPER-PASSWORD),
                                  'UTF8')), 'hex'),
                              pw_changed = NULL,
                              failed_count = 0,
                              status = CASE WHEN status = 'L'
                                            THEN 'A'
                                            ELSE status END,
                              changed_by = RTRIM(:WS-OPERATOR),
                              changed_at = CURRENT_TIMESTAMP
                        WHERE oper_id = RTRIM(:OPER-ID)
                   END-EXEC
                   PERFORM COMMIT-CHANGE
               END-IF
           END-IF.

      *> UNLOCK-OPERATOR - bo khoa sau khi sai mat khau qua nhieu.
       UNLOCK-OPERATOR.
           PERFORM ACCEPT-EXISTING-OPERATOR.
           IF OPER-COUNT > 0
               IF OPER-STATUS NOT = "L"
                   DISPLAY "Operator is not locked."
               ELSE
                   MOVE "A" TO OPER-STATUS
                   PERFORM SET-OPERATOR-STATUS
               END-IF
           END-IF.

      *> DISABLE-OPERATOR - vo hieu operator (khong duoc tu vo hieu).
       DISABLE-OPERATOR.
           PERFORM ACCEPT-EXISTING-OPERATOR.
           IF OPER-COUNT > 0
               IF OPER-ID = WS-OPERATOR
                   DISPLAY "Cannot disable your own operator."
               ELSE
                   MOVE "D" TO OPER-STATUS
                   PERFORM SET-OPERATOR-STATUS
               END-IF
           END-IF.

      *> ENABLE-OPERATOR - kich hoat lai operator da vo hieu.
       ENABLE-OPERATOR.
           PERFORM ACCEPT-EXISTING-OPERATOR.
           IF OPER-COUNT > 0
               IF OPER-STATUS NOT = "D"
                   DISPLAY "Operator is not disabled."
               ELSE
                   MOVE "A" TO OPER-STATUS
                   PERFORM SET-OPERATOR-STATUS
               END-IF
           END-IF.

       SET-OPERATOR-STATUS.
           EXEC SQL
               UPDATE operators
                  SET status = :OPER-STATUS,
                      failed_count = 0,
                      changed_by = RTRIM(:WS-OPERATOR),
                      changed_at = CURRENT_TIMESTAMP
                WHERE oper_id = RTRIM(:OPER-ID)
           END-EXEC.
           PERFORM COMMIT-CHANGE.

      *> LIST-OPERATORS - danh sach operator theo ma.
       LIST-OPERATORS.
           DISPLAY "OPERATOR  LVL  EMP   STATUS FAIL  PW-DATE   "
               "LAST SIGN-ON".
           EXEC SQL
               DECLARE OPLIST CURSOR FOR
               SELECT oper_id, auth_level, COALESCE(emp_id, 0),
                      status, failed_count,
                      COALESCE(TO_CHAR(pw_changed, 'YYYYMMDD'),
                               'MUST CHG'),
                      COALESCE(TO_CHAR(last_signon,
                               'YYYYMMDDHH24MI'), ' ')
               FROM operators
               ORDER BY oper_id
           END-EXEC.
           EXEC SQL
               OPEN OPLIST
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY "Error reading operators: ", SQLERRMC
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   EXEC SQL
                       FETCH OPLIST
                       INTO :OPER-ID, :OPER-AUTH-LEVEL, :OPER-EMP-ID,
                            :OPER-STATUS, :OPER-FAILED-COUNT,
                            :OPER-PW-CHANGED, :OPER-LAST-SIGNON
                   END-EXEC
                   IF SQLCODE NOT EQUAL ZERO
                       MOVE "Y" TO WS-EOF
                   ELSE
                       MOVE OPER-ID           TO WS-LL-OPER-ID
                       MOVE OPER-AUTH-LEVEL   TO WS-LL-LEVEL
                       MOVE OPER-EMP-ID       TO WS-LL-EMP-ID
                       MOVE OPER-STATUS       TO WS-LL-STATUS
                       MOVE OPER-FAILED-COUNT TO WS-LL-FAILED
                       MOVE OPER-PW-CHANGED   TO WS-LL-PW-CHANGED
                       MOVE OPER-LAST-SIGNON  TO WS-LL-LAST-SIGNON
                       DISPLAY WS-LIST-LINE
                   END-IF
               END-PERFORM
               EXEC SQL
                   CLOSE OPLIST
               END-EXEC
           END-IF.

      *> SWEEP-LEAVERS - operator gan voi nhan vien da nghi (EMP-STATUS
      *> T tren EMPLOYEE-MASTER.DAT) bi vo hieu.
       SWEEP-LEAVERS.
           MOVE 0 TO WS-SWEEP-COUNT WS-DISABLED-COUNT.
           EXEC SQL
               DECLARE OPSWEEP CURSOR FOR
               SELECT oper_id, emp_id
               FROM operators
               WHERE emp_id > 0
                 AND status <> 'D'
               ORDER BY oper_id
           END-EXEC.
           EXEC SQL
               OPEN OPSWEEP
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY "Error reading operators: ", SQLERRMC
           ELSE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   EXEC SQL
                       FETCH OPSWEEP
                       INTO :OPER-ID, :OPER-EMP-ID
                   END-EXEC
                   IF SQLCODE NOT EQUAL ZERO
                   OR WS-SWEEP-COUNT = 500
                       MOVE "Y" TO WS-EOF
                   ELSE
                       ADD 1 TO WS-SWEEP-COUNT
                       MOVE OPER-ID
                           TO WS-SW-OPER-ID(WS-SWEEP-COUNT)
                       MOVE OPER-EMP-ID
                           TO WS-SW-EMP-ID(WS-SWEEP-COUNT)
                   END-IF
               END-PERFORM
               EXEC SQL
                   CLOSE OPSWEEP
               END-EXEC
           END-IF.
           IF WS-SWEEP-COUNT > 0
               OPEN INPUT EMPLOYEE-FILE
               IF WS-EMP-STATUS NOT = "00"
                   DISPLAY "EMPLOYEE-MASTER.DAT NOT AVAILABLE - "
                       "NO SWEEP"
               ELSE
                   PERFORM VARYING WS-SWEEP-IDX FROM 1 BY 1
                       UNTIL WS-SWEEP-IDX > WS-SWEEP-COUNT
                       PERFORM SWEEP-ONE-OPERATOR
                   END-PERFORM
                   CLOSE EMPLOYEE-FILE
                   PERFORM COMMIT-CHANGE
               END-IF
           END-IF.
           DISPLAY "Linked operators checked: " WS-SWEEP-COUNT.
           DISPLAY "Disabled as leavers:      " WS-DISABLED-COUNT.

       SWEEP-ONE-OPERATOR.
           MOVE WS-SW-EMP-ID(WS-SWEEP-IDX) TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EMP-TERMINATED
                       MOVE WS-SW-OPER-ID(WS-SWEEP-IDX) TO OPER-ID
                       EXEC SQL
                           UPDATE operators
                              SET status = 'D',
                                  changed_by = RTRIM(:WS-OPERATOR),
                                  changed_at = CURRENT_TIMESTAMP
                            WHERE oper_id = RTRIM(:OPER-ID)
                       END-EXEC
                       ADD 1 TO WS-DISABLED-COUNT
                       DISPLAY "Disabled " OPER-ID " - employee "
                           EMP-ID " terminated"
                   END-IF
           END-READ.

      *> MAINTAIN-POLICY - so lan sai truoc khi khoa, so ngay doi
      *> mat khau.
       MAINTAIN-POLICY.
           EXEC SQL
               SELECT max_failures, password_days
                 INTO :POLICY-MAX-FAILURES, :POLICY-PASSWORD-DAYS
                 FROM operator_policy
                LIMIT 1
           END-EXEC.
           DISPLAY "Failed sign-ons before lock: " POLICY-MAX-FAILURES.
           DISPLAY "Password days:               " POLICY-PASSWORD-DAYS.
           DISPLAY "New failures (1-999): "        WITH NO ADVANCING.
           ACCEPT POLICY-MAX-FAILURES.
           DISPLAY "New password days (1-99999): " WITH NO ADVANCING.
           ACCEPT POLICY-PASSWORD-DAYS.
           IF POLICY-MAX-FAILURES = 0 OR POLICY-PASSWORD-DAYS = 0
               DISPLAY "Both values must be non-zero - not changed."
           ELSE
               EXEC SQL
                   UPDATE operator_policy
                      SET max_failures = :POLICY-MAX-FAILURES,
                          password_days = :POLICY-PASSWORD-DAYS
               END-EXEC
               PERFORM COMMIT-CHANGE
           END-IF.

       ACCEPT-EXISTING-OPERATOR.
           DISPLAY "Operator id: "                 WITH NO ADVANCING.
           ACCEPT OPER-ID.
           PERFORM COUNT-OPERATOR.
           IF OPER-COUNT = 0
               DISPLAY "No operator with that id."
           ELSE
               EXEC SQL
                   SELECT auth_level, COALESCE(emp_id, 0), status
                     INTO :OPER-AUTH-LEVEL, :OPER-EMP-ID, :OPER-STATUS
                     FROM operators
                    WHERE oper_id = RTRIM(:OPER-ID)
               END-EXEC
               DISPLAY "Level " OPER-AUTH-LEVEL "  employee "
                   OPER-EMP-ID "  status " OPER-STATUS
           END-IF.

       ACCEPT-LEVEL-AND-EMPLOYEE.
           DISPLAY "Authority level (1-3): "       WITH NO ADVANCING.
           ACCEPT OPER-AUTH-LEVEL.
           DISPLAY "Linked employee id (0000 = none): "
                                                   WITH NO ADVANCING.
           ACCEPT OPER-EMP-ID.

       COUNT-OPERATOR.
           EXEC SQL
               SELECT COUNT(*) INTO :OPER-COUNT
                 FROM operators
                WHERE oper_id = RTRIM(:OPER-ID)
           END-EXEC.

       COMMIT-CHANGE.
           IF SQLCODE NOT EQUAL ZERO
               DISPLAY "Error updating operators: ", SQLERRMC
               EXEC SQL
                   ROLLBACK
               END-EXEC
           ELSE
               EXEC SQL
                   COMMIT
               END-EXEC
               DISPLAY "Done."
           END-IF.

       CONNECT-DB.
           PERFORM LOAD-CONNECTION-CONFIG.
           EXEC SQL
               CONNECT TO :Database-Name
                   USER :User-ID USING :DB-Password
           END-EXEC.
           IF SQLCODE = ZERO
               MOVE "Y" TO WS-CONNECTED
           ELSE
               MOVE "N" TO WS-CONNECTED
               DISPLAY "Error connecting to DB: ", SQLERRMC
           END-IF.

       DISCONNECT-DB.
           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.
           MOVE "N" TO WS-CONNECTED.

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
