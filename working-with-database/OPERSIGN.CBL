       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERSIGN.
      ******************************************************************
      *  Operator sign-on against the central operator store (the
      *  operators table in Postgres), CALLed by every program that
      *  used to read its own OPERMAST.txt: write1, batch-student,
      *  P0001 - P0004 and AdmissionsMenu.  OPERMAINT keeps the store.
      *
      *  The caller passes WS-SIGNON-REQUEST:
      *    WS-SR-FUNCTION  S  sign on WS-SR-OPERATOR / WS-SR-PASSWORD
      *                    L  authority level of WS-SR-OPERATOR, no
      *                       password (batch runs under USER)
      *                    T  disable every operator linked to
      *                       employee WS-SR-EMP-ID (terminate)
      *  and gets back WS-SR-AUTH-LEVEL, WS-SR-RESULT and a message
      *  to display:
      *    00  signed on / done          11  operator locked
      *    10  sign-on failed            12  operator disabled
      *    13  expired password not      90  operator store not
      *        changed                       available
      *    99  bad function
      *
      *  Passwords are held as a SHA-256 hash of operator id, ":"
      *  and password, never in clear.  Each wrong password adds to
      *  failed_count and the account is locked (status L) when it
      *  reaches max_failures; a good sign-on resets the count.  A
      *  password older than password_days (or never set by its
      *  owner - loaded or reset by OPERMAINT) must be changed at
      *  sign-on before the session is let in.  Both limits come
      *  from operator_policy, default 3 failures / 90 days.  An
      *  operator linked to an employee who is terminated on
      *  EMPLOYEE-MASTER.DAT is disabled (status D) when found.
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

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-ID
               FILE STATUS IS WS-EMP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DB-CONFIG-FILE.
       01  DB-CONFIG-RECORD            PIC X(40).

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
       01  WS-EMP-STATUS               PIC X(02).
       01  OPER-ID                     PIC X(08).
       01  OPER-PASSWORD               PIC X(08).
       01  OPER-NEW-PASSWORD           PIC X(08).
       01  OPER-CONFIRM-PASSWORD       PIC X(08).
       01  OPER-AUTH-LEVEL             PIC 9(01).
       01  OPER-EMP-ID                 PIC 9(04).
       01  OPER-STATUS                 PIC X(01).
       01  OPER-FAILED-COUNT           PIC 9(03).
       01  OPER-PW-MATCH               PIC X(01).
       01  OPER-PW-AGE                 PIC 9(05).
       01  OPER-LINK-COUNT             PIC 9(04).
       01  POLICY-MAX-FAILURES         PIC 9(03).
       01  POLICY-PASSWORD-DAYS        PIC 9(05).
       01  WS-LEAVER                   PIC X(01).
       01  WS-PASSWORD-CHANGED         PIC X(01).
       01  WS-COUNT-DISPLAY            PIC ZZZ9.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  WS-SIGNON-REQUEST.
           03  WS-SR-FUNCTION          PIC X(01).
           03  WS-SR-OPERATOR          PIC X(08).
           03  WS-SR-PASSWORD          PIC X(08).
           03  WS-SR-EMP-ID            PIC 9(04).
           03  WS-SR-AUTH-LEVEL        PIC 9(01).
           03  WS-SR-RESULT            PIC X(02).
           03  WS-SR-MESSAGE           PIC X(40).

       PROCEDURE DIVISION USING WS-SIGNON-REQUEST.
       MAIN-LOGIC.
           MOVE ZERO TO WS-SR-AUTH-LEVEL.
           MOVE "90" TO WS-SR-RESULT.
           MOVE "OPERATOR STORE NOT AVAILABLE" TO WS-SR-MESSAGE.

           PERFORM LOAD-CONNECTION-CONFIG.
           EXEC SQL
               CONNECT TO :Database-Name
                   USER :User-ID USING :DB-Password
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               GO TO END-PROGRAM
           END-IF.

           MOVE WS-SR-OPERATOR TO OPER-ID.
           MOVE WS-SR-PASSWORD TO OPER-PASSWORD.

           EVALUATE WS-SR-FUNCTION
               WHEN "S"
                   PERFORM SIGN-ON-OPERATOR THRU SIGN-ON-OPERATOR-EXIT
               WHEN "L"
                   PERFORM LOOKUP-LEVEL THRU LOOKUP-LEVEL-EXIT
               WHEN "T"
                   PERFORM DISABLE-LEAVER THRU DISABLE-LEAVER-EXIT
               WHEN OTHER
                   MOVE "99" TO WS-SR-RESULT
                   MOVE "INVALID SIGN-ON FUNCTION" TO WS-SR-MESSAGE
           END-EVALUATE.

           EXEC SQL
               DISCONNECT CURRENT
           END-EXEC.

       END-PROGRAM.
           EXIT PROGRAM.

      *> SIGN-ON-OPERATOR - kiem tra mat khau, khoa tai khoan khi sai
      *> qua so lan cho phep, bat doi mat khau khi qua han.
       SIGN-ON-OPERATOR.
           PERFORM LOAD-POLICY.
           PERFORM FETCH-OPERATOR.
           IF SQLCODE = 100
               MOVE "10" TO WS-SR-RESULT
               MOVE "SIGN-ON FAILED" TO WS-SR-MESSAGE
               GO TO SIGN-ON-OPERATOR-EXIT
           END-IF.
           IF SQLCODE NOT EQUAL ZERO
               GO TO SIGN-ON-OPERATOR-EXIT
           END-IF.
           IF OPER-STATUS = "D"
               MOVE "12" TO WS-SR-RESULT
               MOVE "OPERATOR DISABLED" TO WS-SR-MESSAGE
               GO TO SIGN-ON-OPERATOR-EXIT
           END-IF.
           IF OPER-STATUS = "L"
               MOVE "11" TO WS-SR-RESULT
               MOVE "OPERATOR LOCKED - SEE SUPERVISOR" TO WS-SR-MESSAGE
               GO TO SIGN-ON-OPERATOR-EXIT
           END-IF.
           PERFORM CHECK-LINKED-EMPLOYEE.
           IF WS-LEAVER = "Y"
               GO TO SIGN-ON-OPERATOR-EXIT
           END-IF.

           IF OPER-PW-MATCH NOT = "Y"
               ADD 1 TO OPER-FAILED-COUNT
               IF OPER-FAILED-COUNT >= POLICY-MAX-FAILURES
                   MOVE "L" TO OPER-STATUS
                   MOVE "11" TO WS-SR-RESULT
                   MOVE "SIGN-ON FAILED - OPERATOR NOW LOCKED"
                       TO WS-SR-MESSAGE
               ELSE
                   MOVE "10" TO WS-SR-RESULT
                   MOVE "SIGN-ON FAILED" TO WS-SR-MESSAGE
               END-IF
               EXEC SQL
                   UPDATE operators
                      SET failed_count = :OPER-FAILED-COUNT,
                          status = :OPER-STATUS
                    WHERE oper_id = RTRIM(:OPER-ID)
               END-EXEC
               EXEC SQL
                   COMMIT
               END-EXEC
               GO TO SIGN-ON-OPERATOR-EXIT
           END-IF.

           MOVE "Y" TO WS-PASSWORD-CHANGED.
           IF OPER-PW-AGE >= POLICY-PASSWORD-DAYS
               PERFORM CHANGE-PASSWORD
           END-IF.
           EXEC SQL
               UPDATE operators
                  SET failed_count = 0,
                      last_signon = CURRENT_TIMESTAMP
                WHERE oper_id = RTRIM(:OPER-ID)
           END-EXEC.
           EXEC SQL
               COMMIT
           END-EXEC.
           IF WS-PASSWORD-CHANGED = "Y"
               MOVE OPER-AUTH-LEVEL TO WS-SR-AUTH-LEVEL
               MOVE "00" TO WS-SR-RESULT
               MOVE "SIGNED ON" TO WS-SR-MESSAGE
           END-IF.
       SIGN-ON-OPERATOR-EXIT.
           EXIT.

      *> LOOKUP-LEVEL - cap quyen cua operator cho chay batch, khong
      *> hoi mat khau; operator bi khoa / vo hieu thi cap 0.
       LOOKUP-LEVEL.
           PERFORM FETCH-OPERATOR.
           IF SQLCODE = 100
               MOVE "10" TO WS-SR-RESULT
               MOVE "OPERATOR NOT ON FILE" TO WS-SR-MESSAGE
               GO TO LOOKUP-LEVEL-EXIT
           END-IF.
           IF SQLCODE NOT EQUAL ZERO
               GO TO LOOKUP-LEVEL-EXIT
           END-IF.
           IF OPER-STATUS = "D"
               MOVE "12" TO WS-SR-RESULT
               MOVE "OPERATOR DISABLED" TO WS-SR-MESSAGE
               GO TO LOOKUP-LEVEL-EXIT
           END-IF.
           IF OPER-STATUS = "L"
               MOVE "11" TO WS-SR-RESULT
               MOVE "OPERATOR LOCKED - SEE SUPERVISOR" TO WS-SR-MESSAGE
               GO TO LOOKUP-LEVEL-EXIT
           END-IF.
           PERFORM CHECK-LINKED-EMPLOYEE.
           IF WS-LEAVER = "Y"
               GO TO LOOKUP-LEVEL-EXIT
           END-IF.
           MOVE OPER-AUTH-LEVEL TO WS-SR-AUTH-LEVEL.
           MOVE "00" TO WS-SR-RESULT.
           MOVE "LEVEL FOUND" TO WS-SR-MESSAGE.
       LOOKUP-LEVEL-EXIT.
           EXIT.

      *> DISABLE-LEAVER - nhan vien nghi viec: vo hieu moi operator
      *> gan voi ma nhan vien nay.
       DISABLE-LEAVER.
           MOVE WS-SR-EMP-ID TO OPER-EMP-ID.
           IF OPER-EMP-ID = ZERO
               MOVE "00" TO WS-SR-RESULT
               MOVE "NO EMPLOYEE GIVEN" TO WS-SR-MESSAGE
               GO TO DISABLE-LEAVER-EXIT
           END-IF.
           EXEC SQL
               SELECT COUNT(*) INTO :OPER-LINK-COUNT
                 FROM operators
                WHERE emp_id = :OPER-EMP-ID
                  AND status <> 'D'
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               GO TO DISABLE-LEAVER-EXIT
           END-IF.
           EXEC SQL
               UPDATE operators
                  SET status = 'D',
                      changed_by = RTRIM(:OPER-ID),
                      changed_at = CURRENT_TIMESTAMP
                WHERE emp_id = :OPER-EMP-ID
                  AND status <> 'D'
           END-EXEC.
           EXEC SQL
               COMMIT
           END-EXEC.
           MOVE OPER-LINK-COUNT TO WS-COUNT-DISPLAY.
           MOVE "00" TO WS-SR-RESULT.
           MOVE SPACES TO WS-SR-MESSAGE.
           STRING "OPERATORS DISABLED:" DELIMITED BY SIZE
                  WS-COUNT-DISPLAY      DELIMITED BY SIZE
               INTO WS-SR-MESSAGE.
       DISABLE-LEAVER-EXIT.
           EXIT.

      *> FETCH-OPERATOR - doc dong operators; so sanh mat khau bang
      *> hash ngay trong SQL, tuoi mat khau tinh theo ngay.
       FETCH-OPERATOR.
           EXEC SQL
               SELECT auth_level,
                      COALESCE(emp_id, 0),
                      status,
                      failed_count,
                      CASE WHEN pw_hash = encode(sha256(convert_to(
                               oper_id || ':' || RTRIM(:OPER-PASSWORD),
                               'UTF8')), 'hex')
                           THEN 'Y' ELSE 'N' END,
                      COALESCE(CURRENT_DATE - pw_changed, 99999)
                 INTO :OPER-AUTH-LEVEL, :OPER-EMP-ID, :OPER-STATUS,
                      :OPER-FAILED-COUNT, :OPER-PW-MATCH,
                      :OPER-PW-AGE
                 FROM operators
                WHERE oper_id = RTRIM(:OPER-ID)
           END-EXEC.

      *> CHECK-LINKED-EMPLOYEE - operator co gan ma nhan vien ma nhan
      *> vien da nghi (EMP-STATUS T) thi vo hieu ngay.  Khong co
      *> EMPLOYEE-MASTER.DAT o day thi bo qua (OPERMAINT quet sau).
       CHECK-LINKED-EMPLOYEE.
           MOVE "N" TO WS-LEAVER.
           IF OPER-EMP-ID NOT = ZERO
               OPEN INPUT EMPLOYEE-FILE
               IF WS-EMP-STATUS = "00"
                   MOVE OPER-EMP-ID TO EMP-ID
                   READ EMPLOYEE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF EMP-TERMINATED
                               MOVE "Y" TO WS-LEAVER
                           END-IF
                   END-READ
                   CLOSE EMPLOYEE-FILE
               END-IF
           END-IF.
           IF WS-LEAVER = "Y"
               EXEC SQL
                   UPDATE operators
                      SET status = 'D',
                          changed_by = 'SIGNON',
                          changed_at = CURRENT_TIMESTAMP
                    WHERE oper_id = RTRIM(:OPER-ID)
               END-EXEC
               EXEC SQL
                   COMMIT
               END-EXEC
               MOVE "12" TO WS-SR-RESULT
               MOVE "OPERATOR DISABLED - EMPLOYEE TERMINATED"
                   TO WS-SR-MESSAGE
           END-IF.

      *> CHANGE-PASSWORD - mat khau qua han: nhap mat khau moi hai
      *> lan, khong duoc trong va khong duoc trung mat khau cu.
       CHANGE-PASSWORD.
           MOVE "N" TO WS-PASSWORD-CHANGED.
           DISPLAY "PASSWORD EXPIRED - NEW PASSWORD: "
                                                   WITH NO ADVANCING.
           ACCEPT OPER-NEW-PASSWORD.
           DISPLAY "CONFIRM NEW PASSWORD: "        WITH NO ADVANCING.
           ACCEPT OPER-CONFIRM-PASSWORD.
           IF OPER-NEW-PASSWORD = SPACE
           OR OPER-NEW-PASSWORD = OPER-PASSWORD
           OR OPER-NEW-PASSWORD NOT = OPER-CONFIRM-PASSWORD
               MOVE "13" TO WS-SR-RESULT
               MOVE "PASSWORD NOT CHANGED" TO WS-SR-MESSAGE
           ELSE
               EXEC SQL
                   UPDATE operators
                      SET pw_hash = encode(sha256(convert_to(
                              oper_id || ':'
                              || RTRIM(:OPER-NEW-PASSWORD),
                              'UTF8')), 'hex'),
                          pw_changed = CURRENT_DATE,
                          changed_by = oper_id,
                          changed_at = CURRENT_TIMESTAMP
                    WHERE oper_id = RTRIM(:OPER-ID)
               END-EXEC
               IF SQLCODE = ZERO
                   MOVE "Y" TO WS-PASSWORD-CHANGED
                   DISPLAY "PASSWORD CHANGED"
               ELSE
                   MOVE "13" TO WS-SR-RESULT
                   MOVE "PASSWORD NOT CHANGED" TO WS-SR-MESSAGE
               END-IF
           END-IF.

      *> LOAD-POLICY - so lan sai toi da va so ngay hieu luc mat khau
      *> tu operator_policy; chua co thi mac dinh 3 / 90.
       LOAD-POLICY.
           EXEC SQL
               SELECT max_failures, password_days
                 INTO :POLICY-MAX-FAILURES, :POLICY-PASSWORD-DAYS
                 FROM operator_policy
                LIMIT 1
           END-EXEC.
           IF SQLCODE NOT EQUAL ZERO
               MOVE 3  TO POLICY-MAX-FAILURES
               MOVE 90 TO POLICY-PASSWORD-DAYS
               EXEC SQL
                   ROLLBACK
               END-EXEC
           END-IF.
           IF POLICY-MAX-FAILURES = ZERO
               MOVE 3  TO POLICY-MAX-FAILURES
           END-IF.
           IF POLICY-PASSWORD-DAYS = ZERO
               MOVE 90 TO POLICY-PASSWORD-DAYS
           END-IF.

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
