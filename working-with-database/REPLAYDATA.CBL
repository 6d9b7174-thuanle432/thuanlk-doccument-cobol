      *    UPDATE - UPDATE name/age by id
      *    DELETE - soft delete by id (status I, as on the primary)
      *    RESTOR - reactivate by id
      *    LINK   - set emp_id by id (SYNCDATA)
      *  Lines written by SYNCDATA carry the employee id after the
      *  timestamp; an INSERT with one sets users.emp_id as well.
      *  A per-action summary prints at the end; once the replay is
      *  clean COMPAREDATA checks the standby against the primary
      *  and the journal is archived only when it reports level.
      *
      *  MODIFICATION HISTORY
      *    2026/09/02  LKT  New program.
      *    2026/10/15  LKT  Journal line extended with the employee id
      *                     (SYNCDATA); INSERT carries it into
      *                     users.emp_id, new LINK action, and the
      *                     emp_id column is added on the standby
      *                     when missing.  Older lines without the id
      *                     replay as before.
      *    2026/10/15  LKT  Journal line carries the operator after
      *                     the employee id; replay ignores it.
      *    2026/10/15  LKT  DELETE sets deleted_at from the journal
      *                     stamp (the primary's value) and
      *                     deleted_by from the operator, so
      *                     COMPAREDATA can check them; lines with no
      *                     valid stamp still take the replay time.
      *                     The end message now sends the operator to
      *                     COMPAREDATA before the journal is archived.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           03  JR-NAME                 PIC X(30).
           03  JR-AGE                  PIC 9(03).
           03  JR-STAMP                PIC 9(14).
           03  JR-EMP-ID               PIC X(04).
           03  JR-EMP-ID-N REDEFINES JR-EMP-ID
                                       PIC 9(04).
           03  JR-OPERATOR             PIC X(08).

       WORKING-STORAGE SECTION.
       01  SQLCODE                     PIC S9(9) COMP.
       01  JV-USER-ID                  PIC 9(4).
       01  JV-NAME                     PIC X(30).
       01  JV-AGE                      PIC 9(3).
       01  JV-EMP-ID                   PIC 9(4).
       01  JV-OPERATOR                 PIC X(8).
       01  JV-DELETE-STAMP             PIC X(14).
       01  JV-STAMP-CHECK.
           03  FILLER                  PIC 9(08).
           03  JV-CHECK-HH             PIC 9(02).
           03  JV-CHECK-MI             PIC 9(02).
           03  JV-CHECK-SS             PIC 9(02).

       01  WS-INSERT-COUNT             PIC 9(5) VALUE 0.
       01  WS-UPDATE-COUNT             PIC 9(5) VALUE 0.
           END-IF.
           DISPLAY "Connected to standby: " WS-CONNECT-TARGET.

           EXEC SQL
               ALTER TABLE users
                   ADD COLUMN IF NOT EXISTS emp_id INTEGER
           END-EXEC.

           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "DB-JOURNAL.LOG not available - nothing to "
           DISPLAY "Deletes replayed: " WS-DELETE-COUNT.
           DISPLAY "Errors:           " WS-ERROR-COUNT.
           IF WS-ERROR-COUNT = ZERO
               DISPLAY "Replay clean - run COMPAREDATA; archive "
                   "DB-JOURNAL.LOG only when it reports level."
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           MOVE JR-USER-ID TO JV-USER-ID.
           MOVE JR-NAME    TO JV-NAME.
           MOVE JR-AGE     TO JV-AGE.
           MOVE ZERO       TO JV-EMP-ID.
           IF JR-EMP-ID IS NUMERIC
               MOVE JR-EMP-ID-N TO JV-EMP-ID
           END-IF.
           EVALUATE JR-ACTION
               WHEN "INSERT"
                   IF JV-EMP-ID = ZERO
                       EXEC SQL
                           INSERT INTO users (id, name, age)
                           VALUES (:JV-USER-ID, :JV-NAME, :JV-AGE)
                       END-EXEC
                   ELSE
                       EXEC SQL
                           INSERT INTO users (id, name, age, emp_id)
                           VALUES (:JV-USER-ID, :JV-NAME, :JV-AGE,
                                   :JV-EMP-ID)
                       END-EXEC
                   END-IF
                   IF SQLCODE = ZERO
                       ADD 1 TO WS-INSERT-COUNT
                   ELSE
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               WHEN "DELETE"
                   PERFORM SET-DELETE-STAMP
                   EXEC SQL
                       UPDATE users
                       SET status = 'I',
                           deleted_at = COALESCE(
                               TO_TIMESTAMP(NULLIF(
                                   RTRIM(:JV-DELETE-STAMP), ''),
                                   'YYYYMMDDHH24MISS'),
                               CURRENT_TIMESTAMP),
                           deleted_by = NULLIF(RTRIM(:JV-OPERATOR), '')
                       WHERE id = :JV-USER-ID
                   END-EXEC
                   IF SQLCODE = ZERO
                           SQLERRMC
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               WHEN "LINK"
                   EXEC SQL
                       UPDATE users
                       SET emp_id = :JV-EMP-ID
                       WHERE id = :JV-USER-ID
                   END-EXEC
                   IF SQLCODE = ZERO
                       ADD 1 TO WS-UPDATE-COUNT
                   ELSE
                       DISPLAY "LINK failed id=" JV-USER-ID ": "
                           SQLERRMC
                       ADD 1 TO WS-ERROR-COUNT
                   END-IF
               WHEN OTHER
                   DISPLAY "Unknown journal action: " JR-ACTION
                   ADD 1 TO WS-ERROR-COUNT
       REPLAY-ONE-EXIT.
           EXIT.

      *> SET-DELETE-STAMP - thoi diem xoa tren primary lay tu dong
      *> nhat ky; dong cu co gio khong hop le (mmsshh) thi de trong
      *> va standby dung gio hien tai nhu truoc.
       SET-DELETE-STAMP.
           MOVE SPACES TO JV-DELETE-STAMP.
           MOVE JR-OPERATOR TO JV-OPERATOR.
           IF JR-STAMP IS NUMERIC
               MOVE JR-STAMP TO JV-STAMP-CHECK
               IF JV-CHECK-HH < 24 AND JV-CHECK-MI < 60
               AND JV-CHECK-SS < 60
                   MOVE JV-STAMP-CHECK TO JV-DELETE-STAMP
               END-IF
           END-IF.

      *> LOAD-STANDBY-CONFIG - dong 3/4 user/password, dong 5/6
      *> standby server/database; thieu thi lay tu bien moi truong.
       LOAD-STANDBY-CONFIG.
