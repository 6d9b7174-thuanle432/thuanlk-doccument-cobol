      *                     timestamp), and option H shows a given
      *                     id's history newest-first.  "Who changed
      *                     this user" is now answerable.
      *    2026/10/15  LKT  users_audit gains changed_by (the
      *                     operator, added on first run) and option
      *                     H shows it; DB-JOURNAL.LOG lines carry the
      *                     operator after the employee-id slot, for
      *                     the operator activity report.
      *    2026/10/15  LKT  Delete sets deleted_at to the same stamp
      *                     it journals, so the standby replay carries
      *                     the primary's value; journal time is
      *                     hhmmss (was mmsshh from a 6-digit clock).
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
       01  SQLERRMC                    PIC X(70).
       01  OLD-AGE                     PIC 9(3).
       01  AUDIT-ACTION                PIC X(06).
       01  AUDIT-STAMP                 PIC X(26).
       01  AUDIT-CHANGED-BY            PIC X(08).
       01  WS-HIST-EOF                 PIC X(01).
       01  WS-JOURNAL-STATUS           PIC X(02).
       01  WS-STAMP-DATE               PIC 9(08).
       01  WS-STAMP-TIME               PIC 9(08).
       01  WS-DELETE-STAMP             PIC X(14).
       01  WS-OPERATOR                 PIC X(08).

       EXEC SQL INCLUDE SQLCA END-EXEC.
                   changed_at TIMESTAMP DEFAULT CURRENT_TIMESTAMP
               )
           END-EXEC.
           EXEC SQL
               ALTER TABLE users_audit
                   ADD COLUMN IF NOT EXISTS changed_by VARCHAR(8)
           END-EXEC.

      *> Cot trang thai cho soft delete (lan dau chay se tao cot)
           EXEC SQL
           ELSE
               EXEC SQL
                   INSERT INTO users_audit
                          (user_id, old_name, old_age, action,
                           changed_by)
                   VALUES (:USER-ID, :OLD-NAME, :OLD-AGE,
                           :AUDIT-ACTION, :WS-OPERATOR)
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   DISPLAY "Error writing audit row: ", SQLERRMC
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
               WHERE id = :USER-ID
           END-EXEC.
           MOVE USER-ID    TO JR-USER-ID.
           MOVE USER-NAME  TO JR-NAME.
           MOVE USER-AGE   TO JR-AGE.
           MOVE SPACES     TO JR-EMP-ID.
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

           EXEC SQL
               DECLARE HISTCSR CURSOR FOR
               SELECT old_name, old_age, action,
                      CAST(changed_at AS VARCHAR(26)),
                      COALESCE(changed_by, ' ')
               FROM users_audit
               WHERE user_id = :USER-ID
               ORDER BY changed_at DESC
               EXEC SQL
                   FETCH HISTCSR
                   INTO :OLD-NAME, :OLD-AGE, :AUDIT-ACTION,
                        :AUDIT-STAMP, :AUDIT-CHANGED-BY
               END-EXEC
               IF SQLCODE NOT EQUAL ZERO
                   MOVE "Y" TO WS-HIST-EOF
               ELSE
                   DISPLAY AUDIT-STAMP " " AUDIT-ACTION
                       " name=" OLD-NAME " age=" OLD-AGE
                       " by=" AUDIT-CHANGED-BY
               END-IF
           END-PERFORM.
           EXEC SQL
