       01  WK-ACTION                    PIC  X(004).
       01  WK-OEF                       PIC  X(001).
       01  WK-STAMP-DATE                PIC  9(008).
       01  WK-STAMP-TIME                PIC  9(008).
      *
       PROCEDURE DIVISION.
      ******************************************************************
           ACCEPT  WK-STAMP-DATE  FROM  DATE  YYYYMMDD.
           ACCEPT  WK-STAMP-TIME  FROM  TIME.
           MOVE  WK-STAMP-DATE          TO  AUD-DATE.
           MOVE  WK-STAMP-TIME(1:6)     TO  AUD-TIME.
           MOVE  WK-OPERATOR            TO  AUD-OPERATOR.
           MOVE  WK-ACTION              TO  AUD-ACTION.
           MOVE  WK-MSG-NO              TO  AUD-MSG-NO.
