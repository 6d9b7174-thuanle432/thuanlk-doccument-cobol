       IDENTIFICATION DIVISION.
       PROGRAM-ID. QueueAgeing.
      ******************************************************************
      *  Service-level ageing for the intake routing queues that
      *  InputOutputMenu fills.  ROUTING-RULES.txt carries, after the
      *  category and queue file name, a service-level target in days
      *  for the category (columns 25-27, blank or zero = no target).
      *  Every queue file named in the rules is read, plus
      *  QUEUE-GENERAL.DAT, where unmapped categories go.
      *
      *  QUEUE_AGEING_MODE N (nightly, the default):
      *    every open item older than its category target goes to
      *    QUEUE-OVERDUE.RPT, listed per department queue; an item
      *    older than twice the target is also copied, once, to
      *    QUEUE-ESCALATION.DAT for the supervisor.  The copy keeps
      *    the original stamp, operator, category and text, so it
      *    works with options 5 and 6 like any other queue and is
      *    recognised on later runs instead of being copied again.
      *  QUEUE_AGEING_MODE W (weekly):
      *    QUEUE-WEEKLY.RPT - per queue, for the seven days ending on
      *    the run date: items opened, items closed, items overdue at
      *    the run date, items still open, and the median days from
      *    entry to close of the items closed in the week.  The
      *    escalation queue is reported as a queue of its own after
      *    the ALL QUEUES line and is not added into it: its items
      *    are copies of items already counted in their own queues.
      *
      *  The run date is today unless QUEUE_AGEING_DATE (YYYYMMDD)
      *  is given.  RETURN-CODE 8 when ROUTING-RULES.txt is not
      *  available or the parameters are wrong.
      *
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTING-FILE ASSIGN TO "ROUTING-RULES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTING-STATUS.
           SELECT QUEUE-FILE ASSIGN TO WS-QUEUE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT ESCALATION-FILE ASSIGN TO "QUEUE-ESCALATION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-STATUS.
           SELECT OVERDUE-FILE ASSIGN TO "QUEUE-OVERDUE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WEEKLY-FILE ASSIGN TO "QUEUE-WEEKLY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROUTING-FILE.
       01  ROUTING-RECORD.
           05 RT-CATEGORY             PIC X(04).
           05 RT-QUEUE-NAME           PIC X(20).
           05 RT-SLA-DAYS             PIC X(03).

       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           05 QR-STATUS               PIC X(01).
           05 QR-DATE                 PIC 9(08).
           05 QR-TIME                 PIC 9(06).
           05 QR-OPERATOR             PIC X(04).
           05 QR-CATEGORY             PIC X(04).
           05 QR-TEXT                 PIC X(50).
           05 QR-DONE-DATE            PIC 9(08).
           05 QR-DONE-OP              PIC X(04).

       FD  ESCALATION-FILE.
       01  ESCALATION-RECORD          PIC X(85).

       FD  OVERDUE-FILE.
       01  OVERDUE-RECORD             PIC X(100).

       FD  WEEKLY-FILE.
       01  WEEKLY-RECORD              PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-ROUTING-STATUS        PIC X(02).
       01 WS-QUEUE-STATUS          PIC X(02).
       01 WS-ESC-STATUS            PIC X(02).
       01 WS-EOF                   PIC X(01).
       01 WS-QUEUE-NAME            PIC X(20).
       01 WS-ESC-QUEUE-NAME        PIC X(20)
                                   VALUE "QUEUE-ESCALATION.DAT".

      *> Tham so chay
       01 WS-MODE                  PIC X(01) VALUE SPACE.
       01 WS-RUN-DATE-ENV          PIC X(08) VALUE SPACE.
       01 WS-RUN-DATE              PIC 9(08).
       01 WS-RUN-DAY               PIC 9(07).
       01 WS-WEEK-START-DAY        PIC 9(07).
       01 WS-WEEK-START            PIC 9(08).

      *> Bang muc tieu theo ma loai (tu ROUTING-RULES.txt)
       01 WS-SLA-MAX               PIC 9(03) VALUE 100.
       01 WS-SLA-CNT               PIC 9(03) VALUE 0.
       01 WS-SLA-IX                PIC 9(03).
       01 WS-SLA-TABLE.
           05 WS-SLA-ENTRY OCCURS 100 TIMES.
               10 WS-SLA-CATEGORY  PIC X(04).
               10 WS-SLA-DAYS      PIC 9(03).

      *> Danh sach file hang doi can doc (khong trung)
       01 WS-QL-MAX                PIC 9(03) VALUE 100.
       01 WS-QL-CNT                PIC 9(03) VALUE 0.
       01 WS-QL-IX                 PIC 9(03).
       01 WS-QL-FOUND              PIC X(01).
       01 WS-QL-TABLE.
           05 WS-QL-NAME OCCURS 100 TIMES
                                   PIC X(20).

      *> Item dang xet
       01 WS-TARGET                PIC 9(03).
       01 WS-AGE-DAYS              PIC 9(05).
       01 WS-CLOSE-DAYS            PIC 9(05).
       01 WS-ITEM-OVERDUE          PIC X(01).

      *> Khoa cac item da co trong hang doi leo thang
       01 WS-EK-MAX                PIC 9(04) VALUE 1000.
       01 WS-EK-CNT                PIC 9(04) VALUE 0.
       01 WS-EK-IX                 PIC 9(04).
       01 WS-EK-FOUND              PIC X(01).
       01 WS-EK-FULL               PIC X(01) VALUE "N".
       01 WS-EK-TABLE.
           05 WS-EK-KEY OCCURS 1000 TIMES
                                   PIC X(72).

      *> Dem theo hang doi va tong
       01 WS-Q-OPEN                PIC 9(05).
       01 WS-Q-OVERDUE             PIC 9(05).
       01 WS-Q-ESCALATED           PIC 9(05).
       01 WS-Q-OPENED              PIC 9(05).
       01 WS-Q-CLOSED              PIC 9(05).
       01 WS-T-OPEN                PIC 9(06) VALUE 0.
       01 WS-T-OVERDUE             PIC 9(06) VALUE 0.
       01 WS-T-ESCALATED           PIC 9(06) VALUE 0.
       01 WS-T-OPENED              PIC 9(06) VALUE 0.
       01 WS-T-CLOSED              PIC 9(06) VALUE 0.
       01 WS-QUEUES-READ           PIC 9(03) VALUE 0.

      *> So ngay xu ly cua cac item dong trong tuan (tinh trung vi)
       01 WS-CD-MAX                PIC 9(04) VALUE 1000.
       01 WS-CD-CNT                PIC 9(04).
       01 WS-CD-IX                 PIC 9(04).
       01 WS-CD-JX                 PIC 9(04).
       01 WS-CD-SWAP               PIC 9(05).
       01 WS-CD-TABLE.
           05 WS-CD-DAYS OCCURS 1000 TIMES
                                   PIC 9(05).
       01 WS-MEDIAN                PIC 9(05)V9.
       01 WS-MID                   PIC 9(04).

       01 WS-HEAD-LINE.
           05 FILLER               PIC X(26).
           05 WS-HL-DATE           PIC 9(08).
           05 FILLER               PIC X(66) VALUE SPACE.

       01 WS-OVERDUE-LINE.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 WS-OL-DATE           PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-OL-TIME           PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-OL-OPERATOR       PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-OL-CATEGORY       PIC X(04).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-OL-AGE            PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE "/".
           05 WS-OL-TARGET         PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-OL-FLAG           PIC X(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-OL-TEXT           PIC X(50).

       01 WS-QUEUE-TOTAL-LINE.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 FILLER               PIC X(06) VALUE "OPEN: ".
           05 WS-QT-OPEN           PIC ZZZZ9.
           05 FILLER               PIC X(11) VALUE "  OVERDUE: ".
           05 WS-QT-OVERDUE        PIC ZZZZ9.
           05 FILLER               PIC X(13) VALUE "  ESCALATED: ".
           05 WS-QT-ESCALATED      PIC ZZZZ9.
           05 FILLER               PIC X(53) VALUE SPACE.

       01 WS-WEEKLY-LINE.
           05 WS-WL-QUEUE          PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACE.
           05 WS-WL-OPENED         PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACE.
           05 WS-WL-CLOSED         PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACE.
           05 WS-WL-OVERDUE        PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACE.
           05 WS-WL-OPEN           PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACE.
           05 WS-WL-MEDIAN         PIC ZZZZ9.9.
           05 FILLER               PIC X(39) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-MODE FROM ENVIRONMENT "QUEUE_AGEING_MODE".
           IF WS-MODE = SPACE
               MOVE "N" TO WS-MODE
           END-IF.
           IF WS-MODE NOT = "N" AND WS-MODE NOT = "W"
               DISPLAY "QUEUE_AGEING_MODE must be N or W."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE-ENV FROM ENVIRONMENT "QUEUE_AGEING_DATE".
           IF WS-RUN-DATE-ENV = SPACE
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               IF WS-RUN-DATE-ENV IS NOT NUMERIC
                   DISPLAY "QUEUE_AGEING_DATE must be YYYYMMDD."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-RUN-DATE-ENV TO WS-RUN-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-RUN-DATE) NOT = 0
               DISPLAY "Run date " WS-RUN-DATE " is not a valid date."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).

           PERFORM LOAD-ROUTING-RULES
               THRU LOAD-ROUTING-RULES-EXIT.
           IF WS-ROUTING-STATUS NOT = "00"
               DISPLAY "ROUTING-RULES.txt not available - nothing to "
                   "age."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-MODE = "N"
               PERFORM NIGHTLY-AGEING
           ELSE
               PERFORM WEEKLY-REPORT
           END-IF.
           STOP RUN.

      *> LOAD-ROUTING-RULES - muc tieu (ngay) theo ma loai va danh
      *> sach file hang doi; QUEUE-GENERAL.DAT luon duoc doc.
       LOAD-ROUTING-RULES.
           MOVE "QUEUE-GENERAL.DAT" TO WS-QUEUE-NAME.
           PERFORM ADD-QUEUE-NAME
               THRU ADD-QUEUE-NAME-EXIT.
           OPEN INPUT ROUTING-FILE.
           IF WS-ROUTING-STATUS NOT = "00"
               GO TO LOAD-ROUTING-RULES-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ROUTING-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM ADD-ROUTING-RULE
                           THRU ADD-ROUTING-RULE-EXIT
               END-READ
           END-PERFORM.
           CLOSE ROUTING-FILE.
       LOAD-ROUTING-RULES-EXIT.
           EXIT.

       ADD-ROUTING-RULE.
           IF RT-CATEGORY = SPACES
               GO TO ADD-ROUTING-RULE-EXIT
           END-IF.
           IF WS-SLA-CNT < WS-SLA-MAX
               ADD 1 TO WS-SLA-CNT
               MOVE RT-CATEGORY TO WS-SLA-CATEGORY(WS-SLA-CNT)
               MOVE ZERO TO WS-SLA-DAYS(WS-SLA-CNT)
               IF RT-SLA-DAYS NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(RT-SLA-DAYS) = 0
                       COMPUTE WS-SLA-DAYS(WS-SLA-CNT) =
                           FUNCTION NUMVAL(FUNCTION TRIM(RT-SLA-DAYS))
                   ELSE
                       DISPLAY "ROUTING-RULES.txt: " ROUTING-RECORD
                       DISPLAY "  target days '" RT-SLA-DAYS
                           "' is not a number - no target for "
                           RT-CATEGORY
                   END-IF
               END-IF
           END-IF.
           IF RT-QUEUE-NAME NOT = SPACES
               MOVE RT-QUEUE-NAME TO WS-QUEUE-NAME
               PERFORM ADD-QUEUE-NAME
                   THRU ADD-QUEUE-NAME-EXIT
           END-IF.
       ADD-ROUTING-RULE-EXIT.
           EXIT.

      *> ADD-QUEUE-NAME - them WS-QUEUE-NAME vao danh sach neu chua
      *> co; hang doi leo thang khong nam trong danh sach phong ban.
       ADD-QUEUE-NAME.
           IF WS-QUEUE-NAME = WS-ESC-QUEUE-NAME
               GO TO ADD-QUEUE-NAME-EXIT
           END-IF.
           MOVE "N" TO WS-QL-FOUND.
           PERFORM VARYING WS-QL-IX FROM 1 BY 1
                   UNTIL WS-QL-IX > WS-QL-CNT
               IF WS-QL-NAME(WS-QL-IX) = WS-QUEUE-NAME
                   MOVE "Y" TO WS-QL-FOUND
               END-IF
           END-PERFORM.
           IF WS-QL-FOUND = "N" AND WS-QL-CNT < WS-QL-MAX
               ADD 1 TO WS-QL-CNT
               MOVE WS-QUEUE-NAME TO WS-QL-NAME(WS-QL-CNT)
           END-IF.
       ADD-QUEUE-NAME-EXIT.
           EXIT.

      *> FIND-TARGET - muc tieu cua ma loai QR-CATEGORY (0 = khong co).
       FIND-TARGET.
           MOVE ZERO TO WS-TARGET.
           PERFORM VARYING WS-SLA-IX FROM 1 BY 1
                   UNTIL WS-SLA-IX > WS-SLA-CNT
               IF WS-SLA-CATEGORY(WS-SLA-IX) = QR-CATEGORY
                   MOVE WS-SLA-DAYS(WS-SLA-IX) TO WS-TARGET
               END-IF
           END-PERFORM.

      *> AGE-ITEM - tuoi (ngay) cua item dang mo tai ngay chay va co
      *> qua han hay khong; item khong co ngay nhap hop le thi khong
      *> tinh tuoi.
       AGE-ITEM.
           MOVE ZERO TO WS-AGE-DAYS.
           MOVE "N" TO WS-ITEM-OVERDUE.
           PERFORM FIND-TARGET.
           IF QR-DATE IS NOT NUMERIC OR QR-DATE = ZERO
               GO TO AGE-ITEM-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(QR-DATE) NOT = 0
               GO TO AGE-ITEM-EXIT
           END-IF.
           IF QR-DATE < WS-RUN-DATE
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DAY - FUNCTION INTEGER-OF-DATE(QR-DATE)
           END-IF.
           IF WS-TARGET > 0 AND WS-AGE-DAYS > WS-TARGET
               MOVE "Y" TO WS-ITEM-OVERDUE
           END-IF.
       AGE-ITEM-EXIT.
           EXIT.

      *> NIGHTLY-AGEING - danh sach qua han theo phong ban va chep
      *> item qua gap doi muc tieu sang hang doi leo thang.
       NIGHTLY-AGEING.
           PERFORM LOAD-ESCALATION-KEYS
               THRU LOAD-ESCALATION-KEYS-EXIT.
           OPEN EXTEND ESCALATION-FILE.
           IF WS-ESC-STATUS = "05" OR "35"
               OPEN OUTPUT ESCALATION-FILE
           END-IF.
           OPEN OUTPUT OVERDUE-FILE.
           MOVE "OVERDUE QUEUE ITEMS AS AT" TO WS-HEAD-LINE.
           MOVE WS-RUN-DATE TO WS-HL-DATE.
           WRITE OVERDUE-RECORD FROM WS-HEAD-LINE.
           MOVE "  ENTERED  TIME   OPER CAT    AGE/TGT ESC TEXT"
               TO OVERDUE-RECORD.
           WRITE OVERDUE-RECORD.
           PERFORM VARYING WS-QL-IX FROM 1 BY 1
                   UNTIL WS-QL-IX > WS-QL-CNT
               MOVE WS-QL-NAME(WS-QL-IX) TO WS-QUEUE-NAME
               PERFORM AGE-ONE-QUEUE
                   THRU AGE-ONE-QUEUE-EXIT
           END-PERFORM.
           MOVE SPACES TO OVERDUE-RECORD.
           WRITE OVERDUE-RECORD.
           MOVE "ALL QUEUES" TO OVERDUE-RECORD.
           WRITE OVERDUE-RECORD.
           MOVE WS-T-OPEN      TO WS-QT-OPEN.
           MOVE WS-T-OVERDUE   TO WS-QT-OVERDUE.
           MOVE WS-T-ESCALATED TO WS-QT-ESCALATED.
           WRITE OVERDUE-RECORD FROM WS-QUEUE-TOTAL-LINE.
           CLOSE OVERDUE-FILE ESCALATION-FILE.
           IF WS-EK-FULL = "Y"
               DISPLAY "Escalation queue holds more than " WS-EK-MAX
                   " items - nothing more escalated until the "
                   "supervisor clears it."
           END-IF.
           DISPLAY "QUEUES READ:      " WS-QUEUES-READ.
           DISPLAY "OPEN ITEMS:       " WS-T-OPEN.
           DISPLAY "OVERDUE ITEMS:    " WS-T-OVERDUE.
           DISPLAY "ESCALATED TODAY:  " WS-T-ESCALATED.
           DISPLAY "Da ghi QUEUE-OVERDUE.RPT.".

      *> AGE-ONE-QUEUE - mot file hang doi; dau muc phong ban chi in
      *> khi hang doi co item.
       AGE-ONE-QUEUE.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00"
               GO TO AGE-ONE-QUEUE-EXIT
           END-IF.
           ADD 1 TO WS-QUEUES-READ.
           MOVE 0 TO WS-Q-OPEN WS-Q-OVERDUE WS-Q-ESCALATED.
           MOVE SPACES TO OVERDUE-RECORD.
           WRITE OVERDUE-RECORD.
           MOVE WS-QUEUE-NAME TO OVERDUE-RECORD.
           WRITE OVERDUE-RECORD.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ QUEUE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF QR-STATUS = "O"
                           PERFORM AGE-OPEN-ITEM
                               THRU AGE-OPEN-ITEM-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUEUE-FILE.
           MOVE WS-Q-OPEN      TO WS-QT-OPEN.
           MOVE WS-Q-OVERDUE   TO WS-QT-OVERDUE.
           MOVE WS-Q-ESCALATED TO WS-QT-ESCALATED.
           WRITE OVERDUE-RECORD FROM WS-QUEUE-TOTAL-LINE.
           ADD WS-Q-OPEN      TO WS-T-OPEN.
           ADD WS-Q-OVERDUE   TO WS-T-OVERDUE.
           ADD WS-Q-ESCALATED TO WS-T-ESCALATED.
       AGE-ONE-QUEUE-EXIT.
           EXIT.

       AGE-OPEN-ITEM.
           ADD 1 TO WS-Q-OPEN.
           PERFORM AGE-ITEM
               THRU AGE-ITEM-EXIT.
           IF WS-ITEM-OVERDUE = "N"
               GO TO AGE-OPEN-ITEM-EXIT
           END-IF.
           ADD 1 TO WS-Q-OVERDUE.
           MOVE SPACES TO WS-OL-FLAG.
           IF WS-AGE-DAYS > WS-TARGET * 2
               PERFORM ESCALATE-ITEM
                   THRU ESCALATE-ITEM-EXIT
           END-IF.
           MOVE QR-DATE     TO WS-OL-DATE.
           MOVE QR-TIME     TO WS-OL-TIME.
           MOVE QR-OPERATOR TO WS-OL-OPERATOR.
           MOVE QR-CATEGORY TO WS-OL-CATEGORY.
           MOVE WS-AGE-DAYS TO WS-OL-AGE.
           MOVE WS-TARGET   TO WS-OL-TARGET.
           MOVE QR-TEXT     TO WS-OL-TEXT.
           WRITE OVERDUE-RECORD FROM WS-OVERDUE-LINE.
       AGE-OPEN-ITEM-EXIT.
           EXIT.

      *> ESCALATE-ITEM - chep item sang hang doi leo thang dung mot
      *> lan: WS-OL-FLAG = NEW khi chep hom nay, YES khi da co san.
       ESCALATE-ITEM.
           MOVE "N" TO WS-EK-FOUND.
           PERFORM VARYING WS-EK-IX FROM 1 BY 1
                   UNTIL WS-EK-IX > WS-EK-CNT
                   OR WS-EK-FOUND = "Y"
               IF WS-EK-KEY(WS-EK-IX) = QUEUE-RECORD(2:72)
                   MOVE "Y" TO WS-EK-FOUND
               END-IF
           END-PERFORM.
           IF WS-EK-FOUND = "Y"
               MOVE "YES" TO WS-OL-FLAG
               GO TO ESCALATE-ITEM-EXIT
           END-IF.
           IF WS-EK-CNT >= WS-EK-MAX
               MOVE "Y" TO WS-EK-FULL
               GO TO ESCALATE-ITEM-EXIT
           END-IF.
           ADD 1 TO WS-EK-CNT.
           MOVE QUEUE-RECORD(2:72) TO WS-EK-KEY(WS-EK-CNT).
           MOVE SPACES TO ESCALATION-RECORD.
           MOVE "O" TO ESCALATION-RECORD(1:1).
           MOVE QUEUE-RECORD(2:72) TO ESCALATION-RECORD(2:72).
           MOVE "00000000" TO ESCALATION-RECORD(74:8).
           WRITE ESCALATION-RECORD.
           ADD 1 TO WS-Q-ESCALATED.
           MOVE "NEW" TO WS-OL-FLAG.
       ESCALATE-ITEM-EXIT.
           EXIT.

      *> LOAD-ESCALATION-KEYS - item da co trong hang doi leo thang
      *> (mo hay da xu ly) de khong chep lai lan nua.
       LOAD-ESCALATION-KEYS.
           OPEN INPUT ESCALATION-FILE.
           IF WS-ESC-STATUS NOT = "00"
               GO TO LOAD-ESCALATION-KEYS-EXIT
           END-IF.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ESCALATION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-EK-CNT < WS-EK-MAX
                           ADD 1 TO WS-EK-CNT
                           MOVE ESCALATION-RECORD(2:72)
                               TO WS-EK-KEY(WS-EK-CNT)
                       ELSE
                           MOVE "Y" TO WS-EK-FULL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ESCALATION-FILE.
       LOAD-ESCALATION-KEYS-EXIT.
           EXIT.

      *> WEEKLY-REPORT - mo / dong / qua han / con mo va trung vi so
      *> ngay xu ly theo hang doi cho 7 ngay ket thuc o ngay chay;
      *> hang doi leo thang in sau dong tong, khong cong vao tong.
       WEEKLY-REPORT.
           COMPUTE WS-WEEK-START-DAY = WS-RUN-DAY - 6.
           COMPUTE WS-WEEK-START =
               FUNCTION DATE-OF-INTEGER(WS-WEEK-START-DAY).
           OPEN OUTPUT WEEKLY-FILE.
           MOVE SPACES TO WEEKLY-RECORD.
           STRING "QUEUE ACTIVITY FOR THE WEEK " DELIMITED BY SIZE
                  WS-WEEK-START                  DELIMITED BY SIZE
                  " - "                          DELIMITED BY SIZE
                  WS-RUN-DATE                    DELIMITED BY SIZE
               INTO WEEKLY-RECORD.
           WRITE WEEKLY-RECORD.
           MOVE SPACES TO WEEKLY-RECORD.
           WRITE WEEKLY-RECORD.
           MOVE "QUEUE                OPENED  CLOSED OVERDUE"
               TO WEEKLY-RECORD.
           MOVE "    OPEN  MEDIAN DAYS" TO WEEKLY-RECORD(44:21).
           WRITE WEEKLY-RECORD.
           PERFORM VARYING WS-QL-IX FROM 1 BY 1
                   UNTIL WS-QL-IX > WS-QL-CNT
               MOVE WS-QL-NAME(WS-QL-IX) TO WS-QUEUE-NAME
               PERFORM WEEK-ONE-QUEUE
                   THRU WEEK-ONE-QUEUE-EXIT
           END-PERFORM.
           MOVE ALL "-" TO WEEKLY-RECORD(1:72).
           WRITE WEEKLY-RECORD.
           MOVE SPACES TO WS-WEEKLY-LINE.
           MOVE "ALL QUEUES"   TO WS-WL-QUEUE.
           MOVE WS-T-OPENED    TO WS-WL-OPENED.
           MOVE WS-T-CLOSED    TO WS-WL-CLOSED.
           MOVE WS-T-OVERDUE   TO WS-WL-OVERDUE.
           MOVE WS-T-OPEN      TO WS-WL-OPEN.
           WRITE WEEKLY-RECORD FROM WS-WEEKLY-LINE.
           MOVE SPACES TO WEEKLY-RECORD.
           WRITE WEEKLY-RECORD.
           MOVE WS-ESC-QUEUE-NAME TO WS-QUEUE-NAME.
           PERFORM WEEK-ONE-QUEUE
               THRU WEEK-ONE-QUEUE-EXIT.
           CLOSE WEEKLY-FILE.
           DISPLAY "ITEMS OPENED:     " WS-T-OPENED.
           DISPLAY "ITEMS CLOSED:     " WS-T-CLOSED.
           DISPLAY "ITEMS OVERDUE:    " WS-T-OVERDUE.
           DISPLAY "Da ghi QUEUE-WEEKLY.RPT.".

       WEEK-ONE-QUEUE.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00"
               GO TO WEEK-ONE-QUEUE-EXIT
           END-IF.
           MOVE 0 TO WS-Q-OPENED WS-Q-CLOSED WS-Q-OVERDUE WS-Q-OPEN.
           MOVE 0 TO WS-CD-CNT.
           MOVE "N" TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ QUEUE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       PERFORM WEEK-ONE-ITEM
               END-READ
           END-PERFORM.
           CLOSE QUEUE-FILE.
           MOVE SPACES TO WS-WEEKLY-LINE.
           MOVE WS-QUEUE-NAME TO WS-WL-QUEUE.
           MOVE WS-Q-OPENED   TO WS-WL-OPENED.
           MOVE WS-Q-CLOSED   TO WS-WL-CLOSED.
           MOVE WS-Q-OVERDUE  TO WS-WL-OVERDUE.
           MOVE WS-Q-OPEN     TO WS-WL-OPEN.
           IF WS-CD-CNT > 0
               PERFORM MEDIAN-CLOSE-DAYS
               MOVE WS-MEDIAN TO WS-WL-MEDIAN
           END-IF.
           WRITE WEEKLY-RECORD FROM WS-WEEKLY-LINE.
           IF WS-QUEUE-NAME = WS-ESC-QUEUE-NAME
               GO TO WEEK-ONE-QUEUE-EXIT
           END-IF.
           ADD WS-Q-OPENED  TO WS-T-OPENED.
           ADD WS-Q-CLOSED  TO WS-T-CLOSED.
           ADD WS-Q-OVERDUE TO WS-T-OVERDUE.
           ADD WS-Q-OPEN    TO WS-T-OPEN.
       WEEK-ONE-QUEUE-EXIT.
           EXIT.

      *> WEEK-ONE-ITEM - item nhap trong tuan, dong trong tuan (kem
      *> so ngay xu ly), va item con mo / qua han tai ngay chay.
       WEEK-ONE-ITEM.
           IF QR-DATE IS NUMERIC
           AND QR-DATE >= WS-WEEK-START AND QR-DATE <= WS-RUN-DATE
               ADD 1 TO WS-Q-OPENED
           END-IF.
           IF QR-STATUS = "O"
               ADD 1 TO WS-Q-OPEN
               PERFORM AGE-ITEM
                   THRU AGE-ITEM-EXIT
               IF WS-ITEM-OVERDUE = "Y"
                   ADD 1 TO WS-Q-OVERDUE
               END-IF
           END-IF.
           IF QR-STATUS = "D" AND QR-DONE-DATE IS NUMERIC
           AND QR-DONE-DATE >= WS-WEEK-START
           AND QR-DONE-DATE <= WS-RUN-DATE
               ADD 1 TO WS-Q-CLOSED
               PERFORM RECORD-CLOSE-DAYS
                   THRU RECORD-CLOSE-DAYS-EXIT
           END-IF.

      *> RECORD-CLOSE-DAYS - so ngay tu luc nhap den luc dong; item
      *> khong co ngay nhap hop le thi khong vao trung vi.
       RECORD-CLOSE-DAYS.
           IF QR-DATE IS NOT NUMERIC OR QR-DATE = ZERO
           OR QR-DATE > QR-DONE-DATE
               GO TO RECORD-CLOSE-DAYS-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(QR-DATE) NOT = 0
           OR FUNCTION TEST-DATE-YYYYMMDD(QR-DONE-DATE) NOT = 0
               GO TO RECORD-CLOSE-DAYS-EXIT
           END-IF.
           IF WS-CD-CNT >= WS-CD-MAX
               GO TO RECORD-CLOSE-DAYS-EXIT
           END-IF.
           COMPUTE WS-CLOSE-DAYS =
               FUNCTION INTEGER-OF-DATE(QR-DONE-DATE)
             - FUNCTION INTEGER-OF-DATE(QR-DATE).
           ADD 1 TO WS-CD-CNT.
           MOVE WS-CLOSE-DAYS TO WS-CD-DAYS(WS-CD-CNT).
       RECORD-CLOSE-DAYS-EXIT.
           EXIT.

      *> MEDIAN-CLOSE-DAYS - sap bang so ngay roi lay gia tri giua
      *> (so chan: trung binh hai gia tri giua).
       MEDIAN-CLOSE-DAYS.
           PERFORM VARYING WS-CD-IX FROM 1 BY 1
                   UNTIL WS-CD-IX >= WS-CD-CNT
               PERFORM VARYING WS-CD-JX FROM 1 BY 1
                       UNTIL WS-CD-JX >= WS-CD-CNT
                   IF WS-CD-DAYS(WS-CD-JX) > WS-CD-DAYS(WS-CD-JX + 1)
                       MOVE WS-CD-DAYS(WS-CD-JX) TO WS-CD-SWAP
                       MOVE WS-CD-DAYS(WS-CD-JX + 1)
                           TO WS-CD-DAYS(WS-CD-JX)
                       MOVE WS-CD-SWAP TO WS-CD-DAYS(WS-CD-JX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           DIVIDE WS-CD-CNT BY 2 GIVING WS-MID.
           IF WS-MID * 2 = WS-CD-CNT
               COMPUTE WS-MEDIAN = (WS-CD-DAYS(WS-MID)
                                  + WS-CD-DAYS(WS-MID + 1)) / 2
           ELSE
               MOVE WS-CD-DAYS(WS-MID + 1) TO WS-MEDIAN
           END-IF.
