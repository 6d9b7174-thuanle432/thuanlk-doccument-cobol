       IDENTIFICATION DIVISION.
       PROGRAM-ID. room-report.
      ******************************************************************
      *  Room utilisation report: for every room on ROOMMAST.txt, the
      *  day / period slots booked by active courses on COURSE.DAT,
      *  each with its enrolled count against the room's seats and
      *  the occupancy percentage, then the room's slots used and
      *  average occupancy.  Courses booked into a room that is not
      *  on the master are listed at the end.  Output ROOM-UTIL.RPT.
      *
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program, written with the room master.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE ASSIGN TO "COURSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FC-COURSE-CODE
           FILE STATUS IS WS-COURSE-STATUS.

           SELECT ROOM-FILE ASSIGN TO "ROOMMAST.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROOM-STATUS.

           SELECT UTIL-RPT ASSIGN TO "ROOM-UTIL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  COURSE.
       01  COURSE-RECORD.
           03  FC-COURSE-CODE          PIC X(05).
           03  FC-COURSE-TITLE         PIC X(20).
           03  FC-COURSE-CAPACITY      PIC 9(03).
           03  FC-COURSE-ENROLLED      PIC 9(03).
           03  FC-COURSE-DAY           PIC X(03).
           03  FC-COURSE-PERIOD        PIC 9(02).
           03  FC-COURSE-ROOM          PIC X(05).
           03  FC-COURSE-WITHDRAWN     PIC 9(03).
           03  FC-COURSE-ACTIVE        PIC X(01).
           03  FC-COURSE-FEE           PIC 9(05)V99.
           03  FC-COURSE-CREDITS       PIC 9(02).

       FD  ROOM-FILE.
       01  ROOM-RECORD.
           03  RM-ROOM-CODE            PIC X(05).
           03  RM-BUILDING             PIC X(10).
           03  RM-SEATS                PIC 9(03).
           03  RM-FACILITIES           PIC X(20).

       FD  UTIL-RPT.
       01  UTIL-LINE                   PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-COURSE-STATUS            PIC X(02).
       01  WS-ROOM-STATUS              PIC X(02).
       01  WS-EOF                      PIC X(01).
       01  WS-RM-MAX                   PIC 9(03) VALUE 200.
       01  WS-RM-CNT                   PIC 9(03) VALUE ZERO.
       01  WS-RM-IX                    PIC 9(03).
       01  WS-RM-TABLE.
           03  WS-RM-ENTRY OCCURS 200 TIMES.
               05  WS-RM-CODE          PIC X(05).
               05  WS-RM-BUILDING      PIC X(10).
               05  WS-RM-SEATS         PIC 9(03).
               05  WS-RM-FACILITIES    PIC X(20).
       01  WS-SL-MAX                   PIC 9(04) VALUE 2000.
       01  WS-SL-CNT                   PIC 9(04) VALUE ZERO.
       01  WS-SL-IX                    PIC 9(04).
       01  WS-SL-TABLE.
           03  WS-SL-ENTRY OCCURS 2000 TIMES.
               05  WS-SL-ROOM-IX       PIC 9(03).
               05  WS-SL-ROOM          PIC X(05).
               05  WS-SL-DAY           PIC X(03).
               05  WS-SL-PERIOD        PIC 9(02).
               05  WS-SL-COURSE        PIC X(05).
               05  WS-SL-ENROLLED      PIC 9(03).
       01  WS-ROOM-SLOTS               PIC 9(04).
       01  WS-ROOM-PCT-SUM             PIC 9(07).
       01  WS-PCT                      PIC 9(03).
       01  WS-UNKNOWN-COUNT            PIC 9(04) VALUE ZERO.
       01  WS-HEADER-LINE              PIC X(70)
           VALUE "ROOM UTILISATION".
       01  WS-ROOM-LINE.
           03  FILLER                  PIC X(05) VALUE "ROOM ".
           03  WS-RL-ROOM              PIC X(05).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RL-BUILDING          PIC X(10).
           03  FILLER                  PIC X(07) VALUE " SEATS ".
           03  WS-RL-SEATS             PIC ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RL-FACILITIES        PIC X(20).
       01  WS-SLOT-LINE.
           03  FILLER                  PIC X(04) VALUE SPACE.
           03  WS-SD-DAY               PIC X(03).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SD-PERIOD            PIC 9(02).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SD-COURSE            PIC X(05).
           03  FILLER                  PIC X(10) VALUE " ENROLLED ".
           03  WS-SD-ENROLLED          PIC ZZ9.
           03  FILLER                  PIC X(04) VALUE " OF ".
           03  WS-SD-SEATS             PIC ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SD-PCT               PIC ZZ9.
           03  FILLER                  PIC X(01) VALUE "%".
       01  WS-SUMMARY-LINE.
           03  FILLER                  PIC X(15)
                                       VALUE "    SLOTS USED ".
           03  WS-SM-SLOTS             PIC ZZZ9.
           03  FILLER                  PIC X(15)
                                       VALUE "  AVG OCCUPANCY".
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SM-PCT               PIC ZZ9.
           03  FILLER                  PIC X(01) VALUE "%".
       01  WS-UNKNOWN-HEADER           PIC X(70)
           VALUE "COURSES IN ROOMS NOT ON THE ROOM MASTER".
       01  WS-UNKNOWN-LINE.
           03  FILLER                  PIC X(04) VALUE SPACE.
           03  WS-UL-COURSE            PIC X(05).
           03  FILLER                  PIC X(06) VALUE " ROOM ".
           03  WS-UL-ROOM              PIC X(05).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-UL-DAY               PIC X(03).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-UL-PERIOD            PIC 9(02).
       01  WS-BLANK-LINE               PIC X(70) VALUE SPACE.
       PROCEDURE DIVISION.
       MAIN SECTION.
       MAIN-START.
           PERFORM LOAD-ROOMS.
           IF WS-RM-CNT = ZERO
               DISPLAY "ROOMMAST.txt NOT AVAILABLE OR EMPTY"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           OPEN INPUT COURSE.
           IF WS-COURSE-STATUS NOT = "00"
               DISPLAY "COURSE.DAT NOT AVAILABLE (STATUS "
                   WS-COURSE-STATUS ")"
               MOVE 16 TO RETURN-CODE
               GO TO MAIN-EXIT
           END-IF.
           MOVE "N"                    TO WS-EOF.
           MOVE LOW-VALUES             TO FC-COURSE-CODE.
           START COURSE KEY NOT < FC-COURSE-CODE
               INVALID KEY
                   MOVE "Y"            TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = "Y"
               READ COURSE NEXT RECORD
                   AT END
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       IF FC-COURSE-ACTIVE NOT = "R"
                       AND FC-COURSE-ROOM NOT = SPACES
                       AND FC-COURSE-DAY NOT = SPACES
                           PERFORM ADD-SLOT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE COURSE.
           OPEN OUTPUT UTIL-RPT.
           WRITE UTIL-LINE FROM WS-HEADER-LINE.
           PERFORM VARYING WS-RM-IX FROM 1 BY 1
                   UNTIL WS-RM-IX > WS-RM-CNT
               PERFORM PRINT-ROOM
           END-PERFORM.
           IF WS-UNKNOWN-COUNT > ZERO
               WRITE UTIL-LINE FROM WS-BLANK-LINE
               WRITE UTIL-LINE FROM WS-UNKNOWN-HEADER
               PERFORM VARYING WS-SL-IX FROM 1 BY 1
                       UNTIL WS-SL-IX > WS-SL-CNT
                   IF WS-SL-ROOM-IX(WS-SL-IX) = ZERO
                       MOVE WS-SL-COURSE(WS-SL-IX) TO WS-UL-COURSE
                       MOVE WS-SL-ROOM(WS-SL-IX)   TO WS-UL-ROOM
                       MOVE WS-SL-DAY(WS-SL-IX)    TO WS-UL-DAY
                       MOVE WS-SL-PERIOD(WS-SL-IX) TO WS-UL-PERIOD
                       WRITE UTIL-LINE FROM WS-UNKNOWN-LINE
                   END-IF
               END-PERFORM
           END-IF.
           CLOSE UTIL-RPT.
           DISPLAY "ROOMS: " WS-RM-CNT "  SLOTS BOOKED: " WS-SL-CNT.
           IF WS-UNKNOWN-COUNT > ZERO
               DISPLAY "COURSES IN UNKNOWN ROOMS: " WS-UNKNOWN-COUNT
           END-IF.
       MAIN-EXIT.
           EXIT.
           STOP RUN.
      /
      *  PRINT-ROOM - the room's slots and its average occupancy
       PRINT-ROOM SECTION.
       PRINT-ROOM-START.
           MOVE WS-RM-CODE(WS-RM-IX)   TO WS-RL-ROOM.
           MOVE WS-RM-BUILDING(WS-RM-IX) TO WS-RL-BUILDING.
           MOVE WS-RM-SEATS(WS-RM-IX)  TO WS-RL-SEATS.
           MOVE WS-RM-FACILITIES(WS-RM-IX) TO WS-RL-FACILITIES.
           WRITE UTIL-LINE FROM WS-BLANK-LINE.
           WRITE UTIL-LINE FROM WS-ROOM-LINE.
           MOVE ZERO                   TO WS-ROOM-SLOTS.
           MOVE ZERO                   TO WS-ROOM-PCT-SUM.
           PERFORM VARYING WS-SL-IX FROM 1 BY 1
                   UNTIL WS-SL-IX > WS-SL-CNT
               IF WS-SL-ROOM-IX(WS-SL-IX) = WS-RM-IX
                   PERFORM PRINT-SLOT
               END-IF
           END-PERFORM.
           MOVE WS-ROOM-SLOTS          TO WS-SM-SLOTS.
           IF WS-ROOM-SLOTS > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-ROOM-PCT-SUM / WS-ROOM-SLOTS
           ELSE
               MOVE ZERO               TO WS-PCT
           END-IF.
           MOVE WS-PCT                 TO WS-SM-PCT.
           WRITE UTIL-LINE FROM WS-SUMMARY-LINE.
       PRINT-ROOM-EXIT.
           EXIT.
      /
       PRINT-SLOT SECTION.
       PRINT-SLOT-START.
           IF WS-RM-SEATS(WS-RM-IX) > ZERO
               COMPUTE WS-PCT ROUNDED =
                   WS-SL-ENROLLED(WS-SL-IX) * 100
                   / WS-RM-SEATS(WS-RM-IX)
                   ON SIZE ERROR
                       MOVE 999        TO WS-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO               TO WS-PCT
           END-IF.
           MOVE WS-SL-DAY(WS-SL-IX)    TO WS-SD-DAY.
           MOVE WS-SL-PERIOD(WS-SL-IX) TO WS-SD-PERIOD.
           MOVE WS-SL-COURSE(WS-SL-IX) TO WS-SD-COURSE.
           MOVE WS-SL-ENROLLED(WS-SL-IX) TO WS-SD-ENROLLED.
           MOVE WS-RM-SEATS(WS-RM-IX)  TO WS-SD-SEATS.
           MOVE WS-PCT                 TO WS-SD-PCT.
           WRITE UTIL-LINE FROM WS-SLOT-LINE.
           ADD 1                       TO WS-ROOM-SLOTS.
           ADD WS-PCT                  TO WS-ROOM-PCT-SUM.
       PRINT-SLOT-EXIT.
           EXIT.
      /
      *  ADD-SLOT - one booked course; WS-SL-ROOM-IX zero when its
      *  room is not on the master
       ADD-SLOT SECTION.
       ADD-SLOT-START.
           IF WS-SL-CNT >= WS-SL-MAX
               DISPLAY "SLOT TABLE FULL - " FC-COURSE-CODE
                   " NOT REPORTED"
               GO TO ADD-SLOT-EXIT
           END-IF.
           ADD 1                       TO WS-SL-CNT.
           MOVE ZERO                   TO WS-SL-ROOM-IX(WS-SL-CNT).
           PERFORM VARYING WS-RM-IX FROM 1 BY 1
                   UNTIL WS-RM-IX > WS-RM-CNT
               IF WS-RM-CODE(WS-RM-IX) = FC-COURSE-ROOM
                   MOVE WS-RM-IX       TO WS-SL-ROOM-IX(WS-SL-CNT)
               END-IF
           END-PERFORM.
           IF WS-SL-ROOM-IX(WS-SL-CNT) = ZERO
               ADD 1                   TO WS-UNKNOWN-COUNT
           END-IF.
           MOVE FC-COURSE-ROOM         TO WS-SL-ROOM(WS-SL-CNT).
           MOVE FC-COURSE-DAY          TO WS-SL-DAY(WS-SL-CNT).
           MOVE FC-COURSE-PERIOD       TO WS-SL-PERIOD(WS-SL-CNT).
           MOVE FC-COURSE-CODE         TO WS-SL-COURSE(WS-SL-CNT).
           MOVE FC-COURSE-ENROLLED     TO WS-SL-ENROLLED(WS-SL-CNT).
       ADD-SLOT-EXIT.
           EXIT.
      /
       LOAD-ROOMS SECTION.
       LOAD-ROOMS-START.
           OPEN INPUT ROOM-FILE.
           IF WS-ROOM-STATUS NOT = "00"
               GO TO LOAD-ROOMS-EXIT
           END-IF.
           MOVE "N"                    TO WS-EOF.
           PERFORM UNTIL WS-EOF = "Y"
               READ ROOM-FILE
                   AT END
                       MOVE "Y"        TO WS-EOF
                   NOT AT END
                       IF WS-RM-CNT < WS-RM-MAX
                           ADD 1       TO WS-RM-CNT
                           MOVE RM-ROOM-CODE
                               TO WS-RM-CODE(WS-RM-CNT)
                           MOVE RM-BUILDING
                               TO WS-RM-BUILDING(WS-RM-CNT)
                           MOVE RM-SEATS
                               TO WS-RM-SEATS(WS-RM-CNT)
                           MOVE RM-FACILITIES
                               TO WS-RM-FACILITIES(WS-RM-CNT)
                       ELSE
                           DISPLAY "ROOM TABLE FULL - "
                               RM-ROOM-CODE " NOT REPORTED"
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ROOM-FILE.
       LOAD-ROOMS-EXIT.
           EXIT.
