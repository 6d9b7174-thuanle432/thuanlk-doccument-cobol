      *                     business date comes from
      *                     EMPSLRMATCH_RUN_DATE (default today),
      *                     matching the match program.
      *    2026/10/15  LKT  Shift differential / night premium: the
      *                     optional rule table PREMRULE.txt (rule
      *                     code, day type W weekday / E weekend /
      *                     A every day, window start and end HHMM,
      *                     premium %) is applied to each punch.  A
      *                     window whose end is not after its start
      *                     runs past midnight (equal = whole day);
      *                     the day type is that of the day the window
      *                     opens.  Where windows overlap the highest
      *                     premium applies.  The hours inside premium
      *                     windows and the premium-weighted hours
      *                     (hours x % / 100) are carried to
      *                     EMPSLRMATCHP0001 in the ID01 trailing
      *                     filler; without PREMRULE.txt both are zero.
      ******************************************************************
      ******************************************************************
       ENVIRONMENT                      DIVISION.
                                        FILE STATUS  IS
                                        WK-PUNCH-STATUS.

           SELECT  PREMRULE-FILE        ASSIGN       TO "PREMRULE.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-PREMRULE-STATUS.

           SELECT  OD01                 ASSIGN       TO "EMPLOYEE.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
           03  PN-HOURLY-RATE           PIC  9(003)V99.
           03  PN-DEPT-CODE             PIC  X(003).
      *-----------------------------------------------------------------
      *  PREMRULE.txt - BẢNG QUY TẮC PHỤ CẤP CA (KHUNG GIỜ, LOẠI NGÀY)
      *-----------------------------------------------------------------
       FD  PREMRULE-FILE.
       01  PREMRULE-REC.
           03  PR-RULE-CODE             PIC  X(004).
           03  PR-DAY-TYPE              PIC  X(001).
           03  PR-START                 PIC  9(004).
           03  PR-START-R    REDEFINES  PR-START.
               05  PR-START-HH          PIC  9(002).
               05  PR-START-MM          PIC  9(002).
           03  PR-END                   PIC  9(004).
           03  PR-END-R      REDEFINES  PR-END.
               05  PR-END-HH            PIC  9(002).
               05  PR-END-MM            PIC  9(002).
           03  PR-PCT                   PIC  9(003)V99.
      *-----------------------------------------------------------------
      *  EMPLOYEE.txt - FILE ID01 CHO EMPSLRMATCHP0001 (KÈM HDR/TRLR)
      *-----------------------------------------------------------------
       FD  OD01.
           03  OUT-HOURS-WORKED         PIC  9(004).
           03  OUT-HOURLY-RATE          PIC  9(003)V99.
           03  OUT-DEPT-CODE            PIC  X(003).
           03  OUT-PREM-HOURS           PIC  9(003)V99.
           03  OUT-PREM-EQUIV           PIC  9(003)V99.
           03  FILLER                   PIC  X(003).
      *=================================================================
      *=================================================================
       WORKING-STORAGE                  SECTION.
       01  WK-MIN-OUT                   PIC  9(005).
       01  WK-MINUTES                   PIC S9(005).

      *-----------------------------------------------------------------
      *  BẢNG QUY TẮC PHỤ CẤP CA - NẠP TỪ PREMRULE.txt (NẾU CÓ)
      *-----------------------------------------------------------------
       01  WK-PREMRULE-STATUS           PIC  X(002).
       01  WK-PREMRULE-EOF              PIC  X(001).
       01  WK-PR-MAX                    PIC  9(002) VALUE 20.
       01  WK-PR-CNT                    PIC  9(002) VALUE ZERO.
       01  WK-PR-IX                     PIC  9(002).
       01  WK-PR-TABLE.
           03  WK-PR-ENTRY              OCCURS 20 TIMES.
               05  WK-PR-CODE           PIC  X(004).
               05  WK-PR-DAY-TYPE       PIC  X(001).
               05  WK-PR-START-MIN      PIC  9(004).
               05  WK-PR-END-MIN        PIC  9(004).
               05  WK-PR-PCT            PIC  9(003)V99.

      *-----------------------------------------------------------------
      *  TÍNH PHỤ CẤP MỘT LẦN CHẤM CÔNG - TRỤC PHÚT BẮT ĐẦU TỪ 0000
      *  NGÀY TRƯỚC (NGÀY 1 = HÔM TRƯỚC, 2 = NGÀY CHẤM, 3 = HÔM SAU)
      *-----------------------------------------------------------------
       01  WK-DAY-NO                    PIC  9(007).
       01  WK-DAY-QUOT                  PIC  9(007).
       01  WK-DOW                       PIC  9(001).
       01  WK-DAY-TYPE-TABLE.
           03  WK-DAY-TYPE              PIC  X(001) OCCURS 3 TIMES.
       01  WK-DX                        PIC  9(001).
       01  WK-SHIFT-START               PIC  9(005).
       01  WK-SHIFT-END                 PIC  9(005).
       01  WK-WIN-START                 PIC  9(005).
       01  WK-WIN-END                   PIC  9(005).
       01  WK-BD-MAX                    PIC  9(003) VALUE 130.
       01  WK-BD-CNT                    PIC  9(003).
       01  WK-BD-IX                     PIC  9(003).
       01  WK-BD-POS                    PIC  9(003).
       01  WK-BD-NEW                    PIC  9(005).
       01  WK-BD-TABLE.
           03  WK-BD-MIN                PIC  9(005) OCCURS 130 TIMES.
       01  WK-SEG-START                 PIC  9(005).
       01  WK-SEG-LEN                   PIC  9(005).
       01  WK-SEG-PCT                   PIC  9(003)V99.
       01  WK-PREM-MIN                  PIC  9(005).
       01  WK-PREM-UNITS                PIC  9(009)V99.

      *-----------------------------------------------------------------
      *  BẢNG TỔNG GIỜ THEO EMPLOYEE
      *-----------------------------------------------------------------
               05  WK-EM-MINUTES        PIC  9(007).
               05  WK-EM-RATE           PIC  9(003)V99.
               05  WK-EM-DEPT           PIC  X(003).
               05  WK-EM-PREM-MIN       PIC  9(007).
               05  WK-EM-PREM-UNITS     PIC  9(009)V99.
       01  WK-EM-HOURS                  PIC  9(004).

      *-----------------------------------------------------------------
               MOVE 16                   TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-LOAD-PREMRULE.
           MOVE 'N'                      TO WK-PUNCH-EOF.
           PERFORM 1100-READ-PUNCH.

               AT END MOVE 'Y' TO WK-PUNCH-EOF
           END-READ.

      *-----------------------------------------------------------------
      *  1200-LOAD-PREMRULE - Nạp bảng quy tắc phụ cấp ca; quy tắc sai
      *  thì dừng vì bảng này quyết định tiền lương
      *-----------------------------------------------------------------
       1200-LOAD-PREMRULE.
           MOVE 'N'                      TO WK-PREMRULE-EOF.
           OPEN INPUT PREMRULE-FILE.
           IF WK-PREMRULE-STATUS = "35"
               CLOSE PREMRULE-FILE
           ELSE
               PERFORM 1210-READ-PREMRULE
               PERFORM 1220-STORE-PREMRULE
                   UNTIL WK-PREMRULE-EOF = 'Y'
               CLOSE PREMRULE-FILE
           END-IF.

      *-----------------------------------------------------------------
       1210-READ-PREMRULE.
           READ PREMRULE-FILE
               AT END MOVE 'Y' TO WK-PREMRULE-EOF
           END-READ.

      *-----------------------------------------------------------------
       1220-STORE-PREMRULE.
           IF PR-START IS NOT NUMERIC
           OR PR-END IS NOT NUMERIC
           OR PR-PCT IS NOT NUMERIC
           OR PR-START-HH > 23 OR PR-START-MM > 59
           OR PR-END-HH > 23 OR PR-END-MM > 59
           OR (PR-DAY-TYPE NOT = "W" AND PR-DAY-TYPE NOT = "E"
               AND PR-DAY-TYPE NOT = "A")
               DISPLAY "*** EMPPUNCHP0008 ABORTED: INVALID PREMRULE "
                   "ENTRY " PR-RULE-CODE " ***"
               MOVE 16                   TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WK-PR-CNT >= WK-PR-MAX
               DISPLAY "*** EMPPUNCHP0008 ABORTED: MORE THAN "
                   WK-PR-MAX " PREMRULE ENTRIES ***"
               MOVE 16                   TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1                         TO WK-PR-CNT.
           MOVE PR-RULE-CODE             TO WK-PR-CODE (WK-PR-CNT).
           MOVE PR-DAY-TYPE              TO WK-PR-DAY-TYPE (WK-PR-CNT).
           COMPUTE WK-PR-START-MIN (WK-PR-CNT) =
               PR-START-HH * 60 + PR-START-MM.
           COMPUTE WK-PR-END-MIN (WK-PR-CNT) =
               PR-END-HH * 60 + PR-END-MM.
           MOVE PR-PCT                   TO WK-PR-PCT (WK-PR-CNT).
           PERFORM 1210-READ-PREMRULE.

      *-----------------------------------------------------------------
      *  2000-TOTAL-PUNCH - Một record chấm công: đổi giờ vào/ra sang
      *  phút, ca qua đêm cộng 1440, cộng dồn theo employee
               IF WK-MINUTES < ZERO
                   ADD 1440              TO WK-MINUTES
               END-IF
               MOVE ZERO                 TO WK-PREM-MIN
               MOVE ZERO                 TO WK-PREM-UNITS
               IF WK-PR-CNT > ZERO
               AND WK-MINUTES > ZERO
                   PERFORM 2500-CALC-PREMIUM THRU 2500-EXIT
               END-IF
               PERFORM 2100-ACCUM-EMPLOYEE
           END-IF.
           PERFORM 1100-READ-PUNCH.
                   MOVE PN-EMP-ID        TO WK-EM-ID (WK-EM-IX)
                   MOVE PN-EMP-NAME      TO WK-EM-NAME (WK-EM-IX)
                   MOVE ZERO             TO WK-EM-MINUTES (WK-EM-IX)
                   MOVE ZERO             TO WK-EM-PREM-MIN (WK-EM-IX)
                   MOVE ZERO             TO WK-EM-PREM-UNITS
                                            (WK-EM-IX)
                   MOVE PN-HOURLY-RATE   TO WK-EM-RATE (WK-EM-IX)
                   MOVE PN-DEPT-CODE     TO WK-EM-DEPT (WK-EM-IX)
                   MOVE 'Y'              TO WK-EM-FOUND
           END-IF.
           IF WK-EM-FOUND = 'Y'
               ADD WK-MINUTES            TO WK-EM-MINUTES (WK-EM-IX)
               ADD WK-PREM-MIN           TO WK-EM-PREM-MIN (WK-EM-IX)
               ADD WK-PREM-UNITS         TO WK-EM-PREM-UNITS
                                            (WK-EM-IX)
           END-IF.

      *-----------------------------------------------------------------
               ADD 1                     TO WK-EM-IX
           END-IF.

      *-----------------------------------------------------------------
      *  2500-CALC-PREMIUM - Cắt ca làm tại các mốc mở / đóng khung
      *  phụ cấp rơi trong ca, mỗi đoạn lấy phụ cấp cao nhất đang áp
      *  dụng; cộng phút có phụ cấp và phút x phần trăm
      *-----------------------------------------------------------------
       2500-CALC-PREMIUM.
           IF PN-DATE IS NOT NUMERIC
           OR FUNCTION TEST-DATE-YYYYMMDD (PN-DATE) NOT = ZERO
               DISPLAY "*** INVALID PUNCH DATE FOR EMP " PN-EMP-ID
                   " DATE " PN-DATE " - NO PREMIUM ***"
               GO TO 2500-EXIT
           END-IF.
           COMPUTE WK-DAY-NO = FUNCTION INTEGER-OF-DATE (PN-DATE) - 1.
           MOVE 1                        TO WK-DX.
           PERFORM 2510-SET-DAY-TYPE
               UNTIL WK-DX > 3.
           COMPUTE WK-SHIFT-START = 1440 + WK-MIN-IN.
           COMPUTE WK-SHIFT-END = WK-SHIFT-START + WK-MINUTES.
           MOVE 2                        TO WK-BD-CNT.
           MOVE WK-SHIFT-START           TO WK-BD-MIN (1).
           MOVE WK-SHIFT-END             TO WK-BD-MIN (2).
           MOVE 1                        TO WK-PR-IX.
           PERFORM 2520-ADD-RULE-BOUNDS
               UNTIL WK-PR-IX > WK-PR-CNT.
           MOVE 1                        TO WK-BD-IX.
           PERFORM 2560-PRICE-SEGMENT
               UNTIL WK-BD-IX >= WK-BD-CNT.

       2500-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2510-SET-DAY-TYPE - W / E của hôm trước, ngày chấm, hôm sau
      *  (ngày số 1 theo INTEGER-OF-DATE là thứ Hai)
      *-----------------------------------------------------------------
       2510-SET-DAY-TYPE.
           DIVIDE WK-DAY-NO BY 7 GIVING WK-DAY-QUOT
               REMAINDER WK-DOW.
           IF WK-DOW = 6 OR WK-DOW = 0
               MOVE "E"                  TO WK-DAY-TYPE (WK-DX)
           ELSE
               MOVE "W"                  TO WK-DAY-TYPE (WK-DX)
           END-IF.
           ADD 1                         TO WK-DAY-NO.
           ADD 1                         TO WK-DX.

      *-----------------------------------------------------------------
      *  2520-ADD-RULE-BOUNDS - Mốc mở / đóng khung của một quy tắc cho
      *  cả ba ngày
      *-----------------------------------------------------------------
       2520-ADD-RULE-BOUNDS.
           MOVE 1                        TO WK-DX.
           PERFORM 2530-ADD-DAY-BOUNDS
               UNTIL WK-DX > 3.
           ADD 1                         TO WK-PR-IX.

      *-----------------------------------------------------------------
       2530-ADD-DAY-BOUNDS.
           PERFORM 2540-SET-WINDOW.
           IF WK-WIN-START > WK-SHIFT-START
           AND WK-WIN-START < WK-SHIFT-END
               MOVE WK-WIN-START         TO WK-BD-NEW
               PERFORM 2550-INSERT-BOUND
           END-IF.
           IF WK-WIN-END > WK-SHIFT-START
           AND WK-WIN-END < WK-SHIFT-END
               MOVE WK-WIN-END           TO WK-BD-NEW
               PERFORM 2550-INSERT-BOUND
           END-IF.
           ADD 1                         TO WK-DX.

      *-----------------------------------------------------------------
      *  2540-SET-WINDOW - Khung của quy tắc WK-PR-IX mở trong ngày
      *  WK-DX trên trục phút; kết thúc không sau giờ mở thì qua đêm
      *-----------------------------------------------------------------
       2540-SET-WINDOW.
           COMPUTE WK-WIN-START =
               (WK-DX - 1) * 1440 + WK-PR-START-MIN (WK-PR-IX).
           IF WK-PR-END-MIN (WK-PR-IX) > WK-PR-START-MIN (WK-PR-IX)
               COMPUTE WK-WIN-END =
                   (WK-DX - 1) * 1440 + WK-PR-END-MIN (WK-PR-IX)
           ELSE
               COMPUTE WK-WIN-END =
                   WK-DX * 1440 + WK-PR-END-MIN (WK-PR-IX)
           END-IF.

      *-----------------------------------------------------------------
      *  2550-INSERT-BOUND - Chèn mốc WK-BD-NEW vào bảng mốc đã sắp
      *-----------------------------------------------------------------
       2550-INSERT-BOUND.
           IF WK-BD-CNT < WK-BD-MAX
               MOVE WK-BD-CNT            TO WK-BD-POS
               PERFORM 2555-SHIFT-BOUND
                   UNTIL WK-BD-POS = ZERO
                   OR WK-BD-MIN (WK-BD-POS) <= WK-BD-NEW
               ADD 1                     TO WK-BD-POS
               MOVE WK-BD-NEW            TO WK-BD-MIN (WK-BD-POS)
               ADD 1                     TO WK-BD-CNT
           END-IF.

      *-----------------------------------------------------------------
       2555-SHIFT-BOUND.
           MOVE WK-BD-MIN (WK-BD-POS)    TO WK-BD-MIN (WK-BD-POS + 1).
           SUBTRACT 1                    FROM WK-BD-POS.

      *-----------------------------------------------------------------
      *  2560-PRICE-SEGMENT - Một đoạn giữa hai mốc liên tiếp: phụ cấp
      *  cao nhất của các khung đang mở tại đầu đoạn
      *-----------------------------------------------------------------
       2560-PRICE-SEGMENT.
           MOVE WK-BD-MIN (WK-BD-IX)     TO WK-SEG-START.
           COMPUTE WK-SEG-LEN =
               WK-BD-MIN (WK-BD-IX + 1) - WK-SEG-START.
           MOVE ZERO                     TO WK-SEG-PCT.
           IF WK-SEG-LEN > ZERO
               MOVE 1                    TO WK-PR-IX
               PERFORM 2570-CHECK-RULE
                   UNTIL WK-PR-IX > WK-PR-CNT
           END-IF.
           IF WK-SEG-PCT > ZERO
               ADD WK-SEG-LEN            TO WK-PREM-MIN
               COMPUTE WK-PREM-UNITS =
                   WK-PREM-UNITS + WK-SEG-LEN * WK-SEG-PCT
           END-IF.
           ADD 1                         TO WK-BD-IX.

      *-----------------------------------------------------------------
       2570-CHECK-RULE.
           MOVE 1                        TO WK-DX.
           PERFORM 2580-CHECK-RULE-DAY
               UNTIL WK-DX > 3.
           ADD 1                         TO WK-PR-IX.

      *-----------------------------------------------------------------
       2580-CHECK-RULE-DAY.
           IF WK-PR-DAY-TYPE (WK-PR-IX) = "A"
           OR WK-PR-DAY-TYPE (WK-PR-IX) = WK-DAY-TYPE (WK-DX)
               PERFORM 2540-SET-WINDOW
               IF WK-SEG-START >= WK-WIN-START
               AND WK-SEG-START < WK-WIN-END
               AND WK-PR-PCT (WK-PR-IX) > WK-SEG-PCT
                   MOVE WK-PR-PCT (WK-PR-IX)
                                         TO WK-SEG-PCT
               END-IF
           END-IF.
           ADD 1                         TO WK-DX.

      *-----------------------------------------------------------------
      *  3000-WRITE-ID01 - HDR + một dòng giờ công mỗi employee + TRLR
      *-----------------------------------------------------------------
           MOVE WK-EM-HOURS              TO OUT-HOURS-WORKED.
           MOVE WK-EM-RATE (WK-EM-IX)    TO OUT-HOURLY-RATE.
           MOVE WK-EM-DEPT (WK-EM-IX)    TO OUT-DEPT-CODE.
           COMPUTE OUT-PREM-HOURS ROUNDED =
               WK-EM-PREM-MIN (WK-EM-IX) / 60.
           COMPUTE OUT-PREM-EQUIV ROUNDED =
               WK-EM-PREM-UNITS (WK-EM-IX) / 6000.
           WRITE OUT-EMP-REC.
           ADD 1                         TO WK-EM-IX.

           DISPLAY "PUNCH RECORDS READ: " WK-PUNCH-COUNT.
           DISPLAY "PUNCH RECORDS SKIPPED: " WK-BAD-COUNT.
           DISPLAY "EMPLOYEES WRITTEN: " WK-EM-CNT.
           DISPLAY "PREMIUM RULES LOADED: " WK-PR-CNT.
