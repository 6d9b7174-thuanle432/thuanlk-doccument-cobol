       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      EMPOTTRNDP0015.
      ******************************************************************
       AUTHOR.                          LE KIM THUAN.
       DATE-WRITTEN.                    2026/10/15.
       DATE-COMPILED.                   2026/10/15.
      *
      ******************************************************************
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program - overtime and labour cost
      *                     trend over the last EMPOTTRND_PERIODS pay
      *                     periods (default 6, at most 12) ending at
      *                     EMPOTTRND_PAY_PERIOD, read from the
      *                     DEPTRPT-YYYYMM.txt archives EMPSLRARCHP0006
      *                     keeps (DEPTRPT.txt for the reporting period
      *                     when not yet archived).  OTTREND.txt shows,
      *                     per department and for the company, each
      *                     period's headcount paid, overtime amount,
      *                     overtime as a percentage of gross, a
      *                     rolling overtime percentage over the last
      *                     EMPOTTRND_ROLL periods (default 3) and the
      *                     average net.  A department whose overtime
      *                     percentage has risen period on period at
      *                     least EMPOTTRND_RISE times running (default
      *                     3) up to the reporting period is flagged
      *                     ** RISING ** - RETURN-CODE 4.  Periods
      *                     without an archive, or archived before
      *                     DEPTRPT.txt carried the GROSS column, are
      *                     left out of the percentages and the trend.
      ******************************************************************
      ******************************************************************
       ENVIRONMENT                      DIVISION.
      ******************************************************************
      *=================================================================
       CONFIGURATION                    SECTION.
      *=================================================================
       SOURCE-COMPUTER.                 MYCOMPUTER.
      *
      *=================================================================
       INPUT-OUTPUT                     SECTION.
      *=================================================================
       FILE-CONTROL.
           SELECT  DEPTRPT-FILE         ASSIGN       TO
                                        WK-DEPTRPT-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-DEPTRPT-STATUS.

           SELECT  DEPT-MASTER          ASSIGN       TO "DEPTMAST.DAT"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE  IS DYNAMIC
                                        RECORD KEY   IS DM-DEPT-CODE
                                        FILE STATUS  IS
                                        WK-DEPTMAST-STATUS.

           SELECT  OD01                 ASSIGN       TO "OTTREND.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                             DIVISION.
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *  DEPTRPT.txt / DEPTRPT-YYYYMM.txt - BÁO CÁO PHÒNG BAN DO
      *  EMPSLRMATCHP0001 GHI (MÃ CỘT 1-3, HEADCOUNT 27-31, OVERTIME
      *  43-56, NET 59-72, GROSS 91-104)
      *-----------------------------------------------------------------
       FD  DEPTRPT-FILE.
       01  DEPT-LINE                    PIC  X(104).
      *-----------------------------------------------------------------
      *  DEPTMAST.DAT - MASTER PHÒNG BAN DO P0002 (screen/) QUẢN LÝ
      *-----------------------------------------------------------------
       FD  DEPT-MASTER.
       01  DEPT-MASTER-RECORD.
           05  DM-DEPT-CODE             PIC  X(003).
           05  DM-DEPT-NAME             PIC  X(020).
           05  DM-COST-CENTRE           PIC  X(006).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD01 - BÁO CÁO XU HƯỚNG OVERTIME
      *-----------------------------------------------------------------
       FD  OD01.
       01  OUT-TRD-LINE                 PIC  X(110).
      *=================================================================
      *=================================================================
       WORKING-STORAGE                  SECTION.
      *=================================================================
       01  WK-DEPTRPT-STATUS            PIC  X(002).
       01  WK-DEPTMAST-STATUS           PIC  X(002).
       01  WK-EOF                       PIC  X(001).
       01  WK-ABORT-MSG                 PIC  X(060).

      *-----------------------------------------------------------------
      *  THAM SỐ - EMPOTTRND_PAY_PERIOD (YYYYMM), EMPOTTRND_PERIODS,
      *  EMPOTTRND_ROLL, EMPOTTRND_RISE
      *-----------------------------------------------------------------
       01  WK-PAY-PERIOD                PIC  X(006) VALUE SPACE.
       01  WK-PAY-PERIOD-R              REDEFINES WK-PAY-PERIOD.
           03  WK-PAY-YEAR              PIC  9(004).
           03  WK-PAY-MONTH             PIC  9(002).
       01  WK-PARM-X                    PIC  X(002) VALUE SPACE.
       01  WK-PARM-N                    REDEFINES WK-PARM-X
                                        PIC  9(002).
       01  WK-ROLL-CNT                  PIC  9(002) VALUE 3.
       01  WK-RISE-LIMIT                PIC  9(002) VALUE 3.

      *-----------------------------------------------------------------
      *  BẢNG KỲ - CŨ NHẤT Ở VỊ TRÍ 1, KỲ BÁO CÁO Ở VỊ TRÍ WK-PR-CNT
      *-----------------------------------------------------------------
       01  WK-DEPTRPT-NAME              PIC  X(020).
       01  WK-SCAN-PERIOD.
           03  WK-SCAN-YEAR             PIC  9(004).
           03  WK-SCAN-MONTH            PIC  9(002).
       01  WK-PR-MAX                    PIC  9(002) VALUE 12.
       01  WK-PR-CNT                    PIC  9(002) VALUE 6.
       01  WK-PR-IX                     PIC  9(002).
       01  WK-PR-TABLE.
           03  WK-PR-ENTRY              OCCURS 12 TIMES.
               05  WK-PR-PERIOD         PIC  X(006).
               05  WK-PR-LOADED         PIC  X(001).
       01  WK-MISSING-CNT               PIC  9(002) VALUE ZERO.
       01  WK-CUR-SOURCE                PIC  X(020) VALUE SPACE.
       01  WK-DEPT-WORK                 PIC  X(003).

      *-----------------------------------------------------------------
      *  BẢNG PHÒNG BAN x KỲ - DÒNG 1 LÀ TỔNG CÔNG TY (DÒNG TOT)
      *-----------------------------------------------------------------
       01  WK-TD-MAX                    PIC  9(003) VALUE 200.
       01  WK-TD-CNT                    PIC  9(003) VALUE 1.
       01  WK-TD-IX                     PIC  9(003).
       01  WK-TD-FOUND                  PIC  X(001).
       01  WK-TD-OVERFLOW               PIC  X(001) VALUE 'N'.
       01  WK-TD-TABLE.
           03  WK-TD-ENTRY              OCCURS 200 TIMES.
               05  WK-TD-CODE           PIC  X(003).
               05  WK-TD-CELL           OCCURS 12 TIMES.
                   07  WK-TD-HEADCOUNT  PIC  9(005).
                   07  WK-TD-OVERTIME   PIC  9(009)V99.
                   07  WK-TD-NET        PIC  9(009)V99.
                   07  WK-TD-GROSS      PIC  9(009)V99.

      *-----------------------------------------------------------------
      *  BẢNG MASTER PHÒNG BAN - NẠP TỪ DEPTMAST.DAT (NẾU CÓ)
      *-----------------------------------------------------------------
       01  WK-DM-MAX                    PIC  9(003) VALUE 200.
       01  WK-DM-CNT                    PIC  9(003) VALUE ZERO.
       01  WK-DM-IX                     PIC  9(003).
       01  WK-DM-FOUND                  PIC  X(001).
       01  WK-DM-EOF                    PIC  X(001).
       01  WK-DM-TABLE.
           03  WK-DM-ENTRY              OCCURS 200 TIMES.
               05  WK-DM-CODE           PIC  X(003).
               05  WK-DM-NAME           PIC  X(020).

      *-----------------------------------------------------------------
      *  TÍNH TỶ LỆ OVERTIME, BÌNH QUÂN TRƯỢT VÀ XU HƯỚNG TĂNG
      *-----------------------------------------------------------------
       01  WK-OT-PCT                    PIC  9(003)V99.
       01  WK-ROLL-PCT                  PIC  9(003)V99.
       01  WK-AVG-NET                   PIC  9(009)V99.
       01  WK-ROLL-OT                   PIC  9(011)V99.
       01  WK-ROLL-GROSS                PIC  9(011)V99.
       01  WK-ROLL-IX                   PIC S9(003).
       01  WK-ROLL-TAKEN                PIC  9(002).
       01  WK-PREV-PCT                  PIC  9(003)V99.
       01  WK-HAS-PREV                  PIC  X(001).
       01  WK-RISE-CNT                  PIC  9(002).
       01  WK-FLAG-COUNT                PIC  9(005) VALUE ZERO.

      *-----------------------------------------------------------------
      *  CÁC DÒNG BÁO CÁO
      *-----------------------------------------------------------------
       01  WK-TR-TITLE.
           03  FILLER                   PIC  X(040)
               VALUE "OVERTIME AND LABOUR COST TREND          ".
           03  FILLER                   PIC  X(012)
               VALUE "PAY PERIOD: ".
           03  WK-TR-TITLE-PERIOD       PIC  X(006).
           03  FILLER                   PIC  X(011)
               VALUE "   PERIODS:".
           03  WK-TR-TITLE-CNT          PIC  ZZ9.
           03  FILLER                   PIC  X(008)
               VALUE "   ROLL:".
           03  WK-TR-TITLE-ROLL         PIC  ZZ9.
           03  FILLER                   PIC  X(008)
               VALUE "   RISE:".
           03  WK-TR-TITLE-RISE         PIC  ZZ9.
       01  WK-TR-SOURCE.
           03  FILLER                   PIC  X(016)
               VALUE "SOURCE          ".
           03  WK-TR-SOURCE-NAME        PIC  X(020).
       01  WK-TR-MISSING.
           03  FILLER                   PIC  X(013)
               VALUE "*** EXCLUDES ".
           03  WK-TR-MISSING-CNT        PIC  Z9.
           03  FILLER                   PIC  X(036)
               VALUE " PERIOD(S) WITH NO DEPTRPT ARCHIVE".
       01  WK-TR-HEADER.
           03  FILLER                   PIC  X(034)
               VALUE "DEPT NAME                  PERIOD ".
           03  FILLER                   PIC  X(023)
               VALUE "HEADCNT       OVERTIME ".
           03  FILLER                   PIC  X(016)
               VALUE "   OT%    ROLL% ".
           03  FILLER                   PIC  X(021)
               VALUE "       AVG NET  FLAG ".
       01  WK-TR-DETAIL.
           03  WK-TR-CODE               PIC  X(003).
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-TR-NAME               PIC  X(020).
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-TR-PERIOD             PIC  X(006).
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-TR-HEADCOUNT          PIC  ZZZZ9.
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-TR-OVERTIME           PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-TR-OT-PCT             PIC  ZZ9.99.
           03  FILLER                   PIC  X(003) VALUE SPACE.
           03  WK-TR-ROLL-PCT           PIC  ZZ9.99.
           03  FILLER                   PIC  X(001) VALUE SPACE.
           03  WK-TR-AVG-NET            PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-TR-FLAG               PIC  X(012).
       01  WK-TR-NO-DATA.
           03  FILLER                   PIC  X(027) VALUE SPACE.
           03  WK-TR-ND-PERIOD          PIC  X(006).
           03  FILLER                   PIC  X(022)
               VALUE "  ** NO ARCHIVE **    ".
       01  WK-TR-BLANK                  PIC  X(001) VALUE SPACE.
       01  WK-TR-TOTAL-TAG              PIC  X(003) VALUE "TOT".

      *=================================================================
       PROCEDURE                        DIVISION.
      *=================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-LOAD-PERIODS.
           PERFORM 4000-WRITE-REPORT.
           PERFORM 9999-FINALIZE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  1000-INITIALIZE - Tham số, dựng bảng kỳ, nạp master phòng ban
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WK-PAY-PERIOD          FROM ENVIRONMENT
                  'EMPOTTRND_PAY_PERIOD'.
           IF WK-PAY-PERIOD = SPACE
           OR WK-PAY-PERIOD IS NOT NUMERIC
           OR WK-PAY-MONTH < 1 OR WK-PAY-MONTH > 12
               MOVE "EMPOTTRND_PAY_PERIOD (YYYYMM) REQUIRED"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           MOVE SPACE                    TO WK-PARM-X.
           ACCEPT WK-PARM-X              FROM ENVIRONMENT
                  'EMPOTTRND_PERIODS'.
           IF WK-PARM-X NOT = SPACE
               IF WK-PARM-X IS NOT NUMERIC
               OR WK-PARM-N < 2 OR WK-PARM-N > WK-PR-MAX
                   MOVE "EMPOTTRND_PERIODS MUST BE 02 TO 12"
                                         TO WK-ABORT-MSG
                   PERFORM 9100-ABORT-RUN
               END-IF
               MOVE WK-PARM-N            TO WK-PR-CNT
           END-IF.
           MOVE SPACE                    TO WK-PARM-X.
           ACCEPT WK-PARM-X              FROM ENVIRONMENT
                  'EMPOTTRND_ROLL'.
           IF WK-PARM-X NOT = SPACE
           AND WK-PARM-X IS NUMERIC
           AND WK-PARM-N > ZERO
               MOVE WK-PARM-N            TO WK-ROLL-CNT
           END-IF.
           MOVE SPACE                    TO WK-PARM-X.
           ACCEPT WK-PARM-X              FROM ENVIRONMENT
                  'EMPOTTRND_RISE'.
           IF WK-PARM-X NOT = SPACE
           AND WK-PARM-X IS NUMERIC
           AND WK-PARM-N > ZERO
               MOVE WK-PARM-N            TO WK-RISE-LIMIT
           END-IF.
           MOVE WK-PAY-PERIOD            TO WK-SCAN-PERIOD.
           MOVE WK-PR-CNT                TO WK-PR-IX.
           PERFORM 1050-SET-PERIOD
               UNTIL WK-PR-IX = ZERO.
           INITIALIZE WK-TD-ENTRY (1).
           MOVE WK-TR-TOTAL-TAG          TO WK-TD-CODE (1).
           PERFORM 1100-LOAD-DEPTMAST.

      *-----------------------------------------------------------------
      *  1050-SET-PERIOD - Lùi từng tháng từ kỳ báo cáo về kỳ cũ nhất
      *-----------------------------------------------------------------
       1050-SET-PERIOD.
           MOVE WK-SCAN-PERIOD           TO WK-PR-PERIOD (WK-PR-IX).
           MOVE 'N'                      TO WK-PR-LOADED (WK-PR-IX).
           IF WK-SCAN-MONTH = 1
               MOVE 12                   TO WK-SCAN-MONTH
               SUBTRACT 1                FROM WK-SCAN-YEAR
           ELSE
               SUBTRACT 1                FROM WK-SCAN-MONTH
           END-IF.
           SUBTRACT 1                    FROM WK-PR-IX.

      *-----------------------------------------------------------------
      *  1100-LOAD-DEPTMAST - Nạp master phòng ban vào bảng (nếu có);
      *  thiếu file thì mọi phòng ban bị ghi ** NOT ON MASTER **
      *-----------------------------------------------------------------
       1100-LOAD-DEPTMAST.
           MOVE 'N'                      TO WK-DM-EOF.
           OPEN INPUT DEPT-MASTER.
           IF WK-DEPTMAST-STATUS NOT = "00"
               DISPLAY "*** WARNING: DEPTMAST.DAT NOT AVAILABLE "
                   "(STATUS " WK-DEPTMAST-STATUS ") - DEPARTMENT "
                   "NAMES UNRESOLVED ***"
           ELSE
               PERFORM 1110-READ-DEPTMAST
               PERFORM 1120-STORE-DEPTMAST
                   UNTIL WK-DM-EOF = 'Y'
               CLOSE DEPT-MASTER
           END-IF.

      *-----------------------------------------------------------------
       1110-READ-DEPTMAST.
           READ DEPT-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WK-DM-EOF
           END-READ.

      *-----------------------------------------------------------------
       1120-STORE-DEPTMAST.
           IF WK-DM-CNT < WK-DM-MAX
               ADD 1                     TO WK-DM-CNT
               MOVE DM-DEPT-CODE         TO WK-DM-CODE (WK-DM-CNT)
               MOVE DM-DEPT-NAME         TO WK-DM-NAME (WK-DM-CNT)
           END-IF.
           PERFORM 1110-READ-DEPTMAST.

      *-----------------------------------------------------------------
      *  2000-LOAD-PERIODS - Đọc DEPTRPT-YYYYMM.txt cho từng kỳ; kỳ báo
      *  cáo chưa lưu trữ thì dùng DEPTRPT.txt
      *-----------------------------------------------------------------
       2000-LOAD-PERIODS.
           MOVE 1                        TO WK-PR-IX.
           PERFORM 2100-LOAD-ONE-PERIOD
               UNTIL WK-PR-IX > WK-PR-CNT.

      *-----------------------------------------------------------------
       2100-LOAD-ONE-PERIOD.
           MOVE SPACES                   TO WK-DEPTRPT-NAME.
           STRING "DEPTRPT-"             DELIMITED BY SIZE
                  WK-PR-PERIOD (WK-PR-IX)
                                         DELIMITED BY SIZE
                  ".txt"                 DELIMITED BY SIZE
               INTO WK-DEPTRPT-NAME.
           OPEN INPUT DEPTRPT-FILE.
           IF WK-DEPTRPT-STATUS NOT = "00"
           AND WK-PR-IX = WK-PR-CNT
               MOVE "DEPTRPT.txt"        TO WK-DEPTRPT-NAME
               OPEN INPUT DEPTRPT-FILE
           END-IF.
           IF WK-DEPTRPT-STATUS NOT = "00"
               IF WK-PR-IX = WK-PR-CNT
                   MOVE "NO DEPTRPT FOR THE REPORTING PERIOD"
                                         TO WK-ABORT-MSG
                   PERFORM 9100-ABORT-RUN
               END-IF
               DISPLAY "*** WARNING: " WK-DEPTRPT-NAME
                   " NOT AVAILABLE - PERIOD LEFT OUT OF TREND ***"
               ADD 1                     TO WK-MISSING-CNT
           ELSE
               MOVE 'Y'                  TO WK-PR-LOADED (WK-PR-IX)
               IF WK-PR-IX = WK-PR-CNT
                   MOVE WK-DEPTRPT-NAME  TO WK-CUR-SOURCE
               END-IF
               MOVE 'N'                  TO WK-EOF
               PERFORM 2200-READ-DEPTRPT
               PERFORM 2300-STORE-PERIOD
                   UNTIL WK-EOF = 'Y'
               CLOSE DEPTRPT-FILE
           END-IF.
           ADD 1                         TO WK-PR-IX.

      *-----------------------------------------------------------------
       2200-READ-DEPTRPT.
           READ DEPTRPT-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
      *  2300-STORE-PERIOD - Một dòng phòng ban (dòng TOT vào tổng công
      *  ty; bỏ qua dòng tiêu đề và dòng treo *** không có giờ công)
      *-----------------------------------------------------------------
       2300-STORE-PERIOD.
           MOVE DEPT-LINE (1:3)          TO WK-DEPT-WORK.
           IF WK-DEPT-WORK = "DEP" OR WK-DEPT-WORK = "***"
           OR WK-DEPT-WORK = SPACE
               CONTINUE
           ELSE
               IF WK-DEPT-WORK = WK-TR-TOTAL-TAG
                   MOVE 1                TO WK-TD-IX
                   MOVE 'Y'              TO WK-TD-FOUND
               ELSE
                   PERFORM 2500-FIND-DEPT
               END-IF
               IF WK-TD-FOUND = 'Y'
                   COMPUTE WK-TD-HEADCOUNT (WK-TD-IX WK-PR-IX) =
                       FUNCTION NUMVAL (DEPT-LINE (27:5))
                   COMPUTE WK-TD-OVERTIME (WK-TD-IX WK-PR-IX) =
                       FUNCTION NUMVAL (DEPT-LINE (43:14))
                   COMPUTE WK-TD-NET (WK-TD-IX WK-PR-IX) =
                       FUNCTION NUMVAL (DEPT-LINE (59:14))
                   IF DEPT-LINE (91:14) NOT = SPACE
                       COMPUTE WK-TD-GROSS (WK-TD-IX WK-PR-IX) =
                           FUNCTION NUMVAL (DEPT-LINE (91:14))
                   END-IF
               END-IF
           END-IF.
           PERFORM 2200-READ-DEPTRPT.

      *-----------------------------------------------------------------
      *  2500-FIND-DEPT - Tìm phòng ban trong bảng, chưa có thì thêm
      *-----------------------------------------------------------------
       2500-FIND-DEPT.
           MOVE 'N'                      TO WK-TD-FOUND.
           MOVE 2                        TO WK-TD-IX.
           PERFORM 2510-SEARCH-DEPT
               UNTIL WK-TD-IX > WK-TD-CNT
               OR WK-TD-FOUND = 'Y'.
           IF WK-TD-FOUND = 'N'
               IF WK-TD-CNT < WK-TD-MAX
                   ADD 1                 TO WK-TD-CNT
                   MOVE WK-TD-CNT        TO WK-TD-IX
                   INITIALIZE WK-TD-ENTRY (WK-TD-IX)
                   MOVE WK-DEPT-WORK     TO WK-TD-CODE (WK-TD-IX)
                   MOVE 'Y'              TO WK-TD-FOUND
               ELSE
                   MOVE 'Y'              TO WK-TD-OVERFLOW
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       2510-SEARCH-DEPT.
           IF WK-TD-CODE (WK-TD-IX) = WK-DEPT-WORK
               MOVE 'Y'                  TO WK-TD-FOUND
           ELSE
               ADD 1                     TO WK-TD-IX
           END-IF.

      *-----------------------------------------------------------------
      *  4000-WRITE-REPORT - Một khối cho mỗi phòng ban (một dòng mỗi
      *  kỳ), khối TOT cho toàn công ty ở cuối
      *-----------------------------------------------------------------
       4000-WRITE-REPORT.
           OPEN OUTPUT OD01.
           MOVE WK-PAY-PERIOD            TO WK-TR-TITLE-PERIOD.
           MOVE WK-PR-CNT                TO WK-TR-TITLE-CNT.
           MOVE WK-ROLL-CNT              TO WK-TR-TITLE-ROLL.
           MOVE WK-RISE-LIMIT            TO WK-TR-TITLE-RISE.
           WRITE OUT-TRD-LINE            FROM WK-TR-TITLE.
           MOVE WK-CUR-SOURCE            TO WK-TR-SOURCE-NAME.
           WRITE OUT-TRD-LINE            FROM WK-TR-SOURCE.
           IF WK-MISSING-CNT > ZERO
               MOVE WK-MISSING-CNT       TO WK-TR-MISSING-CNT
               WRITE OUT-TRD-LINE        FROM WK-TR-MISSING
           END-IF.
           WRITE OUT-TRD-LINE            FROM WK-TR-HEADER.
           MOVE 2                        TO WK-TD-IX.
           PERFORM 4100-WRITE-DEPT
               UNTIL WK-TD-IX > WK-TD-CNT.
           MOVE 1                        TO WK-TD-IX.
           PERFORM 4100-WRITE-DEPT.
           CLOSE OD01.

      *-----------------------------------------------------------------
      *  4100-WRITE-DEPT - Cờ xu hướng tính trước để in trên dòng đầu
      *  của khối
      *-----------------------------------------------------------------
       4100-WRITE-DEPT.
           PERFORM 4300-CHECK-RISING.
           MOVE WK-TD-CODE (WK-TD-IX)    TO WK-TR-CODE.
           IF WK-TD-IX = 1
               MOVE "COMPANY"            TO WK-TR-NAME
           ELSE
               PERFORM 4200-RESOLVE-DEPT-NAME
           END-IF.
           IF WK-RISE-CNT NOT < WK-RISE-LIMIT
               MOVE "** RISING **"       TO WK-TR-FLAG
               ADD 1                     TO WK-FLAG-COUNT
           ELSE
               MOVE SPACE                TO WK-TR-FLAG
           END-IF.
           MOVE 1                        TO WK-PR-IX.
           PERFORM 4500-WRITE-PERIOD
               UNTIL WK-PR-IX > WK-PR-CNT.
           WRITE OUT-TRD-LINE            FROM WK-TR-BLANK.
           ADD 1                         TO WK-TD-IX.

      *-----------------------------------------------------------------
       4200-RESOLVE-DEPT-NAME.
           MOVE 'N'                      TO WK-DM-FOUND.
           MOVE 1                        TO WK-DM-IX.
           PERFORM 4210-SEARCH-DEPTMAST
               UNTIL WK-DM-IX > WK-DM-CNT
               OR WK-DM-FOUND = 'Y'.
           IF WK-DM-FOUND = 'Y'
               MOVE WK-DM-NAME (WK-DM-IX)
                                         TO WK-TR-NAME
           ELSE
               MOVE "** NOT ON MASTER **" TO WK-TR-NAME
           END-IF.

      *-----------------------------------------------------------------
       4210-SEARCH-DEPTMAST.
           IF WK-DM-CODE (WK-DM-IX) = WK-TD-CODE (WK-TD-IX)
               MOVE 'Y'                  TO WK-DM-FOUND
           ELSE
               ADD 1                     TO WK-DM-IX
           END-IF.

      *-----------------------------------------------------------------
      *  4300-CHECK-RISING - Đếm số lần tỷ lệ overtime tăng liên tiếp
      *  tính đến kỳ báo cáo (chỉ các kỳ có số gross); giảm hoặc đứng
      *  yên thì đếm lại từ đầu
      *-----------------------------------------------------------------
       4300-CHECK-RISING.
           MOVE ZERO                     TO WK-RISE-CNT.
           MOVE 'N'                      TO WK-HAS-PREV.
           MOVE 1                        TO WK-PR-IX.
           PERFORM 4310-RISE-STEP
               UNTIL WK-PR-IX > WK-PR-CNT.

      *-----------------------------------------------------------------
       4310-RISE-STEP.
           IF WK-TD-GROSS (WK-TD-IX WK-PR-IX) > ZERO
               PERFORM 4600-CALC-OT-PCT
               IF WK-HAS-PREV = 'Y'
               AND WK-OT-PCT > WK-PREV-PCT
                   ADD 1                 TO WK-RISE-CNT
               ELSE
                   MOVE ZERO             TO WK-RISE-CNT
               END-IF
               MOVE WK-OT-PCT            TO WK-PREV-PCT
               MOVE 'Y'                  TO WK-HAS-PREV
           END-IF.
           ADD 1                         TO WK-PR-IX.

      *-----------------------------------------------------------------
      *  4500-WRITE-PERIOD - Một dòng kỳ; tên và cờ chỉ in ở dòng đầu
      *-----------------------------------------------------------------
       4500-WRITE-PERIOD.
           IF WK-PR-LOADED (WK-PR-IX) NOT = 'Y'
               MOVE WK-PR-PERIOD (WK-PR-IX)
                                         TO WK-TR-ND-PERIOD
               WRITE OUT-TRD-LINE        FROM WK-TR-NO-DATA
           ELSE
               MOVE WK-PR-PERIOD (WK-PR-IX)
                                         TO WK-TR-PERIOD
               MOVE WK-TD-HEADCOUNT (WK-TD-IX WK-PR-IX)
                                         TO WK-TR-HEADCOUNT
               MOVE WK-TD-OVERTIME (WK-TD-IX WK-PR-IX)
                                         TO WK-TR-OVERTIME
               PERFORM 4600-CALC-OT-PCT
               MOVE WK-OT-PCT            TO WK-TR-OT-PCT
               PERFORM 4700-CALC-ROLL-PCT
               MOVE WK-ROLL-PCT          TO WK-TR-ROLL-PCT
               IF WK-TD-HEADCOUNT (WK-TD-IX WK-PR-IX) > ZERO
                   COMPUTE WK-AVG-NET ROUNDED =
                       WK-TD-NET (WK-TD-IX WK-PR-IX)
                       / WK-TD-HEADCOUNT (WK-TD-IX WK-PR-IX)
               ELSE
                   MOVE ZERO             TO WK-AVG-NET
               END-IF
               MOVE WK-AVG-NET           TO WK-TR-AVG-NET
               WRITE OUT-TRD-LINE        FROM WK-TR-DETAIL
               MOVE SPACES               TO WK-TR-CODE WK-TR-NAME
                                            WK-TR-FLAG
           END-IF.
           ADD 1                         TO WK-PR-IX.

      *-----------------------------------------------------------------
      *  4600-CALC-OT-PCT - Overtime / gross x 100 của một kỳ
      *-----------------------------------------------------------------
       4600-CALC-OT-PCT.
           IF WK-TD-GROSS (WK-TD-IX WK-PR-IX) > ZERO
               COMPUTE WK-OT-PCT ROUNDED =
                   WK-TD-OVERTIME (WK-TD-IX WK-PR-IX) * 100
                   / WK-TD-GROSS (WK-TD-IX WK-PR-IX)
                   ON SIZE ERROR
                       MOVE 999.99       TO WK-OT-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO                 TO WK-OT-PCT
           END-IF.

      *-----------------------------------------------------------------
      *  4700-CALC-ROLL-PCT - Tổng overtime / tổng gross của tối đa
      *  WK-ROLL-CNT kỳ có số liệu gần nhất tính đến kỳ đang in
      *-----------------------------------------------------------------
       4700-CALC-ROLL-PCT.
           MOVE ZERO                     TO WK-ROLL-OT WK-ROLL-GROSS
                                            WK-ROLL-TAKEN.
           MOVE WK-PR-IX                 TO WK-ROLL-IX.
           PERFORM 4710-ROLL-STEP
               UNTIL WK-ROLL-IX < 1
               OR WK-ROLL-TAKEN NOT < WK-ROLL-CNT.
           IF WK-ROLL-GROSS > ZERO
               COMPUTE WK-ROLL-PCT ROUNDED =
                   WK-ROLL-OT * 100 / WK-ROLL-GROSS
                   ON SIZE ERROR
                       MOVE 999.99       TO WK-ROLL-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO                 TO WK-ROLL-PCT
           END-IF.

      *-----------------------------------------------------------------
       4710-ROLL-STEP.
           IF WK-TD-GROSS (WK-TD-IX WK-ROLL-IX) > ZERO
               ADD WK-TD-OVERTIME (WK-TD-IX WK-ROLL-IX)
                                         TO WK-ROLL-OT
               ADD WK-TD-GROSS (WK-TD-IX WK-ROLL-IX)
                                         TO WK-ROLL-GROSS
               ADD 1                     TO WK-ROLL-TAKEN
           END-IF.
           SUBTRACT 1                    FROM WK-ROLL-IX.

      *-----------------------------------------------------------------
       9100-ABORT-RUN.
           DISPLAY "*** EMPOTTRNDP0015 ABORTED: " WK-ABORT-MSG
               " ***".
           MOVE 16                       TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
       9999-FINALIZE.
           IF WK-TD-OVERFLOW = 'Y'
               DISPLAY "*** WARNING: DEPARTMENT TABLE OVERFLOW "
                   "- REPORT IS INCOMPLETE ***"
           END-IF.
           DISPLAY "OVERTIME TREND WRITTEN - PERIOD " WK-PAY-PERIOD.
           DISPLAY "DEPARTMENTS FLAGGED RISING: " WK-FLAG-COUNT.
           IF WK-FLAG-COUNT > ZERO
               MOVE 4                    TO RETURN-CODE
           END-IF.
