       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      EMPPAYCTLP0014.
      ******************************************************************
       AUTHOR.                          LE KIM THUAN.
       DATE-WRITTEN.                    2026/10/15.
       DATE-COMPILED.                   2026/10/15.
      *
      ******************************************************************
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program - payroll control report, run
      *                     after EMPSLRMATCHP0001 and EMPSLRGLP0005
      *                     and before BANKXFER.txt goes to the bank.
      *                     Cross-checks the period's figures:
      *                     RESULT.txt trailer net against its detail
      *                     records and against the NPL net-pay
      *                     credit on GLJRNL.txt; payslip nets on
      *                     PAYSLIP.txt and the BANKXFER.txt batch
      *                     total plus BANKEXC.txt exceptions against
      *                     the MATCHED nets on RESULT.txt; the batch
      *                     total against its detail records; and the
      *                     YTD.txt movement (against YTDPREV.txt, the
      *                     copy the match run keeps) against the
      *                     nets the match run accumulates less the
      *                     payslip ADJUST lines.  Each check prints
      *                     PASS / FAIL on CTLRPT.txt; any FAIL ends
      *                     the run with RETURN-CODE 8 so the bank
      *                     upload step does not run.  Must run
      *                     before any other run rewrites YTD.txt.
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
           SELECT  RESULT-FILE          ASSIGN       TO "RESULT.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-RESULT-STATUS.

           SELECT  PAYSLIP-FILE         ASSIGN       TO "PAYSLIP.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-PAYSLIP-STATUS.

           SELECT  BANKXFER-FILE        ASSIGN       TO "BANKXFER.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-BANKXFER-STATUS.

           SELECT  BANKEXC-FILE         ASSIGN       TO "BANKEXC.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-BANKEXC-STATUS.

           SELECT  GLMAP-FILE           ASSIGN       TO "GLMAP.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-GLMAP-STATUS.

           SELECT  GLJRNL-FILE          ASSIGN       TO "GLJRNL.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-GLJRNL-STATUS.

           SELECT  YTD-FILE             ASSIGN       TO "YTD.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS WK-YTD-STATUS.

           SELECT  YTDPREV-FILE         ASSIGN       TO "YTDPREV.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-YTDPREV-STATUS.

           SELECT  OD01                 ASSIGN       TO "CTLRPT.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                             DIVISION.
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *  RESULT.txt - KẾT QUẢ RUN LƯƠNG CỦA KỲ
      *-----------------------------------------------------------------
       FD  RESULT-FILE.
       01  RESULT-REC.
           03  RS-EMP-ID                PIC  X(005).
           03  RS-EMP-NAME              PIC  X(030).
           03  RS-GROSS-SALARY          PIC  9(007)V99.
           03  RS-OVERTIME-AMOUNT       PIC  9(007)V99.
           03  RS-TAX                   PIC  9(007)V99.
           03  RS-NET-SALARY            PIC  9(007)V99.
           03  RS-STATUS                PIC  X(016).
           03  RS-PAY-PERIOD            PIC  X(006).
           03  FILLER                   PIC  X(004).
       01  RESULT-TRLR REDEFINES RESULT-REC.
           03  RT-TAG                   PIC  X(005).
           03  RT-COUNT                 PIC  9(007).
           03  FILLER                   PIC  X(001).
           03  RT-NET-TOTAL             PIC  9(009)V99.
           03  FILLER                   PIC  X(046).
      *-----------------------------------------------------------------
      *  PAYSLIP.txt - PHIẾU LƯƠNG DO EMPSLRMATCHP0001 GHI
      *-----------------------------------------------------------------
       FD  PAYSLIP-FILE.
       01  PAYSLIP-LINE                 PIC  X(072).
      *-----------------------------------------------------------------
      *  BANKXFER.txt - FILE CHUYỂN KHOẢN ('D' CHI TIẾT, 'T' TỔNG)
      *-----------------------------------------------------------------
       FD  BANKXFER-FILE.
       01  BANKXFER-REC.
           03  BK-TYPE                  PIC  X(001).
           03  BK-BANK-CODE             PIC  X(004).
           03  BK-BRANCH-CODE           PIC  X(004).
           03  BK-ACCOUNT-NO            PIC  X(012).
           03  BK-ACCOUNT-NAME          PIC  X(030).
           03  BK-AMOUNT                PIC  9(009)V99.
           03  BK-PAY-PERIOD            PIC  X(006).
      *-----------------------------------------------------------------
      *  BANKEXC.txt - NGOẠI LỆ CHUYỂN KHOẢN (KHÔNG GỬI NGÂN HÀNG)
      *-----------------------------------------------------------------
       FD  BANKEXC-FILE.
       01  BANKEXC-REC.
           03  BX-EMP-ID                PIC  X(005).
           03  BX-EMP-NAME              PIC  X(030).
           03  BX-NET-SALARY            PIC  9(007)V99.
           03  BX-REASON                PIC  X(020).
      *-----------------------------------------------------------------
      *  GLMAP.txt - LẤY TÀI KHOẢN PHẢI TRẢ LƯƠNG (DÒNG NPL)
      *-----------------------------------------------------------------
       FD  GLMAP-FILE.
       01  GLMAP-REC.
           03  GM-DEPT-CODE             PIC  X(003).
           03  GM-ACCOUNT               PIC  X(008).
      *-----------------------------------------------------------------
      *  GLJRNL.txt - BÚT TOÁN SỔ CÁI DO EMPSLRGLP0005 GHI
      *-----------------------------------------------------------------
       FD  GLJRNL-FILE.
       01  GLJRNL-REC.
           03  JR-TYPE                  PIC  X(002).
           03  FILLER                   PIC  X(001).
           03  JR-ACCOUNT               PIC  X(008).
           03  FILLER                   PIC  X(001).
           03  JR-AMOUNT                PIC  9(009)V99.
           03  FILLER                   PIC  X(001).
           03  JR-DESC                  PIC  X(020).
           03  FILLER                   PIC  X(001).
           03  JR-PERIOD                PIC  X(006).
      *-----------------------------------------------------------------
      *  YTD.txt / YTDPREV.txt - LŨY KẾ SAU RUN / TRƯỚC RUN
      *-----------------------------------------------------------------
       FD  YTD-FILE.
       01  YTD-REC.
           03  YTD-EMP-ID               PIC  X(005).
           03  YTD-EMP-NAME             PIC  X(030).
           03  YTD-GROSS-SALARY         PIC  9(009)V99.
           03  YTD-OVERTIME-AMOUNT      PIC  9(009)V99.
           03  YTD-TAX                  PIC  9(009)V99.
           03  YTD-NET-SALARY           PIC  9(009)V99.
           03  YTD-LAST-PERIOD          PIC  X(006).
       FD  YTDPREV-FILE.
       01  YTDPREV-REC.
           03  YP-EMP-ID                PIC  X(005).
           03  YP-EMP-NAME              PIC  X(030).
           03  YP-GROSS-SALARY          PIC  9(009)V99.
           03  YP-OVERTIME-AMOUNT       PIC  9(009)V99.
           03  YP-TAX                   PIC  9(009)V99.
           03  YP-NET-SALARY            PIC  9(009)V99.
           03  YP-LAST-PERIOD           PIC  X(006).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD01 - BÁO CÁO KIỂM SOÁT TRƯỚC KHI CHI LƯƠNG
      *-----------------------------------------------------------------
       FD  OD01.
       01  OUT-CTL-LINE                 PIC  X(100).
      *=================================================================
      *=================================================================
       WORKING-STORAGE                  SECTION.
      *=================================================================
       01  WK-RESULT-STATUS             PIC  X(002).
       01  WK-PAYSLIP-STATUS            PIC  X(002).
       01  WK-BANKXFER-STATUS           PIC  X(002).
       01  WK-BANKEXC-STATUS            PIC  X(002).
       01  WK-GLMAP-STATUS              PIC  X(002).
       01  WK-GLJRNL-STATUS             PIC  X(002).
       01  WK-YTD-STATUS                PIC  X(002).
       01  WK-YTDPREV-STATUS            PIC  X(002).
       01  WK-EOF                       PIC  X(001).
       01  WK-ABORT-MSG                 PIC  X(060).
       01  WK-PAY-PERIOD                PIC  X(006) VALUE SPACE.
       01  WK-TODAY                     PIC  9(008).
       01  WK-NUM-WORK                  PIC S9(009)V99.

      *-----------------------------------------------------------------
      *  SỐ LIỆU TỪ RESULT.txt
      *-----------------------------------------------------------------
       01  WK-RS-TRLR-SEEN              PIC  X(001) VALUE 'N'.
       01  WK-RS-TRLR-COUNT             PIC  9(007) VALUE ZERO.
       01  WK-RS-TRLR-NET               PIC  9(011)V99 VALUE ZERO.
       01  WK-RS-REC-COUNT              PIC  9(007) VALUE ZERO.
       01  WK-RS-DETAIL-NET             PIC  9(011)V99 VALUE ZERO.
       01  WK-RS-MATCHED-COUNT          PIC  9(007) VALUE ZERO.
       01  WK-RS-MATCHED-NET            PIC  9(011)V99 VALUE ZERO.
       01  WK-RS-YTD-NET                PIC  9(011)V99 VALUE ZERO.
       01  WK-RS-NOTE                   PIC  X(020) VALUE SPACE.

      *-----------------------------------------------------------------
      *  SỐ LIỆU TỪ PAYSLIP.txt
      *-----------------------------------------------------------------
       01  WK-PS-COUNT                  PIC  9(007) VALUE ZERO.
       01  WK-PS-NET                    PIC  9(011)V99 VALUE ZERO.
       01  WK-PS-ADJUST                 PIC S9(011)V99 VALUE ZERO.
       01  WK-PS-NOTE                   PIC  X(020) VALUE SPACE.

      *-----------------------------------------------------------------
      *  SỐ LIỆU TỪ BANKXFER.txt / BANKEXC.txt
      *-----------------------------------------------------------------
       01  WK-BK-D-COUNT                PIC  9(007) VALUE ZERO.
       01  WK-BK-D-TOTAL                PIC  9(011)V99 VALUE ZERO.
       01  WK-BK-T-SEEN                 PIC  X(001) VALUE 'N'.
       01  WK-BK-T-COUNT                PIC  9(007) VALUE ZERO.
       01  WK-BK-T-TOTAL                PIC  9(011)V99 VALUE ZERO.
       01  WK-BK-EXC-TOTAL              PIC  9(011)V99 VALUE ZERO.
       01  WK-BK-PAID-TOTAL             PIC  9(011)V99 VALUE ZERO.
       01  WK-BK-NOTE                   PIC  X(020) VALUE SPACE.

      *-----------------------------------------------------------------
      *  SỐ LIỆU TỪ GLJRNL.txt
      *-----------------------------------------------------------------
       01  WK-ACCT-NETLIA               PIC  X(008) VALUE SPACE.
       01  WK-GL-NPL-SEEN               PIC  X(001) VALUE 'N'.
       01  WK-GL-NPL-TOTAL              PIC  9(011)V99 VALUE ZERO.
       01  WK-GL-NOTE                   PIC  X(020) VALUE SPACE.

      *-----------------------------------------------------------------
      *  SỐ LIỆU TỪ YTD.txt / YTDPREV.txt
      *-----------------------------------------------------------------
       01  WK-YTD-AFTER                 PIC  9(013)V99 VALUE ZERO.
       01  WK-YTD-BEFORE                PIC  9(013)V99 VALUE ZERO.
       01  WK-YTD-MOVEMENT              PIC S9(011)V99 VALUE ZERO.
       01  WK-YTD-EXPECTED              PIC S9(011)V99 VALUE ZERO.
       01  WK-YTD-NOTE                  PIC  X(020) VALUE SPACE.

      *-----------------------------------------------------------------
      *  MỘT PHÉP ĐỐI CHIẾU - ĐẦU VÀO CHO 7100-WRITE-CHECK
      *-----------------------------------------------------------------
       01  WK-CK-LABEL                  PIC  X(036).
       01  WK-CK-EXPECTED               PIC S9(011)V99.
       01  WK-CK-ACTUAL                 PIC S9(011)V99.
       01  WK-CK-NOTE                   PIC  X(020).
       01  WK-CK-COUNT                  PIC  9(002) VALUE ZERO.
       01  WK-FAIL-COUNT                PIC  9(002) VALUE ZERO.

      *-----------------------------------------------------------------
      *  CÁC DÒNG BÁO CÁO KIỂM SOÁT
      *-----------------------------------------------------------------
       01  WK-CR-TITLE.
           03  FILLER                   PIC  X(040)
               VALUE "PAYROLL CONTROL REPORT                  ".
           03  FILLER                   PIC  X(012)
               VALUE "PAY PERIOD: ".
           03  WK-CR-TITLE-PERIOD       PIC  X(006).
           03  FILLER                   PIC  X(013)
               VALUE "   RUN DATE: ".
           03  WK-CR-TITLE-DATE         PIC  9(008).
       01  WK-CR-HEADER.
           03  FILLER                   PIC  X(038)
               VALUE "CHECK                                 ".
           03  FILLER                   PIC  X(017)
               VALUE "       EXPECTED  ".
           03  FILLER                   PIC  X(017)
               VALUE "         ACTUAL  ".
           03  FILLER                   PIC  X(012)
               VALUE "RESULT  NOTE".
       01  WK-CR-DETAIL.
           03  WK-CR-LABEL              PIC  X(036).
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-CR-EXPECTED           PIC  -ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-CR-ACTUAL             PIC  -ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-CR-RESULT             PIC  X(004).
           03  FILLER                   PIC  X(004) VALUE SPACE.
           03  WK-CR-NOTE               PIC  X(020).
       01  WK-CR-COUNTS.
           03  FILLER                   PIC  X(012)
               VALUE "CHECKS RUN: ".
           03  WK-CR-CHECKS             PIC  Z9.
           03  FILLER                   PIC  X(011)
               VALUE "   FAILED: ".
           03  WK-CR-FAILS              PIC  Z9.
       01  WK-CR-PASS                   PIC  X(060)
           VALUE "CONTROL RESULT: PASS - BANKXFER.txt MAY BE RELEASED".
       01  WK-CR-FAIL                   PIC  X(060)
           VALUE "CONTROL RESULT: FAIL - DO NOT RELEASE BANKXFER.txt".

      *=================================================================
       PROCEDURE                        DIVISION.
      *=================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SCAN-RESULT.
           PERFORM 3000-SCAN-PAYSLIP.
           PERFORM 4000-SCAN-BANKXFER.
           PERFORM 4500-SCAN-BANKEXC.
           PERFORM 5000-SCAN-GLJRNL.
           PERFORM 6000-SCAN-YTD.
           PERFORM 7000-WRITE-REPORT.
           PERFORM 9999-FINALIZE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  1000-INITIALIZE - Ngày chạy, tài khoản NPL (thiếu thì phép
      *  đối chiếu sổ cái FAIL, không dừng run)
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WK-TODAY               FROM DATE YYYYMMDD.
           OPEN INPUT GLMAP-FILE.
           IF WK-GLMAP-STATUS NOT = "00"
               MOVE "GLMAP.txt MISSING"  TO WK-GL-NOTE
           ELSE
               MOVE 'N'                  TO WK-EOF
               PERFORM 1110-READ-GLMAP
               PERFORM 1120-SCAN-GLMAP
                   UNTIL WK-EOF = 'Y'
               CLOSE GLMAP-FILE
               IF WK-ACCT-NETLIA = SPACE
                   MOVE "NO NPL ROW ON GLMAP" TO WK-GL-NOTE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       1110-READ-GLMAP.
           READ GLMAP-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       1120-SCAN-GLMAP.
           IF GM-DEPT-CODE = "NPL"
               MOVE GM-ACCOUNT           TO WK-ACCT-NETLIA
           END-IF.
           PERFORM 1110-READ-GLMAP.

      *-----------------------------------------------------------------
      *  2000-SCAN-RESULT - Trailer, tổng chi tiết, tổng MATCHED (có
      *  phiếu lương và chuyển khoản) và tổng được cộng vào YTD
      *-----------------------------------------------------------------
       2000-SCAN-RESULT.
           OPEN INPUT RESULT-FILE.
           IF WK-RESULT-STATUS NOT = "00"
               MOVE "RESULT.txt NOT AVAILABLE" TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           MOVE 'N'                      TO WK-EOF.
           PERFORM 2100-READ-RESULT.
           PERFORM 2200-ACCUM-RESULT
               UNTIL WK-EOF = 'Y'.
           CLOSE RESULT-FILE.
           IF WK-PAY-PERIOD = SPACE
               MOVE "RESULT.txt HAS NO RECORDS - PERIOD UNKNOWN"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           IF WK-RS-TRLR-SEEN NOT = 'Y'
               MOVE "TRAILER MISSING"    TO WK-RS-NOTE
           ELSE
               IF WK-RS-TRLR-COUNT NOT = WK-RS-REC-COUNT
                   MOVE "RECORD COUNT DIFFERS" TO WK-RS-NOTE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       2100-READ-RESULT.
           READ RESULT-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
      *  2200-ACCUM-RESULT - YTD chỉ nhận record không phải
      *  UNKNOWN-EMPLOYEE / TERMINATED (như run ghép lương)
      *-----------------------------------------------------------------
       2200-ACCUM-RESULT.
           IF RESULT-REC (1:4) = "TRLR"
               MOVE 'Y'                  TO WK-RS-TRLR-SEEN
               MOVE RT-COUNT             TO WK-RS-TRLR-COUNT
               MOVE RT-NET-TOTAL         TO WK-RS-TRLR-NET
           ELSE
               ADD 1                     TO WK-RS-REC-COUNT
               IF WK-PAY-PERIOD = SPACE
                   MOVE RS-PAY-PERIOD    TO WK-PAY-PERIOD
               END-IF
               ADD RS-NET-SALARY         TO WK-RS-DETAIL-NET
               IF RS-STATUS = "MATCHED"
                   ADD 1                 TO WK-RS-MATCHED-COUNT
                   ADD RS-NET-SALARY     TO WK-RS-MATCHED-NET
               END-IF
               IF RS-STATUS NOT = "UNKNOWN-EMPLOYEE"
               AND RS-STATUS NOT = "TERMINATED"
                   ADD RS-NET-SALARY     TO WK-RS-YTD-NET
               END-IF
           END-IF.
           PERFORM 2100-READ-RESULT.

      *-----------------------------------------------------------------
      *  3000-SCAN-PAYSLIP - Tổng NET và tổng dòng ADJUST của các
      *  phiếu lương; phiếu của kỳ khác là FAIL
      *-----------------------------------------------------------------
       3000-SCAN-PAYSLIP.
           OPEN INPUT PAYSLIP-FILE.
           IF WK-PAYSLIP-STATUS NOT = "00"
               MOVE "FILE MISSING"       TO WK-PS-NOTE
           ELSE
               MOVE 'N'                  TO WK-EOF
               PERFORM 3100-READ-PAYSLIP
               PERFORM 3200-ACCUM-PAYSLIP
                   UNTIL WK-EOF = 'Y'
               CLOSE PAYSLIP-FILE
               IF WK-PS-NOTE = SPACE
               AND WK-PS-COUNT NOT = WK-RS-MATCHED-COUNT
                   MOVE "PAYSLIP COUNT DIFFERS" TO WK-PS-NOTE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       3100-READ-PAYSLIP.
           READ PAYSLIP-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       3200-ACCUM-PAYSLIP.
           EVALUATE TRUE
               WHEN PAYSLIP-LINE (1:17) = "PAYSLIP   PERIOD "
                   IF PAYSLIP-LINE (18:6) NOT = WK-PAY-PERIOD
                       MOVE "OTHER PERIOD"
                                         TO WK-PS-NOTE
                   END-IF
               WHEN PAYSLIP-LINE (1:10) = "GROSS:    "
                   ADD 1                 TO WK-PS-COUNT
                   COMPUTE WK-NUM-WORK =
                       FUNCTION NUMVAL (PAYSLIP-LINE (47:12))
                   ADD WK-NUM-WORK       TO WK-PS-NET
               WHEN PAYSLIP-LINE (1:7) = "ADJUST "
                   COMPUTE WK-NUM-WORK =
                       FUNCTION NUMVAL (PAYSLIP-LINE (15:11))
                   ADD WK-NUM-WORK       TO WK-PS-ADJUST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 3100-READ-PAYSLIP.

      *-----------------------------------------------------------------
      *  4000-SCAN-BANKXFER - Tổng các record D và record tổng T
      *-----------------------------------------------------------------
       4000-SCAN-BANKXFER.
           OPEN INPUT BANKXFER-FILE.
           IF WK-BANKXFER-STATUS NOT = "00"
               MOVE "FILE MISSING"       TO WK-BK-NOTE
           ELSE
               MOVE 'N'                  TO WK-EOF
               PERFORM 4100-READ-BANKXFER
               PERFORM 4200-ACCUM-BANKXFER
                   UNTIL WK-EOF = 'Y'
               CLOSE BANKXFER-FILE
               IF WK-BK-T-SEEN NOT = 'Y'
                   MOVE "NO BATCH TOTAL"  TO WK-BK-NOTE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       4100-READ-BANKXFER.
           READ BANKXFER-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       4200-ACCUM-BANKXFER.
           IF BK-PAY-PERIOD NOT = WK-PAY-PERIOD
               MOVE "OTHER PERIOD"       TO WK-BK-NOTE
           END-IF.
           EVALUATE BK-TYPE
               WHEN "D"
                   ADD 1                 TO WK-BK-D-COUNT
                   ADD BK-AMOUNT         TO WK-BK-D-TOTAL
               WHEN "T"
                   MOVE 'Y'              TO WK-BK-T-SEEN
                   COMPUTE WK-BK-T-COUNT =
                       FUNCTION NUMVAL (BK-ACCOUNT-NO)
                   MOVE BK-AMOUNT        TO WK-BK-T-TOTAL
               WHEN OTHER
                   MOVE "BAD RECORD TYPE" TO WK-BK-NOTE
           END-EVALUATE.
           PERFORM 4100-READ-BANKXFER.

      *-----------------------------------------------------------------
      *  4500-SCAN-BANKEXC - Lương của employee MATCHED không được
      *  chuyển khoản (không có file = không có ngoại lệ)
      *-----------------------------------------------------------------
       4500-SCAN-BANKEXC.
           OPEN INPUT BANKEXC-FILE.
           IF WK-BANKEXC-STATUS = "00"
               MOVE 'N'                  TO WK-EOF
               PERFORM 4600-READ-BANKEXC
               PERFORM 4700-ACCUM-BANKEXC
                   UNTIL WK-EOF = 'Y'
               CLOSE BANKEXC-FILE
           END-IF.
           COMPUTE WK-BK-PAID-TOTAL = WK-BK-T-TOTAL + WK-BK-EXC-TOTAL.

      *-----------------------------------------------------------------
       4600-READ-BANKEXC.
           READ BANKEXC-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       4700-ACCUM-BANKEXC.
           ADD BX-NET-SALARY             TO WK-BK-EXC-TOTAL.
           PERFORM 4600-READ-BANKEXC.

      *-----------------------------------------------------------------
      *  5000-SCAN-GLJRNL - Tổng ghi có tài khoản NPL của kỳ
      *-----------------------------------------------------------------
       5000-SCAN-GLJRNL.
           IF WK-GL-NOTE = SPACE
               OPEN INPUT GLJRNL-FILE
               IF WK-GLJRNL-STATUS NOT = "00"
                   MOVE "FILE MISSING"   TO WK-GL-NOTE
               ELSE
                   MOVE 'N'              TO WK-EOF
                   PERFORM 5100-READ-GLJRNL
                   PERFORM 5200-ACCUM-GLJRNL
                       UNTIL WK-EOF = 'Y'
                   CLOSE GLJRNL-FILE
                   IF WK-GL-NOTE = SPACE
                   AND WK-GL-NPL-SEEN NOT = 'Y'
                       MOVE "NPL NOT POSTED" TO WK-GL-NOTE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       5100-READ-GLJRNL.
           READ GLJRNL-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       5200-ACCUM-GLJRNL.
           IF JR-PERIOD NOT = WK-PAY-PERIOD
               MOVE "OTHER PERIOD"       TO WK-GL-NOTE
           ELSE
               IF JR-TYPE = "CR"
               AND JR-ACCOUNT = WK-ACCT-NETLIA
                   MOVE 'Y'              TO WK-GL-NPL-SEEN
                   ADD JR-AMOUNT         TO WK-GL-NPL-TOTAL
               END-IF
           END-IF.
           PERFORM 5100-READ-GLJRNL.

      *-----------------------------------------------------------------
      *  6000-SCAN-YTD - Chênh lệch tổng NET lũy kế sau run và trước
      *  run; số phải khớp = NET được cộng YTD trừ các dòng ADJUST
      *-----------------------------------------------------------------
       6000-SCAN-YTD.
           OPEN INPUT YTD-FILE.
           IF WK-YTD-STATUS NOT = "00"
               MOVE "YTD.txt MISSING"    TO WK-YTD-NOTE
           ELSE
               MOVE 'N'                  TO WK-EOF
               PERFORM 6100-READ-YTD
               PERFORM 6200-ACCUM-YTD
                   UNTIL WK-EOF = 'Y'
               CLOSE YTD-FILE
           END-IF.
           OPEN INPUT YTDPREV-FILE.
           IF WK-YTDPREV-STATUS NOT = "00"
               MOVE "YTDPREV.txt MISSING" TO WK-YTD-NOTE
           ELSE
               MOVE 'N'                  TO WK-EOF
               PERFORM 6300-READ-YTDPREV
               PERFORM 6400-ACCUM-YTDPREV
                   UNTIL WK-EOF = 'Y'
               CLOSE YTDPREV-FILE
           END-IF.
           COMPUTE WK-YTD-MOVEMENT = WK-YTD-AFTER - WK-YTD-BEFORE.
           COMPUTE WK-YTD-EXPECTED = WK-RS-YTD-NET - WK-PS-ADJUST.

      *-----------------------------------------------------------------
       6100-READ-YTD.
           READ YTD-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       6200-ACCUM-YTD.
           ADD YTD-NET-SALARY            TO WK-YTD-AFTER.
           PERFORM 6100-READ-YTD.

      *-----------------------------------------------------------------
       6300-READ-YTDPREV.
           READ YTDPREV-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       6400-ACCUM-YTDPREV.
           ADD YP-NET-SALARY             TO WK-YTD-BEFORE.
           PERFORM 6300-READ-YTDPREV.

      *-----------------------------------------------------------------
      *  7000-WRITE-REPORT - Một dòng PASS / FAIL cho mỗi phép đối
      *  chiếu, kết luận cuối báo cáo
      *-----------------------------------------------------------------
       7000-WRITE-REPORT.
           OPEN OUTPUT OD01.
           MOVE WK-PAY-PERIOD            TO WK-CR-TITLE-PERIOD.
           MOVE WK-TODAY                 TO WK-CR-TITLE-DATE.
           WRITE OUT-CTL-LINE            FROM WK-CR-TITLE.
           MOVE SPACES                   TO OUT-CTL-LINE.
           WRITE OUT-CTL-LINE.
           WRITE OUT-CTL-LINE            FROM WK-CR-HEADER.
      *    RESULT.txt: trailer với các record chi tiết
           MOVE "RESULT TRAILER NET VS DETAIL NET"
                                         TO WK-CK-LABEL.
           MOVE WK-RS-TRLR-NET           TO WK-CK-EXPECTED.
           MOVE WK-RS-DETAIL-NET         TO WK-CK-ACTUAL.
           MOVE WK-RS-NOTE               TO WK-CK-NOTE.
           PERFORM 7100-WRITE-CHECK.
      *    Ghi có phải trả lương trên sổ cái với trailer
           MOVE "GL NPL CREDIT VS RESULT TRAILER"
                                         TO WK-CK-LABEL.
           MOVE WK-RS-TRLR-NET           TO WK-CK-EXPECTED.
           MOVE WK-GL-NPL-TOTAL          TO WK-CK-ACTUAL.
           MOVE WK-GL-NOTE               TO WK-CK-NOTE.
           PERFORM 7100-WRITE-CHECK.
      *    Phiếu lương với NET của các record MATCHED
           MOVE "PAYSLIP NET VS RESULT MATCHED NET"
                                         TO WK-CK-LABEL.
           MOVE WK-RS-MATCHED-NET        TO WK-CK-EXPECTED.
           MOVE WK-PS-NET                TO WK-CK-ACTUAL.
           MOVE WK-PS-NOTE               TO WK-CK-NOTE.
           PERFORM 7100-WRITE-CHECK.
      *    Record tổng của batch ngân hàng với các record D
           MOVE "BANK BATCH TOTAL VS DETAIL RECORDS"
                                         TO WK-CK-LABEL.
           MOVE WK-BK-T-TOTAL            TO WK-CK-EXPECTED.
           MOVE WK-BK-D-TOTAL            TO WK-CK-ACTUAL.
           MOVE WK-BK-NOTE               TO WK-CK-NOTE.
           IF WK-CK-NOTE = SPACE
           AND WK-BK-T-COUNT NOT = WK-BK-D-COUNT
               MOVE "RECORD COUNT DIFFERS" TO WK-CK-NOTE
           END-IF.
           PERFORM 7100-WRITE-CHECK.
      *    Chuyển khoản + ngoại lệ với NET của các record MATCHED
           MOVE "BANK TOTAL + EXCEPTIONS VS MATCHED"
                                         TO WK-CK-LABEL.
           MOVE WK-RS-MATCHED-NET        TO WK-CK-EXPECTED.
           MOVE WK-BK-PAID-TOTAL         TO WK-CK-ACTUAL.
           MOVE WK-BK-NOTE               TO WK-CK-NOTE.
           PERFORM 7100-WRITE-CHECK.
      *    Biến động YTD với NET được cộng lũy kế (trừ retro)
           MOVE "YTD MOVEMENT VS NET LESS ADJUSTMENT"
                                         TO WK-CK-LABEL.
           MOVE WK-YTD-EXPECTED          TO WK-CK-EXPECTED.
           MOVE WK-YTD-MOVEMENT          TO WK-CK-ACTUAL.
           MOVE WK-YTD-NOTE              TO WK-CK-NOTE.
           PERFORM 7100-WRITE-CHECK.
           MOVE SPACES                   TO OUT-CTL-LINE.
           WRITE OUT-CTL-LINE.
           MOVE WK-CK-COUNT              TO WK-CR-CHECKS.
           MOVE WK-FAIL-COUNT            TO WK-CR-FAILS.
           WRITE OUT-CTL-LINE            FROM WK-CR-COUNTS.
           IF WK-FAIL-COUNT = ZERO
               WRITE OUT-CTL-LINE        FROM WK-CR-PASS
           ELSE
               WRITE OUT-CTL-LINE        FROM WK-CR-FAIL
           END-IF.
           CLOSE OD01.

      *-----------------------------------------------------------------
      *  7100-WRITE-CHECK - FAIL khi hai số khác nhau hoặc có ghi chú
      *  (thiếu file, sai kỳ, lệch số record)
      *-----------------------------------------------------------------
       7100-WRITE-CHECK.
           ADD 1                         TO WK-CK-COUNT.
           MOVE WK-CK-LABEL              TO WK-CR-LABEL.
           MOVE WK-CK-EXPECTED           TO WK-CR-EXPECTED.
           MOVE WK-CK-ACTUAL             TO WK-CR-ACTUAL.
           MOVE WK-CK-NOTE               TO WK-CR-NOTE.
           IF WK-CK-EXPECTED = WK-CK-ACTUAL
           AND WK-CK-NOTE = SPACE
               MOVE "PASS"               TO WK-CR-RESULT
           ELSE
               MOVE "FAIL"               TO WK-CR-RESULT
               ADD 1                     TO WK-FAIL-COUNT
               DISPLAY "*** CONTROL FAIL: " WK-CK-LABEL " ***"
           END-IF.
           WRITE OUT-CTL-LINE            FROM WK-CR-DETAIL.

      *-----------------------------------------------------------------
       9100-ABORT-RUN.
           DISPLAY "*** EMPPAYCTLP0014 ABORTED: " WK-ABORT-MSG
               " ***".
           MOVE 16                       TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
       9999-FINALIZE.
           DISPLAY "CONTROL REPORT WRITTEN - PERIOD " WK-PAY-PERIOD
               " CHECKS=" WK-CK-COUNT " FAILED=" WK-FAIL-COUNT.
           IF WK-FAIL-COUNT > ZERO
               DISPLAY "*** PAYROLL DOES NOT BALANCE - BANKXFER.txt "
                   "MUST NOT BE RELEASED ***"
               MOVE 8                    TO RETURN-CODE
           END-IF.
