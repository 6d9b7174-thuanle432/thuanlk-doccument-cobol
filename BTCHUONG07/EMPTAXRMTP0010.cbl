       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      EMPTAXRMTP0010.
      ******************************************************************
       AUTHOR.                          LE KIM THUAN.
       DATE-WRITTEN.                    2026/10/15.
       DATE-COMPILED.                   2026/10/15.
      *
      ******************************************************************
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program - monthly tax withholding
      *                     remittance run.  Reads the period's
      *                     RESULT.txt (RESULT-YYYYMM.txt when
      *                     EMPSLRARCHP0006 has already archived it)
      *                     and lists each employee's taxable gross
      *                     and tax withheld with totals, as the
      *                     printable return TAXRTN.txt and the
      *                     fixed-format remittance file TAXRMT.txt
      *                     (header / detail / trailer).  The tax
      *                     total must equal the TXL tax-liability
      *                     credit EMPSLRGLP0005 posted on GLJRNL.txt
      *                     for the same period; when it does not,
      *                     or the journal is for another period, the
      *                     run is refused (RETURN-CODE 16) and
      *                     neither file is written.
      *                     The period's off-cycle payments on
      *                     OFFLOG.txt (EMPOFFCYCP0013) are listed as
      *                     OFF-CYCLE lines and added to the totals,
      *                     with the name from EMPLOYEE-MASTER.DAT
      *                     when it is available; their tax ties to
      *                     the period's TXL credits on OFFGLJRNL.txt,
      *                     which are added to the GLJRNL.txt credit.
      *                     Either file missing means no off-cycle
      *                     payments.
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
           SELECT  RESULT-FILE          ASSIGN       TO
                                        WK-RESULT-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-RESULT-STATUS.

           SELECT  GLMAP-FILE           ASSIGN       TO "GLMAP.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-GLMAP-STATUS.

           SELECT  GLJRNL-FILE          ASSIGN       TO "GLJRNL.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-GLJRNL-STATUS.

           SELECT  OFFLOG-FILE          ASSIGN       TO "OFFLOG.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-OFFLOG-STATUS.

           SELECT  OFFGL-FILE           ASSIGN       TO
                                        "OFFGLJRNL.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-OFFGL-STATUS.

           SELECT  EMPLOYEE-MASTER      ASSIGN       TO
                                        "EMPLOYEE-MASTER.DAT"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE  IS RANDOM
                                        RECORD KEY   IS EM-EMP-ID
                                        FILE STATUS  IS
                                        WK-MASTER-STATUS.

           SELECT  OD01                 ASSIGN       TO "TAXRTN.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  OD02                 ASSIGN       TO "TAXRMT.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                             DIVISION.
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *  RESULT.txt / RESULT-YYYYMM.txt - KẾT QUẢ RUN LƯƠNG CỦA KỲ
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
      *  GLMAP.txt - LẤY TÀI KHOẢN PHẢI TRẢ THUẾ (DÒNG TXL)
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
      *  OFFLOG.txt - NHẬT KÝ CÁC KHOẢN ĐÃ TRẢ NGOÀI KỲ (EMPOFFCYCP0013)
      *-----------------------------------------------------------------
       FD  OFFLOG-FILE.
       01  OFFLOG-REC.
           03  OL-EMP-ID                PIC  X(005).
           03  OL-PERIOD                PIC  X(006).
           03  OL-REASON                PIC  X(030).
           03  OL-RUN-DATE              PIC  9(008).
           03  OL-GROSS                 PIC  9(007)V99.
           03  OL-TAX                   PIC  9(007)V99.
           03  OL-NET                   PIC  9(007)V99.
      *-----------------------------------------------------------------
      *  OFFGLJRNL.txt - BÚT TOÁN THUẾ NGOÀI KỲ (BỐ CỤC GLJRNL.txt)
      *-----------------------------------------------------------------
       FD  OFFGL-FILE.
       01  OFFGL-REC.
           03  OG-TYPE                  PIC  X(002).
           03  FILLER                   PIC  X(001).
           03  OG-ACCOUNT               PIC  X(008).
           03  FILLER                   PIC  X(001).
           03  OG-AMOUNT                PIC  9(009)V99.
           03  FILLER                   PIC  X(001).
           03  OG-DESC                  PIC  X(020).
           03  FILLER                   PIC  X(001).
           03  OG-PERIOD                PIC  X(006).
      *-----------------------------------------------------------------
      *  EMPLOYEE-MASTER.DAT - TÊN CHO DÒNG NGOÀI KỲ
      *-----------------------------------------------------------------
       FD  EMPLOYEE-MASTER.
       01  EMPLOYEE-MASTER-RECORD.
           05  EM-EMP-ID                PIC  9(04).
           05  EM-EMP-NAME              PIC  X(20).
           05  EM-EMP-SALARY            PIC  9(07)V99.
           05  EM-EMP-TIER              PIC  9(01).
           05  EM-EMP-TYPE              PIC  X(01).
           05  EM-EMP-POSITION          PIC  X(20).
           05  EM-EMP-CODE              PIC  X(10).
           05  EM-EMP-STATUS            PIC  X(01).
           05  EM-EMP-HIRE-DATE         PIC  9(08).
           05  EM-EMP-TERM-DATE         PIC  9(08).
           05  EM-EMP-HOURLY-RATE       PIC  9(03)V99.
           05  EM-EMP-DEPT-CODE         PIC  X(03).
           05  EM-EMP-MANAGER-ID        PIC  9(04).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD01 - TỜ KHAI THUẾ KHẤU TRỪ (BẢN IN)
      *-----------------------------------------------------------------
       FD  OD01.
       01  OUT-RETURN-LINE              PIC  X(100).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD02 - FILE NỘP THUẾ ĐỊNH DẠNG CỐ ĐỊNH
      *  (H = HEADER, D = CHI TIẾT THEO EMPLOYEE, T = TRAILER)
      *-----------------------------------------------------------------
       FD  OD02.
       01  OUT-RMT-HEADER.
           03  RM-H-TYPE                PIC  X(001).
           03  RM-H-EMPLOYER-ID         PIC  X(012).
           03  RM-H-PERIOD              PIC  X(006).
           03  RM-H-RUN-DATE            PIC  9(008).
           03  FILLER                   PIC  X(053).
       01  OUT-RMT-DETAIL.
           03  RM-D-TYPE                PIC  X(001).
           03  RM-D-EMP-ID              PIC  X(005).
           03  RM-D-EMP-NAME            PIC  X(030).
           03  RM-D-TAXABLE             PIC  9(009)V99.
           03  RM-D-TAX                 PIC  9(009)V99.
           03  FILLER                   PIC  X(022).
       01  OUT-RMT-TRAILER.
           03  RM-T-TYPE                PIC  X(001).
           03  RM-T-COUNT               PIC  9(007).
           03  RM-T-TAXABLE             PIC  9(011)V99.
           03  RM-T-TAX                 PIC  9(011)V99.
           03  FILLER                   PIC  X(046).
      *=================================================================
      *=================================================================
       WORKING-STORAGE                  SECTION.
      *=================================================================
       01  WK-RESULT-STATUS             PIC  X(002).
       01  WK-GLMAP-STATUS              PIC  X(002).
       01  WK-GLJRNL-STATUS             PIC  X(002).
       01  WK-OFFLOG-STATUS             PIC  X(002).
       01  WK-OFFGL-STATUS              PIC  X(002).
       01  WK-MASTER-STATUS             PIC  X(002).
       01  WK-MASTER-OPEN               PIC  X(001) VALUE 'N'.
       01  WK-EMP-ID-9                  PIC  9(005).
       01  WK-EOF                       PIC  X(001).
       01  WK-ABORT-MSG                 PIC  X(060).

      *-----------------------------------------------------------------
      *  THAM SỐ - EMPTAXRMT_PAY_PERIOD (YYYYMM), EMPTAXRMT_EMPLOYER_ID
      *-----------------------------------------------------------------
       01  WK-PAY-PERIOD                PIC  X(006) VALUE SPACE.
       01  WK-EMPLOYER-ID               PIC  X(012) VALUE SPACE.
       01  WK-RESULT-NAME               PIC  X(020).
       01  WK-TODAY                     PIC  9(008).

      *-----------------------------------------------------------------
      *  TỔNG TỪ RESULT.txt VÀ SỐ ĐỐI CHIẾU VỚI SỔ CÁI
      *-----------------------------------------------------------------
       01  WK-TRLR-SEEN                 PIC  X(001) VALUE 'N'.
       01  WK-TRLR-COUNT                PIC  9(007) VALUE ZERO.
       01  WK-REC-COUNT                 PIC  9(007) VALUE ZERO.
       01  WK-EMP-COUNT                 PIC  9(007) VALUE ZERO.
       01  WK-TAXABLE-TOTAL             PIC  9(011)V99 VALUE ZERO.
       01  WK-TAX-TOTAL                 PIC  9(011)V99 VALUE ZERO.
       01  WK-ACCT-TAXLIA               PIC  X(008) VALUE SPACE.
       01  WK-GL-TXL-TOTAL              PIC  9(011)V99 VALUE ZERO.
       01  WK-GL-TXL-SEEN               PIC  X(001) VALUE 'N'.
       01  WK-GL-OTHER-PERIOD           PIC  X(006) VALUE SPACE.
       01  WK-OFF-COUNT                 PIC  9(007) VALUE ZERO.
       01  WK-OFF-TAX-TOTAL             PIC  9(011)V99 VALUE ZERO.
       01  WK-GL-OFF-TOTAL              PIC  9(011)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      *  CÁC DÒNG TỜ KHAI
      *-----------------------------------------------------------------
       01  WK-TR-TITLE.
           03  FILLER                   PIC  X(040)
               VALUE "MONTHLY TAX WITHHOLDING RETURN          ".
           03  FILLER                   PIC  X(012)
               VALUE "PAY PERIOD: ".
           03  WK-TR-TITLE-PERIOD       PIC  X(006).
           03  FILLER                   PIC  X(013)
               VALUE "   EMPLOYER: ".
           03  WK-TR-TITLE-EMPLOYER     PIC  X(012).
       01  WK-TR-SOURCE.
           03  FILLER                   PIC  X(016)
               VALUE "SOURCE          ".
           03  WK-TR-SOURCE-NAME        PIC  X(020).
       01  WK-TR-HEADER.
           03  FILLER                   PIC  X(038)
               VALUE "EMPID  NAME                           ".
           03  FILLER                   PIC  X(032)
               VALUE "   TAXABLE GROSS    TAX WITHHELD".
           03  FILLER                   PIC  X(018)
               VALUE "  STATUS          ".
       01  WK-TR-DETAIL.
           03  WK-TR-ID                 PIC  X(005).
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-TR-NAME               PIC  X(030).
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-TR-TAXABLE            PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-TR-TAX                PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-TR-STATUS             PIC  X(016).
       01  WK-TR-TOTAL.
           03  FILLER                   PIC  X(007) VALUE "TOTAL  ".
           03  FILLER                   PIC  X(008) VALUE "EMPS:   ".
           03  WK-TR-TOTAL-COUNT        PIC  ZZZZZZ9.
           03  FILLER                   PIC  X(017) VALUE SPACE.
           03  WK-TR-TOTAL-TAXABLE      PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-TR-TOTAL-TAX          PIC  ZZZ,ZZZ,ZZ9.99.
       01  WK-TR-TIE.
           03  FILLER                   PIC  X(032)
               VALUE "AGREES TO GLJRNL.txt TXL CREDIT ".
           03  WK-TR-TIE-ACCOUNT        PIC  X(008).
           03  FILLER                   PIC  X(015) VALUE SPACE.
           03  WK-TR-TIE-AMOUNT         PIC  ZZZ,ZZZ,ZZ9.99.
       01  WK-TR-TIE-OFF.
           03  FILLER                   PIC  X(045)
               VALUE "  OF WHICH OFFGLJRNL.txt OFF-CYCLE PAYMENTS".
           03  WK-TR-OFF-COUNT          PIC  ZZZZZZ9.
           03  FILLER                   PIC  X(003) VALUE SPACE.
           03  WK-TR-OFF-AMOUNT         PIC  ZZZ,ZZZ,ZZ9.99.

      *=================================================================
       PROCEDURE                        DIVISION.
      *=================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-SCAN-RESULT.
           PERFORM 2500-SCAN-OFFLOG.
           PERFORM 3000-SCAN-GLJRNL.
           PERFORM 3500-SCAN-OFFGL.
           PERFORM 4000-CHECK-TIE.
           PERFORM 5000-WRITE-RETURN.
           PERFORM 9999-FINALIZE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  1000-INITIALIZE - Tham số, tài khoản TXL, chọn file kết quả
      *  của kỳ (bản lưu trữ trước, chưa lưu trữ thì RESULT.txt)
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WK-PAY-PERIOD          FROM ENVIRONMENT
                  'EMPTAXRMT_PAY_PERIOD'.
           ACCEPT WK-EMPLOYER-ID         FROM ENVIRONMENT
                  'EMPTAXRMT_EMPLOYER_ID'.
           IF WK-EMPLOYER-ID = SPACE
               MOVE "EMPTAXRMT_EMPLOYER_ID NOT SET"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           PERFORM 1100-LOAD-GLMAP.
           MOVE "RESULT.txt"             TO WK-RESULT-NAME.
           IF WK-PAY-PERIOD NOT = SPACE
               MOVE SPACES               TO WK-RESULT-NAME
               STRING "RESULT-"          DELIMITED BY SIZE
                      WK-PAY-PERIOD      DELIMITED BY SIZE
                      ".txt"             DELIMITED BY SIZE
                   INTO WK-RESULT-NAME
               OPEN INPUT RESULT-FILE
               IF WK-RESULT-STATUS = "00"
                   CLOSE RESULT-FILE
               ELSE
                   MOVE "RESULT.txt"     TO WK-RESULT-NAME
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  1100-LOAD-GLMAP - Chỉ cần dòng TXL (tài khoản phải trả thuế)
      *-----------------------------------------------------------------
       1100-LOAD-GLMAP.
           OPEN INPUT GLMAP-FILE.
           IF WK-GLMAP-STATUS NOT = "00"
               MOVE "GLMAP.txt NOT AVAILABLE" TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           MOVE 'N'                      TO WK-EOF.
           PERFORM 1110-READ-GLMAP.
           PERFORM 1120-SCAN-GLMAP
               UNTIL WK-EOF = 'Y'.
           CLOSE GLMAP-FILE.
           IF WK-ACCT-TAXLIA = SPACE
               MOVE "GLMAP.txt MISSING TXL ACCOUNT ROW"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.

      *-----------------------------------------------------------------
       1110-READ-GLMAP.
           READ GLMAP-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       1120-SCAN-GLMAP.
           IF GM-DEPT-CODE = "TXL"
               MOVE GM-ACCOUNT           TO WK-ACCT-TAXLIA
           END-IF.
           PERFORM 1110-READ-GLMAP.

      *-----------------------------------------------------------------
      *  2000-SCAN-RESULT - Lượt thứ nhất: tổng lương chịu thuế và
      *  thuế đã khấu trừ, kiểm tra kỳ và trailer
      *-----------------------------------------------------------------
       2000-SCAN-RESULT.
           OPEN INPUT RESULT-FILE.
           IF WK-RESULT-STATUS NOT = "00"
               MOVE SPACES               TO WK-ABORT-MSG
               STRING WK-RESULT-NAME     DELIMITED BY SPACE
                      " NOT AVAILABLE"   DELIMITED BY SIZE
                   INTO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           MOVE 'N'                      TO WK-EOF.
           PERFORM 2100-READ-RESULT.
           PERFORM 2200-ACCUM-RESULT
               UNTIL WK-EOF = 'Y'.
           CLOSE RESULT-FILE.
           IF WK-TRLR-SEEN NOT = 'Y'
               MOVE "RESULT FILE TRAILER MISSING" TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           IF WK-TRLR-COUNT NOT = WK-REC-COUNT
               MOVE "RESULT FILE TRAILER COUNT DOES NOT MATCH RECORDS"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           IF WK-PAY-PERIOD = SPACE
               MOVE "RESULT FILE HAS NO RECORDS - PERIOD UNKNOWN"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.

      *-----------------------------------------------------------------
       2100-READ-RESULT.
           READ RESULT-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       2200-ACCUM-RESULT.
           IF RESULT-REC (1:4) = "TRLR"
               MOVE 'Y'                  TO WK-TRLR-SEEN
               MOVE RT-COUNT             TO WK-TRLR-COUNT
           ELSE
               ADD 1                     TO WK-REC-COUNT
               IF WK-PAY-PERIOD = SPACE
                   MOVE RS-PAY-PERIOD    TO WK-PAY-PERIOD
               END-IF
               IF RS-PAY-PERIOD NOT = WK-PAY-PERIOD
                   MOVE SPACES           TO WK-ABORT-MSG
                   STRING "RESULT FILE HOLDS PERIOD "
                                         DELIMITED BY SIZE
                          RS-PAY-PERIOD  DELIMITED BY SIZE
                          ", NOT "       DELIMITED BY SIZE
                          WK-PAY-PERIOD  DELIMITED BY SIZE
                       INTO WK-ABORT-MSG
                   PERFORM 9100-ABORT-RUN
               END-IF
               IF RS-GROSS-SALARY > ZERO
               OR RS-TAX > ZERO
                   ADD 1                 TO WK-EMP-COUNT
                   ADD RS-GROSS-SALARY   TO WK-TAXABLE-TOTAL
                   ADD RS-TAX            TO WK-TAX-TOTAL
               END-IF
           END-IF.
           PERFORM 2100-READ-RESULT.

      *-----------------------------------------------------------------
      *  2500-SCAN-OFFLOG - Cộng các khoản trả ngoài kỳ của kỳ vào tổng
      *  lương chịu thuế và thuế đã khấu trừ
      *-----------------------------------------------------------------
       2500-SCAN-OFFLOG.
           OPEN INPUT OFFLOG-FILE.
           IF WK-OFFLOG-STATUS = "00"
               MOVE 'N'                  TO WK-EOF
               PERFORM 2510-READ-OFFLOG
               PERFORM 2520-ACCUM-OFFLOG
                   UNTIL WK-EOF = 'Y'
               CLOSE OFFLOG-FILE
           END-IF.

      *-----------------------------------------------------------------
       2510-READ-OFFLOG.
           READ OFFLOG-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       2520-ACCUM-OFFLOG.
           IF OL-PERIOD = WK-PAY-PERIOD
               ADD 1                     TO WK-EMP-COUNT
               ADD 1                     TO WK-OFF-COUNT
               ADD OL-GROSS              TO WK-TAXABLE-TOTAL
               ADD OL-TAX                TO WK-TAX-TOTAL
               ADD OL-TAX                TO WK-OFF-TAX-TOTAL
           END-IF.
           PERFORM 2510-READ-OFFLOG.

      *-----------------------------------------------------------------
      *  3000-SCAN-GLJRNL - Cộng các dòng CR vào tài khoản TXL của kỳ;
      *  ghi nhận nếu journal thuộc kỳ khác
      *-----------------------------------------------------------------
       3000-SCAN-GLJRNL.
           OPEN INPUT GLJRNL-FILE.
           IF WK-GLJRNL-STATUS NOT = "00"
               MOVE "GLJRNL.txt NOT AVAILABLE" TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           MOVE 'N'                      TO WK-EOF.
           PERFORM 3100-READ-GLJRNL.
           PERFORM 3200-ACCUM-GLJRNL
               UNTIL WK-EOF = 'Y'.
           CLOSE GLJRNL-FILE.

      *-----------------------------------------------------------------
       3100-READ-GLJRNL.
           READ GLJRNL-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       3200-ACCUM-GLJRNL.
           IF JR-PERIOD NOT = WK-PAY-PERIOD
               MOVE JR-PERIOD            TO WK-GL-OTHER-PERIOD
           ELSE
               IF JR-TYPE = "CR"
               AND JR-ACCOUNT = WK-ACCT-TAXLIA
                   MOVE 'Y'              TO WK-GL-TXL-SEEN
                   ADD JR-AMOUNT         TO WK-GL-TXL-TOTAL
               END-IF
           END-IF.
           PERFORM 3100-READ-GLJRNL.

      *-----------------------------------------------------------------
      *  3500-SCAN-OFFGL - Các dòng CR TXL ngoài kỳ của cùng kỳ; file
      *  ghi nối nhiều kỳ nên dòng kỳ khác được bỏ qua
      *-----------------------------------------------------------------
       3500-SCAN-OFFGL.
           OPEN INPUT OFFGL-FILE.
           IF WK-OFFGL-STATUS = "00"
               MOVE 'N'                  TO WK-EOF
               PERFORM 3510-READ-OFFGL
               PERFORM 3520-ACCUM-OFFGL
                   UNTIL WK-EOF = 'Y'
               CLOSE OFFGL-FILE
           END-IF.

      *-----------------------------------------------------------------
       3510-READ-OFFGL.
           READ OFFGL-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       3520-ACCUM-OFFGL.
           IF OG-PERIOD = WK-PAY-PERIOD
           AND OG-TYPE = "CR"
           AND OG-ACCOUNT = WK-ACCT-TAXLIA
               ADD OG-AMOUNT             TO WK-GL-TXL-TOTAL
               ADD OG-AMOUNT             TO WK-GL-OFF-TOTAL
           END-IF.
           PERFORM 3510-READ-OFFGL.

      *-----------------------------------------------------------------
      *  4000-CHECK-TIE - Từ chối lập tờ khai khi tổng thuế không khớp
      *  bút toán có phải trả thuế của cùng kỳ
      *-----------------------------------------------------------------
       4000-CHECK-TIE.
           IF WK-GL-OTHER-PERIOD NOT = SPACE
               DISPLAY "*** GLJRNL.txt CARRIES PERIOD "
                   WK-GL-OTHER-PERIOD ", RETURN IS FOR "
                   WK-PAY-PERIOD " ***"
               MOVE "GLJRNL.txt IS NOT FOR THE RETURN PERIOD"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           IF WK-GL-TXL-SEEN NOT = 'Y'
               MOVE "NO TXL TAX-LIABILITY CREDIT ON GLJRNL.txt"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           IF WK-OFF-TAX-TOTAL NOT = WK-GL-OFF-TOTAL
               DISPLAY "*** OFF-CYCLE TAX " WK-OFF-TAX-TOTAL
                   " <> OFFGLJRNL.txt TXL CREDIT " WK-GL-OFF-TOTAL
                   " ***"
           END-IF.
           IF WK-TAX-TOTAL NOT = WK-GL-TXL-TOTAL
               DISPLAY "*** TAX WITHHELD " WK-TAX-TOTAL
                   " <> GL TXL CREDIT " WK-GL-TXL-TOTAL " ***"
               MOVE "TAX WITHHELD DOES NOT TIE TO GL TAX LIABILITY"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.

      *-----------------------------------------------------------------
      *  5000-WRITE-RETURN - Lượt thứ hai: ghi tờ khai và file nộp
      *  thuế sau khi đã đối chiếu khớp
      *-----------------------------------------------------------------
       5000-WRITE-RETURN.
           OPEN OUTPUT OD01
                OUTPUT OD02.
           MOVE WK-PAY-PERIOD            TO WK-TR-TITLE-PERIOD.
           MOVE WK-EMPLOYER-ID           TO WK-TR-TITLE-EMPLOYER.
           WRITE OUT-RETURN-LINE         FROM WK-TR-TITLE.
           MOVE WK-RESULT-NAME           TO WK-TR-SOURCE-NAME.
           WRITE OUT-RETURN-LINE         FROM WK-TR-SOURCE.
           WRITE OUT-RETURN-LINE         FROM WK-TR-HEADER.
           ACCEPT WK-TODAY               FROM DATE YYYYMMDD.
           MOVE SPACES                   TO OUT-RMT-HEADER.
           MOVE 'H'                      TO RM-H-TYPE.
           MOVE WK-EMPLOYER-ID           TO RM-H-EMPLOYER-ID.
           MOVE WK-PAY-PERIOD            TO RM-H-PERIOD.
           MOVE WK-TODAY                 TO RM-H-RUN-DATE.
           WRITE OUT-RMT-HEADER.
           OPEN INPUT RESULT-FILE.
           MOVE 'N'                      TO WK-EOF.
           PERFORM 2100-READ-RESULT.
           PERFORM 5100-WRITE-EMPLOYEE
               UNTIL WK-EOF = 'Y'.
           CLOSE RESULT-FILE.
           IF WK-OFF-COUNT > ZERO
               PERFORM 5200-WRITE-OFFCYCLE
           END-IF.
           MOVE WK-EMP-COUNT             TO WK-TR-TOTAL-COUNT.
           MOVE WK-TAXABLE-TOTAL         TO WK-TR-TOTAL-TAXABLE.
           MOVE WK-TAX-TOTAL             TO WK-TR-TOTAL-TAX.
           WRITE OUT-RETURN-LINE         FROM WK-TR-TOTAL.
           MOVE WK-ACCT-TAXLIA           TO WK-TR-TIE-ACCOUNT.
           MOVE WK-GL-TXL-TOTAL          TO WK-TR-TIE-AMOUNT.
           WRITE OUT-RETURN-LINE         FROM WK-TR-TIE.
           IF WK-OFF-COUNT > ZERO
               MOVE WK-OFF-COUNT         TO WK-TR-OFF-COUNT
               MOVE WK-GL-OFF-TOTAL      TO WK-TR-OFF-AMOUNT
               WRITE OUT-RETURN-LINE     FROM WK-TR-TIE-OFF
           END-IF.
           MOVE SPACES                   TO OUT-RMT-TRAILER.
           MOVE 'T'                      TO RM-T-TYPE.
           MOVE WK-EMP-COUNT             TO RM-T-COUNT.
           MOVE WK-TAXABLE-TOTAL         TO RM-T-TAXABLE.
           MOVE WK-TAX-TOTAL             TO RM-T-TAX.
           WRITE OUT-RMT-TRAILER.
           CLOSE OD01 OD02.

      *-----------------------------------------------------------------
       5100-WRITE-EMPLOYEE.
           IF RESULT-REC (1:4) NOT = "TRLR"
           AND (RS-GROSS-SALARY > ZERO OR RS-TAX > ZERO)
               MOVE RS-EMP-ID            TO WK-TR-ID
               MOVE RS-EMP-NAME          TO WK-TR-NAME
               MOVE RS-GROSS-SALARY      TO WK-TR-TAXABLE
               MOVE RS-TAX               TO WK-TR-TAX
               MOVE RS-STATUS            TO WK-TR-STATUS
               WRITE OUT-RETURN-LINE     FROM WK-TR-DETAIL
               MOVE SPACES               TO OUT-RMT-DETAIL
               MOVE 'D'                  TO RM-D-TYPE
               MOVE RS-EMP-ID            TO RM-D-EMP-ID
               MOVE RS-EMP-NAME          TO RM-D-EMP-NAME
               MOVE RS-GROSS-SALARY      TO RM-D-TAXABLE
               MOVE RS-TAX               TO RM-D-TAX
               WRITE OUT-RMT-DETAIL
           END-IF.
           PERFORM 2100-READ-RESULT.

      *-----------------------------------------------------------------
      *  5200-WRITE-OFFCYCLE - Dòng OFF-CYCLE cho từng khoản trả ngoài
      *  kỳ của kỳ; không có master thì để trống tên
      *-----------------------------------------------------------------
       5200-WRITE-OFFCYCLE.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WK-MASTER-STATUS = "00"
               MOVE 'Y'                  TO WK-MASTER-OPEN
           ELSE
               DISPLAY "*** WARNING: EMPLOYEE-MASTER.DAT NOT "
                   "AVAILABLE - OFF-CYCLE LINES WITHOUT NAME ***"
           END-IF.
           OPEN INPUT OFFLOG-FILE.
           MOVE 'N'                      TO WK-EOF.
           PERFORM 2510-READ-OFFLOG.
           PERFORM 5210-WRITE-OFFLOG-LINE
               UNTIL WK-EOF = 'Y'.
           CLOSE OFFLOG-FILE.
           IF WK-MASTER-OPEN = 'Y'
               CLOSE EMPLOYEE-MASTER
           END-IF.

      *-----------------------------------------------------------------
       5210-WRITE-OFFLOG-LINE.
           IF OL-PERIOD = WK-PAY-PERIOD
               MOVE SPACES               TO WK-TR-NAME
               IF WK-MASTER-OPEN = 'Y'
               AND OL-EMP-ID IS NUMERIC
                   MOVE OL-EMP-ID        TO WK-EMP-ID-9
                   IF WK-EMP-ID-9 <= 9999
                       MOVE WK-EMP-ID-9  TO EM-EMP-ID
                       READ EMPLOYEE-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE EM-EMP-NAME TO WK-TR-NAME
                       END-READ
                   END-IF
               END-IF
               MOVE OL-EMP-ID            TO WK-TR-ID
               MOVE OL-GROSS             TO WK-TR-TAXABLE
               MOVE OL-TAX               TO WK-TR-TAX
               MOVE "OFF-CYCLE"          TO WK-TR-STATUS
               WRITE OUT-RETURN-LINE     FROM WK-TR-DETAIL
               MOVE SPACES               TO OUT-RMT-DETAIL
               MOVE 'D'                  TO RM-D-TYPE
               MOVE OL-EMP-ID            TO RM-D-EMP-ID
               MOVE WK-TR-NAME           TO RM-D-EMP-NAME
               MOVE OL-GROSS             TO RM-D-TAXABLE
               MOVE OL-TAX               TO RM-D-TAX
               WRITE OUT-RMT-DETAIL
           END-IF.
           PERFORM 2510-READ-OFFLOG.

      *-----------------------------------------------------------------
       9100-ABORT-RUN.
           DISPLAY "*** EMPTAXRMTP0010 ABORTED: " WK-ABORT-MSG
               " ***".
           MOVE 16                       TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
       9999-FINALIZE.
           DISPLAY "TAX RETURN WRITTEN - PERIOD " WK-PAY-PERIOD
               " EMPS=" WK-EMP-COUNT " TAX=" WK-TAX-TOTAL.
