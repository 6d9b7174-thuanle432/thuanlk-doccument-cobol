       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      EMPOFFCYCP0013.
      ******************************************************************
       AUTHOR.                          LE KIM THUAN.
       DATE-WRITTEN.                    2026/10/15.
       DATE-COMPILED.                   2026/10/15.
      *
      ******************************************************************
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program - off-cycle payment run.  Pays
      *                     the employees named on OFFCYC.txt (missed
      *                     new starter, urgent correction) for the
      *                     pay period EMPOFFCYC_PAY_PERIOD (YYYYMM,
      *                     required) without rerunning the match,
      *                     also when the period is already CLOSED on
      *                     PERIODCTL.txt.  Each line carries
      *                     the gross, the tax (blank = computed on
      *                     the TAXBRKT.txt bracket table, same
      *                     default brackets as EMPSLRMATCHP0001) and
      *                     the reason.  Lines are checked against
      *                     EMPLOYEE-MASTER.DAT and OFFLOG.txt (same
      *                     employee, period and reason already paid)
      *                     and rejected lines are listed only.
      *                     Output: payslips OFFSLIP.txt (PAYSLIP.txt
      *                     layout), the bank batch OFFXFER.txt
      *                     (BANKXFER.txt layout with its own control
      *                     record), OFFEXC.txt for employees who
      *                     cannot be paid by transfer, the control
      *                     listing OFFRPT.txt, and the amounts posted
      *                     to YTD.txt.  RESULT.txt, the archives and
      *                     PERIODCTL.txt are not read or written, so
      *                     a CLOSED period stays closed.
      *                     The run's total tax is posted to the
      *                     ledger as a TX+ tax expense debit against
      *                     a TXL tax liability credit (GLMAP.txt
      *                     rows, required) on OFFGLJRNL.txt
      *                     (GLJRNL.txt layout, one pair of lines per
      *                     run carrying the pay period); GLJRNL.txt
      *                     itself is rebuilt by every EMPSLRGLP0005
      *                     run and is not touched.  EMPTAXRMTP0010
      *                     takes these lines into the return for the
      *                     period.
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
           SELECT  OFFCYC-FILE          ASSIGN       TO "OFFCYC.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-OFFCYC-STATUS.

           SELECT  EMPLOYEE-MASTER      ASSIGN       TO
                                        "EMPLOYEE-MASTER.DAT"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE  IS RANDOM
                                        RECORD KEY   IS EM-EMP-ID
                                        FILE STATUS  IS
                                        WK-MASTER-STATUS.

           SELECT  TAXBRKT-FILE         ASSIGN       TO "TAXBRKT.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-TAXBRKT-STATUS.

           SELECT  BANKACCT-FILE        ASSIGN       TO "BANKACCT.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-BANKACCT-STATUS.

           SELECT  YTD-FILE             ASSIGN       TO "YTD.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS WK-YTD-STATUS.

           SELECT  OFFLOG-FILE          ASSIGN       TO "OFFLOG.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-OFFLOG-STATUS.

           SELECT  GLMAP-FILE           ASSIGN       TO "GLMAP.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-GLMAP-STATUS.

           SELECT  OD01                 ASSIGN       TO "OFFSLIP.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  OD02                 ASSIGN       TO "OFFXFER.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  OD03                 ASSIGN       TO "OFFEXC.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  OD04                 ASSIGN       TO "OFFRPT.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  OD05                 ASSIGN       TO
                                        "OFFGLJRNL.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-OFFGL-STATUS.
      ******************************************************************
       DATA                             DIVISION.
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *  OFFCYC.txt - DANH SÁCH EMPLOYEE CẦN TRẢ NGOÀI KỲ
      *  (OC-TAX-X TRỐNG = TÍNH THUẾ THEO BẢNG BẬC)
      *-----------------------------------------------------------------
       FD  OFFCYC-FILE.
       01  OFFCYC-REC.
           03  OC-EMP-ID                PIC  X(005).
           03  OC-GROSS                 PIC  9(007)V99.
           03  OC-TAX-X                 PIC  X(009).
           03  OC-TAX                   REDEFINES OC-TAX-X
                                        PIC  9(007)V99.
           03  OC-REASON                PIC  X(030).
      *-----------------------------------------------------------------
      *  EMPLOYEE-MASTER.DAT - MASTER NHÂN VIÊN DO P0001 (screen/)
      *  QUẢN LÝ
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
      *  CẤU TRÚC CỦA FILE TAXBRKT - BẢNG THUẾ SUẤT THEO BẬC
      *-----------------------------------------------------------------
       FD  TAXBRKT-FILE.
       01  TAXBRKT-REC.
           03  TB-UPPER                 PIC  9(007)V99.
           03  TB-RATE                  PIC  9(001)V9(003).
      *-----------------------------------------------------------------
      *  BANKACCT.txt - MASTER TÀI KHOẢN NGÂN HÀNG THEO EMP-ID
      *  (BA-STATUS 'S' = TẠM NGƯNG DO NGÂN HÀNG TRẢ VỀ; BA-PENDING =
      *  CHI TIẾT MỚI NHẬP TỪ MÀN HÌNH P0003, CHỜ NGƯỜI THỨ HAI DUYỆT)
      *-----------------------------------------------------------------
       FD  BANKACCT-FILE.
       01  BANKACCT-REC.
           03  BA-EMP-ID                PIC  X(005).
           03  BA-BANK-CODE             PIC  X(004).
           03  BA-BRANCH-CODE           PIC  X(004).
           03  BA-ACCOUNT-NO            PIC  X(012).
           03  BA-ACCOUNT-NAME          PIC  X(030).
           03  BA-STATUS                PIC  X(001).
           03  BA-STATUS-REASON         PIC  X(004).
           03  BA-STATUS-PERIOD         PIC  X(006).
           03  BA-PENDING.
               05  BA-PEND-BANK-CODE    PIC  X(004).
               05  BA-PEND-BRANCH-CODE  PIC  X(004).
               05  BA-PEND-ACCOUNT-NO   PIC  X(012).
               05  BA-PEND-ACCOUNT-NAME PIC  X(030).
               05  BA-PEND-OPERATOR     PIC  X(008).
               05  BA-PEND-DATE         PIC  X(008).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE YTD - MASTER LŨY KẾ TỪ ĐẦU NĂM THEO EMP-ID
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
      *-----------------------------------------------------------------
      *  OFFLOG.txt - NHẬT KÝ CÁC KHOẢN ĐÃ TRẢ NGOÀI KỲ
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
      *  GLMAP.txt - CHỈ LẤY DÒNG TX+ / TXL (TÀI KHOẢN THUẾ)
      *-----------------------------------------------------------------
       FD  GLMAP-FILE.
       01  GLMAP-REC.
           03  GM-DEPT-CODE             PIC  X(003).
           03  GM-ACCOUNT               PIC  X(008).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD01 - PHIẾU LƯƠNG NGOÀI KỲ GỬI NHÀ IN
      *-----------------------------------------------------------------
       FD  OD01.
       01  OUT-PAYSLIP-LINE             PIC  X(072).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD02 - FILE CHUYỂN KHOẢN NGOÀI KỲ
      *  ('D' = CHI TIẾT, 'T' = RECORD KIỂM SOÁT TỔNG BATCH)
      *-----------------------------------------------------------------
       FD  OD02.
       01  OUT-BANK-REC.
           03  XFER-TYPE                PIC  X(001).
           03  XFER-BANK-CODE           PIC  X(004).
           03  XFER-BRANCH-CODE         PIC  X(004).
           03  XFER-ACCOUNT-NO          PIC  X(012).
           03  XFER-ACCOUNT-NAME        PIC  X(030).
           03  XFER-AMOUNT              PIC  9(009)V99.
           03  XFER-PAY-PERIOD          PIC  X(006).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD03 - NGOẠI LỆ KHÔNG CHUYỂN KHOẢN ĐƯỢC
      *-----------------------------------------------------------------
       FD  OD03.
       01  OUT-BANKEXC-REC.
           03  BX-EMP-ID                PIC  X(005).
           03  BX-EMP-NAME              PIC  X(030).
           03  BX-NET-SALARY            PIC  9(007)V99.
           03  BX-REASON                PIC  X(020).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD04 - BẢNG KIỂM SOÁT RUN NGOÀI KỲ
      *-----------------------------------------------------------------
       FD  OD04.
       01  OUT-RPT-LINE                 PIC  X(117).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD05 - BÚT TOÁN THUẾ NGOÀI KỲ (BỐ CỤC
      *  GLJRNL.txt, GHI NỐI TIẾP THEO TỪNG RUN)
      *-----------------------------------------------------------------
       FD  OD05.
       01  OUT-JRNL-REC.
           03  JR-TYPE                  PIC  X(002).
           03  FILLER                   PIC  X(001).
           03  JR-ACCOUNT               PIC  X(008).
           03  FILLER                   PIC  X(001).
           03  JR-AMOUNT                PIC  9(009)V99.
           03  FILLER                   PIC  X(001).
           03  JR-DESC                  PIC  X(020).
           03  FILLER                   PIC  X(001).
           03  JR-PERIOD                PIC  X(006).
      *=================================================================
      *=================================================================
       WORKING-STORAGE                  SECTION.
      *=================================================================
       01  WK-OFFCYC-STATUS             PIC  X(002).
       01  WK-MASTER-STATUS             PIC  X(002).
       01  WK-TAXBRKT-STATUS            PIC  X(002).
       01  WK-BANKACCT-STATUS           PIC  X(002).
       01  WK-YTD-STATUS                PIC  X(002).
       01  WK-OFFLOG-STATUS             PIC  X(002).
       01  WK-GLMAP-STATUS              PIC  X(002).
       01  WK-OFFGL-STATUS              PIC  X(002).
       01  WK-EOF                       PIC  X(001).
       01  WK-OFFCYC-EOF                PIC  X(001).
       01  WK-ABORT-MSG                 PIC  X(060).

      *-----------------------------------------------------------------
      *  THAM SỐ - EMPOFFCYC_PAY_PERIOD (YYYYMM)
      *-----------------------------------------------------------------
       01  WK-PAY-PERIOD                PIC  X(006) VALUE SPACE.
       01  WK-TODAY                     PIC  9(008).
       01  WK-EMP-ID-9                  PIC  9(005).

      *-----------------------------------------------------------------
      *  ĐẾM VÀ TỔNG
      *-----------------------------------------------------------------
       01  WK-READ-COUNT                PIC  9(005) VALUE ZERO.
       01  WK-PAID-COUNT                PIC  9(005) VALUE ZERO.
       01  WK-REJECT-COUNT              PIC  9(005) VALUE ZERO.
       01  WK-EXC-COUNT                 PIC  9(005) VALUE ZERO.
       01  WK-XFER-COUNT                PIC  9(007) VALUE ZERO.
       01  WK-XFER-TOTAL                PIC  9(009)V99 VALUE ZERO.
       01  WK-TOT-GROSS                 PIC  9(009)V99 VALUE ZERO.
       01  WK-TOT-TAX                   PIC  9(009)V99 VALUE ZERO.
       01  WK-TOT-NET                   PIC  9(009)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      *  TÀI KHOẢN THUẾ TỪ GLMAP.txt
      *-----------------------------------------------------------------
       01  WK-ACCT-TAXEXP               PIC  X(008) VALUE SPACE.
       01  WK-ACCT-TAXLIA               PIC  X(008) VALUE SPACE.

      *-----------------------------------------------------------------
      *  DÒNG ĐANG XỬ LÝ
      *-----------------------------------------------------------------
       01  WK-OC-NAME                   PIC  X(030).
       01  WK-OC-TAX                    PIC  9(007)V99.
       01  WK-OC-NET                    PIC  9(007)V99.
       01  WK-OC-RESULT                 PIC  X(030).
       01  WK-OC-PAYMENT                PIC  X(030).

      *-----------------------------------------------------------------
      *  BẢNG THUẾ SUẤT - MẶC ĐỊNH 3 BẬC, CÓ THỂ THAY BẰNG TAXBRKT.txt
      *-----------------------------------------------------------------
       01  WK-TAX-BRACKET-MAX           PIC  9(002) VALUE 10.
       01  WK-TAX-BRACKET-CNT           PIC  9(002) VALUE 3.
       01  WK-TAX-BRACKET-TABLE.
           03  WK-TAX-BRACKET           OCCURS 10 TIMES.
               05  WK-TB-UPPER          PIC  9(007)V99.
               05  WK-TB-RATE           PIC  9(001)V9(003).
       01  WK-TAX-BX                    PIC  9(002).
       01  WK-TAX-LOWER                 PIC  9(007)V99.
       01  WK-TAX-PORTION               PIC  9(007)V99.
       01  WK-TAX-EXPECTED              PIC  9(007)V99.

      *-----------------------------------------------------------------
      *  BẢNG TÀI KHOẢN NGÂN HÀNG - NẠP TỪ BANKACCT.txt
      *-----------------------------------------------------------------
       01  WK-BANK-MAX                  PIC  9(004) VALUE 5000.
       01  WK-BANK-CNT                  PIC  9(004) VALUE ZERO.
       01  WK-BANK-IX                   PIC  9(004).
       01  WK-BANK-FOUND                PIC  X(001).
       01  WK-BANK-TABLE.
           03  WK-BANK-ENTRY            OCCURS 5000 TIMES.
               05  WK-BANK-ID           PIC  X(005).
               05  WK-BANK-CODE         PIC  X(004).
               05  WK-BANK-BRANCH       PIC  X(004).
               05  WK-BANK-ACCOUNT      PIC  X(012).
               05  WK-BANK-ACCT-NAME    PIC  X(030).
               05  WK-BANK-STATUS       PIC  X(001).

      *-----------------------------------------------------------------
      *  BẢNG LŨY KẾ YTD - NẠP TỪ YTD.txt, GHI LẠI CUỐI RUN
      *-----------------------------------------------------------------
       01  WK-YTD-MAX                   PIC  9(004) VALUE 5000.
       01  WK-YTD-COUNT                 PIC  9(004) VALUE ZERO.
       01  WK-YTD-IX                    PIC  9(004).
       01  WK-YTD-FOUND                 PIC  X(001).
       01  WK-YTD-TABLE.
           03  WK-YTD-ENTRY             OCCURS 5000 TIMES.
               05  WK-YTD-ID            PIC  X(005).
               05  WK-YTD-NAME          PIC  X(030).
               05  WK-YTD-GROSS         PIC  9(009)V99.
               05  WK-YTD-OVERTIME      PIC  9(009)V99.
               05  WK-YTD-TAX           PIC  9(009)V99.
               05  WK-YTD-NET           PIC  9(009)V99.
               05  WK-YTD-LAST          PIC  X(006).

      *-----------------------------------------------------------------
      *  BẢNG KHOẢN ĐÃ TRẢ NGOÀI KỲ - NẠP TỪ OFFLOG.txt, CỘNG THÊM
      *  CÁC DÒNG TRẢ TRONG RUN NÀY
      *-----------------------------------------------------------------
       01  WK-OL-MAX                    PIC  9(004) VALUE 5000.
       01  WK-OL-CNT                    PIC  9(004) VALUE ZERO.
       01  WK-OL-IX                     PIC  9(004).
       01  WK-OL-FOUND                  PIC  X(001).
       01  WK-OL-TABLE.
           03  WK-OL-ENTRY              OCCURS 5000 TIMES.
               05  WK-OL-ID             PIC  X(005).
               05  WK-OL-PERIOD         PIC  X(006).
               05  WK-OL-REASON         PIC  X(030).

      *-----------------------------------------------------------------
      *  CÁC DÒNG BẢNG KIỂM SOÁT OFFRPT.txt
      *-----------------------------------------------------------------
       01  WK-RPT-TITLE.
           03  FILLER                   PIC  X(030)
               VALUE "OFF-CYCLE PAYMENT RUN  PERIOD ".
           03  WK-RPT-PERIOD            PIC  X(006).
           03  FILLER                   PIC  X(012)
                                        VALUE "  RUN DATE: ".
           03  WK-RPT-DATE              PIC  X(008).
       01  WK-RPT-HEADER.
           03  FILLER                   PIC  X(057)
               VALUE "EMP   NAME                           REASON".
           03  FILLER                   PIC  X(038)
               VALUE "       GROSS          TAX          NET".
           03  FILLER                   PIC  X(022) VALUE " RESULT".
       01  WK-RPT-DETAIL.
           03  WK-RD-EMP-ID             PIC  X(005).
           03  FILLER                   PIC  X(001) VALUE SPACE.
           03  WK-RD-NAME               PIC  X(030).
           03  FILLER                   PIC  X(001) VALUE SPACE.
           03  WK-RD-REASON             PIC  X(020).
           03  WK-RD-GROSS              PIC  Z,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(001) VALUE SPACE.
           03  WK-RD-TAX                PIC  Z,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(001) VALUE SPACE.
           03  WK-RD-NET                PIC  Z,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(001) VALUE SPACE.
           03  WK-RD-RESULT             PIC  X(021).
       01  WK-RPT-TOTAL.
           03  FILLER                   PIC  X(015)
                                        VALUE "TOT PAID       ".
           03  WK-RT-PAID               PIC  ZZZZ9.
           03  FILLER                   PIC  X(036) VALUE SPACE.
           03  WK-RT-GROSS              PIC  ZZ,ZZZ,ZZ9.99.
           03  WK-RT-TAX                PIC  ZZ,ZZZ,ZZ9.99.
           03  WK-RT-NET                PIC  ZZ,ZZZ,ZZ9.99.
       01  WK-RPT-REJECTS.
           03  FILLER                   PIC  X(015)
                                        VALUE "TOT REJECTED   ".
           03  WK-RT-REJECTED           PIC  ZZZZ9.
       01  WK-RPT-BANK.
           03  FILLER                   PIC  X(015)
                                        VALUE "BANK BATCH     ".
           03  WK-RT-XFER-COUNT         PIC  ZZZZZZ9.
           03  FILLER                   PIC  X(011)
                                        VALUE " TRANSFERS ".
           03  WK-RT-XFER-TOTAL         PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(012)
                                        VALUE "  NOT SENT: ".
           03  WK-RT-EXC-COUNT          PIC  ZZZZ9.

      *-----------------------------------------------------------------
      *  CÁC DÒNG PHIẾU LƯƠNG - CÙNG KHUÔN PAYSLIP.txt
      *-----------------------------------------------------------------
       01  WK-PS-SEPARATOR              PIC  X(064) VALUE ALL "=".
       01  WK-PS-HEADER.
           03  FILLER                   PIC  X(017)
                                        VALUE "PAYSLIP   PERIOD ".
           03  WK-PS-PERIOD             PIC  X(006).
           03  FILLER                   PIC  X(010) VALUE SPACE.
           03  FILLER                   PIC  X(007) VALUE "EMP ID ".
           03  WK-PS-EMP-ID             PIC  X(005).
       01  WK-PS-OFFCYC-LINE.
           03  FILLER                   PIC  X(020)
                                        VALUE "OFF-CYCLE PAYMENT - ".
           03  WK-PS-REASON             PIC  X(030).
       01  WK-PS-NAME-LINE.
           03  FILLER                   PIC  X(010) VALUE "NAME:     ".
           03  WK-PS-NAME               PIC  X(030).
       01  WK-PS-AMOUNT-LINE.
           03  FILLER                   PIC  X(010) VALUE "GROSS:    ".
           03  WK-PS-GROSS              PIC  Z,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(006) VALUE "  TAX:".
           03  WK-PS-TAX                PIC  Z,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(006) VALUE "  NET:".
           03  WK-PS-NET                PIC  Z,ZZZ,ZZ9.99.

      *=================================================================
       PROCEDURE                        DIVISION.
      *=================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-LINE THRU 2000-EXIT
               UNTIL WK-OFFCYC-EOF = 'Y'.
           PERFORM 7200-WRITE-BANK-TOTAL.
           PERFORM 8000-WRITE-RPT-TOTAL.
           PERFORM 8500-WRITE-GL.
           PERFORM 8900-WRITE-YTD.
           PERFORM 9999-FINALIZE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  1000-INITIALIZE - Tham số, master, bảng thuế, tài khoản, YTD,
      *  nhật ký đã trả, tài khoản thuế sổ cái; mở các file kết quả
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WK-PAY-PERIOD          FROM ENVIRONMENT
                  'EMPOFFCYC_PAY_PERIOD'.
           IF WK-PAY-PERIOD = SPACE
           OR WK-PAY-PERIOD IS NOT NUMERIC
               MOVE "EMPOFFCYC_PAY_PERIOD (YYYYMM) REQUIRED"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           ACCEPT WK-TODAY               FROM DATE YYYYMMDD.
           OPEN INPUT OFFCYC-FILE.
           IF WK-OFFCYC-STATUS NOT = "00"
               MOVE "OFFCYC.txt NOT AVAILABLE - NOTHING TO PAY"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WK-MASTER-STATUS NOT = "00"
               MOVE SPACES               TO WK-ABORT-MSG
               STRING "EMPLOYEE-MASTER.DAT NOT AVAILABLE (STATUS "
                                         DELIMITED BY SIZE
                      WK-MASTER-STATUS   DELIMITED BY SIZE
                      ")"                DELIMITED BY SIZE
                   INTO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           PERFORM 1350-LOAD-TAX-TABLE.
           PERFORM 1600-LOAD-BANKACCT.
           PERFORM 1700-LOAD-YTD.
           PERFORM 1800-LOAD-OFFLOG.
           PERFORM 1900-LOAD-GLMAP.
           OPEN EXTEND OFFLOG-FILE.
           IF WK-OFFLOG-STATUS = "05" OR WK-OFFLOG-STATUS = "35"
               OPEN OUTPUT OFFLOG-FILE
           END-IF.
           OPEN OUTPUT OD01 OD02 OD03 OD04.
           MOVE WK-PAY-PERIOD            TO WK-RPT-PERIOD.
           MOVE WK-TODAY                 TO WK-RPT-DATE.
           WRITE OUT-RPT-LINE            FROM WK-RPT-TITLE.
           WRITE OUT-RPT-LINE            FROM WK-RPT-HEADER.
           MOVE 'N'                      TO WK-OFFCYC-EOF.
           PERFORM 1100-READ-OFFCYC.

      *-----------------------------------------------------------------
       1100-READ-OFFCYC.
           READ OFFCYC-FILE
               AT END MOVE 'Y' TO WK-OFFCYC-EOF
           END-READ.

      *-----------------------------------------------------------------
      *  1350-LOAD-TAX-TABLE - Bảng bậc mặc định giống run ghép lương,
      *  thay bằng nội dung TAXBRKT.txt nếu file có mặt
      *-----------------------------------------------------------------
       1350-LOAD-TAX-TABLE.
           MOVE 1000.00                  TO WK-TB-UPPER (1).
           MOVE 0.050                    TO WK-TB-RATE (1).
           MOVE 5000.00                  TO WK-TB-UPPER (2).
           MOVE 0.100                    TO WK-TB-RATE (2).
           MOVE 9999999.99               TO WK-TB-UPPER (3).
           MOVE 0.200                    TO WK-TB-RATE (3).
           MOVE 3                        TO WK-TAX-BRACKET-CNT.
           MOVE 'N'                      TO WK-EOF.
           OPEN INPUT TAXBRKT-FILE.
           IF WK-TAXBRKT-STATUS = "35"
               CLOSE TAXBRKT-FILE
           ELSE
               MOVE ZERO                 TO WK-TAX-BRACKET-CNT
               PERFORM 1360-READ-TAXBRKT
               PERFORM 1370-STORE-TAXBRKT
                   UNTIL WK-EOF = 'Y'
               CLOSE TAXBRKT-FILE
               IF WK-TAX-BRACKET-CNT = ZERO
                   MOVE "TAXBRKT.txt PRESENT BUT EMPTY"
                                         TO WK-ABORT-MSG
                   PERFORM 9100-ABORT-RUN
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       1360-READ-TAXBRKT.
           READ TAXBRKT-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       1370-STORE-TAXBRKT.
           IF WK-TAX-BRACKET-CNT < WK-TAX-BRACKET-MAX
               ADD 1                     TO WK-TAX-BRACKET-CNT
               MOVE TB-UPPER             TO WK-TB-UPPER
                                            (WK-TAX-BRACKET-CNT)
               MOVE TB-RATE              TO WK-TB-RATE
                                            (WK-TAX-BRACKET-CNT)
           END-IF.
           PERFORM 1360-READ-TAXBRKT.

      *-----------------------------------------------------------------
      *  1600-LOAD-BANKACCT - Nạp master tài khoản ngân hàng (nếu có)
      *-----------------------------------------------------------------
       1600-LOAD-BANKACCT.
           MOVE 'N'                      TO WK-EOF.
           OPEN INPUT BANKACCT-FILE.
           IF WK-BANKACCT-STATUS = "35"
               CLOSE BANKACCT-FILE
               DISPLAY "*** WARNING: BANKACCT.txt NOT AVAILABLE - "
                   "ALL TRANSFERS WILL BE REPORTED AS EXCEPTIONS ***"
           ELSE
               PERFORM 1610-READ-BANKACCT
               PERFORM 1620-STORE-BANKACCT
                   UNTIL WK-EOF = 'Y'
               CLOSE BANKACCT-FILE
           END-IF.

      *-----------------------------------------------------------------
       1610-READ-BANKACCT.
           READ BANKACCT-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       1620-STORE-BANKACCT.
           IF WK-BANK-CNT >= WK-BANK-MAX
               MOVE "BANKACCT.txt EXCEEDS THE ACCOUNT TABLE"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           ADD 1                         TO WK-BANK-CNT.
           MOVE BA-EMP-ID                TO WK-BANK-ID (WK-BANK-CNT).
           MOVE BA-BANK-CODE             TO WK-BANK-CODE (WK-BANK-CNT).
           MOVE BA-BRANCH-CODE           TO WK-BANK-BRANCH
                                            (WK-BANK-CNT).
           MOVE BA-ACCOUNT-NO            TO WK-BANK-ACCOUNT
                                            (WK-BANK-CNT).
           MOVE BA-ACCOUNT-NAME          TO WK-BANK-ACCT-NAME
                                            (WK-BANK-CNT).
           MOVE BA-STATUS                TO WK-BANK-STATUS
                                            (WK-BANK-CNT).
           PERFORM 1610-READ-BANKACCT.

      *-----------------------------------------------------------------
      *  1700-LOAD-YTD - Nạp master lũy kế YTD.txt (nếu có)
      *-----------------------------------------------------------------
       1700-LOAD-YTD.
           MOVE 'N'                      TO WK-EOF.
           OPEN INPUT YTD-FILE.
           IF WK-YTD-STATUS = "35"
               CLOSE YTD-FILE
           ELSE
               PERFORM 1710-READ-YTD
               PERFORM 1720-STORE-YTD
                   UNTIL WK-EOF = 'Y'
               CLOSE YTD-FILE
           END-IF.

      *-----------------------------------------------------------------
       1710-READ-YTD.
           READ YTD-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       1720-STORE-YTD.
           IF WK-YTD-COUNT >= WK-YTD-MAX
               MOVE "YTD.txt EXCEEDS THE YTD TABLE"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           ADD 1                         TO WK-YTD-COUNT.
           MOVE YTD-EMP-ID               TO WK-YTD-ID (WK-YTD-COUNT).
           MOVE YTD-EMP-NAME             TO WK-YTD-NAME (WK-YTD-COUNT).
           MOVE YTD-GROSS-SALARY         TO WK-YTD-GROSS (WK-YTD-COUNT).
           MOVE YTD-OVERTIME-AMOUNT      TO WK-YTD-OVERTIME
                                            (WK-YTD-COUNT).
           MOVE YTD-TAX                  TO WK-YTD-TAX (WK-YTD-COUNT).
           MOVE YTD-NET-SALARY           TO WK-YTD-NET (WK-YTD-COUNT).
           MOVE YTD-LAST-PERIOD          TO WK-YTD-LAST (WK-YTD-COUNT).
           PERFORM 1710-READ-YTD.

      *-----------------------------------------------------------------
      *  1800-LOAD-OFFLOG - Các khoản đã trả ngoài kỳ ở run trước
      *-----------------------------------------------------------------
       1800-LOAD-OFFLOG.
           MOVE 'N'                      TO WK-EOF.
           OPEN INPUT OFFLOG-FILE.
           IF WK-OFFLOG-STATUS = "35"
               CLOSE OFFLOG-FILE
           ELSE
               PERFORM 1810-READ-OFFLOG
               PERFORM 1820-STORE-OFFLOG
                   UNTIL WK-EOF = 'Y'
               CLOSE OFFLOG-FILE
           END-IF.

      *-----------------------------------------------------------------
       1810-READ-OFFLOG.
           READ OFFLOG-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       1820-STORE-OFFLOG.
           IF WK-OL-CNT >= WK-OL-MAX
               MOVE "OFFLOG.txt EXCEEDS THE PAYMENT LOG TABLE"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           ADD 1                         TO WK-OL-CNT.
           MOVE OL-EMP-ID                TO WK-OL-ID (WK-OL-CNT).
           MOVE OL-PERIOD                TO WK-OL-PERIOD (WK-OL-CNT).
           MOVE OL-REASON                TO WK-OL-REASON (WK-OL-CNT).
           PERFORM 1810-READ-OFFLOG.

      *-----------------------------------------------------------------
      *  1900-LOAD-GLMAP - Tài khoản chi phí thuế (TX+) và phải trả
      *  thuế (TXL); thiếu thì dừng trước khi trả
      *-----------------------------------------------------------------
       1900-LOAD-GLMAP.
           OPEN INPUT GLMAP-FILE.
           IF WK-GLMAP-STATUS NOT = "00"
               MOVE "GLMAP.txt NOT AVAILABLE" TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           MOVE 'N'                      TO WK-EOF.
           PERFORM 1910-READ-GLMAP.
           PERFORM 1920-STORE-GLMAP
               UNTIL WK-EOF = 'Y'.
           CLOSE GLMAP-FILE.
           IF WK-ACCT-TAXEXP = SPACE
           OR WK-ACCT-TAXLIA = SPACE
               MOVE "GLMAP.txt MISSING TX+/TXL ACCOUNT ROWS"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.

      *-----------------------------------------------------------------
       1910-READ-GLMAP.
           READ GLMAP-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       1920-STORE-GLMAP.
           EVALUATE GM-DEPT-CODE
               WHEN "TX+"
                   MOVE GM-ACCOUNT       TO WK-ACCT-TAXEXP
               WHEN "TXL"
                   MOVE GM-ACCOUNT       TO WK-ACCT-TAXLIA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           PERFORM 1910-READ-GLMAP.

      *-----------------------------------------------------------------
      *  2000-PROCESS-LINE - Kiểm tra một dòng OFFCYC.txt; dòng hợp lệ
      *  thì trả, dòng lỗi chỉ ghi vào bảng kiểm soát
      *-----------------------------------------------------------------
       2000-PROCESS-LINE.
           ADD 1                         TO WK-READ-COUNT.
           MOVE SPACES                   TO WK-OC-NAME.
           MOVE SPACES                   TO WK-OC-RESULT.
           MOVE ZERO                     TO WK-OC-TAX WK-OC-NET.
           PERFORM 2100-EDIT-LINE THRU 2100-EXIT.
           IF WK-OC-RESULT NOT = SPACE
               ADD 1                     TO WK-REJECT-COUNT
               PERFORM 6900-WRITE-RPT-DETAIL
               GO TO 2000-NEXT
           END-IF.
           COMPUTE WK-OC-NET = OC-GROSS - WK-OC-TAX.
           PERFORM 7000-WRITE-BANK-XFER.
           PERFORM 6000-WRITE-PAYSLIP.
           PERFORM 8200-ACCUM-YTD THRU 8200-EXIT.
           PERFORM 8400-WRITE-LOG.
           ADD 1                         TO WK-PAID-COUNT.
           ADD OC-GROSS                  TO WK-TOT-GROSS.
           ADD WK-OC-TAX                 TO WK-TOT-TAX.
           ADD WK-OC-NET                 TO WK-TOT-NET.
           MOVE WK-OC-PAYMENT            TO WK-OC-RESULT.
           PERFORM 6900-WRITE-RPT-DETAIL.

       2000-NEXT.
           PERFORM 1100-READ-OFFCYC.

       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  2100-EDIT-LINE - Employee có trên master và chưa thôi việc,
      *  số tiền hợp lệ, chưa trả cùng lý do trong kỳ; thuế trống thì
      *  tính theo bảng bậc
      *-----------------------------------------------------------------
       2100-EDIT-LINE.
           IF OC-EMP-ID IS NOT NUMERIC
               MOVE "NOT ON MASTER"      TO WK-OC-RESULT
               GO TO 2100-EXIT
           END-IF.
           MOVE OC-EMP-ID                TO WK-EMP-ID-9.
           IF WK-EMP-ID-9 > 9999
               MOVE "NOT ON MASTER"      TO WK-OC-RESULT
               GO TO 2100-EXIT
           END-IF.
           MOVE WK-EMP-ID-9              TO EM-EMP-ID.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "NOT ON MASTER"  TO WK-OC-RESULT
                   GO TO 2100-EXIT
           END-READ.
           MOVE EM-EMP-NAME              TO WK-OC-NAME.
           IF EM-EMP-STATUS = "T"
               MOVE "TERMINATED"         TO WK-OC-RESULT
               GO TO 2100-EXIT
           END-IF.
           IF OC-GROSS IS NOT NUMERIC
           OR OC-GROSS = ZERO
               MOVE "INVALID GROSS"      TO WK-OC-RESULT
               GO TO 2100-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN OC-TAX-X = SPACE
                   PERFORM 5100-CALC-EXPECTED-TAX
                   MOVE WK-TAX-EXPECTED  TO WK-OC-TAX
               WHEN OC-TAX IS NOT NUMERIC
                   MOVE "INVALID TAX"    TO WK-OC-RESULT
                   GO TO 2100-EXIT
               WHEN OTHER
                   MOVE OC-TAX           TO WK-OC-TAX
           END-EVALUATE.
           IF WK-OC-TAX > OC-GROSS
               MOVE "TAX EXCEEDS GROSS"  TO WK-OC-RESULT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-CHECK-LOG.
           IF WK-OL-FOUND = 'Y'
               MOVE "ALREADY PAID"       TO WK-OC-RESULT
           END-IF.

       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2200-CHECK-LOG.
           MOVE 'N'                      TO WK-OL-FOUND.
           MOVE 1                        TO WK-OL-IX.
           PERFORM 2210-SEARCH-LOG
               UNTIL WK-OL-IX > WK-OL-CNT
               OR WK-OL-FOUND = 'Y'.

      *-----------------------------------------------------------------
       2210-SEARCH-LOG.
           IF WK-OL-ID (WK-OL-IX) = OC-EMP-ID
           AND WK-OL-PERIOD (WK-OL-IX) = WK-PAY-PERIOD
           AND WK-OL-REASON (WK-OL-IX) = OC-REASON
               MOVE 'Y'                  TO WK-OL-FOUND
           ELSE
               ADD 1                     TO WK-OL-IX
           END-IF.

      *-----------------------------------------------------------------
      *  5100-CALC-EXPECTED-TAX - Thuế lũy tiến từng phần theo bảng bậc
      *-----------------------------------------------------------------
       5100-CALC-EXPECTED-TAX.
           MOVE ZERO                     TO WK-TAX-EXPECTED.
           MOVE ZERO                     TO WK-TAX-LOWER.
           MOVE 1                        TO WK-TAX-BX.
           PERFORM 5200-ADD-BRACKET-TAX
               UNTIL WK-TAX-BX > WK-TAX-BRACKET-CNT
               OR WK-TAX-LOWER >= OC-GROSS.

      *-----------------------------------------------------------------
       5200-ADD-BRACKET-TAX.
           IF OC-GROSS > WK-TB-UPPER (WK-TAX-BX)
               COMPUTE WK-TAX-PORTION =
                   WK-TB-UPPER (WK-TAX-BX) - WK-TAX-LOWER
           ELSE
               COMPUTE WK-TAX-PORTION =
                   OC-GROSS - WK-TAX-LOWER
           END-IF.
           COMPUTE WK-TAX-EXPECTED ROUNDED =
               WK-TAX-EXPECTED
               + WK-TAX-PORTION * WK-TB-RATE (WK-TAX-BX).
           MOVE WK-TB-UPPER (WK-TAX-BX)  TO WK-TAX-LOWER.
           ADD 1                         TO WK-TAX-BX.

      *-----------------------------------------------------------------
      *  6000-WRITE-PAYSLIP - Khối phiếu lương ngoài kỳ, cùng khuôn
      *  PAYSLIP.txt
      *-----------------------------------------------------------------
       6000-WRITE-PAYSLIP.
           WRITE OUT-PAYSLIP-LINE        FROM WK-PS-SEPARATOR.
           MOVE WK-PAY-PERIOD            TO WK-PS-PERIOD.
           MOVE OC-EMP-ID                TO WK-PS-EMP-ID.
           WRITE OUT-PAYSLIP-LINE        FROM WK-PS-HEADER.
           MOVE OC-REASON                TO WK-PS-REASON.
           WRITE OUT-PAYSLIP-LINE        FROM WK-PS-OFFCYC-LINE.
           MOVE WK-OC-NAME               TO WK-PS-NAME.
           WRITE OUT-PAYSLIP-LINE        FROM WK-PS-NAME-LINE.
           MOVE OC-GROSS                 TO WK-PS-GROSS.
           MOVE WK-OC-TAX                TO WK-PS-TAX.
           MOVE WK-OC-NET                TO WK-PS-NET.
           WRITE OUT-PAYSLIP-LINE        FROM WK-PS-AMOUNT-LINE.
           WRITE OUT-PAYSLIP-LINE        FROM WK-PS-SEPARATOR.

      *-----------------------------------------------------------------
      *  6900-WRITE-RPT-DETAIL - Một dòng bảng kiểm soát (kết quả trả
      *  hoặc lý do từ chối)
      *-----------------------------------------------------------------
       6900-WRITE-RPT-DETAIL.
           MOVE OC-EMP-ID                TO WK-RD-EMP-ID.
           MOVE WK-OC-NAME               TO WK-RD-NAME.
           MOVE OC-REASON                TO WK-RD-REASON.
           IF OC-GROSS IS NUMERIC
               MOVE OC-GROSS             TO WK-RD-GROSS
           ELSE
               MOVE ZERO                 TO WK-RD-GROSS
           END-IF.
           MOVE WK-OC-TAX                TO WK-RD-TAX.
           MOVE WK-OC-NET                TO WK-RD-NET.
           MOVE WK-OC-RESULT             TO WK-RD-RESULT.
           WRITE OUT-RPT-LINE            FROM WK-RPT-DETAIL.

      *-----------------------------------------------------------------
      *  7000-WRITE-BANK-XFER - Chuyển khoản theo chi tiết tài khoản đã
      *  duyệt; không chuyển được thì ghi ngoại lệ
      *-----------------------------------------------------------------
       7000-WRITE-BANK-XFER.
           MOVE 'N'                      TO WK-BANK-FOUND.
           MOVE 1                        TO WK-BANK-IX.
           PERFORM 7100-SEARCH-BANKACCT
               UNTIL WK-BANK-IX > WK-BANK-CNT
               OR WK-BANK-FOUND = 'Y'.
           EVALUATE TRUE
               WHEN WK-BANK-FOUND = 'N'
                   MOVE "NO ACCOUNT ON FILE"
                                         TO BX-REASON
                   PERFORM 7050-WRITE-BANKEXC
               WHEN WK-BANK-STATUS (WK-BANK-IX) = 'S'
                   MOVE "ACCOUNT SUSPENDED"
                                         TO BX-REASON
                   PERFORM 7050-WRITE-BANKEXC
               WHEN WK-BANK-ACCOUNT (WK-BANK-IX) = SPACE
                   MOVE "PENDING APPROVAL"
                                         TO BX-REASON
                   PERFORM 7050-WRITE-BANKEXC
               WHEN OTHER
                   MOVE 'D'              TO XFER-TYPE
                   MOVE WK-BANK-CODE (WK-BANK-IX)
                                         TO XFER-BANK-CODE
                   MOVE WK-BANK-BRANCH (WK-BANK-IX)
                                         TO XFER-BRANCH-CODE
                   MOVE WK-BANK-ACCOUNT (WK-BANK-IX)
                                         TO XFER-ACCOUNT-NO
                   MOVE WK-BANK-ACCT-NAME (WK-BANK-IX)
                                         TO XFER-ACCOUNT-NAME
                   MOVE WK-OC-NET        TO XFER-AMOUNT
                   MOVE WK-PAY-PERIOD    TO XFER-PAY-PERIOD
                   WRITE OUT-BANK-REC
                   ADD 1                 TO WK-XFER-COUNT
                   ADD WK-OC-NET         TO WK-XFER-TOTAL
                   MOVE "PAID - TRANSFER"
                                         TO WK-OC-PAYMENT
           END-EVALUATE.

      *-----------------------------------------------------------------
       7050-WRITE-BANKEXC.
           MOVE OC-EMP-ID                TO BX-EMP-ID.
           MOVE WK-OC-NAME               TO BX-EMP-NAME.
           MOVE WK-OC-NET                TO BX-NET-SALARY.
           WRITE OUT-BANKEXC-REC.
           ADD 1                         TO WK-EXC-COUNT.
           MOVE "PAID - NOT SENT"        TO WK-OC-PAYMENT.

      *-----------------------------------------------------------------
       7100-SEARCH-BANKACCT.
           IF WK-BANK-ID (WK-BANK-IX) = OC-EMP-ID
               MOVE 'Y'                  TO WK-BANK-FOUND
           ELSE
               ADD 1                     TO WK-BANK-IX
           END-IF.

      *-----------------------------------------------------------------
      *  7200-WRITE-BANK-TOTAL - Record kiểm soát tổng batch cho
      *  ngân hàng
      *-----------------------------------------------------------------
       7200-WRITE-BANK-TOTAL.
           MOVE SPACES                   TO OUT-BANK-REC.
           MOVE 'T'                      TO XFER-TYPE.
           MOVE WK-XFER-COUNT            TO XFER-ACCOUNT-NO.
           MOVE WK-XFER-TOTAL            TO XFER-AMOUNT.
           MOVE WK-PAY-PERIOD            TO XFER-PAY-PERIOD.
           WRITE OUT-BANK-REC.

      *-----------------------------------------------------------------
      *  8000-WRITE-RPT-TOTAL - Dòng tổng của bảng kiểm soát
      *-----------------------------------------------------------------
       8000-WRITE-RPT-TOTAL.
           MOVE WK-PAID-COUNT            TO WK-RT-PAID.
           MOVE WK-TOT-GROSS             TO WK-RT-GROSS.
           MOVE WK-TOT-TAX               TO WK-RT-TAX.
           MOVE WK-TOT-NET               TO WK-RT-NET.
           WRITE OUT-RPT-LINE            FROM WK-RPT-TOTAL.
           MOVE WK-REJECT-COUNT          TO WK-RT-REJECTED.
           WRITE OUT-RPT-LINE            FROM WK-RPT-REJECTS.
           MOVE WK-XFER-COUNT            TO WK-RT-XFER-COUNT.
           MOVE WK-XFER-TOTAL            TO WK-RT-XFER-TOTAL.
           MOVE WK-EXC-COUNT             TO WK-RT-EXC-COUNT.
           WRITE OUT-RPT-LINE            FROM WK-RPT-BANK.

      *-----------------------------------------------------------------
      *  8200-ACCUM-YTD - Cộng khoản trả ngoài kỳ vào lũy kế
      *-----------------------------------------------------------------
       8200-ACCUM-YTD.
           MOVE 'N'                      TO WK-YTD-FOUND.
           MOVE 1                        TO WK-YTD-IX.
           PERFORM 8300-SEARCH-YTD
               UNTIL WK-YTD-IX > WK-YTD-COUNT
               OR WK-YTD-FOUND = 'Y'.
           IF WK-YTD-FOUND = 'N'
               IF WK-YTD-COUNT >= WK-YTD-MAX
                   DISPLAY "*** WARNING: YTD TABLE FULL - EMP "
                       OC-EMP-ID " NOT POSTED TO YTD.txt ***"
                   GO TO 8200-EXIT
               END-IF
               ADD 1                     TO WK-YTD-COUNT
               MOVE WK-YTD-COUNT         TO WK-YTD-IX
               MOVE OC-EMP-ID            TO WK-YTD-ID (WK-YTD-IX)
               MOVE WK-OC-NAME           TO WK-YTD-NAME (WK-YTD-IX)
               MOVE ZERO                 TO WK-YTD-GROSS (WK-YTD-IX)
                                            WK-YTD-OVERTIME (WK-YTD-IX)
                                            WK-YTD-TAX (WK-YTD-IX)
                                            WK-YTD-NET (WK-YTD-IX)
               MOVE WK-PAY-PERIOD        TO WK-YTD-LAST (WK-YTD-IX)
           END-IF.
           ADD OC-GROSS                  TO WK-YTD-GROSS (WK-YTD-IX).
           ADD WK-OC-TAX                 TO WK-YTD-TAX (WK-YTD-IX).
           ADD WK-OC-NET                 TO WK-YTD-NET (WK-YTD-IX).
           IF WK-PAY-PERIOD > WK-YTD-LAST (WK-YTD-IX)
               MOVE WK-PAY-PERIOD        TO WK-YTD-LAST (WK-YTD-IX)
           END-IF.

       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       8300-SEARCH-YTD.
           IF WK-YTD-ID (WK-YTD-IX) = OC-EMP-ID
               MOVE 'Y'                  TO WK-YTD-FOUND
           ELSE
               ADD 1                     TO WK-YTD-IX
           END-IF.

      *-----------------------------------------------------------------
      *  8400-WRITE-LOG - Ghi nhật ký và đưa vào bảng để dòng trùng
      *  trong cùng file OFFCYC.txt cũng bị chặn
      *-----------------------------------------------------------------
       8400-WRITE-LOG.
           MOVE OC-EMP-ID                TO OL-EMP-ID.
           MOVE WK-PAY-PERIOD            TO OL-PERIOD.
           MOVE OC-REASON                TO OL-REASON.
           MOVE WK-TODAY                 TO OL-RUN-DATE.
           MOVE OC-GROSS                 TO OL-GROSS.
           MOVE WK-OC-TAX                TO OL-TAX.
           MOVE WK-OC-NET                TO OL-NET.
           WRITE OFFLOG-REC.
           IF WK-OL-CNT < WK-OL-MAX
               ADD 1                     TO WK-OL-CNT
               MOVE OC-EMP-ID            TO WK-OL-ID (WK-OL-CNT)
               MOVE WK-PAY-PERIOD        TO WK-OL-PERIOD (WK-OL-CNT)
               MOVE OC-REASON            TO WK-OL-REASON (WK-OL-CNT)
           END-IF.

      *-----------------------------------------------------------------
      *  8500-WRITE-GL - Bút toán thuế của run: nợ chi phí thuế, có
      *  phải trả thuế, ghi nối vào OFFGLJRNL.txt
      *-----------------------------------------------------------------
       8500-WRITE-GL.
           IF WK-TOT-TAX > ZERO
               OPEN EXTEND OD05
               IF WK-OFFGL-STATUS = "05" OR WK-OFFGL-STATUS = "35"
                   OPEN OUTPUT OD05
               END-IF
               MOVE SPACES               TO OUT-JRNL-REC
               MOVE "DR"                 TO JR-TYPE
               MOVE WK-ACCT-TAXEXP       TO JR-ACCOUNT
               MOVE WK-TOT-TAX           TO JR-AMOUNT
               MOVE "OFFCYC TAX EXPENSE" TO JR-DESC
               MOVE WK-PAY-PERIOD        TO JR-PERIOD
               WRITE OUT-JRNL-REC
               MOVE "CR"                 TO JR-TYPE
               MOVE WK-ACCT-TAXLIA       TO JR-ACCOUNT
               MOVE "OFFCYC TAX LIABILITY"
                                         TO JR-DESC
               WRITE OUT-JRNL-REC
               CLOSE OD05
           END-IF.

      *-----------------------------------------------------------------
      *  8900-WRITE-YTD - Ghi lại master lũy kế
      *-----------------------------------------------------------------
       8900-WRITE-YTD.
           IF WK-PAID-COUNT > ZERO
               OPEN OUTPUT YTD-FILE
               MOVE 1                    TO WK-YTD-IX
               PERFORM 8950-WRITE-YTD-ENTRY
                   UNTIL WK-YTD-IX > WK-YTD-COUNT
               CLOSE YTD-FILE
           END-IF.

      *-----------------------------------------------------------------
       8950-WRITE-YTD-ENTRY.
           MOVE WK-YTD-ID (WK-YTD-IX)    TO YTD-EMP-ID.
           MOVE WK-YTD-NAME (WK-YTD-IX)  TO YTD-EMP-NAME.
           MOVE WK-YTD-GROSS (WK-YTD-IX) TO YTD-GROSS-SALARY.
           MOVE WK-YTD-OVERTIME (WK-YTD-IX)
                                         TO YTD-OVERTIME-AMOUNT.
           MOVE WK-YTD-TAX (WK-YTD-IX)   TO YTD-TAX.
           MOVE WK-YTD-NET (WK-YTD-IX)   TO YTD-NET-SALARY.
           MOVE WK-YTD-LAST (WK-YTD-IX)  TO YTD-LAST-PERIOD.
           WRITE YTD-REC.
           ADD 1                         TO WK-YTD-IX.

      *-----------------------------------------------------------------
       9100-ABORT-RUN.
           DISPLAY "*** EMPOFFCYCP0013 ABORTED: " WK-ABORT-MSG
               " ***".
           MOVE 16                       TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
       9999-FINALIZE.
           CLOSE OFFCYC-FILE EMPLOYEE-MASTER OFFLOG-FILE
                 OD01 OD02 OD03 OD04.
           DISPLAY "OFF-CYCLE PAYMENT RUN - PERIOD " WK-PAY-PERIOD.
           DISPLAY "LINES READ: " WK-READ-COUNT.
           DISPLAY "PAID: " WK-PAID-COUNT "  REJECTED: "
               WK-REJECT-COUNT.
           DISPLAY "TRANSFERS: " WK-XFER-COUNT " TOTAL " WK-XFER-TOTAL.
           DISPLAY "NOT SENT TO THE BANK: " WK-EXC-COUNT.
           IF WK-REJECT-COUNT > ZERO
           OR WK-EXC-COUNT > ZERO
               MOVE 4                    TO RETURN-CODE
           END-IF.
