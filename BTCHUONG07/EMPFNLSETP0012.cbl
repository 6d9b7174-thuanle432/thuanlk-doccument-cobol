       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      EMPFNLSETP0012.
      ******************************************************************
       AUTHOR.                          LE KIM THUAN.
       DATE-WRITTEN.                    2026/10/15.
       DATE-COMPILED.                   2026/10/15.
      *
      ******************************************************************
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program - final settlement run for
      *                     employees terminated in the pay period
      *                     (EMPFNLSET_PAY_PERIOD, required): master
      *                     status T with the termination date inside
      *                     the period.  Run after EMPSLRMATCHP0001.
      *                     Per employee the settlement is
      *                     - the final-period pay the match run held
      *                       back as TERMINATED on RESULT.txt
      *                       (RESULT-YYYYMM.txt once archived),
      *                     - the unused LEAVEMST.txt balance priced
      *                       at the master hourly rate (a negative
      *                       balance is recovered),
      *                     - every outstanding ADJUST.txt entry,
      *                     - less the outstanding LOANMST.txt
      *                       balances, as far as the pay covers them.
      *                     Recurring DEDUCT.txt lines are not taken
      *                     from the settlement; they are closed.  The
      *                     leave, adjustment and deduction entries
      *                     are removed from their files, loans are
      *                     rewritten with the balance left.  Output:
      *                     the settlement statement SETLSTMT.txt,
      *                     payslips SETLSLIP.txt (PAYSLIP.txt
      *                     layout), the bank batch SETLXFER.txt
      *                     (BANKXFER.txt layout with its own control
      *                     record) with SETLEXC.txt for employees
      *                     who cannot be paid by transfer, and the
      *                     amounts posted to YTD.txt.  Every settled
      *                     employee is logged on SETLLOG.txt and is
      *                     skipped if the run is repeated.  An
      *                     employee with a leave balance but no
      *                     hourly rate is held back untouched (RC 4).
      *                     A loan repaid from the settlement is
      *                     written with LN-LAST-AMOUNT zero so a
      *                     rerun of the match run does not add the
      *                     settlement repayment back to the balance.
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
           SELECT  EMPLOYEE-MASTER      ASSIGN       TO
                                        "EMPLOYEE-MASTER.DAT"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE  IS DYNAMIC
                                        RECORD KEY   IS EM-EMP-ID
                                        FILE STATUS  IS
                                        WK-MASTER-STATUS.

           SELECT  RESULT-FILE          ASSIGN       TO
                                        WK-RESULT-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-RESULT-STATUS.

           SELECT  LEAVEMST-FILE        ASSIGN       TO "LEAVEMST.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-LEAVEMST-STATUS.

           SELECT  ADJUST-FILE          ASSIGN       TO "ADJUST.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-ADJUST-STATUS.

           SELECT  DEDUCT-FILE          ASSIGN       TO "DEDUCT.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-DEDUCT-STATUS.

           SELECT  LOANMST-FILE         ASSIGN       TO "LOANMST.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-LOANMST-STATUS.

           SELECT  BANKACCT-FILE        ASSIGN       TO "BANKACCT.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-BANKACCT-STATUS.

           SELECT  YTD-FILE             ASSIGN       TO "YTD.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS WK-YTD-STATUS.

           SELECT  SETLLOG-FILE         ASSIGN       TO "SETLLOG.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-SETLLOG-STATUS.

           SELECT  OD01                 ASSIGN       TO "SETLSTMT.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  OD02                 ASSIGN       TO "SETLSLIP.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  OD03                 ASSIGN       TO "SETLXFER.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  OD04                 ASSIGN       TO "SETLEXC.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                             DIVISION.
       FILE                             SECTION.
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
      *-----------------------------------------------------------------
      *  LEAVEMST.txt - MASTER NGHỈ PHÉP (GIỜ TÍCH LŨY / ĐÃ NGHỈ)
      *-----------------------------------------------------------------
       FD  LEAVEMST-FILE.
       01  LEAVEMST-REC.
           03  LM-EMP-ID                PIC  X(005).
           03  LM-ACCRUED               PIC  9(004).
           03  LM-TAKEN                 PIC  9(004).
      *-----------------------------------------------------------------
      *  ADJUST.txt - CHÊNH LỆCH RETRO CÓ DẤU TỪ EMPSLRADJP0003
      *-----------------------------------------------------------------
       FD  ADJUST-FILE.
       01  ADJUST-REC.
           03  AD-EMP-ID                PIC  X(005).
           03  AD-PERIOD                PIC  X(006).
           03  AD-DIFF-GROSS            PIC S9(007)V99
                                        SIGN LEADING SEPARATE.
           03  AD-DIFF-TAX              PIC S9(007)V99
                                        SIGN LEADING SEPARATE.
           03  AD-DIFF-NET              PIC S9(007)V99
                                        SIGN LEADING SEPARATE.
      *-----------------------------------------------------------------
      *  DEDUCT.txt - MASTER KHOẢN KHẤU TRỪ ĐỊNH KỲ THEO EMP-ID
      *  (DD-TYPE: A = SỐ TIỀN, P = PHẦN TRĂM LƯƠNG GỘP)
      *-----------------------------------------------------------------
       FD  DEDUCT-FILE.
       01  DEDUCT-REC.
           03  DD-EMP-ID                PIC  X(005).
           03  DD-CODE                  PIC  X(004).
           03  DD-TYPE                  PIC  X(001).
           03  DD-VALUE                 PIC  9(007)V99.
      *-----------------------------------------------------------------
      *  LOANMST.txt - MASTER KHOẢN VAY / TẠM ỨNG LƯƠNG THEO EMP-ID
      *  (LN-LAST-PERIOD: KỲ GẦN NHẤT ĐÃ THU TIỀN TRẢ GÓP,
      *   LN-LAST-AMOUNT: SỐ TIỀN ĐÃ THU TRONG KỲ ĐÓ)
      *-----------------------------------------------------------------
       FD  LOANMST-FILE.
       01  LOANMST-REC.
           03  LN-EMP-ID                PIC  X(005).
           03  LN-LOAN-ID               PIC  X(004).
           03  LN-PRINCIPAL             PIC  9(007)V99.
           03  LN-INSTALLMENT           PIC  9(007)V99.
           03  LN-START-PERIOD          PIC  X(006).
           03  LN-BALANCE               PIC  9(007)V99.
           03  LN-LAST-PERIOD           PIC  X(006).
           03  LN-LAST-AMOUNT           PIC  9(007)V99.
           03  LN-LAST-AMOUNT-X         REDEFINES LN-LAST-AMOUNT
                                        PIC  X(009).
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
      *  SETLLOG.txt - NHẬT KÝ CÁC EMPLOYEE ĐÃ QUYẾT TOÁN
      *-----------------------------------------------------------------
       FD  SETLLOG-FILE.
       01  SETLLOG-REC.
           03  SL-EMP-ID                PIC  X(005).
           03  SL-PERIOD                PIC  X(006).
           03  SL-RUN-DATE              PIC  9(008).
           03  SL-NET                   PIC  9(009)V99.
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD01 - BẢN QUYẾT TOÁN THÔI VIỆC
      *-----------------------------------------------------------------
       FD  OD01.
       01  OUT-STMT-LINE                PIC  X(080).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD02 - PHIẾU LƯƠNG QUYẾT TOÁN GỬI NHÀ IN
      *-----------------------------------------------------------------
       FD  OD02.
       01  OUT-PAYSLIP-LINE             PIC  X(072).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD03 - FILE CHUYỂN KHOẢN QUYẾT TOÁN
      *  ('D' = CHI TIẾT, 'T' = RECORD KIỂM SOÁT TỔNG BATCH)
      *-----------------------------------------------------------------
       FD  OD03.
       01  OUT-BANK-REC.
           03  XFER-TYPE                PIC  X(001).
           03  XFER-BANK-CODE           PIC  X(004).
           03  XFER-BRANCH-CODE         PIC  X(004).
           03  XFER-ACCOUNT-NO          PIC  X(012).
           03  XFER-ACCOUNT-NAME        PIC  X(030).
           03  XFER-AMOUNT              PIC  9(009)V99.
           03  XFER-PAY-PERIOD          PIC  X(006).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD04 - NGOẠI LỆ KHÔNG CHUYỂN KHOẢN ĐƯỢC
      *-----------------------------------------------------------------
       FD  OD04.
       01  OUT-BANKEXC-REC.
           03  BX-EMP-ID                PIC  X(005).
           03  BX-EMP-NAME              PIC  X(030).
           03  BX-NET-SALARY            PIC  9(007)V99.
           03  BX-REASON                PIC  X(020).
      *=================================================================
      *=================================================================
       WORKING-STORAGE                  SECTION.
      *=================================================================
       01  WK-MASTER-STATUS             PIC  X(002).
       01  WK-RESULT-STATUS             PIC  X(002).
       01  WK-LEAVEMST-STATUS           PIC  X(002).
       01  WK-ADJUST-STATUS             PIC  X(002).
       01  WK-DEDUCT-STATUS             PIC  X(002).
       01  WK-LOANMST-STATUS            PIC  X(002).
       01  WK-BANKACCT-STATUS           PIC  X(002).
       01  WK-YTD-STATUS                PIC  X(002).
       01  WK-SETLLOG-STATUS            PIC  X(002).
       01  WK-EOF                       PIC  X(001).
       01  WK-ABORT-MSG                 PIC  X(060).

      *-----------------------------------------------------------------
      *  THAM SỐ - EMPFNLSET_PAY_PERIOD (YYYYMM)
      *-----------------------------------------------------------------
       01  WK-PAY-PERIOD                PIC  X(006) VALUE SPACE.
       01  WK-RESULT-NAME               PIC  X(020).
       01  WK-TODAY                     PIC  9(008).
       01  WK-TERM-DATE-X               PIC  X(008).
       01  WK-EMP-ID-9                  PIC  9(005).
       01  WK-EMP-ID                    PIC  X(005).

      *-----------------------------------------------------------------
      *  ĐẾM
      *-----------------------------------------------------------------
       01  WK-MASTER-EOF                PIC  X(001).
       01  WK-SETTLED-COUNT             PIC  9(005) VALUE ZERO.
       01  WK-SKIPPED-COUNT             PIC  9(005) VALUE ZERO.
       01  WK-HELD-COUNT                PIC  9(005) VALUE ZERO.
       01  WK-EXC-COUNT                 PIC  9(005) VALUE ZERO.
       01  WK-XFER-COUNT                PIC  9(007) VALUE ZERO.
       01  WK-XFER-TOTAL                PIC  9(009)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      *  BẢNG LƯƠNG KỲ CUỐI BỊ GIỮ LẠI (RESULT STATUS TERMINATED)
      *-----------------------------------------------------------------
       01  WK-FP-MAX                    PIC  9(004) VALUE 1000.
       01  WK-FP-CNT                    PIC  9(004) VALUE ZERO.
       01  WK-FP-IX                     PIC  9(004).
       01  WK-FP-FOUND                  PIC  X(001).
       01  WK-FP-TABLE.
           03  WK-FP-ENTRY              OCCURS 1000 TIMES.
               05  WK-FP-ID             PIC  X(005).
               05  WK-FP-GROSS          PIC  9(007)V99.
               05  WK-FP-OVERTIME       PIC  9(007)V99.
               05  WK-FP-TAX            PIC  9(007)V99.
               05  WK-FP-NET            PIC  9(007)V99.

      *-----------------------------------------------------------------
      *  BẢNG NGHỈ PHÉP - NẠP TỪ LEAVEMST.txt, GHI LẠI BỎ DÒNG ĐÃ ĐÓNG
      *-----------------------------------------------------------------
       01  WK-LV-MAX                    PIC  9(004) VALUE 5000.
       01  WK-LV-CNT                    PIC  9(004) VALUE ZERO.
       01  WK-LV-IX                     PIC  9(004).
       01  WK-LV-FOUND                  PIC  X(001).
       01  WK-LV-CHANGED                PIC  X(001) VALUE 'N'.
       01  WK-LV-TABLE.
           03  WK-LV-ENTRY              OCCURS 5000 TIMES.
               05  WK-LV-ID             PIC  X(005).
               05  WK-LV-ACCRUED        PIC  9(004).
               05  WK-LV-TAKEN          PIC  9(004).
               05  WK-LV-CLOSED         PIC  X(001).

      *-----------------------------------------------------------------
      *  BẢNG CHÊNH LỆCH RETRO - NẠP TỪ ADJUST.txt
      *-----------------------------------------------------------------
       01  WK-AJ-MAX                    PIC  9(004) VALUE 1000.
       01  WK-AJ-CNT                    PIC  9(004) VALUE ZERO.
       01  WK-AJ-IX                     PIC  9(004).
       01  WK-AJ-CHANGED                PIC  X(001) VALUE 'N'.
       01  WK-AJ-TABLE.
           03  WK-AJ-ENTRY              OCCURS 1000 TIMES.
               05  WK-AJ-ID             PIC  X(005).
               05  WK-AJ-PERIOD         PIC  X(006).
               05  WK-AJ-GROSS          PIC S9(007)V99.
               05  WK-AJ-TAX            PIC S9(007)V99.
               05  WK-AJ-NET            PIC S9(007)V99.
               05  WK-AJ-USED           PIC  X(001).

      *-----------------------------------------------------------------
      *  BẢNG KHẤU TRỪ ĐỊNH KỲ - NẠP TỪ DEDUCT.txt
      *-----------------------------------------------------------------
       01  WK-DED-MAX                   PIC  9(004) VALUE 5000.
       01  WK-DED-CNT                   PIC  9(004) VALUE ZERO.
       01  WK-DED-IX                    PIC  9(004).
       01  WK-DED-CHANGED               PIC  X(001) VALUE 'N'.
       01  WK-DED-TABLE.
           03  WK-DED-ENTRY             OCCURS 5000 TIMES.
               05  WK-DED-ID            PIC  X(005).
               05  WK-DED-CODE          PIC  X(004).
               05  WK-DED-TYPE          PIC  X(001).
               05  WK-DED-VALUE         PIC  9(007)V99.
               05  WK-DED-CLOSED        PIC  X(001).

      *-----------------------------------------------------------------
      *  BẢNG KHOẢN VAY - NẠP TỪ LOANMST.txt
      *-----------------------------------------------------------------
       01  WK-LN-MAX                    PIC  9(004) VALUE 5000.
       01  WK-LN-CNT                    PIC  9(004) VALUE ZERO.
       01  WK-LN-IX                     PIC  9(004).
       01  WK-LN-CHANGED                PIC  X(001) VALUE 'N'.
       01  WK-LN-TABLE.
           03  WK-LN-ENTRY              OCCURS 5000 TIMES.
               05  WK-LN-ID             PIC  X(005).
               05  WK-LN-LOAN           PIC  X(004).
               05  WK-LN-PRINCIPAL      PIC  9(007)V99.
               05  WK-LN-INSTALLMENT    PIC  9(007)V99.
               05  WK-LN-START          PIC  X(006).
               05  WK-LN-BALANCE        PIC  9(007)V99.
               05  WK-LN-LAST           PIC  X(006).
               05  WK-LN-LAST-AMT       PIC  X(009).
               05  WK-LN-TAKEN          PIC  9(007)V99.
       01  WK-LN-ONE                    PIC  9(007)V99.

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
      *  BẢNG EMPLOYEE ĐÃ QUYẾT TOÁN - NẠP TỪ SETLLOG.txt
      *-----------------------------------------------------------------
       01  WK-SL-MAX                    PIC  9(004) VALUE 5000.
       01  WK-SL-CNT                    PIC  9(004) VALUE ZERO.
       01  WK-SL-IX                     PIC  9(004).
       01  WK-SL-FOUND                  PIC  X(001).
       01  WK-SL-TABLE.
           03  WK-SL-ENTRY              OCCURS 5000 TIMES.
               05  WK-SL-ID             PIC  X(005).

      *-----------------------------------------------------------------
      *  SỐ QUYẾT TOÁN CỦA EMPLOYEE ĐANG XỬ LÝ
      *-----------------------------------------------------------------
       01  WK-SE-NAME                   PIC  X(030).
       01  WK-SE-FINAL-GROSS            PIC  9(007)V99.
       01  WK-SE-FINAL-OT               PIC  9(007)V99.
       01  WK-SE-FINAL-TAX              PIC  9(007)V99.
       01  WK-SE-FINAL-NET              PIC  9(007)V99.
       01  WK-SE-LEAVE-STATE            PIC  X(001).
           88  WK-SE-LEAVE-NONE         VALUE 'N'.
           88  WK-SE-LEAVE-PAID         VALUE 'P'.
           88  WK-SE-LEAVE-NO-RATE      VALUE 'R'.
       01  WK-SE-LEAVE-HRS              PIC S9(005).
       01  WK-SE-LEAVE-AMT              PIC S9(007)V99.
       01  WK-SE-ADJ-CNT                PIC  9(004).
       01  WK-SE-ADJ-GROSS              PIC S9(009)V99.
       01  WK-SE-ADJ-TAX                PIC S9(009)V99.
       01  WK-SE-ADJ-NET                PIC S9(009)V99.
       01  WK-SE-DED-CNT                PIC  9(004).
       01  WK-SE-LOAN-CNT               PIC  9(004).
       01  WK-SE-LOAN-TOTAL             PIC  9(009)V99.
       01  WK-SE-AVAILABLE              PIC S9(009)V99.
       01  WK-SE-SIGNED                 PIC S9(009)V99.
       01  WK-SE-GROSS                  PIC  9(009)V99.
       01  WK-SE-TAX                    PIC  9(009)V99.
       01  WK-SE-NET                    PIC  9(009)V99.
       01  WK-SE-OWED                   PIC  9(009)V99.
       01  WK-SE-YTD-GROSS              PIC S9(009)V99.
       01  WK-SE-YTD-NET                PIC S9(009)V99.
       01  WK-SE-PAYMENT                PIC  X(030).

      *-----------------------------------------------------------------
      *  CÁC DÒNG BẢN QUYẾT TOÁN
      *-----------------------------------------------------------------
       01  WK-ST-SEPARATOR              PIC  X(072) VALUE ALL "-".
       01  WK-ST-TITLE.
           03  FILLER                   PIC  X(033)
               VALUE "FINAL SETTLEMENT STATEMENT       ".
           03  FILLER                   PIC  X(007) VALUE "PERIOD ".
           03  WK-ST-PERIOD             PIC  X(006).
           03  FILLER                   PIC  X(010) VALUE SPACE.
           03  FILLER                   PIC  X(007) VALUE "EMP ID ".
           03  WK-ST-EMP-ID             PIC  X(005).
       01  WK-ST-NAME-LINE.
           03  FILLER                   PIC  X(013)
                                        VALUE "NAME:        ".
           03  WK-ST-NAME               PIC  X(030).
           03  FILLER                   PIC  X(013)
                                        VALUE "  TERMINATED ".
           03  WK-ST-TERM-DATE          PIC  X(008).
       01  WK-ST-FINAL-LINE.
           03  FILLER                   PIC  X(013)
                                        VALUE "FINAL PAY    ".
           03  FILLER                   PIC  X(006) VALUE "GROSS:".
           03  WK-ST-FINAL-GROSS        PIC  Z,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(006) VALUE "  TAX:".
           03  WK-ST-FINAL-TAX          PIC  Z,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(006) VALUE "  NET:".
           03  WK-ST-FINAL-NET          PIC  Z,ZZZ,ZZ9.99.
       01  WK-ST-NO-FINAL-LINE          PIC  X(060)
           VALUE "FINAL PAY    NONE HELD ON RESULT FOR THE PERIOD".
       01  WK-ST-LEAVE-LINE.
           03  FILLER                   PIC  X(013)
                                        VALUE "LEAVE PAYOUT ".
           03  FILLER                   PIC  X(006) VALUE "HOURS:".
           03  WK-ST-LEAVE-HRS          PIC  -ZZZZ9.
           03  FILLER                   PIC  X(007) VALUE "  RATE:".
           03  WK-ST-LEAVE-RATE         PIC  ZZ9.99.
           03  FILLER                   PIC  X(009) VALUE "  AMOUNT:".
           03  WK-ST-LEAVE-AMT          PIC  -Z,ZZZ,ZZ9.99.
       01  WK-ST-ADJ-LINE.
           03  FILLER                   PIC  X(013)
                                        VALUE "ADJUST       ".
           03  FILLER                   PIC  X(007) VALUE "PERIOD ".
           03  WK-ST-ADJ-PERIOD         PIC  X(006).
           03  FILLER                   PIC  X(006) VALUE "  NET:".
           03  WK-ST-ADJ-NET            PIC  -Z,ZZZ,ZZ9.99.
       01  WK-ST-DED-LINE.
           03  FILLER                   PIC  X(013)
                                        VALUE "DEDUCTION    ".
           03  WK-ST-DED-CODE           PIC  X(004).
           03  FILLER                   PIC  X(030)
                                        VALUE "  CLOSED - NOT TAKEN".
       01  WK-ST-LOAN-LINE.
           03  FILLER                   PIC  X(013)
                                        VALUE "LOAN         ".
           03  WK-ST-LOAN-ID            PIC  X(004).
           03  FILLER                   PIC  X(012)
                                        VALUE "  RECOVERED:".
           03  WK-ST-LOAN-AMT           PIC  Z,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(016)
                                        VALUE "  BALANCE LEFT: ".
           03  WK-ST-LOAN-BAL           PIC  Z,ZZZ,ZZ9.99.
       01  WK-ST-TOTAL-LINE.
           03  FILLER                   PIC  X(013)
                                        VALUE "SETTLEMENT   ".
           03  FILLER                   PIC  X(006) VALUE "GROSS:".
           03  WK-ST-TOTAL-GROSS        PIC  Z,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(006) VALUE "  TAX:".
           03  WK-ST-TOTAL-TAX          PIC  Z,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(006) VALUE "  NET:".
           03  WK-ST-TOTAL-NET          PIC  Z,ZZZ,ZZ9.99.
       01  WK-ST-OWED-LINE.
           03  FILLER                   PIC  X(023)
                                        VALUE "*** OWED BY EMPLOYEE: ".
           03  WK-ST-OWED               PIC  Z,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(030)
               VALUE " - NOT COVERED BY THE PAY ***".
       01  WK-ST-PAYMENT-LINE.
           03  FILLER                   PIC  X(013)
                                        VALUE "PAYMENT:     ".
           03  WK-ST-PAYMENT            PIC  X(030).

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
       01  WK-PS-SETTLE-LINE.
           03  FILLER                   PIC  X(030)
               VALUE "FINAL SETTLEMENT - TERMINATED ".
           03  WK-PS-TERM-DATE          PIC  X(008).
       01  WK-PS-NAME-LINE.
           03  FILLER                   PIC  X(010) VALUE "NAME:     ".
           03  WK-PS-NAME               PIC  X(030).
       01  WK-PS-FINAL-LINE.
           03  FILLER                   PIC  X(010) VALUE "FINAL PAY:".
           03  WK-PS-FINAL-AMT          PIC  Z,ZZZ,ZZ9.99.
       01  WK-PS-LEAVE-LINE.
           03  FILLER                   PIC  X(010) VALUE "LEAVE:    ".
           03  WK-PS-LEAVE-HOURS        PIC  -ZZZ9.
           03  FILLER                   PIC  X(009)
                                        VALUE "  AMOUNT:".
           03  WK-PS-LEAVE-AMT          PIC  -Z,ZZZ,ZZ9.99.
       01  WK-PS-ADJ-LINE.
           03  FILLER                   PIC  X(007) VALUE "ADJUST ".
           03  WK-PS-ADJ-PERIOD         PIC  X(006).
           03  FILLER                   PIC  X(001) VALUE ":".
           03  WK-PS-ADJ-AMT            PIC  -ZZZ,ZZ9.99.
       01  WK-PS-LOAN-LINE.
           03  FILLER                   PIC  X(007) VALUE "LOAN   ".
           03  WK-PS-LOAN-ID            PIC  X(004).
           03  FILLER                   PIC  X(001) VALUE ":".
           03  WK-PS-LOAN-AMT           PIC  Z,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(012)
                                        VALUE "  BALANCE:  ".
           03  WK-PS-LOAN-BAL           PIC  Z,ZZZ,ZZ9.99.
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
           PERFORM 2000-SCAN-MASTER
               UNTIL WK-MASTER-EOF = 'Y'.
           PERFORM 7200-WRITE-BANK-TOTAL.
           PERFORM 8500-REWRITE-LEAVE.
           PERFORM 8600-REWRITE-ADJUST.
           PERFORM 8700-REWRITE-DEDUCT.
           PERFORM 8800-REWRITE-LOAN.
           PERFORM 8900-WRITE-YTD.
           PERFORM 9999-FINALIZE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  1000-INITIALIZE - Tham số, nạp các master vào bảng, mở file
      *  kết quả; bảng nào tràn thì dừng trước khi sửa bất kỳ file nào
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WK-PAY-PERIOD          FROM ENVIRONMENT
                  'EMPFNLSET_PAY_PERIOD'.
           IF WK-PAY-PERIOD = SPACE
           OR WK-PAY-PERIOD IS NOT NUMERIC
               MOVE "EMPFNLSET_PAY_PERIOD (YYYYMM) REQUIRED"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           ACCEPT WK-TODAY               FROM DATE YYYYMMDD.
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
           PERFORM 1100-LOAD-RESULT.
           PERFORM 1200-LOAD-LEAVE.
           PERFORM 1300-LOAD-ADJUST.
           PERFORM 1400-LOAD-DEDUCT.
           PERFORM 1500-LOAD-LOAN.
           PERFORM 1600-LOAD-BANKACCT.
           PERFORM 1700-LOAD-YTD.
           PERFORM 1800-LOAD-SETLLOG.
           OPEN EXTEND SETLLOG-FILE.
           IF WK-SETLLOG-STATUS = "05" OR WK-SETLLOG-STATUS = "35"
               OPEN OUTPUT SETLLOG-FILE
           END-IF.
           OPEN OUTPUT OD01 OD02 OD03 OD04.
           MOVE 'N'                      TO WK-MASTER-EOF.
           PERFORM 2100-READ-MASTER.

      *-----------------------------------------------------------------
      *  1100-LOAD-RESULT - Lương kỳ cuối mà run ghép lương đã giữ lại
      *  (status TERMINATED) - bản lưu trữ của kỳ trước, chưa lưu trữ
      *  thì RESULT.txt; chỉ lấy record đúng kỳ
      *-----------------------------------------------------------------
       1100-LOAD-RESULT.
           MOVE SPACES                   TO WK-RESULT-NAME.
           STRING "RESULT-"              DELIMITED BY SIZE
                  WK-PAY-PERIOD          DELIMITED BY SIZE
                  ".txt"                 DELIMITED BY SIZE
               INTO WK-RESULT-NAME.
           OPEN INPUT RESULT-FILE.
           IF WK-RESULT-STATUS NOT = "00"
               MOVE "RESULT.txt"         TO WK-RESULT-NAME
               OPEN INPUT RESULT-FILE
           END-IF.
           IF WK-RESULT-STATUS NOT = "00"
               DISPLAY "*** WARNING: NO RESULT FILE FOR THE PERIOD - "
                   "FINAL PAY HELD BY THE MATCH RUN NOT INCLUDED ***"
           ELSE
               MOVE 'N'                  TO WK-EOF
               PERFORM 1110-READ-RESULT
               PERFORM 1120-STORE-RESULT
                   UNTIL WK-EOF = 'Y'
               CLOSE RESULT-FILE
           END-IF.

      *-----------------------------------------------------------------
       1110-READ-RESULT.
           READ RESULT-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       1120-STORE-RESULT.
           IF RESULT-REC (1:4) NOT = "TRLR"
           AND RS-STATUS = "TERMINATED"
           AND RS-PAY-PERIOD = WK-PAY-PERIOD
               IF WK-FP-CNT >= WK-FP-MAX
                   MOVE "RESULT FILE HAS TOO MANY TERMINATED RECORDS"
                                         TO WK-ABORT-MSG
                   PERFORM 9100-ABORT-RUN
               END-IF
               ADD 1                     TO WK-FP-CNT
               MOVE RS-EMP-ID            TO WK-FP-ID (WK-FP-CNT)
               MOVE RS-GROSS-SALARY      TO WK-FP-GROSS (WK-FP-CNT)
               MOVE RS-OVERTIME-AMOUNT   TO WK-FP-OVERTIME (WK-FP-CNT)
               MOVE RS-TAX               TO WK-FP-TAX (WK-FP-CNT)
               MOVE RS-NET-SALARY        TO WK-FP-NET (WK-FP-CNT)
           END-IF.
           PERFORM 1110-READ-RESULT.

      *-----------------------------------------------------------------
      *  1200-LOAD-LEAVE - Nạp master nghỉ phép (nếu có)
      *-----------------------------------------------------------------
       1200-LOAD-LEAVE.
           MOVE 'N'                      TO WK-EOF.
           OPEN INPUT LEAVEMST-FILE.
           IF WK-LEAVEMST-STATUS = "35"
               CLOSE LEAVEMST-FILE
           ELSE
               PERFORM 1210-READ-LEAVEMST
               PERFORM 1220-STORE-LEAVEMST
                   UNTIL WK-EOF = 'Y'
               CLOSE LEAVEMST-FILE
           END-IF.

      *-----------------------------------------------------------------
       1210-READ-LEAVEMST.
           READ LEAVEMST-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       1220-STORE-LEAVEMST.
           IF WK-LV-CNT >= WK-LV-MAX
               MOVE "LEAVEMST.txt EXCEEDS THE LEAVE TABLE"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           ADD 1                         TO WK-LV-CNT.
           MOVE LM-EMP-ID                TO WK-LV-ID (WK-LV-CNT).
           MOVE LM-ACCRUED               TO WK-LV-ACCRUED (WK-LV-CNT).
           MOVE LM-TAKEN                 TO WK-LV-TAKEN (WK-LV-CNT).
           MOVE 'N'                      TO WK-LV-CLOSED (WK-LV-CNT).
           PERFORM 1210-READ-LEAVEMST.

      *-----------------------------------------------------------------
      *  1300-LOAD-ADJUST - Nạp chênh lệch retro chờ trả (nếu có)
      *-----------------------------------------------------------------
       1300-LOAD-ADJUST.
           MOVE 'N'                      TO WK-EOF.
           OPEN INPUT ADJUST-FILE.
           IF WK-ADJUST-STATUS = "35"
               CLOSE ADJUST-FILE
           ELSE
               PERFORM 1310-READ-ADJUST
               PERFORM 1320-STORE-ADJUST
                   UNTIL WK-EOF = 'Y'
               CLOSE ADJUST-FILE
           END-IF.

      *-----------------------------------------------------------------
       1310-READ-ADJUST.
           READ ADJUST-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       1320-STORE-ADJUST.
           IF WK-AJ-CNT >= WK-AJ-MAX
               MOVE "ADJUST.txt EXCEEDS THE ADJUSTMENT TABLE"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           ADD 1                         TO WK-AJ-CNT.
           MOVE AD-EMP-ID                TO WK-AJ-ID (WK-AJ-CNT).
           MOVE AD-PERIOD                TO WK-AJ-PERIOD (WK-AJ-CNT).
           MOVE AD-DIFF-GROSS            TO WK-AJ-GROSS (WK-AJ-CNT).
           MOVE AD-DIFF-TAX              TO WK-AJ-TAX (WK-AJ-CNT).
           MOVE AD-DIFF-NET              TO WK-AJ-NET (WK-AJ-CNT).
           MOVE 'N'                      TO WK-AJ-USED (WK-AJ-CNT).
           PERFORM 1310-READ-ADJUST.

      *-----------------------------------------------------------------
      *  1400-LOAD-DEDUCT - Nạp master khấu trừ định kỳ (nếu có)
      *-----------------------------------------------------------------
       1400-LOAD-DEDUCT.
           MOVE 'N'                      TO WK-EOF.
           OPEN INPUT DEDUCT-FILE.
           IF WK-DEDUCT-STATUS = "35"
               CLOSE DEDUCT-FILE
           ELSE
               PERFORM 1410-READ-DEDUCT
               PERFORM 1420-STORE-DEDUCT
                   UNTIL WK-EOF = 'Y'
               CLOSE DEDUCT-FILE
           END-IF.

      *-----------------------------------------------------------------
       1410-READ-DEDUCT.
           READ DEDUCT-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       1420-STORE-DEDUCT.
           IF WK-DED-CNT >= WK-DED-MAX
               MOVE "DEDUCT.txt EXCEEDS THE DEDUCTION TABLE"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           ADD 1                         TO WK-DED-CNT.
           MOVE DD-EMP-ID                TO WK-DED-ID (WK-DED-CNT).
           MOVE DD-CODE                  TO WK-DED-CODE (WK-DED-CNT).
           MOVE DD-TYPE                  TO WK-DED-TYPE (WK-DED-CNT).
           MOVE DD-VALUE                 TO WK-DED-VALUE (WK-DED-CNT).
           MOVE 'N'                      TO WK-DED-CLOSED (WK-DED-CNT).
           PERFORM 1410-READ-DEDUCT.

      *-----------------------------------------------------------------
      *  1500-LOAD-LOAN - Nạp master khoản vay (nếu có)
      *-----------------------------------------------------------------
       1500-LOAD-LOAN.
           MOVE 'N'                      TO WK-EOF.
           OPEN INPUT LOANMST-FILE.
           IF WK-LOANMST-STATUS = "35"
               CLOSE LOANMST-FILE
           ELSE
               PERFORM 1510-READ-LOAN
               PERFORM 1520-STORE-LOAN
                   UNTIL WK-EOF = 'Y'
               CLOSE LOANMST-FILE
           END-IF.

      *-----------------------------------------------------------------
       1510-READ-LOAN.
           READ LOANMST-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       1520-STORE-LOAN.
           IF WK-LN-CNT >= WK-LN-MAX
               MOVE "LOANMST.txt EXCEEDS THE LOAN TABLE"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           ADD 1                         TO WK-LN-CNT.
           MOVE LN-EMP-ID                TO WK-LN-ID (WK-LN-CNT).
           MOVE LN-LOAN-ID               TO WK-LN-LOAN (WK-LN-CNT).
           MOVE LN-PRINCIPAL             TO WK-LN-PRINCIPAL (WK-LN-CNT).
           MOVE LN-INSTALLMENT           TO WK-LN-INSTALLMENT
                                            (WK-LN-CNT).
           MOVE LN-START-PERIOD          TO WK-LN-START (WK-LN-CNT).
           MOVE LN-BALANCE               TO WK-LN-BALANCE (WK-LN-CNT).
           MOVE LN-LAST-PERIOD           TO WK-LN-LAST (WK-LN-CNT).
           MOVE LN-LAST-AMOUNT-X         TO WK-LN-LAST-AMT (WK-LN-CNT).
           MOVE ZERO                     TO WK-LN-TAKEN (WK-LN-CNT).
           PERFORM 1510-READ-LOAN.

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
      *  1800-LOAD-SETLLOG - Các employee đã quyết toán ở run trước
      *-----------------------------------------------------------------
       1800-LOAD-SETLLOG.
           MOVE 'N'                      TO WK-EOF.
           OPEN INPUT SETLLOG-FILE.
           IF WK-SETLLOG-STATUS = "35"
               CLOSE SETLLOG-FILE
           ELSE
               PERFORM 1810-READ-SETLLOG
               PERFORM 1820-STORE-SETLLOG
                   UNTIL WK-EOF = 'Y'
               CLOSE SETLLOG-FILE
           END-IF.

      *-----------------------------------------------------------------
       1810-READ-SETLLOG.
           READ SETLLOG-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
       1820-STORE-SETLLOG.
           IF WK-SL-CNT >= WK-SL-MAX
               MOVE "SETLLOG.txt EXCEEDS THE SETTLEMENT LOG TABLE"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           ADD 1                         TO WK-SL-CNT.
           MOVE SL-EMP-ID                TO WK-SL-ID (WK-SL-CNT).
           PERFORM 1810-READ-SETLLOG.

      *-----------------------------------------------------------------
      *  2000-SCAN-MASTER - Employee status T có ngày thôi việc trong
      *  kỳ thì quyết toán
      *-----------------------------------------------------------------
       2000-SCAN-MASTER.
           MOVE EM-EMP-TERM-DATE         TO WK-TERM-DATE-X.
           IF EM-EMP-STATUS = "T"
           AND WK-TERM-DATE-X (1:6) = WK-PAY-PERIOD
               MOVE EM-EMP-ID            TO WK-EMP-ID-9
               MOVE WK-EMP-ID-9          TO WK-EMP-ID
               PERFORM 3600-CHECK-LOG
               IF WK-SL-FOUND = 'Y'
                   DISPLAY "EMP " WK-EMP-ID
                       " ALREADY SETTLED - SKIPPED"
                   ADD 1                 TO WK-SKIPPED-COUNT
               ELSE
                   PERFORM 3000-SETTLE-EMPLOYEE THRU 3000-EXIT
               END-IF
           END-IF.
           PERFORM 2100-READ-MASTER.

      *-----------------------------------------------------------------
       2100-READ-MASTER.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END MOVE 'Y' TO WK-MASTER-EOF
           END-READ.

      *-----------------------------------------------------------------
      *  3000-SETTLE-EMPLOYEE - Cộng các khoản quyết toán, trừ nợ vay,
      *  ghi bản quyết toán, phiếu lương, chuyển khoản, YTD, nhật ký
      *-----------------------------------------------------------------
       3000-SETTLE-EMPLOYEE.
           MOVE SPACES                   TO WK-SE-NAME.
           MOVE EM-EMP-NAME              TO WK-SE-NAME.
           PERFORM 3200-SETTLE-LEAVE.
           IF WK-SE-LEAVE-NO-RATE
               DISPLAY "*** EMP " WK-EMP-ID " HELD - LEAVE BALANCE "
                   "CANNOT BE PRICED, NO HOURLY RATE ON MASTER ***"
               ADD 1                     TO WK-HELD-COUNT
               GO TO 3000-EXIT
           END-IF.
           PERFORM 3100-FIND-FINAL-PAY.
           PERFORM 3300-SETTLE-ADJUST.
           PERFORM 3400-CLOSE-DEDUCT.
           COMPUTE WK-SE-AVAILABLE =
               WK-SE-FINAL-NET + WK-SE-LEAVE-AMT + WK-SE-ADJ-NET.
           PERFORM 3500-RECOVER-LOANS.
           COMPUTE WK-SE-SIGNED =
               WK-SE-AVAILABLE - WK-SE-LOAN-TOTAL.
           IF WK-SE-SIGNED < ZERO
               COMPUTE WK-SE-OWED = ZERO - WK-SE-SIGNED
               MOVE ZERO                 TO WK-SE-NET
           ELSE
               MOVE ZERO                 TO WK-SE-OWED
               MOVE WK-SE-SIGNED         TO WK-SE-NET
           END-IF.
           COMPUTE WK-SE-YTD-GROSS =
               WK-SE-FINAL-GROSS + WK-SE-LEAVE-AMT.
           IF WK-SE-YTD-GROSS < ZERO
               MOVE ZERO                 TO WK-SE-YTD-GROSS
           END-IF.
           COMPUTE WK-SE-SIGNED =
               WK-SE-YTD-GROSS + WK-SE-FINAL-OT + WK-SE-ADJ-GROSS.
           IF WK-SE-SIGNED < ZERO
               MOVE ZERO                 TO WK-SE-GROSS
           ELSE
               MOVE WK-SE-SIGNED         TO WK-SE-GROSS
           END-IF.
           COMPUTE WK-SE-SIGNED =
               WK-SE-FINAL-TAX + WK-SE-ADJ-TAX.
           IF WK-SE-SIGNED < ZERO
               MOVE ZERO                 TO WK-SE-TAX
           ELSE
               MOVE WK-SE-SIGNED         TO WK-SE-TAX
           END-IF.
           PERFORM 7000-WRITE-BANK-XFER THRU 7000-EXIT.
           PERFORM 6000-WRITE-STATEMENT.
           PERFORM 6500-WRITE-PAYSLIP.
           PERFORM 8200-ACCUM-YTD THRU 8200-EXIT.
           PERFORM 8400-WRITE-LOG.
           ADD 1                         TO WK-SETTLED-COUNT.

       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  3100-FIND-FINAL-PAY - Record TERMINATED của kỳ trên RESULT
      *-----------------------------------------------------------------
       3100-FIND-FINAL-PAY.
           MOVE ZERO                     TO WK-SE-FINAL-GROSS
                                            WK-SE-FINAL-OT
                                            WK-SE-FINAL-TAX
                                            WK-SE-FINAL-NET.
           MOVE 'N'                      TO WK-FP-FOUND.
           MOVE 1                        TO WK-FP-IX.
           PERFORM 3110-SEARCH-FINAL-PAY
               UNTIL WK-FP-IX > WK-FP-CNT
               OR WK-FP-FOUND = 'Y'.
           IF WK-FP-FOUND = 'Y'
               MOVE WK-FP-GROSS (WK-FP-IX)
                                         TO WK-SE-FINAL-GROSS
               MOVE WK-FP-OVERTIME (WK-FP-IX)
                                         TO WK-SE-FINAL-OT
               MOVE WK-FP-TAX (WK-FP-IX) TO WK-SE-FINAL-TAX
               MOVE WK-FP-NET (WK-FP-IX) TO WK-SE-FINAL-NET
           END-IF.

      *-----------------------------------------------------------------
       3110-SEARCH-FINAL-PAY.
           IF WK-FP-ID (WK-FP-IX) = WK-EMP-ID
               MOVE 'Y'                  TO WK-FP-FOUND
           ELSE
               ADD 1                     TO WK-FP-IX
           END-IF.

      *-----------------------------------------------------------------
      *  3200-SETTLE-LEAVE - Số dư giờ phép nhân đơn giá giờ trên
      *  master; số dư âm (nghỉ quá số tích lũy) là khoản thu lại.
      *  Không có đơn giá thì không tính được - employee bị giữ lại
      *  chưa quyết toán cho đến khi master có đơn giá
      *-----------------------------------------------------------------
       3200-SETTLE-LEAVE.
           SET WK-SE-LEAVE-NONE          TO TRUE.
           MOVE ZERO                     TO WK-SE-LEAVE-HRS
                                            WK-SE-LEAVE-AMT.
           MOVE 'N'                      TO WK-LV-FOUND.
           MOVE 1                        TO WK-LV-IX.
           PERFORM 3210-SEARCH-LEAVE
               UNTIL WK-LV-IX > WK-LV-CNT
               OR WK-LV-FOUND = 'Y'.
           IF WK-LV-FOUND = 'Y'
               COMPUTE WK-SE-LEAVE-HRS =
                   WK-LV-ACCRUED (WK-LV-IX) - WK-LV-TAKEN (WK-LV-IX)
               IF WK-SE-LEAVE-HRS NOT = ZERO
               AND EM-EMP-HOURLY-RATE = ZERO
                   SET WK-SE-LEAVE-NO-RATE TO TRUE
               ELSE
                   SET WK-SE-LEAVE-PAID  TO TRUE
                   COMPUTE WK-SE-LEAVE-AMT ROUNDED =
                       WK-SE-LEAVE-HRS * EM-EMP-HOURLY-RATE
                   MOVE 'Y'              TO WK-LV-CLOSED (WK-LV-IX)
                   MOVE 'Y'              TO WK-LV-CHANGED
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       3210-SEARCH-LEAVE.
           IF WK-LV-ID (WK-LV-IX) = WK-EMP-ID
               MOVE 'Y'                  TO WK-LV-FOUND
           ELSE
               ADD 1                     TO WK-LV-IX
           END-IF.

      *-----------------------------------------------------------------
      *  3300-SETTLE-ADJUST - Mọi chênh lệch retro còn chờ của
      *  employee được trả / thu hết trong quyết toán
      *-----------------------------------------------------------------
       3300-SETTLE-ADJUST.
           MOVE ZERO                     TO WK-SE-ADJ-CNT
                                            WK-SE-ADJ-GROSS
                                            WK-SE-ADJ-TAX
                                            WK-SE-ADJ-NET.
           MOVE 1                        TO WK-AJ-IX.
           PERFORM 3310-PICK-ADJUST
               UNTIL WK-AJ-IX > WK-AJ-CNT.

      *-----------------------------------------------------------------
       3310-PICK-ADJUST.
           IF WK-AJ-ID (WK-AJ-IX) = WK-EMP-ID
           AND WK-AJ-USED (WK-AJ-IX) = 'N'
               ADD 1                     TO WK-SE-ADJ-CNT
               ADD WK-AJ-GROSS (WK-AJ-IX) TO WK-SE-ADJ-GROSS
               ADD WK-AJ-TAX (WK-AJ-IX)  TO WK-SE-ADJ-TAX
               ADD WK-AJ-NET (WK-AJ-IX)  TO WK-SE-ADJ-NET
               MOVE 'Y'                  TO WK-AJ-USED (WK-AJ-IX)
               MOVE 'Y'                  TO WK-AJ-CHANGED
           END-IF.
           ADD 1                         TO WK-AJ-IX.

      *-----------------------------------------------------------------
      *  3400-CLOSE-DEDUCT - Khấu trừ định kỳ không trừ vào quyết toán,
      *  chỉ đóng lại để không chạy tiếp
      *-----------------------------------------------------------------
       3400-CLOSE-DEDUCT.
           MOVE ZERO                     TO WK-SE-DED-CNT.
           MOVE 1                        TO WK-DED-IX.
           PERFORM 3410-PICK-DEDUCT
               UNTIL WK-DED-IX > WK-DED-CNT.

      *-----------------------------------------------------------------
       3410-PICK-DEDUCT.
           IF WK-DED-ID (WK-DED-IX) = WK-EMP-ID
           AND WK-DED-CLOSED (WK-DED-IX) = 'N'
               ADD 1                     TO WK-SE-DED-CNT
               MOVE 'Y'                  TO WK-DED-CLOSED (WK-DED-IX)
               MOVE 'Y'                  TO WK-DED-CHANGED
           END-IF.
           ADD 1                         TO WK-DED-IX.

      *-----------------------------------------------------------------
      *  3500-RECOVER-LOANS - Dư nợ vay được thu từ quyết toán trong
      *  phạm vi tiền còn lại; phần không thu đủ để lại trên master
      *-----------------------------------------------------------------
       3500-RECOVER-LOANS.
           MOVE ZERO                     TO WK-SE-LOAN-CNT
                                            WK-SE-LOAN-TOTAL.
           MOVE 1                        TO WK-LN-IX.
           PERFORM 3510-RECOVER-LOAN
               UNTIL WK-LN-IX > WK-LN-CNT.

      *-----------------------------------------------------------------
       3510-RECOVER-LOAN.
           IF WK-LN-ID (WK-LN-IX) = WK-EMP-ID
           AND WK-LN-BALANCE (WK-LN-IX) > ZERO
               ADD 1                     TO WK-SE-LOAN-CNT
               COMPUTE WK-SE-SIGNED =
                   WK-SE-AVAILABLE - WK-SE-LOAN-TOTAL
               IF WK-SE-SIGNED < ZERO
                   MOVE ZERO             TO WK-SE-SIGNED
               END-IF
               IF WK-LN-BALANCE (WK-LN-IX) > WK-SE-SIGNED
                   MOVE WK-SE-SIGNED     TO WK-LN-ONE
               ELSE
                   MOVE WK-LN-BALANCE (WK-LN-IX)
                                         TO WK-LN-ONE
               END-IF
               IF WK-LN-ONE > ZERO
                   SUBTRACT WK-LN-ONE    FROM WK-LN-BALANCE (WK-LN-IX)
                   ADD WK-LN-ONE         TO WK-LN-TAKEN (WK-LN-IX)
                   ADD WK-LN-ONE         TO WK-SE-LOAN-TOTAL
                   MOVE WK-PAY-PERIOD    TO WK-LN-LAST (WK-LN-IX)
      *            Số thu quyết toán không được lần chạy lại
      *            EMPSLRMATCHP0001 cùng kỳ hoàn vào số dư
                   MOVE ZERO             TO WK-LN-LAST-AMT (WK-LN-IX)
                   MOVE 'Y'              TO WK-LN-CHANGED
               END-IF
           END-IF.
           ADD 1                         TO WK-LN-IX.

      *-----------------------------------------------------------------
       3600-CHECK-LOG.
           MOVE 'N'                      TO WK-SL-FOUND.
           MOVE 1                        TO WK-SL-IX.
           PERFORM 3610-SEARCH-LOG
               UNTIL WK-SL-IX > WK-SL-CNT
               OR WK-SL-FOUND = 'Y'.

      *-----------------------------------------------------------------
       3610-SEARCH-LOG.
           IF WK-SL-ID (WK-SL-IX) = WK-EMP-ID
               MOVE 'Y'                  TO WK-SL-FOUND
           ELSE
               ADD 1                     TO WK-SL-IX
           END-IF.

      *-----------------------------------------------------------------
      *  6000-WRITE-STATEMENT - Bản quyết toán chi tiết cho nhân sự
      *-----------------------------------------------------------------
       6000-WRITE-STATEMENT.
           MOVE WK-PAY-PERIOD            TO WK-ST-PERIOD.
           MOVE WK-EMP-ID                TO WK-ST-EMP-ID.
           WRITE OUT-STMT-LINE           FROM WK-ST-TITLE.
           MOVE WK-SE-NAME               TO WK-ST-NAME.
           MOVE WK-TERM-DATE-X           TO WK-ST-TERM-DATE.
           WRITE OUT-STMT-LINE           FROM WK-ST-NAME-LINE.
           IF WK-FP-FOUND = 'Y'
               MOVE WK-SE-FINAL-GROSS    TO WK-ST-FINAL-GROSS
               MOVE WK-SE-FINAL-TAX      TO WK-ST-FINAL-TAX
               MOVE WK-SE-FINAL-NET      TO WK-ST-FINAL-NET
               WRITE OUT-STMT-LINE       FROM WK-ST-FINAL-LINE
           ELSE
               WRITE OUT-STMT-LINE       FROM WK-ST-NO-FINAL-LINE
           END-IF.
           IF WK-SE-LEAVE-PAID
               MOVE WK-SE-LEAVE-HRS      TO WK-ST-LEAVE-HRS
               MOVE EM-EMP-HOURLY-RATE   TO WK-ST-LEAVE-RATE
               MOVE WK-SE-LEAVE-AMT      TO WK-ST-LEAVE-AMT
               WRITE OUT-STMT-LINE       FROM WK-ST-LEAVE-LINE
           END-IF.
           MOVE 1                        TO WK-AJ-IX.
           PERFORM 6100-WRITE-STMT-ADJ
               UNTIL WK-AJ-IX > WK-AJ-CNT.
           MOVE 1                        TO WK-DED-IX.
           PERFORM 6200-WRITE-STMT-DED
               UNTIL WK-DED-IX > WK-DED-CNT.
           MOVE 1                        TO WK-LN-IX.
           PERFORM 6300-WRITE-STMT-LOAN
               UNTIL WK-LN-IX > WK-LN-CNT.
           MOVE WK-SE-GROSS              TO WK-ST-TOTAL-GROSS.
           MOVE WK-SE-TAX                TO WK-ST-TOTAL-TAX.
           MOVE WK-SE-NET                TO WK-ST-TOTAL-NET.
           WRITE OUT-STMT-LINE           FROM WK-ST-TOTAL-LINE.
           IF WK-SE-OWED > ZERO
               MOVE WK-SE-OWED           TO WK-ST-OWED
               WRITE OUT-STMT-LINE       FROM WK-ST-OWED-LINE
           END-IF.
           MOVE WK-SE-PAYMENT            TO WK-ST-PAYMENT.
           WRITE OUT-STMT-LINE           FROM WK-ST-PAYMENT-LINE.
           WRITE OUT-STMT-LINE           FROM WK-ST-SEPARATOR.

      *-----------------------------------------------------------------
       6100-WRITE-STMT-ADJ.
           IF WK-AJ-ID (WK-AJ-IX) = WK-EMP-ID
           AND WK-AJ-USED (WK-AJ-IX) = 'Y'
               MOVE WK-AJ-PERIOD (WK-AJ-IX)
                                         TO WK-ST-ADJ-PERIOD
               MOVE WK-AJ-NET (WK-AJ-IX) TO WK-ST-ADJ-NET
               WRITE OUT-STMT-LINE       FROM WK-ST-ADJ-LINE
           END-IF.
           ADD 1                         TO WK-AJ-IX.

      *-----------------------------------------------------------------
       6200-WRITE-STMT-DED.
           IF WK-DED-ID (WK-DED-IX) = WK-EMP-ID
           AND WK-DED-CLOSED (WK-DED-IX) = 'Y'
               MOVE WK-DED-CODE (WK-DED-IX)
                                         TO WK-ST-DED-CODE
               WRITE OUT-STMT-LINE       FROM WK-ST-DED-LINE
           END-IF.
           ADD 1                         TO WK-DED-IX.

      *-----------------------------------------------------------------
       6300-WRITE-STMT-LOAN.
           IF WK-LN-ID (WK-LN-IX) = WK-EMP-ID
           AND (WK-LN-TAKEN (WK-LN-IX) > ZERO
                OR WK-LN-BALANCE (WK-LN-IX) > ZERO)
               MOVE WK-LN-LOAN (WK-LN-IX)
                                         TO WK-ST-LOAN-ID
               MOVE WK-LN-TAKEN (WK-LN-IX)
                                         TO WK-ST-LOAN-AMT
               MOVE WK-LN-BALANCE (WK-LN-IX)
                                         TO WK-ST-LOAN-BAL
               WRITE OUT-STMT-LINE       FROM WK-ST-LOAN-LINE
           END-IF.
           ADD 1                         TO WK-LN-IX.

      *-----------------------------------------------------------------
      *  6500-WRITE-PAYSLIP - Khối phiếu lương quyết toán, cùng khuôn
      *  PAYSLIP.txt
      *-----------------------------------------------------------------
       6500-WRITE-PAYSLIP.
           WRITE OUT-PAYSLIP-LINE        FROM WK-PS-SEPARATOR.
           MOVE WK-PAY-PERIOD            TO WK-PS-PERIOD.
           MOVE WK-EMP-ID                TO WK-PS-EMP-ID.
           WRITE OUT-PAYSLIP-LINE        FROM WK-PS-HEADER.
           MOVE WK-TERM-DATE-X           TO WK-PS-TERM-DATE.
           WRITE OUT-PAYSLIP-LINE        FROM WK-PS-SETTLE-LINE.
           MOVE WK-SE-NAME               TO WK-PS-NAME.
           WRITE OUT-PAYSLIP-LINE        FROM WK-PS-NAME-LINE.
           IF WK-SE-FINAL-NET > ZERO
               MOVE WK-SE-FINAL-NET      TO WK-PS-FINAL-AMT
               WRITE OUT-PAYSLIP-LINE    FROM WK-PS-FINAL-LINE
           END-IF.
           IF WK-SE-LEAVE-PAID
           AND WK-SE-LEAVE-AMT NOT = ZERO
               MOVE WK-SE-LEAVE-HRS      TO WK-PS-LEAVE-HOURS
               MOVE WK-SE-LEAVE-AMT      TO WK-PS-LEAVE-AMT
               WRITE OUT-PAYSLIP-LINE    FROM WK-PS-LEAVE-LINE
           END-IF.
           MOVE 1                        TO WK-AJ-IX.
           PERFORM 6600-WRITE-SLIP-ADJ
               UNTIL WK-AJ-IX > WK-AJ-CNT.
           MOVE 1                        TO WK-LN-IX.
           PERFORM 6700-WRITE-SLIP-LOAN
               UNTIL WK-LN-IX > WK-LN-CNT.
           MOVE WK-SE-GROSS              TO WK-PS-GROSS.
           MOVE WK-SE-TAX                TO WK-PS-TAX.
           MOVE WK-SE-NET                TO WK-PS-NET.
           WRITE OUT-PAYSLIP-LINE        FROM WK-PS-AMOUNT-LINE.
           WRITE OUT-PAYSLIP-LINE        FROM WK-PS-SEPARATOR.

      *-----------------------------------------------------------------
       6600-WRITE-SLIP-ADJ.
           IF WK-AJ-ID (WK-AJ-IX) = WK-EMP-ID
           AND WK-AJ-USED (WK-AJ-IX) = 'Y'
               MOVE WK-AJ-PERIOD (WK-AJ-IX)
                                         TO WK-PS-ADJ-PERIOD
               MOVE WK-AJ-NET (WK-AJ-IX) TO WK-PS-ADJ-AMT
               WRITE OUT-PAYSLIP-LINE    FROM WK-PS-ADJ-LINE
           END-IF.
           ADD 1                         TO WK-AJ-IX.

      *-----------------------------------------------------------------
       6700-WRITE-SLIP-LOAN.
           IF WK-LN-ID (WK-LN-IX) = WK-EMP-ID
           AND WK-LN-TAKEN (WK-LN-IX) > ZERO
               MOVE WK-LN-LOAN (WK-LN-IX)
                                         TO WK-PS-LOAN-ID
               MOVE WK-LN-TAKEN (WK-LN-IX)
                                         TO WK-PS-LOAN-AMT
               MOVE WK-LN-BALANCE (WK-LN-IX)
                                         TO WK-PS-LOAN-BAL
               WRITE OUT-PAYSLIP-LINE    FROM WK-PS-LOAN-LINE
           END-IF.
           ADD 1                         TO WK-LN-IX.

      *-----------------------------------------------------------------
      *  7000-WRITE-BANK-XFER - Chuyển khoản tiền quyết toán theo chi
      *  tiết tài khoản đã duyệt; không chuyển được thì ghi ngoại lệ
      *-----------------------------------------------------------------
       7000-WRITE-BANK-XFER.
           IF WK-SE-NET = ZERO
               MOVE "NOTHING TO PAY"     TO WK-SE-PAYMENT
               GO TO 7000-EXIT
           END-IF.
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
                   MOVE WK-SE-NET        TO XFER-AMOUNT
                   MOVE WK-PAY-PERIOD    TO XFER-PAY-PERIOD
                   WRITE OUT-BANK-REC
                   ADD 1                 TO WK-XFER-COUNT
                   ADD WK-SE-NET         TO WK-XFER-TOTAL
                   MOVE "BANK TRANSFER (SETLXFER.txt)"
                                         TO WK-SE-PAYMENT
           END-EVALUATE.

       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       7050-WRITE-BANKEXC.
           MOVE WK-EMP-ID                TO BX-EMP-ID.
           MOVE WK-SE-NAME               TO BX-EMP-NAME.
           MOVE WK-SE-NET                TO BX-NET-SALARY.
           WRITE OUT-BANKEXC-REC.
           ADD 1                         TO WK-EXC-COUNT.
           MOVE SPACES                   TO WK-SE-PAYMENT.
           STRING "NOT SENT - "          DELIMITED BY SIZE
                  BX-REASON              DELIMITED BY SIZE
               INTO WK-SE-PAYMENT.

      *-----------------------------------------------------------------
       7100-SEARCH-BANKACCT.
           IF WK-BANK-ID (WK-BANK-IX) = WK-EMP-ID
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
      *  8200-ACCUM-YTD - Cộng quyết toán vào lũy kế; phần chênh lệch
      *  retro không cộng (EMPSLRADJP0003 đã sửa YTD.txt cho kỳ gốc)
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
                       WK-EMP-ID " NOT POSTED TO YTD.txt ***"
                   GO TO 8200-EXIT
               END-IF
               ADD 1                     TO WK-YTD-COUNT
               MOVE WK-YTD-COUNT         TO WK-YTD-IX
               MOVE WK-EMP-ID            TO WK-YTD-ID (WK-YTD-IX)
               MOVE WK-SE-NAME           TO WK-YTD-NAME (WK-YTD-IX)
               MOVE ZERO                 TO WK-YTD-GROSS (WK-YTD-IX)
                                            WK-YTD-OVERTIME (WK-YTD-IX)
                                            WK-YTD-TAX (WK-YTD-IX)
                                            WK-YTD-NET (WK-YTD-IX)
           END-IF.
           COMPUTE WK-SE-YTD-NET = WK-SE-NET - WK-SE-ADJ-NET.
           IF WK-SE-YTD-NET < ZERO
               MOVE ZERO                 TO WK-SE-YTD-NET
           END-IF.
           ADD WK-SE-YTD-GROSS           TO WK-YTD-GROSS (WK-YTD-IX).
           ADD WK-SE-FINAL-OT            TO WK-YTD-OVERTIME (WK-YTD-IX).
           ADD WK-SE-FINAL-TAX           TO WK-YTD-TAX (WK-YTD-IX).
           ADD WK-SE-YTD-NET             TO WK-YTD-NET (WK-YTD-IX).
           MOVE WK-PAY-PERIOD            TO WK-YTD-LAST (WK-YTD-IX).

       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       8300-SEARCH-YTD.
           IF WK-YTD-ID (WK-YTD-IX) = WK-EMP-ID
               MOVE 'Y'                  TO WK-YTD-FOUND
           ELSE
               ADD 1                     TO WK-YTD-IX
           END-IF.

      *-----------------------------------------------------------------
       8400-WRITE-LOG.
           MOVE WK-EMP-ID                TO SL-EMP-ID.
           MOVE WK-PAY-PERIOD            TO SL-PERIOD.
           MOVE WK-TODAY                 TO SL-RUN-DATE.
           MOVE WK-SE-NET                TO SL-NET.
           WRITE SETLLOG-REC.

      *-----------------------------------------------------------------
      *  8500-REWRITE-LEAVE - Ghi lại LEAVEMST.txt bỏ dòng đã quyết toán
      *-----------------------------------------------------------------
       8500-REWRITE-LEAVE.
           IF WK-LV-CHANGED = 'Y'
               OPEN OUTPUT LEAVEMST-FILE
               MOVE 1                    TO WK-LV-IX
               PERFORM 8510-WRITE-LEAVE-ENTRY
                   UNTIL WK-LV-IX > WK-LV-CNT
               CLOSE LEAVEMST-FILE
           END-IF.

      *-----------------------------------------------------------------
       8510-WRITE-LEAVE-ENTRY.
           IF WK-LV-CLOSED (WK-LV-IX) = 'N'
               MOVE WK-LV-ID (WK-LV-IX)  TO LM-EMP-ID
               MOVE WK-LV-ACCRUED (WK-LV-IX)
                                         TO LM-ACCRUED
               MOVE WK-LV-TAKEN (WK-LV-IX)
                                         TO LM-TAKEN
               WRITE LEAVEMST-REC
           END-IF.
           ADD 1                         TO WK-LV-IX.

      *-----------------------------------------------------------------
      *  8600-REWRITE-ADJUST - Ghi lại ADJUST.txt bỏ dòng đã quyết toán
      *-----------------------------------------------------------------
       8600-REWRITE-ADJUST.
           IF WK-AJ-CHANGED = 'Y'
               OPEN OUTPUT ADJUST-FILE
               MOVE 1                    TO WK-AJ-IX
               PERFORM 8610-WRITE-ADJUST-ENTRY
                   UNTIL WK-AJ-IX > WK-AJ-CNT
               CLOSE ADJUST-FILE
           END-IF.

      *-----------------------------------------------------------------
       8610-WRITE-ADJUST-ENTRY.
           IF WK-AJ-USED (WK-AJ-IX) = 'N'
               MOVE WK-AJ-ID (WK-AJ-IX)  TO AD-EMP-ID
               MOVE WK-AJ-PERIOD (WK-AJ-IX)
                                         TO AD-PERIOD
               MOVE WK-AJ-GROSS (WK-AJ-IX)
                                         TO AD-DIFF-GROSS
               MOVE WK-AJ-TAX (WK-AJ-IX) TO AD-DIFF-TAX
               MOVE WK-AJ-NET (WK-AJ-IX) TO AD-DIFF-NET
               WRITE ADJUST-REC
           END-IF.
           ADD 1                         TO WK-AJ-IX.

      *-----------------------------------------------------------------
      *  8700-REWRITE-DEDUCT - Ghi lại DEDUCT.txt bỏ dòng đã đóng
      *-----------------------------------------------------------------
       8700-REWRITE-DEDUCT.
           IF WK-DED-CHANGED = 'Y'
               OPEN OUTPUT DEDUCT-FILE
               MOVE 1                    TO WK-DED-IX
               PERFORM 8710-WRITE-DEDUCT-ENTRY
                   UNTIL WK-DED-IX > WK-DED-CNT
               CLOSE DEDUCT-FILE
           END-IF.

      *-----------------------------------------------------------------
       8710-WRITE-DEDUCT-ENTRY.
           IF WK-DED-CLOSED (WK-DED-IX) = 'N'
               MOVE WK-DED-ID (WK-DED-IX)
                                         TO DD-EMP-ID
               MOVE WK-DED-CODE (WK-DED-IX)
                                         TO DD-CODE
               MOVE WK-DED-TYPE (WK-DED-IX)
                                         TO DD-TYPE
               MOVE WK-DED-VALUE (WK-DED-IX)
                                         TO DD-VALUE
               WRITE DEDUCT-REC
           END-IF.
           ADD 1                         TO WK-DED-IX.

      *-----------------------------------------------------------------
      *  8800-REWRITE-LOAN - Ghi lại LOANMST.txt với số dư sau khi thu
      *-----------------------------------------------------------------
       8800-REWRITE-LOAN.
           IF WK-LN-CHANGED = 'Y'
               OPEN OUTPUT LOANMST-FILE
               MOVE 1                    TO WK-LN-IX
               PERFORM 8810-WRITE-LOAN-ENTRY
                   UNTIL WK-LN-IX > WK-LN-CNT
               CLOSE LOANMST-FILE
           END-IF.

      *-----------------------------------------------------------------
       8810-WRITE-LOAN-ENTRY.
           MOVE WK-LN-ID (WK-LN-IX)      TO LN-EMP-ID.
           MOVE WK-LN-LOAN (WK-LN-IX)    TO LN-LOAN-ID.
           MOVE WK-LN-PRINCIPAL (WK-LN-IX)
                                         TO LN-PRINCIPAL.
           MOVE WK-LN-INSTALLMENT (WK-LN-IX)
                                         TO LN-INSTALLMENT.
           MOVE WK-LN-START (WK-LN-IX)   TO LN-START-PERIOD.
           MOVE WK-LN-BALANCE (WK-LN-IX) TO LN-BALANCE.
           MOVE WK-LN-LAST (WK-LN-IX)    TO LN-LAST-PERIOD.
           MOVE WK-LN-LAST-AMT (WK-LN-IX)
                                         TO LN-LAST-AMOUNT-X.
           WRITE LOANMST-REC.
           ADD 1                         TO WK-LN-IX.

      *-----------------------------------------------------------------
      *  8900-WRITE-YTD - Ghi lại master lũy kế
      *-----------------------------------------------------------------
       8900-WRITE-YTD.
           IF WK-SETTLED-COUNT > ZERO
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
           DISPLAY "*** EMPFNLSETP0012 ABORTED: " WK-ABORT-MSG
               " ***".
           MOVE 16                       TO RETURN-CODE.
           STOP RUN.

      *-----------------------------------------------------------------
       9999-FINALIZE.
           CLOSE EMPLOYEE-MASTER SETLLOG-FILE OD01 OD02 OD03 OD04.
           DISPLAY "FINAL SETTLEMENT - PERIOD " WK-PAY-PERIOD.
           DISPLAY "EMPLOYEES SETTLED: " WK-SETTLED-COUNT.
           DISPLAY "ALREADY SETTLED, SKIPPED: " WK-SKIPPED-COUNT.
           DISPLAY "TRANSFERS: " WK-XFER-COUNT " TOTAL " WK-XFER-TOTAL.
           DISPLAY "HELD, LEAVE NOT PRICED: " WK-HELD-COUNT.
           DISPLAY "NOT SENT TO THE BANK: " WK-EXC-COUNT.
           IF WK-EXC-COUNT > ZERO
           OR WK-HELD-COUNT > ZERO
               MOVE 4                    TO RETURN-CODE
           END-IF.
