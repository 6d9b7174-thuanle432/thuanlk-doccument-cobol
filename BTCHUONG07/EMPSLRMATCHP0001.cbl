      *                     either) no longer consume ADJUST.txt
      *                     entries or feed DEDRPT.txt - those
      *                     adjustments now carry to the next run.
      *    2026/10/15  LKT  BANKACCT.txt carries an account status
      *                     (plus the bank's reason code and the
      *                     period) stamped by the bank returns run
      *                     EMPBNKRTNP0009: a MATCHED employee whose
      *                     account is suspended ('S') goes to
      *                     BANKEXC.txt as ACCOUNT SUSPENDED instead
      *                     of being sent to the bank again.
      *    2026/10/15  LKT  BANKACCT.txt now also holds the pending
      *                     details entered on the P0003 maintenance
      *                     screen.  The transfer is always built from
      *                     the approved details; an account entered
      *                     but not yet approved by the second
      *                     operator (no approved account number) goes
      *                     to BANKEXC.txt as PENDING APPROVAL.
      *    2026/10/15  LKT  Staff loans and salary advances: LOANMST.txt
      *                     (principal, installment, start period,
      *                     remaining balance per employee and loan)
      *                     replaces the hand-maintained DEDUCT.txt
      *                     repayment lines.  From the start period
      *                     each MATCHED employee repays the
      *                     installment, the last one cut down to the
      *                     balance left, and the loan stops at zero.
      *                     Each repayment prints as a LOAN payslip
      *                     line with the balance remaining, the
      *                     master is rewritten at end of run and
      *                     LOANRPT.txt is the loan ledger for
      *                     accounting.
      *    2026/10/15  LKT  Social / health insurance contributions:
      *                     SIRATE.txt (scheme code, employee %,
      *                     employer %, ceiling on insurable earnings)
      *                     is applied to the gross of every MATCHED
      *                     employee.  The employee share is taken
      *                     ahead of DEDUCT.txt and prints as its own
      *                     INSURANCE payslip line; the employer share
      *                     is rolled up by department onto the new
      *                     employer-cost report ERCOST.txt, which
      *                     EMPSLRGLP0005 posts to the journal.
      *                     The department-name lookup is now
      *                     PERFORMed THRU its exit paragraph so the
      *                     '***' suspense line returns correctly.
      *    2026/10/15  LKT  Shift differential / night premium: ID01
      *                     now carries premium hours and premium-
      *                     weighted hours from EMPPUNCHP0008 in its
      *                     trailing filler.  The weighted hours are
      *                     priced at the hourly rate and added to
      *                     gross and net like the bonus, shown on the
      *                     payslip as a PREMIUM line and on
      *                     DEPTRPT.txt in a new column after net (the
      *                     net column does not move).  A blank field
      *                     (hand-built ID01) means no premium.
      *    2026/10/15  LKT  Labour cost allocation: the optional
      *                     ALLOCMST.txt (employee, department, %)
      *                     splits an employee's hours, gross,
      *                     overtime, net, premium and insurance
      *                     across departments in the department
      *                     rollup (DEPTRPT.txt, ERCOST.txt, and so
      *                     the GL journal).  Each employee's rows
      *                     must be together in employee order and
      *                     total 100%, or the run aborts.  Shares are
      *                     truncated and the last row takes the
      *                     remainder so the rollup still ties to the
      *                     RESULT.txt trailer.  Headcount stays with
      *                     the ID01 department; employees without
      *                     rows are rolled up as before.  DEPTRPT.txt
      *                     gains a GROSS column after PREMIUM.
      *    2026/10/15  LKT  YTD.txt as it stood before this run is
      *                     copied to YTDPREV.txt just before the new
      *                     YTD.txt is written, so the payroll control
      *                     report EMPPAYCTLP0014 can measure the
      *                     period's YTD movement.
      *    2026/10/15  LKT  EMPLOYEE-MASTER FD extended with
      *                     EM-EMP-DEPT-CODE (home department, kept
      *                     through P0001 / batch-employee) to follow
      *                     the master layout.  Existing master files
      *                     must be converted with convert-employee.
      *    2026/10/15  LKT  EMPLOYEE-MASTER FD extended with
      *                     EM-EMP-MANAGER-ID (reporting line, kept
      *                     through P0001 / batch-employee).
      *                     OTAPPR.txt now names the approving
      *                     employee (OA-APPROVER-ID); an approval
      *                     is honoured only when the approver is in
      *                     the employee's reporting line on the
      *                     master (manager, manager's manager, ...),
      *                     otherwise the hours count as unapproved.
      *                     OTEXC.txt gains the approver and a reason
      *                     (NO APPROVAL / OVER APPROVED HOURS /
      *                     APPROVER NOT IN LINE).  Without the master
      *                     the approver is not checked.
      *    2026/10/15  LKT  Pay date and bank value date: the
      *                     scheduled payday for the period
      *                     (EMPSLRMATCH_PAY_DAY, default = last day
      *                     of the month) is rolled back over
      *                     weekends and CALENDAR holidays (the shared
      *                     business calendar) to the previous business
      *                     day.  The value date is carried in the
      *                     BANKXFER.txt 'T' record (XFER-VALUE-DATE,
      *                     the unused account name area) and printed
      *                     on every payslip.  A run whose value date
      *                     is already past is refused.  Without the
      *                     CALENDAR file only weekends are skipped.
      *    2026/10/15  LKT  LOANMST.txt extended with LN-LAST-AMOUNT,
      *                     the repayment taken in LN-LAST-PERIOD.  A
      *                     rerun of the same period adds it back to
      *                     the balance and takes the installment
      *                     again, so a rerun deducts exactly once.
      *                     A loan on an old master without the amount
      *                     is still left as POSTED.
      ******************************************************************
      ******************************************************************
       ENVIRONMENT                      DIVISION.
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS WK-YTD-STATUS.

           SELECT  YTDPREV-FILE         ASSIGN       TO "YTDPREV.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  OD03                 ASSIGN       TO "PAYSLIP.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  OD07                 ASSIGN       TO "BANKXFER.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  CALENDAR-FILE        ASSIGN       TO "CALENDAR"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS WK-CAL-STATUS.

           SELECT  OD08                 ASSIGN       TO "BANKEXC.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  OD09                 ASSIGN       TO "DEDRPT.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  LOANMST-FILE         ASSIGN       TO "LOANMST.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-LOANMST-STATUS.

           SELECT  OD13                 ASSIGN       TO "LOANRPT.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  SIRATE-FILE          ASSIGN       TO "SIRATE.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-SIRATE-STATUS.

           SELECT  ALLOCMST-FILE        ASSIGN       TO "ALLOCMST.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-ALLOCMST-STATUS.

           SELECT  OD14                 ASSIGN       TO "ERCOST.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  U90-FILE             ASSIGN       TO "U90"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS WK-U90-STATUS.
           03  IN-HOURS-WORKED          PIC  9(004).
           03  IN-HOURLY-RATE           PIC  9(003)V99.
           03  IN-DEPT-CODE             PIC  X(003).
           03  IN-PREM-HOURS            PIC  9(003)V99.
           03  IN-PREM-EQUIV            PIC  9(003)V99.
           03  FILLER                   PIC  X(003).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE ID02
      *-----------------------------------------------------------------
           03  SRT-HOURS-WORKED         PIC  9(004).
           03  SRT-HOURLY-RATE          PIC  9(003)V99.
           03  SRT-DEPT-CODE            PIC  X(003).
           03  SRT-PREM-HOURS           PIC  9(003)V99.
           03  SRT-PREM-EQUIV           PIC  9(003)V99.
           03  FILLER                   PIC  X(003).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE ID02 ĐÃ SORT THEO IN-SLR-EMP-ID
      *-----------------------------------------------------------------
           03  YTD-NET-SALARY           PIC  9(009)V99.
           03  YTD-LAST-PERIOD          PIC  X(006).
      *-----------------------------------------------------------------
      *  YTDPREV.txt - BẢN SAO YTD.txt TRƯỚC RUN (CHO BÁO CÁO KIỂM SOÁT)
      *-----------------------------------------------------------------
       FD  YTDPREV-FILE.
       01  YTDPREV-REC                  PIC  X(085).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD03 - PHIẾU LƯƠNG GỬI NHÀ IN
      *-----------------------------------------------------------------
       FD  OD03.
      *  CẤU TRÚC CỦA FILE OD06 - BÁO CÁO TỔNG HỢP THEO PHÒNG BAN
      *-----------------------------------------------------------------
       FD  OD06.
       01  OUT-DEPT-LINE                PIC  X(104).
      *-----------------------------------------------------------------
      *  DEPTMAST.DAT - MASTER PHÒNG BAN DO P0002 (screen/) QUẢN LÝ
      *-----------------------------------------------------------------
           03  PC-OPERATOR              PIC  X(008).
      *-----------------------------------------------------------------
      *  BANKACCT.txt - MASTER TÀI KHOẢN NGÂN HÀNG THEO EMP-ID
      *  (BA-STATUS 'S' = TẠM NGƯNG DO NGÂN HÀNG TRẢ VỀ; BA-PENDING =
      *  CHI TIẾT MỚI NHẬP TỪ MÀN HÌNH P0003, CHỜ NGƯỜI THỨ HAI DUYỆT)
      *-----------------------------------------------------------------
       FD  BANKACCT-FILE.
       01  BANKACCT-REC.
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
      *  CẤU TRÚC CỦA FILE OD07 - FILE CHUYỂN KHOẢN GỬI NGÂN HÀNG
      *  ('D' = CHI TIẾT, 'T' = RECORD KIỂM SOÁT TỔNG BATCH)
           03  XFER-ACCOUNT-NAME        PIC  X(030).
           03  XFER-AMOUNT              PIC  9(009)V99.
           03  XFER-PAY-PERIOD          PIC  X(006).
      *  RECORD 'T': NGÀY GIÁ TRỊ NẰM Ở VÙNG TÊN TÀI KHOẢN
       01  OUT-BANK-CTL-REC.
           03  FILLER                   PIC  X(021).
           03  XFER-VALUE-DATE          PIC  9(008).
           03  FILLER                   PIC  X(039).
      *-----------------------------------------------------------------
      *  CALENDAR - LỊCH NGÀY LÀM VIỆC DÙNG CHUNG (CAL-HOLIDAY-FLG
      *  '1' = NGÀY NGHỈ)
      *-----------------------------------------------------------------
       FD  CALENDAR-FILE.
       01  CALENDAR-REC.
           03  CAL-DATE                 PIC  9(008).
           03  CAL-HOLIDAY-FLG          PIC  X(001).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD08 - NGOẠI LỆ KHÔNG CÓ TÀI KHOẢN
      *-----------------------------------------------------------------
           03  OA-EMP-ID                PIC  X(005).
           03  OA-PERIOD                PIC  X(006).
           03  OA-HOURS                 PIC  9(004).
           03  OA-APPROVER-ID           PIC  X(005).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD11 - NGOẠI LỆ OVERTIME CHƯA DUYỆT
      *-----------------------------------------------------------------
           03  OX-APPROVED              PIC  9(004).
           03  OX-EXCESS                PIC  9(004).
           03  OX-WITHHELD              PIC  9(007)V99.
           03  OX-APPROVER-ID           PIC  X(005).
           03  OX-REASON                PIC  X(020).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD12 - NGOẠI LỆ CHÊNH LỆCH ĐƠN GIÁ GIỜ
      *-----------------------------------------------------------------
       FD  OD09.
       01  OUT-DED-LINE                 PIC  X(040).
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
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD13 - SỔ CHI TIẾT KHOẢN VAY CHO KẾ TOÁN
      *-----------------------------------------------------------------
       FD  OD13.
       01  OUT-LOAN-LINE                PIC  X(090).
      *-----------------------------------------------------------------
      *  SIRATE.txt - BẢNG TỶ LỆ ĐÓNG BẢO HIỂM XÃ HỘI / Y TẾ
      *  (TỶ LỆ TÍNH THEO %, TRẦN = 0 NGHĨA LÀ KHÔNG GIỚI HẠN)
      *-----------------------------------------------------------------
       FD  SIRATE-FILE.
       01  SIRATE-REC.
           03  SR-CODE                  PIC  X(004).
           03  SR-EE-RATE               PIC  9(002)V9(003).
           03  SR-ER-RATE               PIC  9(002)V9(003).
           03  SR-CEILING               PIC  9(007)V99.
      *-----------------------------------------------------------------
      *  ALLOCMST.txt - PHÂN BỔ CHI PHÍ LƯƠNG CỦA EMPLOYEE CHO NHIỀU
      *  PHÒNG BAN (THEO THỨ TỰ EMPLOYEE, TỔNG % MỖI NGƯỜI = 100)
      *-----------------------------------------------------------------
       FD  ALLOCMST-FILE.
       01  ALLOCMST-REC.
           03  AL-EMP-ID                PIC  X(005).
           03  AL-DEPT-CODE             PIC  X(003).
           03  AL-PCT                   PIC  9(003)V99.
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD14 - CHI PHÍ BẢO HIỂM PHẦN CÔNG TY THEO
      *  PHÒNG BAN
      *-----------------------------------------------------------------
       FD  OD14.
       01  OUT-ERCOST-LINE              PIC  X(072).
      *-----------------------------------------------------------------
      *  U90 - LOG KẾT QUẢ THỰC HIỆN DÙNG CHUNG TOÀN HỆ THỐNG BATCH
      *-----------------------------------------------------------------
       FD  U90-FILE.
           05  EM-EMP-HIRE-DATE         PIC  9(08).
           05  EM-EMP-TERM-DATE         PIC  9(08).
           05  EM-EMP-HOURLY-RATE       PIC  9(03)V99.
           05  EM-EMP-DEPT-CODE         PIC  X(03).
           05  EM-EMP-MANAGER-ID        PIC  9(04).
      *=================================================================
      *=================================================================
       WORKING-STORAGE                  SECTION.
           03  FILLER                   PIC  X(010) VALUE SPACE.
           03  FILLER                   PIC  X(007) VALUE "EMP ID ".
           03  WK-PS-EMP-ID             PIC  X(005).
       01  WK-PS-PAYDATE-LINE.
           03  FILLER                   PIC  X(010) VALUE "PAY DATE: ".
           03  WK-PS-PAY-DATE           PIC  9999/99/99.
       01  WK-PS-NAME-LINE.
           03  FILLER                   PIC  X(010) VALUE "NAME:     ".
           03  WK-PS-NAME               PIC  X(030).
       01  WK-PS-BONUS-LINE.
           03  FILLER                   PIC  X(010) VALUE "BONUS:    ".
           03  WK-PS-BONUS-AMT          PIC  Z,ZZZ,ZZ9.99.
       01  WK-PS-PREMIUM-LINE.
           03  FILLER                   PIC  X(010) VALUE "PREMIUM:  ".
           03  WK-PS-PREMIUM-HOURS      PIC  ZZ9.99.
           03  FILLER                   PIC  X(009)
                                        VALUE "  AMOUNT:".
           03  WK-PS-PREMIUM-AMT        PIC  Z,ZZZ,ZZ9.99.
       01  WK-PS-ADJ-LINE.
           03  FILLER                   PIC  X(007) VALUE "ADJUST ".
           03  WK-PS-ADJ-PERIOD         PIC  X(006).
           03  WK-PS-DED-CODE           PIC  X(004).
           03  FILLER                   PIC  X(001) VALUE ":".
           03  WK-PS-DED-AMT            PIC  Z,ZZZ,ZZ9.99.
       01  WK-PS-SI-LINE.
           03  FILLER                   PIC  X(012)
                                        VALUE "INSURANCE:  ".
           03  WK-PS-SI-AMT             PIC  Z,ZZZ,ZZ9.99.
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
       01  WK-PAY-PERIOD                PIC  X(006) VALUE SPACE.
       01  WK-TODAY                     PIC  9(008).

      *-----------------------------------------------------------------
      *  NGÀY TRẢ LƯƠNG - THAM SỐ EMPSLRMATCH_PAY_DAY (DD, MẶC ĐỊNH =
      *  NGÀY CUỐI THÁNG CỦA KỲ), LÙI VỀ NGÀY LÀM VIỆC TRƯỚC ĐÓ THEO
      *  CALENDAR ĐỂ RA NGÀY GIÁ TRỊ CHUYỂN KHOẢN
      *-----------------------------------------------------------------
       01  WK-PAY-DAY-X                 PIC  X(002) VALUE SPACE.
       01  WK-PAY-DAY-N REDEFINES WK-PAY-DAY-X
                                        PIC  9(002).
       01  WK-PAY-DATE                  PIC  9(008).
       01  WK-PAY-DATE-R REDEFINES WK-PAY-DATE.
           03  WK-PAY-DATE-YM           PIC  X(006).
           03  WK-PAY-DATE-DD           PIC  9(002).
       01  WK-MONTH-END                 PIC  9(008).
       01  WK-MONTH-END-R REDEFINES WK-MONTH-END.
           03  WK-MONTH-END-YM          PIC  X(006).
           03  WK-MONTH-END-DD          PIC  9(002).
       01  WK-VALUE-DATE                PIC  9(008) VALUE ZERO.
       01  WK-VALUE-INT                 PIC  9(007).
       01  WK-CAL-LOW                   PIC  9(008).
       01  WK-WEEKDAY                   PIC  9(001).
       01  WK-BUSINESS-DAY              PIC  X(001).
       01  WK-CAL-STATUS                PIC  X(002).
       01  WK-CAL-EOF                   PIC  X(001).
       01  WK-HOL-MAX                   PIC  9(003) VALUE 100.
       01  WK-HOL-CNT                   PIC  9(003) VALUE ZERO.
       01  WK-HOL-IX                    PIC  9(003).
       01  WK-HOL-TABLE.
           03  WK-HOL-DATE              PIC  9(008) OCCURS 100 TIMES.

      *-----------------------------------------------------------------
      *  BẢNG THUẾ SUẤT - MẶC ĐỊNH 3 BẬC, CÓ THỂ THAY BẰNG TAXBRKT.txt
      *-----------------------------------------------------------------
               05  WK-DEPT-HOURS        PIC  9(007).
               05  WK-DEPT-OVERTIME     PIC  9(009)V99.
               05  WK-DEPT-NET          PIC  9(009)V99.
               05  WK-DEPT-PREMIUM      PIC  9(009)V99.
               05  WK-DEPT-GROSS        PIC  9(009)V99.
               05  WK-DEPT-EE-SI        PIC  9(009)V99.
               05  WK-DEPT-ER-SI        PIC  9(009)V99.
       01  WK-DEPT-TOT-HEADCOUNT        PIC  9(005) VALUE ZERO.
       01  WK-DEPT-TOT-HOURS            PIC  9(007) VALUE ZERO.
       01  WK-DEPT-TOT-OVERTIME         PIC  9(009)V99 VALUE ZERO.
       01  WK-DEPT-TOT-NET              PIC  9(009)V99 VALUE ZERO.
       01  WK-DEPT-TOT-PREMIUM          PIC  9(009)V99 VALUE ZERO.
       01  WK-DEPT-TOT-GROSS            PIC  9(009)V99 VALUE ZERO.
       01  WK-DEPT-KEY                  PIC  X(003).

      *-----------------------------------------------------------------
      *  PHẦN CỘNG VÀO MỘT PHÒNG BAN (CẢ NGƯỜI HOẶC PHẦN PHÂN BỔ)
      *-----------------------------------------------------------------
       01  WK-SH-HEADCOUNT              PIC  9(001).
       01  WK-SH-HOURS                  PIC  9(007).
       01  WK-SH-OVERTIME               PIC  9(009)V99.
       01  WK-SH-NET                    PIC  9(009)V99.
       01  WK-SH-PREMIUM                PIC  9(009)V99.
       01  WK-SH-GROSS                  PIC  9(009)V99.
       01  WK-SH-EE-SI                  PIC  9(009)V99.
       01  WK-SH-ER-SI                  PIC  9(009)V99.

      *-----------------------------------------------------------------
      *  CÁC DÒNG BÁO CÁO PHÒNG BAN
                                        VALUE "      OVERTIME ".
           03  FILLER                   PIC  X(015)
                                        VALUE "            NET".
           03  FILLER                   PIC  X(016)
                                        VALUE "         PREMIUM".
           03  FILLER                   PIC  X(016)
                                        VALUE "           GROSS".
       01  WK-DP-DETAIL.
           03  WK-DP-CODE               PIC  X(003).
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-DP-OVERTIME           PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-DP-NET                PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-DP-PREMIUM            PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-DP-GROSS              PIC  ZZZ,ZZZ,ZZ9.99.
       01  WK-DP-TOTAL-TAG              PIC  X(003) VALUE "TOT".

      *-----------------------------------------------------------------
      *  BẢNG TỶ LỆ BẢO HIỂM - NẠP TỪ SIRATE.txt (NẾU CÓ)
      *-----------------------------------------------------------------
       01  WK-SIRATE-STATUS             PIC  X(002).
       01  WK-SR-MAX                    PIC  9(002) VALUE 10.
       01  WK-SR-CNT                    PIC  9(002) VALUE ZERO.
       01  WK-SR-IX                     PIC  9(002).
       01  WK-SR-EOF                    PIC  X(001).
       01  WK-SR-TABLE.
           03  WK-SR-ENTRY              OCCURS 10 TIMES.
               05  WK-SR-CODE           PIC  X(004).
               05  WK-SR-EE-RATE        PIC  9(002)V9(003).
               05  WK-SR-ER-RATE        PIC  9(002)V9(003).
               05  WK-SR-CEILING        PIC  9(007)V99.
       01  WK-SI-BASE                   PIC  9(007)V99.
       01  WK-SI-EE-CUR                 PIC  9(007)V99 VALUE ZERO.
       01  WK-SI-ER-CUR                 PIC  9(007)V99 VALUE ZERO.
       01  WK-SI-TOT-EE                 PIC  9(009)V99 VALUE ZERO.
       01  WK-SI-TOT-ER                 PIC  9(009)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      *  BẢNG PHÂN BỔ PHÒNG BAN - NẠP TỪ ALLOCMST.txt (NẾU CÓ)
      *-----------------------------------------------------------------
       01  WK-ALLOCMST-STATUS           PIC  X(002).
       01  WK-AL-MAX                    PIC  9(004) VALUE 2000.
       01  WK-AL-CNT                    PIC  9(004) VALUE ZERO.
       01  WK-AL-IX                     PIC  9(004).
       01  WK-AL-EOF                    PIC  X(001).
       01  WK-AL-FOUND                  PIC  X(001).
       01  WK-AL-PREV-EMP               PIC  X(005).
       01  WK-AL-PCT-SUM                PIC  9(005)V99.
       01  WK-AL-TABLE.
           03  WK-AL-ENTRY              OCCURS 2000 TIMES.
               05  WK-AL-EMP-ID         PIC  X(005).
               05  WK-AL-DEPT           PIC  X(003).
               05  WK-AL-PCT            PIC  9(003)V99.
       01  WK-AL-DONE-HOURS             PIC  9(007).
       01  WK-AL-DONE-OVERTIME          PIC  9(009)V99.
       01  WK-AL-DONE-NET               PIC  9(009)V99.
       01  WK-AL-DONE-PREMIUM           PIC  9(009)V99.
       01  WK-AL-DONE-GROSS             PIC  9(009)V99.
       01  WK-AL-DONE-EE-SI             PIC  9(009)V99.
       01  WK-AL-DONE-ER-SI             PIC  9(009)V99.

      *-----------------------------------------------------------------
      *  CÁC DÒNG BÁO CÁO CHI PHÍ BẢO HIỂM PHẦN CÔNG TY
      *-----------------------------------------------------------------
       01  WK-EC-HEADER.
           03  FILLER                   PIC  X(025)
               VALUE "DEPT NAME                ".
           03  FILLER                   PIC  X(008)
                                        VALUE "HEADCNT ".
           03  FILLER                   PIC  X(015)
                                        VALUE "  EMPLOYEE SHR ".
           03  FILLER                   PIC  X(015)
                                        VALUE "  EMPLOYER SHR ".
       01  WK-EC-DETAIL.
           03  WK-EC-CODE               PIC  X(003).
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-EC-NAME               PIC  X(020).
           03  FILLER                   PIC  X(001) VALUE SPACE.
           03  WK-EC-HEADCOUNT          PIC  ZZZZ9.
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-EC-EE-SHARE           PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-EC-ER-SHARE           PIC  ZZZ,ZZZ,ZZ9.99.

      *-----------------------------------------------------------------
      *  BẢNG MASTER PHÒNG BAN - NẠP TỪ DEPTMAST.DAT (NẾU CÓ)
      *-----------------------------------------------------------------
               05  WK-BANK-BRANCH       PIC  X(004).
               05  WK-BANK-ACCOUNT      PIC  X(012).
               05  WK-BANK-ACCT-NAME    PIC  X(030).
               05  WK-BANK-STATUS       PIC  X(001).
       01  WK-XFER-COUNT                PIC  9(007) VALUE ZERO.
       01  WK-XFER-TOTAL                PIC  9(009)V99 VALUE ZERO.

           03  WK-OA-ENTRY              OCCURS 5000 TIMES.
               05  WK-OA-ID             PIC  X(005).
               05  WK-OA-HOURS          PIC  9(004).
               05  WK-OA-APPROVER       PIC  X(005).
       01  WK-OT-APPROVED               PIC  9(004).
       01  WK-OT-PAID15                 PIC  9(004).
       01  WK-OT-EXCESS                 PIC  9(004).
       01  WK-OT-EXCESS-AMT             PIC  9(007)V99.
       01  WK-OT-WITHHELD               PIC  9(007)V99.
       01  WK-OT-APPROVER               PIC  X(005).
       01  WK-OT-REASON                 PIC  X(020).
      *    Dò tuyến báo cáo trên master (EM-EMP-MANAGER-ID)
       01  WK-OA-IN-LINE                PIC  X(001).
       01  WK-APPROVER-9                PIC  9(005).
       01  WK-CHAIN-ID                  PIC  9(004).
       01  WK-CHAIN-LEVEL               PIC  9(002).
       01  WK-CHAIN-MAX                 PIC  9(002) VALUE 50.

      *-----------------------------------------------------------------
      *  BẢNG THƯỞNG - NẠP TỪ BONUSEARN.txt (CHỈ KỲ HIỆN TẠI)
               05  WK-BN-AMOUNT         PIC  9(007)V99.
       01  WK-BN-AMOUNT-CUR             PIC  9(007)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      *  PHỤ CẤP CA CỦA EMPLOYEE ĐANG XỬ LÝ (GIỜ QUY ĐỔI x ĐƠN GIÁ)
      *-----------------------------------------------------------------
       01  WK-PR-HOURS-CUR              PIC  9(003)V99 VALUE ZERO.
       01  WK-PR-AMOUNT-CUR             PIC  9(007)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      *  BẢNG CHÊNH LỆCH RETRO - NẠP TỪ ADJUST.txt, XÓA SAU KHI DÙNG
      *-----------------------------------------------------------------
           03  FILLER                   PIC  X(003) VALUE SPACE.
           03  WK-DR-TOTAL              PIC  ZZZ,ZZZ,ZZ9.99.

      *-----------------------------------------------------------------
      *  BẢNG KHOẢN VAY - NẠP TỪ LOANMST.txt, GHI LẠI CUỐI RUN
      *-----------------------------------------------------------------
       01  WK-LOANMST-STATUS            PIC  X(002).
       01  WK-LN-MAX                    PIC  9(004) VALUE 5000.
       01  WK-LN-CNT                    PIC  9(004) VALUE ZERO.
       01  WK-LN-IX                     PIC  9(004).
       01  WK-LN-OVERFLOW               PIC  X(001) VALUE 'N'.
       01  WK-LN-EOF                    PIC  X(001).
       01  WK-LN-TABLE.
           03  WK-LN-ENTRY              OCCURS 5000 TIMES.
               05  WK-LN-ID             PIC  X(005).
               05  WK-LN-LOAN           PIC  X(004).
               05  WK-LN-PRINCIPAL      PIC  9(007)V99.
               05  WK-LN-INSTALLMENT    PIC  9(007)V99.
               05  WK-LN-START          PIC  X(006).
               05  WK-LN-BALANCE        PIC  9(007)V99.
               05  WK-LN-LAST           PIC  X(006).
               05  WK-LN-LAST-AMT       PIC  9(007)V99.
               05  WK-LN-OPENING        PIC  9(007)V99.
               05  WK-LN-TAKEN          PIC  9(007)V99.
               05  WK-LN-FLAG           PIC  X(010).
      *  TIỀN TRẢ GÓP CỦA EMPLOYEE ĐANG XỬ LÝ (TỐI ĐA 5 DÒNG PAYSLIP)
       01  WK-EL-CNT                    PIC  9(002) VALUE ZERO.
       01  WK-EL-IX                     PIC  9(002).
       01  WK-EL-TABLE.
           03  WK-EL-ENTRY              OCCURS 5 TIMES.
               05  WK-EL-LOAN           PIC  X(004).
               05  WK-EL-AMOUNT         PIC  9(007)V99.
               05  WK-EL-BALANCE        PIC  9(007)V99.
       01  WK-LN-ONE                    PIC  9(007)V99.
       01  WK-LN-TOT-PRINCIPAL          PIC  9(009)V99 VALUE ZERO.
       01  WK-LN-TOT-OPENING            PIC  9(009)V99 VALUE ZERO.
       01  WK-LN-TOT-TAKEN              PIC  9(009)V99 VALUE ZERO.
       01  WK-LN-TOT-CLOSING            PIC  9(009)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      *  CÁC DÒNG SỔ CHI TIẾT KHOẢN VAY
      *-----------------------------------------------------------------
       01  WK-LL-TITLE.
           03  FILLER                   PIC  X(025)
               VALUE "LOAN LEDGER       PERIOD ".
           03  WK-LL-PERIOD             PIC  X(006).
       01  WK-LL-HEADER.
           03  FILLER                   PIC  X(013)
                                        VALUE "EMPID  LOAN  ".
           03  FILLER                   PIC  X(016)
                                        VALUE "     PRINCIPAL  ".
           03  FILLER                   PIC  X(016)
                                        VALUE "       OPENING  ".
           03  FILLER                   PIC  X(016)
                                        VALUE "        REPAID  ".
           03  FILLER                   PIC  X(016)
                                        VALUE "       CLOSING  ".
           03  FILLER                   PIC  X(006) VALUE "STATUS".
       01  WK-LL-DETAIL.
           03  WK-LL-ID                 PIC  X(005).
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-LL-LOAN               PIC  X(004).
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-LL-PRINCIPAL          PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-LL-OPENING            PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-LL-TAKEN              PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-LL-CLOSING            PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-LL-FLAG               PIC  X(010).
       01  WK-LL-TOTAL-TAG              PIC  X(005) VALUE "TOTAL".

      *-----------------------------------------------------------------
      *  BẢNG LŨY KẾ YTD - NẠP TỪ YTD.txt, GHI LẠI CUỐI RUN
      *-----------------------------------------------------------------
           PERFORM 8000-WRITE-TRAILER.
           PERFORM 7200-WRITE-BANK-TOTAL.
           PERFORM 8700-WRITE-DEPT-REPORT.
           PERFORM 8780-WRITE-ERCOST-REPORT.
           PERFORM 8800-WRITE-DED-REPORT.
           PERFORM 8820-WRITE-LOAN-REPORT.
           PERFORM 8870-WRITE-LEAVE-REPORT.
           PERFORM 8900-WRITE-YTD.
           PERFORM 9999-FINALIZE.
           MOVE ZERO                     TO WK-U90-CNT.
           PERFORM 9500-WRITE-U90.
           PERFORM 1070-CHECK-PERIOD-CTL.
           PERFORM 1071-SET-VALUE-DATE.
           ACCEPT WK-TAX-TOL-X           FROM ENVIRONMENT
                  'EMPSLRMATCH_TAX_TOL'.
           IF WK-TAX-TOL-X NOT = SPACE
           PERFORM 1350-LOAD-TAX-TABLE.
           PERFORM 1380-LOAD-BANKACCT.
           PERFORM 1385-LOAD-DEDUCT.
           PERFORM 1520-LOAD-LOAN.
           PERFORM 1550-LOAD-SIRATE.
           PERFORM 1580-LOAD-ALLOC.
           PERFORM 1388-LOAD-LEAVE.
           PERFORM 1396-LOAD-ADJUST.
           PERFORM 1410-LOAD-BONUS.
                OUTPUT OD09
                OUTPUT OD10
                OUTPUT OD11
                OUTPUT OD12
                OUTPUT OD13
                OUTPUT OD14.
           MOVE SPACES                   TO OUT-EMP-MATCH-REC.
           PERFORM 1100-READ-ID01.
           PERFORM 1200-READ-ID02.
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      *  1071-SET-VALUE-DATE - Ngày trả lương theo lịch của kỳ, lùi qua
      *  thứ bảy / chủ nhật / ngày nghỉ trong CALENDAR về ngày làm việc
      *  trước đó; ngày giá trị đã qua thì từ chối chạy
      *-----------------------------------------------------------------
       1071-SET-VALUE-DATE.
           IF WK-PAY-PERIOD IS NOT NUMERIC
           OR WK-PAY-PERIOD (5:2) < "01"
           OR WK-PAY-PERIOD (5:2) > "12"
               MOVE "PAY PERIOD INVALID - RUN REFUSED"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           ACCEPT WK-PAY-DAY-X           FROM ENVIRONMENT
                  'EMPSLRMATCH_PAY_DAY'.
           IF WK-PAY-DAY-X NOT = SPACE
               IF WK-PAY-DAY-X IS NOT NUMERIC
               OR WK-PAY-DAY-N = ZERO
               OR WK-PAY-DAY-N > 31
                   MOVE "PAY DAY PARAMETER INVALID - RUN REFUSED"
                                         TO WK-ABORT-MSG
                   PERFORM 9100-ABORT-RUN
               END-IF
           END-IF.
      *    NGÀY CUỐI THÁNG = NGÀY 01 CỦA THÁNG SAU - 1
           MOVE WK-PAY-PERIOD            TO WK-PAY-DATE-YM.
           MOVE 1                        TO WK-PAY-DATE-DD.
           COMPUTE WK-MONTH-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WK-PAY-DATE) + 31).
           MOVE 1                        TO WK-MONTH-END-DD.
           COMPUTE WK-MONTH-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WK-MONTH-END) - 1).
           MOVE WK-MONTH-END             TO WK-PAY-DATE.
           IF WK-PAY-DAY-X NOT = SPACE
           AND WK-PAY-DAY-N < WK-MONTH-END-DD
               MOVE WK-PAY-DAY-N         TO WK-PAY-DATE-DD
           END-IF.
           PERFORM 1072-LOAD-CALENDAR.
           MOVE WK-PAY-DATE              TO WK-VALUE-DATE.
           MOVE 'N'                      TO WK-BUSINESS-DAY.
           PERFORM 1074-CHECK-BUSINESS-DAY
               UNTIL WK-BUSINESS-DAY = 'Y'.
           ACCEPT WK-TODAY               FROM DATE YYYYMMDD.
           DISPLAY "PAY DATE " WK-PAY-DATE
               " - BANK VALUE DATE " WK-VALUE-DATE.
           IF WK-VALUE-DATE < WK-TODAY
               MOVE "VALUE DATE ALREADY PAST - RUN REFUSED"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.

      *-----------------------------------------------------------------
      *  1072-LOAD-CALENDAR - Nạp các ngày nghỉ trong 31 ngày tính đến
      *  ngày trả lương (không có CALENDAR thì chỉ bỏ qua cuối tuần)
      *-----------------------------------------------------------------
       1072-LOAD-CALENDAR.
           MOVE ZERO                     TO WK-HOL-CNT.
           MOVE 'N'                      TO WK-CAL-EOF.
           COMPUTE WK-CAL-LOW = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WK-PAY-DATE) - 31).
           OPEN INPUT CALENDAR-FILE.
           IF WK-CAL-STATUS NOT = "00"
               DISPLAY "*** WARNING: CALENDAR NOT AVAILABLE - "
                   "ONLY WEEKENDS SKIPPED FOR VALUE DATE ***"
           ELSE
               PERFORM 1073-READ-CALENDAR
               PERFORM 1076-STORE-HOLIDAY
                   UNTIL WK-CAL-EOF = 'Y'
               CLOSE CALENDAR-FILE
           END-IF.

      *-----------------------------------------------------------------
       1073-READ-CALENDAR.
           READ CALENDAR-FILE
               AT END MOVE 'Y' TO WK-CAL-EOF
           END-READ.

      *-----------------------------------------------------------------
       1074-CHECK-BUSINESS-DAY.
           COMPUTE WK-VALUE-INT =
               FUNCTION INTEGER-OF-DATE (WK-VALUE-DATE).
      *    INTEGER-OF-DATE MOD 7: 0 = CHỦ NHẬT, 6 = THỨ BẢY
           COMPUTE WK-WEEKDAY = FUNCTION MOD (WK-VALUE-INT, 7).
           MOVE 'Y'                      TO WK-BUSINESS-DAY.
           IF WK-WEEKDAY = 0 OR WK-WEEKDAY = 6
               MOVE 'N'                  TO WK-BUSINESS-DAY
           ELSE
               PERFORM 1075-CHECK-HOLIDAY
                   VARYING WK-HOL-IX FROM 1 BY 1
                   UNTIL WK-HOL-IX > WK-HOL-CNT
           END-IF.
           IF WK-BUSINESS-DAY = 'N'
               COMPUTE WK-VALUE-DATE = FUNCTION DATE-OF-INTEGER
                   (WK-VALUE-INT - 1)
           END-IF.

      *-----------------------------------------------------------------
       1075-CHECK-HOLIDAY.
           IF WK-HOL-DATE (WK-HOL-IX) = WK-VALUE-DATE
               MOVE 'N'                  TO WK-BUSINESS-DAY
           END-IF.

      *-----------------------------------------------------------------
       1076-STORE-HOLIDAY.
           IF CAL-HOLIDAY-FLG = '1'
           AND CAL-DATE NOT < WK-CAL-LOW
           AND CAL-DATE NOT > WK-PAY-DATE
           AND WK-HOL-CNT < WK-HOL-MAX
               ADD 1                     TO WK-HOL-CNT
               MOVE CAL-DATE             TO WK-HOL-DATE (WK-HOL-CNT)
           END-IF.
           PERFORM 1073-READ-CALENDAR.

      *-----------------------------------------------------------------
       1080-READ-PERIODCTL.
           READ PERIODCTL
                                            (WK-BANK-CNT)
               MOVE BA-ACCOUNT-NAME      TO WK-BANK-ACCT-NAME
                                            (WK-BANK-CNT)
               MOVE BA-STATUS            TO WK-BANK-STATUS
                                            (WK-BANK-CNT)
           ELSE
               MOVE 'Y'                  TO WK-BANK-OVERFLOW
           END-IF.
           END-IF.
           PERFORM 1386-READ-DEDUCT.

      *-----------------------------------------------------------------
      *  1520-LOAD-LOAN - Nạp master khoản vay vào bảng (nếu có); số
      *  dư đầu kỳ giữ lại cho sổ chi tiết
      *-----------------------------------------------------------------
       1520-LOAD-LOAN.
           MOVE 'N'                      TO WK-LN-EOF.
           OPEN INPUT LOANMST-FILE.
           IF WK-LOANMST-STATUS = "35"
               CLOSE LOANMST-FILE
           ELSE
               PERFORM 1530-READ-LOAN
               PERFORM 1540-STORE-LOAN
                   UNTIL WK-LN-EOF = 'Y'
               CLOSE LOANMST-FILE
           END-IF.

      *-----------------------------------------------------------------
       1530-READ-LOAN.
           READ LOANMST-FILE
               AT END MOVE 'Y' TO WK-LN-EOF
           END-READ.

      *-----------------------------------------------------------------
       1540-STORE-LOAN.
           IF WK-LN-CNT < WK-LN-MAX
               ADD 1                     TO WK-LN-CNT
               MOVE LN-EMP-ID            TO WK-LN-ID (WK-LN-CNT)
               MOVE LN-LOAN-ID           TO WK-LN-LOAN (WK-LN-CNT)
               MOVE LN-PRINCIPAL         TO WK-LN-PRINCIPAL
                                            (WK-LN-CNT)
               MOVE LN-INSTALLMENT       TO WK-LN-INSTALLMENT
                                            (WK-LN-CNT)
               MOVE LN-START-PERIOD      TO WK-LN-START (WK-LN-CNT)
               MOVE LN-BALANCE           TO WK-LN-BALANCE (WK-LN-CNT)
               MOVE LN-LAST-PERIOD       TO WK-LN-LAST (WK-LN-CNT)
               MOVE ZERO                 TO WK-LN-LAST-AMT (WK-LN-CNT)
               IF LN-LAST-AMOUNT IS NUMERIC
                   MOVE LN-LAST-AMOUNT   TO WK-LN-LAST-AMT (WK-LN-CNT)
               END-IF
               MOVE ZERO                 TO WK-LN-TAKEN (WK-LN-CNT)
      *        Chạy lại cùng kỳ: hoàn số đã thu ở lần chạy trước vào
      *        số dư để lần này thu lại đúng một kỳ trả góp
               IF LN-LAST-PERIOD = WK-PAY-PERIOD
               AND LN-LAST-AMOUNT IS NUMERIC
                   ADD WK-LN-LAST-AMT (WK-LN-CNT)
                                         TO WK-LN-BALANCE (WK-LN-CNT)
                   MOVE ZERO             TO WK-LN-LAST-AMT (WK-LN-CNT)
               END-IF
               MOVE WK-LN-BALANCE (WK-LN-CNT)
                                         TO WK-LN-OPENING (WK-LN-CNT)
      *        Khoản đã đến kỳ mà cuối run vẫn mang cờ NOT PAID là
      *        employee không có payslip kỳ này (vắng / ngoại lệ).
      *        POSTED chỉ còn cho master cũ chưa có LN-LAST-AMOUNT
               EVALUATE TRUE
                   WHEN WK-LN-BALANCE (WK-LN-CNT) = ZERO
                       MOVE "PAID OFF"   TO WK-LN-FLAG (WK-LN-CNT)
                   WHEN LN-START-PERIOD > WK-PAY-PERIOD
                       MOVE "NOT DUE"    TO WK-LN-FLAG (WK-LN-CNT)
                   WHEN LN-LAST-PERIOD = WK-PAY-PERIOD
                   AND LN-LAST-AMOUNT IS NOT NUMERIC
                       MOVE "POSTED"     TO WK-LN-FLAG (WK-LN-CNT)
                   WHEN OTHER
                       MOVE "NOT PAID"   TO WK-LN-FLAG (WK-LN-CNT)
               END-EVALUATE
           ELSE
               MOVE 'Y'                  TO WK-LN-OVERFLOW
           END-IF.
           PERFORM 1530-READ-LOAN.

      *-----------------------------------------------------------------
      *  1550-LOAD-SIRATE - Nạp bảng tỷ lệ bảo hiểm (nếu có); quá 10
      *  dòng là lỗi cấu hình, dừng run
      *-----------------------------------------------------------------
       1550-LOAD-SIRATE.
           MOVE 'N'                      TO WK-SR-EOF.
           OPEN INPUT SIRATE-FILE.
           IF WK-SIRATE-STATUS = "35"
               CLOSE SIRATE-FILE
           ELSE
               PERFORM 1560-READ-SIRATE
               PERFORM 1570-STORE-SIRATE
                   UNTIL WK-SR-EOF = 'Y'
               CLOSE SIRATE-FILE
           END-IF.

      *-----------------------------------------------------------------
       1560-READ-SIRATE.
           READ SIRATE-FILE
               AT END MOVE 'Y' TO WK-SR-EOF
           END-READ.

      *-----------------------------------------------------------------
       1570-STORE-SIRATE.
           IF WK-SR-CNT >= WK-SR-MAX
               MOVE "SIRATE.txt HAS MORE THAN 10 SCHEMES"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           ADD 1                         TO WK-SR-CNT.
           MOVE SR-CODE                  TO WK-SR-CODE (WK-SR-CNT).
           MOVE SR-EE-RATE               TO WK-SR-EE-RATE (WK-SR-CNT).
           MOVE SR-ER-RATE               TO WK-SR-ER-RATE (WK-SR-CNT).
           MOVE SR-CEILING               TO WK-SR-CEILING (WK-SR-CNT).
           PERFORM 1560-READ-SIRATE.

      *-----------------------------------------------------------------
      *  1580-LOAD-ALLOC - Nạp bảng phân bổ phòng ban (nếu có); dòng
      *  sai, sai thứ tự employee hoặc tổng % khác 100 là lỗi cấu
      *  hình, dừng run
      *-----------------------------------------------------------------
       1580-LOAD-ALLOC.
           MOVE 'N'                      TO WK-AL-EOF.
           MOVE SPACES                   TO WK-AL-PREV-EMP.
           MOVE ZERO                     TO WK-AL-PCT-SUM.
           OPEN INPUT ALLOCMST-FILE.
           IF WK-ALLOCMST-STATUS = "35"
               CLOSE ALLOCMST-FILE
           ELSE
               PERFORM 1585-READ-ALLOC
               PERFORM 1590-STORE-ALLOC
                   UNTIL WK-AL-EOF = 'Y'
               CLOSE ALLOCMST-FILE
               IF WK-AL-CNT > ZERO
                   PERFORM 1595-CHECK-ALLOC-TOTAL
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       1585-READ-ALLOC.
           READ ALLOCMST-FILE
               AT END MOVE 'Y' TO WK-AL-EOF
           END-READ.

      *-----------------------------------------------------------------
       1590-STORE-ALLOC.
           IF AL-EMP-ID = SPACE
           OR AL-DEPT-CODE = SPACE
           OR AL-PCT IS NOT NUMERIC
           OR AL-PCT = ZERO
               DISPLAY "*** ALLOCMST.txt ENTRY FOR EMP " AL-EMP-ID
                   " DEPT " AL-DEPT-CODE " IS INVALID ***"
               MOVE "ALLOCMST.txt HAS AN INVALID ENTRY"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           IF AL-EMP-ID < WK-AL-PREV-EMP
               DISPLAY "*** ALLOCMST.txt EMP " AL-EMP-ID
                   " FOLLOWS EMP " WK-AL-PREV-EMP " ***"
               MOVE "ALLOCMST.txt IS NOT IN EMPLOYEE ORDER"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           IF AL-EMP-ID NOT = WK-AL-PREV-EMP
               IF WK-AL-CNT > ZERO
                   PERFORM 1595-CHECK-ALLOC-TOTAL
               END-IF
               MOVE AL-EMP-ID            TO WK-AL-PREV-EMP
               MOVE ZERO                 TO WK-AL-PCT-SUM
           END-IF.
           IF WK-AL-CNT >= WK-AL-MAX
               MOVE "ALLOCMST.txt HAS MORE THAN 2000 ENTRIES"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.
           ADD 1                         TO WK-AL-CNT.
           MOVE AL-EMP-ID                TO WK-AL-EMP-ID (WK-AL-CNT).
           MOVE AL-DEPT-CODE             TO WK-AL-DEPT (WK-AL-CNT).
           MOVE AL-PCT                   TO WK-AL-PCT (WK-AL-CNT).
           ADD AL-PCT                    TO WK-AL-PCT-SUM.
           PERFORM 1585-READ-ALLOC.

      *-----------------------------------------------------------------
       1595-CHECK-ALLOC-TOTAL.
           IF WK-AL-PCT-SUM NOT = 100
               DISPLAY "*** ALLOCMST.txt EMP " WK-AL-PREV-EMP
                   " TOTALS " WK-AL-PCT-SUM " PERCENT ***"
               MOVE "ALLOCMST.txt PERCENTAGES DO NOT TOTAL 100"
                                         TO WK-ABORT-MSG
               PERFORM 9100-ABORT-RUN
           END-IF.

      *-----------------------------------------------------------------
      *  1388-LOAD-LEAVE - Nạp master nghỉ phép rồi cộng giờ nghỉ của
      *  kỳ từ LEAVETRN.txt vào bảng (taken được cộng ngay - giờ đã
                   ADD 1                 TO WK-OA-CNT
                   MOVE OA-EMP-ID        TO WK-OA-ID (WK-OA-CNT)
                   MOVE OA-HOURS         TO WK-OA-HOURS (WK-OA-CNT)
                   MOVE OA-APPROVER-ID   TO WK-OA-APPROVER (WK-OA-CNT)
               ELSE
                   MOVE 'Y'              TO WK-OA-OVERFLOW
               END-IF
           PERFORM 2450-CHECK-RATE.
           PERFORM 2500-CALC-OVERTIME.
           PERFORM 2530-CALC-BONUS.
           PERFORM 2540-CALC-PREMIUM.
           PERFORM 2550-CALC-LEAVE.
           MOVE SRT-SLR-EMP-ID           TO OUT-EMP-ID.
           MOVE SRT-SLR-EMP-NAME         TO OUT-EMP-NAME.
           MOVE SRT-GROSS-SALARY         TO OUT-GROSS-SALARY.
           ADD WK-BN-AMOUNT-CUR          TO OUT-GROSS-SALARY.
           ADD WK-PR-AMOUNT-CUR          TO OUT-GROSS-SALARY.
           MOVE SRT-TAX                  TO OUT-TAX.
           PERFORM 5500-CHECK-MASTER.
      *    Chỉ record MATCHED mới được tiêu retro adjustment và
               MOVE ZERO                 TO WK-AJL-CNT
               MOVE ZERO                 TO WK-ED-CNT
               MOVE ZERO                 TO WK-ED-TOTAL
               MOVE ZERO                 TO WK-EL-CNT
               MOVE ZERO                 TO WK-SI-EE-CUR
               MOVE ZERO                 TO WK-SI-ER-CUR
           END-IF.
           COMPUTE WK-NET-SIGNED =
               SRT-NET-SALARY + OUT-OVERTIME-AMOUNT
               + WK-BN-AMOUNT-CUR + WK-PR-AMOUNT-CUR
               + WK-LV-AMOUNT-CUR + WK-AJ-AMOUNT-CUR
               - WK-ED-TOTAL.
           IF WK-NET-SIGNED < ZERO
           MOVE SRT-EMP-NAME             TO OUT-EMP-NAME.
           MOVE ZERO                     TO OUT-GROSS-SALARY.
           MOVE ZERO                     TO OUT-OVERTIME-AMOUNT.
           MOVE ZERO                     TO WK-PR-AMOUNT-CUR.
           MOVE ZERO                     TO OUT-TAX.
           MOVE ZERO                     TO OUT-NET-SALARY.
           MOVE ZERO                     TO WK-AJ-AMOUNT-CUR.
           MOVE "NO-SALARY"              TO OUT-STATUS.
           MOVE ZERO                     TO WK-SI-EE-CUR.
           MOVE ZERO                     TO WK-SI-ER-CUR.
           PERFORM 5500-CHECK-MASTER.
           PERFORM 8100-WRITE-RESULT.
           PERFORM 8600-ACCUM-DEPT.
           MOVE SRT-SLR-EMP-NAME         TO OUT-EMP-NAME.
           MOVE SRT-GROSS-SALARY         TO OUT-GROSS-SALARY.
           MOVE ZERO                     TO OUT-OVERTIME-AMOUNT.
           MOVE ZERO                     TO WK-PR-AMOUNT-CUR.
           MOVE SRT-TAX                  TO OUT-TAX.
           MOVE SRT-NET-SALARY           TO OUT-NET-SALARY.
           MOVE ZERO                     TO WK-AJ-AMOUNT-CUR.
      *-----------------------------------------------------------------
       2510-APPLY-OT-APPROVAL.
           MOVE ZERO                     TO WK-OT-APPROVED.
           MOVE SPACE                    TO WK-OT-APPROVER.
           MOVE "NO APPROVAL"            TO WK-OT-REASON.
           MOVE 'N'                      TO WK-OA-FOUND.
           MOVE 1                        TO WK-OA-IX.
           PERFORM 2520-SEARCH-OTAPPR
               UNTIL WK-OA-IX > WK-OA-CNT
               OR WK-OA-FOUND = 'Y'.
           IF WK-OA-FOUND = 'Y'
               MOVE WK-OA-APPROVER (WK-OA-IX)
                                         TO WK-OT-APPROVER
               PERFORM 2515-CHECK-REPORTING-LINE
               IF WK-OA-IN-LINE = 'Y'
                   MOVE WK-OA-HOURS (WK-OA-IX)
                                         TO WK-OT-APPROVED
                   MOVE "OVER APPROVED HOURS"
                                         TO WK-OT-REASON
               ELSE
                   MOVE "APPROVER NOT IN LINE"
                                         TO WK-OT-REASON
               END-IF
           END-IF.
           IF WK-OVERTIME-HOURS > WK-OT-APPROVED
               MOVE WK-OT-APPROVED       TO WK-OT-PAID15
               MOVE WK-OT-APPROVED       TO OX-APPROVED
               MOVE WK-OT-EXCESS         TO OX-EXCESS
               MOVE WK-OT-WITHHELD       TO OX-WITHHELD
               MOVE WK-OT-APPROVER       TO OX-APPROVER-ID
               MOVE WK-OT-REASON         TO OX-REASON
               WRITE OUT-OTEXC-REC
           END-IF.

      *-----------------------------------------------------------------
      *  2515-CHECK-REPORTING-LINE - Người duyệt phải nằm trên tuyến
      *  báo cáo của employee (quản lý, quản lý của quản lý, ...);
      *  không có master thì không kiểm tra được, chấp nhận như cũ
      *-----------------------------------------------------------------
       2515-CHECK-REPORTING-LINE.
           MOVE 'N'                      TO WK-OA-IN-LINE.
           IF WK-MASTER-AVAILABLE NOT = 'Y'
               MOVE 'Y'                  TO WK-OA-IN-LINE
           ELSE
               IF WK-OT-APPROVER IS NUMERIC
               AND SRT-SLR-EMP-ID IS NUMERIC
                   MOVE WK-OT-APPROVER   TO WK-APPROVER-9
                   MOVE SRT-SLR-EMP-ID   TO WK-EMP-ID-9
                   MOVE ZERO             TO WK-CHAIN-ID
                   IF WK-EMP-ID-9 <= 9999
                       MOVE WK-EMP-ID-9  TO EM-EMP-ID
                       READ EMPLOYEE-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE EM-EMP-MANAGER-ID
                                         TO WK-CHAIN-ID
                       END-READ
                   END-IF
                   MOVE 1                TO WK-CHAIN-LEVEL
                   PERFORM 2516-WALK-REPORTING-LINE
                       UNTIL WK-OA-IN-LINE = 'Y'
                       OR WK-CHAIN-ID = ZERO
                       OR WK-CHAIN-LEVEL > WK-CHAIN-MAX
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       2516-WALK-REPORTING-LINE.
           IF WK-CHAIN-ID = WK-APPROVER-9
               MOVE 'Y'                  TO WK-OA-IN-LINE
           ELSE
               ADD 1                     TO WK-CHAIN-LEVEL
               MOVE WK-CHAIN-ID          TO EM-EMP-ID
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE ZERO         TO WK-CHAIN-ID
                   NOT INVALID KEY
                       MOVE EM-EMP-MANAGER-ID
                                         TO WK-CHAIN-ID
               END-READ
           END-IF.

      *-----------------------------------------------------------------
       2520-SEARCH-OTAPPR.
           IF WK-OA-ID (WK-OA-IX) = SRT-SLR-EMP-ID
               ADD 1                     TO WK-BN-IX
           END-IF.

      *-----------------------------------------------------------------
      *  2540-CALC-PREMIUM - Phụ cấp ca = giờ quy đổi (giờ trong khung
      *  phụ cấp x phần trăm) x đơn giá; ID01 lập tay để trống thì
      *  không có phụ cấp
      *-----------------------------------------------------------------
       2540-CALC-PREMIUM.
           MOVE ZERO                     TO WK-PR-HOURS-CUR.
           MOVE ZERO                     TO WK-PR-AMOUNT-CUR.
           IF SRT-PREM-HOURS IS NUMERIC
           AND SRT-PREM-EQUIV IS NUMERIC
               MOVE SRT-PREM-HOURS       TO WK-PR-HOURS-CUR
               COMPUTE WK-PR-AMOUNT-CUR ROUNDED =
                   SRT-PREM-EQUIV * SRT-HOURLY-RATE
           END-IF.

      *-----------------------------------------------------------------
      *  2550-CALC-LEAVE - Giờ nghỉ phép hưởng lương của kỳ, tính theo
      *  đơn giá giờ (không cộng vào ngưỡng overtime)
           MOVE ZERO                     TO WK-ED-TOTAL.
           COMPUTE WK-NET-SIGNED =
               SRT-NET-SALARY + OUT-OVERTIME-AMOUNT
               + WK-BN-AMOUNT-CUR + WK-PR-AMOUNT-CUR
               + WK-LV-AMOUNT-CUR + WK-AJ-AMOUNT-CUR.
           IF WK-NET-SIGNED < ZERO
               MOVE ZERO                 TO WK-ED-AVAILABLE
           ELSE
               MOVE WK-NET-SIGNED        TO WK-ED-AVAILABLE
           END-IF.
           PERFORM 2610-CALC-INSURANCE.
           MOVE 1                        TO WK-DED-IX.
           PERFORM 2650-APPLY-DEDUCTION
               UNTIL WK-DED-IX > WK-DED-CNT
               OR WK-ED-CNT >= 10.
           PERFORM 2700-CALC-LOANS.

      *-----------------------------------------------------------------
      *  2610-CALC-INSURANCE - Phần bảo hiểm người lao động và công ty
      *  theo từng dòng SIRATE.txt trên lương gộp (giới hạn ở trần);
      *  phần người lao động trừ trước các khoản khấu trừ định kỳ
      *-----------------------------------------------------------------
       2610-CALC-INSURANCE.
           MOVE ZERO                     TO WK-SI-EE-CUR.
           MOVE ZERO                     TO WK-SI-ER-CUR.
           MOVE 1                        TO WK-SR-IX.
           PERFORM 2620-APPLY-SIRATE
               UNTIL WK-SR-IX > WK-SR-CNT.
           IF WK-SI-EE-CUR > WK-ED-AVAILABLE
               MOVE WK-ED-AVAILABLE      TO WK-SI-EE-CUR
               DISPLAY "*** WARNING: INSURANCE FOR EMP "
                   SRT-SLR-EMP-ID " CAPPED AT PAY AVAILABLE ***"
           END-IF.
           ADD WK-SI-EE-CUR              TO WK-ED-TOTAL.
           SUBTRACT WK-SI-EE-CUR         FROM WK-ED-AVAILABLE.
           ADD WK-SI-EE-CUR              TO WK-SI-TOT-EE.
           ADD WK-SI-ER-CUR              TO WK-SI-TOT-ER.

      *-----------------------------------------------------------------
       2620-APPLY-SIRATE.
           IF WK-SR-CEILING (WK-SR-IX) > ZERO
           AND OUT-GROSS-SALARY > WK-SR-CEILING (WK-SR-IX)
               MOVE WK-SR-CEILING (WK-SR-IX)
                                         TO WK-SI-BASE
           ELSE
               MOVE OUT-GROSS-SALARY     TO WK-SI-BASE
           END-IF.
           COMPUTE WK-SI-EE-CUR ROUNDED =
               WK-SI-EE-CUR
               + WK-SI-BASE * WK-SR-EE-RATE (WK-SR-IX) / 100.
           COMPUTE WK-SI-ER-CUR ROUNDED =
               WK-SI-ER-CUR
               + WK-SI-BASE * WK-SR-ER-RATE (WK-SR-IX) / 100.
           ADD 1                         TO WK-SR-IX.

      *-----------------------------------------------------------------
       2650-APPLY-DEDUCTION.
               ADD 1                     TO WK-DT-IX
           END-IF.

      *-----------------------------------------------------------------
      *  2700-CALC-LOANS - Thu tiền trả góp các khoản vay đã đến kỳ
      *  của employee đang xử lý, sau các khoản khấu trừ định kỳ
      *-----------------------------------------------------------------
       2700-CALC-LOANS.
           MOVE ZERO                     TO WK-EL-CNT.
           MOVE 1                        TO WK-LN-IX.
           PERFORM 2750-APPLY-LOAN
               UNTIL WK-LN-IX > WK-LN-CNT
               OR WK-EL-CNT >= 5.

      *-----------------------------------------------------------------
      *  2750-APPLY-LOAN - Kỳ trả cuối chỉ thu phần số dư còn lại;
      *  không thu quá lương khả dụng, số dư giảm theo số đã thu
      *-----------------------------------------------------------------
       2750-APPLY-LOAN.
           IF WK-LN-ID (WK-LN-IX) = SRT-SLR-EMP-ID
           AND WK-LN-FLAG (WK-LN-IX) = "NOT PAID"
               MOVE WK-LN-INSTALLMENT (WK-LN-IX)
                                         TO WK-LN-ONE
               IF WK-LN-ONE > WK-LN-BALANCE (WK-LN-IX)
                   MOVE WK-LN-BALANCE (WK-LN-IX)
                                         TO WK-LN-ONE
               END-IF
               MOVE SPACE                TO WK-LN-FLAG (WK-LN-IX)
               IF WK-LN-ONE > WK-ED-AVAILABLE
                   MOVE WK-ED-AVAILABLE  TO WK-LN-ONE
                   MOVE "SHORT"          TO WK-LN-FLAG (WK-LN-IX)
                   DISPLAY "*** WARNING: LOAN "
                       WK-LN-LOAN (WK-LN-IX) " FOR EMP "
                       SRT-SLR-EMP-ID " CAPPED AT PAY AVAILABLE ***"
               END-IF
               SUBTRACT WK-LN-ONE        FROM WK-LN-BALANCE (WK-LN-IX)
               ADD WK-LN-ONE             TO WK-LN-TAKEN (WK-LN-IX)
               ADD WK-LN-ONE             TO WK-ED-TOTAL
               SUBTRACT WK-LN-ONE        FROM WK-ED-AVAILABLE
               MOVE WK-PAY-PERIOD        TO WK-LN-LAST (WK-LN-IX)
               MOVE WK-LN-ONE            TO WK-LN-LAST-AMT (WK-LN-IX)
               IF WK-LN-BALANCE (WK-LN-IX) = ZERO
                   MOVE "PAID OFF"       TO WK-LN-FLAG (WK-LN-IX)
               END-IF
               ADD 1                     TO WK-EL-CNT
               MOVE WK-LN-LOAN (WK-LN-IX)
                                         TO WK-EL-LOAN (WK-EL-CNT)
               MOVE WK-LN-ONE            TO WK-EL-AMOUNT (WK-EL-CNT)
               MOVE WK-LN-BALANCE (WK-LN-IX)
                                         TO WK-EL-BALANCE (WK-EL-CNT)
           END-IF.
           ADD 1                         TO WK-LN-IX.

      *-----------------------------------------------------------------
      *  5500-CHECK-MASTER - Đối chiếu OUT-EMP-ID với master nhân viên;
      *  ID không có trên file bị đóng dấu UNKNOWN-EMPLOYEE và chép
           MOVE WK-PAY-PERIOD            TO WK-PS-PERIOD.
           MOVE OUT-EMP-ID               TO WK-PS-EMP-ID.
           WRITE OUT-PAYSLIP-LINE        FROM WK-PS-HEADER.
           MOVE WK-VALUE-DATE            TO WK-PS-PAY-DATE.
           WRITE OUT-PAYSLIP-LINE        FROM WK-PS-PAYDATE-LINE.
           MOVE OUT-EMP-NAME             TO WK-PS-NAME.
           WRITE OUT-PAYSLIP-LINE        FROM WK-PS-NAME-LINE.
           MOVE SRT-HOURS-WORKED         TO WK-PS-HOURS.
               MOVE WK-BN-AMOUNT-CUR     TO WK-PS-BONUS-AMT
               WRITE OUT-PAYSLIP-LINE    FROM WK-PS-BONUS-LINE
           END-IF.
           IF WK-PR-AMOUNT-CUR > ZERO
               MOVE WK-PR-HOURS-CUR      TO WK-PS-PREMIUM-HOURS
               MOVE WK-PR-AMOUNT-CUR     TO WK-PS-PREMIUM-AMT
               WRITE OUT-PAYSLIP-LINE    FROM WK-PS-PREMIUM-LINE
           END-IF.
           IF WK-LV-HOURS-CUR > ZERO
               MOVE WK-LV-HOURS-CUR      TO WK-PS-LEAVE-HOURS
               MOVE WK-LV-AMOUNT-CUR     TO WK-PS-LEAVE-AMT
           MOVE 1                        TO WK-AJL-IX.
           PERFORM 6200-WRITE-ADJ-LINE
               UNTIL WK-AJL-IX > WK-AJL-CNT.
           IF WK-SI-EE-CUR > ZERO
               MOVE WK-SI-EE-CUR         TO WK-PS-SI-AMT
               WRITE OUT-PAYSLIP-LINE    FROM WK-PS-SI-LINE
           END-IF.
           MOVE 1                        TO WK-ED-IX.
           PERFORM 6100-WRITE-DED-LINE
               UNTIL WK-ED-IX > WK-ED-CNT.
           MOVE 1                        TO WK-EL-IX.
           PERFORM 6300-WRITE-LOAN-LINE
               UNTIL WK-EL-IX > WK-EL-CNT.
           MOVE OUT-GROSS-SALARY         TO WK-PS-GROSS.
           MOVE OUT-TAX                  TO WK-PS-TAX.
           MOVE OUT-NET-SALARY           TO WK-PS-NET.

      *-----------------------------------------------------------------
      *  7000-WRITE-BANK-XFER - Một record chuyển khoản cho employee
      *  MATCHED theo chi tiết đã duyệt; không có tài khoản, tài
      *  khoản đang tạm ngưng hoặc chưa được duyệt thì ghi ngoại lệ
      *-----------------------------------------------------------------
       7000-WRITE-BANK-XFER.
           MOVE 'N'                      TO WK-BANK-FOUND.
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
                   MOVE OUT-NET-SALARY   TO XFER-AMOUNT
                   MOVE WK-PAY-PERIOD    TO XFER-PAY-PERIOD
                   WRITE OUT-BANK-REC
                   ADD 1                 TO WK-XFER-COUNT
                   ADD OUT-NET-SALARY    TO WK-XFER-TOTAL
           END-EVALUATE.

      *-----------------------------------------------------------------
       7050-WRITE-BANKEXC.
           MOVE OUT-EMP-ID               TO BX-EMP-ID.
           MOVE OUT-EMP-NAME             TO BX-EMP-NAME.
           MOVE OUT-NET-SALARY           TO BX-NET-SALARY.
           WRITE OUT-BANKEXC-REC.

      *-----------------------------------------------------------------
       7100-SEARCH-BANKACCT.
           MOVE WK-XFER-COUNT            TO XFER-ACCOUNT-NO.
           MOVE WK-XFER-TOTAL            TO XFER-AMOUNT.
           MOVE WK-PAY-PERIOD            TO XFER-PAY-PERIOD.
           MOVE WK-VALUE-DATE            TO XFER-VALUE-DATE.
           WRITE OUT-BANK-REC.

      *-----------------------------------------------------------------
           WRITE OUT-PAYSLIP-LINE        FROM WK-PS-ADJ-LINE.
           ADD 1                         TO WK-AJL-IX.

      *-----------------------------------------------------------------
      *  6300-WRITE-LOAN-LINE - Một dòng payslip cho một khoản trả
      *  góp, kèm số dư còn lại
      *-----------------------------------------------------------------
       6300-WRITE-LOAN-LINE.
           MOVE WK-EL-LOAN (WK-EL-IX)    TO WK-PS-LOAN-ID.
           MOVE WK-EL-AMOUNT (WK-EL-IX)  TO WK-PS-LOAN-AMT.
           MOVE WK-EL-BALANCE (WK-EL-IX) TO WK-PS-LOAN-BAL.
           WRITE OUT-PAYSLIP-LINE        FROM WK-PS-LOAN-LINE.
           ADD 1                         TO WK-EL-IX.

      *-----------------------------------------------------------------
      *  8800-WRITE-DED-REPORT - Tổng khấu trừ theo mã cho kế toán
      *-----------------------------------------------------------------
           WRITE OUT-DED-LINE            FROM WK-DR-DETAIL.
           ADD 1                         TO WK-DT-IX.

      *-----------------------------------------------------------------
      *  8820-WRITE-LOAN-REPORT - Sổ chi tiết khoản vay của kỳ cho kế
      *  toán và ghi lại master với số dư mới
      *-----------------------------------------------------------------
       8820-WRITE-LOAN-REPORT.
           MOVE WK-PAY-PERIOD            TO WK-LL-PERIOD.
           WRITE OUT-LOAN-LINE           FROM WK-LL-TITLE.
           WRITE OUT-LOAN-LINE           FROM WK-LL-HEADER.
      *    Bảng tràn thì KHÔNG ghi đè master - cùng lý do như
      *    LEAVEMST.txt; tiền đã thu kỳ này phải điều chỉnh tay
           IF WK-LN-OVERFLOW = 'Y'
               DISPLAY "*** WARNING: LOAN TABLE OVERFLOW - MORE "
                   "THAN " WK-LN-MAX " LOANS; LOANRPT.txt IS "
                   "INCOMPLETE AND LOANMST.txt WAS NOT REWRITTEN "
                   "(REPAYMENTS OF THIS RUN NOT POSTED) ***"
           ELSE
               IF WK-LN-CNT > ZERO
                   OPEN OUTPUT LOANMST-FILE
               END-IF
           END-IF.
           MOVE 1                        TO WK-LN-IX.
           PERFORM 8830-WRITE-LOAN-ENTRY
               UNTIL WK-LN-IX > WK-LN-CNT.
           IF WK-LN-OVERFLOW NOT = 'Y'
           AND WK-LN-CNT > ZERO
               CLOSE LOANMST-FILE
           END-IF.
           MOVE WK-LL-TOTAL-TAG          TO WK-LL-ID.
           MOVE SPACE                    TO WK-LL-LOAN.
           MOVE WK-LN-TOT-PRINCIPAL      TO WK-LL-PRINCIPAL.
           MOVE WK-LN-TOT-OPENING        TO WK-LL-OPENING.
           MOVE WK-LN-TOT-TAKEN          TO WK-LL-TAKEN.
           MOVE WK-LN-TOT-CLOSING        TO WK-LL-CLOSING.
           MOVE SPACE                    TO WK-LL-FLAG.
           WRITE OUT-LOAN-LINE           FROM WK-LL-DETAIL.

      *-----------------------------------------------------------------
      *  8830-WRITE-LOAN-ENTRY - Khoản đã trả xong từ kỳ trước chỉ ghi
      *  lại master, không lên sổ chi tiết
      *-----------------------------------------------------------------
       8830-WRITE-LOAN-ENTRY.
           IF WK-LN-OPENING (WK-LN-IX) > ZERO
               MOVE WK-LN-ID (WK-LN-IX)  TO WK-LL-ID
               MOVE WK-LN-LOAN (WK-LN-IX)
                                         TO WK-LL-LOAN
               MOVE WK-LN-PRINCIPAL (WK-LN-IX)
                                         TO WK-LL-PRINCIPAL
               MOVE WK-LN-OPENING (WK-LN-IX)
                                         TO WK-LL-OPENING
               MOVE WK-LN-TAKEN (WK-LN-IX)
                                         TO WK-LL-TAKEN
               MOVE WK-LN-BALANCE (WK-LN-IX)
                                         TO WK-LL-CLOSING
               MOVE WK-LN-FLAG (WK-LN-IX)
                                         TO WK-LL-FLAG
               WRITE OUT-LOAN-LINE       FROM WK-LL-DETAIL
               ADD WK-LN-PRINCIPAL (WK-LN-IX)
                                         TO WK-LN-TOT-PRINCIPAL
               ADD WK-LN-OPENING (WK-LN-IX)
                                         TO WK-LN-TOT-OPENING
               ADD WK-LN-TAKEN (WK-LN-IX)
                                         TO WK-LN-TOT-TAKEN
               ADD WK-LN-BALANCE (WK-LN-IX)
                                         TO WK-LN-TOT-CLOSING
           END-IF.
           IF WK-LN-OVERFLOW NOT = 'Y'
               MOVE WK-LN-ID (WK-LN-IX)  TO LN-EMP-ID
               MOVE WK-LN-LOAN (WK-LN-IX)
                                         TO LN-LOAN-ID
               MOVE WK-LN-PRINCIPAL (WK-LN-IX)
                                         TO LN-PRINCIPAL
               MOVE WK-LN-INSTALLMENT (WK-LN-IX)
                                         TO LN-INSTALLMENT
               MOVE WK-LN-START (WK-LN-IX)
                                         TO LN-START-PERIOD
               MOVE WK-LN-BALANCE (WK-LN-IX)
                                         TO LN-BALANCE
               MOVE WK-LN-LAST (WK-LN-IX)
                                         TO LN-LAST-PERIOD
               MOVE WK-LN-LAST-AMT (WK-LN-IX)
                                         TO LN-LAST-AMOUNT
               WRITE LOANMST-REC
           END-IF.
           ADD 1                         TO WK-LN-IX.

      *-----------------------------------------------------------------
      *  2900-WRITE-ORPHAN - Giờ công không có lương tương ứng
      *-----------------------------------------------------------------

      *-----------------------------------------------------------------
      *  8600-ACCUM-DEPT - Cộng dồn record có giờ công vào bảng
      *  phòng ban (mã phòng lấy từ ID01); employee có trên
      *  ALLOCMST.txt thì chi phí chia theo bảng phân bổ, nhân sự vẫn
      *  tính ở phòng ghi trên ID01
      *-----------------------------------------------------------------
       8600-ACCUM-DEPT.
           MOVE 'N'                      TO WK-AL-FOUND.
           MOVE 1                        TO WK-AL-IX.
           PERFORM 8640-SEARCH-ALLOC
               UNTIL WK-AL-IX > WK-AL-CNT
               OR WK-AL-FOUND = 'Y'.
           MOVE SRT-DEPT-CODE            TO WK-DEPT-KEY.
           MOVE 1                        TO WK-SH-HEADCOUNT.
           IF WK-AL-FOUND = 'Y'
               MOVE ZERO                 TO WK-SH-HOURS
               MOVE ZERO                 TO WK-SH-OVERTIME
               MOVE ZERO                 TO WK-SH-NET
               MOVE ZERO                 TO WK-SH-PREMIUM
               MOVE ZERO                 TO WK-SH-GROSS
               MOVE ZERO                 TO WK-SH-EE-SI
               MOVE ZERO                 TO WK-SH-ER-SI
               PERFORM 8620-ADD-DEPT-SHARE
               MOVE ZERO                 TO WK-SH-HEADCOUNT
               MOVE ZERO                 TO WK-AL-DONE-HOURS
               MOVE ZERO                 TO WK-AL-DONE-OVERTIME
               MOVE ZERO                 TO WK-AL-DONE-NET
               MOVE ZERO                 TO WK-AL-DONE-PREMIUM
               MOVE ZERO                 TO WK-AL-DONE-GROSS
               MOVE ZERO                 TO WK-AL-DONE-EE-SI
               MOVE ZERO                 TO WK-AL-DONE-ER-SI
               PERFORM 8630-ALLOC-SHARE
                   UNTIL WK-AL-IX > WK-AL-CNT
                   OR WK-AL-EMP-ID (WK-AL-IX) NOT = SRT-EMP-ID
           ELSE
               MOVE SRT-HOURS-WORKED     TO WK-SH-HOURS
               MOVE OUT-OVERTIME-AMOUNT  TO WK-SH-OVERTIME
               MOVE OUT-NET-SALARY       TO WK-SH-NET
               MOVE WK-PR-AMOUNT-CUR     TO WK-SH-PREMIUM
               MOVE OUT-GROSS-SALARY     TO WK-SH-GROSS
               MOVE WK-SI-EE-CUR         TO WK-SH-EE-SI
               MOVE WK-SI-ER-CUR         TO WK-SH-ER-SI
               PERFORM 8620-ADD-DEPT-SHARE
           END-IF.

      *-----------------------------------------------------------------
      *  8620-ADD-DEPT-SHARE - Cộng các giá trị WK-SH- vào dòng phòng
      *  WK-DEPT-KEY của bảng (thêm dòng mới nếu chưa có)
      *-----------------------------------------------------------------
       8620-ADD-DEPT-SHARE.
           MOVE 'N'                      TO WK-DEPT-FOUND.
           MOVE 1                        TO WK-DEPT-IX.
           PERFORM 8650-SEARCH-DEPT
               ELSE
                   ADD 1                 TO WK-DEPT-CNT
                   MOVE WK-DEPT-CNT      TO WK-DEPT-IX
                   MOVE WK-DEPT-KEY      TO WK-DEPT-CODE (WK-DEPT-IX)
                   MOVE ZERO             TO WK-DEPT-HEADCOUNT
                                            (WK-DEPT-IX)
                   MOVE ZERO             TO WK-DEPT-HOURS (WK-DEPT-IX)
                   MOVE ZERO             TO WK-DEPT-OVERTIME
                                            (WK-DEPT-IX)
                   MOVE ZERO             TO WK-DEPT-NET (WK-DEPT-IX)
                   MOVE ZERO             TO WK-DEPT-PREMIUM
                                            (WK-DEPT-IX)
                   MOVE ZERO             TO WK-DEPT-GROSS (WK-DEPT-IX)
                   MOVE ZERO             TO WK-DEPT-EE-SI (WK-DEPT-IX)
                   MOVE ZERO             TO WK-DEPT-ER-SI (WK-DEPT-IX)
                   MOVE 'Y'              TO WK-DEPT-FOUND
               END-IF
           END-IF.
           IF WK-DEPT-FOUND = 'Y'
               ADD WK-SH-HEADCOUNT       TO WK-DEPT-HEADCOUNT
                                            (WK-DEPT-IX)
               ADD WK-SH-HOURS           TO WK-DEPT-HOURS (WK-DEPT-IX)
               ADD WK-SH-OVERTIME        TO WK-DEPT-OVERTIME
                                            (WK-DEPT-IX)
               ADD WK-SH-NET             TO WK-DEPT-NET (WK-DEPT-IX)
               ADD WK-SH-PREMIUM         TO WK-DEPT-PREMIUM
                                            (WK-DEPT-IX)
               ADD WK-SH-GROSS           TO WK-DEPT-GROSS (WK-DEPT-IX)
               ADD WK-SH-EE-SI           TO WK-DEPT-EE-SI (WK-DEPT-IX)
               ADD WK-SH-ER-SI           TO WK-DEPT-ER-SI (WK-DEPT-IX)
           END-IF.

      *-----------------------------------------------------------------
      *  8630-ALLOC-SHARE - Phần của một dòng phân bổ (cắt bỏ lẻ);
      *  dòng cuối của employee nhận phần còn lại để tổng khớp
      *-----------------------------------------------------------------
       8630-ALLOC-SHARE.
           MOVE WK-AL-DEPT (WK-AL-IX)    TO WK-DEPT-KEY.
           IF WK-AL-IX < WK-AL-CNT
           AND WK-AL-EMP-ID (WK-AL-IX + 1) = SRT-EMP-ID
               COMPUTE WK-SH-HOURS =
                   SRT-HOURS-WORKED * WK-AL-PCT (WK-AL-IX) / 100
               COMPUTE WK-SH-OVERTIME =
                   OUT-OVERTIME-AMOUNT * WK-AL-PCT (WK-AL-IX) / 100
               COMPUTE WK-SH-NET =
                   OUT-NET-SALARY * WK-AL-PCT (WK-AL-IX) / 100
               COMPUTE WK-SH-PREMIUM =
                   WK-PR-AMOUNT-CUR * WK-AL-PCT (WK-AL-IX) / 100
               COMPUTE WK-SH-GROSS =
                   OUT-GROSS-SALARY * WK-AL-PCT (WK-AL-IX) / 100
               COMPUTE WK-SH-EE-SI =
                   WK-SI-EE-CUR * WK-AL-PCT (WK-AL-IX) / 100
               COMPUTE WK-SH-ER-SI =
                   WK-SI-ER-CUR * WK-AL-PCT (WK-AL-IX) / 100
           ELSE
               COMPUTE WK-SH-HOURS =
                   SRT-HOURS-WORKED - WK-AL-DONE-HOURS
               COMPUTE WK-SH-OVERTIME =
                   OUT-OVERTIME-AMOUNT - WK-AL-DONE-OVERTIME
               COMPUTE WK-SH-NET =
                   OUT-NET-SALARY - WK-AL-DONE-NET
               COMPUTE WK-SH-PREMIUM =
                   WK-PR-AMOUNT-CUR - WK-AL-DONE-PREMIUM
               COMPUTE WK-SH-GROSS =
                   OUT-GROSS-SALARY - WK-AL-DONE-GROSS
               COMPUTE WK-SH-EE-SI =
                   WK-SI-EE-CUR - WK-AL-DONE-EE-SI
               COMPUTE WK-SH-ER-SI =
                   WK-SI-ER-CUR - WK-AL-DONE-ER-SI
           END-IF.
           ADD WK-SH-HOURS               TO WK-AL-DONE-HOURS.
           ADD WK-SH-OVERTIME            TO WK-AL-DONE-OVERTIME.
           ADD WK-SH-NET                 TO WK-AL-DONE-NET.
           ADD WK-SH-PREMIUM             TO WK-AL-DONE-PREMIUM.
           ADD WK-SH-GROSS               TO WK-AL-DONE-GROSS.
           ADD WK-SH-EE-SI               TO WK-AL-DONE-EE-SI.
           ADD WK-SH-ER-SI               TO WK-AL-DONE-ER-SI.
           PERFORM 8620-ADD-DEPT-SHARE.
           ADD 1                         TO WK-AL-IX.

      *-----------------------------------------------------------------
      *  8640-SEARCH-ALLOC - Dòng phân bổ đầu tiên của employee (bảng
      *  theo thứ tự employee, dừng khi đã qua mã cần tìm)
      *-----------------------------------------------------------------
       8640-SEARCH-ALLOC.
           IF WK-AL-EMP-ID (WK-AL-IX) = SRT-EMP-ID
               MOVE 'Y'                  TO WK-AL-FOUND
           ELSE
               IF WK-AL-EMP-ID (WK-AL-IX) > SRT-EMP-ID
                   COMPUTE WK-AL-IX = WK-AL-CNT + 1
               ELSE
                   ADD 1                 TO WK-AL-IX
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       8650-SEARCH-DEPT.
           IF WK-DEPT-CODE (WK-DEPT-IX) = WK-DEPT-KEY
               MOVE 'Y'                  TO WK-DEPT-FOUND
           ELSE
               ADD 1                     TO WK-DEPT-IX
      *  ban luôn khớp trailer của RESULT.txt (bút toán sổ cái cân)
      *-----------------------------------------------------------------
       8610-ACCUM-SUSPENSE.
           MOVE "***"                    TO WK-DEPT-KEY.
           MOVE 1                        TO WK-SH-HEADCOUNT.
           MOVE ZERO                     TO WK-SH-HOURS.
           MOVE ZERO                     TO WK-SH-OVERTIME.
           MOVE OUT-NET-SALARY           TO WK-SH-NET.
           MOVE ZERO                     TO WK-SH-PREMIUM.
           MOVE OUT-GROSS-SALARY         TO WK-SH-GROSS.
           MOVE ZERO                     TO WK-SH-EE-SI.
           MOVE ZERO                     TO WK-SH-ER-SI.
           PERFORM 8620-ADD-DEPT-SHARE.

      *-----------------------------------------------------------------
      *  8700-WRITE-DEPT-REPORT - Báo cáo tổng hợp theo phòng ban
           MOVE WK-DEPT-TOT-HOURS        TO WK-DP-HOURS.
           MOVE WK-DEPT-TOT-OVERTIME     TO WK-DP-OVERTIME.
           MOVE WK-DEPT-TOT-NET          TO WK-DP-NET.
           MOVE WK-DEPT-TOT-PREMIUM      TO WK-DP-PREMIUM.
           MOVE WK-DEPT-TOT-GROSS        TO WK-DP-GROSS.
           WRITE OUT-DEPT-LINE           FROM WK-DP-DETAIL.

      *-----------------------------------------------------------------
       8750-WRITE-DEPT-LINE.
           MOVE WK-DEPT-CODE (WK-DEPT-IX)
                                         TO WK-DP-CODE.
           PERFORM 8760-RESOLVE-DEPT-NAME THRU 8760-EXIT.
           MOVE WK-DEPT-HEADCOUNT (WK-DEPT-IX)
                                         TO WK-DP-HEADCOUNT.
           MOVE WK-DEPT-HOURS (WK-DEPT-IX)
           MOVE WK-DEPT-OVERTIME (WK-DEPT-IX)
                                         TO WK-DP-OVERTIME.
           MOVE WK-DEPT-NET (WK-DEPT-IX) TO WK-DP-NET.
           MOVE WK-DEPT-PREMIUM (WK-DEPT-IX)
                                         TO WK-DP-PREMIUM.
           MOVE WK-DEPT-GROSS (WK-DEPT-IX)
                                         TO WK-DP-GROSS.
           ADD WK-DEPT-HEADCOUNT (WK-DEPT-IX)
                                         TO WK-DEPT-TOT-HEADCOUNT.
           ADD WK-DEPT-HOURS (WK-DEPT-IX)
           ADD WK-DEPT-OVERTIME (WK-DEPT-IX)
                                         TO WK-DEPT-TOT-OVERTIME.
           ADD WK-DEPT-NET (WK-DEPT-IX)  TO WK-DEPT-TOT-NET.
           ADD WK-DEPT-PREMIUM (WK-DEPT-IX)
                                         TO WK-DEPT-TOT-PREMIUM.
           ADD WK-DEPT-GROSS (WK-DEPT-IX)
                                         TO WK-DEPT-TOT-GROSS.
           WRITE OUT-DEPT-LINE           FROM WK-DP-DETAIL.
           ADD 1                         TO WK-DEPT-IX.

       8760-EXIT.
           EXIT.

      *-----------------------------------------------------------------
      *  8780-WRITE-ERCOST-REPORT - Phần bảo hiểm người lao động và
      *  công ty theo phòng ban; EMPSLRGLP0005 hạch toán phần công ty
      *-----------------------------------------------------------------
       8780-WRITE-ERCOST-REPORT.
           WRITE OUT-ERCOST-LINE         FROM WK-EC-HEADER.
           MOVE 1                        TO WK-DEPT-IX.
           PERFORM 8790-WRITE-ERCOST-LINE
               UNTIL WK-DEPT-IX > WK-DEPT-CNT.
           MOVE WK-DP-TOTAL-TAG          TO WK-EC-CODE.
           MOVE SPACES                   TO WK-EC-NAME.
           MOVE WK-DEPT-TOT-HEADCOUNT    TO WK-EC-HEADCOUNT.
           MOVE WK-SI-TOT-EE             TO WK-EC-EE-SHARE.
           MOVE WK-SI-TOT-ER             TO WK-EC-ER-SHARE.
           WRITE OUT-ERCOST-LINE         FROM WK-EC-DETAIL.

      *-----------------------------------------------------------------
       8790-WRITE-ERCOST-LINE.
           MOVE WK-DEPT-CODE (WK-DEPT-IX)
                                         TO WK-EC-CODE.
           PERFORM 8760-RESOLVE-DEPT-NAME THRU 8760-EXIT.
           MOVE WK-DP-NAME               TO WK-EC-NAME.
           MOVE WK-DEPT-HEADCOUNT (WK-DEPT-IX)
                                         TO WK-EC-HEADCOUNT.
           MOVE WK-DEPT-EE-SI (WK-DEPT-IX)
                                         TO WK-EC-EE-SHARE.
           MOVE WK-DEPT-ER-SI (WK-DEPT-IX)
                                         TO WK-EC-ER-SHARE.
           WRITE OUT-ERCOST-LINE         FROM WK-EC-DETAIL.
           ADD 1                         TO WK-DEPT-IX.

      *-----------------------------------------------------------------
       8770-SEARCH-DEPTMAST.
           IF WK-DM-CODE (WK-DM-IX) = WK-DEPT-CODE (WK-DEPT-IX)
               DISPLAY "*** WARNING: YTD TABLE OVERFLOW - MORE THAN "
                   WK-YTD-MAX " EMPLOYEES, YTD.txt IS INCOMPLETE ***"
           END-IF.
           PERFORM 8910-SAVE-YTDPREV.
           OPEN OUTPUT YTD-FILE.
           MOVE 1                        TO WK-YTD-IX.
           PERFORM 8950-WRITE-YTD-ENTRY
               UNTIL WK-YTD-IX > WK-YTD-COUNT.
           CLOSE YTD-FILE.

      *-----------------------------------------------------------------
      *  8910-SAVE-YTDPREV - Chép YTD.txt hiện tại sang YTDPREV.txt
      *  trước khi ghi đè (không có YTD.txt thì YTDPREV.txt rỗng)
      *-----------------------------------------------------------------
       8910-SAVE-YTDPREV.
           OPEN OUTPUT YTDPREV-FILE.
           MOVE 'N'                      TO WK-YTD-EOF.
           OPEN INPUT YTD-FILE.
           IF WK-YTD-STATUS = "35"
               CLOSE YTD-FILE
           ELSE
               PERFORM 1400-READ-YTD
               PERFORM 8920-COPY-YTDPREV
                   UNTIL WK-YTD-EOF = 'Y'
               CLOSE YTD-FILE
           END-IF.
           CLOSE YTDPREV-FILE.

      *-----------------------------------------------------------------
       8920-COPY-YTDPREV.
           WRITE YTDPREV-REC             FROM YTD-REC.
           PERFORM 1400-READ-YTD.

      *-----------------------------------------------------------------
       8950-WRITE-YTD-ENTRY.
           MOVE WK-YTD-ID (WK-YTD-IX)    TO YTD-EMP-ID.
      *-----------------------------------------------------------------
       9999-FINALIZE.
           CLOSE ID01-SORTED ID02-SORTED OD01 OD02 OD03 OD04 OD05
                 OD06 OD07 OD08 OD09 OD10 OD11 OD12 OD13
                 OD14.
           IF WK-MASTER-AVAILABLE = 'Y'
               CLOSE EMPLOYEE-MASTER
           END-IF.
