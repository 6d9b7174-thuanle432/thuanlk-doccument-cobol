       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      EMPBNKRTNP0009.
      ******************************************************************
       AUTHOR.                          LE KIM THUAN.
       DATE-WRITTEN.                    2026/10/15.
       DATE-COMPILED.                   2026/10/15.
      *
      ******************************************************************
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program - bank returns run.  Reads the
      *                     bank's return file BANKRTN.txt (the
      *                     returned BANKXFER.txt detail plus the
      *                     bank's reason code), matches every item
      *                     back to the pay period's transfer batch
      *                     (BANKXFER-YYYYMM.txt archived by
      *                     EMPSLRARCHP0006, or BANKXFER.txt when the
      *                     archive is not there yet) and to the
      *                     employee through BANKACCT.txt.  Matched
      *                     accounts are stamped suspended on
      *                     BANKACCT.txt so the next match run sends
      *                     the employee to BANKEXC.txt, and the
      *                     cashier gets REISSUE.txt - the returned
      *                     items tied back to the original batch-
      *                     total control record.  Items that cannot
      *                     be matched go to RTNEXC.txt (RC 4).
      *                     A return already logged on RTNLOG.txt
      *                     (period, bank, branch, account, amount,
      *                     run date) for the batch item - the bank
      *                     file received twice, or the run repeated -
      *                     goes to RTNEXC.txt as ALREADY PROCESSED
      *                     instead of being reissued again, and the
      *                     earlier returns are shown on the reissue
      *                     totals; every new return is logged there.
      *                     The NAME column comes from
      *                     EMPLOYEE-MASTER.DAT.  The pending account
      *                     details kept by P0003 are carried through
      *                     the BANKACCT.txt rewrite untouched.
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
           SELECT  BANKRTN-FILE         ASSIGN       TO "BANKRTN.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-BANKRTN-STATUS.

           SELECT  XFER-FILE            ASSIGN       TO
                                        WK-XFER-NAME
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-XFER-STATUS.

           SELECT  BANKACCT-FILE        ASSIGN       TO "BANKACCT.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-BANKACCT-STATUS.

           SELECT  EMPLOYEE-MASTER      ASSIGN       TO
                                        "EMPLOYEE-MASTER.DAT"
                                        ORGANIZATION IS INDEXED
                                        ACCESS MODE  IS RANDOM
                                        RECORD KEY   IS EM-EMP-ID
                                        FILE STATUS  IS
                                        WK-MASTER-STATUS.

           SELECT  RTNLOG-FILE          ASSIGN       TO "RTNLOG.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-RTNLOG-STATUS.

           SELECT  OD01                 ASSIGN       TO "REISSUE.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.

           SELECT  OD02                 ASSIGN       TO "RTNEXC.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
       DATA                             DIVISION.
       FILE                             SECTION.
      *-----------------------------------------------------------------
      *  BANKRTN.txt - CHUYỂN KHOẢN BỊ NGÂN HÀNG TRẢ VỀ (CHI TIẾT GỐC
      *  CỦA BANKXFER.txt KÈM MÃ LÝ DO CỦA NGÂN HÀNG)
      *-----------------------------------------------------------------
       FD  BANKRTN-FILE.
       01  BANKRTN-REC.
           03  RT-BANK-CODE             PIC  X(004).
           03  RT-BRANCH-CODE           PIC  X(004).
           03  RT-ACCOUNT-NO            PIC  X(012).
           03  RT-ACCOUNT-NAME          PIC  X(030).
           03  RT-AMOUNT                PIC  9(009)V99.
           03  RT-PAY-PERIOD            PIC  X(006).
           03  RT-REASON-CODE           PIC  X(004).
           03  RT-REASON-TEXT           PIC  X(020).
      *-----------------------------------------------------------------
      *  BANKXFER-YYYYMM.txt - BATCH CHUYỂN KHOẢN GỐC CỦA KỲ (CÙNG
      *  LAYOUT OD07 CỦA EMPSLRMATCHP0001)
      *-----------------------------------------------------------------
       FD  XFER-FILE.
       01  XFER-REC.
           03  XFER-TYPE                PIC  X(001).
           03  XFER-BANK-CODE           PIC  X(004).
           03  XFER-BRANCH-CODE         PIC  X(004).
           03  XFER-ACCOUNT-NO          PIC  X(012).
           03  XFER-ACCOUNT-NAME        PIC  X(030).
           03  XFER-AMOUNT              PIC  9(009)V99.
           03  XFER-PAY-PERIOD          PIC  X(006).
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
      *  RTNLOG.txt - NHẬT KÝ CÁC KHOẢN TRẢ VỀ ĐÃ XỬ LÝ (ĐÃ ĐƯA VÀO
      *  DANH SÁCH CHI TRẢ LẠI)
      *-----------------------------------------------------------------
       FD  RTNLOG-FILE.
       01  RTNLOG-REC.
           03  RL-PAY-PERIOD            PIC  X(006).
           03  RL-BANK-CODE             PIC  X(004).
           03  RL-BRANCH-CODE           PIC  X(004).
           03  RL-ACCOUNT-NO            PIC  X(012).
           03  RL-AMOUNT                PIC  9(009)V99.
           03  RL-RUN-DATE              PIC  9(008).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD01 - DANH SÁCH CHI TRẢ LẠI CHO THỦ QUỸ
      *-----------------------------------------------------------------
       FD  OD01.
       01  OUT-REISSUE-LINE             PIC  X(100).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD02 - KHOẢN TRẢ VỀ KHÔNG ĐỐI CHIẾU ĐƯỢC
      *-----------------------------------------------------------------
       FD  OD02.
       01  OUT-RTNEXC-REC.
           03  RE-BANK-CODE             PIC  X(004).
           03  RE-BRANCH-CODE           PIC  X(004).
           03  RE-ACCOUNT-NO            PIC  X(012).
           03  RE-AMOUNT                PIC  9(009)V99.
           03  RE-PAY-PERIOD            PIC  X(006).
           03  RE-REASON-CODE           PIC  X(004).
           03  RE-EXC-REASON            PIC  X(030).
      *=================================================================
      *=================================================================
       WORKING-STORAGE                  SECTION.
      *=================================================================
       01  WK-BANKRTN-STATUS            PIC  X(002).
       01  WK-XFER-STATUS               PIC  X(002).
       01  WK-BANKACCT-STATUS           PIC  X(002).
       01  WK-MASTER-STATUS             PIC  X(002).
       01  WK-RTNLOG-STATUS             PIC  X(002).
       01  WK-RTNLOG-EOF                PIC  X(001).
       01  WK-TODAY                     PIC  9(008).
       01  WK-EMP-ID-9                  PIC  9(005).
       01  WK-RTN-EOF                   PIC  X(001).
       01  WK-XFER-EOF                  PIC  X(001).
       01  WK-XFER-NAME                 PIC  X(020).
       01  WK-PAY-PERIOD                PIC  X(006) VALUE SPACE.
       01  WK-RTN-COUNT                 PIC  9(005) VALUE ZERO.
       01  WK-EXC-COUNT                 PIC  9(005) VALUE ZERO.
       01  WK-SUSP-COUNT                PIC  9(005) VALUE ZERO.
       01  WK-BA-CHANGED                PIC  X(001) VALUE 'N'.

      *-----------------------------------------------------------------
      *  SỐ KIỂM SOÁT CỦA BATCH GỐC VÀ CỦA KHOẢN TRẢ VỀ
      *-----------------------------------------------------------------
       01  WK-CTL-FOUND                 PIC  X(001) VALUE 'N'.
       01  WK-CTL-COUNT                 PIC  9(007) VALUE ZERO.
       01  WK-CTL-TOTAL                 PIC  9(009)V99 VALUE ZERO.
       01  WK-DTL-COUNT                 PIC  9(007) VALUE ZERO.
       01  WK-DTL-TOTAL                 PIC  9(009)V99 VALUE ZERO.
       01  WK-RTN-ITEMS                 PIC  9(007) VALUE ZERO.
       01  WK-RTN-TOTAL                 PIC  9(009)V99 VALUE ZERO.
       01  WK-SETTLED-ITEMS             PIC  9(007) VALUE ZERO.
       01  WK-SETTLED-TOTAL             PIC  9(009)V99 VALUE ZERO.
       01  WK-PRIOR-ITEMS               PIC  9(007) VALUE ZERO.
       01  WK-PRIOR-TOTAL               PIC  9(009)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      *  BẢNG CHI TIẾT BATCH GỐC - MỖI DÒNG CHỈ ĐƯỢC TRẢ VỀ MỘT LẦN
      *  (WK-XF-RETURNED: N = CHƯA, Y = TRẢ VỀ TRONG RUN NÀY, P = ĐÃ
      *  XỬ LÝ Ở RUN TRƯỚC THEO RTNLOG.txt)
      *-----------------------------------------------------------------
       01  WK-XF-MAX                    PIC  9(004) VALUE 5000.
       01  WK-XF-CNT                    PIC  9(004) VALUE ZERO.
       01  WK-XF-IX                     PIC  9(004).
       01  WK-XF-FOUND                  PIC  X(001).
       01  WK-XF-OVERFLOW               PIC  X(001) VALUE 'N'.
       01  WK-XF-TABLE.
           03  WK-XF-ENTRY              OCCURS 5000 TIMES.
               05  WK-XF-BANK           PIC  X(004).
               05  WK-XF-BRANCH         PIC  X(004).
               05  WK-XF-ACCOUNT        PIC  X(012).
               05  WK-XF-AMOUNT         PIC  9(009)V99.
               05  WK-XF-RETURNED       PIC  X(001).

      *-----------------------------------------------------------------
      *  BẢNG TÀI KHOẢN NGÂN HÀNG - NẠP TỪ BANKACCT.txt, GHI LẠI SAU
      *-----------------------------------------------------------------
       01  WK-BANK-MAX                  PIC  9(004) VALUE 5000.
       01  WK-BANK-CNT                  PIC  9(004) VALUE ZERO.
       01  WK-BANK-IX                   PIC  9(004).
       01  WK-BANK-FOUND                PIC  X(001).
       01  WK-BANK-EOF                  PIC  X(001).
       01  WK-BANK-TABLE.
           03  WK-BANK-ENTRY            OCCURS 5000 TIMES.
               05  WK-BANK-ID           PIC  X(005).
               05  WK-BANK-CODE         PIC  X(004).
               05  WK-BANK-BRANCH       PIC  X(004).
               05  WK-BANK-ACCOUNT      PIC  X(012).
               05  WK-BANK-ACCT-NAME    PIC  X(030).
               05  WK-BANK-STATUS       PIC  X(001).
               05  WK-BANK-REASON       PIC  X(004).
               05  WK-BANK-PERIOD       PIC  X(006).
               05  WK-BANK-PENDING      PIC  X(066).

      *-----------------------------------------------------------------
      *  CÁC DÒNG DANH SÁCH CHI TRẢ LẠI
      *-----------------------------------------------------------------
       01  WK-RI-TITLE.
           03  FILLER                   PIC  X(040)
               VALUE "BANK RETURNS - CASHIER REISSUE LIST    ".
           03  FILLER                   PIC  X(012)
               VALUE "PAY PERIOD: ".
           03  WK-RI-TITLE-PERIOD       PIC  X(006).
       01  WK-RI-BATCH.
           03  FILLER                   PIC  X(016)
               VALUE "ORIGINAL BATCH  ".
           03  WK-RI-BATCH-NAME         PIC  X(020).
           03  FILLER                   PIC  X(007) VALUE "ITEMS: ".
           03  WK-RI-BATCH-COUNT        PIC  ZZZZZZ9.
           03  FILLER                   PIC  X(009) VALUE "  TOTAL: ".
           03  WK-RI-BATCH-TOTAL        PIC  ZZZ,ZZZ,ZZ9.99.
       01  WK-RI-HEADER.
           03  FILLER                   PIC  X(038)
               VALUE "EMPID  NAME                           ".
           03  FILLER                   PIC  X(036)
               VALUE "BANK BRCH ACCOUNT NO   AMOUNT       ".
           03  FILLER                   PIC  X(025)
               VALUE "   RSN  BANK REASON      ".
       01  WK-RI-DETAIL.
           03  WK-RI-ID                 PIC  X(005).
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-RI-NAME               PIC  X(030).
           03  FILLER                   PIC  X(001) VALUE SPACE.
           03  WK-RI-BANK               PIC  X(004).
           03  FILLER                   PIC  X(001) VALUE SPACE.
           03  WK-RI-BRANCH             PIC  X(004).
           03  FILLER                   PIC  X(001) VALUE SPACE.
           03  WK-RI-ACCOUNT            PIC  X(012).
           03  FILLER                   PIC  X(001) VALUE SPACE.
           03  WK-RI-AMOUNT             PIC  ZZZ,ZZZ,ZZ9.99.
           03  FILLER                   PIC  X(002) VALUE SPACE.
           03  WK-RI-REASON-CODE        PIC  X(004).
           03  FILLER                   PIC  X(001) VALUE SPACE.
           03  WK-RI-REASON-TEXT        PIC  X(020).
       01  WK-RI-TOTAL.
           03  WK-RI-TOTAL-LABEL        PIC  X(036).
           03  FILLER                   PIC  X(007) VALUE "ITEMS: ".
           03  WK-RI-TOTAL-COUNT        PIC  ZZZZZZ9.
           03  FILLER                   PIC  X(009) VALUE "  TOTAL: ".
           03  WK-RI-TOTAL-AMOUNT       PIC  ZZZ,ZZZ,ZZ9.99.
       01  WK-RI-WARNING                PIC  X(060).

      *=================================================================
       PROCEDURE                        DIVISION.
      *=================================================================
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE.
           PERFORM 2000-PROCESS-RETURN
               UNTIL WK-RTN-EOF = 'Y'.
           PERFORM 8000-WRITE-REISSUE-TOTALS.
           PERFORM 8900-WRITE-BANKACCT.
           PERFORM 9999-FINALIZE.
           STOP RUN.

      *-----------------------------------------------------------------
      *  1000-INITIALIZE - Xác định kỳ, nạp batch gốc và master tài
      *  khoản, mở danh sách chi trả lại
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           OPEN INPUT BANKRTN-FILE.
           IF WK-BANKRTN-STATUS NOT = "00"
               DISPLAY "*** EMPBNKRTNP0009 ABORTED: BANKRTN.txt "
                   "NOT AVAILABLE ***"
               MOVE 16                   TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N'                      TO WK-RTN-EOF.
           PERFORM 1100-READ-BANKRTN.
           ACCEPT WK-PAY-PERIOD          FROM ENVIRONMENT
                  'EMPBNKRTN_PAY_PERIOD'.
           IF WK-PAY-PERIOD = SPACE
           AND WK-RTN-EOF = 'N'
               MOVE RT-PAY-PERIOD        TO WK-PAY-PERIOD
           END-IF.
           IF WK-PAY-PERIOD = SPACE
               DISPLAY "*** EMPBNKRTNP0009 ABORTED: PAY PERIOD "
                   "UNKNOWN - SET EMPBNKRTN_PAY_PERIOD ***"
               MOVE 16                   TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 1200-LOAD-XFER.
           PERFORM 1300-LOAD-BANKACCT.
           PERFORM 1400-LOAD-RTNLOG.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WK-MASTER-STATUS NOT = "00"
               DISPLAY "*** EMPBNKRTNP0009 ABORTED: "
                   "EMPLOYEE-MASTER.DAT NOT AVAILABLE (STATUS "
                   WK-MASTER-STATUS ") ***"
               MOVE 16                   TO RETURN-CODE
               STOP RUN
           END-IF.
           ACCEPT WK-TODAY               FROM DATE YYYYMMDD.
           OPEN EXTEND RTNLOG-FILE.
           IF WK-RTNLOG-STATUS = "05" OR WK-RTNLOG-STATUS = "35"
               OPEN OUTPUT RTNLOG-FILE
           END-IF.
           OPEN OUTPUT OD01
                OUTPUT OD02.
           MOVE WK-PAY-PERIOD            TO WK-RI-TITLE-PERIOD.
           WRITE OUT-REISSUE-LINE        FROM WK-RI-TITLE.
           MOVE WK-XFER-NAME             TO WK-RI-BATCH-NAME.
           MOVE WK-CTL-COUNT             TO WK-RI-BATCH-COUNT.
           MOVE WK-CTL-TOTAL             TO WK-RI-BATCH-TOTAL.
           WRITE OUT-REISSUE-LINE        FROM WK-RI-BATCH.
           WRITE OUT-REISSUE-LINE        FROM WK-RI-HEADER.

      *-----------------------------------------------------------------
       1100-READ-BANKRTN.
           READ BANKRTN-FILE
               AT END MOVE 'Y' TO WK-RTN-EOF
           END-READ.

      *-----------------------------------------------------------------
      *  1200-LOAD-XFER - Nạp batch chuyển khoản gốc của kỳ: bản lưu
      *  trữ BANKXFER-YYYYMM.txt, chưa lưu trữ thì BANKXFER.txt; record
      *  'T' phải có và phải đúng kỳ
      *-----------------------------------------------------------------
       1200-LOAD-XFER.
           MOVE SPACES                   TO WK-XFER-NAME.
           STRING "BANKXFER-"            DELIMITED BY SIZE
                  WK-PAY-PERIOD          DELIMITED BY SIZE
                  ".txt"                 DELIMITED BY SIZE
               INTO WK-XFER-NAME.
           OPEN INPUT XFER-FILE.
           IF WK-XFER-STATUS NOT = "00"
               MOVE "BANKXFER.txt"       TO WK-XFER-NAME
               OPEN INPUT XFER-FILE
               IF WK-XFER-STATUS NOT = "00"
                   DISPLAY "*** EMPBNKRTNP0009 ABORTED: NO TRANSFER "
                       "BATCH FOR PERIOD " WK-PAY-PERIOD " ***"
                   MOVE 16               TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           MOVE 'N'                      TO WK-XFER-EOF.
           PERFORM 1210-READ-XFER.
           PERFORM 1220-STORE-XFER
               UNTIL WK-XFER-EOF = 'Y'.
           CLOSE XFER-FILE.
           IF WK-CTL-FOUND = 'N'
               DISPLAY "*** EMPBNKRTNP0009 ABORTED: " WK-XFER-NAME
                   " HAS NO BATCH-TOTAL RECORD FOR PERIOD "
                   WK-PAY-PERIOD " ***"
               MOVE 16                   TO RETURN-CODE
               STOP RUN
           END-IF.

      *-----------------------------------------------------------------
       1210-READ-XFER.
           READ XFER-FILE
               AT END MOVE 'Y' TO WK-XFER-EOF
           END-READ.

      *-----------------------------------------------------------------
       1220-STORE-XFER.
           IF XFER-PAY-PERIOD = WK-PAY-PERIOD
               IF XFER-TYPE = 'T'
                   MOVE 'Y'              TO WK-CTL-FOUND
                   MOVE XFER-ACCOUNT-NO (1:7)
                                         TO WK-CTL-COUNT
                   MOVE XFER-AMOUNT      TO WK-CTL-TOTAL
               ELSE
                   ADD 1                 TO WK-DTL-COUNT
                   ADD XFER-AMOUNT       TO WK-DTL-TOTAL
                   IF WK-XF-CNT < WK-XF-MAX
                       ADD 1             TO WK-XF-CNT
                       MOVE XFER-BANK-CODE
                                         TO WK-XF-BANK (WK-XF-CNT)
                       MOVE XFER-BRANCH-CODE
                                         TO WK-XF-BRANCH (WK-XF-CNT)
                       MOVE XFER-ACCOUNT-NO
                                         TO WK-XF-ACCOUNT (WK-XF-CNT)
                       MOVE XFER-AMOUNT  TO WK-XF-AMOUNT (WK-XF-CNT)
                       MOVE 'N'          TO WK-XF-RETURNED (WK-XF-CNT)
                   ELSE
                       MOVE 'Y'          TO WK-XF-OVERFLOW
                   END-IF
               END-IF
           END-IF.
           PERFORM 1210-READ-XFER.

      *-----------------------------------------------------------------
      *  1300-LOAD-BANKACCT - Nạp toàn bộ master tài khoản; file được
      *  ghi lại cuối run nên bảng tràn thì dừng, không ghi thiếu
      *-----------------------------------------------------------------
       1300-LOAD-BANKACCT.
           OPEN INPUT BANKACCT-FILE.
           IF WK-BANKACCT-STATUS NOT = "00"
               DISPLAY "*** EMPBNKRTNP0009 ABORTED: BANKACCT.txt "
                   "NOT AVAILABLE ***"
               MOVE 16                   TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N'                      TO WK-BANK-EOF.
           PERFORM 1310-READ-BANKACCT.
           PERFORM 1320-STORE-BANKACCT
               UNTIL WK-BANK-EOF = 'Y'.
           CLOSE BANKACCT-FILE.

      *-----------------------------------------------------------------
       1310-READ-BANKACCT.
           READ BANKACCT-FILE
               AT END MOVE 'Y' TO WK-BANK-EOF
           END-READ.

      *-----------------------------------------------------------------
       1320-STORE-BANKACCT.
           IF WK-BANK-CNT NOT < WK-BANK-MAX
               DISPLAY "*** EMPBNKRTNP0009 ABORTED: BANKACCT.txt "
                   "HAS MORE THAN " WK-BANK-MAX " ACCOUNTS ***"
               MOVE 16                   TO RETURN-CODE
               STOP RUN
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
           MOVE BA-STATUS-REASON         TO WK-BANK-REASON
                                            (WK-BANK-CNT).
           MOVE BA-STATUS-PERIOD         TO WK-BANK-PERIOD
                                            (WK-BANK-CNT).
           MOVE BA-PENDING               TO WK-BANK-PENDING
                                            (WK-BANK-CNT).
           PERFORM 1310-READ-BANKACCT.

      *-----------------------------------------------------------------
      *  1400-LOAD-RTNLOG - Các khoản trả về của kỳ đã xử lý ở run
      *  trước: đánh dấu P trên dòng batch gốc tương ứng
      *-----------------------------------------------------------------
       1400-LOAD-RTNLOG.
           OPEN INPUT RTNLOG-FILE.
           IF WK-RTNLOG-STATUS = "00"
               MOVE 'N'                  TO WK-RTNLOG-EOF
               PERFORM 1410-READ-RTNLOG
               PERFORM 1420-MARK-PROCESSED
                   UNTIL WK-RTNLOG-EOF = 'Y'
               CLOSE RTNLOG-FILE
           END-IF.

      *-----------------------------------------------------------------
       1410-READ-RTNLOG.
           READ RTNLOG-FILE
               AT END MOVE 'Y' TO WK-RTNLOG-EOF
           END-READ.

      *-----------------------------------------------------------------
       1420-MARK-PROCESSED.
           IF RL-PAY-PERIOD = WK-PAY-PERIOD
               MOVE 'N'                  TO WK-XF-FOUND
               MOVE 1                    TO WK-XF-IX
               PERFORM 1430-SEARCH-LOGGED
                   UNTIL WK-XF-IX > WK-XF-CNT
                   OR WK-XF-FOUND = 'Y'
               IF WK-XF-FOUND = 'Y'
                   MOVE 'P'              TO WK-XF-RETURNED (WK-XF-IX)
                   ADD 1                 TO WK-PRIOR-ITEMS
                   ADD RL-AMOUNT         TO WK-PRIOR-TOTAL
               END-IF
           END-IF.
           PERFORM 1410-READ-RTNLOG.

      *-----------------------------------------------------------------
       1430-SEARCH-LOGGED.
           IF WK-XF-RETURNED (WK-XF-IX) = 'N'
           AND WK-XF-BANK (WK-XF-IX) = RL-BANK-CODE
           AND WK-XF-BRANCH (WK-XF-IX) = RL-BRANCH-CODE
           AND WK-XF-ACCOUNT (WK-XF-IX) = RL-ACCOUNT-NO
           AND WK-XF-AMOUNT (WK-XF-IX) = RL-AMOUNT
               MOVE 'Y'                  TO WK-XF-FOUND
           ELSE
               ADD 1                     TO WK-XF-IX
           END-IF.

      *-----------------------------------------------------------------
      *  2000-PROCESS-RETURN - Một khoản trả về: tìm trong batch gốc,
      *  tìm employee qua tài khoản, tạm ngưng tài khoản và đưa vào
      *  danh sách chi trả lại
      *-----------------------------------------------------------------
       2000-PROCESS-RETURN.
           ADD 1                         TO WK-RTN-COUNT.
           PERFORM 2050-MATCH-RETURN THRU 2050-EXIT.
           PERFORM 1100-READ-BANKRTN.

      *-----------------------------------------------------------------
       2050-MATCH-RETURN.
           IF RT-PAY-PERIOD NOT = WK-PAY-PERIOD
               MOVE "PERIOD NOT IN THIS RUN" TO RE-EXC-REASON
               PERFORM 2900-WRITE-EXCEPTION
               GO TO 2050-EXIT
           END-IF.
           MOVE 'N'                      TO WK-XF-FOUND.
           MOVE 1                        TO WK-XF-IX.
           PERFORM 2100-SEARCH-XFER
               UNTIL WK-XF-IX > WK-XF-CNT
               OR WK-XF-FOUND = 'Y'.
           IF WK-XF-FOUND = 'N'
               MOVE 1                    TO WK-XF-IX
               PERFORM 2150-SEARCH-PROCESSED
                   UNTIL WK-XF-IX > WK-XF-CNT
                   OR WK-XF-FOUND = 'Y'
               IF WK-XF-FOUND = 'Y'
                   MOVE "ALREADY PROCESSED" TO RE-EXC-REASON
               ELSE
                   MOVE "NOT IN ORIGINAL BATCH" TO RE-EXC-REASON
               END-IF
               PERFORM 2900-WRITE-EXCEPTION
               GO TO 2050-EXIT
           END-IF.
           MOVE 'N'                      TO WK-BANK-FOUND.
           MOVE 1                        TO WK-BANK-IX.
           PERFORM 2200-SEARCH-BANKACCT
               UNTIL WK-BANK-IX > WK-BANK-CNT
               OR WK-BANK-FOUND = 'Y'.
           IF WK-BANK-FOUND = 'N'
               MOVE "ACCOUNT NOT ON BANKACCT.txt" TO RE-EXC-REASON
               PERFORM 2900-WRITE-EXCEPTION
               GO TO 2050-EXIT
           END-IF.
           MOVE 'Y'                      TO WK-XF-RETURNED (WK-XF-IX).
           IF WK-BANK-STATUS (WK-BANK-IX) NOT = 'S'
               ADD 1                     TO WK-SUSP-COUNT
           END-IF.
           MOVE 'S'                      TO WK-BANK-STATUS (WK-BANK-IX).
           MOVE RT-REASON-CODE           TO WK-BANK-REASON (WK-BANK-IX).
           MOVE RT-PAY-PERIOD            TO WK-BANK-PERIOD (WK-BANK-IX).
           MOVE 'Y'                      TO WK-BA-CHANGED.
           PERFORM 3000-WRITE-REISSUE.
           PERFORM 3100-WRITE-RTNLOG.
       2050-EXIT.
           EXIT.

      *-----------------------------------------------------------------
       2100-SEARCH-XFER.
           IF WK-XF-RETURNED (WK-XF-IX) = 'N'
           AND WK-XF-BANK (WK-XF-IX) = RT-BANK-CODE
           AND WK-XF-BRANCH (WK-XF-IX) = RT-BRANCH-CODE
           AND WK-XF-ACCOUNT (WK-XF-IX) = RT-ACCOUNT-NO
           AND WK-XF-AMOUNT (WK-XF-IX) = RT-AMOUNT
               MOVE 'Y'                  TO WK-XF-FOUND
           ELSE
               ADD 1                     TO WK-XF-IX
           END-IF.

      *-----------------------------------------------------------------
      *  2150-SEARCH-PROCESSED - Dòng batch gốc đã được trả về ở run
      *  trước hoặc trước đó trong run này
      *-----------------------------------------------------------------
       2150-SEARCH-PROCESSED.
           IF WK-XF-RETURNED (WK-XF-IX) NOT = 'N'
           AND WK-XF-BANK (WK-XF-IX) = RT-BANK-CODE
           AND WK-XF-BRANCH (WK-XF-IX) = RT-BRANCH-CODE
           AND WK-XF-ACCOUNT (WK-XF-IX) = RT-ACCOUNT-NO
           AND WK-XF-AMOUNT (WK-XF-IX) = RT-AMOUNT
               MOVE 'Y'                  TO WK-XF-FOUND
           ELSE
               ADD 1                     TO WK-XF-IX
           END-IF.

      *-----------------------------------------------------------------
       2200-SEARCH-BANKACCT.
           IF WK-BANK-CODE (WK-BANK-IX) = RT-BANK-CODE
           AND WK-BANK-BRANCH (WK-BANK-IX) = RT-BRANCH-CODE
           AND WK-BANK-ACCOUNT (WK-BANK-IX) = RT-ACCOUNT-NO
               MOVE 'Y'                  TO WK-BANK-FOUND
           ELSE
               ADD 1                     TO WK-BANK-IX
           END-IF.

      *-----------------------------------------------------------------
       2900-WRITE-EXCEPTION.
           MOVE RT-BANK-CODE             TO RE-BANK-CODE.
           MOVE RT-BRANCH-CODE           TO RE-BRANCH-CODE.
           MOVE RT-ACCOUNT-NO            TO RE-ACCOUNT-NO.
           MOVE RT-AMOUNT                TO RE-AMOUNT.
           MOVE RT-PAY-PERIOD            TO RE-PAY-PERIOD.
           MOVE RT-REASON-CODE           TO RE-REASON-CODE.
           WRITE OUT-RTNEXC-REC.
           ADD 1                         TO WK-EXC-COUNT.

      *-----------------------------------------------------------------
      *  3000-WRITE-REISSUE - Một dòng chi trả lại cho thủ quỹ; tên
      *  lấy từ master nhân viên
      *-----------------------------------------------------------------
       3000-WRITE-REISSUE.
           MOVE WK-BANK-ID (WK-BANK-IX)  TO WK-RI-ID.
           MOVE "NOT ON EMPLOYEE MASTER" TO WK-RI-NAME.
           IF WK-BANK-ID (WK-BANK-IX) IS NUMERIC
               MOVE WK-BANK-ID (WK-BANK-IX)
                                         TO WK-EMP-ID-9
               IF WK-EMP-ID-9 <= 9999
                   MOVE WK-EMP-ID-9      TO EM-EMP-ID
                   READ EMPLOYEE-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EM-EMP-NAME
                                         TO WK-RI-NAME
                   END-READ
               END-IF
           END-IF.
           MOVE RT-BANK-CODE             TO WK-RI-BANK.
           MOVE RT-BRANCH-CODE           TO WK-RI-BRANCH.
           MOVE RT-ACCOUNT-NO            TO WK-RI-ACCOUNT.
           MOVE RT-AMOUNT                TO WK-RI-AMOUNT.
           MOVE RT-REASON-CODE           TO WK-RI-REASON-CODE.
           MOVE RT-REASON-TEXT           TO WK-RI-REASON-TEXT.
           WRITE OUT-REISSUE-LINE        FROM WK-RI-DETAIL.
           ADD 1                         TO WK-RTN-ITEMS.
           ADD RT-AMOUNT                 TO WK-RTN-TOTAL.

      *-----------------------------------------------------------------
      *  3100-WRITE-RTNLOG - Ghi nhận khoản trả về đã xử lý
      *-----------------------------------------------------------------
       3100-WRITE-RTNLOG.
           MOVE RT-PAY-PERIOD            TO RL-PAY-PERIOD.
           MOVE RT-BANK-CODE             TO RL-BANK-CODE.
           MOVE RT-BRANCH-CODE           TO RL-BRANCH-CODE.
           MOVE RT-ACCOUNT-NO            TO RL-ACCOUNT-NO.
           MOVE RT-AMOUNT                TO RL-AMOUNT.
           MOVE WK-TODAY                 TO RL-RUN-DATE.
           WRITE RTNLOG-REC.

      *-----------------------------------------------------------------
      *  8000-WRITE-REISSUE-TOTALS - Đối chiếu với record kiểm soát
      *  'T' của batch gốc: gốc = đã trả về + trả về ở run trước + đã
      *  thanh toán
      *-----------------------------------------------------------------
       8000-WRITE-REISSUE-TOTALS.
           MOVE "TOTAL RETURNED - TO REISSUE"
                                         TO WK-RI-TOTAL-LABEL.
           MOVE WK-RTN-ITEMS             TO WK-RI-TOTAL-COUNT.
           MOVE WK-RTN-TOTAL             TO WK-RI-TOTAL-AMOUNT.
           WRITE OUT-REISSUE-LINE        FROM WK-RI-TOTAL.
           IF WK-PRIOR-ITEMS > ZERO
               MOVE "RETURNED IN EARLIER RUNS"
                                         TO WK-RI-TOTAL-LABEL
               MOVE WK-PRIOR-ITEMS       TO WK-RI-TOTAL-COUNT
               MOVE WK-PRIOR-TOTAL       TO WK-RI-TOTAL-AMOUNT
               WRITE OUT-REISSUE-LINE    FROM WK-RI-TOTAL
           END-IF.
           COMPUTE WK-SETTLED-ITEMS = WK-CTL-COUNT - WK-RTN-ITEMS
                                    - WK-PRIOR-ITEMS.
           COMPUTE WK-SETTLED-TOTAL = WK-CTL-TOTAL - WK-RTN-TOTAL
                                    - WK-PRIOR-TOTAL.
           MOVE "SETTLED BY BANK"        TO WK-RI-TOTAL-LABEL.
           MOVE WK-SETTLED-ITEMS         TO WK-RI-TOTAL-COUNT.
           MOVE WK-SETTLED-TOTAL         TO WK-RI-TOTAL-AMOUNT.
           WRITE OUT-REISSUE-LINE        FROM WK-RI-TOTAL.
           MOVE "ORIGINAL BATCH-TOTAL RECORD"
                                         TO WK-RI-TOTAL-LABEL.
           MOVE WK-CTL-COUNT             TO WK-RI-TOTAL-COUNT.
           MOVE WK-CTL-TOTAL             TO WK-RI-TOTAL-AMOUNT.
           WRITE OUT-REISSUE-LINE        FROM WK-RI-TOTAL.
           IF WK-DTL-COUNT NOT = WK-CTL-COUNT
           OR WK-DTL-TOTAL NOT = WK-CTL-TOTAL
               MOVE
               "** DETAILS DO NOT AGREE WITH BATCH-TOTAL RECORD **"
                                         TO WK-RI-WARNING
               WRITE OUT-REISSUE-LINE    FROM WK-RI-WARNING
               DISPLAY "*** WARNING: " WK-XFER-NAME " DETAILS DO "
                   "NOT AGREE WITH ITS BATCH-TOTAL RECORD ***"
           END-IF.

      *-----------------------------------------------------------------
      *  8900-WRITE-BANKACCT - Ghi lại master tài khoản với các tài
      *  khoản vừa bị tạm ngưng
      *-----------------------------------------------------------------
       8900-WRITE-BANKACCT.
           IF WK-BA-CHANGED = 'Y'
               OPEN OUTPUT BANKACCT-FILE
               MOVE 1                    TO WK-BANK-IX
               PERFORM 8950-WRITE-BANKACCT-ENTRY
                   UNTIL WK-BANK-IX > WK-BANK-CNT
               CLOSE BANKACCT-FILE
           END-IF.

      *-----------------------------------------------------------------
       8950-WRITE-BANKACCT-ENTRY.
           MOVE WK-BANK-ID (WK-BANK-IX)  TO BA-EMP-ID.
           MOVE WK-BANK-CODE (WK-BANK-IX) TO BA-BANK-CODE.
           MOVE WK-BANK-BRANCH (WK-BANK-IX)
                                         TO BA-BRANCH-CODE.
           MOVE WK-BANK-ACCOUNT (WK-BANK-IX)
                                         TO BA-ACCOUNT-NO.
           MOVE WK-BANK-ACCT-NAME (WK-BANK-IX)
                                         TO BA-ACCOUNT-NAME.
           MOVE WK-BANK-STATUS (WK-BANK-IX)
                                         TO BA-STATUS.
           MOVE WK-BANK-REASON (WK-BANK-IX)
                                         TO BA-STATUS-REASON.
           MOVE WK-BANK-PERIOD (WK-BANK-IX)
                                         TO BA-STATUS-PERIOD.
           MOVE WK-BANK-PENDING (WK-BANK-IX)
                                         TO BA-PENDING.
           WRITE BANKACCT-REC.
           ADD 1                         TO WK-BANK-IX.

      *-----------------------------------------------------------------
       9999-FINALIZE.
           CLOSE BANKRTN-FILE EMPLOYEE-MASTER RTNLOG-FILE OD01 OD02.
           IF WK-XF-OVERFLOW = 'Y'
               DISPLAY "*** WARNING: TRANSFER BATCH TABLE OVERFLOW "
                   "- LATER BATCH ITEMS CANNOT BE MATCHED ***"
           END-IF.
           DISPLAY "RETURNS READ: " WK-RTN-COUNT.
           DISPLAY "RETURNS TO REISSUE: " WK-RTN-ITEMS.
           DISPLAY "ACCOUNTS SUSPENDED: " WK-SUSP-COUNT.
           DISPLAY "EXCEPTIONS: " WK-EXC-COUNT.
           IF WK-EXC-COUNT > ZERO
               MOVE 4                    TO RETURN-CODE
           END-IF.
