      *                     RESULT.txt trailer again; GLMAP.txt must
      *                     carry a '***' row naming the suspense
      *                     expense account.
      *    2026/10/15  LKT  Employer share of social / health
      *                     insurance: the department employer shares
      *                     on ERCOST.txt (written by the match run)
      *                     are posted as a debit to the SI+ insurance
      *                     expense account against a credit to the
      *                     SIL insurance liability account, both
      *                     from new GLMAP.txt rows.  Without
      *                     ERCOST.txt, or with a zero employer share,
      *                     no lines are posted and the rows are not
      *                     required.
      *                     The journal record is cleared to spaces
      *                     before the first line so the separator
      *                     bytes are written as blanks.
      ******************************************************************
      ******************************************************************
       ENVIRONMENT                      DIVISION.
                                        FILE STATUS  IS
                                        WK-GLMAP-STATUS.

           SELECT  ERCOST-FILE          ASSIGN       TO "ERCOST.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS  IS
                                        WK-ERCOST-STATUS.

           SELECT  OD01                 ASSIGN       TO "GLJRNL.txt"
                                        ORGANIZATION IS LINE SEQUENTIAL.
      ******************************************************************
           03  GM-DEPT-CODE             PIC  X(003).
           03  GM-ACCOUNT               PIC  X(008).
      *-----------------------------------------------------------------
      *  ERCOST.txt - BẢO HIỂM PHẦN CÔNG TY THEO PHÒNG BAN DO
      *  EMPSLRMATCHP0001 GHI
      *-----------------------------------------------------------------
       FD  ERCOST-FILE.
       01  ERCOST-LINE                  PIC  X(072).
      *-----------------------------------------------------------------
      *  CẤU TRÚC CỦA FILE OD01 - BÚT TOÁN SỔ CÁI
      *-----------------------------------------------------------------
       FD  OD01.
       01  WK-DEPT-STATUS               PIC  X(002).
       01  WK-RESULT-STATUS             PIC  X(002).
       01  WK-GLMAP-STATUS              PIC  X(002).
       01  WK-ERCOST-STATUS             PIC  X(002).
       01  WK-EOF                       PIC  X(001).
       01  WK-ABORT-MSG                 PIC  X(060).

       01  WK-DR-TOTAL                  PIC  9(011)V99 VALUE ZERO.
       01  WK-CR-TOTAL                  PIC  9(011)V99 VALUE ZERO.
       01  WK-NET-WORK                  PIC  9(009)V99.
       01  WK-ER-SI-TOTAL               PIC  9(011)V99 VALUE ZERO.

      *-----------------------------------------------------------------
      *  BẢNG MAP TÀI KHOẢN
       01  WK-ACCT-TAXEXP               PIC  X(008) VALUE SPACE.
       01  WK-ACCT-TAXLIA               PIC  X(008) VALUE SPACE.
       01  WK-ACCT-NETLIA               PIC  X(008) VALUE SPACE.
       01  WK-ACCT-SIEXP                PIC  X(008) VALUE SPACE.
       01  WK-ACCT-SILIA                PIC  X(008) VALUE SPACE.
       01  WK-ACCT-WORK                 PIC  X(008).
       01  WK-DEPT-WORK                 PIC  X(003).

                   MOVE GM-ACCOUNT       TO WK-ACCT-TAXLIA
               WHEN "NPL"
                   MOVE GM-ACCOUNT       TO WK-ACCT-NETLIA
               WHEN "SI+"
                   MOVE GM-ACCOUNT       TO WK-ACCT-SIEXP
               WHEN "SIL"
                   MOVE GM-ACCOUNT       TO WK-ACCT-SILIA
               WHEN OTHER
                   IF WK-GM-CNT < WK-GM-MAX
                       ADD 1             TO WK-GM-CNT
               PERFORM 9100-ABORT-RUN
           END-IF.
           OPEN OUTPUT OD01.
           MOVE SPACES                   TO OUT-JRNL-REC.
           MOVE 'N'                      TO WK-EOF.
           PERFORM 3100-READ-DEPTRPT.
           PERFORM 3200-POST-DEPT-LINE
           MOVE "NET PAY LIABILITY"      TO JR-DESC.
           WRITE OUT-JRNL-REC.
           ADD WK-TRLR-NET               TO WK-CR-TOTAL.
           PERFORM 3500-POST-EMPLOYER-SI.
           CLOSE OD01.

      *-----------------------------------------------------------------
               ADD 1                     TO WK-GM-IX
           END-IF.

      *-----------------------------------------------------------------
      *  3500-POST-EMPLOYER-SI - Nợ chi phí bảo hiểm phần công ty, có
      *  phải trả bảo hiểm (tổng các dòng phòng ban của ERCOST.txt)
      *-----------------------------------------------------------------
       3500-POST-EMPLOYER-SI.
           OPEN INPUT ERCOST-FILE.
           IF WK-ERCOST-STATUS = "35"
               CLOSE ERCOST-FILE
           ELSE
               MOVE 'N'                  TO WK-EOF
               PERFORM 3510-READ-ERCOST
               PERFORM 3520-ACCUM-ERCOST
                   UNTIL WK-EOF = 'Y'
               CLOSE ERCOST-FILE
           END-IF.
           IF WK-ER-SI-TOTAL > ZERO
               IF WK-ACCT-SIEXP = SPACE
               OR WK-ACCT-SILIA = SPACE
                   MOVE "GLMAP.txt MISSING SI+/SIL ACCOUNT ROWS"
                                         TO WK-ABORT-MSG
                   PERFORM 9100-ABORT-RUN
               END-IF
               MOVE "DR"                 TO JR-TYPE
               MOVE WK-ACCT-SIEXP        TO JR-ACCOUNT
               MOVE WK-ER-SI-TOTAL       TO JR-AMOUNT
               MOVE "EMPLOYER INSURANCE" TO JR-DESC
               MOVE WK-PAY-PERIOD        TO JR-PERIOD
               WRITE OUT-JRNL-REC
               ADD WK-ER-SI-TOTAL        TO WK-DR-TOTAL
               MOVE "CR"                 TO JR-TYPE
               MOVE WK-ACCT-SILIA        TO JR-ACCOUNT
               MOVE WK-ER-SI-TOTAL       TO JR-AMOUNT
               MOVE "INSURANCE LIABILITY"
                                         TO JR-DESC
               WRITE OUT-JRNL-REC
               ADD WK-ER-SI-TOTAL        TO WK-CR-TOTAL
           END-IF.

      *-----------------------------------------------------------------
       3510-READ-ERCOST.
           READ ERCOST-FILE
               AT END MOVE 'Y' TO WK-EOF
           END-READ.

      *-----------------------------------------------------------------
      *  3520-ACCUM-ERCOST - Bỏ qua dòng tiêu đề và dòng tổng TOT
      *-----------------------------------------------------------------
       3520-ACCUM-ERCOST.
           MOVE ERCOST-LINE (1:3)        TO WK-DEPT-WORK.
           IF WK-DEPT-WORK = "DEP" OR WK-DEPT-WORK = "TOT"
           OR WK-DEPT-WORK = SPACE
               CONTINUE
           ELSE
               COMPUTE WK-NET-WORK =
                   FUNCTION NUMVAL (ERCOST-LINE (50:14))
               ADD WK-NET-WORK           TO WK-ER-SI-TOTAL
           END-IF.
           PERFORM 3510-READ-ERCOST.

      *-----------------------------------------------------------------
      *  4000-CHECK-BALANCE - Từ chối run khi bút toán không cân hoặc
      *  không khớp tổng trailer của RESULT.txt
