       IDENTIFICATION DIVISION.
       PROGRAM-ID. AdmissionsMenu.
      ******************************************************************
      *  Admissions: intake items routed under the admissions
      *  category (ADM) become applicants on APPLICANT.DAT, which
      *  move through the stages A applied -> O offered -> C accepted
      *  or D declined (from A or O) on the maintenance screen.
      *  Acceptance creates the STUDENT.DAT record with the same
      *  checks as write1 option A (student id not already on file,
      *  name required), refuses while write1 holds STUDENT.LCK, and
      *  logs ADMIT to STUDENT-AUDIT.LOG.  Operators sign on through
      *  OPERSIGN; import and stage changes need level 2.  Menu
      *  option 4 writes ADMISSIONS-FUNNEL.RPT - applicants by month
      *  applied and current stage.
      *
      *  MODIFICATION HISTORY
      *    2026/10/15  LKT  New program - accepted applicants were
      *                     retyped into write1 option A.
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROUTING-FILE ASSIGN TO "ROUTING-RULES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTING-STATUS.
           SELECT QUEUE-FILE ASSIGN TO WS-QUEUE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUEUE-STATUS.
           SELECT APPLICANT-FILE ASSIGN TO "APPLICANT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPL-STATUS.
           SELECT STUDENT ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FS-STUDENT-ID
               ALTERNATE RECORD KEY IS FS-STUDENT-NAME WITH DUPLICATES
               FILE STATUS IS WS-STUDENT-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "STUDENT-AUDIT.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT LOCK-FILE ASSIGN TO "STUDENT.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT FUNNEL-FILE ASSIGN TO "ADMISSIONS-FUNNEL.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROUTING-FILE.
       01  ROUTING-RECORD.
           05 RT-CATEGORY             PIC X(04).
           05 RT-QUEUE-NAME           PIC X(20).
           05 RT-SLA-DAYS             PIC X(03).

       FD  QUEUE-FILE.
       01  QUEUE-RECORD.
           05 QR-STATUS               PIC X(01).
           05 QR-DATE                 PIC 9(08).
           05 QR-TIME                 PIC 9(06).
           05 QR-OPERATOR             PIC X(04).
           05 QR-CATEGORY             PIC X(04).
           05 QR-TEXT                 PIC X(50).
           05 QR-DONE-DATE            PIC 9(08).
           05 QR-DONE-OP              PIC X(04).

       FD  APPLICANT-FILE.
       01  APPLICANT-RECORD           PIC X(132).

       FD  STUDENT.
       01  STUDENT-RECORD.
           05 FS-STUDENT-ID           PIC 9(06).
           05 FS-STUDENT-NAME         PIC X(15).
           05 FS-STUDENT-AGE          PIC 9(02).
           05 FS-STUDENT-STATUS       PIC X(01).
           05 FS-STATUS-DATE          PIC 9(08).
           05 FS-BIRTHDATE            PIC X(10).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-RECORD           PIC X(80).

       FD  LOCK-FILE.
       01  LOCK-RECORD.
           05 LK-HOLDER               PIC X(08).
           05 LK-DATE                 PIC 9(08).
           05 LK-TIME                 PIC 9(06).

       FD  FUNNEL-FILE.
       01  FUNNEL-RECORD              PIC X(60).

       WORKING-STORAGE SECTION.
       01 WS-USER-CHOICE   PIC X.
       01 WS-EXIT-FLAG     PIC X VALUE 'N'.
       01 WS-OPERATOR              PIC X(08) VALUE SPACE.
       01 WS-PASSWORD              PIC X(08).
       01 WS-AUTH-LEVEL            PIC 9(01) VALUE 0.
       01 WS-SIGNON-OK             PIC X(01) VALUE 'N'.
       01 WS-SIGNON-REQUEST.
           05 WS-SR-FUNCTION          PIC X(01).
           05 WS-SR-OPERATOR          PIC X(08).
           05 WS-SR-PASSWORD          PIC X(08).
           05 WS-SR-EMP-ID            PIC 9(04).
           05 WS-SR-AUTH-LEVEL        PIC 9(01).
           05 WS-SR-RESULT            PIC X(02).
           05 WS-SR-MESSAGE           PIC X(40).
       01 WS-ROUTING-STATUS        PIC X(02).
       01 WS-QUEUE-STATUS          PIC X(02).
       01 WS-APPL-STATUS           PIC X(02).
       01 WS-STUDENT-STATUS        PIC X(02).
       01 WS-AUDIT-STATUS          PIC X(02).
       01 WS-LOCK-STATUS           PIC X(02).
       01 WS-EOF                   PIC X(01).
       01 WS-STAMP-DATE            PIC 9(08).
       01 WS-STAMP-TIME            PIC 9(08).

      *> Ma loai intake cua tuyen sinh va hang doi cua no (theo
      *> ROUTING-RULES.txt, mac dinh QUEUE-GENERAL.DAT)
       01 WS-ADM-CATEGORY          PIC X(04) VALUE "ADM ".
       01 WS-QUEUE-NAME            PIC X(20).
       01 WS-ROUTE-FOUND           PIC X(01).
       01 WS-QUEUE-IX              PIC 9(03).
       01 WS-QUEUE-CNT             PIC 9(03).
       01 WS-QUEUE-MAX             PIC 9(03) VALUE 200.
       01 WS-QUEUE-OVFL            PIC X(01).
       01 WS-QUEUE-TABLE.
           05 WS-QUEUE-ENTRY OCCURS 200 TIMES
                                   PIC X(85).
       01 WS-IMPORT-COUNT          PIC 9(04).

      *> Bang ung vien - APPLICANT.DAT doc het vao va ghi lai ca
      *> file sau moi thay doi
       01 WS-AP-MAX                PIC 9(04) VALUE 500.
       01 WS-AP-CNT                PIC 9(04) VALUE 0.
       01 WS-AP-IX                 PIC 9(04).
       01 WS-AP-PICK               PIC 9(04).
       01 WS-AP-LAST-NO            PIC 9(06) VALUE 0.
       01 WS-AP-TABLE.
           05 WS-AP-ENTRY OCCURS 500 TIMES PIC X(132).
       01 WS-APPLICANT.
           05 AP-NO                   PIC 9(06).
           05 AP-STAGE                PIC X(01).
               88 AP-APPLIED          VALUE "A".
               88 AP-OFFERED          VALUE "O".
               88 AP-ACCEPTED         VALUE "C".
               88 AP-DECLINED         VALUE "D".
           05 AP-APPLIED-DATE         PIC 9(08).
           05 AP-STAGE-DATE           PIC 9(08).
           05 AP-STAGE-OP             PIC X(08).
           05 AP-NAME                 PIC X(15).
           05 AP-AGE                  PIC 9(02).
           05 AP-BIRTHDATE            PIC X(10).
           05 AP-STUDENT-ID           PIC 9(06).
           05 AP-INTAKE-DATE          PIC 9(08).
           05 AP-INTAKE-TIME          PIC 9(06).
           05 AP-INTAKE-OP            PIC X(04).
           05 AP-TEXT                 PIC X(50).

      *> Vung sua tren man hinh cap nhat
       01 WS-SEARCH-NO             PIC 9(06).
       01 WS-ED-NAME               PIC X(15).
       01 WS-ED-AGE                PIC 9(02).
       01 WS-ED-BIRTHDATE          PIC X(10).
       01 WS-ED-STAGE              PIC X(01).
       01 WS-ED-STUDENT-ID         PIC 9(06).
       01 WS-ADMIT-OK              PIC X(01).
       01 WS-LIST-STAGE            PIC X(01).

      *> Bang pheu: so ung vien theo thang nop va giai doan
       01 WS-FN-MAX                PIC 9(03) VALUE 120.
       01 WS-FN-CNT                PIC 9(03) VALUE 0.
       01 WS-FN-IX                 PIC 9(03).
       01 WS-FN-POS                PIC 9(03).
       01 WS-FN-FOUND              PIC X(01).
       01 WS-FN-MONTH              PIC 9(06).
       01 WS-FN-TABLE.
           05 WS-FN-ENTRY OCCURS 120 TIMES.
               10 WS-FN-YYYYMM     PIC 9(06).
               10 WS-FN-APPLIED    PIC 9(05).
               10 WS-FN-OFFERED    PIC 9(05).
               10 WS-FN-ACCEPTED   PIC 9(05).
               10 WS-FN-DECLINED   PIC 9(05).
       01 WS-FN-TOTALS.
           05 WS-FT-APPLIED        PIC 9(05) VALUE 0.
           05 WS-FT-OFFERED        PIC 9(05) VALUE 0.
           05 WS-FT-ACCEPTED       PIC 9(05) VALUE 0.
           05 WS-FT-DECLINED       PIC 9(05) VALUE 0.
       01 WS-FN-HEADER             PIC X(60) VALUE
           "THANG    DA NOP  DA MOI  NHAP HOC  TU CHOI   TONG".
       01 WS-FN-LINE.
           05 WS-FL-MONTH          PIC X(06).
           05 FILLER               PIC X(03) VALUE SPACE.
           05 WS-FL-APPLIED        PIC ZZZZ9.
           05 FILLER               PIC X(03) VALUE SPACE.
           05 WS-FL-OFFERED        PIC ZZZZ9.
           05 FILLER               PIC X(05) VALUE SPACE.
           05 WS-FL-ACCEPTED       PIC ZZZZ9.
           05 FILLER               PIC X(04) VALUE SPACE.
           05 WS-FL-DECLINED       PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACE.
           05 WS-FL-TOTAL          PIC ZZZZ9.
       01 WS-FN-ROW-TOTAL          PIC 9(05).

       SCREEN SECTION.
       01 MAIN-MENU-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 10 VALUE "==== TUYEN SINH ====".
           05 LINE 3  COLUMN 10 VALUE "1. Nhan ho so tu hang doi".
           05 LINE 4  COLUMN 10 VALUE "2. Danh sach ung vien".
           05 LINE 5  COLUMN 10 VALUE "3. Cap nhat ung vien".
           05 LINE 6  COLUMN 10 VALUE "4. Bao cao pheu tuyen sinh".
           05 LINE 8  COLUMN 10 VALUE "Q. Thoat".
           05 LINE 7  COLUMN 10 VALUE "Chon mot tuy chon: ".
           05 LINE 7  COLUMN 30 PIC X USING WS-USER-CHOICE.

       01 APPLICANT-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1  COLUMN 10 VALUE "==== CAP NHAT UNG VIEN ====".
           05 LINE 3  COLUMN 10 VALUE "So ung vien: ".
           05 LINE 3  COLUMN 32 PIC 9(06) FROM AP-NO.
           05 LINE 4  COLUMN 10 VALUE "Ngay nop: ".
           05 LINE 4  COLUMN 32 PIC 9(08) FROM AP-APPLIED-DATE.
           05 LINE 5  COLUMN 10 VALUE "Noi dung: ".
           05 LINE 5  COLUMN 32 PIC X(50) FROM AP-TEXT.
           05 LINE 6  COLUMN 10 VALUE "Giai doan: ".
           05 LINE 6  COLUMN 32 PIC X(01) FROM AP-STAGE.
           05 LINE 6  COLUMN 35
               VALUE "(A=da nop O=da moi C=nhap hoc D=tu choi)".
           05 LINE 8  COLUMN 10 VALUE "Ho ten: ".
           05 LINE 8  COLUMN 32 PIC X(15) USING WS-ED-NAME.
           05 LINE 9  COLUMN 10 VALUE "Tuoi: ".
           05 LINE 9  COLUMN 32 PIC 9(02) USING WS-ED-AGE.
           05 LINE 10 COLUMN 10 VALUE "Ngay sinh (YYYY-MM-DD): ".
           05 LINE 10 COLUMN 35 PIC X(10) USING WS-ED-BIRTHDATE.
           05 LINE 11 COLUMN 10 VALUE "Giai doan moi: ".
           05 LINE 11 COLUMN 32 PIC X(01) USING WS-ED-STAGE.
           05 LINE 12 COLUMN 10 VALUE "Ma sinh vien (khi C): ".
           05 LINE 12 COLUMN 32 PIC 9(06) USING WS-ED-STUDENT-ID.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPERATOR-SIGNON
           IF WS-SIGNON-OK NOT = 'Y'
               STOP RUN
           END-IF
           PERFORM LOAD-APPLICANTS
           PERFORM UNTIL WS-EXIT-FLAG = 'Y'
               DISPLAY MAIN-MENU-SCREEN
               ACCEPT MAIN-MENU-SCREEN

               EVALUATE WS-USER-CHOICE
                   WHEN '1'
                       PERFORM IMPORT-INTAKE-PROCEDURE
                           THRU IMPORT-INTAKE-DONE
                   WHEN '2'
                       PERFORM LIST-APPLICANT-PROCEDURE
                   WHEN '3'
                       PERFORM MAINTAIN-APPLICANT-PROCEDURE
                           THRU MAINTAIN-APPLICANT-DONE
                   WHEN '4'
                       PERFORM FUNNEL-PROCEDURE
                   WHEN 'Q'
                       MOVE 'Y' TO WS-EXIT-FLAG
                   WHEN OTHER
                       DISPLAY "Lua chon khong hop le"
               END-EVALUATE
           END-PERFORM
           STOP RUN.

      *> OPERATOR-SIGNON - ma + mat khau qua OPERSIGN nhu write1;
      *> cap 2 tro len moi duoc nhan ho so va doi giai doan
       OPERATOR-SIGNON.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR.
           DISPLAY "PASSWORD: " WITH NO ADVANCING.
           ACCEPT WS-PASSWORD.
           MOVE "S" TO WS-SR-FUNCTION.
           MOVE WS-OPERATOR TO WS-SR-OPERATOR.
           MOVE WS-PASSWORD TO WS-SR-PASSWORD.
           MOVE ZERO TO WS-SR-EMP-ID.
           CALL "OPERSIGN" USING WS-SIGNON-REQUEST
               ON EXCEPTION
                   MOVE "90" TO WS-SR-RESULT
                   MOVE "OPERATOR STORE NOT AVAILABLE"
                       TO WS-SR-MESSAGE
           END-CALL.
           IF WS-SR-RESULT = "00"
               MOVE 'Y' TO WS-SIGNON-OK
               MOVE WS-SR-AUTH-LEVEL TO WS-AUTH-LEVEL
           ELSE
               DISPLAY "SESSION REFUSED - " WS-SR-MESSAGE
           END-IF.

      *> IMPORT-INTAKE-PROCEDURE - moi item dang mo loai ADM trong
      *> hang doi tuyen sinh thanh mot ung vien (giai doan A); item
      *> duoc danh dau da xu ly nhu tuy chon 6 cua InputOutputMenu.
       IMPORT-INTAKE-PROCEDURE.
           IF WS-AUTH-LEVEL < 2
               DISPLAY "Cap " WS-AUTH-LEVEL " - khong duoc nhan ho so."
               GO TO IMPORT-INTAKE-DONE
           END-IF.
           PERFORM FIND-ADM-QUEUE.
           OPEN INPUT QUEUE-FILE.
           IF WS-QUEUE-STATUS NOT = "00"
               DISPLAY "Hang doi " WS-QUEUE-NAME " trong."
               GO TO IMPORT-INTAKE-DONE
           END-IF.
           MOVE 0 TO WS-QUEUE-CNT.
           MOVE "N" TO WS-EOF.
           MOVE "N" TO WS-QUEUE-OVFL.
           PERFORM UNTIL WS-EOF = "Y"
               READ QUEUE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF
                   NOT AT END
                       IF WS-QUEUE-CNT < WS-QUEUE-MAX
                           ADD 1 TO WS-QUEUE-CNT
                           MOVE QUEUE-RECORD
                               TO WS-QUEUE-ENTRY(WS-QUEUE-CNT)
                       ELSE
                           MOVE "Y" TO WS-QUEUE-OVFL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QUEUE-FILE.
           IF WS-QUEUE-OVFL = "Y"
               DISPLAY "Hang doi qua " WS-QUEUE-MAX
                   " item - khong nhan duoc, file giu nguyen."
               GO TO IMPORT-INTAKE-DONE
           END-IF.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           MOVE 0 TO WS-IMPORT-COUNT.
           PERFORM VARYING WS-QUEUE-IX FROM 1 BY 1
                   UNTIL WS-QUEUE-IX > WS-QUEUE-CNT
               MOVE WS-QUEUE-ENTRY(WS-QUEUE-IX) TO QUEUE-RECORD
               IF QR-STATUS = "O"
               AND QR-CATEGORY = WS-ADM-CATEGORY
                   IF WS-AP-CNT < WS-AP-MAX
                       PERFORM ADD-APPLICANT
                       MOVE "D" TO QR-STATUS
                       MOVE WS-STAMP-DATE TO QR-DONE-DATE
                       MOVE WS-OPERATOR(1:4) TO QR-DONE-OP
                       MOVE QUEUE-RECORD
                           TO WS-QUEUE-ENTRY(WS-QUEUE-IX)
                       ADD 1 TO WS-IMPORT-COUNT
                   ELSE
                       DISPLAY "Bang ung vien day - item "
                           WS-QUEUE-IX " de lai trong hang doi."
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-IMPORT-COUNT = 0
               DISPLAY "Khong co ho so moi trong " WS-QUEUE-NAME
               GO TO IMPORT-INTAKE-DONE
           END-IF.
      *> ung vien ghi truoc, hang doi sau - item khong bi mat
           PERFORM SAVE-APPLICANTS.
           OPEN OUTPUT QUEUE-FILE.
           PERFORM VARYING WS-QUEUE-IX FROM 1 BY 1
                   UNTIL WS-QUEUE-IX > WS-QUEUE-CNT
               MOVE WS-QUEUE-ENTRY(WS-QUEUE-IX) TO QUEUE-RECORD
               WRITE QUEUE-RECORD
           END-PERFORM.
           CLOSE QUEUE-FILE.
           DISPLAY "Da nhan " WS-IMPORT-COUNT " ho so.".
       IMPORT-INTAKE-DONE.
           DISPLAY "Nhan Enter de tiep tuc...".
           ACCEPT OMITTED.

      *> FIND-ADM-QUEUE - hang doi ma ROUTING-RULES.txt dat cho loai
      *> ADM, giong ROUTE-TO-QUEUE cua InputOutputMenu
       FIND-ADM-QUEUE.
           MOVE "QUEUE-GENERAL.DAT" TO WS-QUEUE-NAME.
           MOVE "N" TO WS-ROUTE-FOUND.
           OPEN INPUT ROUTING-FILE.
           IF WS-ROUTING-STATUS = "00"
               MOVE "N" TO WS-EOF
               PERFORM UNTIL WS-EOF = "Y"
                   OR WS-ROUTE-FOUND = "Y"
                   READ ROUTING-FILE
                       AT END
                           MOVE "Y" TO WS-EOF
                       NOT AT END
                           IF RT-CATEGORY = WS-ADM-CATEGORY
                               MOVE RT-QUEUE-NAME TO WS-QUEUE-NAME
                               MOVE "Y" TO WS-ROUTE-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROUTING-FILE
           END-IF.

      *> ADD-APPLICANT - ung vien moi tu item hang doi trong
      *> QUEUE-RECORD; ho ten tam lay tu dau noi dung intake
       ADD-APPLICANT.
           ADD 1 TO WS-AP-LAST-NO.
           MOVE SPACES TO WS-APPLICANT.
           MOVE WS-AP-LAST-NO TO AP-NO.
           MOVE "A" TO AP-STAGE.
           MOVE QR-DATE TO AP-APPLIED-DATE.
           MOVE WS-STAMP-DATE TO AP-STAGE-DATE.
           MOVE WS-OPERATOR TO AP-STAGE-OP.
           MOVE QR-TEXT(1:15) TO AP-NAME.
           MOVE 0 TO AP-AGE.
           MOVE 0 TO AP-STUDENT-ID.
           MOVE QR-DATE TO AP-INTAKE-DATE.
           MOVE QR-TIME TO AP-INTAKE-TIME.
           MOVE QR-OPERATOR TO AP-INTAKE-OP.
           MOVE QR-TEXT TO AP-TEXT.
           ADD 1 TO WS-AP-CNT.
           MOVE WS-APPLICANT TO WS-AP-ENTRY(WS-AP-CNT).

      *> LIST-APPLICANT-PROCEDURE - liet ke ung vien, loc theo giai
      *> doan (trong = tat ca)
       LIST-APPLICANT-PROCEDURE.
           DISPLAY "Giai doan (A/O/C/D, trong = tat ca): "
               WITH NO ADVANCING.
           ACCEPT WS-LIST-STAGE.
           IF WS-AP-CNT = 0
               DISPLAY "Chua co ung vien."
           END-IF.
           PERFORM VARYING WS-AP-IX FROM 1 BY 1
                   UNTIL WS-AP-IX > WS-AP-CNT
               MOVE WS-AP-ENTRY(WS-AP-IX) TO WS-APPLICANT
               IF WS-LIST-STAGE = SPACE
               OR WS-LIST-STAGE = AP-STAGE
                   DISPLAY AP-NO " " AP-STAGE " " AP-APPLIED-DATE
                       " " AP-NAME " " AP-TEXT(1:30)
               END-IF
           END-PERFORM.
           DISPLAY "Nhan Enter de tiep tuc...".
           ACCEPT OMITTED.

      *> MAINTAIN-APPLICANT-PROCEDURE - man hinh cap nhat mot ung
      *> vien: sua ho ten / tuoi / ngay sinh va chuyen giai doan
      *> A->O, O->C (tao sinh vien), A->D, O->D
       MAINTAIN-APPLICANT-PROCEDURE.
           IF WS-AUTH-LEVEL < 2
               DISPLAY "Cap " WS-AUTH-LEVEL
                   " - khong duoc cap nhat ung vien."
               GO TO MAINTAIN-APPLICANT-DONE
           END-IF.
           DISPLAY "So ung vien: " WITH NO ADVANCING.
           ACCEPT WS-SEARCH-NO.
           MOVE 0 TO WS-AP-PICK.
           PERFORM VARYING WS-AP-IX FROM 1 BY 1
                   UNTIL WS-AP-IX > WS-AP-CNT
                   OR WS-AP-PICK > 0
               IF WS-AP-ENTRY(WS-AP-IX)(1:6) = WS-SEARCH-NO
                   MOVE WS-AP-IX TO WS-AP-PICK
               END-IF
           END-PERFORM.
           IF WS-AP-PICK = 0
               DISPLAY "Khong tim thay ung vien " WS-SEARCH-NO
               GO TO MAINTAIN-APPLICANT-DONE
           END-IF.
           MOVE WS-AP-ENTRY(WS-AP-PICK) TO WS-APPLICANT.
           IF AP-ACCEPTED OR AP-DECLINED
               DISPLAY "Ung vien da ket thuc (giai doan " AP-STAGE
                   ") - khong sua duoc."
               GO TO MAINTAIN-APPLICANT-DONE
           END-IF.
           MOVE AP-NAME TO WS-ED-NAME.
           MOVE AP-AGE TO WS-ED-AGE.
           MOVE AP-BIRTHDATE TO WS-ED-BIRTHDATE.
           MOVE SPACE TO WS-ED-STAGE.
           MOVE 0 TO WS-ED-STUDENT-ID.
           DISPLAY APPLICANT-SCREEN.
           ACCEPT APPLICANT-SCREEN.
           IF WS-ED-STAGE NOT = SPACE
           AND WS-ED-STAGE NOT = AP-STAGE
               EVALUATE TRUE
                   WHEN WS-ED-STAGE = "O" AND AP-APPLIED
                       CONTINUE
                   WHEN WS-ED-STAGE = "D"
                       CONTINUE
                   WHEN WS-ED-STAGE = "C" AND AP-OFFERED
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Khong chuyen duoc tu " AP-STAGE
                           " sang " WS-ED-STAGE
                       GO TO MAINTAIN-APPLICANT-DONE
               END-EVALUATE
           END-IF.
           MOVE WS-ED-NAME TO AP-NAME.
           MOVE WS-ED-AGE TO AP-AGE.
           MOVE WS-ED-BIRTHDATE TO AP-BIRTHDATE.
           IF WS-ED-STAGE = "C" AND AP-OFFERED
               PERFORM ADMIT-STUDENT
                   THRU ADMIT-STUDENT-DONE
               IF WS-ADMIT-OK NOT = "Y"
                   GO TO MAINTAIN-APPLICANT-DONE
               END-IF
               MOVE WS-ED-STUDENT-ID TO AP-STUDENT-ID
           END-IF.
           IF WS-ED-STAGE NOT = SPACE
           AND WS-ED-STAGE NOT = AP-STAGE
               MOVE WS-ED-STAGE TO AP-STAGE
               ACCEPT AP-STAGE-DATE FROM DATE YYYYMMDD
               MOVE WS-OPERATOR TO AP-STAGE-OP
           END-IF.
           MOVE WS-APPLICANT TO WS-AP-ENTRY(WS-AP-PICK).
           PERFORM SAVE-APPLICANTS.
           DISPLAY "Da cap nhat ung vien " AP-NO.
       MAINTAIN-APPLICANT-DONE.
           DISPLAY "Nhan Enter de tiep tuc...".
           ACCEPT OMITTED.

      *> ADMIT-STUDENT - tao record STUDENT.DAT cho ung vien nhap hoc
      *> voi cung cac kiem tra cua write1 tuy chon A (ma da co, ten
      *> trong); khong ghi khi write1 dang giu STUDENT.LCK
       ADMIT-STUDENT.
           MOVE "N" TO WS-ADMIT-OK.
           IF WS-ED-STUDENT-ID = 0
               DISPLAY "ID REQUIRED - CREATE REJECTED"
               GO TO ADMIT-STUDENT-DONE
           END-IF.
           IF WS-ED-NAME = SPACES
               DISPLAY "NAME REQUIRED - CREATE REJECTED"
               GO TO ADMIT-STUDENT-DONE
           END-IF.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
               READ LOCK-FILE
                   AT END
                       MOVE SPACES TO LOCK-RECORD
               END-READ
               CLOSE LOCK-FILE
               DISPLAY "STUDENT.DAT DANG BI KHOA BOI " LK-HOLDER
                   " - THU LAI SAU"
               GO TO ADMIT-STUDENT-DONE
           END-IF.
           OPEN I-O STUDENT.
           IF WS-STUDENT-STATUS = "35"
               CLOSE STUDENT
               OPEN OUTPUT STUDENT
               CLOSE STUDENT
               OPEN I-O STUDENT
           END-IF.
           MOVE WS-ED-STUDENT-ID TO FS-STUDENT-ID.
           READ STUDENT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ID ALREADY EXISTS - CREATE REJECTED"
                   CLOSE STUDENT
                   GO TO ADMIT-STUDENT-DONE
           END-READ.
           MOVE WS-ED-NAME TO FS-STUDENT-NAME.
           MOVE WS-ED-AGE TO FS-STUDENT-AGE.
           MOVE WS-ED-BIRTHDATE TO FS-BIRTHDATE.
           MOVE "A" TO FS-STUDENT-STATUS.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           MOVE WS-STAMP-DATE TO FS-STATUS-DATE.
           WRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "ID ALREADY EXISTS - CREATE REJECTED"
                   CLOSE STUDENT
                   GO TO ADMIT-STUDENT-DONE
           END-WRITE.
           CLOSE STUDENT.
           PERFORM WRITE-AUDIT-ADMIT.
           MOVE "Y" TO WS-ADMIT-OK.
           DISPLAY "Da tao sinh vien " FS-STUDENT-ID.
       ADMIT-STUDENT-DONE.
           EXIT.

      *> WRITE-AUDIT-ADMIT - cung dang voi CREATE cua write1
       WRITE-AUDIT-ADMIT.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-STATUS = "05" OR WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           STRING WS-STAMP-DATE    DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STAMP-TIME(1:6)    DELIMITED BY SIZE
                  " ADMIT ID="     DELIMITED BY SIZE
                  FS-STUDENT-ID    DELIMITED BY SIZE
                  " NAME="         DELIMITED BY SIZE
                  FS-STUDENT-NAME  DELIMITED BY SIZE
                  " AGE="          DELIMITED BY SIZE
                  FS-STUDENT-AGE   DELIMITED BY SIZE
                  " OP="           DELIMITED BY SIZE
                  WS-OPERATOR      DELIMITED BY SIZE
                  INTO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG.

      *> FUNNEL-PROCEDURE - dem ung vien theo thang nop (YYYYMM) va
      *> giai doan hien tai, ghi ADMISSIONS-FUNNEL.RPT
       FUNNEL-PROCEDURE.
           MOVE 0 TO WS-FN-CNT.
           INITIALIZE WS-FN-TOTALS.
           PERFORM VARYING WS-AP-IX FROM 1 BY 1
                   UNTIL WS-AP-IX > WS-AP-CNT
               MOVE WS-AP-ENTRY(WS-AP-IX) TO WS-APPLICANT
               PERFORM ACCUM-FUNNEL THRU ACCUM-FUNNEL-DONE
           END-PERFORM.
           OPEN OUTPUT FUNNEL-FILE.
           MOVE WS-FN-HEADER TO FUNNEL-RECORD.
           WRITE FUNNEL-RECORD.
           DISPLAY WS-FN-HEADER.
           PERFORM VARYING WS-FN-IX FROM 1 BY 1
                   UNTIL WS-FN-IX > WS-FN-CNT
               MOVE WS-FN-YYYYMM(WS-FN-IX)   TO WS-FL-MONTH
               MOVE WS-FN-APPLIED(WS-FN-IX)  TO WS-FL-APPLIED
               MOVE WS-FN-OFFERED(WS-FN-IX)  TO WS-FL-OFFERED
               MOVE WS-FN-ACCEPTED(WS-FN-IX) TO WS-FL-ACCEPTED
               MOVE WS-FN-DECLINED(WS-FN-IX) TO WS-FL-DECLINED
               COMPUTE WS-FN-ROW-TOTAL = WS-FN-APPLIED(WS-FN-IX)
                   + WS-FN-OFFERED(WS-FN-IX)
                   + WS-FN-ACCEPTED(WS-FN-IX)
                   + WS-FN-DECLINED(WS-FN-IX)
               MOVE WS-FN-ROW-TOTAL TO WS-FL-TOTAL
               WRITE FUNNEL-RECORD FROM WS-FN-LINE
               DISPLAY WS-FN-LINE
           END-PERFORM.
           MOVE "TONG" TO WS-FL-MONTH.
           MOVE WS-FT-APPLIED  TO WS-FL-APPLIED.
           MOVE WS-FT-OFFERED  TO WS-FL-OFFERED.
           MOVE WS-FT-ACCEPTED TO WS-FL-ACCEPTED.
           MOVE WS-FT-DECLINED TO WS-FL-DECLINED.
           MOVE WS-AP-CNT      TO WS-FL-TOTAL.
           WRITE FUNNEL-RECORD FROM WS-FN-LINE.
           DISPLAY WS-FN-LINE.
           CLOSE FUNNEL-FILE.
           DISPLAY "Da ghi ADMISSIONS-FUNNEL.RPT."
           DISPLAY "Nhan Enter de tiep tuc..."
           ACCEPT OMITTED.

      *> ACCUM-FUNNEL - mot ung vien vao dong thang cua no; bang giu
      *> thu tu thang tang dan (chen dung cho)
       ACCUM-FUNNEL.
           MOVE AP-APPLIED-DATE(1:6) TO WS-FN-MONTH.
           MOVE 'N' TO WS-FN-FOUND.
           MOVE 0 TO WS-FN-POS.
           PERFORM VARYING WS-FN-IX FROM 1 BY 1
                   UNTIL WS-FN-IX > WS-FN-CNT
                   OR WS-FN-FOUND = 'Y'
                   OR WS-FN-POS > 0
               IF WS-FN-YYYYMM(WS-FN-IX) = WS-FN-MONTH
                   MOVE 'Y' TO WS-FN-FOUND
                   MOVE WS-FN-IX TO WS-FN-POS
               ELSE
                   IF WS-FN-YYYYMM(WS-FN-IX) > WS-FN-MONTH
                       MOVE WS-FN-IX TO WS-FN-POS
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FN-FOUND = 'N'
               IF WS-FN-CNT >= WS-FN-MAX
                   DISPLAY "Bang thang day - ung vien " AP-NO
                       " khong duoc dem."
                   GO TO ACCUM-FUNNEL-DONE
               END-IF
               IF WS-FN-POS = 0
                   COMPUTE WS-FN-POS = WS-FN-CNT + 1
               END-IF
               PERFORM VARYING WS-FN-IX FROM WS-FN-CNT BY -1
                       UNTIL WS-FN-IX < WS-FN-POS
                   MOVE WS-FN-ENTRY(WS-FN-IX)
                       TO WS-FN-ENTRY(WS-FN-IX + 1)
               END-PERFORM
               ADD 1 TO WS-FN-CNT
               MOVE WS-FN-MONTH TO WS-FN-YYYYMM(WS-FN-POS)
               MOVE 0 TO WS-FN-APPLIED(WS-FN-POS)
               MOVE 0 TO WS-FN-OFFERED(WS-FN-POS)
               MOVE 0 TO WS-FN-ACCEPTED(WS-FN-POS)
               MOVE 0 TO WS-FN-DECLINED(WS-FN-POS)
           END-IF.
           EVALUATE TRUE
               WHEN AP-APPLIED
                   ADD 1 TO WS-FN-APPLIED(WS-FN-POS)
                   ADD 1 TO WS-FT-APPLIED
               WHEN AP-OFFERED
                   ADD 1 TO WS-FN-OFFERED(WS-FN-POS)
                   ADD 1 TO WS-FT-OFFERED
               WHEN AP-ACCEPTED
                   ADD 1 TO WS-FN-ACCEPTED(WS-FN-POS)
                   ADD 1 TO WS-FT-ACCEPTED
               WHEN OTHER
                   ADD 1 TO WS-FN-DECLINED(WS-FN-POS)
                   ADD 1 TO WS-FT-DECLINED
           END-EVALUATE.
       ACCUM-FUNNEL-DONE.
           EXIT.

      *> LOAD-APPLICANTS - doc APPLICANT.DAT vao bang, nho so ung
      *> vien lon nhat de cap so tiep theo
       LOAD-APPLICANTS.
           OPEN INPUT APPLICANT-FILE.
           IF WS-APPL-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ APPLICANT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-AP-CNT < WS-AP-MAX
                               ADD 1 TO WS-AP-CNT
                               MOVE APPLICANT-RECORD
                                   TO WS-AP-ENTRY(WS-AP-CNT)
                               MOVE APPLICANT-RECORD TO WS-APPLICANT
                               IF AP-NO > WS-AP-LAST-NO
                                   MOVE AP-NO TO WS-AP-LAST-NO
                               END-IF
                           ELSE
                               DISPLAY "APPLICANT.DAT qua "
                                   WS-AP-MAX " ung vien - "
                                   "phien lam viec bi tu choi."
                               CLOSE APPLICANT-FILE
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPLICANT-FILE
           END-IF.

      *> SAVE-APPLICANTS - ghi lai toan bo bang ung vien
       SAVE-APPLICANTS.
           OPEN OUTPUT APPLICANT-FILE.
           PERFORM VARYING WS-AP-IX FROM 1 BY 1
                   UNTIL WS-AP-IX > WS-AP-CNT
               MOVE WS-AP-ENTRY(WS-AP-IX) TO APPLICANT-RECORD
               WRITE APPLICANT-RECORD
           END-PERFORM.
           CLOSE APPLICANT-FILE.
