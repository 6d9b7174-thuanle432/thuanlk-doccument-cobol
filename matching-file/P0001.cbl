      *>                    khoi UNAMECHK, cap DEFER va cap moi van
      *>                    ra, va run summary dem NEW / OUTSTANDING
      *>                    / SUPPRESSED de to chi lam cap moi.
      *>   2026/10/15  LKT  Them che do 3: doi chieu U01 voi file trich
      *>                    xuat T宛名 cua DBSEQ01N (DD UATENA) theo
      *>                    kana + kanji.  Khop chinh xac duy nhat ra
      *>                    UATEXACT kem 住民コード; khop theo logic ten
      *>                    gan trung (kana chuan hoa hoac kanji) hoac
      *>                    khop chinh xac nhieu cong dan ra UATPROB de
      *>                    ra soat; khong khop ra UATNONE.  So dong
      *>                    chi tiet phai bang so trong trailer TRL,
      *>                    neu khong thi dung truoc khi ghi ket qua.
      *>                    NORMALIZE-KANA mo rong len 100 byte.
      *> ================================================================

       ENVIRONMENT DIVISION.
       SELECT UNAMEDISP ASSIGN TO 'UNAMEDISP'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-DISP-STATUS.
       SELECT UATENA ASSIGN TO 'UATENA'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WK-ATENA-STATUS.
       SELECT UATEXACT ASSIGN TO 'UATEXACT'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT UATPROB ASSIGN TO 'UATPROB'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT UATNONE ASSIGN TO 'UATNONE'
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT U90-FILE ASSIGN TO 'U90'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WK-U90-STATUS.
         05 DSP-KEY-2                   PIC  X(012).
         05 DSP-CODE                    PIC  X(009).

      *> UATENA - File trich xuat T宛名 do DBSEQ01N ghi (U30 cua
      *> DBSEQ01N): chi tiet theo 住民コード, cuoi file la trailer TRL
      *> mang so dong chi tiet.  Ten / dia chi kanji doc theo byte.
       FD UATENA.
       01  UATENA-RECORD.
         05 ATENA-JUMIN-CODE            PIC  X(012).
         05 ATENA-KANA                  PIC  X(100).
         05 ATENA-KANJI                 PIC  X(200).
         05 ATENA-BIRTH-AD              PIC  X(010).
         05 ATENA-BIRTH-ERA             PIC  X(022).
         05 ATENA-AGE                   PIC  9(003).
         05 ATENA-POSTAL                PIC  X(007).
         05 ATENA-ADDRESS               PIC  X(120).
         05 FILLER                      PIC  X(025).
       01  UATENA-TRAILER.
         05 ATENA-TRL-ID                PIC  X(003).
         05 ATENA-TRL-CNT               PIC  9(006).
         05 FILLER                      PIC  X(133).

      *> UATEXACT - Record U01 khop chinh xac mot cong dan (kana +
      *> kanji), kem 住民コード
       FD UATEXACT.
       01  UATEXACT-RECORD.
         05 EXACT-KEY                   PIC  X(012).
         05 EXACT-JUMIN-CODE            PIC  X(012).
         05 EXACT-KANA                  PIC  X(020).
         05 EXACT-KANJI                 PIC  X(020).

      *> UATPROB - Record U01 can ra soat: khop gan trung (KANA /
      *> KANJI) hoac khop chinh xac nhieu cong dan (MULTI).
      *> PROB-JUMIN-CODE la ung vien dau tien, PROB-CAND-CNT la so
      *> ung vien tim thay
       FD UATPROB.
       01  UATPROB-RECORD.
         05 PROB-KEY                    PIC  X(012).
         05 PROB-JUMIN-CODE             PIC  X(012).
         05 PROB-KANA                   PIC  X(020).
         05 PROB-KANJI                  PIC  X(020).
         05 PROB-BASIS                  PIC  X(005).
         05 PROB-CAND-CNT               PIC  9(004).

      *> UATNONE - Record U01 khong khop cong dan nao (nguyen record)
       FD UATNONE.
       01  UATNONE-RECORD.
         05 NONE-DATA                   PIC  X(059).

      *> U90 - log ket qua thuc hien dung chung toan he thong batch
       FD U90-FILE.
       01  U90-REC.
       01  WK-TOTAL-RECORDS             PIC  9(004) VALUE ZERO.

      *> Chế độ chạy: 1 - so trùng trong 1 file, 2 - so với master
      *> 3 - doi chieu voi file trich xuat T宛名 (UATENA)
       01  WK-RUN-MODE                  PIC  9(001) VALUE 1.
       01  WK-RUN-MODE-ENV               PIC  X(001) VALUE SPACE.

       01  WK-KEY-IX                    PIC  9(004).

      *> Chuan hoa kana: bo dau truong am '-' va don cac ky tu ve trai
      *> (100 byte de dung chung cho カナ名称 cua T宛名)
       01  WK-NORM-IN                   PIC  X(100).
       01  WK-NORM-OUT                  PIC  X(100).
       01  WK-NORM-SUB                  PIC  9(003).
       01  WK-NORM-POS                  PIC  9(003).

      *> So cap ten nghi van
       01  WK-PAIR-COUNT                PIC  9(005) VALUE ZERO.
       01  WK-U90-TIME                  PIC  9(006).
       01  WK-RUN-DATE                  PIC  9(008).

      *> Che do 3 - bang record U01 doi chieu voi T宛名
       01  WK-AT-MAX                    PIC  9(004) VALUE 5000.
       01  WK-AT-CNT                    PIC  9(004) VALUE ZERO.
       01  WK-AT-IX                     PIC  9(004).
       01  WK-AT-OVERFLOW               PIC  X(001) VALUE 'N'.
       01  WK-AT-TABLE.
         03  WK-AT-ENTRY                OCCURS 5000 TIMES.
           05  WK-AT-REC                PIC  X(059).
           05  WK-AT-KEY                PIC  X(040).
           05  WK-AT-KANA               PIC  X(020).
           05  WK-AT-KANJI              PIC  X(020).
           05  WK-AT-NORM-KANA          PIC  X(020).
           05  WK-AT-EXACT-CNT          PIC  9(004).
           05  WK-AT-EXACT-CODE         PIC  X(012).
           05  WK-AT-PROB-CNT           PIC  9(004).
           05  WK-AT-PROB-CODE          PIC  X(012).
           05  WK-AT-PROB-BASIS         PIC  X(005).
       01  WK-ATENA-STATUS              PIC  X(002).
       01  WK-ATENA-EOF                 PIC  X(001).
       01  WK-ATENA-COUNT               PIC  9(007) VALUE ZERO.
       01  WK-ATENA-TRL-FOUND           PIC  X(001) VALUE 'N'.
       01  WK-ATENA-TRL-CNT             PIC  9(006) VALUE ZERO.
      *> Kanji da doi khoang trang toan goc (X'8140') thanh 2 byte
      *> space de so sanh voi SHIMEI-KANJI
       01  WK-ATENA-KANJI               PIC  X(200).
       01  WK-KANJI-CMP                 PIC  X(020).
       01  WK-MATCH-BASIS               PIC  X(005).
       01  WK-EXACT-COUNT               PIC  9(005) VALUE ZERO.
       01  WK-PROB-COUNT                PIC  9(005) VALUE ZERO.
       01  WK-NONE-COUNT                PIC  9(005) VALUE ZERO.

      *> Vi tri / do dai key - tham so run-time, mac dinh 1/4
       01  WK-KEY-POS                   PIC  9(002) VALUE 1.
       01  WK-KEY-LEN                   PIC  9(002) VALUE 4.
               PERFORM NAME-NEAR-DUP-CHECK
               CLOSE U31 USURV ULOSER UNAMECHK
           ELSE
               IF WK-RUN-MODE = 3
                   PERFORM ATENA-MATCH
               ELSE
                   OPEN OUTPUT UMISS
                   MOVE SPACES TO UMISS-RECORD
                   PERFORM TWO-FILE-COMPARE
                   CLOSE UMISS
               END-IF
           END-IF.

           PERFORM CLOSE-FILES.
               MOVE WK-CLEAN-COUNT  TO WK-U90-CNT
               PERFORM WRITE-U90
           END-IF.
           IF WK-RUN-MODE = 3
               MOVE '1'             TO WK-U90-KBN
               MOVE 'UATENA'        TO WK-U90-FILE
               MOVE WK-ATENA-COUNT  TO WK-U90-CNT
               PERFORM WRITE-U90
               MOVE '2'             TO WK-U90-KBN
               MOVE 'UATEXACT'      TO WK-U90-FILE
               MOVE WK-EXACT-COUNT  TO WK-U90-CNT
               PERFORM WRITE-U90
               MOVE '2'             TO WK-U90-KBN
               MOVE 'UATPROB'       TO WK-U90-FILE
               MOVE WK-PROB-COUNT   TO WK-U90-CNT
               PERFORM WRITE-U90
               MOVE '2'             TO WK-U90-KBN
               MOVE 'UATNONE'       TO WK-U90-FILE
               MOVE WK-NONE-COUNT   TO WK-U90-CNT
               PERFORM WRITE-U90
           END-IF.
           MOVE '9'   TO WK-U90-KBN.
           MOVE SPACE TO WK-U90-FILE.
           MOVE ZERO  TO WK-U90-CNT.
           MOVE SPACES TO WK-NORM-OUT.
           MOVE 1 TO WK-NORM-POS.
           PERFORM VARYING WK-NORM-SUB FROM 1 BY 1
                   UNTIL WK-NORM-SUB > 100
               IF WK-NORM-IN(WK-NORM-SUB:1) NOT = '-'
               AND WK-NORM-IN(WK-NORM-SUB:1) NOT = SPACE
                   MOVE WK-NORM-IN(WK-NORM-SUB:1)
               ADD 1 TO WK-INDEX
           END-PERFORM.

      *> ============================
      *> ATENA-MATCH - Che do 3: nap record U01 vao bang, doc file
      *> trich xuat T宛名 mot lan va danh dau ung vien cho tung record,
      *> kiem tra so dong voi trailer roi ghi 3 file ket qua
      *> ============================
       ATENA-MATCH.
           PERFORM LOAD-ATENA-TABLE.

           OPEN INPUT UATENA.
           IF WK-ATENA-STATUS NOT = "00"
               DISPLAY "*** UATENA OPEN ERROR: STATUS="
                   WK-ATENA-STATUS " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WK-ATENA-EOF.
           PERFORM UNTIL WK-ATENA-EOF = 'Y'
               READ UATENA
                   AT END
                       MOVE 'Y' TO WK-ATENA-EOF
                   NOT AT END
                       IF ATENA-TRL-ID = 'TRL'
                           MOVE 'Y' TO WK-ATENA-TRL-FOUND
                           MOVE ATENA-TRL-CNT TO WK-ATENA-TRL-CNT
                       ELSE
                           ADD 1 TO WK-ATENA-COUNT
                           PERFORM ATENA-MATCH-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE UATENA.

           *> File trich xuat bi cat ngang thi ket qua "khong khop"
           *> se sai - dung truoc khi ghi file nao
           IF WK-ATENA-TRL-FOUND NOT = 'Y'
           OR WK-ATENA-TRL-CNT NOT = WK-ATENA-COUNT
               DISPLAY "*** UATENA TRAILER MISMATCH: READ="
                   WK-ATENA-COUNT " TRL=" WK-ATENA-TRL-CNT
                   " FOUND=" WK-ATENA-TRL-FOUND " ***"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT UATEXACT UATPROB UATNONE.
           PERFORM WRITE-ATENA-RESULTS.
           CLOSE UATEXACT UATPROB UATNONE.

      *> ============================
      *> LOAD-ATENA-TABLE - Doc lai U01, moi record mot dong trong
      *> bang (kana chuan hoa nhu NAME-NEAR-DUP-CHECK)
      *> ============================
       LOAD-ATENA-TABLE.
           OPEN INPUT U01.
           MOVE 'N' TO WK-END-OF-FILE.
           PERFORM READ-RECORD.
           PERFORM UNTIL WK-END-OF-FILE = 'Y'
               IF WK-AT-CNT >= WK-AT-MAX
                   MOVE 'Y' TO WK-AT-OVERFLOW
               ELSE
                   ADD 1 TO WK-AT-CNT
                   MOVE U01-RECORD TO WK-AT-REC(WK-AT-CNT)
                   MOVE U01-RECORD(WK-KEY-POS:WK-KEY-LEN)
                       TO WK-AT-KEY(WK-AT-CNT)
                   MOVE SHIMEI-KANA TO WK-AT-KANA(WK-AT-CNT)
                   MOVE SHIMEI-KANJI TO WK-KANJI-CMP
                   INSPECT WK-KANJI-CMP REPLACING ALL X'8140' BY '  '
                   MOVE WK-KANJI-CMP TO WK-AT-KANJI(WK-AT-CNT)
                   MOVE SHIMEI-KANA TO WK-NORM-IN
                   PERFORM NORMALIZE-KANA
                   MOVE WK-NORM-OUT TO WK-AT-NORM-KANA(WK-AT-CNT)
                   MOVE ZERO  TO WK-AT-EXACT-CNT(WK-AT-CNT)
                   MOVE SPACE TO WK-AT-EXACT-CODE(WK-AT-CNT)
                   MOVE ZERO  TO WK-AT-PROB-CNT(WK-AT-CNT)
                   MOVE SPACE TO WK-AT-PROB-CODE(WK-AT-CNT)
                   MOVE SPACE TO WK-AT-PROB-BASIS(WK-AT-CNT)
               END-IF
               PERFORM READ-RECORD
           END-PERFORM.
           CLOSE U01.
           IF WK-AT-OVERFLOW = 'Y'
               DISPLAY "*** WARNING: ATENA MATCH TABLE OVERFLOW - "
                   "ONLY FIRST " WK-AT-MAX " U01 RECORDS MATCHED ***"
           END-IF.

      *> ============================
      *> ATENA-MATCH-ONE - So mot cong dan T宛名 voi tung record U01:
      *> kana va kanji deu bang nhau (khac SPACE) la khop chinh xac;
      *> neu khong thi ap dung logic ten gan trung - kana chuan hoa
      *> bang nhau (KANA) hoac kanji bang nhau (KANJI)
      *> ============================
       ATENA-MATCH-ONE.
           MOVE ATENA-KANA TO WK-NORM-IN.
           PERFORM NORMALIZE-KANA.
           MOVE ATENA-KANJI TO WK-ATENA-KANJI.
           INSPECT WK-ATENA-KANJI REPLACING ALL X'8140' BY '  '.
           PERFORM VARYING WK-AT-IX FROM 1 BY 1
                   UNTIL WK-AT-IX > WK-AT-CNT
               IF WK-AT-KANA(WK-AT-IX) NOT = SPACE
               AND WK-AT-KANJI(WK-AT-IX) NOT = SPACE
               AND WK-AT-KANA(WK-AT-IX) = ATENA-KANA
               AND WK-AT-KANJI(WK-AT-IX) = WK-ATENA-KANJI
                   ADD 1 TO WK-AT-EXACT-CNT(WK-AT-IX)
                   IF WK-AT-EXACT-CNT(WK-AT-IX) = 1
                       MOVE ATENA-JUMIN-CODE
                           TO WK-AT-EXACT-CODE(WK-AT-IX)
                   END-IF
               ELSE
                   IF WK-AT-NORM-KANA(WK-AT-IX) NOT = SPACE
                   AND WK-AT-NORM-KANA(WK-AT-IX) = WK-NORM-OUT
                       MOVE 'KANA' TO WK-MATCH-BASIS
                       PERFORM ADD-ATENA-CANDIDATE
                   ELSE
                       IF WK-AT-KANJI(WK-AT-IX) NOT = SPACE
                       AND WK-AT-KANJI(WK-AT-IX) = WK-ATENA-KANJI
                           MOVE 'KANJI' TO WK-MATCH-BASIS
                           PERFORM ADD-ATENA-CANDIDATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> ============================
      *> ADD-ATENA-CANDIDATE - Dem ung vien gan trung, giu ung vien
      *> dau tien lam 住民コード de to dang ky ra soat
      *> ============================
       ADD-ATENA-CANDIDATE.
           ADD 1 TO WK-AT-PROB-CNT(WK-AT-IX).
           IF WK-AT-PROB-CNT(WK-AT-IX) = 1
               MOVE ATENA-JUMIN-CODE TO WK-AT-PROB-CODE(WK-AT-IX)
               MOVE WK-MATCH-BASIS   TO WK-AT-PROB-BASIS(WK-AT-IX)
           END-IF.

      *> ============================
      *> WRITE-ATENA-RESULTS - Dung mot khop chinh xac -> UATEXACT;
      *> nhieu khop chinh xac (MULTI) hoac co ung vien gan trung ->
      *> UATPROB; con lai -> UATNONE
      *> ============================
       WRITE-ATENA-RESULTS.
           PERFORM VARYING WK-AT-IX FROM 1 BY 1
                   UNTIL WK-AT-IX > WK-AT-CNT
               EVALUATE TRUE
                   WHEN WK-AT-EXACT-CNT(WK-AT-IX) = 1
                       MOVE SPACES TO UATEXACT-RECORD
                       MOVE WK-AT-KEY(WK-AT-IX)(1:12) TO EXACT-KEY
                       MOVE WK-AT-EXACT-CODE(WK-AT-IX)
                           TO EXACT-JUMIN-CODE
                       MOVE WK-AT-KANA(WK-AT-IX) TO EXACT-KANA
                       MOVE WK-AT-REC(WK-AT-IX)(25:20) TO EXACT-KANJI
                       WRITE UATEXACT-RECORD
                       ADD 1 TO WK-EXACT-COUNT
                   WHEN WK-AT-EXACT-CNT(WK-AT-IX) > 1
                       MOVE SPACES TO UATPROB-RECORD
                       MOVE WK-AT-EXACT-CODE(WK-AT-IX)
                           TO PROB-JUMIN-CODE
                       MOVE 'MULTI' TO PROB-BASIS
                       MOVE WK-AT-EXACT-CNT(WK-AT-IX) TO PROB-CAND-CNT
                       PERFORM WRITE-ATENA-PROBABLE
                   WHEN WK-AT-PROB-CNT(WK-AT-IX) > 0
                       MOVE SPACES TO UATPROB-RECORD
                       MOVE WK-AT-PROB-CODE(WK-AT-IX)
                           TO PROB-JUMIN-CODE
                       MOVE WK-AT-PROB-BASIS(WK-AT-IX) TO PROB-BASIS
                       MOVE WK-AT-PROB-CNT(WK-AT-IX) TO PROB-CAND-CNT
                       PERFORM WRITE-ATENA-PROBABLE
                   WHEN OTHER
                       MOVE SPACES TO UATNONE-RECORD
                       MOVE WK-AT-REC(WK-AT-IX) TO NONE-DATA
                       WRITE UATNONE-RECORD
                       ADD 1 TO WK-NONE-COUNT
               END-EVALUATE
           END-PERFORM.

      *> ============================
      *> WRITE-ATENA-PROBABLE - Ghi mot dong UATPROB cho record hien tai
      *> ============================
       WRITE-ATENA-PROBABLE.
           MOVE WK-AT-KEY(WK-AT-IX)(1:12) TO PROB-KEY.
           MOVE WK-AT-KANA(WK-AT-IX) TO PROB-KANA.
           MOVE WK-AT-REC(WK-AT-IX)(25:20) TO PROB-KANJI.
           WRITE UATPROB-RECORD.
           ADD 1 TO WK-PROB-COUNT.

       *> ============================
       *> CLOSE-FILES - Đóng file
       *> ============================
               DISPLAY "  OUTSTANDING (DEFER): " WK-DEFER-PAIR-COUNT
               DISPLAY "  SUPPRESSED (REVIEWED): " WK-SUPP-PAIR-COUNT
           END-IF.
           IF WK-RUN-MODE = 3
               DISPLAY "COUNT UATENA (RESIDENTS): " WK-ATENA-COUNT
               DISPLAY "COUNT OUTPUT (EXACT): " WK-EXACT-COUNT
               DISPLAY "COUNT OUTPUT (PROBABLE): " WK-PROB-COUNT
               DISPLAY "COUNT OUTPUT (NO MATCH): " WK-NONE-COUNT
           END-IF.
