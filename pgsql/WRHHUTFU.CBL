       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      WRHHUTFU.
      ******************************************************************
      *  業務名        ：国民健康保険　共通                            *
      *                                                                *
      *  処理名        ：ＳＪＩＳ→ＵＴＦ－８変換共通サブルーチン      *
      *                                                                *
      *  処理概要      ：ＳＪＩＳの文字列をＵＴＦ－８に変換して返す。  *
      *                  ＡＳＣＩＩと半角カナは計算で変換し、全角      *
      *                  文字は参照ファイルＳＪＩＳＵ８（ＳＪＩＳ      *
      *                  コード16進4桁＋空白＋ＵＴＦ－８の16進、       *
      *                  1行1文字）を初回呼出時に読み込んで変換する。  *
      *                  表に無い文字（外字等）・制御文字・不正な      *
      *                  バイト並びは置き換えずにリターンコード１と    *
      *                  し、位置とコードを返す（文字化けしたまま      *
      *                  渡さないため）。ファイルが無い場合は警告を    *
      *                  表示し、全角文字はすべて変換不可とする。      *
      *                                                                *
      *  作成者        ：アイネス　トゥアン                            *
      *                                                                *
      *  作成日        ：2026.10.15                                    *
      *                                                                *
      *  修正履歴      ：                                              *
      *    修正年月日  -----------------  修正内容  ------------------- *
      *                                                                *
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
            SELECT SJISU8-FILE          ASSIGN  TO  SJISU8
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-SJISU8-STATUS.
      *
       DATA                             DIVISION.
       FILE                             SECTION.
      *----------------------------------------------------------------*
      * ＳＪＩＳ→ＵＴＦ－８変換表（1行1文字、順不同）
      *----------------------------------------------------------------*
       FD  SJISU8-FILE.
       01  SJISU8-REC.
         03  SJISU8-SJIS                PIC  X(004).
         03  FILLER                     PIC  X(001).
         03  SJISU8-UTF8                PIC  X(008).
      *
       WORKING-STORAGE                  SECTION.
       01  WK-SJISU8-STATUS             PIC  X(002).
       01  WK-TABLE-LOADED              PIC  X(001)  VALUE  'N'.
       01  WK-SJISU8-EOF                PIC  X(001).
       01  WK-LOAD-CNT                  PIC  9(005)  VALUE  ZERO.
       01  WK-SKIP-CNT                  PIC  9(005)  VALUE  ZERO.
      *
      *    全角文字の変換表
      *    第１バイト 81-9F を 1-31、E0-FC を 32-60、
      *    第２バイト 40-FC を 1-189 として直接引く
       01  WK-CV-TABLE.
         03  WK-CV-ENTRY                OCCURS  11340  TIMES.
           05  WK-CV-LEN                PIC  9(001).
           05  WK-CV-BYTES              PIC  X(004).
       01  WK-CV-IX                     PIC  9(005).
      *
       01  WK-HEX-DIGITS                PIC  X(016)
                                        VALUE  '0123456789ABCDEF'.
       01  WK-HEX-IX                    PIC  9(002).
       01  WK-HEX-CHAR                  PIC  X(001).
       01  WK-HEX-VAL                   PIC  9(002).
       01  WK-HEX-OK                    PIC  X(001).
       01  WK-HEX-POS                   PIC  9(002).
       01  WK-HEX-LEN                   PIC  9(002).
       01  WK-HEX-WORK                  PIC  X(008).
       01  WK-HEX-BYTES                 PIC  X(004).
       01  WK-HEX-BCNT                  PIC  9(001).
       01  WK-HI                        PIC  9(002).
       01  WK-LO                        PIC  9(002).
      *
       01  WK-IN-IX                     PIC  9(003).
       01  WK-OUT-IX                    PIC  9(003).
       01  WK-BYTE1                     PIC  9(003).
       01  WK-BYTE2                     PIC  9(003).
       01  WK-LEAD-IX                   PIC  9(002).
       01  WK-TRAIL-IX                  PIC  9(003).
       01  WK-DONE                      PIC  X(001).
      *
       LINKAGE                          SECTION.
       01  PARM-WRHHUTFU.
           COPY  WRHHPUTF.
      *
       PROCEDURE                        DIVISION  USING  PARM-WRHHUTFU.
      ******************************************************************
      * メイン処理                                                     *
      ******************************************************************
       MAIN-SHORI                       SECTION.
         HAJIME.
      *
           IF  WK-TABLE-LOADED  NOT =  'Y'
               PERFORM  TABLE-LOAD-RTN
           END-IF.
      *
           PERFORM  CONVERT-RTN.
      *
         OWARI.
           EXIT  PROGRAM.
      ******************************************************************
      * 変換表読込処理（初回呼出時のみ）                               *
      ******************************************************************
       TABLE-LOAD-RTN                   SECTION.
         HAJIME.
      *
           PERFORM  VARYING  WK-CV-IX  FROM  1  BY  1
               UNTIL  WK-CV-IX  >  11340
               MOVE  ZERO               TO  WK-CV-LEN (WK-CV-IX)
               MOVE  SPACE              TO  WK-CV-BYTES (WK-CV-IX)
           END-PERFORM.
      *
           OPEN  INPUT  SJISU8-FILE.
           IF  WK-SJISU8-STATUS  =  '00'
               MOVE  'N'                TO  WK-SJISU8-EOF
               PERFORM  TABLE-READ-RTN
               PERFORM  TABLE-STORE-RTN
                   UNTIL  WK-SJISU8-EOF  =  'Y'
               CLOSE  SJISU8-FILE
           END-IF.
      *
           IF  WK-LOAD-CNT  =  ZERO
               DISPLAY  '*** WRHHUTFU: SJISU8 NASHI ***'
               DISPLAY  '*** 全角文字は変換できません ***'
           END-IF.
           IF  WK-SKIP-CNT  >  ZERO
               DISPLAY  '*** WRHHUTFU: SJISU8 不正行 '
                        WK-SKIP-CNT  '件を無視 ***'
           END-IF.
      *
           MOVE  'Y'                    TO  WK-TABLE-LOADED.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 変換表１行読込処理                                             *
      ******************************************************************
       TABLE-READ-RTN                   SECTION.
         HAJIME.
      *
           READ  SJISU8-FILE
               AT END  MOVE  'Y'        TO  WK-SJISU8-EOF
           END-READ.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 変換表格納処理（16進が不正な行・範囲外のコードは無視）         *
      ******************************************************************
       TABLE-STORE-RTN                  SECTION.
         HAJIME.
      *
           INSPECT  SJISU8-REC  CONVERTING  'abcdef'  TO  'ABCDEF'.
      *
      *    ＳＪＩＳコード（2バイト）
           MOVE  SJISU8-SJIS            TO  WK-HEX-WORK.
           MOVE  4                      TO  WK-HEX-LEN.
           PERFORM  HEX-DECODE-RTN.
           IF  WK-HEX-OK  NOT =  'Y'
           OR  WK-HEX-BCNT  NOT =  2
               ADD  1                   TO  WK-SKIP-CNT
               GO  TO  TABLE-STORE-NEXT
           END-IF.
           COMPUTE  WK-BYTE1  =  FUNCTION ORD (WK-HEX-BYTES (1:1))
                                 -  1.
           COMPUTE  WK-BYTE2  =  FUNCTION ORD (WK-HEX-BYTES (2:1))
                                 -  1.
           PERFORM  INDEX-SET-RTN.
           IF  WK-CV-IX  =  ZERO
               ADD  1                   TO  WK-SKIP-CNT
               GO  TO  TABLE-STORE-NEXT
           END-IF.
      *
      *    ＵＴＦ－８（2〜4バイト）
           MOVE  SJISU8-UTF8            TO  WK-HEX-WORK.
           MOVE  ZERO                   TO  WK-HEX-LEN.
           INSPECT  SJISU8-UTF8  TALLYING  WK-HEX-LEN
               FOR CHARACTERS  BEFORE INITIAL  SPACE.
           PERFORM  HEX-DECODE-RTN.
           IF  WK-HEX-OK  NOT =  'Y'
           OR  WK-HEX-BCNT  <  2
               ADD  1                   TO  WK-SKIP-CNT
               GO  TO  TABLE-STORE-NEXT
           END-IF.
           MOVE  WK-HEX-BCNT            TO  WK-CV-LEN (WK-CV-IX).
           MOVE  WK-HEX-BYTES           TO  WK-CV-BYTES (WK-CV-IX).
           ADD  1                       TO  WK-LOAD-CNT.
      *
         TABLE-STORE-NEXT.
           PERFORM  TABLE-READ-RTN.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 16進文字列→バイト列変換処理                                   *
      * （WK-HEX-WORKの先頭WK-HEX-LEN桁、偶数桁で最大8桁）             *
      ******************************************************************
       HEX-DECODE-RTN                   SECTION.
         HAJIME.
      *
           MOVE  'Y'                    TO  WK-HEX-OK.
           MOVE  ZERO                   TO  WK-HEX-BCNT.
           MOVE  SPACE                  TO  WK-HEX-BYTES.
           IF  WK-HEX-LEN  =  ZERO
           OR  WK-HEX-LEN  >  8
           OR  FUNCTION MOD (WK-HEX-LEN, 2)  NOT =  ZERO
               MOVE  'N'                TO  WK-HEX-OK
               GO  TO  HEX-DECODE-OWARI
           END-IF.
      *
           PERFORM  VARYING  WK-HEX-POS  FROM  1  BY  2
               UNTIL  WK-HEX-POS  >  WK-HEX-LEN
                   OR  WK-HEX-OK  =  'N'
               MOVE  WK-HEX-WORK (WK-HEX-POS:1)
                                        TO  WK-HEX-CHAR
               PERFORM  HEX-DIGIT-RTN
               MOVE  WK-HEX-VAL         TO  WK-HI
               MOVE  WK-HEX-WORK (WK-HEX-POS + 1:1)
                                        TO  WK-HEX-CHAR
               PERFORM  HEX-DIGIT-RTN
               MOVE  WK-HEX-VAL         TO  WK-LO
               IF  WK-HEX-OK  =  'Y'
                   ADD  1               TO  WK-HEX-BCNT
                   MOVE  FUNCTION CHAR (WK-HI * 16 + WK-LO + 1)
                                    TO  WK-HEX-BYTES (WK-HEX-BCNT:1)
               END-IF
           END-PERFORM.
      *
         HEX-DECODE-OWARI.
           EXIT.
      ******************************************************************
      * 16進１桁の値取得処理                                           *
      ******************************************************************
       HEX-DIGIT-RTN                    SECTION.
         HAJIME.
      *
           MOVE  ZERO                   TO  WK-HEX-VAL.
           PERFORM  VARYING  WK-HEX-IX  FROM  1  BY  1
               UNTIL  WK-HEX-IX  >  16
               IF  WK-HEX-DIGITS (WK-HEX-IX:1)  =  WK-HEX-CHAR
                   COMPUTE  WK-HEX-VAL  =  WK-HEX-IX  -  1
                   MOVE  17             TO  WK-HEX-IX
               END-IF
           END-PERFORM.
           IF  WK-HEX-IX  =  17
               MOVE  'N'                TO  WK-HEX-OK
           END-IF.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 全角文字の表位置算出処理（範囲外は０）                         *
      ******************************************************************
       INDEX-SET-RTN                    SECTION.
         HAJIME.
      *
           MOVE  ZERO                   TO  WK-CV-IX.
           EVALUATE  TRUE
               WHEN  WK-BYTE1  >=  129  AND  WK-BYTE1  <=  159
                   COMPUTE  WK-LEAD-IX  =  WK-BYTE1  -  128
               WHEN  WK-BYTE1  >=  224  AND  WK-BYTE1  <=  252
                   COMPUTE  WK-LEAD-IX  =  WK-BYTE1  -  192
               WHEN  OTHER
                   GO  TO  INDEX-SET-OWARI
           END-EVALUATE.
           IF  WK-BYTE2  <  64
           OR  WK-BYTE2  >  252
           OR  WK-BYTE2  =  127
               GO  TO  INDEX-SET-OWARI
           END-IF.
           COMPUTE  WK-TRAIL-IX  =  WK-BYTE2  -  63.
           COMPUTE  WK-CV-IX  =
               (WK-LEAD-IX  -  1)  *  189  +  WK-TRAIL-IX.
      *
         INDEX-SET-OWARI.
           EXIT.
      ******************************************************************
      * 変換処理                                                       *
      ******************************************************************
       CONVERT-RTN                      SECTION.
         HAJIME.
      *
           MOVE  ZERO                   TO  P-UTF-RETURN-CODE.
           MOVE  SPACE                  TO  P-UTF-OUT.
           MOVE  ZERO                   TO  P-UTF-OUT-LEN.
           MOVE  ZERO                   TO  P-UTF-ERR-POS.
           MOVE  SPACE                  TO  P-UTF-ERR-CODE.
           IF  P-UTF-IN-LEN  >  200
               MOVE  200                TO  P-UTF-IN-LEN
           END-IF.
      *
           MOVE  ZERO                   TO  WK-OUT-IX.
           MOVE  'N'                    TO  WK-DONE.
           MOVE  1                      TO  WK-IN-IX.
           PERFORM  CHAR-CONVERT-RTN
               UNTIL  WK-IN-IX  >  P-UTF-IN-LEN
                   OR  WK-DONE  =  'Y'.
           IF  P-UTF-RETURN-CODE  NOT =  ZERO
               GO  TO  CONVERT-OWARI
           END-IF.
      *
      *    末尾の半角空白・全角空白（E3 80 80）を除く
           MOVE  'N'                    TO  WK-DONE.
           PERFORM  UNTIL  WK-OUT-IX  =  ZERO
                       OR  WK-DONE  =  'Y'
               IF  P-UTF-OUT (WK-OUT-IX:1)  =  SPACE
                   SUBTRACT  1          FROM  WK-OUT-IX
               ELSE
                   IF  WK-OUT-IX  >=  3
                   AND  P-UTF-OUT (WK-OUT-IX - 2:3)  =  X'E38080'
                       MOVE  SPACE      TO  P-UTF-OUT (WK-OUT-IX - 2:3)
                       SUBTRACT  3      FROM  WK-OUT-IX
                   ELSE
                       MOVE  'Y'        TO  WK-DONE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE  WK-OUT-IX              TO  P-UTF-OUT-LEN.
      *
         CONVERT-OWARI.
           EXIT.
      ******************************************************************
      * １文字変換処理                                                 *
      ******************************************************************
       CHAR-CONVERT-RTN                 SECTION.
         HAJIME.
      *
           COMPUTE  WK-BYTE1  =
               FUNCTION ORD (P-UTF-IN (WK-IN-IX:1))  -  1.
      *
           EVALUATE  TRUE
      *        ＡＳＣＩＩ（制御文字は不可）
               WHEN  WK-BYTE1  >=  32  AND  WK-BYTE1  <=  126
                   ADD  1               TO  WK-OUT-IX
                   MOVE  P-UTF-IN (WK-IN-IX:1)
                                        TO  P-UTF-OUT (WK-OUT-IX:1)
                   ADD  1               TO  WK-IN-IX
      *        半角カナ（A1-DF → U+FF61-U+FF9F）
               WHEN  WK-BYTE1  >=  161  AND  WK-BYTE1  <=  223
                   MOVE  X'EF'          TO  P-UTF-OUT (WK-OUT-IX + 1:1)
                   IF  WK-BYTE1  <=  191
                       MOVE  X'BD'      TO  P-UTF-OUT (WK-OUT-IX + 2:1)
                       MOVE  P-UTF-IN (WK-IN-IX:1)
                                    TO  P-UTF-OUT (WK-OUT-IX + 3:1)
                   ELSE
                       MOVE  X'BE'      TO  P-UTF-OUT (WK-OUT-IX + 2:1)
                       MOVE  FUNCTION CHAR (WK-BYTE1  -  64  +  1)
                                    TO  P-UTF-OUT (WK-OUT-IX + 3:1)
                   END-IF
                   ADD  3               TO  WK-OUT-IX
                   ADD  1               TO  WK-IN-IX
      *        全角文字（変換表）
               WHEN  (WK-BYTE1  >=  129  AND  WK-BYTE1  <=  159)
                 OR  (WK-BYTE1  >=  224  AND  WK-BYTE1  <=  252)
                   IF  WK-IN-IX  >=  P-UTF-IN-LEN
                       PERFORM  ERROR-SET-RTN
                       GO  TO  CHAR-CONVERT-OWARI
                   END-IF
                   COMPUTE  WK-BYTE2  =
                       FUNCTION ORD (P-UTF-IN (WK-IN-IX + 1:1))  -  1
                   PERFORM  INDEX-SET-RTN
                   IF  WK-CV-IX  =  ZERO
                       PERFORM  ERROR-SET-RTN
                       GO  TO  CHAR-CONVERT-OWARI
                   END-IF
                   IF  WK-CV-LEN (WK-CV-IX)  =  ZERO
                       PERFORM  ERROR-SET-RTN
                       GO  TO  CHAR-CONVERT-OWARI
                   END-IF
                   MOVE  WK-CV-BYTES (WK-CV-IX)
                                        (1:WK-CV-LEN (WK-CV-IX))
                       TO  P-UTF-OUT (WK-OUT-IX + 1:
                                      WK-CV-LEN (WK-CV-IX))
                   ADD  WK-CV-LEN (WK-CV-IX)
                                        TO  WK-OUT-IX
                   ADD  2               TO  WK-IN-IX
               WHEN  OTHER
                   PERFORM  ERROR-SET-RTN
           END-EVALUATE.
      *
         CHAR-CONVERT-OWARI.
           EXIT.
      ******************************************************************
      * 変換不可文字の位置・コード設定処理                             *
      ******************************************************************
       ERROR-SET-RTN                    SECTION.
         HAJIME.
      *
           MOVE  1                      TO  P-UTF-RETURN-CODE.
           MOVE  WK-IN-IX               TO  P-UTF-ERR-POS.
           COMPUTE  WK-HI  =  WK-BYTE1  /  16.
           COMPUTE  WK-LO  =  WK-BYTE1  -  WK-HI  *  16.
           MOVE  WK-HEX-DIGITS (WK-HI + 1:1)
                                        TO  P-UTF-ERR-CODE (1:1).
           MOVE  WK-HEX-DIGITS (WK-LO + 1:1)
                                        TO  P-UTF-ERR-CODE (2:1).
           IF  WK-IN-IX  <  P-UTF-IN-LEN
               IF  (WK-BYTE1  >=  129  AND  WK-BYTE1  <=  159)
               OR  (WK-BYTE1  >=  224  AND  WK-BYTE1  <=  252)
                   COMPUTE  WK-BYTE2  =
                       FUNCTION ORD (P-UTF-IN (WK-IN-IX + 1:1))  -  1
                   COMPUTE  WK-HI  =  WK-BYTE2  /  16
                   COMPUTE  WK-LO  =  WK-BYTE2  -  WK-HI  *  16
                   MOVE  WK-HEX-DIGITS (WK-HI + 1:1)
                                        TO  P-UTF-ERR-CODE (3:1)
                   MOVE  WK-HEX-DIGITS (WK-LO + 1:1)
                                        TO  P-UTF-ERR-CODE (4:1)
               END-IF
           END-IF.
           MOVE  'Y'                    TO  WK-DONE.
      *
         OWARI.
           EXIT.
      ******************************************************************
      *****    WRHHUTFU  PROGRAM  END                              *****
       END PROGRAM WRHHUTFU.
