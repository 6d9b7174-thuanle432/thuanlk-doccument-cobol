       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      WRHH604U.
      ******************************************************************
      *  業務名        ：WebRings  国民健康保険                        *
      *                                                                *
      *  処理名        ：高齢受給者証　未回収一覧作成処理              *
      *                                                                *
      *  処理概要      ：月次実行。回収登録ファイル（ＤＤ：KAISHU、    *
      *                  WRHHT397レイアウト）から回収状態が未回収      *
      *                  のものを回収通知日の古い順に並べ、業務日      *
      *                  時点の経過日数付きで一覧（Ｕ６１）に出力      *
      *                  する。末尾に経過日数別（30日未満／30〜89日    *
      *                  ／90日以上）の件数を付ける。                  *
      *                                                                *
      *  実行時コード系：SJIS                                          *
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
            SELECT KAISHU-FILE          ASSIGN  TO  KAISHU
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-KSH-STATUS.
            SELECT SORT-KR-FILE         ASSIGN  TO  SORTWK1.
      *
       DATA                             DIVISION.
       FILE                             SECTION.
      *----------------------------------------------------------------*
      * 回収登録ファイル（WRHH604Sで登録、WRHH604Tで保守）
      *----------------------------------------------------------------*
       FD  KAISHU-FILE.
       01  KAISHU-REC.
           COPY  WRHHT397.
      *
      *----------------------------------------------------------------*
      * 回収通知日順ソートファイル（WRHHT397と同じ並び）
      *----------------------------------------------------------------*
       SD  SORT-KR-FILE.
       01  SK-REC.
         03  SK-JUMIN                   PIC  X(010).
         03  SK-KIGO                    PIC  X(011).
         03  SK-KOFU                    PIC  X(008).
         03  SK-YUKO                    PIC  X(008).
         03  SK-SOSHITSU                PIC  9(006).
         03  SK-TSUCHI                  PIC  9(008).
         03  SK-JOTAI                   PIC  X(001).
         03  FILLER                     PIC  X(028).
      *
       WORKING-STORAGE                  SECTION.
       01  PID                          PIC  X(008)  VALUE 'WRHH604U'.
      *
      *================================================================
      * KAMA026A(出力ﾌｧｲﾙ(U61:未回収一覧)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA026-U61.
         03  KAMA026A-DD-U61            PIC  X(008)  VALUE  'U61'.
         03  KAMA026A-SYORI-U61         PIC  X(008)  VALUE  SPACE.
         03  KAMA026A-RL-U61            PIC S9(009)  COMP-5.
         03  KAMA026A-BL-U61            PIC S9(009)  COMP-5.
         03  KAMA026A-CNT-U61           PIC S9(009)  COMP-5.
       01  U61-REC                      PIC  X(120).
      *
      *================================================================
      * KAMA026A(出力ﾌｧｲﾙ(U90)のｱｸｾｽ)インターフェース領域（実行ログ）
      *================================================================
       01  PARM-KAMA026-U90.
         03  KAMA026A-DD-U90            PIC  X(008)  VALUE  'U90'.
         03  KAMA026A-SYORI-U90         PIC  X(008)  VALUE  SPACE.
         03  KAMA026A-RL-U90            PIC S9(009)  COMP-5.
         03  KAMA026A-BL-U90            PIC S9(009)  COMP-5.
         03  KAMA026A-CNT-U90           PIC S9(009)  COMP-5.
       01  U90-REC.
         03  LOG-PID                    PIC  X(008).
         03  処理区分                   PIC  X(001).
         03  ファイル名                 PIC  X(008).
         03  件数                       PIC  X(009).
         03  実行日                     PIC  9(008).
         03  時刻                       PIC  9(006).
         03  FILLER                     PIC  X(024).
      *
      *================================================================
      * ＫＡＭＡ０２１Ａ(処理日管理ﾌｧｲﾙ(SHORIBI)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA021-SHB.
         03  KAMA021A-DD-SHB            PIC  X(008)  VALUE  'SHORIBI'.
         03  KAMA021A-SYORI-SHB         PIC  X(008)  VALUE  SPACE.
         03  KAMA021A-RL-SHB            PIC S9(009)  COMP-5.
         03  KAMA021A-BL-SHB            PIC S9(009)  COMP-5.
         03  KAMA021A-CNT-SHB           PIC S9(009)  COMP-5.
         03  KAMA021A-EOF-SHB           PIC  X(004)  VALUE  SPACE.
       01  SHB-REC.
         03  SHB-DATE                   PIC  9(008).
         03  SHB-STATUS                 PIC  X(008).
      *
      *================================================================
      * ワーク領域
      *================================================================
       01  WK-KSH-STATUS                PIC  X(002).
       01  WK-SORT-EOF                  PIC  X(001).
       01  WK-RUN-DATE                  PIC  9(008).
       01  WK-LOG-KBN                   PIC  X(001).
       01  WK-LOG-FILE                  PIC  X(008).
       01  WK-LOG-CNT                   PIC  9(009).
      *
       01  WK-READ-CNT                  PIC  9(007)  VALUE  ZERO.
       01  WK-OPEN-CNT                  PIC  9(007)  VALUE  ZERO.
       01  WK-AGE-CNT-1                 PIC  9(007)  VALUE  ZERO.
       01  WK-AGE-CNT-2                 PIC  9(007)  VALUE  ZERO.
       01  WK-AGE-CNT-3                 PIC  9(007)  VALUE  ZERO.
       01  WK-AGE                       PIC  9(005).
       01  WK-RUN-INT                   PIC  9(008).
       01  WK-TSUCHI-INT                PIC  9(008).
      *
      *▼ 一覧（Ｕ６１）
       01  WK-LS-TITLE.
         03  FILLER                     PIC  X(016)
                                        VALUE  '*** 高齢受給者証'.
         03  FILLER                     PIC  X(036)
             VALUE  '　未回収（資格喪失）一覧 '.
         03  FILLER                     PIC  X(008)
                                        VALUE  '基準日 '.
         03  WK-LT-DATE                 PIC  9(008).
         03  FILLER                     PIC  X(004)  VALUE  ' ***'.
       01  WK-LS-HEAD.
         03  FILLER                     PIC  X(014)
                                        VALUE  '  住民コード'.
         03  FILLER                     PIC  X(013)
                                        VALUE  '記号番号'.
         03  FILLER                     PIC  X(010)
                                        VALUE  '交付日'.
         03  FILLER                     PIC  X(010)
                                        VALUE  '有効期限'.
         03  FILLER                     PIC  X(008)
                                        VALUE  '喪失月'.
         03  FILLER                     PIC  X(010)
                                        VALUE  '通知日'.
         03  FILLER                     PIC  X(010)
                                        VALUE  '経過日数'.
       01  WK-LS-LINE.
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  WK-LL-JUMIN                PIC  X(010).
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  WK-LL-KIGO                 PIC  X(011).
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  WK-LL-KOFU                 PIC  X(008).
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  WK-LL-YUKO                 PIC  X(008).
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  WK-LL-SOSHITSU             PIC  9(006).
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  WK-LL-TSUCHI               PIC  9(008).
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  WK-LL-AGE                  PIC  ZZ,ZZ9.
       01  WK-SUM-LINE.
         03  WK-SM-LABEL                PIC  X(026).
         03  WK-SM-KENSU                PIC  ZZZ,ZZ9.
      *▲
      *
       PROCEDURE                        DIVISION.
      ******************************************************************
      * メイン処理                                                     *
      ******************************************************************
       MAIN-SHORI                       SECTION.
       MAIN-START.
      *
           DISPLAY '*** WRHH604U START ***'       UPON SYSOUT.
           PERFORM  SHB-GET-RTN.
           COMPUTE  WK-RUN-INT  =
               FUNCTION INTEGER-OF-DATE (WK-RUN-DATE).
      *
           MOVE  'OPEN'                 TO  KAMA026A-SYORI-U90.
           COMPUTE KAMA026A-RL-U90       =  FUNCTION LENG(U90-REC).
           CALL  'KAMA026A'          USING  PARM-KAMA026-U90.
           MOVE  '0'                    TO  WK-LOG-KBN.
           MOVE  SPACE                  TO  WK-LOG-FILE.
           MOVE  ZERO                   TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
      *
           MOVE  'OPEN'                 TO  KAMA026A-SYORI-U61.
           COMPUTE KAMA026A-RL-U61       =  FUNCTION LENG(U61-REC).
           CALL  'KAMA026A'          USING  PARM-KAMA026-U61.
           MOVE  WK-RUN-DATE            TO  WK-LT-DATE.
           MOVE  WK-LS-TITLE            TO  U61-REC.
           PERFORM  U61-WRITE-RTN.
           MOVE  SPACE                  TO  U61-REC.
           PERFORM  U61-WRITE-RTN.
           MOVE  WK-LS-HEAD             TO  U61-REC.
           PERFORM  U61-WRITE-RTN.
      *
      *▼ 未回収分を回収通知日の古い順に出力する
           OPEN  INPUT  KAISHU-FILE.
           IF  WK-KSH-STATUS  NOT =  '00'
               DISPLAY '*** KAISHU ナシ：０件 ***'
                                              UPON SYSOUT
           ELSE
               CLOSE  KAISHU-FILE
               SORT  SORT-KR-FILE
                     ON  ASCENDING  KEY  SK-TSUCHI  SK-JUMIN
                     USING  KAISHU-FILE
                     OUTPUT PROCEDURE   LIST-RETURN-RTN
           END-IF.
      *▲
      *
           PERFORM  SUMMARY-WRITE-RTN.
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U61.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U61.
      *
           MOVE  '1'                    TO  WK-LOG-KBN.
           MOVE  'KAISHU'               TO  WK-LOG-FILE.
           MOVE  WK-READ-CNT            TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  '2'                    TO  WK-LOG-KBN.
           MOVE  'U61'                  TO  WK-LOG-FILE.
           MOVE  WK-OPEN-CNT            TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  '9'                    TO  WK-LOG-KBN.
           MOVE  SPACE                  TO  WK-LOG-FILE.
           MOVE  ZERO                   TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U90.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U90.
      *
           DISPLAY '*** 回収登録読込 ==> ' WK-READ-CNT
                                              UPON SYSOUT.
           DISPLAY '*** 未回収       ==> ' WK-OPEN-CNT
                                              UPON SYSOUT.
           DISPLAY '*** うち90日以上 ==> ' WK-AGE-CNT-3
                                              UPON SYSOUT.
           DISPLAY '*** WRHH604U END ***'         UPON SYSOUT.
           STOP RUN.
       MAIN-EXIT.
           EXIT.
      ******************************************************************
      * 業務日取得処理（SHORIBIから、無ければ当日）                    *
      ******************************************************************
       SHB-GET-RTN                      SECTION.
       SHB-GET-START.
      *
           MOVE  FUNCTION CURRENT-DATE (1:8)  TO  WK-RUN-DATE.
           MOVE  'OPEN'                 TO  KAMA021A-SYORI-SHB.
           COMPUTE KAMA021A-RL-SHB       =  FUNCTION LENG(SHB-REC).
           CALL  'KAMA021A'          USING  PARM-KAMA021-SHB.
           IF  KAMA021A-EOF-SHB (1:3)  =  X'B5DCD8'
               DISPLAY  '*** SHORIBI ナシ：当日を使用 ***'
                                              UPON  SYSOUT
               GO  TO  SHB-GET-EXIT
           END-IF.
           MOVE  'READ'                 TO  KAMA021A-SYORI-SHB.
           CALL  'KAMA021A'          USING  PARM-KAMA021-SHB
                                            SHB-REC.
           IF  KAMA021A-EOF-SHB (1:3)  NOT =  X'B5DCD8'
               MOVE  SHB-DATE           TO  WK-RUN-DATE
           END-IF.
           MOVE  'CLOSE'                TO  KAMA021A-SYORI-SHB.
           CALL  'KAMA021A'          USING  PARM-KAMA021-SHB.
      *
       SHB-GET-EXIT.
           EXIT.
      ******************************************************************
      * ソート出力処理（未回収分のみ一覧へ）                           *
      ******************************************************************
       LIST-RETURN-RTN                  SECTION.
       LIST-RETURN-START.
      *
           MOVE  'N'                    TO  WK-SORT-EOF.
           PERFORM  UNTIL  WK-SORT-EOF  =  'Y'
               RETURN  SORT-KR-FILE
                   AT END
                       MOVE  'Y'        TO  WK-SORT-EOF
                   NOT AT END
                       ADD  1           TO  WK-READ-CNT
                       IF  SK-JOTAI  =  'O'
                           PERFORM  LIST-LINE-RTN
                       END-IF
               END-RETURN
           END-PERFORM.
      *
       LIST-RETURN-EXIT.
           EXIT.
      ******************************************************************
      * １件分の一覧出力処理（経過日数＝業務日−回収通知日）           *
      ******************************************************************
       LIST-LINE-RTN                    SECTION.
       LIST-LINE-START.
      *
           MOVE  ZERO                   TO  WK-AGE.
           IF  SK-TSUCHI  NUMERIC
           AND  FUNCTION TEST-DATE-YYYYMMDD (SK-TSUCHI)  =  ZERO
           AND  SK-TSUCHI  <=  WK-RUN-DATE
               COMPUTE  WK-TSUCHI-INT  =
                   FUNCTION INTEGER-OF-DATE (SK-TSUCHI)
               COMPUTE  WK-AGE  =  WK-RUN-INT  -  WK-TSUCHI-INT
           END-IF.
      *
           MOVE  SK-JUMIN               TO  WK-LL-JUMIN.
           MOVE  SK-KIGO                TO  WK-LL-KIGO.
           MOVE  SK-KOFU                TO  WK-LL-KOFU.
           MOVE  SK-YUKO                TO  WK-LL-YUKO.
           MOVE  SK-SOSHITSU            TO  WK-LL-SOSHITSU.
           MOVE  SK-TSUCHI              TO  WK-LL-TSUCHI.
           MOVE  WK-AGE                 TO  WK-LL-AGE.
           MOVE  WK-LS-LINE             TO  U61-REC.
           PERFORM  U61-WRITE-RTN.
      *
           ADD  1                       TO  WK-OPEN-CNT.
           EVALUATE  TRUE
               WHEN  WK-AGE  <  30
                   ADD  1               TO  WK-AGE-CNT-1
               WHEN  WK-AGE  <  90
                   ADD  1               TO  WK-AGE-CNT-2
               WHEN  OTHER
                   ADD  1               TO  WK-AGE-CNT-3
           END-EVALUATE.
      *
       LIST-LINE-EXIT.
           EXIT.
      ******************************************************************
      * 件数集計出力処理（一覧末尾）                                   *
      ******************************************************************
       SUMMARY-WRITE-RTN                SECTION.
       SUMMARY-WRITE-START.
      *
           MOVE  SPACE                  TO  U61-REC.
           PERFORM  U61-WRITE-RTN.
           MOVE  '経過30日未満　　　＝'  TO  WK-SM-LABEL.
           MOVE  WK-AGE-CNT-1           TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U61-REC.
           PERFORM  U61-WRITE-RTN.
           MOVE  '経過30〜89日　　　＝'  TO  WK-SM-LABEL.
           MOVE  WK-AGE-CNT-2           TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U61-REC.
           PERFORM  U61-WRITE-RTN.
           MOVE  '経過90日以上　　　＝'  TO  WK-SM-LABEL.
           MOVE  WK-AGE-CNT-3           TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U61-REC.
           PERFORM  U61-WRITE-RTN.
           MOVE  '未回収件数　　　　＝'  TO  WK-SM-LABEL.
           MOVE  WK-OPEN-CNT            TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U61-REC.
           PERFORM  U61-WRITE-RTN.
      *
       SUMMARY-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * Ｕ６１　１件出力処理                                           *
      ******************************************************************
       U61-WRITE-RTN                    SECTION.
       U61-WRITE-START.
      *
           MOVE  'WRITE'                TO  KAMA026A-SYORI-U61.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U61
                                            U61-REC.
      *
       U61-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * 実行結果ログ出力処理                                           *
      ******************************************************************
       U90-LOG-RTN                      SECTION.
       U90-LOG-START.
      *
           MOVE  PID                    TO  LOG-PID     OF  U90-REC.
           MOVE  WK-LOG-KBN             TO  処理区分    OF  U90-REC.
           MOVE  WK-LOG-FILE        TO  ファイル名  OF  U90-REC.
           MOVE  WK-LOG-CNT             TO  件数        OF  U90-REC.
           MOVE  WK-RUN-DATE            TO  実行日      OF  U90-REC.
           MOVE  FUNCTION CURRENT-DATE (9:6)
                                        TO  時刻        OF  U90-REC.
           MOVE  'WRITE'                TO  KAMA026A-SYORI-U90.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U90
                                            U90-REC.
      *
       U90-LOG-EXIT.
           EXIT.
      ******************************************************************
      *****    WRHH604U  PROGRAM  END                              *****
       END PROGRAM WRHH604U.
