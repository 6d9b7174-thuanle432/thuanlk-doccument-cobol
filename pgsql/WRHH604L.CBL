       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      WRHH604L.
      ******************************************************************
      *  業務名        ：WebRings  国民健康保険                        *
      *                                                                *
      *  処理名        ：高齢受給者証　返戻未解決一覧作成処理          *
      *                                                                *
      *  処理概要      ：月次実行。返戻登録ファイル（ＤＤ：HENREI、    *
      *                  WRHHT391レイアウト）から返戻状態が未解決      *
      *                  （住所修正待ち）のものを返戻年月日の古い      *
      *                  順に並べ、業務日時点の経過日数付きで一覧      *
      *                  （Ｕ６０）に出力する。末尾に経過日数別        *
      *                  （30日未満／30〜89日／90日以上）の件数を      *
      *                  付ける。                                      *
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
            SELECT HENREI-FILE          ASSIGN  TO  HENREI
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-HNR-STATUS.
            SELECT SORT-HR-FILE         ASSIGN  TO  SORTWK1.
      *
       DATA                             DIVISION.
       FILE                             SECTION.
      *----------------------------------------------------------------*
      * 返戻登録ファイル（WRHH604Hで保守）
      *----------------------------------------------------------------*
       FD  HENREI-FILE.
       01  HENREI-REC.
           COPY  WRHHT391.
      *
      *----------------------------------------------------------------*
      * 返戻年月日順ソートファイル（WRHHT391と同じ並び）
      *----------------------------------------------------------------*
       SD  SORT-HR-FILE.
       01  SH-REC.
         03  SH-JUMIN                   PIC  X(010).
         03  SH-KOFU                    PIC  X(008).
         03  SH-HENREI                  PIC  9(008).
         03  SH-RIYU                    PIC  X(002).
         03  SH-JOTAI                   PIC  X(001).
         03  SH-TOROKUSHA               PIC  X(008).
         03  FILLER                     PIC  X(043).
      *
       WORKING-STORAGE                  SECTION.
       01  PID                          PIC  X(008)  VALUE 'WRHH604L'.
      *
      *================================================================
      * KAMA026A(出力ﾌｧｲﾙ(U60:返戻未解決一覧)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA026-U60.
         03  KAMA026A-DD-U60            PIC  X(008)  VALUE  'U60'.
         03  KAMA026A-SYORI-U60         PIC  X(008)  VALUE  SPACE.
         03  KAMA026A-RL-U60            PIC S9(009)  COMP-5.
         03  KAMA026A-BL-U60            PIC S9(009)  COMP-5.
         03  KAMA026A-CNT-U60           PIC S9(009)  COMP-5.
       01  U60-REC                      PIC  X(120).
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
       01  WK-HNR-STATUS                PIC  X(002).
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
       01  WK-HENREI-INT                PIC  9(008).
      *
      *▼ 返戻理由コード表（WRHH604Hと同じ）
       01  WK-RIYU-VALUES.
         03  FILLER                     PIC  X(022)
             VALUE  '01宛所不明'.
         03  FILLER                     PIC  X(022)
             VALUE  '02転居先不明'.
         03  FILLER                     PIC  X(022)
             VALUE  '03受取拒否'.
         03  FILLER                     PIC  X(022)
             VALUE  '04保管期間経過'.
         03  FILLER                     PIC  X(022)
             VALUE  '99その他'.
       01  WK-RIYU-TABLE                REDEFINES  WK-RIYU-VALUES.
         03  WK-RY-ENTRY                OCCURS  5  TIMES.
           05  WK-RY-CODE               PIC  X(002).
           05  WK-RY-NAME               PIC  X(020).
       01  WK-RY-IX                     PIC  9(002).
      *▲
      *
      *▼ 一覧（Ｕ６０）
       01  WK-LS-TITLE.
         03  FILLER                     PIC  X(016)
                                        VALUE  '*** 高齢受給者証'.
         03  FILLER                     PIC  X(036)
             VALUE  '　返戻未解決（住所修正待ち）一覧 '.
         03  FILLER                     PIC  X(008)
                                        VALUE  '基準日 '.
         03  WK-LT-DATE                 PIC  9(008).
         03  FILLER                     PIC  X(004)  VALUE  ' ***'.
       01  WK-LS-HEAD.
         03  FILLER                     PIC  X(014)
                                        VALUE  '  住民コード'.
         03  FILLER                     PIC  X(010)
                                        VALUE  '交付日'.
         03  FILLER                     PIC  X(010)
                                        VALUE  '返戻日'.
         03  FILLER                     PIC  X(024)
                                        VALUE  '返戻理由'.
         03  FILLER                     PIC  X(010)
                                        VALUE  '経過日数'.
         03  FILLER                     PIC  X(008)
                                        VALUE  '登録者'.
       01  WK-LS-LINE.
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  WK-LL-JUMIN                PIC  X(010).
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  WK-LL-KOFU                 PIC  X(008).
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  WK-LL-HENREI               PIC  9(008).
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  WK-LL-RIYU                 PIC  X(002).
         03  FILLER                     PIC  X(001)  VALUE  SPACE.
         03  WK-LL-RIYU-NAME            PIC  X(020).
         03  FILLER                     PIC  X(001)  VALUE  SPACE.
         03  WK-LL-AGE                  PIC  ZZ,ZZ9.
         03  FILLER                     PIC  X(004)  VALUE  SPACE.
         03  WK-LL-TOROKUSHA            PIC  X(008).
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
           DISPLAY '*** WRHH604L START ***'       UPON SYSOUT.
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
           MOVE  'OPEN'                 TO  KAMA026A-SYORI-U60.
           COMPUTE KAMA026A-RL-U60       =  FUNCTION LENG(U60-REC).
           CALL  'KAMA026A'          USING  PARM-KAMA026-U60.
           MOVE  WK-RUN-DATE            TO  WK-LT-DATE.
           MOVE  WK-LS-TITLE            TO  U60-REC.
           PERFORM  U60-WRITE-RTN.
           MOVE  SPACE                  TO  U60-REC.
           PERFORM  U60-WRITE-RTN.
           MOVE  WK-LS-HEAD             TO  U60-REC.
           PERFORM  U60-WRITE-RTN.
      *
      *▼ 未解決分を返戻年月日の古い順に出力する
           OPEN  INPUT  HENREI-FILE.
           IF  WK-HNR-STATUS  NOT =  '00'
               DISPLAY '*** HENREI ナシ：０件 ***'
                                              UPON SYSOUT
           ELSE
               CLOSE  HENREI-FILE
               SORT  SORT-HR-FILE
                     ON  ASCENDING  KEY  SH-HENREI  SH-JUMIN
                     USING  HENREI-FILE
                     OUTPUT PROCEDURE   LIST-RETURN-RTN
           END-IF.
      *▲
      *
           PERFORM  SUMMARY-WRITE-RTN.
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U60.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U60.
      *
           MOVE  '1'                    TO  WK-LOG-KBN.
           MOVE  'HENREI'               TO  WK-LOG-FILE.
           MOVE  WK-READ-CNT            TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  '2'                    TO  WK-LOG-KBN.
           MOVE  'U60'                  TO  WK-LOG-FILE.
           MOVE  WK-OPEN-CNT            TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  '9'                    TO  WK-LOG-KBN.
           MOVE  SPACE                  TO  WK-LOG-FILE.
           MOVE  ZERO                   TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U90.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U90.
      *
           DISPLAY '*** 返戻登録読込 ==> ' WK-READ-CNT
                                              UPON SYSOUT.
           DISPLAY '*** 未解決       ==> ' WK-OPEN-CNT
                                              UPON SYSOUT.
           DISPLAY '*** うち90日以上 ==> ' WK-AGE-CNT-3
                                              UPON SYSOUT.
           DISPLAY '*** WRHH604L END ***'         UPON SYSOUT.
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
      * ソート出力処理（未解決分のみ一覧へ）                           *
      ******************************************************************
       LIST-RETURN-RTN                  SECTION.
       LIST-RETURN-START.
      *
           MOVE  'N'                    TO  WK-SORT-EOF.
           PERFORM  UNTIL  WK-SORT-EOF  =  'Y'
               RETURN  SORT-HR-FILE
                   AT END
                       MOVE  'Y'        TO  WK-SORT-EOF
                   NOT AT END
                       ADD  1           TO  WK-READ-CNT
                       IF  SH-JOTAI  =  'O'
                           PERFORM  LIST-LINE-RTN
                       END-IF
               END-RETURN
           END-PERFORM.
      *
       LIST-RETURN-EXIT.
           EXIT.
      ******************************************************************
      * １件分の一覧出力処理（経過日数＝業務日−返戻年月日）           *
      ******************************************************************
       LIST-LINE-RTN                    SECTION.
       LIST-LINE-START.
      *
           MOVE  ZERO                   TO  WK-AGE.
           IF  SH-HENREI  NUMERIC
           AND  FUNCTION TEST-DATE-YYYYMMDD (SH-HENREI)  =  ZERO
           AND  SH-HENREI  <=  WK-RUN-DATE
               COMPUTE  WK-HENREI-INT  =
                   FUNCTION INTEGER-OF-DATE (SH-HENREI)
               COMPUTE  WK-AGE  =  WK-RUN-INT  -  WK-HENREI-INT
           END-IF.
      *
           MOVE  SPACE                  TO  WK-LL-RIYU-NAME.
           PERFORM  VARYING  WK-RY-IX  FROM  1  BY  1
               UNTIL  WK-RY-IX  >  5
               IF  WK-RY-CODE (WK-RY-IX)  =  SH-RIYU
                   MOVE  WK-RY-NAME (WK-RY-IX)
                                        TO  WK-LL-RIYU-NAME
               END-IF
           END-PERFORM.
      *
           MOVE  SH-JUMIN               TO  WK-LL-JUMIN.
           MOVE  SH-KOFU                TO  WK-LL-KOFU.
           MOVE  SH-HENREI              TO  WK-LL-HENREI.
           MOVE  SH-RIYU                TO  WK-LL-RIYU.
           MOVE  WK-AGE                 TO  WK-LL-AGE.
           MOVE  SH-TOROKUSHA           TO  WK-LL-TOROKUSHA.
           MOVE  WK-LS-LINE             TO  U60-REC.
           PERFORM  U60-WRITE-RTN.
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
           MOVE  SPACE                  TO  U60-REC.
           PERFORM  U60-WRITE-RTN.
           MOVE  '経過30日未満　　　＝'  TO  WK-SM-LABEL.
           MOVE  WK-AGE-CNT-1           TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U60-REC.
           PERFORM  U60-WRITE-RTN.
           MOVE  '経過30〜89日　　　＝'  TO  WK-SM-LABEL.
           MOVE  WK-AGE-CNT-2           TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U60-REC.
           PERFORM  U60-WRITE-RTN.
           MOVE  '経過90日以上　　　＝'  TO  WK-SM-LABEL.
           MOVE  WK-AGE-CNT-3           TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U60-REC.
           PERFORM  U60-WRITE-RTN.
           MOVE  '未解決件数　　　　＝'  TO  WK-SM-LABEL.
           MOVE  WK-OPEN-CNT            TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U60-REC.
           PERFORM  U60-WRITE-RTN.
      *
       SUMMARY-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * Ｕ６０　１件出力処理                                           *
      ******************************************************************
       U60-WRITE-RTN                    SECTION.
       U60-WRITE-START.
      *
           MOVE  'WRITE'                TO  KAMA026A-SYORI-U60.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U60
                                            U60-REC.
      *
       U60-WRITE-EXIT.
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
      *****    WRHH604L  PROGRAM  END                              *****
       END PROGRAM WRHH604L.
