       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      WRHH604V.
      ******************************************************************
      *  業務名        ：WebRings  国民健康保険                        *
      *                                                                *
      *  処理名        ：高齢受給者　月次法定統計報告作成処理          *
      *                                                                *
      *  処理概要      ：月次実行。WRHH604Jの証発行履歴（Ｕ３０、      *
      *                  WRHHT326）から業務月末日（基準日）に有効な    *
      *                  証を持つ者を高齢受給者とし、区分１×年齢帯    *
      *                  ×行政区の人数と前月からの異動（新規・変更    *
      *                  ・終了）を集計する。年齢と行政区はT宛名、     *
      *                  年齢帯はDBSEQ01Nと同じAGEBANDS参照ファイル、  *
      *                  行政区の並びはＵ４２による。                  *
      *                  出力の前にＵ３０の区分１別件数と件数を        *
      *                  Ｕ９０に記録されたWRHH604J最終実行日の        *
      *                  KBN1-*・U30件数（スライス実行は合算）と       *
      *                  照合し、一致しなければ何も出力せず中断する。  *
      *                  出力：統計報告リスト（Ｕ４５）、都道府県      *
      *                  送付用固定長ファイル（Ｕ４８、WRHHT399）、    *
      *                  当月スナップショット（Ｕ４７、WRHHT398）。    *
      *                  前月スナップショット（Ｕ４６）が無い月は      *
      *                  全員を新規とする。                            *
      *                  保険者番号はWRHH604V_HOKENJA、未指定時は      *
      *                  Ｕ４２先頭行の表示用被保険者番号。            *
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
            SELECT AGEBANDS-FILE        ASSIGN  TO  AGEBANDS
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS
                                        WK-AGEBANDS-STATUS.
      *
       DATA                             DIVISION.
       FILE                             SECTION.
      *----------------------------------------------------------------*
      * 年齢帯参照ファイル（DBSEQ01Nと共通、上限年齢昇順、1行1帯）
      *----------------------------------------------------------------*
       FD  AGEBANDS-FILE.
       01  AGEBANDS-REC.
         03  AGEBANDS-UPPER             PIC  9(003).
      *
       WORKING-STORAGE                  SECTION.
       01  PID                          PIC  X(008)  VALUE 'WRHH604V'.
      *
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  Ｈ住民コード                 PIC S9(010).
       01  Ｈ行政区コード               PIC  X(003).
       01  Ｈ生年月日                   PIC  X(008).
           EXEC SQL END DECLARE SECTION END-EXEC.
      *
      *ＳＱＬシステム変数
           COPY WRHDSQL.
      *
      *================================================================
      * KAMA021A(入力ﾌｧｲﾙ(U90:WRHH604J実行ログ)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA021-U90I.
         03  KAMA021A-DD-U90I           PIC  X(008)  VALUE  'U90'.
         03  KAMA021A-SYORI-U90I        PIC  X(008)  VALUE  SPACE.
         03  KAMA021A-RL-U90I           PIC S9(009)  COMP-5.
         03  KAMA021A-BL-U90I           PIC S9(009)  COMP-5.
         03  KAMA021A-CNT-U90I          PIC S9(009)  COMP-5.
         03  KAMA021A-EOF-U90I          PIC  X(004)  VALUE  SPACE.
       01  U90I-REC.
         03  LOG-PID-I                  PIC  X(008).
         03  処理区分Ｉ                 PIC  X(001).
         03  ファイル名Ｉ               PIC  X(008).
         03  件数Ｉ                     PIC  X(009).
         03  実行日Ｉ                   PIC  9(008).
         03  FILLER                     PIC  X(030).
      *
      *================================================================
      * KAMA021A(入力ﾌｧｲﾙ(U30:証発行履歴)のｱｸｾｽ)インターフェース領域
      *================================================================
       01  PARM-KAMA021-U30.
         03  KAMA021A-DD-U30            PIC  X(008)  VALUE  'U30'.
         03  KAMA021A-SYORI-U30         PIC  X(008)  VALUE  SPACE.
         03  KAMA021A-RL-U30            PIC S9(009)  COMP-5.
         03  KAMA021A-BL-U30            PIC S9(009)  COMP-5.
         03  KAMA021A-CNT-U30           PIC S9(009)  COMP-5.
         03  KAMA021A-EOF-U30           PIC  X(004)  VALUE  SPACE.
       01  U30-REC.
           COPY  WRHHT326.
      *
      *================================================================
      * KAMA021A(入力ﾌｧｲﾙ(U42:行政区テーブル)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA021-U42.
         03  KAMA021A-DD-U42            PIC  X(008)  VALUE  'U42'.
         03  KAMA021A-SYORI-U42         PIC  X(008)  VALUE  SPACE.
         03  KAMA021A-RL-U42            PIC S9(009)  COMP-5.
         03  KAMA021A-BL-U42            PIC S9(009)  COMP-5.
         03  KAMA021A-CNT-U42           PIC S9(009)  COMP-5.
         03  KAMA021A-EOF-U42           PIC  X(004)  VALUE  SPACE.
       01  U42-REC.
           COPY  WRHHT313.
      *
      *================================================================
      * KAMA021A(入力ﾌｧｲﾙ(U46:前月スナップショット)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA021-U46.
         03  KAMA021A-DD-U46            PIC  X(008)  VALUE  'U46'.
         03  KAMA021A-SYORI-U46         PIC  X(008)  VALUE  SPACE.
         03  KAMA021A-RL-U46            PIC S9(009)  COMP-5.
         03  KAMA021A-BL-U46            PIC S9(009)  COMP-5.
         03  KAMA021A-CNT-U46           PIC S9(009)  COMP-5.
         03  KAMA021A-EOF-U46           PIC  X(004)  VALUE  SPACE.
       01  U46-REC.
           COPY  WRHHT398.
      *
      *================================================================
      * KAMA026A(出力ﾌｧｲﾙ(U47:当月スナップショット)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA026-U47.
         03  KAMA026A-DD-U47            PIC  X(008)  VALUE  'U47'.
         03  KAMA026A-SYORI-U47         PIC  X(008)  VALUE  SPACE.
         03  KAMA026A-RL-U47            PIC S9(009)  COMP-5.
         03  KAMA026A-BL-U47            PIC S9(009)  COMP-5.
         03  KAMA026A-CNT-U47           PIC S9(009)  COMP-5.
       01  U47-REC.
           COPY  WRHHT398.
      *
      *================================================================
      * KAMA026A(出力ﾌｧｲﾙ(U45:統計報告リスト)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA026-U45.
         03  KAMA026A-DD-U45            PIC  X(008)  VALUE  'U45'.
         03  KAMA026A-SYORI-U45         PIC  X(008)  VALUE  SPACE.
         03  KAMA026A-RL-U45            PIC S9(009)  COMP-5.
         03  KAMA026A-BL-U45            PIC S9(009)  COMP-5.
         03  KAMA026A-CNT-U45           PIC S9(009)  COMP-5.
       01  U45-REC                      PIC  X(120).
      *
      *================================================================
      * KAMA026A(出力ﾌｧｲﾙ(U48:都道府県送付用固定長)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA026-U48.
         03  KAMA026A-DD-U48            PIC  X(008)  VALUE  'U48'.
         03  KAMA026A-SYORI-U48         PIC  X(008)  VALUE  SPACE.
         03  KAMA026A-RL-U48            PIC S9(009)  COMP-5.
         03  KAMA026A-BL-U48            PIC S9(009)  COMP-5.
         03  KAMA026A-CNT-U48           PIC S9(009)  COMP-5.
       01  U48-REC.
           COPY  WRHHT399.
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
       01  WK-RUN-DATE                  PIC  9(008).
       01  WK-RUN-DATE-R                REDEFINES  WK-RUN-DATE.
         03  WK-RUN-YYYY                PIC  9(004).
         03  WK-RUN-MM                  PIC  9(002).
         03  WK-RUN-DD                  PIC  9(002).
       01  WK-LOG-KBN                   PIC  X(001).
       01  WK-LOG-FILE                  PIC  X(008).
       01  WK-LOG-CNT                   PIC  9(009).
       01  WK-KENSU-9                   PIC  9(009).
       01  WK-HOKENJA                   PIC  X(008)  VALUE  SPACE.
      *
      *▼ 統計年月と基準日（業務月の末日）
       01  WK-STAT-YM                   PIC  9(006).
       01  WK-NEXT-TOP                  PIC  9(008).
       01  WK-BASE-DATE                 PIC  9(008).
       01  WK-BASE-INT                  PIC  9(008).
      *▲
      *
      *▼ 照合用（Ｕ９０のWRHH604J最終実行日分とＵ３０の実件数）
       01  WK-J-DATE                    PIC  9(008)  VALUE  ZERO.
       01  WK-J-U30                     PIC  9(009)  VALUE  ZERO.
       01  WK-J-KBN1-0                  PIC  9(009)  VALUE  ZERO.
       01  WK-J-KBN1-2                  PIC  9(009)  VALUE  ZERO.
       01  WK-J-KBN1-7                  PIC  9(009)  VALUE  ZERO.
       01  WK-J-KBN1-OTH                PIC  9(009)  VALUE  ZERO.
       01  WK-C-U30                     PIC  9(009)  VALUE  ZERO.
       01  WK-C-KBN1-0                  PIC  9(009)  VALUE  ZERO.
       01  WK-C-KBN1-2                  PIC  9(009)  VALUE  ZERO.
       01  WK-C-KBN1-7                  PIC  9(009)  VALUE  ZERO.
       01  WK-C-KBN1-OTH                PIC  9(009)  VALUE  ZERO.
       01  WK-BALANCE                   PIC  X(001)  VALUE  'Y'.
      *▲
      *
      *▼ 行政区テーブル（WRHH411Bと同じＵ４２から、最大100件）
      *    表に無い行政区は101番目（区分外、'999'）に計上する
       01  WK-KU-MAX                    PIC  9(003)  VALUE  100.
       01  WK-KU-CNT                    PIC  9(003)  VALUE  ZERO.
       01  WK-KU-IX                     PIC  9(003).
       01  WK-KU-HIT                    PIC  9(003).
       01  WK-KU-TABLE.
         03  WK-KU-ENTRY                OCCURS  101  TIMES.
           05  WK-KU-CODE               PIC  X(003).
      *▲
      *
      *▼ 年齢帯テーブル（AGEBANDSが無い場合はDBSEQ01Nと同じ既定の4帯）
       01  WK-AGEBANDS-STATUS           PIC  X(002).
       01  WK-AGEBANDS-EOF              PIC  X(001).
       01  WK-BAND-MAX                  PIC  9(002)  VALUE  10.
       01  WK-BAND-CNT                  PIC  9(002)  VALUE  ZERO.
       01  WK-BAND-TABLE.
         03  WK-BAND-ENTRY              OCCURS  10  TIMES.
           05  WK-BAND-UPPER            PIC  9(003).
           05  WK-BAND-LOWER            PIC  9(003).
       01  WK-BAND-IX                   PIC  9(002).
       01  WK-BAND-HIT                  PIC  9(002).
       01  WK-AGE                       PIC  9(003).
       01  WK-BIRTH                     PIC  9(008).
      *▲
      *
      *▼ 区分１の並び（0:一般 2:低所得２ 7:低所得１ 9:その他）
       01  WK-KBN-VALUES.
         03  FILLER                     PIC  X(013)
             VALUE  '0一般'.
         03  FILLER                     PIC  X(013)
             VALUE  '2低所得２'.
         03  FILLER                     PIC  X(013)
             VALUE  '7低所得１'.
         03  FILLER                     PIC  X(013)
             VALUE  '9その他'.
       01  WK-KBN-TABLE                 REDEFINES  WK-KBN-VALUES.
         03  WK-KB-ENTRY                OCCURS  4  TIMES.
           05  WK-KB-CODE               PIC  X(001).
           05  WK-KB-NAME               PIC  X(012).
       01  WK-KB-IX                     PIC  9(001).
      *▲
      *
      *▼ 当月高齢受給者テーブル（１人１件、最大20000件）
       01  WK-PS-MAX                    PIC  9(005)  VALUE  20000.
       01  WK-PS-CNT                    PIC  9(005)  VALUE  ZERO.
       01  WK-PS-IX                     PIC  9(005).
       01  WK-PS-HIT                    PIC  9(005).
       01  WK-PS-OVERFLOW               PIC  X(001)  VALUE  'N'.
       01  WK-PS-TABLE.
         03  WK-PS-ENTRY                OCCURS  20000  TIMES.
           05  WK-PS-JUMIN              PIC  X(010).
           05  WK-PS-KBN1               PIC  X(002).
           05  WK-PS-KOFU               PIC  X(008).
           05  WK-PS-KB                 PIC  9(001).
           05  WK-PS-BAND               PIC  9(002).
           05  WK-PS-KU                 PIC  9(003).
      *▲
      *
      *▼ 前月スナップショットテーブル（最大20000件）
      *    WK-PV-HIT  Y:当月も高齢受給者
       01  WK-PV-MAX                    PIC  9(005)  VALUE  20000.
       01  WK-PV-CNT                    PIC  9(005)  VALUE  ZERO.
       01  WK-PV-IX                     PIC  9(005).
       01  WK-PV-OVERFLOW               PIC  X(001)  VALUE  'N'.
       01  WK-PV-FOUND                  PIC  X(001)  VALUE  'N'.
       01  WK-PV-TABLE.
         03  WK-PV-ENTRY                OCCURS  20000  TIMES.
           05  WK-PV-JUMIN              PIC  X(010).
           05  WK-PV-KB                 PIC  9(001).
           05  WK-PV-BAND               PIC  9(002).
           05  WK-PV-KU                 PIC  9(003).
           05  WK-PV-HIT                PIC  X(001).
      *▲
      *
      *▼ 集計セル（区分１×年齢帯×行政区）
       01  WK-CELL-TABLE.
         03  WK-CL-KB                   OCCURS  4  TIMES.
           05  WK-CL-BAND               OCCURS  10  TIMES.
             07  WK-CL-KU               OCCURS  101  TIMES.
               09  WK-CL-TOU            PIC  9(007).
               09  WK-CL-ZEN            PIC  9(007).
               09  WK-CL-NEW            PIC  9(007).
               09  WK-CL-CHG            PIC  9(007).
               09  WK-CL-END            PIC  9(007).
       01  WK-SUM-TOU                   PIC  9(009).
       01  WK-SUM-ZEN                   PIC  9(009).
       01  WK-SUM-NEW                   PIC  9(009).
       01  WK-SUM-CHG                   PIC  9(009).
       01  WK-SUM-END                   PIC  9(009).
      *▲
      *
       01  WK-READ-CNT                  PIC  9(007)  VALUE  ZERO.
       01  WK-NOATENA-CNT               PIC  9(007)  VALUE  ZERO.
       01  WK-TOU-TOTAL                 PIC  9(009)  VALUE  ZERO.
       01  WK-ZEN-TOTAL                 PIC  9(009)  VALUE  ZERO.
       01  WK-NEW-TOTAL                 PIC  9(009)  VALUE  ZERO.
       01  WK-CHG-TOTAL                 PIC  9(009)  VALUE  ZERO.
       01  WK-END-TOTAL                 PIC  9(009)  VALUE  ZERO.
       01  WK-U48-CNT                   PIC  9(006)  VALUE  ZERO.
       01  WK-U47-CNT                   PIC  9(007)  VALUE  ZERO.
      *
      *▼ 統計報告リスト（Ｕ４５）
       01  WK-LS-TITLE.
         03  FILLER                     PIC  X(016)
                                        VALUE  '*** 高齢受給者'.
         03  FILLER                     PIC  X(026)
             VALUE  '　月次統計報告　'.
         03  WK-LT-YM                   PIC  9(006).
         03  FILLER                     PIC  X(012)
                                        VALUE  '  基準日 '.
         03  WK-LT-BASE                 PIC  9(008).
         03  FILLER                     PIC  X(016)
                                        VALUE  '  保険者番号 '.
         03  WK-LT-HOKENJA              PIC  X(008).
         03  FILLER                     PIC  X(004)  VALUE  ' ***'.
       01  WK-KU-HEAD.
         03  FILLER                     PIC  X(011)
                                        VALUE  '*** 行政区 '.
         03  WK-KH-KU                   PIC  X(003).
         03  FILLER                     PIC  X(004)  VALUE  ' ***'.
       01  WK-BAND-HEAD.
         03  FILLER                     PIC  X(014)
                                        VALUE  '  区分１'.
         03  WK-BH-ENTRY                OCCURS  10  TIMES.
           05  WK-BH-LOWER              PIC  ZZ9.
           05  FILLER                   PIC  X(001)  VALUE  '-'.
           05  WK-BH-UPPER              PIC  ZZ9.
       01  WK-COUNT-LINE.
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  WK-CT-NAME                 PIC  X(012).
         03  WK-CT-ENTRY                OCCURS  10  TIMES.
           05  WK-CT-KENSU              PIC  ZZZ,ZZ9.
       01  WK-MOVE-LINE.
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  WK-MV-NAME                 PIC  X(012).
         03  FILLER                     PIC  X(008)
                                        VALUE  ' 当月 '.
         03  WK-MV-TOU                  PIC  ZZZ,ZZ9.
         03  FILLER                     PIC  X(008)
                                        VALUE  ' 前月 '.
         03  WK-MV-ZEN                  PIC  ZZZ,ZZ9.
         03  FILLER                     PIC  X(008)
                                        VALUE  ' 新規 '.
         03  WK-MV-NEW                  PIC  ZZZ,ZZ9.
         03  FILLER                     PIC  X(008)
                                        VALUE  ' 変更 '.
         03  WK-MV-CHG                  PIC  ZZZ,ZZ9.
         03  FILLER                     PIC  X(008)
                                        VALUE  ' 終了 '.
         03  WK-MV-END                  PIC  ZZZ,ZZ9.
       01  WK-SUM-LINE.
         03  WK-SM-LABEL                PIC  X(034).
         03  WK-SM-KENSU                PIC  ZZZ,ZZZ,ZZ9.
       01  WK-BAL-LINE.
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  WK-BL-NAME                 PIC  X(010).
         03  FILLER                     PIC  X(008)
                                        VALUE  ' U90 '.
         03  WK-BL-J                    PIC  ZZZ,ZZZ,ZZ9.
         03  FILLER                     PIC  X(008)
                                        VALUE  ' U30 '.
         03  WK-BL-C                    PIC  ZZZ,ZZZ,ZZ9.
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  WK-BL-RESULT               PIC  X(008).
      *▲
      *
       PROCEDURE                        DIVISION.
      ******************************************************************
      * メイン処理                                                     *
      ******************************************************************
       MAIN-SHORI                       SECTION.
       MAIN-START.
      *
           DISPLAY '*** WRHH604V START ***'       UPON SYSOUT.
           PERFORM  SHB-GET-RTN.
           PERFORM  BASE-DATE-RTN.
      *
      *    Ｕ９０は追記前に読む（WRHH604Gと同じ順）
           PERFORM  U90-SUM-RTN.
      *
           MOVE  'OPEN'                 TO  KAMA026A-SYORI-U90.
           COMPUTE KAMA026A-RL-U90       =  FUNCTION LENG(U90-REC).
           CALL  'KAMA026A'          USING  PARM-KAMA026-U90.
           MOVE  '0'                    TO  WK-LOG-KBN.
           MOVE  SPACE                  TO  WK-LOG-FILE.
           MOVE  ZERO                   TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
      *
           PERFORM  U42-LOAD-RTN.
           PERFORM  BAND-LOAD-RTN.
           PERFORM  CARD-LOAD-RTN.
      *
      *▼ Ｕ９０との照合（不一致なら何も出力せず中断）
           PERFORM  BALANCE-CHECK-RTN.
           IF  WK-BALANCE  NOT =  'Y'
               DISPLAY '*** Ｕ９０と件数不一致：'
                       '出力せず中断 ***'
                                              UPON SYSOUT
               PERFORM  ABEN-HANDLING
           END-IF.
           IF  WK-PS-OVERFLOW  =  'Y'
               DISPLAY '*** 高齢受給者テーブル'
                       '件数オーバー ***'
                                              UPON SYSOUT
               PERFORM  ABEN-HANDLING
           END-IF.
      *▲
      *
           PERFORM  ATENA-GET-RTN.
      *
           EXEC SQL
               COMMIT WORK
           END-EXEC.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
      *
           PERFORM  PREV-LOAD-RTN.
           PERFORM  CELL-SET-RTN.
           PERFORM  LIST-WRITE-RTN.
           PERFORM  PREF-WRITE-RTN.
           PERFORM  SNAP-WRITE-RTN.
      *
           MOVE  '1'                    TO  WK-LOG-KBN.
           MOVE  'U30'                  TO  WK-LOG-FILE.
           MOVE  WK-READ-CNT            TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  '2'                    TO  WK-LOG-KBN.
           MOVE  'U48'                  TO  WK-LOG-FILE.
           MOVE  WK-U48-CNT             TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  '2'                    TO  WK-LOG-KBN.
           MOVE  'U47'                  TO  WK-LOG-FILE.
           MOVE  WK-U47-CNT             TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  '9'                    TO  WK-LOG-KBN.
           MOVE  SPACE                  TO  WK-LOG-FILE.
           MOVE  ZERO                   TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U90.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U90.
      *
           DISPLAY '*** 証履歴読込   ==> ' WK-READ-CNT
                                              UPON SYSOUT.
           DISPLAY '*** 高齢受給者   ==> ' WK-TOU-TOTAL
                                              UPON SYSOUT.
           DISPLAY '*** 前月         ==> ' WK-ZEN-TOTAL
                                              UPON SYSOUT.
           DISPLAY '*** 新規／変更／終了 ==> '
                   WK-NEW-TOTAL  '／'
                   WK-CHG-TOTAL  '／'  WK-END-TOTAL
                                              UPON SYSOUT.
           DISPLAY '*** WRHH604V END ***'         UPON SYSOUT.
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
      * 統計年月・基準日（業務月の末日）設定処理                       *
      ******************************************************************
       BASE-DATE-RTN                    SECTION.
       BASE-DATE-START.
      *
           COMPUTE  WK-STAT-YM  =  WK-RUN-YYYY  *  100  +  WK-RUN-MM.
           IF  WK-RUN-MM  =  12
               COMPUTE  WK-NEXT-TOP  =
                   (WK-RUN-YYYY  +  1)  *  10000  +  0101
           ELSE
               COMPUTE  WK-NEXT-TOP  =
                   WK-RUN-YYYY  *  10000  +  (WK-RUN-MM  +  1)  *  100
                                          +  1
           END-IF.
           COMPUTE  WK-BASE-INT  =
               FUNCTION INTEGER-OF-DATE (WK-NEXT-TOP)  -  1.
           COMPUTE  WK-BASE-DATE  =
               FUNCTION DATE-OF-INTEGER (WK-BASE-INT).
      *
           ACCEPT  WK-HOKENJA           FROM  ENVIRONMENT
                   'WRHH604V_HOKENJA'.
           DISPLAY '*** 統計年月＝'  WK-STAT-YM  ' 基準日＝'
                   WK-BASE-DATE  ' ***'       UPON SYSOUT.
      *
       BASE-DATE-EXIT.
           EXIT.
      ******************************************************************
      * Ｕ９０のWRHH604J件数合算処理（最終実行日分のみ）               *
      ******************************************************************
       U90-SUM-RTN                      SECTION.
       U90-SUM-START.
      *
           MOVE  'OPEN'                 TO  KAMA021A-SYORI-U90I.
           COMPUTE KAMA021A-RL-U90I      =  FUNCTION LENG(U90I-REC).
           CALL  'KAMA021A'          USING  PARM-KAMA021-U90I.
           IF  KAMA021A-EOF-U90I (1:3)  =  X'B5DCD8'
               DISPLAY  '*** U90 なし：照合不可 ***'
                                              UPON  SYSOUT
               GO  TO  U90-SUM-EXIT
           END-IF.
      *
           PERFORM  U90-READ-RTN
               UNTIL  KAMA021A-EOF-U90I (1:3)  =  X'B5DCD8'.
      *
           MOVE  'CLOSE'                TO  KAMA021A-SYORI-U90I.
           CALL  'KAMA021A'          USING  PARM-KAMA021-U90I.
      *
           DISPLAY '*** WRHH604J実行日＝'  WK-J-DATE  ' ***'
                                              UPON SYSOUT.
      *
       U90-SUM-EXIT.
           EXIT.
      ******************************************************************
      * Ｕ９０１件読込・WRHH604J件数加算処理                           *
      ******************************************************************
       U90-READ-RTN                     SECTION.
       U90-READ-START.
      *
           MOVE  'READ'                 TO  KAMA021A-SYORI-U90I.
           CALL  'KAMA021A'          USING  PARM-KAMA021-U90I
                                            U90I-REC.
           IF  KAMA021A-EOF-U90I (1:3)  =  X'B5DCD8'
               GO  TO  U90-READ-EXIT
           END-IF.
      *
           IF  LOG-PID-I  NOT =  'WRHH604J'
           OR  (処理区分Ｉ  NOT =  '1'
           AND  処理区分Ｉ  NOT =  '2')
               GO  TO  U90-READ-EXIT
           END-IF.
           IF  件数Ｉ  IS  NOT  NUMERIC
               GO  TO  U90-READ-EXIT
           END-IF.
      *    Ｕ９０は日々蓄積されるため最終実行日分だけを合算する
           IF  実行日Ｉ  <  WK-J-DATE
               GO  TO  U90-READ-EXIT
           END-IF.
           IF  実行日Ｉ  >  WK-J-DATE
               MOVE  実行日Ｉ           TO  WK-J-DATE
               MOVE  ZERO               TO  WK-J-U30
               MOVE  ZERO               TO  WK-J-KBN1-0
               MOVE  ZERO               TO  WK-J-KBN1-2
               MOVE  ZERO               TO  WK-J-KBN1-7
               MOVE  ZERO               TO  WK-J-KBN1-OTH
           END-IF.
           MOVE  件数Ｉ                 TO  WK-KENSU-9.
           EVALUATE  ファイル名Ｉ
               WHEN  'U30'
                 ADD  WK-KENSU-9        TO  WK-J-U30
               WHEN  'KBN1-0'
                 ADD  WK-KENSU-9        TO  WK-J-KBN1-0
               WHEN  'KBN1-2'
                 ADD  WK-KENSU-9        TO  WK-J-KBN1-2
               WHEN  'KBN1-7'
                 ADD  WK-KENSU-9        TO  WK-J-KBN1-7
               WHEN  'KBN1-OTH'
                 ADD  WK-KENSU-9        TO  WK-J-KBN1-OTH
           END-EVALUATE.
      *
       U90-READ-EXIT.
           EXIT.
      ******************************************************************
      * 行政区テーブル読込処理（Ｕ４２）                               *
      ******************************************************************
       U42-LOAD-RTN                     SECTION.
       U42-LOAD-START.
      *
           MOVE  'OPEN'                 TO  KAMA021A-SYORI-U42.
           COMPUTE KAMA021A-RL-U42       =  FUNCTION LENG(U42-REC).
           CALL  'KAMA021A'          USING  PARM-KAMA021-U42.
           IF  KAMA021A-EOF-U42 (1:3)  =  X'B5DCD8'
               DISPLAY  '*** U42 ナシ：全件区分外 ***'
                                              UPON  SYSOUT
               GO  TO  U42-LOAD-EXIT
           END-IF.
      *
           PERFORM  U42-READ-RTN
               UNTIL  KAMA021A-EOF-U42 (1:3)  =  X'B5DCD8'
                   OR  WK-KU-CNT  >=  WK-KU-MAX.
      *
           MOVE  'CLOSE'                TO  KAMA021A-SYORI-U42.
           CALL  'KAMA021A'          USING  PARM-KAMA021-U42.
      *
       U42-LOAD-EXIT.
           MOVE  '999'                  TO  WK-KU-CODE (101).
           EXIT.
      ******************************************************************
      * Ｕ４２　１件読込処理                                           *
      ******************************************************************
       U42-READ-RTN                     SECTION.
       U42-READ-START.
      *
           MOVE  'READ'                 TO  KAMA021A-SYORI-U42.
           CALL  'KAMA021A'          USING  PARM-KAMA021-U42
                                            U42-REC.
           IF  KAMA021A-EOF-U42 (1:3)  NOT =  X'B5DCD8'
               ADD  1                   TO  WK-KU-CNT
               MOVE  行政区コード  OF  U42-REC
                                        TO  WK-KU-CODE (WK-KU-CNT)
               IF  WK-HOKENJA  =  SPACE
                   MOVE  表示用被保険者番号  OF  U42-REC
                                        TO  WK-HOKENJA
               END-IF
           END-IF.
      *
       U42-READ-EXIT.
           EXIT.
      ******************************************************************
      * 年齢帯読込処理（AGEBANDSが無い場合は既定の4帯）                *
      ******************************************************************
       BAND-LOAD-RTN                    SECTION.
       BAND-LOAD-START.
      *
           OPEN  INPUT  AGEBANDS-FILE.
           IF  WK-AGEBANDS-STATUS  =  '00'
               MOVE  'N'                TO  WK-AGEBANDS-EOF
               PERFORM  UNTIL  WK-AGEBANDS-EOF  =  'Y'
                   READ  AGEBANDS-FILE
                       AT END
                           MOVE  'Y'    TO  WK-AGEBANDS-EOF
                       NOT AT END
                           IF  WK-BAND-CNT  <  WK-BAND-MAX
                               ADD  1   TO  WK-BAND-CNT
                               MOVE  AGEBANDS-UPPER
                                   TO  WK-BAND-UPPER (WK-BAND-CNT)
                           ELSE
                               MOVE  'Y'  TO  WK-AGEBANDS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE  AGEBANDS-FILE
           END-IF.
      *
           IF  WK-BAND-CNT  =  ZERO
               MOVE  039                TO  WK-BAND-UPPER (1)
               MOVE  064                TO  WK-BAND-UPPER (2)
               MOVE  074                TO  WK-BAND-UPPER (3)
               MOVE  999                TO  WK-BAND-UPPER (4)
               MOVE  4                  TO  WK-BAND-CNT
           END-IF.
      *
      *    最終帯は上限なし扱いとする（DBSEQ01Nと同じ）
           MOVE  999                    TO  WK-BAND-UPPER
                                            (WK-BAND-CNT).
           MOVE  ZERO                   TO  WK-BAND-LOWER (1).
           PERFORM  VARYING  WK-BAND-IX  FROM  2  BY  1
               UNTIL  WK-BAND-IX  >  WK-BAND-CNT
               COMPUTE  WK-BAND-LOWER (WK-BAND-IX)  =
                   WK-BAND-UPPER (WK-BAND-IX  -  1)  +  1
           END-PERFORM.
      *
       BAND-LOAD-EXIT.
           EXIT.
      ******************************************************************
      * 証発行履歴読込処理（Ｕ３０）                                   *
      * 区分１別件数を照合用に数え、基準日に有効な証を持つ者を         *
      * 高齢受給者として１人１件でテーブルに格納する                   *
      ******************************************************************
       CARD-LOAD-RTN                    SECTION.
       CARD-LOAD-START.
      *
           MOVE  'OPEN'                 TO  KAMA021A-SYORI-U30.
           COMPUTE KAMA021A-RL-U30       =  FUNCTION LENG(U30-REC).
           CALL  'KAMA021A'          USING  PARM-KAMA021-U30.
      *
           PERFORM  UNTIL  KAMA021A-EOF-U30 (1:3)  =  X'B5DCD8'
               MOVE  'READ'             TO  KAMA021A-SYORI-U30
               CALL  'KAMA021A'      USING  PARM-KAMA021-U30
                                            U30-REC
               IF  KAMA021A-EOF-U30 (1:3)  NOT =  X'B5DCD8'
                   ADD  1               TO  WK-READ-CNT
                   PERFORM  CARD-COUNT-RTN
                   IF  交付年月日  OF  U30-REC  IS  NUMERIC
                   AND  有効期限  OF  U30-REC  IS  NUMERIC
                   AND  交付年月日  OF  U30-REC  <=  WK-BASE-DATE
                   AND  有効期限  OF  U30-REC  >=  WK-BASE-DATE
                       PERFORM  PERSON-SET-RTN
                   END-IF
               END-IF
           END-PERFORM.
      *
           MOVE  'CLOSE'                TO  KAMA021A-SYORI-U30.
           CALL  'KAMA021A'          USING  PARM-KAMA021-U30.
      *
       CARD-LOAD-EXIT.
           EXIT.
      ******************************************************************
      * 区分１別件数計数処理（WRHH604Jの区分１別出力件数と同じ分け方） *
      ******************************************************************
       CARD-COUNT-RTN                   SECTION.
       CARD-COUNT-START.
      *
           ADD  1                       TO  WK-C-U30.
           EVALUATE  区分１  OF  U30-REC
               WHEN  '0 '
                   ADD  1               TO  WK-C-KBN1-0
               WHEN  '2 '
                   ADD  1               TO  WK-C-KBN1-2
               WHEN  '7 '
                   ADD  1               TO  WK-C-KBN1-7
               WHEN  OTHER
                   ADD  1               TO  WK-C-KBN1-OTH
           END-EVALUATE.
      *
       CARD-COUNT-EXIT.
           EXIT.
      ******************************************************************
      * 高齢受給者１人分の格納処理                                     *
      * （同じ住民コードに有効な証が複数あれば交付年月日の遅い方）     *
      ******************************************************************
       PERSON-SET-RTN                   SECTION.
       PERSON-SET-START.
      *
           MOVE  ZERO                   TO  WK-PS-HIT.
           PERFORM  VARYING  WK-PS-IX  FROM  1  BY  1
               UNTIL  WK-PS-IX  >  WK-PS-CNT
                  OR  WK-PS-HIT  NOT =  ZERO
               IF  WK-PS-JUMIN (WK-PS-IX)
                       =  住民コード  OF  U30-REC
                   MOVE  WK-PS-IX       TO  WK-PS-HIT
               END-IF
           END-PERFORM.
      *
           IF  WK-PS-HIT  =  ZERO
               IF  WK-PS-CNT  >=  WK-PS-MAX
                   MOVE  'Y'            TO  WK-PS-OVERFLOW
                   GO  TO  PERSON-SET-EXIT
               END-IF
               ADD  1                   TO  WK-PS-CNT
               MOVE  WK-PS-CNT          TO  WK-PS-HIT
               MOVE  住民コード  OF  U30-REC
                                        TO  WK-PS-JUMIN (WK-PS-HIT)
               MOVE  LOW-VALUE          TO  WK-PS-KOFU (WK-PS-HIT)
               MOVE  ZERO               TO  WK-PS-BAND (WK-PS-HIT)
               MOVE  101                TO  WK-PS-KU (WK-PS-HIT)
           END-IF.
      *
           IF  交付年月日  OF  U30-REC  <  WK-PS-KOFU (WK-PS-HIT)
               GO  TO  PERSON-SET-EXIT
           END-IF.
           MOVE  交付年月日  OF  U30-REC
                                        TO  WK-PS-KOFU (WK-PS-HIT).
           MOVE  区分１  OF  U30-REC    TO  WK-PS-KBN1 (WK-PS-HIT).
           EVALUATE  区分１  OF  U30-REC
               WHEN  '0 '
                   MOVE  1              TO  WK-PS-KB (WK-PS-HIT)
               WHEN  '2 '
                   MOVE  2              TO  WK-PS-KB (WK-PS-HIT)
               WHEN  '7 '
                   MOVE  3              TO  WK-PS-KB (WK-PS-HIT)
               WHEN  OTHER
                   MOVE  4              TO  WK-PS-KB (WK-PS-HIT)
           END-EVALUATE.
      *
       PERSON-SET-EXIT.
           EXIT.
      ******************************************************************
      * Ｕ９０照合処理（Ｕ３０件数・区分１別件数の一致確認）           *
      ******************************************************************
       BALANCE-CHECK-RTN                SECTION.
       BALANCE-CHECK-START.
      *
           IF  WK-J-DATE  =  ZERO
               DISPLAY '*** U90にWRHH604Jの記録なし ***'
                                              UPON SYSOUT
               MOVE  'N'                TO  WK-BALANCE
               GO  TO  BALANCE-CHECK-EXIT
           END-IF.
      *
           MOVE  'U30'                  TO  WK-BL-NAME.
           MOVE  WK-J-U30               TO  WK-BL-J.
           MOVE  WK-C-U30               TO  WK-BL-C.
           PERFORM  BALANCE-LINE-RTN.
           MOVE  'KBN1-0'               TO  WK-BL-NAME.
           MOVE  WK-J-KBN1-0            TO  WK-BL-J.
           MOVE  WK-C-KBN1-0            TO  WK-BL-C.
           PERFORM  BALANCE-LINE-RTN.
           MOVE  'KBN1-2'               TO  WK-BL-NAME.
           MOVE  WK-J-KBN1-2            TO  WK-BL-J.
           MOVE  WK-C-KBN1-2            TO  WK-BL-C.
           PERFORM  BALANCE-LINE-RTN.
           MOVE  'KBN1-7'               TO  WK-BL-NAME.
           MOVE  WK-J-KBN1-7            TO  WK-BL-J.
           MOVE  WK-C-KBN1-7            TO  WK-BL-C.
           PERFORM  BALANCE-LINE-RTN.
           MOVE  'KBN1-OTH'             TO  WK-BL-NAME.
           MOVE  WK-J-KBN1-OTH          TO  WK-BL-J.
           MOVE  WK-C-KBN1-OTH          TO  WK-BL-C.
           PERFORM  BALANCE-LINE-RTN.
      *
       BALANCE-CHECK-EXIT.
           EXIT.
      ******************************************************************
      * 照合１項目の判定・表示処理                                     *
      ******************************************************************
       BALANCE-LINE-RTN                 SECTION.
       BALANCE-LINE-START.
      *
           IF  WK-BL-J  =  WK-BL-C
               MOVE  'OK'               TO  WK-BL-RESULT
           ELSE
               MOVE  '*** NG'           TO  WK-BL-RESULT
               MOVE  'N'                TO  WK-BALANCE
           END-IF.
           DISPLAY  WK-BAL-LINE                   UPON SYSOUT.
      *
       BALANCE-LINE-EXIT.
           EXIT.
      ******************************************************************
      * 年齢・行政区取得処理（T宛名）                                  *
      ******************************************************************
       ATENA-GET-RTN                    SECTION.
       ATENA-GET-START.
      *
           PERFORM  VARYING  WK-PS-IX  FROM  1  BY  1
               UNTIL  WK-PS-IX  >  WK-PS-CNT
               PERFORM  ATENA-ONE-RTN
           END-PERFORM.
      *
       ATENA-GET-EXIT.
           EXIT.
      ******************************************************************
      * １人分の年齢帯・行政区設定処理                                 *
      * （年齢は基準日時点、宛名が無い者は先頭帯・区分外）             *
      ******************************************************************
       ATENA-ONE-RTN                    SECTION.
       ATENA-ONE-START.
      *
           MOVE  WK-PS-JUMIN (WK-PS-IX) TO  Ｈ住民コード.
           EXEC SQL
               SELECT ISNULL(行政区コード, ' '),
                      ISNULL(CONVERT(CHAR(8), 生年月日, 112),
                             '00000000')
                 INTO :Ｈ行政区コード,
                      :Ｈ生年月日
                 FROM T宛名
                WHERE 住民コード = :Ｈ住民コード
           END-EXEC.
           EVALUATE  SQLSTATE
               WHEN "00000"
                 CONTINUE
               WHEN "02000"
                 MOVE  SPACE            TO  Ｈ行政区コード
                 MOVE  '00000000'       TO  Ｈ生年月日
                 ADD  1                 TO  WK-NOATENA-CNT
               WHEN OTHER
                 DISPLAY  "（ T宛名）"
                          "読み込み処理に失敗しました "
                                                     UPON SYSOUT
                 PERFORM  ABEN-HANDLING
           END-EVALUATE.
      *
           MOVE  ZERO                   TO  WK-AGE.
           IF  Ｈ生年月日  IS  NUMERIC
           AND  Ｈ生年月日  NOT =  '00000000'
               MOVE  Ｈ生年月日         TO  WK-BIRTH
               IF  WK-BIRTH  <  WK-BASE-DATE
                   COMPUTE  WK-AGE  =
                       (WK-BASE-DATE  -  WK-BIRTH)  /  10000
               END-IF
           END-IF.
           MOVE  ZERO                   TO  WK-BAND-HIT.
           PERFORM  VARYING  WK-BAND-IX  FROM  1  BY  1
               UNTIL  WK-BAND-IX  >  WK-BAND-CNT
                  OR  WK-BAND-HIT  NOT =  ZERO
               IF  WK-AGE  <=  WK-BAND-UPPER (WK-BAND-IX)
                   MOVE  WK-BAND-IX     TO  WK-BAND-HIT
               END-IF
           END-PERFORM.
           MOVE  WK-BAND-HIT            TO  WK-PS-BAND (WK-PS-IX).
      *
           MOVE  101                    TO  WK-PS-KU (WK-PS-IX).
           PERFORM  VARYING  WK-KU-IX  FROM  1  BY  1
               UNTIL  WK-KU-IX  >  WK-KU-CNT
               IF  WK-KU-CODE (WK-KU-IX)  =  Ｈ行政区コード
                   MOVE  WK-KU-IX       TO  WK-PS-KU (WK-PS-IX)
                   MOVE  WK-KU-CNT      TO  WK-KU-IX
               END-IF
           END-PERFORM.
      *
       ATENA-ONE-EXIT.
           EXIT.
      ******************************************************************
      * 前月スナップショット読込処理（Ｕ４６、無ければ前月０件）       *
      ******************************************************************
       PREV-LOAD-RTN                    SECTION.
       PREV-LOAD-START.
      *
           MOVE  'OPEN'                 TO  KAMA021A-SYORI-U46.
           COMPUTE KAMA021A-RL-U46       =  FUNCTION LENG(U46-REC).
           CALL  'KAMA021A'          USING  PARM-KAMA021-U46.
           IF  KAMA021A-EOF-U46 (1:3)  =  X'B5DCD8'
               DISPLAY  '*** U46 ナシ：全員新規 ***'
                                              UPON  SYSOUT
               GO  TO  PREV-LOAD-EXIT
           END-IF.
      *
           PERFORM  UNTIL  KAMA021A-EOF-U46 (1:3)  =  X'B5DCD8'
               MOVE  'READ'             TO  KAMA021A-SYORI-U46
               CALL  'KAMA021A'      USING  PARM-KAMA021-U46
                                            U46-REC
               IF  KAMA021A-EOF-U46 (1:3)  NOT =  X'B5DCD8'
                   PERFORM  PREV-SET-RTN
               END-IF
           END-PERFORM.
      *
           MOVE  'CLOSE'                TO  KAMA021A-SYORI-U46.
           CALL  'KAMA021A'          USING  PARM-KAMA021-U46.
      *
           IF  WK-PV-OVERFLOW  =  'Y'
               DISPLAY '*** 前月テーブル件数オーバー ***'
                                              UPON SYSOUT
               PERFORM  ABEN-HANDLING
           END-IF.
      *
       PREV-LOAD-EXIT.
           EXIT.
      ******************************************************************
      * 前月１人分の格納処理（区分１・行政区を当月と同じ並びに変換）   *
      ******************************************************************
       PREV-SET-RTN                     SECTION.
       PREV-SET-START.
      *
           IF  WK-PV-CNT  >=  WK-PV-MAX
               MOVE  'Y'                TO  WK-PV-OVERFLOW
               GO  TO  PREV-SET-EXIT
           END-IF.
           ADD  1                       TO  WK-PV-CNT.
           MOVE  スナップ住民コード  OF  U46-REC
                                        TO  WK-PV-JUMIN (WK-PV-CNT).
           MOVE  'N'                    TO  WK-PV-HIT (WK-PV-CNT).
           EVALUATE  スナップ区分１  OF  U46-REC
               WHEN  '0 '
                   MOVE  1              TO  WK-PV-KB (WK-PV-CNT)
               WHEN  '2 '
                   MOVE  2              TO  WK-PV-KB (WK-PV-CNT)
               WHEN  '7 '
                   MOVE  3              TO  WK-PV-KB (WK-PV-CNT)
               WHEN  OTHER
                   MOVE  4              TO  WK-PV-KB (WK-PV-CNT)
           END-EVALUATE.
      *    年齢帯の数が前月から減っていれば最終帯に寄せる
           MOVE  スナップ年齢帯  OF  U46-REC
                                        TO  WK-PV-BAND (WK-PV-CNT).
           IF  WK-PV-BAND (WK-PV-CNT)  >  WK-BAND-CNT
           OR  WK-PV-BAND (WK-PV-CNT)  =  ZERO
               MOVE  WK-BAND-CNT        TO  WK-PV-BAND (WK-PV-CNT)
           END-IF.
           MOVE  101                    TO  WK-PV-KU (WK-PV-CNT).
           PERFORM  VARYING  WK-KU-IX  FROM  1  BY  1
               UNTIL  WK-KU-IX  >  WK-KU-CNT
               IF  WK-KU-CODE (WK-KU-IX)
                       =  スナップ行政区  OF  U46-REC
                   MOVE  WK-KU-IX       TO  WK-PV-KU (WK-PV-CNT)
                   MOVE  WK-KU-CNT      TO  WK-KU-IX
               END-IF
           END-PERFORM.
      *
       PREV-SET-EXIT.
           EXIT.
      ******************************************************************
      * 集計セル設定処理                                               *
      * 新規＝前月に無い者　変更＝前月と区分１が違う者（当月のセルに   *
      * 計上）　終了＝当月に無い者（前月のセルに計上）                 *
      ******************************************************************
       CELL-SET-RTN                     SECTION.
       CELL-SET-START.
      *
           INITIALIZE  WK-CELL-TABLE.
      *
           PERFORM  VARYING  WK-PS-IX  FROM  1  BY  1
               UNTIL  WK-PS-IX  >  WK-PS-CNT
               PERFORM  CELL-CURRENT-RTN
           END-PERFORM.
      *
           PERFORM  VARYING  WK-PV-IX  FROM  1  BY  1
               UNTIL  WK-PV-IX  >  WK-PV-CNT
               ADD  1  TO  WK-CL-ZEN (WK-PV-KB (WK-PV-IX)
                                      WK-PV-BAND (WK-PV-IX)
                                      WK-PV-KU (WK-PV-IX))
               ADD  1                   TO  WK-ZEN-TOTAL
               IF  WK-PV-HIT (WK-PV-IX)  NOT =  'Y'
                   ADD  1  TO  WK-CL-END (WK-PV-KB (WK-PV-IX)
                                          WK-PV-BAND (WK-PV-IX)
                                          WK-PV-KU (WK-PV-IX))
                   ADD  1               TO  WK-END-TOTAL
               END-IF
           END-PERFORM.
      *
       CELL-SET-EXIT.
           EXIT.
      ******************************************************************
      * 当月１人分のセル計上・前月との突合処理                         *
      ******************************************************************
       CELL-CURRENT-RTN                 SECTION.
       CELL-CURRENT-START.
      *
           ADD  1  TO  WK-CL-TOU (WK-PS-KB (WK-PS-IX)
                                  WK-PS-BAND (WK-PS-IX)
                                  WK-PS-KU (WK-PS-IX)).
           ADD  1                       TO  WK-TOU-TOTAL.
      *
           MOVE  'N'                    TO  WK-PV-FOUND.
           PERFORM  VARYING  WK-PV-IX  FROM  1  BY  1
               UNTIL  WK-PV-IX  >  WK-PV-CNT
                  OR  WK-PV-FOUND  =  'Y'
               IF  WK-PV-JUMIN (WK-PV-IX)  =  WK-PS-JUMIN (WK-PS-IX)
                   MOVE  'Y'            TO  WK-PV-FOUND
                   MOVE  'Y'            TO  WK-PV-HIT (WK-PV-IX)
                   IF  WK-PV-KB (WK-PV-IX)  NOT =  WK-PS-KB (WK-PS-IX)
                       ADD  1  TO  WK-CL-CHG (WK-PS-KB (WK-PS-IX)
                                              WK-PS-BAND (WK-PS-IX)
                                              WK-PS-KU (WK-PS-IX))
                       ADD  1           TO  WK-CHG-TOTAL
                   END-IF
               END-IF
           END-PERFORM.
           IF  WK-PV-FOUND  =  'N'
               ADD  1  TO  WK-CL-NEW (WK-PS-KB (WK-PS-IX)
                                      WK-PS-BAND (WK-PS-IX)
                                      WK-PS-KU (WK-PS-IX))
               ADD  1                   TO  WK-NEW-TOTAL
           END-IF.
      *
       CELL-CURRENT-EXIT.
           EXIT.
      ******************************************************************
      * 統計報告リスト出力処理（Ｕ４５）                               *
      ******************************************************************
       LIST-WRITE-RTN                   SECTION.
       LIST-WRITE-START.
      *
           MOVE  'OPEN'                 TO  KAMA026A-SYORI-U45.
           COMPUTE KAMA026A-RL-U45       =  FUNCTION LENG(U45-REC).
           CALL  'KAMA026A'          USING  PARM-KAMA026-U45.
      *
           MOVE  WK-STAT-YM             TO  WK-LT-YM.
           MOVE  WK-BASE-DATE           TO  WK-LT-BASE.
           MOVE  WK-HOKENJA             TO  WK-LT-HOKENJA.
           MOVE  WK-LS-TITLE            TO  U45-REC.
           PERFORM  U45-WRITE-RTN.
           MOVE  SPACE                  TO  U45-REC.
           PERFORM  U45-WRITE-RTN.
      *
           MOVE  SPACE                  TO  WK-BAND-HEAD.
           MOVE  '  区分１'             TO  WK-BAND-HEAD (1:14).
           PERFORM  VARYING  WK-BAND-IX  FROM  1  BY  1
               UNTIL  WK-BAND-IX  >  WK-BAND-CNT
               MOVE  WK-BAND-LOWER (WK-BAND-IX)
                                        TO  WK-BH-LOWER (WK-BAND-IX)
               MOVE  '-'  TO  WK-BH-ENTRY (WK-BAND-IX) (4:1)
               MOVE  WK-BAND-UPPER (WK-BAND-IX)
                                        TO  WK-BH-UPPER (WK-BAND-IX)
           END-PERFORM.
      *
           PERFORM  VARYING  WK-KU-IX  FROM  1  BY  1
               UNTIL  WK-KU-IX  >  101
               IF  WK-KU-IX  <=  WK-KU-CNT
               OR  WK-KU-IX  =  101
                   PERFORM  KU-LIST-RTN
               END-IF
           END-PERFORM.
      *
           MOVE  SPACE                  TO  U45-REC.
           PERFORM  U45-WRITE-RTN.
           MOVE  '証履歴読込件数　　　　　　　　＝'
                                        TO  WK-SM-LABEL.
           MOVE  WK-READ-CNT            TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U45-REC.
           PERFORM  U45-WRITE-RTN.
           MOVE  '高齢受給者数（当月）　　　　　＝'
                                        TO  WK-SM-LABEL.
           MOVE  WK-TOU-TOTAL           TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U45-REC.
           PERFORM  U45-WRITE-RTN.
           MOVE  '高齢受給者数（前月）　　　　　＝'
                                        TO  WK-SM-LABEL.
           MOVE  WK-ZEN-TOTAL           TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U45-REC.
           PERFORM  U45-WRITE-RTN.
           MOVE  '新規　　　　　　　　　　　　　＝'
                                        TO  WK-SM-LABEL.
           MOVE  WK-NEW-TOTAL           TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U45-REC.
           PERFORM  U45-WRITE-RTN.
           MOVE  '変更（区分１）　　　　　　　　＝'
                                        TO  WK-SM-LABEL.
           MOVE  WK-CHG-TOTAL           TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U45-REC.
           PERFORM  U45-WRITE-RTN.
           MOVE  '終了　　　　　　　　　　　　　＝'
                                        TO  WK-SM-LABEL.
           MOVE  WK-END-TOTAL           TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U45-REC.
           PERFORM  U45-WRITE-RTN.
           MOVE  '宛名なし（先頭帯・区分外）　　＝'
                                        TO  WK-SM-LABEL.
           MOVE  WK-NOATENA-CNT         TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U45-REC.
           PERFORM  U45-WRITE-RTN.
           MOVE  'Ｕ９０照合（WRHH604J実行日）　＝'
                                        TO  WK-SM-LABEL.
           MOVE  WK-J-DATE              TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U45-REC.
           PERFORM  U45-WRITE-RTN.
      *
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U45.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U45.
      *
       LIST-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * １行政区分のリスト出力処理（当月・前月とも０件の区は省略）     *
      ******************************************************************
       KU-LIST-RTN                      SECTION.
       KU-LIST-START.
      *
           MOVE  ZERO                   TO  WK-SUM-TOU.
           MOVE  ZERO                   TO  WK-SUM-ZEN.
           PERFORM  VARYING  WK-KB-IX  FROM  1  BY  1
               UNTIL  WK-KB-IX  >  4
               PERFORM  VARYING  WK-BAND-IX  FROM  1  BY  1
                   UNTIL  WK-BAND-IX  >  WK-BAND-CNT
                   ADD  WK-CL-TOU (WK-KB-IX WK-BAND-IX WK-KU-IX)
                                        TO  WK-SUM-TOU
                   ADD  WK-CL-ZEN (WK-KB-IX WK-BAND-IX WK-KU-IX)
                                        TO  WK-SUM-ZEN
               END-PERFORM
           END-PERFORM.
           IF  WK-SUM-TOU  =  ZERO
           AND  WK-SUM-ZEN  =  ZERO
               GO  TO  KU-LIST-EXIT
           END-IF.
      *
           MOVE  WK-KU-CODE (WK-KU-IX)  TO  WK-KH-KU.
           MOVE  WK-KU-HEAD             TO  U45-REC.
           PERFORM  U45-WRITE-RTN.
           MOVE  WK-BAND-HEAD           TO  U45-REC.
           PERFORM  U45-WRITE-RTN.
      *
      *    区分１×年齢帯の人数
           PERFORM  VARYING  WK-KB-IX  FROM  1  BY  1
               UNTIL  WK-KB-IX  >  4
               MOVE  SPACE              TO  WK-COUNT-LINE
               MOVE  WK-KB-NAME (WK-KB-IX)
                                        TO  WK-CT-NAME
               PERFORM  VARYING  WK-BAND-IX  FROM  1  BY  1
                   UNTIL  WK-BAND-IX  >  WK-BAND-CNT
                   MOVE  WK-CL-TOU (WK-KB-IX WK-BAND-IX WK-KU-IX)
                                        TO  WK-CT-KENSU (WK-BAND-IX)
               END-PERFORM
               MOVE  WK-COUNT-LINE      TO  U45-REC
               PERFORM  U45-WRITE-RTN
           END-PERFORM.
      *
      *    区分１別の前月からの異動
           PERFORM  VARYING  WK-KB-IX  FROM  1  BY  1
               UNTIL  WK-KB-IX  >  4
               MOVE  ZERO               TO  WK-SUM-TOU
               MOVE  ZERO               TO  WK-SUM-ZEN
               MOVE  ZERO               TO  WK-SUM-NEW
               MOVE  ZERO               TO  WK-SUM-CHG
               MOVE  ZERO               TO  WK-SUM-END
               PERFORM  VARYING  WK-BAND-IX  FROM  1  BY  1
                   UNTIL  WK-BAND-IX  >  WK-BAND-CNT
                   ADD  WK-CL-TOU (WK-KB-IX WK-BAND-IX WK-KU-IX)
                                        TO  WK-SUM-TOU
                   ADD  WK-CL-ZEN (WK-KB-IX WK-BAND-IX WK-KU-IX)
                                        TO  WK-SUM-ZEN
                   ADD  WK-CL-NEW (WK-KB-IX WK-BAND-IX WK-KU-IX)
                                        TO  WK-SUM-NEW
                   ADD  WK-CL-CHG (WK-KB-IX WK-BAND-IX WK-KU-IX)
                                        TO  WK-SUM-CHG
                   ADD  WK-CL-END (WK-KB-IX WK-BAND-IX WK-KU-IX)
                                        TO  WK-SUM-END
               END-PERFORM
               MOVE  WK-KB-NAME (WK-KB-IX)
                                        TO  WK-MV-NAME
               MOVE  WK-SUM-TOU         TO  WK-MV-TOU
               MOVE  WK-SUM-ZEN         TO  WK-MV-ZEN
               MOVE  WK-SUM-NEW         TO  WK-MV-NEW
               MOVE  WK-SUM-CHG         TO  WK-MV-CHG
               MOVE  WK-SUM-END         TO  WK-MV-END
               MOVE  WK-MOVE-LINE       TO  U45-REC
               PERFORM  U45-WRITE-RTN
           END-PERFORM.
           MOVE  SPACE                  TO  U45-REC.
           PERFORM  U45-WRITE-RTN.
      *
       KU-LIST-EXIT.
           EXIT.
      ******************************************************************
      * 都道府県送付用ファイル出力処理（Ｕ４８）                       *
      ******************************************************************
       PREF-WRITE-RTN                   SECTION.
       PREF-WRITE-START.
      *
           MOVE  'OPEN'                 TO  KAMA026A-SYORI-U48.
           COMPUTE KAMA026A-RL-U48       =  FUNCTION LENG(U48-REC).
           CALL  'KAMA026A'          USING  PARM-KAMA026-U48.
      *
           MOVE  SPACE                  TO  U48-REC.
           SET   報告ヘッダ             TO  TRUE.
           MOVE  WK-HOKENJA             TO  報告保険者番号.
           MOVE  WK-STAT-YM             TO  報告年月.
           MOVE  WK-BASE-DATE           TO  報告基準日.
           MOVE  WK-RUN-DATE            TO  報告作成日.
           PERFORM  U48-WRITE-RTN.
      *
           PERFORM  VARYING  WK-KU-IX  FROM  1  BY  1
               UNTIL  WK-KU-IX  >  101
               IF  WK-KU-IX  <=  WK-KU-CNT
               OR  WK-KU-IX  =  101
                   PERFORM  VARYING  WK-KB-IX  FROM  1  BY  1
                       UNTIL  WK-KB-IX  >  4
                       PERFORM  VARYING  WK-BAND-IX  FROM  1  BY  1
                           UNTIL  WK-BAND-IX  >  WK-BAND-CNT
                           PERFORM  PREF-DETAIL-RTN
                       END-PERFORM
                   END-PERFORM
               END-IF
           END-PERFORM.
      *
           MOVE  SPACE                  TO  U48-REC.
           SET   報告トレーラ           TO  TRUE.
           MOVE  WK-U48-CNT             TO  報告明細件数.
           MOVE  WK-TOU-TOTAL           TO  報告当月合計.
           MOVE  WK-ZEN-TOTAL           TO  報告前月合計.
           PERFORM  U48-WRITE-RTN.
      *
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U48.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U48.
      *
       PREF-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * 明細１件出力処理（全項目０のセルは出力しない）                 *
      ******************************************************************
       PREF-DETAIL-RTN                  SECTION.
       PREF-DETAIL-START.
      *
           IF  WK-CL-TOU (WK-KB-IX WK-BAND-IX WK-KU-IX)  =  ZERO
           AND  WK-CL-ZEN (WK-KB-IX WK-BAND-IX WK-KU-IX)  =  ZERO
               GO  TO  PREF-DETAIL-EXIT
           END-IF.
      *
           MOVE  SPACE                  TO  U48-REC.
           SET   報告明細               TO  TRUE.
           MOVE  WK-KU-CODE (WK-KU-IX)  TO  報告行政区.
           MOVE  WK-KB-CODE (WK-KB-IX)  TO  報告区分１.
           MOVE  WK-BAND-LOWER (WK-BAND-IX)
                                        TO  報告年齢下限.
           MOVE  WK-BAND-UPPER (WK-BAND-IX)
                                        TO  報告年齢上限.
           MOVE  WK-CL-TOU (WK-KB-IX WK-BAND-IX WK-KU-IX)
                                        TO  報告当月件数.
           MOVE  WK-CL-ZEN (WK-KB-IX WK-BAND-IX WK-KU-IX)
                                        TO  報告前月件数.
           MOVE  WK-CL-NEW (WK-KB-IX WK-BAND-IX WK-KU-IX)
                                        TO  報告新規件数.
           MOVE  WK-CL-CHG (WK-KB-IX WK-BAND-IX WK-KU-IX)
                                        TO  報告変更件数.
           MOVE  WK-CL-END (WK-KB-IX WK-BAND-IX WK-KU-IX)
                                        TO  報告終了件数.
           PERFORM  U48-WRITE-RTN.
           ADD  1                       TO  WK-U48-CNT.
      *
       PREF-DETAIL-EXIT.
           EXIT.
      ******************************************************************
      * 当月スナップショット出力処理（Ｕ４７、翌月のＵ４６）           *
      ******************************************************************
       SNAP-WRITE-RTN                   SECTION.
       SNAP-WRITE-START.
      *
           MOVE  'OPEN'                 TO  KAMA026A-SYORI-U47.
           COMPUTE KAMA026A-RL-U47       =  FUNCTION LENG(U47-REC).
           CALL  'KAMA026A'          USING  PARM-KAMA026-U47.
      *
           PERFORM  VARYING  WK-PS-IX  FROM  1  BY  1
               UNTIL  WK-PS-IX  >  WK-PS-CNT
               MOVE  SPACE              TO  U47-REC
               MOVE  WK-STAT-YM
                         TO  スナップ統計年月  OF  U47-REC
               MOVE  WK-PS-JUMIN (WK-PS-IX)
                         TO  スナップ住民コード  OF  U47-REC
               MOVE  WK-PS-KBN1 (WK-PS-IX)
                         TO  スナップ区分１  OF  U47-REC
               MOVE  WK-PS-BAND (WK-PS-IX)
                         TO  スナップ年齢帯  OF  U47-REC
               MOVE  WK-KU-CODE (WK-PS-KU (WK-PS-IX))
                         TO  スナップ行政区  OF  U47-REC
               MOVE  'WRITE'            TO  KAMA026A-SYORI-U47
               CALL  'KAMA026A'      USING  PARM-KAMA026-U47
                                            U47-REC
               ADD  1                   TO  WK-U47-CNT
           END-PERFORM.
      *
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U47.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U47.
      *
       SNAP-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * Ｕ４５　１件出力処理                                           *
      ******************************************************************
       U45-WRITE-RTN                    SECTION.
       U45-WRITE-START.
      *
           MOVE  'WRITE'                TO  KAMA026A-SYORI-U45.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U45
                                            U45-REC.
      *
       U45-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * Ｕ４８　１件出力処理                                           *
      ******************************************************************
       U48-WRITE-RTN                    SECTION.
       U48-WRITE-START.
      *
           MOVE  'WRITE'                TO  KAMA026A-SYORI-U48.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U48
                                            U48-REC.
      *
       U48-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * ＡＢＥＮＤ処理                                                 *
      ******************************************************************
       ABEN-HANDLING                    SECTION.
       ABEN-HANDLING-START.
      *
           DISPLAY 'SQLMSG     = ' SQLMSG    UPON SYSOUT.
           DISPLAY 'SQLSTATE   = ' SQLSTATE  UPON SYSOUT.
      *
           EXEC SQL
               ROLLBACK
           END-EXEC.
           EXEC SQL
               DISCONNECT ALL
           END-EXEC.
      *
           MOVE  '8'                    TO  WK-LOG-KBN.
           MOVE  SPACE                  TO  WK-LOG-FILE.
           MOVE  WK-READ-CNT            TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U90.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U90.
      *
           CALL 'ABENDU'.
      *
       ABEN-HANDLING-EXIT.
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
      *****    WRHH604V  PROGRAM  END                              *****
       END PROGRAM WRHH604V.
