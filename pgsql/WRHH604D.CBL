       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      WRHH604D.
      ******************************************************************
      *  業務名        ：WebRings  国民健康保険                        *
      *                                                                *
      *  処理名        ：高齢受給者証　郵便区分発送ファイル作成処理    *
      *                                                                *
      *  処理概要      ：WRHH604Pが作成した証の印字イメージ（Ｕ４０）  *
      *                  にDBSEQ01NのT宛名抽出ファイル（Ｕ３０）の     *
      *                  郵便番号・住所・名称を住民コードで突き合わ    *
      *                  せ、郵便番号順に並べた発送ファイル（Ｕ５０）  *
      *                  を作成する。郵便番号の上３桁が変わるか、      *
      *                  束の件数がWRHH604D_BUNDLE_MAX（既定200）に    *
      *                  達した時点で束を切り替え、束ごとの見出し・    *
      *                  件数を付ける。束別の件数・郵便番号範囲は      *
      *                  束マニフェスト（Ｕ５１）に出力する。宛名が    *
      *                  無い・郵便番号不備・住所なしの証は印字せず    *
      *                  例外リスト（Ｕ５２）へ出力する。              *
      *                                                                *
      *  実行時コード系：SJIS                                          *
      *                                                                *
      *  作成者        ：アイネス　トゥアン                            *
      *                                                                *
      *  作成日        ：2026.10.15                                    *
      *                                                                *
      *  修正履歴      ：                                              *
      *    修正年月日  -----------------  修正内容  ------------------- *
      *    2026.10.15  -  返戻登録ファイル（ＤＤ：HENREI）で未解決の     *
      *                  返戻がある住民コードは発送せず、例外リスト    *
      *                  （Ｕ５２）へ返戻保留として出力する            *
      *                                                                *
      ******************************************************************
       ENVIRONMENT                      DIVISION.
       CONFIGURATION                    SECTION.
       INPUT-OUTPUT                     SECTION.
       FILE-CONTROL.
            SELECT U30-FILE             ASSIGN  TO  U30
                                        FILE STATUS IS WK-U30-STATUS.
            SELECT HENREI-FILE          ASSIGN  TO  HENREI
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-HNR-STATUS.
            SELECT SORT-JX-FILE         ASSIGN  TO  SORTWK1.
            SELECT SORT-ML-FILE         ASSIGN  TO  SORTWK2.
      *
       DATA                             DIVISION.
       FILE                             SECTION.
      *----------------------------------------------------------------*
      * T宛名抽出ファイル（DBSEQ01NのＵ３０と同一レイアウト）
      *----------------------------------------------------------------*
       FD  U30-FILE.
       01  U30-REC.
         03  住民コード                 PIC  9(012).
         03  カナ名称                   PIC  X(100).
         03  名称                       PIC  N(100).
         03  生年月日−西暦             PIC  X(010).
         03  生年月日−邦暦             PIC  N(011).
         03  年齢                       PIC  9(003).
         03  郵便番号                   PIC  X(007).
         03  住所                       PIC  N(060).
         03  FILLER                     PIC  X(025).
      *
       01  U30-TRAILER-REC.
         03  レコード区分               PIC  X(003).
         03  出力件数                   PIC  9(006).
         03  FILLER                     PIC  X(133).
      *
      *----------------------------------------------------------------*
      * 返戻登録ファイル（WRHH604Hで保守）
      *----------------------------------------------------------------*
       FD  HENREI-FILE.
       01  HENREI-REC.
           COPY  WRHHT391.
      *
      *----------------------------------------------------------------*
      * 住民コード索引用ソートファイル
      *----------------------------------------------------------------*
       SD  SORT-JX-FILE.
       01  SJ-REC.
         03  SJ-JUMIN                   PIC  9(012).
         03  SJ-CD                      PIC  9(005).
      *
      *----------------------------------------------------------------*
      * 郵便番号順発送用ソートファイル
      *----------------------------------------------------------------*
       SD  SORT-ML-FILE.
       01  SM-REC.
         03  SM-POST                    PIC  X(007).
         03  SM-JUMIN                   PIC  X(010).
         03  SM-CD                      PIC  9(005).
      *
       WORKING-STORAGE                  SECTION.
       01  PID                          PIC  X(008)  VALUE 'WRHH604D'.
      *
      *================================================================
      * KAMA021A(入力ﾌｧｲﾙ(U40:証印字ｲﾒｰｼﾞ)のｱｸｾｽ)インターフェース領域
      *================================================================
       01  PARM-KAMA021-U40.
         03  KAMA021A-DD-U40            PIC  X(008)  VALUE  'U40'.
         03  KAMA021A-SYORI-U40         PIC  X(008)  VALUE  SPACE.
         03  KAMA021A-RL-U40            PIC S9(009)  COMP-5.
         03  KAMA021A-BL-U40            PIC S9(009)  COMP-5.
         03  KAMA021A-CNT-U40           PIC S9(009)  COMP-5.
         03  KAMA021A-EOF-U40           PIC  X(004)  VALUE  SPACE.
       01  U40-REC                      PIC  X(120).
      *
      *================================================================
      * KAMA026A(出力ﾌｧｲﾙ(U50:発送ﾌｧｲﾙ)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA026-U50.
         03  KAMA026A-DD-U50            PIC  X(008)  VALUE  'U50'.
         03  KAMA026A-SYORI-U50         PIC  X(008)  VALUE  SPACE.
         03  KAMA026A-RL-U50            PIC S9(009)  COMP-5.
         03  KAMA026A-BL-U50            PIC S9(009)  COMP-5.
         03  KAMA026A-CNT-U50           PIC S9(009)  COMP-5.
       01  U50-REC                      PIC  X(120).
      *
      *================================================================
      * KAMA026A(出力ﾌｧｲﾙ(U51:束ﾏﾆﾌｪｽﾄ)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA026-U51.
         03  KAMA026A-DD-U51            PIC  X(008)  VALUE  'U51'.
         03  KAMA026A-SYORI-U51         PIC  X(008)  VALUE  SPACE.
         03  KAMA026A-RL-U51            PIC S9(009)  COMP-5.
         03  KAMA026A-BL-U51            PIC S9(009)  COMP-5.
         03  KAMA026A-CNT-U51           PIC S9(009)  COMP-5.
       01  U51-REC                      PIC  X(120).
      *
      *================================================================
      * KAMA026A(出力ﾌｧｲﾙ(U52:例外ﾘｽﾄ)のｱｸｾｽ)
      *================================================================
       01  PARM-KAMA026-U52.
         03  KAMA026A-DD-U52            PIC  X(008)  VALUE  'U52'.
         03  KAMA026A-SYORI-U52         PIC  X(008)  VALUE  SPACE.
         03  KAMA026A-RL-U52            PIC S9(009)  COMP-5.
         03  KAMA026A-BL-U52            PIC S9(009)  COMP-5.
         03  KAMA026A-CNT-U52           PIC S9(009)  COMP-5.
       01  U52-REC                      PIC  X(120).
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
       01  WK-U30-STATUS                PIC  X(002).
       01  WK-U30-EOF                   PIC  X(001)  VALUE  'N'.
       01  WK-HNR-STATUS                PIC  X(002).
       01  WK-HNR-EOF                   PIC  X(001).
       01  WK-SORT-EOF                  PIC  X(001).
       01  WK-RUN-DATE                  PIC  9(008).
       01  WK-LOG-KBN                   PIC  X(001).
       01  WK-LOG-FILE                  PIC  X(008).
       01  WK-LOG-CNT                   PIC  9(009).
      *
       01  WK-BUNDLE-MAX                PIC  9(005)  VALUE  200.
       01  WK-BUNDLE-ENV                PIC  X(005)  VALUE  SPACE.
      *
      *▼ 証テーブル（WRHH604Pと同じ最大20000件、印字３行と宛先）
       01  WK-CD-MAX                    PIC  9(005)  VALUE  20000.
       01  WK-CD-CNT                    PIC  9(005)  VALUE  ZERO.
       01  WK-CD-IX                     PIC  9(005).
       01  WK-CD-LINE-NO                PIC  9(001)  VALUE  ZERO.
       01  WK-CD-OVERFLOW               PIC  X(001)  VALUE  'N'.
       01  WK-CD-TABLE.
         03  WK-CD-ENTRY                OCCURS  20000  TIMES.
           05  WK-CD-JUMIN              PIC  X(010).
           05  WK-CD-KIGO               PIC  X(011).
           05  WK-CD-LINE               PIC  X(120)
                                        OCCURS  3  TIMES.
           05  WK-CD-ADR-FLG            PIC  X(001).
           05  WK-CD-POST               PIC  X(007).
           05  WK-CD-ADDR               PIC  N(060).
           05  WK-CD-NAME               PIC  N(030).
      *▲
      *
      *▼ 住民コード索引（昇順、同一住民コードの証は連続する）
       01  WK-JX-CNT                    PIC  9(005)  VALUE  ZERO.
       01  WK-JX-IX                     PIC  9(005).
       01  WK-JX-KEY                    PIC  9(012).
       01  WK-JX-TOP                    PIC  X(001).
       01  WK-JX-TABLE.
         03  WK-JX-ENTRY                OCCURS  1  TO  20000  TIMES
                                        DEPENDING  ON  WK-JX-CNT
                                        ASCENDING  KEY  WK-JX-JUMIN
                                        INDEXED  BY  JX-IDX.
           05  WK-JX-JUMIN              PIC  9(012).
           05  WK-JX-CD                 PIC  9(005).
      *▲
      *
      *▼ 印字イメージ１行目（WRHH604PのWK-CARD-LINE1と同じ並び）
       01  WK-CARD-LABEL                PIC  X(010)
                                        VALUE  '記号番号：'.
       01  WK-CARD-IN.
         03  WK-CI-LABEL                PIC  X(010).
         03  WK-CI-KIGO                 PIC  X(011).
         03  FILLER                     PIC  X(012).
         03  WK-CI-JUMIN                PIC  X(010).
         03  FILLER                     PIC  X(077).
      *▲
      *
       01  WK-ADR-CNT                   PIC  9(009)  VALUE  ZERO.
       01  WK-MAIL-CNT                  PIC  9(007)  VALUE  ZERO.
       01  WK-EXC-CNT                   PIC  9(007)  VALUE  ZERO.
       01  WK-EXC-REASON                PIC  X(030).
       01  WK-HOLD-CNT                  PIC  9(007)  VALUE  ZERO.
      *
      *▼ 返戻未解決の住民コード（WRHH604Pと同じ最大5000件）
       01  WK-HR-MAX                    PIC  9(004)  VALUE  5000.
       01  WK-HR-CNT                    PIC  9(004)  VALUE  ZERO.
       01  WK-HR-IX                     PIC  9(004).
       01  WK-HR-HIT                    PIC  X(001).
       01  WK-HR-TABLE.
         03  WK-HR-JUMIN                PIC  X(010)
                                        OCCURS  5000  TIMES.
      *▲
      *
      *▼ 束の切替管理
       01  WK-BUNDLE-NO                 PIC  9(004)  VALUE  ZERO.
       01  WK-BUNDLE-KENSU              PIC  9(007)  VALUE  ZERO.
       01  WK-BUNDLE-KUBUN              PIC  X(003)  VALUE  SPACE.
       01  WK-BUNDLE-FROM               PIC  X(007).
       01  WK-BUNDLE-TO                 PIC  X(007).
      *▲
      *
      *▼ 発送ファイル（Ｕ５０）
       01  WK-BUNDLE-HEAD.
         03  FILLER                     PIC  X(011)
                                        VALUE  '*** 束番号 '.
         03  WK-BH-NO                   PIC  9(004).
         03  FILLER                     PIC  X(007)
                                        VALUE  '　区分 '.
         03  WK-BH-KUBUN                PIC  X(003).
         03  FILLER                     PIC  X(004)  VALUE  ' ***'.
       01  WK-BUNDLE-FOOT.
         03  FILLER                     PIC  X(014)
                                        VALUE  '    束内件数＝'.
         03  WK-BF-KENSU                PIC  ZZZ,ZZ9.
       01  WK-MAIL-POST.
         03  FILLER                     PIC  X(002)  VALUE  '〒'.
         03  WK-MP-POST3                PIC  X(003).
         03  FILLER                     PIC  X(001)  VALUE  '-'.
         03  WK-MP-POST4                PIC  X(004).
       01  WK-MAIL-ADDR.
         03  WK-MA-ADDR                 PIC  N(060).
       01  WK-MAIL-NAME.
         03  WK-MN-NAME                 PIC  N(030).
         03  FILLER                     PIC  X(004)  VALUE  '　様'.
      *▲
      *
      *▼ 束マニフェスト（Ｕ５１）
       01  WK-MF-TITLE.
         03  FILLER                     PIC  X(016)
                                        VALUE  '*** 高齢受給者証'.
         03  FILLER                     PIC  X(030)
             VALUE  '　発送束マニフェスト ***'.
       01  WK-MF-LINE.
         03  FILLER                     PIC  X(004)  VALUE  '  束'.
         03  WK-MF-NO                   PIC  9(004).
         03  FILLER                     PIC  X(007)
                                        VALUE  '  区分 '.
         03  WK-MF-KUBUN                PIC  X(003).
         03  FILLER                     PIC  X(011)
                                        VALUE  '  郵便番号 '.
         03  WK-MF-FROM                 PIC  X(007).
         03  FILLER                     PIC  X(003)  VALUE  '～'.
         03  WK-MF-TO                   PIC  X(007).
         03  FILLER                     PIC  X(008)
                                        VALUE  '  件数＝'.
         03  WK-MF-KENSU                PIC  ZZZ,ZZ9.
       01  WK-SUM-LINE.
         03  WK-SM-LABEL                PIC  X(026).
         03  WK-SM-KENSU                PIC  ZZZ,ZZ9.
      *▲
      *
      *▼ 例外リスト（Ｕ５２）
       01  WK-EX-TITLE.
         03  FILLER                     PIC  X(016)
                                        VALUE  '*** 高齢受給者証'.
         03  FILLER                     PIC  X(030)
             VALUE  '　宛先不備（未発送）リスト ***'.
       01  WK-EX-LINE.
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  WK-EX-JUMIN                PIC  X(010).
         03  FILLER                     PIC  X(001)  VALUE  SPACE.
         03  WK-EX-KIGO                 PIC  X(011).
         03  FILLER                     PIC  X(001)  VALUE  SPACE.
         03  WK-EX-REASON               PIC  X(030).
      *▲
      *
       PROCEDURE                        DIVISION.
      ******************************************************************
      * メイン処理                                                     *
      ******************************************************************
       MAIN-SHORI                       SECTION.
       MAIN-START.
      *
           DISPLAY '*** WRHH604D START ***'       UPON SYSOUT.
           PERFORM  SHB-GET-RTN.
      *
           MOVE  'OPEN'                 TO  KAMA026A-SYORI-U90.
           COMPUTE KAMA026A-RL-U90       =  FUNCTION LENG(U90-REC).
           CALL  'KAMA026A'          USING  PARM-KAMA026-U90.
           MOVE  '0'                    TO  WK-LOG-KBN.
           MOVE  SPACE                  TO  WK-LOG-FILE.
           MOVE  ZERO                   TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
      *
           ACCEPT  WK-BUNDLE-ENV        FROM  ENVIRONMENT
                   'WRHH604D_BUNDLE_MAX'.
           IF  WK-BUNDLE-ENV  NOT =  SPACE
           AND  FUNCTION TEST-NUMVAL (WK-BUNDLE-ENV)  =  ZERO
               COMPUTE  WK-BUNDLE-MAX  =
                   FUNCTION NUMVAL (WK-BUNDLE-ENV)
           END-IF.
           IF  WK-BUNDLE-MAX  =  ZERO
               MOVE  200                TO  WK-BUNDLE-MAX
           END-IF.
      *
           PERFORM  HENREI-LOAD-RTN.
           PERFORM  CARD-LOAD-RTN.
      *
      *▼ 住民コード索引を作成し、宛名抽出を突き合わせる
           SORT  SORT-JX-FILE
                 ON  ASCENDING  KEY  SJ-JUMIN
                 INPUT  PROCEDURE   JX-RELEASE-RTN
                 OUTPUT PROCEDURE   JX-RETURN-RTN.
           PERFORM  ADDRESS-MATCH-RTN.
      *▲
      *
           MOVE  'OPEN'                 TO  KAMA026A-SYORI-U50.
           COMPUTE KAMA026A-RL-U50       =  FUNCTION LENG(U50-REC).
           CALL  'KAMA026A'          USING  PARM-KAMA026-U50.
           MOVE  'OPEN'                 TO  KAMA026A-SYORI-U51.
           COMPUTE KAMA026A-RL-U51       =  FUNCTION LENG(U51-REC).
           CALL  'KAMA026A'          USING  PARM-KAMA026-U51.
           MOVE  'OPEN'                 TO  KAMA026A-SYORI-U52.
           COMPUTE KAMA026A-RL-U52       =  FUNCTION LENG(U52-REC).
           CALL  'KAMA026A'          USING  PARM-KAMA026-U52.
           MOVE  WK-MF-TITLE            TO  U51-REC.
           PERFORM  U51-WRITE-RTN.
           MOVE  WK-EX-TITLE            TO  U52-REC.
           PERFORM  U52-WRITE-RTN.
      *
      *▼ 郵便番号順に並べて束ごとに出力する
           SORT  SORT-ML-FILE
                 ON  ASCENDING  KEY  SM-POST  SM-JUMIN
                 INPUT  PROCEDURE   ML-RELEASE-RTN
                 OUTPUT PROCEDURE   ML-RETURN-RTN.
      *▲
      *
           PERFORM  SUMMARY-WRITE-RTN.
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U50.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U50.
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U51.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U51.
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U52.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U52.
      *
           MOVE  '1'                    TO  WK-LOG-KBN.
           MOVE  'U40'                  TO  WK-LOG-FILE.
           MOVE  WK-CD-CNT              TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  '1'                    TO  WK-LOG-KBN.
           MOVE  'U30'                  TO  WK-LOG-FILE.
           MOVE  WK-ADR-CNT             TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  '2'                    TO  WK-LOG-KBN.
           MOVE  'U50'                  TO  WK-LOG-FILE.
           MOVE  WK-MAIL-CNT            TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  '2'                    TO  WK-LOG-KBN.
           MOVE  'U52'                  TO  WK-LOG-FILE.
           MOVE  WK-EXC-CNT             TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  '9'                    TO  WK-LOG-KBN.
           MOVE  SPACE                  TO  WK-LOG-FILE.
           MOVE  ZERO                   TO  WK-LOG-CNT.
           PERFORM  U90-LOG-RTN.
           MOVE  'CLOSE'                TO  KAMA026A-SYORI-U90.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U90.
      *
           DISPLAY '*** 証読込     ==> ' WK-CD-CNT
                                              UPON SYSOUT.
           DISPLAY '*** 発送       ==> ' WK-MAIL-CNT
                                              UPON SYSOUT.
           DISPLAY '*** 宛先不備   ==> ' WK-EXC-CNT
                                              UPON SYSOUT.
           DISPLAY '*** うち返戻保留 => ' WK-HOLD-CNT
                                              UPON SYSOUT.
           DISPLAY '*** 束数       ==> ' WK-BUNDLE-NO
                                              UPON SYSOUT.
           DISPLAY '*** WRHH604D END ***'         UPON SYSOUT.
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
      * 証印字イメージ読込処理（Ｕ４０）                               *
      * （記号番号行から３行を１証とし、バッチ見出し・発行枚数行は     *
      *   読み飛ばす）                                                 *
      ******************************************************************
       CARD-LOAD-RTN                    SECTION.
       CARD-LOAD-START.
      *
           MOVE  'OPEN'                 TO  KAMA021A-SYORI-U40.
           COMPUTE KAMA021A-RL-U40       =  FUNCTION LENG(U40-REC).
           CALL  'KAMA021A'          USING  PARM-KAMA021-U40.
      *
           PERFORM  UNTIL  KAMA021A-EOF-U40 (1:3)  =  X'B5DCD8'
               MOVE  'READ'             TO  KAMA021A-SYORI-U40
               CALL  'KAMA021A'      USING  PARM-KAMA021-U40
                                            U40-REC
               IF  KAMA021A-EOF-U40 (1:3)  NOT =  X'B5DCD8'
                   PERFORM  CARD-LINE-RTN
               END-IF
           END-PERFORM.
      *
           MOVE  'CLOSE'                TO  KAMA021A-SYORI-U40.
           CALL  'KAMA021A'          USING  PARM-KAMA021-U40.
      *
           IF  WK-CD-OVERFLOW  =  'Y'
               DISPLAY '*** 証テーブル件数オーバー ***'
                                              UPON SYSOUT
           END-IF.
      *
       CARD-LOAD-EXIT.
           EXIT.
      ******************************************************************
      * 印字イメージ１行の振分処理                                     *
      ******************************************************************
       CARD-LINE-RTN                    SECTION.
       CARD-LINE-START.
      *
           MOVE  U40-REC                TO  WK-CARD-IN.
           IF  WK-CI-LABEL  =  WK-CARD-LABEL
               IF  WK-CD-CNT  >=  WK-CD-MAX
                   MOVE  'Y'            TO  WK-CD-OVERFLOW
                   MOVE  ZERO           TO  WK-CD-LINE-NO
                   GO  TO  CARD-LINE-EXIT
               END-IF
               ADD  1                   TO  WK-CD-CNT
               MOVE  1                  TO  WK-CD-LINE-NO
               MOVE  WK-CI-JUMIN        TO  WK-CD-JUMIN (WK-CD-CNT)
               MOVE  WK-CI-KIGO         TO  WK-CD-KIGO (WK-CD-CNT)
               MOVE  U40-REC            TO  WK-CD-LINE (WK-CD-CNT 1)
               MOVE  'N'                TO  WK-CD-ADR-FLG (WK-CD-CNT)
               MOVE  SPACE              TO  WK-CD-POST (WK-CD-CNT)
               MOVE  SPACE              TO  WK-CD-ADDR (WK-CD-CNT)
               MOVE  SPACE              TO  WK-CD-NAME (WK-CD-CNT)
               GO  TO  CARD-LINE-EXIT
           END-IF.
      *
      *    記号番号行に続く負担割合・有効期間の２行を同じ証に付ける
           IF  WK-CD-LINE-NO  >  ZERO
           AND  WK-CD-LINE-NO  <  3
               ADD  1                   TO  WK-CD-LINE-NO
               MOVE  U40-REC
                   TO  WK-CD-LINE (WK-CD-CNT WK-CD-LINE-NO)
           ELSE
               MOVE  ZERO               TO  WK-CD-LINE-NO
           END-IF.
      *
       CARD-LINE-EXIT.
           EXIT.
      ******************************************************************
      * 住民コード索引　ソート入力処理                                 *
      ******************************************************************
       JX-RELEASE-RTN                   SECTION.
       JX-RELEASE-START.
      *
           PERFORM  VARYING  WK-CD-IX  FROM  1  BY  1
               UNTIL  WK-CD-IX  >  WK-CD-CNT
               IF  FUNCTION TEST-NUMVAL (WK-CD-JUMIN (WK-CD-IX))
                                                           =  ZERO
                   COMPUTE  SJ-JUMIN  =
                       FUNCTION NUMVAL (WK-CD-JUMIN (WK-CD-IX))
                   MOVE  WK-CD-IX       TO  SJ-CD
                   RELEASE  SJ-REC
               END-IF
           END-PERFORM.
      *
       JX-RELEASE-EXIT.
           EXIT.
      ******************************************************************
      * 住民コード索引　ソート出力処理                                 *
      ******************************************************************
       JX-RETURN-RTN                    SECTION.
       JX-RETURN-START.
      *
           MOVE  ZERO                   TO  WK-JX-CNT.
           MOVE  'N'                    TO  WK-SORT-EOF.
           PERFORM  UNTIL  WK-SORT-EOF  =  'Y'
               RETURN  SORT-JX-FILE
                   AT END
                       MOVE  'Y'        TO  WK-SORT-EOF
                   NOT AT END
                       ADD  1           TO  WK-JX-CNT
                       MOVE  SJ-JUMIN   TO  WK-JX-JUMIN (WK-JX-CNT)
                       MOVE  SJ-CD      TO  WK-JX-CD (WK-JX-CNT)
               END-RETURN
           END-PERFORM.
      *
       JX-RETURN-EXIT.
           EXIT.
      ******************************************************************
      * T宛名抽出（Ｕ３０）突合処理                                    *
      ******************************************************************
       ADDRESS-MATCH-RTN                SECTION.
       ADDRESS-MATCH-START.
      *
           IF  WK-JX-CNT  =  ZERO
               GO  TO  ADDRESS-MATCH-EXIT
           END-IF.
           OPEN  INPUT  U30-FILE.
           IF  WK-U30-STATUS  NOT =  '00'
               DISPLAY  '*** U30 ナシ：全件宛先不備 ***'
                                              UPON  SYSOUT
               GO  TO  ADDRESS-MATCH-EXIT
           END-IF.
      *
           PERFORM  UNTIL  WK-U30-EOF  =  'Y'
               READ  U30-FILE
                   AT END
                       MOVE  'Y'        TO  WK-U30-EOF
                   NOT AT END
                       IF  レコード区分  OF  U30-TRAILER-REC
                                        NOT =  'TRL'
                           ADD  1       TO  WK-ADR-CNT
                           PERFORM  ADDRESS-SET-RTN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE  U30-FILE.
      *
       ADDRESS-MATCH-EXIT.
           EXIT.
      ******************************************************************
      * 宛名１件の証への設定処理（同一住民コードの証すべてに設定）     *
      ******************************************************************
       ADDRESS-SET-RTN                  SECTION.
       ADDRESS-SET-START.
      *
           MOVE  住民コード  OF  U30-REC
                                        TO  WK-JX-KEY.
           SEARCH  ALL  WK-JX-ENTRY
               AT END
                   GO  TO  ADDRESS-SET-EXIT
               WHEN  WK-JX-JUMIN (JX-IDX)  =  WK-JX-KEY
                   SET  WK-JX-IX        TO  JX-IDX
           END-SEARCH.
      *
      *    同じ住民コードの先頭まで戻ってから順に設定する
           MOVE  'N'                    TO  WK-JX-TOP.
           PERFORM  UNTIL  WK-JX-TOP  =  'Y'
               IF  WK-JX-IX  =  1
                   MOVE  'Y'            TO  WK-JX-TOP
               ELSE
                   IF  WK-JX-JUMIN (WK-JX-IX - 1)  =  WK-JX-KEY
                       SUBTRACT  1      FROM  WK-JX-IX
                   ELSE
                       MOVE  'Y'        TO  WK-JX-TOP
                   END-IF
               END-IF
           END-PERFORM.
           PERFORM  UNTIL  WK-JX-IX  >  WK-JX-CNT
                   OR  WK-JX-JUMIN (WK-JX-IX)  NOT =  WK-JX-KEY
               MOVE  WK-JX-CD (WK-JX-IX)
                                        TO  WK-CD-IX
               MOVE  'Y'                TO  WK-CD-ADR-FLG (WK-CD-IX)
               MOVE  郵便番号  OF  U30-REC
                                        TO  WK-CD-POST (WK-CD-IX)
               MOVE  住所  OF  U30-REC  TO  WK-CD-ADDR (WK-CD-IX)
               MOVE  名称  OF  U30-REC  TO  WK-CD-NAME (WK-CD-IX)
               ADD  1                   TO  WK-JX-IX
           END-PERFORM.
      *
       ADDRESS-SET-EXIT.
           EXIT.
      ******************************************************************
      * 発送ソート入力処理（宛先不備は例外リストへ）                   *
      ******************************************************************
       ML-RELEASE-RTN                   SECTION.
       ML-RELEASE-START.
      *
           PERFORM  VARYING  WK-CD-IX  FROM  1  BY  1
               UNTIL  WK-CD-IX  >  WK-CD-CNT
               MOVE  SPACE              TO  WK-EXC-REASON
               PERFORM  HENREI-CHECK-RTN
               EVALUATE  TRUE
                   WHEN  WK-HR-HIT  =  'Y'
                       MOVE  '返戻未解決（保留）'
                                        TO  WK-EXC-REASON
                       ADD  1           TO  WK-HOLD-CNT
                   WHEN  WK-CD-ADR-FLG (WK-CD-IX)  NOT =  'Y'
                       MOVE  '宛名データなし'
                                        TO  WK-EXC-REASON
                   WHEN  WK-CD-POST (WK-CD-IX)  NOT NUMERIC
                       MOVE  '郵便番号不備'
                                        TO  WK-EXC-REASON
                   WHEN  WK-CD-ADDR (WK-CD-IX)  =  SPACE
                       MOVE  '住所なし'
                                        TO  WK-EXC-REASON
               END-EVALUATE
               IF  WK-EXC-REASON  =  SPACE
                   MOVE  WK-CD-POST (WK-CD-IX)
                                        TO  SM-POST
                   MOVE  WK-CD-JUMIN (WK-CD-IX)
                                        TO  SM-JUMIN
                   MOVE  WK-CD-IX       TO  SM-CD
                   RELEASE  SM-REC
               ELSE
                   PERFORM  EXCEPTION-WRITE-RTN
               END-IF
           END-PERFORM.
      *
       ML-RELEASE-EXIT.
           EXIT.
      ******************************************************************
      * 発送ソート出力処理（束の切替と発送イメージ出力）               *
      ******************************************************************
       ML-RETURN-RTN                    SECTION.
       ML-RETURN-START.
      *
           MOVE  'N'                    TO  WK-SORT-EOF.
           PERFORM  UNTIL  WK-SORT-EOF  =  'Y'
               RETURN  SORT-ML-FILE
                   AT END
                       MOVE  'Y'        TO  WK-SORT-EOF
                   NOT AT END
                       PERFORM  MAIL-PIECE-RTN
               END-RETURN
           END-PERFORM.
           IF  WK-BUNDLE-KENSU  >  ZERO
               PERFORM  BUNDLE-CLOSE-RTN
           END-IF.
      *
       ML-RETURN-EXIT.
           EXIT.
      ******************************************************************
      * １通分の発送イメージ出力処理                                   *
      ******************************************************************
       MAIL-PIECE-RTN                   SECTION.
       MAIL-PIECE-START.
      *
      *    郵便番号の上３桁が変わるか束が満杯なら束を切り替える
           IF  WK-BUNDLE-KENSU  >  ZERO
           AND  (SM-POST (1:3)  NOT =  WK-BUNDLE-KUBUN
                 OR  WK-BUNDLE-KENSU  >=  WK-BUNDLE-MAX)
               PERFORM  BUNDLE-CLOSE-RTN
           END-IF.
           IF  WK-BUNDLE-KENSU  =  ZERO
               PERFORM  BUNDLE-OPEN-RTN
           END-IF.
      *
           MOVE  SM-CD                  TO  WK-CD-IX.
           MOVE  WK-CD-POST (WK-CD-IX) (1:3)
                                        TO  WK-MP-POST3.
           MOVE  WK-CD-POST (WK-CD-IX) (4:4)
                                        TO  WK-MP-POST4.
           MOVE  WK-MAIL-POST           TO  U50-REC.
           PERFORM  U50-WRITE-RTN.
           MOVE  WK-CD-ADDR (WK-CD-IX)  TO  WK-MA-ADDR.
           MOVE  WK-MAIL-ADDR           TO  U50-REC.
           PERFORM  U50-WRITE-RTN.
           MOVE  WK-CD-NAME (WK-CD-IX)  TO  WK-MN-NAME.
           MOVE  WK-MAIL-NAME           TO  U50-REC.
           PERFORM  U50-WRITE-RTN.
           MOVE  SPACE                  TO  U50-REC.
           PERFORM  U50-WRITE-RTN.
           MOVE  WK-CD-LINE (WK-CD-IX 1)
                                        TO  U50-REC.
           PERFORM  U50-WRITE-RTN.
           MOVE  WK-CD-LINE (WK-CD-IX 2)
                                        TO  U50-REC.
           PERFORM  U50-WRITE-RTN.
           MOVE  WK-CD-LINE (WK-CD-IX 3)
                                        TO  U50-REC.
           PERFORM  U50-WRITE-RTN.
           MOVE  SPACE                  TO  U50-REC.
           PERFORM  U50-WRITE-RTN.
      *
           ADD  1                       TO  WK-BUNDLE-KENSU.
           ADD  1                       TO  WK-MAIL-CNT.
           MOVE  SM-POST                TO  WK-BUNDLE-TO.
      *
       MAIL-PIECE-EXIT.
           EXIT.
      ******************************************************************
      * 束開始処理                                                     *
      ******************************************************************
       BUNDLE-OPEN-RTN                  SECTION.
       BUNDLE-OPEN-START.
      *
           ADD  1                       TO  WK-BUNDLE-NO.
           MOVE  ZERO                   TO  WK-BUNDLE-KENSU.
           MOVE  SM-POST (1:3)          TO  WK-BUNDLE-KUBUN.
           MOVE  SM-POST                TO  WK-BUNDLE-FROM.
           MOVE  WK-BUNDLE-NO           TO  WK-BH-NO.
           MOVE  WK-BUNDLE-KUBUN        TO  WK-BH-KUBUN.
           MOVE  WK-BUNDLE-HEAD         TO  U50-REC.
           PERFORM  U50-WRITE-RTN.
      *
       BUNDLE-OPEN-EXIT.
           EXIT.
      ******************************************************************
      * 束終了処理（束内件数とマニフェスト行）                         *
      ******************************************************************
       BUNDLE-CLOSE-RTN                 SECTION.
       BUNDLE-CLOSE-START.
      *
           MOVE  WK-BUNDLE-KENSU        TO  WK-BF-KENSU.
           MOVE  WK-BUNDLE-FOOT         TO  U50-REC.
           PERFORM  U50-WRITE-RTN.
           MOVE  SPACE                  TO  U50-REC.
           PERFORM  U50-WRITE-RTN.
      *
           MOVE  WK-BUNDLE-NO           TO  WK-MF-NO.
           MOVE  WK-BUNDLE-KUBUN        TO  WK-MF-KUBUN.
           MOVE  WK-BUNDLE-FROM         TO  WK-MF-FROM.
           MOVE  WK-BUNDLE-TO           TO  WK-MF-TO.
           MOVE  WK-BUNDLE-KENSU        TO  WK-MF-KENSU.
           MOVE  WK-MF-LINE             TO  U51-REC.
           PERFORM  U51-WRITE-RTN.
      *
           MOVE  ZERO                   TO  WK-BUNDLE-KENSU.
      *
       BUNDLE-CLOSE-EXIT.
           EXIT.
      ******************************************************************
      * 宛先不備１件の例外リスト出力処理                               *
      ******************************************************************
       EXCEPTION-WRITE-RTN              SECTION.
       EXCEPTION-WRITE-START.
      *
           MOVE  WK-CD-JUMIN (WK-CD-IX) TO  WK-EX-JUMIN.
           MOVE  WK-CD-KIGO (WK-CD-IX)  TO  WK-EX-KIGO.
           MOVE  WK-EXC-REASON          TO  WK-EX-REASON.
           MOVE  WK-EX-LINE             TO  U52-REC.
           PERFORM  U52-WRITE-RTN.
           ADD  1                       TO  WK-EXC-CNT.
      *
       EXCEPTION-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * 返戻登録読込処理（未解決分の住民コードのみ保持）               *
      ******************************************************************
       HENREI-LOAD-RTN                  SECTION.
       HENREI-LOAD-START.
      *
           OPEN  INPUT  HENREI-FILE.
           IF  WK-HNR-STATUS  NOT =  '00'
               DISPLAY '*** HENREI ナシ ***'
                                              UPON SYSOUT
               GO  TO  HENREI-LOAD-EXIT
           END-IF.
      *
           MOVE  'N'                    TO  WK-HNR-EOF.
           PERFORM  UNTIL  WK-HNR-EOF  =  'Y'
               READ  HENREI-FILE
                   AT END
                       MOVE  'Y'        TO  WK-HNR-EOF
                   NOT AT END
                       IF  返戻未解決
                           IF  WK-HR-CNT  <  WK-HR-MAX
                               ADD  1   TO  WK-HR-CNT
                               MOVE  返戻住民コード
                                   TO  WK-HR-JUMIN (WK-HR-CNT)
                           ELSE
                               DISPLAY '*** 返戻件数超過 ***'
                                              UPON SYSOUT
                               MOVE  'Y'  TO  WK-HNR-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE  HENREI-FILE.
      *
       HENREI-LOAD-EXIT.
           EXIT.
      ******************************************************************
      * 返戻未解決判定処理（WK-CD-IXの住民コード　→　WK-HR-HIT）      *
      ******************************************************************
       HENREI-CHECK-RTN                 SECTION.
       HENREI-CHECK-START.
      *
           MOVE  'N'                    TO  WK-HR-HIT.
           PERFORM  VARYING  WK-HR-IX  FROM  1  BY  1
               UNTIL  WK-HR-IX  >  WK-HR-CNT
                  OR  WK-HR-HIT  =  'Y'
               IF  WK-HR-JUMIN (WK-HR-IX)  =  WK-CD-JUMIN (WK-CD-IX)
                   MOVE  'Y'            TO  WK-HR-HIT
               END-IF
           END-PERFORM.
      *
       HENREI-CHECK-EXIT.
           EXIT.
      ******************************************************************
      * 件数集計出力処理（マニフェスト・例外リスト末尾）               *
      ******************************************************************
       SUMMARY-WRITE-RTN                SECTION.
       SUMMARY-WRITE-START.
      *
           MOVE  SPACE                  TO  U51-REC.
           PERFORM  U51-WRITE-RTN.
           IF  WK-CD-OVERFLOW  =  'Y'
               MOVE  '*** 証テーブル件数オーバー ***'
                                        TO  U51-REC
               PERFORM  U51-WRITE-RTN
           END-IF.
           MOVE  '証読込件数　　　　＝'  TO  WK-SM-LABEL.
           MOVE  WK-CD-CNT              TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U51-REC.
           PERFORM  U51-WRITE-RTN.
           MOVE  '発送件数　　　　　＝'  TO  WK-SM-LABEL.
           MOVE  WK-MAIL-CNT            TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U51-REC.
           PERFORM  U51-WRITE-RTN.
           MOVE  '宛先不備件数　　　＝'  TO  WK-SM-LABEL.
           MOVE  WK-EXC-CNT             TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U51-REC.
           PERFORM  U51-WRITE-RTN.
           MOVE  '　うち返戻保留件数＝'  TO  WK-SM-LABEL.
           MOVE  WK-HOLD-CNT            TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U51-REC.
           PERFORM  U51-WRITE-RTN.
           MOVE  '束数　　　　　　　＝'  TO  WK-SM-LABEL.
           MOVE  WK-BUNDLE-NO           TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U51-REC.
           PERFORM  U51-WRITE-RTN.
      *
           MOVE  SPACE                  TO  U52-REC.
           PERFORM  U52-WRITE-RTN.
           MOVE  '宛先不備件数　　　＝'  TO  WK-SM-LABEL.
           MOVE  WK-EXC-CNT             TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U52-REC.
           PERFORM  U52-WRITE-RTN.
           MOVE  '　うち返戻保留件数＝'  TO  WK-SM-LABEL.
           MOVE  WK-HOLD-CNT            TO  WK-SM-KENSU.
           MOVE  WK-SUM-LINE            TO  U52-REC.
           PERFORM  U52-WRITE-RTN.
      *
       SUMMARY-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * Ｕ５０　１件出力処理                                           *
      ******************************************************************
       U50-WRITE-RTN                    SECTION.
       U50-WRITE-START.
      *
           MOVE  'WRITE'                TO  KAMA026A-SYORI-U50.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U50
                                            U50-REC.
      *
       U50-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * Ｕ５１　１件出力処理                                           *
      ******************************************************************
       U51-WRITE-RTN                    SECTION.
       U51-WRITE-START.
      *
           MOVE  'WRITE'                TO  KAMA026A-SYORI-U51.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U51
                                            U51-REC.
      *
       U51-WRITE-EXIT.
           EXIT.
      ******************************************************************
      * Ｕ５２　１件出力処理                                           *
      ******************************************************************
       U52-WRITE-RTN                    SECTION.
       U52-WRITE-START.
      *
           MOVE  'WRITE'                TO  KAMA026A-SYORI-U52.
           CALL  'KAMA026A'          USING  PARM-KAMA026-U52
                                            U52-REC.
      *
       U52-WRITE-EXIT.
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
      *****    WRHH604D  PROGRAM  END                              *****
       END PROGRAM WRHH604D.
