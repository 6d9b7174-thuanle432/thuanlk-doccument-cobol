       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      WRHH410Q.
      ******************************************************************
      *  業務名        ：国民健康保険　情報集約システム対応            *
      *                                                                *
      *  処理名        ：個人別連携状況照会処理                        *
      *                                                                *
      *  処理概要      ：窓口・運用部門用の照会メニュー（参照のみ）。  *
      *                  住民コードまたは市町村被保険者ＩＤを入力する  *
      *                  と、次の内容をまとめて表示する。              *
      *                    ・T宛名の現在の宛名情報                     *
      *                    ・H情報集約_個人基本の市町村被保険者ＩＤ    *
      *                      と更新年月日                              *
      *                    ・WRHH604Jの証発行履歴（ＤＤ：Ｕ３０）      *
      *                    ・WRHH410Bの取込エラー（ＤＤ：Ｕ３１）と    *
      *                      メッセージマスタのエラー内容              *
      *                    ・WRHH410BのＩＤ更新監査（ＤＤ：Ｕ３２）    *
      *                  操作者はWRHH302Mと同じ方法で取得し、照会の    *
      *                  都度ＩＮＱＡＵＤＩＴへ（操作者・キー・日時）  *
      *                  を追記する。キーに空白または'E'で終了。       *
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
            SELECT AUDIT-FILE           ASSIGN  TO  INQAUDIT
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS
                                        WK-AUDIT-STATUS.
            SELECT HIST-FILE            ASSIGN  TO  U30
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS
                                        WK-HIST-STATUS.
            SELECT ERR-FILE             ASSIGN  TO  U31
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS
                                        WK-ERR-STATUS.
            SELECT IDAUD-FILE           ASSIGN  TO  U32
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS
                                        WK-IDAUD-STATUS.
      *
       DATA                             DIVISION.
       FILE                             SECTION.
       FD  AUDIT-FILE.
       01  AUDIT-REC.
         03  AUD-DATE                   PIC  9(008).
         03  FILLER                     PIC  X(001).
         03  AUD-TIME                   PIC  9(006).
         03  FILLER                     PIC  X(001).
         03  AUD-OPERATOR               PIC  X(008).
         03  FILLER                     PIC  X(001).
         03  AUD-ACTION                 PIC  X(004).
         03  FILLER                     PIC  X(001).
         03  AUD-JUMIN                  PIC  X(010).
         03  FILLER                     PIC  X(001).
         03  AUD-ID                     PIC  X(015).
      *
       FD  HIST-FILE.
       01  U30-REC.
           COPY  WRHHT326.
      *
       FD  ERR-FILE.
       01  U31-REC.
           COPY  WRHHT356.
      *
       FD  IDAUD-FILE.
       01  U32-REC.
         03  監査区分                   PIC  X(003).
         03  監査住民コード             PIC  9(010).
         03  監査旧ＩＤ                 PIC  X(015).
         03  監査新ＩＤ                 PIC  X(015).
         03  監査取込日時               PIC  X(014).
         03  FILLER                     PIC  X(007).
      *
       WORKING-STORAGE                  SECTION.
      *
           EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  Ｈ住民コード                 PIC S9(010).
       01  Ｈ被保険者ＩＤ               PIC  X(015).
       01  Ｈ更新年月日                 PIC  X(019).
       01  Ｈカナ名称                   PIC  X(100).
       01  Ｈ名称                       PIC  N(100).
       01  Ｈ生年月日                   PIC  X(010).
       01  Ｈ郵便番号                   PIC  X(007).
       01  Ｈ住所                       PIC  N(060).
           EXEC SQL END DECLARE SECTION END-EXEC.
      *
      *ＳＱＬシステム変数
           COPY WRHDSQL.
      *
      *ＷＲＨＨ３０２Ｕ（情報集約メッセージ取得）
       01  PARM-WRHH302U.
           COPY  WRHHP302.
      *
       01  WK-AUDIT-STATUS              PIC  X(002).
       01  WK-HIST-STATUS               PIC  X(002).
       01  WK-ERR-STATUS                PIC  X(002).
       01  WK-IDAUD-STATUS              PIC  X(002).
       01  WK-OPERATOR                  PIC  X(008)  VALUE  SPACE.
       01  WK-ACTION                    PIC  X(004).
       01  WK-OEF                       PIC  X(001).
       01  WK-FOUND                     PIC  X(001).
       01  WK-STAMP-DATE                PIC  9(008).
       01  WK-STAMP-TIME                PIC  9(008).
       01  WK-HIT-CNT                   PIC  9(005).
      *
      *▼ 照会キー
       01  WK-KEY                       PIC  X(015)  VALUE  SPACE.
       01  WK-JUMIN-X                   PIC  X(010).
       01  WK-JUMIN-9                   REDEFINES  WK-JUMIN-X
                                        PIC  9(010).
       01  WK-ATENA-X                   PIC  X(012).
       01  WK-ATENA-9                   REDEFINES  WK-ATENA-X
                                        PIC  9(012).
      *▲
      *
      *▼ エラー内容コード分解用（'XXX 'を最大９個連結）
       01  WK-ALL-CODES                 PIC  X(036).
       01  WK-CODE-TBL                  REDEFINES  WK-ALL-CODES.
         03  WK-CODE-ENT                OCCURS  9.
           05  WK-CODE                  PIC  X(003).
           05  FILLER                   PIC  X(001).
       01  WK-CODE-IX                   PIC  9(002).
      *▲
      *
       PROCEDURE DIVISION.
      ******************************************************************
      * メイン処理                                                     *
      ******************************************************************
       MAIN-SHORI                       SECTION.
         HAJIME.
      *
           ACCEPT  WK-OPERATOR         FROM  ENVIRONMENT  'USER'.
           IF  WK-OPERATOR  =  SPACE
               DISPLAY  'OPERATOR CODE: '  WITH  NO  ADVANCING
               ACCEPT  WK-OPERATOR
           END-IF.
      *
           PERFORM  UNTIL  WK-KEY  =  'E'
               DISPLAY  'JUMIN CODE OR HIHOKENSHA ID (E:EXIT): '
                   WITH  NO  ADVANCING
               ACCEPT  WK-KEY
               IF  WK-KEY  =  SPACE
                   MOVE  'E'            TO  WK-KEY
               END-IF
               IF  WK-KEY  NOT =  'E'
                   PERFORM  INQUIRY-RTN
               END-IF
           END-PERFORM.
      *
           EXEC SQL DISCONNECT ALL END-EXEC.
      *
         OWARI.
           STOP RUN.
      ******************************************************************
      * 照会処理（キーを住民コードに解決し、各情報を順に表示）         *
      ******************************************************************
       INQUIRY-RTN                      SECTION.
         HAJIME.
      *
           PERFORM  KEY-RESOLVE-RTN.
           IF  WK-FOUND  NOT =  'Y'
               GO  TO  INQUIRY-OWARI
           END-IF.
      *
           MOVE  'INQ'                  TO  WK-ACTION.
           PERFORM  AUDIT-RTN.
      *
           DISPLAY  ' '.
           DISPLAY  '=== JUMIN CODE '  WK-JUMIN-X
                    '  ID '  Ｈ被保険者ＩＤ  ' ==='.
           PERFORM  ATENA-RTN.
           PERFORM  KOJIN-RTN.
           PERFORM  HIST-RTN.
           PERFORM  ERR-RTN.
           PERFORM  IDAUD-RTN.
      *
         INQUIRY-OWARI.
           EXIT.
      ******************************************************************
      * キー解決処理                                                   *
      *   10桁数字は住民コード、それ以外は市町村被保険者ＩＤとして     *
      *   H情報集約_個人基本から住民コードを引く                       *
      ******************************************************************
       KEY-RESOLVE-RTN                  SECTION.
         HAJIME.
      *
           MOVE  'N'                    TO  WK-FOUND.
           MOVE  SPACE                  TO  Ｈ被保険者ＩＤ.
           MOVE  SPACE                  TO  Ｈ更新年月日.
      *
           IF  WK-KEY (11:5)  =  SPACE
           AND WK-KEY (1:10)  IS NUMERIC
               MOVE  WK-KEY (1:10)      TO  WK-JUMIN-X
               MOVE  WK-JUMIN-9         TO  Ｈ住民コード
               EXEC SQL
                    SELECT  市町村被保険者ID,
                            CONVERT(VARCHAR(19), 更新年月日, 120)
                      INTO  :Ｈ被保険者ＩＤ,
                            :Ｈ更新年月日
                      FROM  H情報集約_個人基本
                     WHERE  住民コード  = :Ｈ住民コード
               END-EXEC
               EVALUATE  SQLSTATE
                   WHEN  '00000'
                   WHEN  '02000'
                       MOVE  'Y'        TO  WK-FOUND
                   WHEN  OTHER
                       DISPLAY  'H情報集約_個人基本 READ ERROR '
                                SQLSTATE
               END-EVALUATE
           ELSE
               MOVE  WK-KEY             TO  Ｈ被保険者ＩＤ
               EXEC SQL
                    SELECT  住民コード,
                            CONVERT(VARCHAR(19), 更新年月日, 120)
                      INTO  :Ｈ住民コード,
                            :Ｈ更新年月日
                      FROM  H情報集約_個人基本
                     WHERE  市町村被保険者ID
                                 = :Ｈ被保険者ＩＤ
               END-EXEC
               EVALUATE  SQLSTATE
                   WHEN  '00000'
                       MOVE  'Y'        TO  WK-FOUND
                       MOVE  Ｈ住民コード  TO  WK-JUMIN-9
                   WHEN  '02000'
                       DISPLAY  'ID NOT LINKED: '  WK-KEY
                   WHEN  OTHER
                       DISPLAY  'H情報集約_個人基本 READ ERROR '
                                SQLSTATE
               END-EVALUATE
           END-IF.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 宛名情報表示処理（T宛名の現在値）                              *
      ******************************************************************
       ATENA-RTN                        SECTION.
         HAJIME.
      *
           DISPLAY  '--- T宛名 ---'.
           EXEC SQL
                SELECT  LEFT(カナ名称 + ' ' + カナ名称2, 100),
                        LEFT(名称 + ' ' + 名称2, 100),
                        REPLACE(CONVERT(DATE, 生年月日, 120),
                                '-','/'),
                        REPLACE(郵便番号, '-', ''),
                        LEFT(住所 + ' ' + 方書, 60)
                  INTO  :Ｈカナ名称,
                        :Ｈ名称,
                        :Ｈ生年月日,
                        :Ｈ郵便番号,
                        :Ｈ住所
                  FROM  T宛名
                 WHERE  住民コード  = :Ｈ住民コード
           END-EXEC.
           EVALUATE  SQLSTATE
               WHEN  '00000'
                   DISPLAY  '  カナ氏名 '  Ｈカナ名称
                   DISPLAY  '  氏名     '  Ｈ名称
                   DISPLAY  '  生年月日 '  Ｈ生年月日
                            '  郵便番号 '  Ｈ郵便番号
                   DISPLAY  '  住所     '  Ｈ住所
               WHEN  '02000'
                   DISPLAY  '  NOT FOUND IN T宛名'
               WHEN  OTHER
                   DISPLAY  '  T宛名 READ ERROR '  SQLSTATE
           END-EVALUATE.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 連携ＩＤ表示処理（H情報集約_個人基本）                         *
      ******************************************************************
       KOJIN-RTN                        SECTION.
         HAJIME.
      *
           DISPLAY  '--- H情報集約_個人基本 ---'.
           IF  Ｈ被保険者ＩＤ  =  SPACE
           AND Ｈ更新年月日          =  SPACE
               DISPLAY  '  NO LINKED ID'
           ELSE
               DISPLAY  '  市町村被保険者ＩＤ '
                        Ｈ被保険者ＩＤ
               DISPLAY  '  更新年月日         '  Ｈ更新年月日
           END-IF.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * 証発行履歴表示処理（WRHH604J Ｕ３０を先頭から読む）            *
      ******************************************************************
       HIST-RTN                         SECTION.
         HAJIME.
      *
           DISPLAY  '--- 証発行履歴（U30） ---'.
           OPEN  INPUT  HIST-FILE.
           IF  WK-HIST-STATUS  NOT =  '00'
               DISPLAY  '  U30 NOT AVAILABLE ('  WK-HIST-STATUS  ')'
               GO  TO  HIST-OWARI
           END-IF.
           MOVE  ZERO                   TO  WK-HIT-CNT.
           MOVE  'N'                    TO  WK-OEF.
           PERFORM  UNTIL  WK-OEF  =  'Y'
               READ  HIST-FILE
                   AT END
                       MOVE  'Y'        TO  WK-OEF
                   NOT AT END
                       IF  住民コード  OF  U30-REC  =  WK-JUMIN-X
                           ADD  1       TO  WK-HIT-CNT
                           DISPLAY  '  記号番号 '
                                    記号番号  OF  U30-REC
                                    ' 交付 '
                                    交付年月日  OF  U30-REC
                                    ' 有効 '
                                    有効期限  OF  U30-REC
                                    ' 区分１ '
                                    区分１  OF  U30-REC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE  HIST-FILE.
           DISPLAY  '  COUNT: '  WK-HIT-CNT.
      *
         HIST-OWARI.
           EXIT.
      ******************************************************************
      * 取込エラー表示処理（WRHH410B Ｕ３１）                          *
      *   市町村被保険者ＩＤまたは宛名番号が一致する行を表示し、       *
      *   エラー内容コードごとにメッセージマスタの内容を付ける         *
      ******************************************************************
       ERR-RTN                          SECTION.
         HAJIME.
      *
           DISPLAY  '--- 取込エラー（U31） ---'.
           OPEN  INPUT  ERR-FILE.
           IF  WK-ERR-STATUS  NOT =  '00'
               DISPLAY  '  U31 NOT AVAILABLE ('  WK-ERR-STATUS  ')'
               GO  TO  ERR-OWARI
           END-IF.
           MOVE  ZERO                   TO  WK-HIT-CNT.
           MOVE  'N'                    TO  WK-OEF.
           PERFORM  UNTIL  WK-OEF  =  'Y'
               READ  ERR-FILE
                   AT END
                       MOVE  'Y'        TO  WK-OEF
                   NOT AT END
                       PERFORM  ERR-MATCH-RTN
               END-READ
           END-PERFORM.
           CLOSE  ERR-FILE.
           DISPLAY  '  COUNT: '  WK-HIT-CNT.
      *
         ERR-OWARI.
           EXIT.
      ******************************************************************
      * 取込エラー１行の判定・表示処理                                 *
      ******************************************************************
       ERR-MATCH-RTN                    SECTION.
         HAJIME.
      *
           MOVE  宛名番号  OF  U31-REC  TO  WK-ATENA-X.
           IF  Ｈ被保険者ＩＤ  NOT =  SPACE
           AND 市町村被保険者ＩＤ  OF  U31-REC
                                     =  Ｈ被保険者ＩＤ
               CONTINUE
           ELSE
               IF  WK-ATENA-X  IS NUMERIC
               AND WK-ATENA-9  =  WK-JUMIN-9
                   CONTINUE
               ELSE
                   GO  TO  ERR-MATCH-OWARI
               END-IF
           END-IF.
      *
           ADD  1                       TO  WK-HIT-CNT.
           DISPLAY  '  取込日時 '  取込日時  OF  U31-REC
                    ' 連番 '  連番  OF  U31-REC
                    ' ID '  市町村被保険者ＩＤ  OF  U31-REC.
           MOVE  エラー内容コード  OF  U31-REC
                                        TO  WK-ALL-CODES.
           PERFORM  VARYING  WK-CODE-IX  FROM  1  BY  1
                    UNTIL  WK-CODE-IX  >  9
               IF  WK-CODE (WK-CODE-IX)  NOT =  SPACE
                   INITIALIZE           PARM-WRHH302U
                   MOVE  WK-CODE (WK-CODE-IX)
                                        TO  Ｐメッセージ番号
                   CALL  'WRHH302U'     USING  PARM-WRHH302U
                   IF  Ｐリターンコード  OF  PARM-WRHH302U
                                        =  ZERO
                       DISPLAY  '    '  WK-CODE (WK-CODE-IX)  ' '
                                Ｐメッセージ内容
                   ELSE
                       DISPLAY  '    '  WK-CODE (WK-CODE-IX)  ' '
                                エラー内容  OF  U31-REC
                   END-IF
               END-IF
           END-PERFORM.
      *
         ERR-MATCH-OWARI.
           EXIT.
      ******************************************************************
      * ＩＤ更新監査表示処理（WRHH410B Ｕ３２）                        *
      ******************************************************************
       IDAUD-RTN                        SECTION.
         HAJIME.
      *
           DISPLAY  '--- ＩＤ更新監査（U32） ---'.
           OPEN  INPUT  IDAUD-FILE.
           IF  WK-IDAUD-STATUS  NOT =  '00'
               DISPLAY  '  U32 NOT AVAILABLE ('  WK-IDAUD-STATUS  ')'
               GO  TO  IDAUD-OWARI
           END-IF.
           MOVE  ZERO                   TO  WK-HIT-CNT.
           MOVE  'N'                    TO  WK-OEF.
           PERFORM  UNTIL  WK-OEF  =  'Y'
               READ  IDAUD-FILE
                   AT END
                       MOVE  'Y'        TO  WK-OEF
                   NOT AT END
                       IF  監査住民コード  =  WK-JUMIN-9
                           ADD  1       TO  WK-HIT-CNT
                           DISPLAY  '  '  監査取込日時  ' '
                                    監査区分
                                    ' 旧 '  監査旧ＩＤ
                                    ' 新 '  監査新ＩＤ
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE  IDAUD-FILE.
           DISPLAY  '  COUNT: '  WK-HIT-CNT.
      *
         IDAUD-OWARI.
           EXIT.
      ******************************************************************
      * 照会監査出力処理                                               *
      ******************************************************************
       AUDIT-RTN                        SECTION.
         HAJIME.
      *
           OPEN  EXTEND  AUDIT-FILE.
           IF  WK-AUDIT-STATUS  =  '05'  OR  WK-AUDIT-STATUS  =  '35'
               OPEN  OUTPUT  AUDIT-FILE
           END-IF.
           MOVE  SPACES                 TO  AUDIT-REC.
           ACCEPT  WK-STAMP-DATE  FROM  DATE  YYYYMMDD.
           ACCEPT  WK-STAMP-TIME  FROM  TIME.
           MOVE  WK-STAMP-DATE          TO  AUD-DATE.
           MOVE  WK-STAMP-TIME(1:6)     TO  AUD-TIME.
           MOVE  WK-OPERATOR            TO  AUD-OPERATOR.
           MOVE  WK-ACTION              TO  AUD-ACTION.
           MOVE  WK-JUMIN-X             TO  AUD-JUMIN.
           MOVE  Ｈ被保険者ＩＤ   TO  AUD-ID.
           WRITE  AUDIT-REC.
           CLOSE  AUDIT-FILE.
      *
         OWARI.
           EXIT.
      ******************************************************************
      *****    WRHH410Q  PROGRAM  END                              *****
       END PROGRAM WRHH410Q.
