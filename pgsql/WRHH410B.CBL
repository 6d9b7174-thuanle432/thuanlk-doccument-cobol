002999*              にファイル名U01SKIPで計上（読飛ばしが無い時   *
002999*              は出力しない）。朝次バランシング（WRHH493A）   *
002999*              が規則１の右辺に加算するため                   *
002999*  2026.10.15  川上成憲       送付通番チェックを追加（Ｕ０２   *
002999*              送付票の送付元コード・送付通番を受領台帳       *
002999*              RCVREGと照合し、欠番・重複は中止。             *
002999*              WRHH410B_SEQ_OVERRIDE=1で続行可。送付元ごと    *
002999*              の受領通知をＵ３３へ出力。台帳は正常終了時    *
002999*              に更新、ドライラン・再取込モードは更新なし）   *
003000*                                                                *
003100******************************************************************
003200 IDENTIFICATION                   DIVISION.
014795   03  監査取込日時               PIC  X(014).
014796   03  FILLER                     PIC  X(007).
014797*
014797*================================================================
014797* ＫＡＭＡ０２１Ａ(入力ﾌｧｲﾙ(U02:送付票)のｱｸｾｽ)
014797*================================================================
014797 01  PARM-KAMA021-U02.
014797   03  KAMA021A-DD-U02            PIC  X(008)  VALUE  'U02'.
014797   03  KAMA021A-SYORI-U02         PIC  X(008)  VALUE  SPACE.
014797   03  KAMA021A-RL-U02            PIC S9(009)  COMP-5.
014797   03  KAMA021A-BL-U02            PIC S9(009)  COMP-5.
014797   03  KAMA021A-CNT-U02           PIC S9(009)  COMP-5.
014797   03  KAMA021A-EOF-U02           PIC  X(004)  VALUE  SPACE.
014797 01  U02-REC.
014797     COPY  WRHHT395.
014797*
014797*================================================================
014797* ＫＡＭＡ０２１Ａ／ＫＡＭＡ０２６Ａ(受領台帳(RCVREG)のｱｸｾｽ)
014797*================================================================
014797 01  PARM-KAMA021-RCV.
014797   03  KAMA021A-DD-RCV            PIC  X(008)  VALUE  'RCVREG'.
014797   03  KAMA021A-SYORI-RCV         PIC  X(008)  VALUE  SPACE.
014797   03  KAMA021A-RL-RCV            PIC S9(009)  COMP-5.
014797   03  KAMA021A-BL-RCV            PIC S9(009)  COMP-5.
014797   03  KAMA021A-CNT-RCV           PIC S9(009)  COMP-5.
014797   03  KAMA021A-EOF-RCV           PIC  X(004)  VALUE  SPACE.
014797 01  PARM-KAMA026-RCV.
014797   03  KAMA026A-DD-RCV            PIC  X(008)  VALUE  'RCVREG'.
014797   03  KAMA026A-SYORI-RCV         PIC  X(008)  VALUE  SPACE.
014797   03  KAMA026A-RL-RCV            PIC S9(009)  COMP-5.
014797   03  KAMA026A-BL-RCV            PIC S9(009)  COMP-5.
014797   03  KAMA026A-CNT-RCV           PIC S9(009)  COMP-5.
014797 01  RCV-REC.
014797     COPY  WRHHT396.
014797*
014797*================================================================
014797* ＫＡＭＡ０２６Ａ(出力ﾌｧｲﾙ(U33:受領通知)のｱｸｾｽ)
014797*================================================================
014797 01  PARM-KAMA026-U33.
014797   03  KAMA026A-DD-U33            PIC  X(008)  VALUE  'U33'.
014797   03  KAMA026A-SYORI-U33         PIC  X(008)  VALUE  SPACE.
014797   03  KAMA026A-RL-U33            PIC S9(009)  COMP-5.
014797   03  KAMA026A-BL-U33            PIC S9(009)  COMP-5.
014797   03  KAMA026A-CNT-U33           PIC S9(009)  COMP-5.
014797 01  U33-REC.
014797   03  受領送付元コード           PIC  X(008).
014797   03  受領通番                   PIC  9(006).
014797   03  受領前回通番               PIC  9(006).
014797*    受領結果：OK=受領 GAP=欠番あり DUP=受領済（重複）
014797   03  受領結果                   PIC  X(003).
014797*    受領上書き：Y=欠番・重複をWRHH410B_SEQ_OVERRIDEで続行
014797   03  受領上書き                 PIC  X(001).
014797   03  受領送付件数               PIC  9(007).
014797   03  受領日                     PIC  9(008).
014797   03  受領時刻                   PIC  9(006).
014797   03  FILLER                     PIC  X(015).
014797*
014797*▼ 送付通番チェック用受領台帳テーブル
014797 01  WK-SEQ-OVERRIDE              PIC  X(001)  VALUE  SPACE.
014797 01  WK-RCV-MAX                   PIC  9(003)  VALUE  200.
014797 01  WK-RCV-CNT                   PIC  9(003)  VALUE  ZERO.
014797 01  WK-RCV-TABLE.
014797   03  WK-RCV-ENTRY               OCCURS  200  TIMES.
014797     05  WK-RCV-CODE              PIC  X(008).
014797     05  WK-RCV-LAST              PIC  9(006).
014797     05  WK-RCV-DATE              PIC  9(008).
014797     05  WK-RCV-TIME              PIC  9(006).
014797 01  WK-RCV-IX                    PIC  9(003).
014797 01  WK-RCV-HIT                   PIC  9(003).
014797 01  WK-SEQ-SLIP-CNT              PIC  9(005)  VALUE  ZERO.
014797 01  WK-SEQ-NG-CNT                PIC  9(005)  VALUE  ZERO.
014797*▲
014797*
014798*================================================================
014800* ＮＶＨＤＺ０１Ｕ（メッセージ表示）
014900*================================================================
020499                                       UPON  SYSOUT
020499     END-IF.
020499*▲
020499*
020499*▼ 送付通番チェック（再取込モードの入力は市町村からの送付
020499*   ではないため対象外）
020499     IF  WK-SAIKOMI  NOT =  '1'
020499         PERFORM  SEQ-CHECK-RTN
020499     END-IF.
020499*▲
020500*
020600     MOVE  'OPEN'                 TO  KAMA021A-SYORI-U01.
020700     COMPUTE KAMA021A-RL-U01       =  FUNCTION LENG(U01-REC).
037786 DUP-JU-LOOKUP-EXIT.
037787     EXIT.
037788*
037788******************************************************************
037788* Level (1.6.0)   送付通番チェック処理                            *
037788******************************************************************
037788 SEQ-CHECK-RTN                    SECTION.
037788 SEQ-CHECK-START.
037788*
037788     ACCEPT  WK-SEQ-OVERRIDE      FROM  ENVIRONMENT
037788             'WRHH410B_SEQ_OVERRIDE'.
037788     PERFORM  RCVREG-LOAD-RTN.
037788*
037788     MOVE  'OPEN'                 TO  KAMA021A-SYORI-U02.
037788     COMPUTE KAMA021A-RL-U02       =  FUNCTION LENG(U02-REC).
037788     CALL  'KAMA021A'          USING  PARM-KAMA021-U02.
037788     IF  KAMA021A-EOF-U02 (1:3)  =  X'B5DCD8'
037788         DISPLAY  '*** 送付票（Ｕ０２）が'
037788                  'ありません ***'
037788                                              UPON  SYSOUT
037788         IF  WK-SEQ-OVERRIDE  NOT =  '1'
037788             CALL  'ABENDU'
037788         END-IF
037788         DISPLAY  '*** WRHH410B_SEQ_OVERRIDE指定：続行 ***'
037788                                              UPON  SYSOUT
037788         GO  TO  SEQ-CHECK-EXIT
037788     END-IF.
037788*
037788     MOVE  'OPEN'                 TO  KAMA026A-SYORI-U33.
037788     COMPUTE KAMA026A-RL-U33       =  FUNCTION LENG(U33-REC).
037788     CALL  'KAMA026A'          USING  PARM-KAMA026-U33.
037788*
037788     PERFORM  UNTIL  KAMA021A-EOF-U02 (1:3)  =  X'B5DCD8'
037788         MOVE  'READ'             TO  KAMA021A-SYORI-U02
037788         CALL  'KAMA021A'      USING  PARM-KAMA021-U02
037788                                      U02-REC
037788         IF  KAMA021A-EOF-U02 (1:3)  NOT =  X'B5DCD8'
037788             PERFORM  SEQ-ONE-RTN
037788         END-IF
037788     END-PERFORM.
037788*
037788     MOVE  'CLOSE'                TO  KAMA021A-SYORI-U02.
037788     CALL  'KAMA021A'          USING  PARM-KAMA021-U02.
037788     MOVE  'CLOSE'                TO  KAMA026A-SYORI-U33.
037788     CALL  'KAMA026A'          USING  PARM-KAMA026-U33.
037788*
037788     IF  WK-SEQ-SLIP-CNT  =  ZERO
037788         DISPLAY  '*** 送付票（Ｕ０２）が'
037788                  '０件です ***'
037788                                              UPON  SYSOUT
037788         ADD  1                   TO  WK-SEQ-NG-CNT
037788     END-IF.
037788     IF  WK-SEQ-NG-CNT  >  ZERO
037788         IF  WK-SEQ-OVERRIDE  NOT =  '1'
037788             DISPLAY  '*** 送付通番異常のため'
037788                      '処理を中止します'
037788                      '（受領通知はＵ３３に'
037788                      '出力済み） ***'
037788                                              UPON  SYSOUT
037788             CALL  'ABENDU'
037788         END-IF
037788         DISPLAY  '*** WRHH410B_SEQ_OVERRIDE指定：続行 ***'
037788                                              UPON  SYSOUT
037788     END-IF.
037788*
037788 SEQ-CHECK-EXIT.
037788     EXIT.
037788******************************************************************
037788* Level (1.6.1)   送付票１件照合処理（受領通知出力）              *
037788******************************************************************
037788 SEQ-ONE-RTN                      SECTION.
037788 SEQ-ONE-START.
037788*
037788     ADD  1                       TO  WK-SEQ-SLIP-CNT.
037788     MOVE  ZERO                   TO  WK-RCV-HIT.
037788     PERFORM  VARYING  WK-RCV-IX  FROM  1  BY  1
037788         UNTIL  WK-RCV-IX  >  WK-RCV-CNT
037788             OR  WK-RCV-HIT  >  ZERO
037788         IF  WK-RCV-CODE (WK-RCV-IX)  =  送付元コード
037788             MOVE  WK-RCV-IX      TO  WK-RCV-HIT
037788         END-IF
037788     END-PERFORM.
037788*    台帳に無い送付元は初回（通番１を期待）
037788     IF  WK-RCV-HIT  =  ZERO
037788         IF  WK-RCV-CNT  >=  WK-RCV-MAX
037788             DISPLAY  '*** 受領台帳件数オーバー ***'
037788                                              UPON  SYSOUT
037788             CALL  'ABENDU'
037788         END-IF
037788         ADD  1                   TO  WK-RCV-CNT
037788         MOVE  WK-RCV-CNT         TO  WK-RCV-HIT
037788         MOVE  送付元コード
037788                                  TO  WK-RCV-CODE (WK-RCV-HIT)
037788         MOVE  ZERO               TO  WK-RCV-LAST (WK-RCV-HIT)
037788                                      WK-RCV-DATE (WK-RCV-HIT)
037788                                      WK-RCV-TIME (WK-RCV-HIT)
037788     END-IF.
037788*
037788     INITIALIZE                   U33-REC.
037788     MOVE  送付元コード
037788                                  TO  受領送付元コード.
037788     MOVE  送付通番               TO  受領通番.
037788     MOVE  WK-RCV-LAST (WK-RCV-HIT)  TO  受領前回通番.
037788     MOVE  送付件数               TO  受領送付件数.
037788     MOVE  WK-RUN-DATE            TO  受領日.
037788     MOVE  FUNCTION CURRENT-DATE (9:6)  TO  受領時刻.
037788     MOVE  SPACE                  TO  受領上書き.
037788     EVALUATE  TRUE
037788         WHEN  送付通番  =  WK-RCV-LAST (WK-RCV-HIT)  +  1
037788               MOVE  'OK '        TO  受領結果
037788         WHEN  送付通番  <=  WK-RCV-LAST (WK-RCV-HIT)
037788               MOVE  'DUP'        TO  受領結果
037788               DISPLAY  '*** 送付通番重複：'
037788                        '送付元='  送付元コード
037788                        ' 前回='  WK-RCV-LAST (WK-RCV-HIT)
037788                        ' 今回='  送付通番  ' ***'
037788                                              UPON  SYSOUT
037788         WHEN  OTHER
037788               MOVE  'GAP'        TO  受領結果
037788               DISPLAY  '*** 送付通番欠番：'
037788                        '送付元='  送付元コード
037788                        ' 前回='  WK-RCV-LAST (WK-RCV-HIT)
037788                        ' 今回='  送付通番  ' ***'
037788                                              UPON  SYSOUT
037788     END-EVALUATE.
037788     IF  受領結果  NOT =  'OK '
037788         ADD  1                   TO  WK-SEQ-NG-CNT
037788         IF  WK-SEQ-OVERRIDE  =  '1'
037788             MOVE  'Y'            TO  受領上書き
037788         END-IF
037788     END-IF.
037788     MOVE  'WRITE'                TO  KAMA026A-SYORI-U33.
037788     CALL  'KAMA026A'          USING  PARM-KAMA026-U33
037788                                      U33-REC.
037788*
037788*    台帳は進める方向にのみ更新する（重複は前回のまま）
037788     IF  送付通番  >  WK-RCV-LAST (WK-RCV-HIT)
037788         MOVE  送付通番           TO  WK-RCV-LAST (WK-RCV-HIT)
037788         MOVE  受領日             TO  WK-RCV-DATE (WK-RCV-HIT)
037788         MOVE  受領時刻           TO  WK-RCV-TIME (WK-RCV-HIT)
037788     END-IF.
037788*
037788 SEQ-ONE-EXIT.
037788     EXIT.
037788******************************************************************
037788* Level (1.6.2)   受領台帳読込処理（無ければ全送付元が初回）      *
037788******************************************************************
037788 RCVREG-LOAD-RTN                  SECTION.
037788 RCVREG-LOAD-START.
037788*
037788     MOVE  'OPEN'                 TO  KAMA021A-SYORI-RCV.
037788     COMPUTE KAMA021A-RL-RCV       =  FUNCTION LENG(RCV-REC).
037788     CALL  'KAMA021A'          USING  PARM-KAMA021-RCV.
037788     IF  KAMA021A-EOF-RCV (1:3)  =  X'B5DCD8'
037788         DISPLAY  '*** 受領台帳（RCVREG）ナシ：'
037788                  '初回受領 ***'
037788                                              UPON  SYSOUT
037788         GO  TO  RCVREG-LOAD-EXIT
037788     END-IF.
037788     PERFORM  UNTIL  KAMA021A-EOF-RCV (1:3)  =  X'B5DCD8'
037788         MOVE  'READ'             TO  KAMA021A-SYORI-RCV
037788         CALL  'KAMA021A'      USING  PARM-KAMA021-RCV
037788                                      RCV-REC
037788         IF  KAMA021A-EOF-RCV (1:3)  NOT =  X'B5DCD8'
037788         AND WK-RCV-CNT  <  WK-RCV-MAX
037788             ADD  1               TO  WK-RCV-CNT
037788             MOVE  台帳送付元コード
037788                 TO  WK-RCV-CODE (WK-RCV-CNT)
037788             MOVE  台帳最終通番
037788                 TO  WK-RCV-LAST (WK-RCV-CNT)
037788             MOVE  台帳最終受領日
037788                 TO  WK-RCV-DATE (WK-RCV-CNT)
037788             MOVE  台帳最終受領時刻
037788                 TO  WK-RCV-TIME (WK-RCV-CNT)
037788         END-IF
037788     END-PERFORM.
037788     MOVE  'CLOSE'                TO  KAMA021A-SYORI-RCV.
037788     CALL  'KAMA021A'          USING  PARM-KAMA021-RCV.
037788*
037788 RCVREG-LOAD-EXIT.
037788     EXIT.
037788******************************************************************
037788* Level (3.1.0)   受領台帳書直し処理                              *
037788******************************************************************
037788 RCVREG-WRITE-RTN                 SECTION.
037788 RCVREG-WRITE-START.
037788*
037788     IF  WK-RCV-CNT  =  ZERO
037788         GO  TO  RCVREG-WRITE-EXIT
037788     END-IF.
037788     MOVE  'OPEN'                 TO  KAMA026A-SYORI-RCV.
037788     COMPUTE KAMA026A-RL-RCV       =  FUNCTION LENG(RCV-REC).
037788     CALL  'KAMA026A'          USING  PARM-KAMA026-RCV.
037788     PERFORM  VARYING  WK-RCV-IX  FROM  1  BY  1
037788         UNTIL  WK-RCV-IX  >  WK-RCV-CNT
037788         INITIALIZE               RCV-REC
037788         MOVE  WK-RCV-CODE (WK-RCV-IX)
037788                                  TO  台帳送付元コード
037788         MOVE  WK-RCV-LAST (WK-RCV-IX)  TO  台帳最終通番
037788         MOVE  WK-RCV-DATE (WK-RCV-IX)  TO  台帳最終受領日
037788         MOVE  WK-RCV-TIME (WK-RCV-IX)
037788                                  TO  台帳最終受領時刻
037788         MOVE  'WRITE'            TO  KAMA026A-SYORI-RCV
037788         CALL  'KAMA026A'      USING  PARM-KAMA026-RCV
037788                                      RCV-REC
037788     END-PERFORM.
037788     MOVE  'CLOSE'                TO  KAMA026A-SYORI-RCV.
037788     CALL  'KAMA026A'          USING  PARM-KAMA026-RCV.
037788*
037788 RCVREG-WRITE-EXIT.
037788     EXIT.
037788*
037670******************************************************************
037680* Level (2.0.0)       主        処         理                    *
037690******************************************************************
083000     EXEC SQL COMMIT END-EXEC.
083100     EXEC SQL DISCONNECT ALL END-EXEC.
083200*
083200*▼ 受領台帳の更新（正常終了時のみ。ドライラン・再取込は除く）
083200     IF  WK-DRYRUN  NOT =  '1'
083200     AND WK-SAIKOMI  NOT =  '1'
083200         PERFORM  RCVREG-WRITE-RTN
083200     END-IF.
083200*▲
083200*
083300     MOVE  'CLOSE'                TO  KAMA021A-SYORI-U01.
083400     CALL  'KAMA021A'          USING  PARM-KAMA021-U01.
083500*
