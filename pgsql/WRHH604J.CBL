002946*    2026.09.02  -  業務日を処理日管理ファイル（ＤＤ：
002947*                  SHORIBI、WRHH401Aがセット）から読むよう
002948*                  に変更。無ければ従来どおり当日を使用
002949*    2026.10.15  -  区分１判定トレース出力を追加（WRHH604J_TRACE
002949*                  =1指定時、履歴１行ごとに判定に使った末日
002949*                  算出年月・末日（KAMG421）、負担割合コードと
002949*                  内容（X国保共通コード）、切替指定年月日、
002949*                  区分１をＵ３４（WRHHT392）へ出力。窓口は
002949*                  WRHH604Qで住民コード照会する）
002950*    2026.08.21  -  並列スライス実行パラメータを追加
002960*                  （PARM-SLICE-MOD／PARM-SLICE-REM：住民コード
002970*                  の剰余クラス指定。複数インスタンスを別Ｕ３０
008251     03  DMP-CNT2                 PIC  9(009).
008251     03  DMP-SQLSTATE             PIC  X(005).
008251     03  DMP-SQLMSG               PIC  X(070).
008252*
008252*  （ＯＵＴ）区分１判定トレース（任意）
008252   01  PARM-KAMA026A-U34.
008252     03  KAMA026A-DD-U34          PIC  X(08) VALUE 'U34'.
008252     03  KAMA026A-SYORI-U34       PIC  X(08) VALUE  SPACE.
008252     03  KAMA026A-RL-U34          PIC S9(09) COMP-5.
008252     03  KAMA026A-BL-U34          PIC S9(09) COMP-5.
008252     03  KAMA026A-CNT-U34         PIC S9(09) COMP-5.
008252   01  U34-REC.
008252       COPY  WRHHT392.
008252   01  WK-TRACE                   PIC  X(001)  VALUE  SPACE.
008252   01  WK-U34-CNT                 PIC  9(009)  VALUE  ZERO.
008252   01  WK-TR-MON                  PIC  9(002).
008252   01  WK-TR-IX                   PIC  9(002).
008254   01  PID                        PIC  X(008)  VALUE  'WRHH604J'.
008257   01  WK-RUN-DATE                PIC  9(008).
008260*
011400     03  Ｗ前期高齢月別資格テーブル    OCCURS  12.
011500       05  Ｗ前期高齢月別資格変換前    PIC  X(002).
011600       05  Ｗ前期高齢月別資格変換後    PIC  X(001).
011610       05  Ｗ月別負担割合添字          PIC  9(002).
011620       05  Ｗ月別切替補正              PIC  X(001).
011700*
011800   01  Ｗ高齢受給者証履歴作成Ｔ.
011900     03  Ｗ高齢受給者証履歴テーブル    OCCURS 12.
012000       05  Ｗ履歴月別資格              PIC X(002).
012100       05  Ｗ履歴資格取得年月日        PIC X(008).
012200       05  Ｗ履歴資格喪失年月日        PIC X(008).
012210       05  Ｗ履歴開始月                PIC 9(002).
012220       05  Ｗ履歴末日年月              PIC 9(006).
012230       05  Ｗ履歴末日                  PIC 9(002).
012300     03  Ｗ高齢受給者証履歴数          PIC 9(002).
012400*
012500   01  Ｗ負担割合情報.
026300         PERFORM  前回Ｕ３０読込処理
026300     END-IF.
026300*▲
026302*▼ 区分１判定トレース（窓口照会用、任意）
026303     ACCEPT  WK-TRACE             FROM  ENVIRONMENT
026304             'WRHH604J_TRACE'.
026305     IF  WK-TRACE  =  '1'
026306         DISPLAY '*** 区分１判定トレース（U34） ***'
026306                                          UPON SYSOUT
026307         MOVE  'OPEN'             TO  KAMA026A-SYORI-U34
026307         COMPUTE KAMA026A-RL-U34   =  FUNCTION LENG(U34-REC)
026307         CALL  'KAMA026A'      USING  PARM-KAMA026A-U34
026307     END-IF.
026307*▲
026308     PERFORM  業務日取得処理.
026310*▼ シミュレーション時はＵ９０統計に触れない
026312     IF  WK-SIMULATE  NOT =  '1'
030530         MOVE  'CLOSE'            TO  KAMA026A-SYORI-U32
030540         CALL  'KAMA026A'      USING  PARM-KAMA026A-U32
030550     END-IF.
030560     IF  WK-TRACE  =  '1'
030570         MOVE  'CLOSE'            TO  KAMA026A-SYORI-U34
030580         CALL  'KAMA026A'      USING  PARM-KAMA026A-U34
030590     END-IF.
030607*
030614     MOVE  '1'                    TO  処理区分    OF  U90-REC.
030621     MOVE  'U30'                  TO ファイル名  OF  U90-REC.
030635     MOVE  'U32'                  TO ファイル名  OF  U90-REC.
030635     MOVE  WK-U32-CNT        TO  件数       OF  U90-REC.
030635     PERFORM  Ｕ90ログ出力処理.
030636     IF  WK-TRACE  =  '1'
030637         MOVE  'U34'              TO ファイル名  OF  U90-REC
030638         MOVE  WK-U34-CNT    TO  件数       OF  U90-REC
030639         PERFORM  Ｕ90ログ出力処理
030640     END-IF.
030635*▲
030642*
030649     MOVE  '9'                    TO  処理区分    OF  U90-REC.
031500              ' ==> '  出力件数     UPON SYSOUT.
031500     DISPLAY '***(OUT)U32:変更分デルタファイル'
031500        ' ==> '  WK-U32-CNT   UPON SYSOUT.
031510     IF  WK-TRACE  =  '1'
031520         DISPLAY '***(OUT)U34:区分１判定トレース'
031530                  ' ==> '  WK-U34-CNT   UPON SYSOUT
031540     END-IF.
031600*
031700     DISPLAY '*** 区分１＝0（一般）'
031800              ' ==> '  区分１件数０ UPON SYSOUT.
066600     PERFORM  VARYING  IDX  FROM  1  BY  1  UNTIL  IDX  >  12
066700         SET   IDX-T              TO   1
066800         MOVE  SPACE              TO   Ｗその他コード
066810         MOVE  ZERO        TO   Ｗ月別負担割合添字(IDX)
066820         MOVE  'N'         TO   Ｗ月別切替補正(IDX)
066900         SEARCH Ｗ負担割合テーブル
067000             AT END
067100                MOVE  'N'              TO  Ｗ負担割合検索
067200           WHEN Ｗ負担割合コード(IDX-T)  =
067300                Ｗ前期高齢月別資格変換前(IDX)
067400                MOVE  'Y'              TO  Ｗ負担割合検索
067450                SET   Ｗ月別負担割合添字(IDX)  TO  IDX-T
067500                MOVE  Ｗ負担割合その他コード(IDX-T)(1:1)
067600                  TO  Ｗその他コード
067700         END-SEARCH
069400        END-IF
069500        PERFORM  VARYING  IDX  FROM  1  BY  1  UNTIL  IDX  >  IDY
069600             MOVE  '0'           TO  Ｗ前期高齢月別資格変換後(IDX)
069650             MOVE  'Y'           TO  Ｗ月別切替補正(IDX)
069700        END-PERFORM
069800     END-IF.
069900*
076800*
076900     MOVE    Ｗ前期高齢月別資格変換後(IDY)
077000       TO    Ｗ履歴月別資格(Ｗ高齢受給者証履歴数).
077010     MOVE    IDY
077020       TO    Ｗ履歴開始月(Ｗ高齢受給者証履歴数).
077100* 履歴資格取得年月日編集
077200     IF    IDY    <     6
077300           MOVE   Ｈ年度９        TO   Ｗ対象年度９
080500       TO  Ｗ履歴資格喪失年月日(Ｗ高齢受給者証履歴数)(5:2).
080600     MOVE  Ｗ対象日度Ｘ
080700       TO  Ｗ履歴資格喪失年月日(Ｗ高齢受給者証履歴数)(7:2).
080710     MOVE  Ｗ末日キャッシュキー
080720       TO  Ｗ履歴末日年月(Ｗ高齢受給者証履歴数).
080730     MOVE  Ｗ対象日度９
080740       TO  Ｗ履歴末日(Ｗ高齢受給者証履歴数).
080800*
080900 OWARI.
081000     EXIT.
091600         PERFORM  デルタ判定出力処理
091600     END-IF.
091600*▲
091610*
091620*▼ 区分１判定トレース
091630     IF  WK-TRACE  =  '1'
091640         PERFORM  区分１判定トレース出力処理
091650     END-IF.
091660*▲
091700*
091800 OWARI.
091900     EXIT.
091960*
091960 OWARI.
091960     EXIT.
091970*================================================================
091970 区分１判定トレース出力処理       SECTION.
091970*================================================================
091970 HAJIME.
091970*
091970*    履歴行の開始月について、区分１の判定に使った入力を出力する
091970     MOVE  SPACE                  TO  U34-REC.
091970     MOVE  住民コード             TO  ＴＲ住民コード.
091970     MOVE  記号番号               TO  ＴＲ記号番号.
091970     MOVE  Ｈ年度                 TO  ＴＲ年度.
091970     MOVE  交付年月日             TO  ＴＲ交付年月日.
091970     MOVE  有効期限               TO  ＴＲ有効期限.
091970     MOVE  区分１                 TO  ＴＲ区分１.
091970     MOVE  Ｗ履歴末日年月(IDX)    TO  ＴＲ末日年月.
091970     MOVE  Ｗ履歴末日(IDX)        TO  ＴＲ末日.
091970     MOVE  Ｈ切替指定年月日
091970                                  TO  ＴＲ切替年月日.
091970     MOVE  WK-RUN-DATE            TO  ＴＲ実行日.
091970*
091970     MOVE  Ｗ履歴開始月(IDX)      TO  WK-TR-MON.
091970     MOVE  Ｗ前期高齢月別資格変換前(WK-TR-MON)
091970                                  TO  ＴＲ割合コード.
091970     MOVE  Ｗ月別切替補正(WK-TR-MON)
091970                                  TO  ＴＲ切替補正.
091970     MOVE  Ｗ月別負担割合添字(WK-TR-MON)
091970                                  TO  WK-TR-IX.
091970     IF  WK-TR-IX  =  ZERO
091970         MOVE  'N'                TO  ＴＲ割合検索
091970         MOVE  SPACE              TO  ＴＲ割合内容
091970                                      ＴＲ他内容
091970                                      ＴＲ他コード
091970     ELSE
091970         MOVE  'Y'                TO  ＴＲ割合検索
091970         MOVE  Ｗ負担割合コード内容(WK-TR-IX)
091970                                  TO  ＴＲ割合内容
091970         MOVE  Ｗ負担割合その他コード(WK-TR-IX)
091970                                  TO  ＴＲ他コード
091970         MOVE  Ｗ負担割合その他内容(WK-TR-IX)
091970                                  TO  ＴＲ他内容
091970     END-IF.
091970*
091970     MOVE  'WRITE'                TO  KAMA026A-SYORI-U34.
091970     CALL  'KAMA026A'          USING  PARM-KAMA026A-U34
091970                                      U34-REC.
091970     ADD  1                       TO  WK-U34-CNT.
091970*
091970 OWARI.
091970     EXIT.
092000*================================================================
092100 ＳＱＬエラー処理                 SECTION.
092200*================================================================
092300 HAJIME.
