       IDENTIFICATION                   DIVISION.
       PROGRAM-ID.                      WRHH604Q.
      ******************************************************************
      *  業務名        ：WebRings  国民健康保険                        *
      *                                                                *
      *  処理名        ：高齢受給者証　区分１判定照会処理              *
      *                                                                *
      *  処理概要      ：窓口用の照会メニュー。住民コードを入力すると  *
      *                  WRHH604J（WRHH604J_TRACE=1）が出力した区分１  *
      *                  判定トレース（ＤＤ：Ｕ３４、WRHHT392）から    *
      *                  その人の証発行履歴行を全て表示し、区分１が    *
      *                  どの負担割合コード・コード内容・切替指定      *
      *                  年月日・月末日から決まったかを説明する。      *
      *                  住民コードに空白または'E'で終了。             *
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
            SELECT TRACE-FILE           ASSIGN  TO  U34
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS
                                        WK-TRC-STATUS.
      *
       DATA                             DIVISION.
       FILE                             SECTION.
       FD  TRACE-FILE.
       01  U34-REC.
           COPY  WRHHT392.
      *
       WORKING-STORAGE                  SECTION.
       01  WK-TRC-STATUS                PIC  X(002).
       01  WK-EOF                       PIC  X(001).
       01  WK-JUMIN                     PIC  X(010)  VALUE  SPACE.
       01  WK-HIT-CNT                   PIC  9(005).
       01  WK-KBN1-NAME                 PIC  X(020).
      *
      *▼ 表示編集用
       01  WK-DSP-LINE1.
         03  FILLER                     PIC  X(010)
                                        VALUE  '記号番号 '.
         03  WK-D1-KIGO                 PIC  X(011).
         03  FILLER                     PIC  X(008)
                                        VALUE  '  年度 '.
         03  WK-D1-NENDO                PIC  X(004).
         03  FILLER                     PIC  X(012)
                                        VALUE  '  作成日 '.
         03  WK-D1-SAKUSEI              PIC  9(008).
       01  WK-DSP-LINE2.
         03  FILLER                     PIC  X(010)
                                        VALUE  '  交付日 '.
         03  WK-D2-KOFU                 PIC  X(008).
         03  FILLER                     PIC  X(012)
                                        VALUE  '  有効期限 '.
         03  WK-D2-YUKO                 PIC  X(008).
         03  FILLER                     PIC  X(010)
                                        VALUE  '  区分１='.
         03  WK-D2-KBN1                 PIC  X(002).
         03  WK-D2-KBN1-NAME            PIC  X(020).
       01  WK-DSP-LINE3.
         03  FILLER                     PIC  X(018)
             VALUE  '  負担割合コード='.
         03  WK-D3-CODE                 PIC  X(010).
         03  FILLER                     PIC  X(008)
                                        VALUE  '  内容='.
         03  WK-D3-NAIYO                PIC  N(010).
       01  WK-DSP-LINE4.
         03  FILLER                     PIC  X(016)
                                        VALUE  '  その他コード='.
         03  WK-D4-CODE                 PIC  X(010).
         03  FILLER                     PIC  X(014)
                                        VALUE  '  その他内容='.
         03  WK-D4-NAIYO                PIC  N(010).
       01  WK-DSP-LINE5.
         03  FILLER                     PIC  X(020)
                                        VALUE  '  月末日(KAMG421) '.
         03  WK-D5-YM                   PIC  9(006).
         03  FILLER                     PIC  X(001)  VALUE  '/'.
         03  WK-D5-DAY                  PIC  9(002).
         03  FILLER                     PIC  X(018)
             VALUE  '  切替指定年月日 '.
         03  WK-D5-KIRIKAE              PIC  X(008).
      *▲
      *
       PROCEDURE DIVISION.
      ******************************************************************
      * メイン処理                                                     *
      ******************************************************************
       MAIN-SHORI                       SECTION.
         HAJIME.
      *
           PERFORM  UNTIL  WK-JUMIN  =  'E'
               DISPLAY  'JUMIN CODE (E:EXIT): '  WITH  NO  ADVANCING
               ACCEPT  WK-JUMIN
               IF  WK-JUMIN  =  SPACE
                   MOVE  'E'            TO  WK-JUMIN
               END-IF
               IF  WK-JUMIN  NOT =  'E'
                   PERFORM  INQUIRY-RTN
               END-IF
           END-PERFORM.
      *
         OWARI.
           STOP RUN.
      ******************************************************************
      * 照会処理（トレースを先頭から読み、該当住民コードを全て表示）   *
      ******************************************************************
       INQUIRY-RTN                      SECTION.
         HAJIME.
      *
           OPEN  INPUT  TRACE-FILE.
           IF  WK-TRC-STATUS  NOT =  '00'
               DISPLAY  'U34 TRACE NOT AVAILABLE ('  WK-TRC-STATUS  ')'
               GO  TO  INQUIRY-OWARI
           END-IF.
           MOVE  ZERO                   TO  WK-HIT-CNT.
           MOVE  'N'                    TO  WK-EOF.
           PERFORM  UNTIL  WK-EOF  =  'Y'
               READ  TRACE-FILE
                   AT END
                       MOVE  'Y'        TO  WK-EOF
                   NOT AT END
                       IF  ＴＲ住民コード  =  WK-JUMIN
                           ADD  1       TO  WK-HIT-CNT
                           PERFORM  SHOW-RTN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE  TRACE-FILE.
      *
           IF  WK-HIT-CNT  =  ZERO
               DISPLAY  'NO CERTIFICATE HISTORY FOR THIS JUMIN CODE'
           ELSE
               DISPLAY  'COUNT: '  WK-HIT-CNT
           END-IF.
      *
         INQUIRY-OWARI.
           EXIT.
      ******************************************************************
      * １履歴行の表示処理（判定理由の説明を付ける）                   *
      ******************************************************************
       SHOW-RTN                         SECTION.
         HAJIME.
      *
           EVALUATE  ＴＲ区分１
               WHEN  '0 '
                   MOVE  '（一般）'         TO  WK-KBN1-NAME
               WHEN  '2 '
                   MOVE  '（低所得２）'     TO  WK-KBN1-NAME
               WHEN  '7 '
                   MOVE  '（低所得１）'     TO  WK-KBN1-NAME
               WHEN  OTHER
                   MOVE  SPACE              TO  WK-KBN1-NAME
           END-EVALUATE.
      *
           DISPLAY  ' '.
           MOVE  ＴＲ記号番号           TO  WK-D1-KIGO.
           MOVE  ＴＲ年度               TO  WK-D1-NENDO.
           MOVE  ＴＲ実行日             TO  WK-D1-SAKUSEI.
           DISPLAY  WK-DSP-LINE1.
           MOVE  ＴＲ交付年月日         TO  WK-D2-KOFU.
           MOVE  ＴＲ有効期限           TO  WK-D2-YUKO.
           MOVE  ＴＲ区分１             TO  WK-D2-KBN1.
           MOVE  WK-KBN1-NAME           TO  WK-D2-KBN1-NAME.
           DISPLAY  WK-DSP-LINE2.
           MOVE  ＴＲ割合コード         TO  WK-D3-CODE.
           MOVE  ＴＲ割合内容           TO  WK-D3-NAIYO.
           DISPLAY  WK-DSP-LINE3.
           MOVE  ＴＲ他コード           TO  WK-D4-CODE.
           MOVE  ＴＲ他内容             TO  WK-D4-NAIYO.
           DISPLAY  WK-DSP-LINE4.
           MOVE  ＴＲ末日年月           TO  WK-D5-YM.
           MOVE  ＴＲ末日               TO  WK-D5-DAY.
           MOVE  ＴＲ切替年月日         TO  WK-D5-KIRIKAE.
           DISPLAY  WK-DSP-LINE5.
      *
      *    区分１の決まり方（WRHH604Jの前期高齢月別資格変換と同じ順）
           EVALUATE  TRUE
               WHEN  ＴＲ切替補正  =  'Y'
                   DISPLAY  '  => 切替指定年月日'
                            'より前の月のため'
                            '区分１は0'
               WHEN  ＴＲ割合検索  =  'N'
                   DISPLAY  '  => 負担割合コード'
                            'がコード表に無い'
                            'ため区分１は0'
               WHEN  ＴＲ他コード (1:1)  =  '2'
               OR    ＴＲ他コード (1:1)  =  '7'
                   DISPLAY  '  => その他コード'
                            ＴＲ他コード (1:1)
                            'により区分１は'
                            ＴＲ区分１
               WHEN  OTHER
                   DISPLAY  '  => その他コード'
                            'が2/7以外のため'
                            '区分１は0'
           END-EVALUATE.
      *
         OWARI.
           EXIT.
      ******************************************************************
      *****    WRHH604Q  PROGRAM  END                              *****
       END PROGRAM WRHH604Q.
