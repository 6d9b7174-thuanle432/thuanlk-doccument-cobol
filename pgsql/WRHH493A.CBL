      *                                                                *
      *  修正履歴      ：                                              *
      *    修正年月日  -----------------  修正内容  ------------------- *
      *    2026.10.15  -  DBSEQ01NのU30明細が郵便番号・住所の追加で    *
      *                  499バイトになったのに合わせ、DBSU30を明細     *
      *                  （499バイト）とトレーラー（TRL＋件数）の      *
      *                  ２レコード定義に変更                          *
      *                                                                *
      ******************************************************************
       ENVIRONMENT                      DIVISION.
         03  SHB-STATUS                 PIC  X(008).
      *
       FD  DBSU30-FILE.
      *    明細（DBSEQ01NのU30-REC、住民コード～FILLERまで499バイト）
       01  DBSU30-REC                   PIC  X(499).
      *    トレーラー（DBSEQ01NのU30-TRAILER-REC）
       01  DBSU30-TRL-REC.
         03  DBSU30-TRL-KBN             PIC  X(003).
         03  DBSU30-TRL-CNT             PIC  X(006).
         03  FILLER                     PIC  X(133).
      *
       FD  RPT-FILE.
       01  RPT-REC                      PIC  X(072).
                   AT END
                       MOVE  'Y'        TO  WK-EOF
                   NOT AT END
                       IF  DBSU30-TRL-KBN  =  'TRL'
                           MOVE  DBSU30-TRL-CNT  TO  WK-DBS-TRL-X
                           IF  WK-DBS-TRL-X  IS  NUMERIC
                               MOVE  WK-DBS-TRL-X  TO  WK-DBS-TRL
                               MOVE  'Y'  TO  WK-DBS-TRL-SEEN
