      ******************************************************************
      *  連携個人基本・宛名　照合確認レコード（ＤＤ：Ｕ３５）          *
      *                                                                *
      *  WRHH416B（月次）が不整合１件につき１行出力し、行政区ごとに    *
      *  市町村が確認結果を記入して返送する。                          *
      *                                                                *
      *  照合区分      ：H=H情報集約_個人基本にあるがT宛名に無い       *
      *                  T=加入年齢のT宛名住民で市町村被保険者ＩＤ無し *
      *  照合行政区コード：T宛名の行政区コード（区分Hは空白）          *
      *  照合確認結果  ：空白=未確認 1=連携廃止 2=ＩＤ付番予定         *
      *                  3=対象外（国保非加入等）                      *
      ******************************************************************
         03  照合区分                   PIC  X(001).
           88  照合宛名なし                          VALUE  'H'.
           88  照合ＩＤなし                          VALUE  'T'.
         03  照合行政区コード           PIC  X(003).
         03  照合住民コード             PIC  9(010).
         03  照合被保険者ＩＤ           PIC  X(015).
         03  照合生年月日               PIC  X(008).
         03  照合カナ氏名               PIC  X(040).
         03  照合最終更新日             PIC  X(008).
         03  照合作成日                 PIC  9(008).
         03  照合確認結果               PIC  X(001).
         03  照合確認者                 PIC  X(008).
         03  FILLER                     PIC  X(018).
