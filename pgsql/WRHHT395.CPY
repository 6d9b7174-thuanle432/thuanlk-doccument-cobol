      ******************************************************************
      *  市町村被保険者ＩＤ連携　送付票レコード（ＤＤ：Ｕ０２）        *
      *                                                                *
      *  市町村がＵ０１と一緒に送付する。１送付につき１行（複数市町村  *
      *  分を連結したＵ０１は送付元ごとに１行ずつ）。WRHH410Bが受領    *
      *  台帳（ＤＤ：RCVREG、WRHHT396）と照合する。                    *
      *                                                                *
      *  送付元コード  ：送付市町村の保険者番号                        *
      *  送付通番      ：送付元ごとに１から１ずつ増える通し番号        *
      *  送付件数      ：この送付のＵ０１レコード件数                  *
      ******************************************************************
         03  送付元コード               PIC  X(008).
         03  送付通番                   PIC  9(006).
         03  送付件数                   PIC  9(007).
         03  送付作成日                 PIC  9(008).
         03  FILLER                     PIC  X(011).
