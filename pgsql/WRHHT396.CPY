      ******************************************************************
      *  市町村被保険者ＩＤ連携　受領台帳レコード（ＤＤ：RCVREG）      *
      *                                                                *
      *  送付元ごとに１行。WRHH410Bが正常終了時に全行を書き直す        *
      *  （ドライラン・再取込モードでは更新しない）。                  *
      *                                                                *
      *  台帳最終通番  ：最後に受領した送付通番（次回は＋１を期待）    *
      ******************************************************************
         03  台帳送付元コード           PIC  X(008).
         03  台帳最終通番               PIC  9(006).
         03  台帳最終受領日             PIC  9(008).
         03  台帳最終受領時刻           PIC  9(006).
         03  FILLER                     PIC  X(012).
