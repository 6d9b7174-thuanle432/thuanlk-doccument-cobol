      ******************************************************************
      *  高齢受給者証　返戻登録レコード（ＤＤ：HENREI）                *
      *                                                                *
      *  WRHH604Hで登録・更新し、WRHH604P／WRHH604Dは返戻状態＝'O'     *
      *  （未解決）の住民コードの証を発行・発送しない。WRHH604Lは      *
      *  未解決分を経過日数付きで一覧にする。                          *
      *                                                                *
      *  返戻理由コード：01=宛所不明 02=転居先不明 03=受取拒否         *
      *                  04=保管期間経過 99=その他                     *
      *  返戻状態      ：O=未解決（住所修正待ち） C=住所修正済         *
      *                  V=取消（誤登録）                              *
      ******************************************************************
         03  返戻住民コード             PIC  X(010).
         03  返戻交付年月日             PIC  X(008).
         03  返戻年月日                 PIC  9(008).
         03  返戻理由コード             PIC  X(002).
         03  返戻状態                   PIC  X(001).
           88  返戻未解決                            VALUE  'O'.
           88  返戻住所修正済                        VALUE  'C'.
           88  返戻取消                              VALUE  'V'.
         03  返戻登録者                 PIC  X(008).
         03  返戻更新年月日             PIC  9(008).
         03  返戻更新者                 PIC  X(008).
         03  FILLER                     PIC  X(027).
