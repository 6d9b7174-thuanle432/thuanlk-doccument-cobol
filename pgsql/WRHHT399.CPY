      ******************************************************************
      *  高齢受給者　月次法定統計報告ファイルレコード（ＤＤ：Ｕ４８）  *
      *                                                                *
      *  WRHH604Vが作成し都道府県の受付システムへ送付する固定長80      *
      *  バイトのファイル。先頭にヘッダ１件、区分１×年齢帯×行政区の  *
      *  明細、末尾にトレーラ１件。                                    *
      *                                                                *
      *  報告区分１    ：0=一般 2=低所得２ 7=低所得１ 9=その他         *
      *  報告行政区    ：行政区テーブルに無い者は'999'（区分外）       *
      *  報告年齢上限  ：最終帯は999（上限なし）                       *
      ******************************************************************
         03  報告レコード種別           PIC  X(001).
           88  報告ヘッダ                            VALUE  '1'.
           88  報告明細                              VALUE  '2'.
           88  報告トレーラ                          VALUE  '9'.
         03  報告データ                 PIC  X(079).
         03  報告ヘッダ部           REDEFINES  報告データ.
           05  報告保険者番号           PIC  X(008).
           05  報告年月                 PIC  9(006).
           05  報告基準日               PIC  9(008).
           05  報告作成日               PIC  9(008).
           05  FILLER                   PIC  X(049).
         03  報告明細部             REDEFINES  報告データ.
           05  報告行政区               PIC  X(003).
           05  報告区分１               PIC  X(001).
           05  報告年齢下限             PIC  9(003).
           05  報告年齢上限             PIC  9(003).
           05  報告当月件数             PIC  9(007).
           05  報告前月件数             PIC  9(007).
           05  報告新規件数             PIC  9(007).
           05  報告変更件数             PIC  9(007).
           05  報告終了件数             PIC  9(007).
           05  FILLER                   PIC  X(034).
         03  報告トレーラ部         REDEFINES  報告データ.
           05  報告明細件数             PIC  9(006).
           05  報告当月合計             PIC  9(009).
           05  報告前月合計             PIC  9(009).
           05  FILLER                   PIC  X(055).
