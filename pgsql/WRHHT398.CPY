      ******************************************************************
      *  高齢受給者　月次統計スナップショットレコード                  *
      *  （ＤＤ：Ｕ４６＝前月分入力／Ｕ４７＝当月分出力）              *
      *                                                                *
      *  WRHH604Vが基準日時点の高齢受給者１人１件で出力し、翌月の      *
      *  同処理が前月分として読んで異動（新規・変更・終了）を求める。  *
      *  行政区が行政区テーブルに無い者は'999'（区分外）とする。       *
      ******************************************************************
         03  スナップ統計年月           PIC  9(006).
         03  スナップ住民コード         PIC  X(010).
         03  スナップ区分１             PIC  X(002).
         03  スナップ年齢帯             PIC  9(002).
         03  スナップ行政区             PIC  X(003).
         03  FILLER                     PIC  X(017).
