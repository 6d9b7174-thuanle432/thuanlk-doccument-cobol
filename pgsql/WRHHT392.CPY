      ******************************************************************
      *  高齢受給者証　区分１判定トレースレコード（ＤＤ：Ｕ３４）      *
      *                                                                *
      *  WRHH604J（WRHH604J_TRACE=1指定時）が証発行履歴１行ごとに      *
      *  出力し、WRHH604Qで住民コード照会する。                        *
      *                                                                *
      *  ＴＲ割合コード    ：履歴開始月の前期高齢月別資格              *
      *  ＴＲ割合内容／ＴＲ他コード／ＴＲ他内容                        *
      *                    ：X国保共通コード（処理区分1・処理番号64）  *
      *                      で引いたコード内容・その他コード・その他  *
      *                      内容（Ｕ３１と同じ）                      *
      *  ＴＲ割合検索      ：Y=コード表にあり N=なし（区分１は0）      *
      *  ＴＲ末日年月／末日：有効期限の算出でKAMG421に渡した年月と     *
      *                      返された末日                              *
      *  ＴＲ切替年月日    ：X国保共通コード（処理番号9212）の         *
      *                      切替指定年月日                            *
      *  ＴＲ切替補正      ：Y=切替指定月以前のため区分１を0とした     *
      ******************************************************************
         03  ＴＲ住民コード             PIC  X(010).
         03  ＴＲ記号番号               PIC  X(011).
         03  ＴＲ年度                   PIC  X(004).
         03  ＴＲ交付年月日             PIC  X(008).
         03  ＴＲ有効期限               PIC  X(008).
         03  ＴＲ区分１                 PIC  X(002).
         03  ＴＲ末日年月               PIC  9(006).
         03  ＴＲ末日                   PIC  9(002).
         03  ＴＲ割合コード             PIC  X(010).
         03  ＴＲ割合内容               PIC  N(010).
         03  ＴＲ他コード               PIC  X(010).
         03  ＴＲ他内容                 PIC  N(010).
         03  ＴＲ割合検索               PIC  X(001).
         03  ＴＲ切替年月日             PIC  X(008).
         03  ＴＲ切替補正               PIC  X(001).
         03  ＴＲ実行日                 PIC  9(008).
         03  FILLER                     PIC  X(031).
