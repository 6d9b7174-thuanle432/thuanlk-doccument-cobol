      ******************************************************************
      *  負担割合表　候補承認レコード（ＤＤ：RATESIGN）                *
      *                                                                *
      *  WRHH604C（WRHH604C_SIGNOFF=承認者指定時）が比較レポートの     *
      *  作成後に追記し、WRHH604Kは現在の候補ファイル（RATECAND）と    *
      *  件数・チェック値が一致する承認がある場合だけ本番の            *
      *  X国保共通コード（処理区分1・処理番号64）へ切り替える。        *
      *                                                                *
      *  候補チェック値：候補レコードの各バイトのコード値×桁位置×    *
      *                  レコード順の合計（WRHH604C／WRHH604Kで同一）  *
      ******************************************************************
         03  承認年月日                 PIC  9(008).
         03  承認時刻                   PIC  9(006).
         03  承認者                     PIC  X(008).
         03  承認候補件数               PIC  9(003).
         03  承認候補チェック値         PIC  9(015).
         03  承認区分変更件数           PIC  9(007).
         03  承認照合件数               PIC  9(007).
         03  FILLER                     PIC  X(026).
