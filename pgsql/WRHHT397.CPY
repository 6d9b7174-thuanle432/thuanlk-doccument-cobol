      ******************************************************************
      *  高齢受給者証　回収登録レコード（ＤＤ：KAISHU）                *
      *                                                                *
      *  WRHH604Sが資格喪失者の有効な証を月次で登録し、WRHH604Tで      *
      *  返納を受けた証を回収済にする。WRHH604Uは未回収分を経過        *
      *  日数付きで一覧にする。住民コード＋交付年月日で１件。          *
      *                                                                *
      *  回収喪失年月  ：前月資格あり・当月資格なしとなった年月        *
      *  回収状態      ：O=未回収 R=回収済 V=取消（誤登録）            *
      ******************************************************************
         03  回収住民コード             PIC  X(010).
         03  回収記号番号               PIC  X(011).
         03  回収交付年月日             PIC  X(008).
         03  回収有効期限               PIC  X(008).
         03  回収喪失年月               PIC  9(006).
         03  回収通知日                 PIC  9(008).
         03  回収状態                   PIC  X(001).
           88  回収未回収                            VALUE  'O'.
           88  回収回収済                            VALUE  'R'.
           88  回収取消                              VALUE  'V'.
         03  回収受領日                 PIC  9(008).
         03  回収更新年月日             PIC  9(008).
         03  回収更新者                 PIC  X(008).
         03  FILLER                     PIC  X(004).
