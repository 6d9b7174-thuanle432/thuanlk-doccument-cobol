      ******************************************************************
      *  ＷＲＨＨＵＴＦＵ（文字コード変換）インターフェース領域        *
      *                                                                *
      *  P-UTF-IN            入力：ＳＪＩＳ文字列                      *
      *  P-UTF-IN-LEN        入力：変換するバイト数（1〜200）          *
      *  P-UTF-OUT           出力：ＵＴＦ－８文字列（末尾の半角・全角  *
      *                            空白は除く）                        *
      *  P-UTF-OUT-LEN       出力：P-UTF-OUTの有効バイト数             *
      *  P-UTF-ERR-POS       出力：変換できなかった文字の位置（バイト）*
      *  P-UTF-ERR-CODE      出力：変換できなかった文字のＳＪＩＳ      *
      *                            コード（16進、1バイト文字は2桁）    *
      *                                                                *
      *  P-UTF-RETURN-CODE   出力：0=正常 1=変換できない文字あり       *
      *                      （1のときP-UTF-OUTは途中までで使用不可）  *
      ******************************************************************
         03  P-UTF-IN                   PIC  X(200).
         03  P-UTF-IN-LEN               PIC  9(003).
         03  P-UTF-OUT                  PIC  X(600).
         03  P-UTF-OUT-LEN              PIC  9(003).
         03  P-UTF-ERR-POS              PIC  9(003).
         03  P-UTF-ERR-CODE             PIC  X(004).
         03  P-UTF-RETURN-CODE          PIC  9(001).
