      *                  時刻以降に更新された行のみ抽出。未指定時は
      *                  従来どおり全件抽出）。正常終了時にCTLを
      *                  更新する
      *    2026.10.15  -  T宛名の郵便番号・住所をU30に追加（年齢の
      *                  後ろ、FILLERの手前）。高齢受給者証の郵便
      *                  区分発送（WRHH604D）の宛先として使用する
      *    2026.10.15  -  住民ポータル連携用のＵＴＦ－８ＣＳＶ（U54、
      *                  見出し行付き、氏名・住所は引用符付き、生年
      *                  月日はYYYY-MM-DD）を追加。抽出期間・差分
      *                  抽出・出力順はU30と同じ。文字コード変換は
      *                  共通サブルーチンWRHHUTFUで行い、変換できない
      *                  文字を含む行はCSVに出さず変換エラーリスト
      *                  （U55）へ出力する。CSV件数＋変換エラー件数
      *                  がU30トレーラー件数と一致しなければ異常終了
      *
      ******************************************************************
       ENVIRONMENT                      DIVISION.                       
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS WK-CFG-STATUS.
            SELECT U99-FILE             ASSIGN  TO  U99.
            SELECT U54-FILE             ASSIGN  TO  U54
                                        ORGANIZATION IS LINE
                                        SEQUENTIAL.
            SELECT U55-FILE             ASSIGN  TO  U55
                                        ORGANIZATION IS LINE
                                        SEQUENTIAL.
            SELECT AGEBANDS-FILE        ASSIGN  TO  AGEBANDS
                                        ORGANIZATION IS LINE SEQUENTIAL
                                        FILE STATUS IS
         03  生年月日−西暦             PIC  X(010).                    
         03  生年月日−邦暦             PIC  N(011).                    
         03  年齢                       PIC  9(003).                    
         03  郵便番号                   PIC  X(007).
         03  住所                       PIC  N(060).
         03  FILLER                     PIC  X(025).
      *
       01  U30-TRAILER-REC.                                             
         03  レコード区分               PIC  X(003)  VALUE  'TRL'.      
       01  U31-REC                      PIC  X(060).
      *
      *----------------------------------------------------------------*
      * 住民ポータル連携ファイル（ＵＴＦ－８ＣＳＶ、見出し行付き）
      *----------------------------------------------------------------*
       FD  U54-FILE.
       01  U54-REC                      PIC  X(1800).
      *
      *----------------------------------------------------------------*
      * 文字コード変換エラーリスト
      *----------------------------------------------------------------*
       FD  U55-FILE.
       01  U55-REC                      PIC  X(080).
      *
      *----------------------------------------------------------------*
      * 年齢帯参照ファイル（上限年齢昇順、1行1帯）
      *----------------------------------------------------------------*
       FD  AGEBANDS-FILE.
         03  生年月日−西暦             PIC  X(010).                    
         03  生年月日−邦暦             PIC  N(011).                    
         03  年齢                       PIC  9(003).                    
         03  郵便番号                   PIC  X(007).
         03  住所                       PIC  N(060).
         03  FILLER                     PIC  X(025).
      *
      *
       01  WK-DATE-FROM                 PIC  X(010)  VALUE  SPACE.      
       01  PARM-WRHHERAU.
           COPY  WRHHPERA.
      *----------------------------------------------------------------*
      * 住民ポータル連携ＣＳＶワーク
      *----------------------------------------------------------------*
      *    FETCH-RECORDを１バイト単位で扱うための写し（日本語項目は
      *    ＳＪＩＳのままWRHHUTFUへ渡す）
       01  WK-CSV-SRC.
         03  WK-CS-JUMIN                PIC  9(012).
         03  WK-CS-KANA                 PIC  X(100).
         03  WK-CS-NAME                 PIC  X(200).
         03  WK-CS-BIRTH                PIC  X(010).
         03  WK-CS-ERA                  PIC  X(022).
         03  WK-CS-AGE                  PIC  9(003).
         03  WK-CS-POST                 PIC  X(007).
         03  WK-CS-ADDR                 PIC  X(120).
         03  FILLER                     PIC  X(025).
       01  WK-CSV-CNT                   PIC  9(006)  VALUE  ZERO.
       01  WK-CVERR-CNT                 PIC  9(006)  VALUE  ZERO.
       01  WK-CSV-CHECK                 PIC  9(006).
       01  WK-CSV-NG                    PIC  X(001).
       01  WK-CSV-ITEM                  PIC  X(008).
       01  WK-CSV-PTR                   PIC  9(004).
       01  WK-CSV-IX                    PIC  9(003).
       01  WK-CSV-LINE                  PIC  X(1800).
       01  WK-CSV-KANA                  PIC  X(602).
       01  WK-CSV-KANA-LEN              PIC  9(003).
       01  WK-CSV-NAME                  PIC  X(602).
       01  WK-CSV-NAME-LEN              PIC  9(003).
       01  WK-CSV-ADDR                  PIC  X(602).
       01  WK-CSV-ADDR-LEN              PIC  9(003).
       01  WK-CSV-QSRC                  PIC  X(602).
       01  WK-CSV-QSRC-LEN              PIC  9(003).
       01  WK-CSV-QUOTED                PIC  X(1204).
       01  WK-CSV-QLEN                  PIC  9(004).
       01  WK-CSV-AGE                   PIC  ZZ9.
       01  WK-CSV-HEADER.
         03  FILLER                     PIC  X(026)  VALUE
             'jumin_code,kana_name,name,'.
         03  FILLER                     PIC  X(034)  VALUE
             'birth_date,age,postal_code,address'.
       01  WK-CVERR-LINE.
         03  WK-CE-JUMIN                PIC  9(012).
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  WK-CE-ITEM                 PIC  X(008).
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  FILLER                     PIC  X(006)  VALUE  'POS='.
         03  WK-CE-POS                  PIC  ZZ9.
         03  FILLER                     PIC  X(002)  VALUE  SPACE.
         03  FILLER                     PIC  X(006)  VALUE  'SJIS='.
         03  WK-CE-CODE                 PIC  X(004).
       01  PARM-WRHHUTFU.
           COPY  WRHHPUTF.
      *----------------------------------------------------------------*
      * 実行結果ログ・メッセージ取得ワーク
      *----------------------------------------------------------------*
       01  PID                          PIC  X(008)  VALUE  'DBSEQ01N'.
      *
      *
           OPEN OUTPUT U90-FILE                                         
      *
           OPEN  OUTPUT  U54-FILE.
           OPEN  OUTPUT  U55-FILE.
           WRITE  U54-REC               FROM  WK-CSV-HEADER.
      *
           PERFORM SHORIBI-GET-RTN.
           MOVE  '0'                    TO  WK-LOG-KBN.                 
           MOVE  WK-U30-CNT           TO  出力件数                     
                                          OF  U30-TRAILER-REC.         
           WRITE  U30-TRAILER-REC.                                      
      *
      *    ＣＳＶ件数＋変換エラー件数をトレーラー件数と照合する
           CLOSE  U54-FILE.
           CLOSE  U55-FILE.
           COMPUTE  WK-CSV-CHECK  =  WK-CSV-CNT  +  WK-CVERR-CNT.
           IF  WK-CSV-CHECK  NOT =  WK-U30-CNT
               DISPLAY  '*** U54件数不一致 CSV='  WK-CSV-CNT
                        ' ERR='  WK-CVERR-CNT
                        ' TRL='  WK-U30-CNT
                        ' ***'                    UPON  SYSOUT
               PERFORM  ABEN-HANDLING
           END-IF.
      *
           CLOSE U30-FILE.                                              
      *
           MOVE  'U30'                  TO  WK-LOG-FILE.                
           MOVE  WK-U30-CNT             TO  WK-LOG-CNT.                 
           PERFORM  RUN-LOG-RTN.                                        
           MOVE  '2'                    TO  WK-LOG-KBN.
           MOVE  'U54'                  TO  WK-LOG-FILE.
           MOVE  WK-CSV-CNT             TO  WK-LOG-CNT.
           PERFORM  RUN-LOG-RTN.
           MOVE  '2'                    TO  WK-LOG-KBN.
           MOVE  'U55'                  TO  WK-LOG-FILE.
           MOVE  WK-CVERR-CNT           TO  WK-LOG-CNT.
           PERFORM  RUN-LOG-RTN.
      *
           PERFORM  STAT-WRITE-RTN.
      *
      *
           DISPLAY '(OUTPUT) U30：出力ファイル = '                      
                   WK-U30-CNT '件'      UPON  SYSOUT.                   
           DISPLAY '(OUTPUT) U54：ＣＳＶ       = '
                   WK-CSV-CNT '件'      UPON  SYSOUT.
           DISPLAY '(OUTPUT) U55：変換エラー   = '
                   WK-CVERR-CNT '件'    UPON  SYSOUT.
      *
           MOVE FUNCTION CURRENT-DATE   TO    WK-DATE-TIME.             
           DISPLAY '(DBSEQ01N)'                                         
      *
           MOVE  FETCH-RECORD         TO  U30-REC.                     
           WRITE  U30-REC.                                             
      *
           PERFORM  CSV-WRITE-RTN.
      *
         OWARI.                                                         
           EXIT.                                                        
      ******************************************************************
      * 住民ポータル連携ＣＳＶ出力処理                                 *
      * （変換できない文字を含む行は変換エラーリストへ）               *
      ******************************************************************
       CSV-WRITE-RTN                    SECTION.
         HAJIME.
      *
           MOVE  FETCH-RECORD           TO  WK-CSV-SRC.
           MOVE  'N'                    TO  WK-CSV-NG.
      *
           MOVE  'KANA'                 TO  WK-CSV-ITEM.
           INITIALIZE  PARM-WRHHUTFU.
           MOVE  WK-CS-KANA             TO  P-UTF-IN.
           MOVE  100                    TO  P-UTF-IN-LEN.
           PERFORM  CSV-CONVERT-RTN.
           MOVE  P-UTF-OUT              TO  WK-CSV-KANA.
           MOVE  P-UTF-OUT-LEN          TO  WK-CSV-KANA-LEN.
      *
           MOVE  'NAME'                 TO  WK-CSV-ITEM.
           INITIALIZE  PARM-WRHHUTFU.
           MOVE  WK-CS-NAME             TO  P-UTF-IN.
           MOVE  200                    TO  P-UTF-IN-LEN.
           PERFORM  CSV-CONVERT-RTN.
           MOVE  P-UTF-OUT              TO  WK-CSV-NAME.
           MOVE  P-UTF-OUT-LEN          TO  WK-CSV-NAME-LEN.
      *
           MOVE  'ADDRESS'              TO  WK-CSV-ITEM.
           INITIALIZE  PARM-WRHHUTFU.
           MOVE  WK-CS-ADDR             TO  P-UTF-IN.
           MOVE  120                    TO  P-UTF-IN-LEN.
           PERFORM  CSV-CONVERT-RTN.
           MOVE  P-UTF-OUT              TO  WK-CSV-ADDR.
           MOVE  P-UTF-OUT-LEN          TO  WK-CSV-ADDR-LEN.
      *
           IF  WK-CSV-NG  =  'Y'
               ADD  1                   TO  WK-CVERR-CNT
               GO  TO  CSV-WRITE-OWARI
           END-IF.
      *
      *    住民コード,"カナ","氏名",生年月日,年齢,郵便番号,"住所"
           MOVE  SPACE                  TO  WK-CSV-LINE.
           MOVE  1                      TO  WK-CSV-PTR.
           STRING  WK-CS-JUMIN          DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
               INTO  WK-CSV-LINE  WITH POINTER  WK-CSV-PTR.
      *
           MOVE  WK-CSV-KANA            TO  WK-CSV-QSRC.
           MOVE  WK-CSV-KANA-LEN        TO  WK-CSV-QSRC-LEN.
           PERFORM  CSV-QUOTE-RTN.
           STRING  WK-CSV-QUOTED (1:WK-CSV-QLEN)
                                        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
               INTO  WK-CSV-LINE  WITH POINTER  WK-CSV-PTR.
      *
           MOVE  WK-CSV-NAME            TO  WK-CSV-QSRC.
           MOVE  WK-CSV-NAME-LEN        TO  WK-CSV-QSRC-LEN.
           PERFORM  CSV-QUOTE-RTN.
           STRING  WK-CSV-QUOTED (1:WK-CSV-QLEN)
                                        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
               INTO  WK-CSV-LINE  WITH POINTER  WK-CSV-PTR.
      *
      *    生年月日はYYYY/MM/DDをYYYY-MM-DDにする
           INSPECT  WK-CS-BIRTH  REPLACING  ALL  '/'  BY  '-'.
           MOVE  WK-CS-AGE              TO  WK-CSV-AGE.
           STRING  WK-CS-BIRTH          DELIMITED BY SPACE
                   ','                  DELIMITED BY SIZE
                   FUNCTION TRIM (WK-CSV-AGE)
                                        DELIMITED BY SIZE
                   ','                  DELIMITED BY SIZE
                   WK-CS-POST           DELIMITED BY SPACE
                   ','                  DELIMITED BY SIZE
               INTO  WK-CSV-LINE  WITH POINTER  WK-CSV-PTR.
      *
           MOVE  WK-CSV-ADDR            TO  WK-CSV-QSRC.
           MOVE  WK-CSV-ADDR-LEN        TO  WK-CSV-QSRC-LEN.
           PERFORM  CSV-QUOTE-RTN.
           STRING  WK-CSV-QUOTED (1:WK-CSV-QLEN)
                                        DELIMITED BY SIZE
               INTO  WK-CSV-LINE  WITH POINTER  WK-CSV-PTR.
      *
           WRITE  U54-REC               FROM  WK-CSV-LINE.
           ADD  1                       TO  WK-CSV-CNT.
      *
         CSV-WRITE-OWARI.
           EXIT.
      ******************************************************************
      * ＣＳＶ項目１件の文字コード変換処理                             *
      ******************************************************************
       CSV-CONVERT-RTN                  SECTION.
         HAJIME.
      *
           CALL  'WRHHUTFU'          USING  PARM-WRHHUTFU.
           IF  P-UTF-RETURN-CODE  NOT =  ZERO
               MOVE  'Y'                TO  WK-CSV-NG
               MOVE  WK-CS-JUMIN        TO  WK-CE-JUMIN
               MOVE  WK-CSV-ITEM        TO  WK-CE-ITEM
               MOVE  P-UTF-ERR-POS      TO  WK-CE-POS
               MOVE  P-UTF-ERR-CODE     TO  WK-CE-CODE
               WRITE  U55-REC           FROM  WK-CVERR-LINE
               MOVE  SPACE              TO  P-UTF-OUT
               MOVE  ZERO               TO  P-UTF-OUT-LEN
           END-IF.
      *
         OWARI.
           EXIT.
      ******************************************************************
      * ＣＳＶ引用符付け処理（"で囲み、項目中の"は""にする）           *
      ******************************************************************
       CSV-QUOTE-RTN                    SECTION.
         HAJIME.
      *
           MOVE  SPACE                  TO  WK-CSV-QUOTED.
           MOVE  '"'                    TO  WK-CSV-QUOTED (1:1).
           MOVE  1                      TO  WK-CSV-QLEN.
           PERFORM  VARYING  WK-CSV-IX  FROM  1  BY  1
               UNTIL  WK-CSV-IX  >  WK-CSV-QSRC-LEN
               ADD  1                   TO  WK-CSV-QLEN
               MOVE  WK-CSV-QSRC (WK-CSV-IX:1)
                                   TO  WK-CSV-QUOTED (WK-CSV-QLEN:1)
               IF  WK-CSV-QSRC (WK-CSV-IX:1)  =  '"'
                   ADD  1               TO  WK-CSV-QLEN
                   MOVE  '"'        TO  WK-CSV-QUOTED (WK-CSV-QLEN:1)
               END-IF
           END-PERFORM.
           ADD  1                       TO  WK-CSV-QLEN.
           MOVE  '"'                    TO  WK-CSV-QUOTED
                                            (WK-CSV-QLEN:1).
      *
         OWARI.
           EXIT.
      ******************************************************************
      * ＤＢ接続処理（DB-CONFIG.txtがあれば明示接続・リトライ・        *
      * standbyフェイルオーバー、無ければ従来どおり既定接続）          *
      ******************************************************************
               LEFT(カナ名称 + ' ' + カナ名称2, 100 ) AS カナ名称,      
               LEFT(名称 + ' ' + 名称2, 100) AS 名称,                   
               REPLACE(CONVERT(DATE, 生年月日, 120),'-','/')            
                                                   AS 生年月日_西暦,
               REPLACE(郵便番号, '-', '') AS 郵便番号,
               LEFT(住所 + ' ' + 方書, 60) AS 住所
               FROM T宛名                                               
               WHERE (:WK-DATE-FROM = SPACE OR                         
                      生年月日 >= :WK-DATE-FROM)                       
                                        :カナ名称    OF FETCH-RECORD,   
                                        :名称        OF FETCH-RECORD,   
                                        :生年月日−西暦                 
                                                     OF FETCH-RECORD,
                                        :郵便番号    OF FETCH-RECORD,
                                        :住所        OF FETCH-RECORD
           END-EXEC.                                                    
      *
           EVALUATE  SQLSTATE                                           
