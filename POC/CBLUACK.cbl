      ***       截止掃描改批次收集+續瀏覽，不受單批20筆限制
      ***260902 配合傳送場次：CBTPDLS鍵值加入場次編號，回執/釋放
      ***       依ACK-CYCLE-NO指定場次登錄
      ***261015 每次登錄之最終結果(接受/退件/逾時/暫停)另逐筆寫入
      ***       CBTPDLH傳送歷史檔，含排程至回執經過秒數，供CBLUSLA
      ***       月報統計
       ENVIRONMENT     DIVISION.
      ***
       DATA            DIVISION.
260902   05  WK-SCAN-FILE-KEY            OCCURS  20  TIMES
260902                                     PIC  X(09).
260902 01  WK-SCAN-RESUME-KEY              PIC  X(09)  VALUE SPACES.
      *---------------------------------------------------------------*
      *    261015  傳送歷史工作區：WK-DLH-STAMP拆解YYYYMMDDHHMMSS時    *
      *    間戳記，經5110換算為自曆元起算之秒數(WK-DLH-TSEC)，排程     *
      *    與回執兩者相減即為經過秒數                                  *
      *---------------------------------------------------------------*
261015 77  WK-DLH-OUTCOME                  PIC  X(01)         VALUE ' '.
261015 77  WK-DLH-SEQ                      PIC  9(03)         VALUE 0.
261015 77  WK-DLH-Y                        PIC  9(05)         VALUE 0.
261015 77  WK-DLH-M                        PIC  9(02)         VALUE 0.
261015 77  WK-DLH-W1                       PIC  9(05)         VALUE 0.
261015 77  WK-DLH-Q1                       PIC  9(05)         VALUE 0.
261015 77  WK-DLH-Q4                       PIC  9(05)         VALUE 0.
261015 77  WK-DLH-Q100                     PIC  9(05)         VALUE 0.
261015 77  WK-DLH-Q400                     PIC  9(05)         VALUE 0.
261015 77  WK-DLH-DAYNUM                   PIC  9(08)         VALUE 0.
261015 77  WK-DLH-TSEC                     PIC  9(13)         VALUE 0.
261015 77  WK-DLH-QSEC                     PIC  9(13)         VALUE 0.
261015 77  WK-DLH-SECS                     PIC  S9(13)        VALUE +0.
261015 01  WK-DLH-STAMP.
261015   05  WK-DLH-YYYY                 PIC  9(04)  VALUE 0.
261015   05  WK-DLH-MO                   PIC  9(02)  VALUE 0.
261015   05  WK-DLH-DD                   PIC  9(02)  VALUE 0.
261015   05  WK-DLH-HH                   PIC  9(02)  VALUE 0.
261015   05  WK-DLH-MI                   PIC  9(02)  VALUE 0.
261015   05  WK-DLH-SS                   PIC  9(02)  VALUE 0.
261015 01  WK-DLH-STAMP-X  REDEFINES  WK-DLH-STAMP
261015                                     PIC  X(14).
       01  WK-IFTS-DATA.
         05  WK-SYSTEM-ID                PIC 9(01)  VALUE 0.
         05  WK-FILE-ID                  PIC X(08)  VALUE SPACES.
       01  FILLER                        PIC X(10)  VALUE '//CBKTPIFS'.
           COPY                             CBKTPIFS.
      *-------------------------------------------------------------*
261015 01  FILLER                        PIC X(10)  VALUE '//CBKTPDLH'.
261015     COPY                             CBKTPDLH.
      *-------------------------------------------------------------*
       01  FILLER                        PIC X(10)  VALUE '//CBKMSG//'.
      *01  MSG.
           COPY                          CBKMSG.
                       FROM(TIPDLS)
                       LENGTH(DLS-LENGTH)
             END-EXEC
261015       MOVE      'A'                  TO     WK-DLH-OUTCOME
261015       PERFORM   5000-DLH-WRITE-RTN  THRU    5000-EXIT
           ELSE
             MOVE      'N'                  TO     DLS-STATUS
261015       MOVE      'N'                  TO     WK-DLH-OUTCOME
261015       PERFORM   5000-DLH-WRITE-RTN  THRU    5000-EXIT
             PERFORM   2100-REQUEUE-RTN    THRU    2100-EXIT.
      *    ENDIF
           GO          TO      2000-EXIT.
260902                 FROM(TIPDLS)
260902                 LENGTH(DLS-LENGTH)
260902     END-EXEC.
261015     MOVE        'S'                 TO      WK-DLH-OUTCOME.
261015     PERFORM     5000-DLH-WRITE-RTN  THRU    5000-EXIT.
260902     MOVE        DLS-FILE-ID         TO      LA1P-FILE-ID.
260902     MOVE        DLS-RETRY-CNT       TO      LA1P-RETRY-CNT.
260902     EXEC        CICS    START   TRANSID  ('OPCT')
           MOVE        'T'                 TO      DLS-STATUS.
           MOVE        WK-DLS-TIMESTAMP    TO      DLS-ACK-TIME.
           MOVE        'TOUT'              TO      DLS-ACK-REASON.
261015     MOVE        'T'                 TO      WK-DLH-OUTCOME.
261015     PERFORM     5000-DLH-WRITE-RTN  THRU    5000-EXIT.
           PERFORM     2100-REQUEUE-RTN    THRU    2100-EXIT.
       3100-EXIT.
           EXIT.
260902     PERFORM     2100-REQUEUE-RTN    THRU    2100-EXIT.
260902 4000-EXIT.
260902     EXIT.
      *---------------------------------------------------------------*
      *    261015  寫入一筆CBTPDLH傳送歷史紀錄：結果代碼取WK-DLH-      *
      *    OUTCOME，其餘取現行TIPDLS(排程/回執時間、退件原因、已重     *
      *    送次數)；序號自1起，同日同檔案同場次重複時遞增重試(同       *
      *    CBLUFILE 9300-CVT-REJECT-RTN之作法)。歷史紀錄不因寫檔       *
      *    鍵值衝突而中斷回執登錄                                      *
      *---------------------------------------------------------------*
261015 5000-DLH-WRITE-RTN.
261015     PERFORM     9180-GET-TIMESTAMP-RTN THRU 9180-EXIT.
261015     MOVE        SPACES              TO      TIPDLH.
261015     MOVE        DLS-FILE-ID         TO      DLH-FILE-ID.
261015     MOVE        DLS-CYCLE-NO        TO      DLH-CYCLE-NO.
261015     MOVE        TWA-TXN-DAT7        TO      DLH-BUS-DATE.
261015     MOVE        1                   TO      WK-DLH-SEQ.
261015     MOVE        WK-DLH-SEQ          TO      DLH-SEQ.
261015     MOVE        WK-DLH-OUTCOME      TO      DLH-OUTCOME.
261015     MOVE        DLS-QUEUED-TIME     TO      DLH-QUEUED-TIME.
261015     MOVE        DLS-ACK-TIME        TO      DLH-ACK-TIME.
261015     MOVE        DLS-ACK-REASON      TO      DLH-ACK-REASON.
261015     MOVE        DLS-RETRY-CNT       TO      DLH-RETRY-CNT.
261015     MOVE        WK-DLS-TIMESTAMP    TO      DLH-POST-TIME.
261015     PERFORM     5100-DLH-ELAPSED-RTN THRU   5100-EXIT.
261015     EXEC CICS   HANDLE CONDITION
261015                 DUPREC(5001-DLH-DUP-RTN)
261015                 END-EXEC.
261015 5002-DLH-WRITE-RTN.
261015     EXEC  CICS  WRITE
261015                 DATASET('CBTPDLH')
261015                 FROM(TIPDLH)
261015                 LENGTH(DLH-LENGTH)
261015                 RIDFLD(DLH-KEY)
261015     END-EXEC.
261015     GO          TO      5000-EXIT.
261015 5001-DLH-DUP-RTN.
261015     IF          WK-DLH-SEQ          NOT <   999
261015     THEN
261015       GO        TO      5000-EXIT.
      *    ENDIF
261015     ADD         1                   TO      WK-DLH-SEQ.
261015     MOVE        WK-DLH-SEQ          TO      DLH-SEQ.
261015     GO          TO      5002-DLH-WRITE-RTN.
261015 5000-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  排程至回執經過秒數：僅央行回執(A/N)且排程/回執      *
      *    時間戳記均為數字者計算，結果為負或逾9999999秒者視為時間     *
      *    戳記有誤，DLH-ELAPSED-OK維持'N'不納入月報時間統計           *
      *---------------------------------------------------------------*
261015 5100-DLH-ELAPSED-RTN.
261015     MOVE        'N'                 TO      DLH-ELAPSED-OK.
261015     MOVE        ZEROS               TO      DLH-ELAPSED-SEC.
261015     IF          WK-DLH-OUTCOME  NOT =       'A'
261015          AND    WK-DLH-OUTCOME  NOT =       'N'
261015     THEN
261015       GO        TO      5100-EXIT.
      *    ENDIF
261015     IF          DLH-QUEUED-TIME     NOT NUMERIC
261015          OR     DLH-ACK-TIME        NOT NUMERIC
261015     THEN
261015       GO        TO      5100-EXIT.
      *    ENDIF
261015     MOVE        DLH-QUEUED-TIME     TO      WK-DLH-STAMP-X.
261015     PERFORM     5110-DLH-TSEC-RTN   THRU    5110-EXIT.
261015     MOVE        WK-DLH-TSEC         TO      WK-DLH-QSEC.
261015     MOVE        DLH-ACK-TIME        TO      WK-DLH-STAMP-X.
261015     PERFORM     5110-DLH-TSEC-RTN   THRU    5110-EXIT.
261015     COMPUTE     WK-DLH-SECS         =       WK-DLH-TSEC
261015                                     -       WK-DLH-QSEC.
261015     IF          WK-DLH-SECS         <       0
261015          OR     WK-DLH-SECS         >       9999999
261015     THEN
261015       GO        TO      5100-EXIT.
      *    ENDIF
261015     MOVE        'Y'                 TO      DLH-ELAPSED-OK.
261015     MOVE        WK-DLH-SECS         TO      DLH-ELAPSED-SEC.
261015 5100-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  WK-DLH-STAMP換算為秒數：日數以西曆日期換算之連續    *
      *    日序(三月起算年，閏年由年/4、年/100、年/400之整數商校       *
      *    正)乘86400，加當日時分秒                                    *
      *---------------------------------------------------------------*
261015 5110-DLH-TSEC-RTN.
261015     IF          WK-DLH-MO           <       3
261015     THEN
261015       COMPUTE   WK-DLH-Y            =       WK-DLH-YYYY
261015                                     +       4799
261015       COMPUTE   WK-DLH-M            =       WK-DLH-MO
261015                                     +       9
261015     ELSE
261015       COMPUTE   WK-DLH-Y            =       WK-DLH-YYYY
261015                                     +       4800
261015       COMPUTE   WK-DLH-M            =       WK-DLH-MO
261015                                     -       3.
      *    ENDIF
261015     COMPUTE     WK-DLH-W1           =       WK-DLH-M
261015                                     *       153
261015                                     +       2.
261015     DIVIDE      WK-DLH-W1           BY      5
261015                                     GIVING  WK-DLH-Q1.
261015     DIVIDE      WK-DLH-Y            BY      4
261015                                     GIVING  WK-DLH-Q4.
261015     DIVIDE      WK-DLH-Y            BY      100
261015                                     GIVING  WK-DLH-Q100.
261015     DIVIDE      WK-DLH-Y            BY      400
261015                                     GIVING  WK-DLH-Q400.
261015     COMPUTE     WK-DLH-DAYNUM       =       WK-DLH-DD
261015                                     +       WK-DLH-Q1
261015                                     +       WK-DLH-Y    *  365
261015                                     +       WK-DLH-Q4
261015                                     -       WK-DLH-Q100
261015                                     +       WK-DLH-Q400
261015                                     -       32045.
261015     COMPUTE     WK-DLH-TSEC         =       WK-DLH-DAYNUM
261015                                     *       86400
261015                                     +       WK-DLH-HH   *  3600
261015                                     +       WK-DLH-MI   *  60
261015                                     +       WK-DLH-SS.
261015 5110-EXIT.
261015     EXIT.
      ***
       7000-MSG-OUTPUT-RTN.
           MOVE        '7000-MSG'          TO      WK-PARA.
