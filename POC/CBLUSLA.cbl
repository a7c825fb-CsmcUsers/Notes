       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CBLUSLA.
      *REMARKS.        MONTHLY CB DELIVERY TURNAROUND (SLA) REPORT.
      ***261015 新增央行傳送績效月報交易：瀏覽CBTPDLH傳送歷史檔，
      ***       依傳輸檔案/場次彙計指定月份之傳送次數、首次即接受
      ***       次數、退件(另依退件原因分列)、逾時、暫停次數及排
      ***       程至回執平均/最長經過秒數，以硬拷貝列印，供央行
      ***       月會檢討傳送績效之佐證
       ENVIRONMENT     DIVISION.
      ***
       DATA            DIVISION.
       WORKING-STORAGE SECTION.
       77  WK-SLA-SUB                      PIC  9(02) COMP    VALUE 0.
       77  WK-SLA-RSN-USED                 PIC  9(02) COMP    VALUE 0.
       77  WK-SLA-GRP-CNT                  PIC  9(05)         VALUE 0.
       77  WK-SLA-HAVE-GRP                 PIC  X(01)         VALUE 'N'.
       77  WK-SLA-SENT-CNT                 PIC  9(05)         VALUE 0.
       77  WK-SLA-FIRST-CNT                PIC  9(05)         VALUE 0.
       77  WK-SLA-ACC-CNT                  PIC  9(05)         VALUE 0.
       77  WK-SLA-REJ-CNT                  PIC  9(05)         VALUE 0.
       77  WK-SLA-TOUT-CNT                 PIC  9(05)         VALUE 0.
       77  WK-SLA-SUSP-CNT                 PIC  9(05)         VALUE 0.
       77  WK-SLA-ELP-CNT                  PIC  9(05)         VALUE 0.
       77  WK-SLA-ELP-TOT                  PIC  9(12)         VALUE 0.
       77  WK-SLA-ELP-MAX                  PIC  9(07)         VALUE 0.
       77  WK-SLA-ELP-AVG                  PIC  9(07)         VALUE 0.
       01  WK-SLA-FILE-ID                  PIC  X(08)  VALUE SPACES.
       01  WK-SLA-CUR-FILE                 PIC  X(08)  VALUE SPACES.
       01  WK-SLA-CUR-CYCLE                PIC  9(01)  VALUE 0.
       01  WK-SLA-MONTH-G.
         05  WK-SLA-MON-YY               PIC  9(03)  VALUE 0.
         05  WK-SLA-MON-MM               PIC  9(02)  VALUE 0.
       01  WK-SLA-MONTH  REDEFINES  WK-SLA-MONTH-G
                                           PIC  9(05).
       01  WK-SLA-MONTH-X  REDEFINES  WK-SLA-MONTH-G
                                           PIC  X(05).
       01  WK-SLA-TXN-DATE-G.
         05  WK-SLA-TXN-YY               PIC  9(03)  VALUE 0.
         05  WK-SLA-TXN-MM               PIC  9(02)  VALUE 0.
         05  WK-SLA-TXN-DD               PIC  9(02)  VALUE 0.
       01  WK-SLA-TXN-DATE  REDEFINES  WK-SLA-TXN-DATE-G
                                           PIC  9(07).
      *---------------------------------------------------------------*
      *    退件原因分計表：每一檔案/場次至多分列20種原因代碼，逾       *
      *    20種者併入第20格並將代碼改列'****'                          *
      *---------------------------------------------------------------*
       01  WK-SLA-RSN-TBL.
         05  WK-SLA-RSN-ENT              OCCURS  20  TIMES.
           10  WK-SLA-RSN-CODE           PIC  X(04).
           10  WK-SLA-RSN-CNT            PIC  9(05).
       01  WK-AREA.
         05  FILLER                      PIC X(10)  VALUE '//WK-PARA/'.
         05  WK-PARA                     PIC X(10)  VALUE SPACES.
         05  WK-MSG-CODE                 PIC X(4)   VALUE '    '.
         05  WK-MSG-CONTENT              PIC X(40)  VALUE SPACES.
      *---------------------------------------------------------------*
      *    7000-MSG-OUTPUT-RTN回覆訊息組字區                           *
      *---------------------------------------------------------------*
       01  WK-T034-MSG.
         05  FILLER            PIC  X(24)
             VALUE '傳送績效月報月份'.
         05  WK-T034-MONTH               PIC  9(05).
         05  FILLER                      PIC  X(04)  VALUE ' 檔'.
         05  WK-T034-GRP-CNT             PIC  9(05).
         05  FILLER                      PIC  X(02)  VALUE SPACES.
      *---------------------------------------------------------------*
      *    傳送績效月報表示列(每檔案/場次一列)：SN為傳送次數(接受     *
      *    /退件/逾時合計，含重送)，FA為首次傳送即接受次數，AC/RJ      *
      *    /TO/SU為接受/退件/逾時/改列暫停次數，AV/MX為排程至回執      *
      *    平均/最長經過秒數(僅計時間戳記完整之央行回執)               *
      *---------------------------------------------------------------*
       01  LA9P-DATA.
         05  LA9P-REP-ID                 PIC X(06)  VALUE '*SLA* '.
         05  LA9P-FILE-ID                PIC X(08).
         05  LA9P-CY-LIT                 PIC X(04)  VALUE ' CY:'.
         05  LA9P-CYCLE                  PIC 9(01).
         05  LA9P-MN-LIT                 PIC X(04)  VALUE ' MN:'.
         05  LA9P-MONTH                  PIC 9(05).
         05  LA9P-SN-LIT                 PIC X(04)  VALUE ' SN:'.
         05  LA9P-SENT-CNT               PIC 9(05).
         05  LA9P-FA-LIT                 PIC X(04)  VALUE ' FA:'.
         05  LA9P-FIRST-CNT              PIC 9(05).
         05  LA9P-AC-LIT                 PIC X(04)  VALUE ' AC:'.
         05  LA9P-ACC-CNT                PIC 9(05).
         05  LA9P-RJ-LIT                 PIC X(04)  VALUE ' RJ:'.
         05  LA9P-REJ-CNT                PIC 9(05).
         05  LA9P-TO-LIT                 PIC X(04)  VALUE ' TO:'.
         05  LA9P-TOUT-CNT               PIC 9(05).
         05  LA9P-SU-LIT                 PIC X(04)  VALUE ' SU:'.
         05  LA9P-SUSP-CNT               PIC 9(05).
         05  LA9P-AV-LIT                 PIC X(04)  VALUE ' AV:'.
         05  LA9P-ELP-AVG                PIC 9(07).
         05  LA9P-MX-LIT                 PIC X(04)  VALUE ' MX:'.
         05  LA9P-ELP-MAX                PIC 9(07).
      *---------------------------------------------------------------*
      *    退件原因分列表示列(緊接該檔案/場次之月報列)                 *
      *---------------------------------------------------------------*
       01  LB1P-DATA.
         05  LB1P-REP-ID                 PIC X(06)  VALUE '*SLR* '.
         05  LB1P-FILE-ID                PIC X(08).
         05  LB1P-CY-LIT                 PIC X(04)  VALUE ' CY:'.
         05  LB1P-CYCLE                  PIC 9(01).
         05  LB1P-RSN-LIT                PIC X(06)  VALUE ' RSN: '.
         05  LB1P-REASON                 PIC X(04).
         05  LB1P-CNT-LIT                PIC X(06)  VALUE ' CNT: '.
         05  LB1P-CNT                    PIC 9(05).
      *-------------------------------------------------------------*
       01  FILLER                        PIC X(10)  VALUE '//CBKTPDLH'.
           COPY                             CBKTPDLH.
      *-------------------------------------------------------------*
       01  FILLER                        PIC X(10)  VALUE '//CBKMSG//'.
      *01  MSG.
           COPY                          CBKMSG.
           COPY                          CBK01.
      ***
       01  FILLER                        PIC X(10)  VALUE '/CBKMSGM//'.
      *01  MSG-M.
           COPY                          CBKMSGM.
      ***
       01  FILLER                        PIC X(10)  VALUE '/ISKTWAM//'.
      *01  TWA-M.
           COPY                          ISKTWAM.
      ***
       LINKAGE SECTION.
      *01  CWA.
           COPY                          ISKCWA.
      ***
      *01  TWA.
           COPY                          ISKTWA.
      ***
      *01  SLA1.
           COPY                          CBKSLA1.
      ***
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS-RTN.
           MOVE        '/0000-MAI/'               TO    WK-PARA.
           EXEC CICS ADDRESS CWA (ADDRESS OF  CWA) END-EXEC.
           PERFORM     1000-TXN-INIT-RTN          THRU  1000-EXIT.
           PERFORM     2000-REPORT-RTN            THRU  2000-EXIT.
           PERFORM     7000-MSG-OUTPUT-RTN        THRU  7000-EXIT.
           PERFORM     8000-TXN-END-RTN           THRU  8000-EXIT.

       0000-EXIT.
           EXIT.
      ***
       1000-TXN-INIT-RTN.
           MOVE        '/1000-INI/'        TO      WK-PARA.
           PERFORM     901-TXN-INIT-RTN    THRU    901-EXIT.
           MOVE        'CBLUSLA '          TO      TWA-MAP-PROG-NAME.
           MOVE        SPACES              TO      TWA-SAP-PROG-NAME.
           MOVE        TWA-M-AP-NORMAL     TO      TWA-TXN-RETURN-CODE.
      *---------------------------------------------------------------*
      *    預設統計月份為交易日之前一月(月會檢討上月績效)              *
      *---------------------------------------------------------------*
           MOVE        TWA-TXN-DAT7        TO      WK-SLA-TXN-DATE.
           IF          WK-SLA-TXN-MM       =       1
           THEN
             COMPUTE   WK-SLA-MON-YY       =       WK-SLA-TXN-YY
                                           -       1
             MOVE      12                  TO      WK-SLA-MON-MM
           ELSE
             MOVE      WK-SLA-TXN-YY       TO      WK-SLA-MON-YY
             COMPUTE   WK-SLA-MON-MM       =       WK-SLA-TXN-MM
                                           -       1.
      *    ENDIF
           MOVE        SPACES              TO      WK-SLA-FILE-ID.
      *---------------------------------------------------------------*
      *    呼叫端可能未傳或傳入較短之COMMAREA，須先以EIBCALEN確認     *
      *    長度足以涵蓋各欄位方可採用(同CBLUEON 1000-TXN-INIT-RTN      *
      *    之作法)                                                     *
      *---------------------------------------------------------------*
           IF          EIBCALEN            NOT <   5
           THEN
             IF        SLA1-MONTH          >       0
             THEN
               MOVE    SLA1-MONTH          TO      WK-SLA-MONTH.
      *    ENDIF
           IF          EIBCALEN            NOT <   13
           THEN
             MOVE      SLA1-FILE-ID        TO      WK-SLA-FILE-ID.
      *    ENDIF
           IF          WK-SLA-MON-MM       <       1
                   OR  WK-SLA-MON-MM       >       12
           THEN
             MOVE      'MB7A'              TO      WK-MSG-CODE
             MOVE      '統計月份不合理'
                                           TO      WK-MSG-CONTENT
             PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
       1000-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    瀏覽CBTPDLH(鍵值依檔案/場次/營業日排序)，僅計入營業日屬    *
      *    統計月份者；檔案或場次變換時列印前一組彙計                  *
      *---------------------------------------------------------------*
       2000-REPORT-RTN.
           MOVE        '/2000-RPT/'        TO      WK-PARA.
           MOVE        0                   TO      WK-SLA-GRP-CNT.
           MOVE        'N'                 TO      WK-SLA-HAVE-GRP.
           MOVE        SPACES              TO      DLH-KEY.
           IF          WK-SLA-FILE-ID      NOT =   SPACES
           THEN
             MOVE      WK-SLA-FILE-ID      TO      DLH-FILE-ID
             MOVE      ZEROS               TO      DLH-CYCLE-NO
             MOVE      ZEROS               TO      DLH-BUS-DATE
             MOVE      ZEROS               TO      DLH-SEQ.
      *    ENDIF
           EXEC CICS   HANDLE CONDITION
                       ENDFILE(2002-DLH-EOF-RTN)
                       NOTFND(2000-EXIT)
                       END-EXEC.
           EXEC  CICS  STARTBR
                       DATASET('CBTPDLH')
                       RIDFLD(DLH-KEY)
                       GTEQ
           END-EXEC.
       2001-DLH-NEXT-RTN.
           EXEC  CICS  READNEXT
                       DATASET('CBTPDLH')
                       INTO(TIPDLH)
                       LENGTH(DLH-LENGTH)
                       RIDFLD(DLH-KEY)
           END-EXEC.
           IF          WK-SLA-FILE-ID      NOT =   SPACES
                  AND  DLH-FILE-ID         NOT =   WK-SLA-FILE-ID
           THEN
             GO        TO      2002-DLH-EOF-RTN.
      *    ENDIF
           IF          DLH-BUS-DATE(1:5)   NOT =   WK-SLA-MONTH-X
           THEN
             GO        TO      2001-DLH-NEXT-RTN.
      *    ENDIF
           IF          WK-SLA-HAVE-GRP     =       'Y'
                  AND (DLH-FILE-ID         NOT =   WK-SLA-CUR-FILE
                   OR  DLH-CYCLE-NO        NOT =   WK-SLA-CUR-CYCLE)
           THEN
             PERFORM   2200-GRP-PRINT-RTN  THRU    2200-EXIT.
      *    ENDIF
           IF          WK-SLA-HAVE-GRP     =       'N'
           THEN
             PERFORM   2100-GRP-INIT-RTN   THRU    2100-EXIT.
      *    ENDIF
           PERFORM     2300-ACCUM-RTN      THRU    2300-EXIT.
           GO          TO      2001-DLH-NEXT-RTN.
       2002-DLH-EOF-RTN.
           EXEC        CICS    ENDBR
                       DATASET('CBTPDLH')
           END-EXEC.
           IF          WK-SLA-HAVE-GRP     =       'Y'
           THEN
             PERFORM   2200-GRP-PRINT-RTN  THRU    2200-EXIT.
      *    ENDIF
       2000-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    新一組(檔案/場次)彙計歸零                                   *
      *---------------------------------------------------------------*
       2100-GRP-INIT-RTN.
           MOVE        'Y'                 TO      WK-SLA-HAVE-GRP.
           MOVE        DLH-FILE-ID         TO      WK-SLA-CUR-FILE.
           MOVE        DLH-CYCLE-NO        TO      WK-SLA-CUR-CYCLE.
           MOVE        0                   TO      WK-SLA-SENT-CNT.
           MOVE        0                   TO      WK-SLA-FIRST-CNT.
           MOVE        0                   TO      WK-SLA-ACC-CNT.
           MOVE        0                   TO      WK-SLA-REJ-CNT.
           MOVE        0                   TO      WK-SLA-TOUT-CNT.
           MOVE        0                   TO      WK-SLA-SUSP-CNT.
           MOVE        0                   TO      WK-SLA-ELP-CNT.
           MOVE        0                   TO      WK-SLA-ELP-TOT.
           MOVE        0                   TO      WK-SLA-ELP-MAX.
           MOVE        0                   TO      WK-SLA-RSN-USED.
           MOVE        SPACES              TO      WK-SLA-RSN-TBL.
       2100-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    列印一組彙計列及其退件原因分列，列印後清除組別旗標          *
      *---------------------------------------------------------------*
       2200-GRP-PRINT-RTN.
           MOVE        WK-SLA-CUR-FILE     TO      LA9P-FILE-ID.
           MOVE        WK-SLA-CUR-CYCLE    TO      LA9P-CYCLE.
           MOVE        WK-SLA-MONTH        TO      LA9P-MONTH.
           MOVE        WK-SLA-SENT-CNT     TO      LA9P-SENT-CNT.
           MOVE        WK-SLA-FIRST-CNT    TO      LA9P-FIRST-CNT.
           MOVE        WK-SLA-ACC-CNT      TO      LA9P-ACC-CNT.
           MOVE        WK-SLA-REJ-CNT      TO      LA9P-REJ-CNT.
           MOVE        WK-SLA-TOUT-CNT     TO      LA9P-TOUT-CNT.
           MOVE        WK-SLA-SUSP-CNT     TO      LA9P-SUSP-CNT.
           MOVE        0                   TO      WK-SLA-ELP-AVG.
           IF          WK-SLA-ELP-CNT      >       0
           THEN
             COMPUTE   WK-SLA-ELP-AVG      ROUNDED
                                           =       WK-SLA-ELP-TOT
                                           /       WK-SLA-ELP-CNT.
      *    ENDIF
           MOVE        WK-SLA-ELP-AVG      TO      LA9P-ELP-AVG.
           MOVE        WK-SLA-ELP-MAX      TO      LA9P-ELP-MAX.
           EXEC        CICS    START   TRANSID  ('OPCT')
                                       INTERVAL (0)
                                       FROM     (LA9P-DATA)
                                       LENGTH   (104)
                                       TERMID   (CWHCTID)
                                       END-EXEC.
           PERFORM     2210-RSN-PRINT-RTN  THRU    2210-EXIT
           VARYING     WK-SLA-SUB  FROM  1  BY  1
           UNTIL       WK-SLA-SUB  >  WK-SLA-RSN-USED.
           ADD         1                   TO      WK-SLA-GRP-CNT.
           MOVE        'N'                 TO      WK-SLA-HAVE-GRP.
       2200-EXIT.
           EXIT.
       2210-RSN-PRINT-RTN.
           MOVE        WK-SLA-CUR-FILE     TO      LB1P-FILE-ID.
           MOVE        WK-SLA-CUR-CYCLE    TO      LB1P-CYCLE.
           MOVE        WK-SLA-RSN-CODE(WK-SLA-SUB)
                                           TO      LB1P-REASON.
           MOVE        WK-SLA-RSN-CNT(WK-SLA-SUB)
                                           TO      LB1P-CNT.
           EXEC        CICS    START   TRANSID  ('OPCT')
                                       INTERVAL (0)
                                       FROM     (LB1P-DATA)
                                       LENGTH   (40)
                                       TERMID   (CWHCTID)
                                       END-EXEC.
       2210-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    逐筆累計：接受/退件/逾時均為一次傳送結果，計入傳送次數；    *
      *    暫停僅計暫停次數(其觸發之退件或逾時已另有紀錄)              *
      *---------------------------------------------------------------*
       2300-ACCUM-RTN.
           IF          DLH-OC-SUSPENDED
           THEN
             ADD       1                   TO      WK-SLA-SUSP-CNT
             GO        TO      2300-EXIT.
      *    ENDIF
           ADD         1                   TO      WK-SLA-SENT-CNT.
           IF          DLH-OC-ACCEPTED
           THEN
             ADD       1                   TO      WK-SLA-ACC-CNT
             IF        DLH-RETRY-CNT       =       0
             THEN
               ADD     1                   TO      WK-SLA-FIRST-CNT.
      *    ENDIF
           IF          DLH-OC-REJECTED
           THEN
             ADD       1                   TO      WK-SLA-REJ-CNT
             PERFORM   2310-RSN-ADD-RTN    THRU    2310-EXIT.
      *    ENDIF
           IF          DLH-OC-TIMEOUT
           THEN
             ADD       1                   TO      WK-SLA-TOUT-CNT.
      *    ENDIF
           IF          DLH-ELAPSED-VALID
           THEN
             ADD       1                   TO      WK-SLA-ELP-CNT
             ADD       DLH-ELAPSED-SEC     TO      WK-SLA-ELP-TOT
             IF        DLH-ELAPSED-SEC     >       WK-SLA-ELP-MAX
             THEN
               MOVE    DLH-ELAPSED-SEC     TO      WK-SLA-ELP-MAX.
      *    ENDIF
       2300-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    退件原因分計：已列之原因代碼累加，未列者新增一格，表滿      *
      *    時併入第20格                                                *
      *---------------------------------------------------------------*
       2310-RSN-ADD-RTN.
           MOVE        1                   TO      WK-SLA-SUB.
       2311-RSN-SRCH-RTN.
           IF          WK-SLA-SUB          >       WK-SLA-RSN-USED
           THEN
             GO        TO      2312-RSN-NEW-RTN.
      *    ENDIF
           IF          WK-SLA-RSN-CODE(WK-SLA-SUB)
                                           =       DLH-ACK-REASON
           THEN
             ADD       1                   TO
                                           WK-SLA-RSN-CNT(WK-SLA-SUB)
             GO        TO      2310-EXIT.
      *    ENDIF
           ADD         1                   TO      WK-SLA-SUB.
           GO          TO      2311-RSN-SRCH-RTN.
       2312-RSN-NEW-RTN.
           IF          WK-SLA-RSN-USED     <       20
           THEN
             ADD       1                   TO      WK-SLA-RSN-USED
             MOVE      DLH-ACK-REASON      TO
                                   WK-SLA-RSN-CODE(WK-SLA-RSN-USED)
             MOVE      1                   TO
                                   WK-SLA-RSN-CNT(WK-SLA-RSN-USED)
           ELSE
             MOVE      '****'              TO      WK-SLA-RSN-CODE(20)
             ADD       1                   TO      WK-SLA-RSN-CNT(20).
      *    ENDIF
       2310-EXIT.
           EXIT.
      ***
       7000-MSG-OUTPUT-RTN.
           MOVE        '7000-MSG'          TO      WK-PARA.
           MOVE        'T700'              TO      MSG-P-OUT-CODE.
           MOVE        44                  TO      MSG-P-LENGTH.
           MOVE        MSG-M-DISPLAY       TO      MSG-P-OUT-TM-TYPE.
           MOVE        '0000'              TO      T034-RESPONSE-CODE.
           MOVE        WK-SLA-MONTH        TO      WK-T034-MONTH.
           MOVE        WK-SLA-GRP-CNT      TO      WK-T034-GRP-CNT.
           MOVE        WK-T034-MSG         TO      T034-CONTENT.
           PERFORM     904-MSG-OUTPUT-RTN  THRU    904-EXIT.
       7000-EXIT.
           EXIT.
       8000-TXN-END-RTN.
           MOVE        '/8000-TXN/'        TO      WK-PARA.
            EXEC CICS RETURN END-EXEC.
       8000-EXIT.
           EXIT.
      **------------------------------------------------------------**
      *
       901-TXN-INIT-RTN.                   COPY    CRK01.
      *
       904-MSG-OUTPUT-RTN.                 COPY    CBK04.
      *
       917-ERR-MSG-OUT-RTN.                COPY      PPK17.
      **------------------------------------------------------------**
       9999-ERR-MSG-OUT-RTN.
           MOVE        'T700'              TO      MSG-P-OUT-CODE.
           MOVE        44                  TO      MSG-P-LENGTH.
           MOVE        MSG-M-DISPLAY       TO      MSG-P-OUT-TM-TYPE.
           MOVE        WK-MSG-CODE         TO      T034-RESPONSE-CODE.
           MOVE        WK-MSG-CONTENT      TO      T034-CONTENT.
           PERFORM     904-MSG-OUTPUT-RTN  THRU    904-EXIT.
           PERFORM     8000-TXN-END-RTN    THRU    8000-EXIT.
       9999-EXIT.
           EXIT.
