       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CBLUCPR.
      *REMARKS.        CORRECTION ENTRY PAIRING INQUIRY (CBMF01).
      ***261015 新增更正分錄配對查詢交易：依分行列印CBTPCPX配對例外
      ***       清單(待處理/已豁免)及CBMFCKH更正分錄配對表，供分行
      ***       於傳送前更正；具CORWAIVE權限者得逐筆豁免待處理例外
      ***       (記錄豁免人員/時間)，尚有待處理例外時CBLUFILE不排程
      ***       IFTO
       ENVIRONMENT     DIVISION.
      ***
       DATA            DIVISION.
       WORKING-STORAGE SECTION.
       77  WK-CPR-ABSTIME                  PIC  S9(15) COMP-3 VALUE +0.
       77  WK-CPR-CNT                      PIC  9(05)         VALUE 0.
       77  WK-CPR-BUS-DATE                 PIC  9(07)         VALUE 0.
       01  WK-CPR-TIMESTAMP.
         05  WK-CPR-TS-DATE                PIC  9(08)        VALUE 0.
         05  WK-CPR-TS-TIME                PIC  9(06)        VALUE 0.
       01  WK-AREA.
         05  FILLER                      PIC X(10)  VALUE '//WK-PARA/'.
         05  WK-PARA                     PIC X(10)  VALUE SPACES.
         05  WK-MSG-CODE                 PIC X(4)   VALUE '    '.
         05  WK-MSG-CONTENT              PIC X(40)  VALUE SPACES.
      *---------------------------------------------------------------*
      *    7000-MSG-OUTPUT-RTN回覆訊息組字區                           *
      *---------------------------------------------------------------*
       01  WK-T034-MSG.
         05  FILLER            PIC  X(27)
             VALUE '配對例外待處理筆數'.
         05  WK-T034-CNT                 PIC  9(05).
         05  FILLER                      PIC  X(08)  VALUE SPACES.
       01  WK-T034-RPT-MSG.
         05  FILLER            PIC  X(24)
             VALUE '更正分錄配對筆數'.
         05  WK-T034-RPT-CNT             PIC  9(05).
         05  FILLER                      PIC  X(11)  VALUE SPACES.
       01  WK-T034-WAV-MSG.
         05  FILLER            PIC  X(21)
             VALUE '配對例外已豁免'.
         05  FILLER                      PIC  X(19)  VALUE SPACES.
      *---------------------------------------------------------------*
      *    配對例外清單硬拷貝表示列(分行/更正分錄資料日期/序號/傳票    *
      *    號碼/帳號/金額/例外原因/狀態/比對之原分錄日期及序號)        *
      *---------------------------------------------------------------*
       01  LD5P-DATA.
         05  LD5P-REP-ID                 PIC X(06)  VALUE '*CPX* '.
         05  LD5P-BR-LIT                 PIC X(04)  VALUE 'BR: '.
         05  LD5P-BRANCH                 PIC 9(07).
         05  LD5P-DT-LIT                 PIC X(05)  VALUE ' DT: '.
         05  LD5P-DATE                   PIC 9(07).
         05  LD5P-SN-LIT                 PIC X(05)  VALUE ' SN: '.
         05  LD5P-STAN                   PIC 9(07).
         05  LD5P-IV-LIT                 PIC X(05)  VALUE ' IV: '.
         05  LD5P-INV-NO                 PIC X(06).
         05  LD5P-AC-LIT                 PIC X(05)  VALUE ' AC: '.
         05  LD5P-ACCT                   PIC 9(11).
         05  LD5P-AM-LIT                 PIC X(05)  VALUE ' AM: '.
         05  LD5P-AMT-MARK               PIC X(01).
         05  LD5P-AMT                    PIC 9(12)V99.
         05  LD5P-RS-LIT                 PIC X(05)  VALUE ' RS: '.
         05  LD5P-REASON                 PIC X(01).
         05  LD5P-ST-LIT                 PIC X(05)  VALUE ' ST: '.
         05  LD5P-STATUS                 PIC X(01).
         05  LD5P-OD-LIT                 PIC X(05)  VALUE ' OD: '.
         05  LD5P-ORG-DATE               PIC 9(07).
         05  LD5P-OS-LIT                 PIC X(05)  VALUE ' OS: '.
         05  LD5P-ORG-STAN               PIC 9(07).
      *---------------------------------------------------------------*
      *    更正分錄配對表硬拷貝表示列(同CBLUFILE檢索時之配對表，RS     *
      *    為配對結果，OD/OS為配對或比對之原分錄)                      *
      *---------------------------------------------------------------*
       01  LD6P-DATA.
         05  LD6P-REP-ID                 PIC X(06)  VALUE '*CPR* '.
         05  LD6P-BR-LIT                 PIC X(04)  VALUE 'BR: '.
         05  LD6P-BRANCH                 PIC 9(07).
         05  LD6P-DT-LIT                 PIC X(05)  VALUE ' DT: '.
         05  LD6P-DATE                   PIC 9(07).
         05  LD6P-SN-LIT                 PIC X(05)  VALUE ' SN: '.
         05  LD6P-STAN                   PIC 9(07).
         05  LD6P-IV-LIT                 PIC X(05)  VALUE ' IV: '.
         05  LD6P-INV-NO                 PIC X(06).
         05  LD6P-AC-LIT                 PIC X(05)  VALUE ' AC: '.
         05  LD6P-ACCT                   PIC 9(11).
         05  LD6P-AM-LIT                 PIC X(05)  VALUE ' AM: '.
         05  LD6P-AMT-MARK               PIC X(01).
         05  LD6P-AMT                    PIC 9(12)V99.
         05  LD6P-RS-LIT                 PIC X(05)  VALUE ' RS: '.
         05  LD6P-RESULT                 PIC X(01).
         05  LD6P-ST-LIT                 PIC X(05)  VALUE ' ST: '.
         05  LD6P-STATUS                 PIC X(01).
         05  LD6P-OD-LIT                 PIC X(05)  VALUE ' OD: '.
         05  LD6P-ORG-DATE               PIC 9(07).
         05  LD6P-OS-LIT                 PIC X(05)  VALUE ' OS: '.
         05  LD6P-ORG-STAN               PIC 9(07).
      *-------------------------------------------------------------*
      *    權限檢核遭拒絕之硬拷貝留存/主控台通知列                    *
      *-------------------------------------------------------------*
       77  WK-AUT-FUNC                     PIC  X(08)  VALUE SPACES.
       01  L99P-DATA.
         05  L99P-REP-ID                 PIC X(06)  VALUE '*AUT* '.
         05  L99P-OP-LIT                 PIC X(05)  VALUE ' OP: '.
         05  L99P-OPID                   PIC X(08).
         05  L99P-FN-LIT                 PIC X(05)  VALUE ' FN: '.
         05  L99P-FUNC                   PIC X(08).
         05  L99P-ST-LIT                 PIC X(06)  VALUE ' DENY '.
      *-------------------------------------------------------------*
       01  FILLER                        PIC X(10)  VALUE '//CBKTPAUT'.
           COPY                             CBKTPAUT.
      *-------------------------------------------------------------*
       01  FILLER                        PIC X(10)  VALUE '//CBKTPCPX'.
           COPY                             CBKTPCPX.
      *-------------------------------------------------------------*
       01  FILLER                        PIC X(10)  VALUE '//CBKMFCKH'.
           COPY                             CBKMFCKH.
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
      *01  CPR1.
           COPY                          CBKCPR1.
      ***
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS-RTN.
           MOVE        '/0000-MAI/'               TO    WK-PARA.
           EXEC CICS ADDRESS CWA (ADDRESS OF  CWA) END-EXEC.
           PERFORM     1000-TXN-INIT-RTN          THRU  1000-EXIT.
           IF          CPR1-INQUIRE
           THEN
             PERFORM   2000-CPX-LIST-RTN          THRU  2000-EXIT.
      *    ENDIF
           IF          CPR1-REPORT
           THEN
             PERFORM   2100-CKH-REPORT-RTN        THRU  2100-EXIT.
      *    ENDIF
           IF          CPR1-WAIVE
           THEN
             PERFORM   3000-CPX-WAIVE-RTN         THRU  3000-EXIT.
      *    ENDIF
           PERFORM     7000-MSG-OUTPUT-RTN        THRU  7000-EXIT.
           PERFORM     8000-TXN-END-RTN           THRU  8000-EXIT.

       0000-EXIT.
           EXIT.
      ***
       1000-TXN-INIT-RTN.
           MOVE        '/1000-INI/'        TO      WK-PARA.
           PERFORM     901-TXN-INIT-RTN    THRU    901-EXIT.
           MOVE        'CBLUCPR '          TO      TWA-MAP-PROG-NAME.
           MOVE        SPACES              TO      TWA-SAP-PROG-NAME.
           MOVE        TWA-M-AP-NORMAL     TO      TWA-TXN-RETURN-CODE.
      *---------------------------------------------------------------*
      *    呼叫端COMMAREA長度不足時不可逕行參考CPR1各欄位              *
      *    (同CBLULVR 1000-TXN-INIT-RTN之EIBCALEN檢核作法)             *
      *---------------------------------------------------------------*
           IF          EIBCALEN            <       48
           THEN
             MOVE      'MB80'              TO      WK-MSG-CODE
             MOVE      '交易參數長度不足'
                                           TO      WK-MSG-CONTENT
             PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
           IF          CPR1-INQUIRE
               OR      CPR1-REPORT
               OR      CPR1-WAIVE
           THEN
             NEXT SENTENCE
           ELSE
             MOVE      'MB80'              TO      WK-MSG-CODE
             MOVE      '處理代碼僅限I/R/W'
                                           TO      WK-MSG-CONTENT
             PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
           IF          CPR1-BRANCH     NOT NUMERIC
               OR      CPR1-BUS-DATE   NOT NUMERIC
           THEN
             MOVE      'MB80'              TO      WK-MSG-CODE
             MOVE      '分行代號或日期非數字'
                                           TO      WK-MSG-CONTENT
             PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
           PERFORM     9180-GET-TIMESTAMP-RTN THRU 9180-EXIT.
       1000-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    列印配對例外清單：自CPR1-BRANCH(零為全部分行)起瀏覽         *
      *    CBTPCPX，逐筆列印待處理(O)及已豁免(W)之例外，已解除者       *
      *    略過；回覆訊息帶回待處理筆數                                *
      *---------------------------------------------------------------*
       2000-CPX-LIST-RTN.
           MOVE        '/2000-LST/'        TO      WK-PARA.
           MOVE        0                   TO      WK-CPR-CNT.
           MOVE        LOW-VALUES          TO      CPX-KEY.
           MOVE        CPR1-BRANCH         TO      CPX-MAIN-BR.
           EXEC CICS   HANDLE CONDITION
                       ENDFILE(2002-LIST-EOF-RTN)
                       NOTFND(2000-EXIT)
                       END-EXEC.
           EXEC  CICS  STARTBR
                       DATASET('CBTPCPX')
                       RIDFLD(CPX-KEY)
                       GTEQ
           END-EXEC.
       2001-LIST-NEXT-RTN.
           EXEC  CICS  READNEXT
                       DATASET('CBTPCPX')
                       INTO(TIPCPX)
                       LENGTH(CPX-LENGTH)
                       RIDFLD(CPX-KEY)
           END-EXEC.
           IF          CPR1-BRANCH         >       0
               AND     CPX-MAIN-BR     NOT =       CPR1-BRANCH
           THEN
             GO        TO      2002-LIST-EOF-RTN.
      *    ENDIF
           IF          CPX-ST-CLEARED
           THEN
             GO        TO      2001-LIST-NEXT-RTN.
      *    ENDIF
           IF          CPX-ST-OPEN
           THEN
             ADD       1                   TO      WK-CPR-CNT.
      *    ENDIF
           MOVE        CPX-MAIN-BR         TO      LD5P-BRANCH.
           MOVE        CPX-DATA-DATE       TO      LD5P-DATE.
           MOVE        CPX-STAN-NO         TO      LD5P-STAN.
           MOVE        CPX-INVOICE-NO      TO      LD5P-INV-NO.
           MOVE        CPX-ACCOUNT-CODE    TO      LD5P-ACCT.
           MOVE        CPX-AMT-MARK        TO      LD5P-AMT-MARK.
           MOVE        CPX-CK-AMT          TO      LD5P-AMT.
           MOVE        CPX-REASON          TO      LD5P-REASON.
           MOVE        CPX-STATUS          TO      LD5P-STATUS.
           MOVE        CPX-ORG-DATA-DATE   TO      LD5P-ORG-DATE.
           MOVE        CPX-ORG-STAN-NO     TO      LD5P-ORG-STAN.
           EXEC        CICS    START   TRANSID  ('OPCT')
                                       INTERVAL (0)
                                       FROM     (LD5P-DATA)
                                       LENGTH   (124)
                                       TERMID   (CWHCTID)
                                       END-EXEC.
           GO          TO      2001-LIST-NEXT-RTN.
       2002-LIST-EOF-RTN.
           EXEC        CICS    ENDBR
                       DATASET('CBTPCPX')
           END-EXEC.
       2000-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    列印更正分錄配對表：自CPR1-BRANCH(零為全部分行)起瀏覽       *
      *    CBMFCKH，逐筆列印於CPR1-BUS-DATE(零為本營業日)載入之更      *
      *    正分錄及其配對結果；未配對者另查CBTPCPX帶出例外狀態         *
      *---------------------------------------------------------------*
       2100-CKH-REPORT-RTN.
           MOVE        '/2100-RPT/'        TO      WK-PARA.
           MOVE        0                   TO      WK-CPR-CNT.
           MOVE        CPR1-BUS-DATE       TO      WK-CPR-BUS-DATE.
           IF          WK-CPR-BUS-DATE     =       0
           THEN
             MOVE      TWA-TXN-DAT7        TO      WK-CPR-BUS-DATE.
      *    ENDIF
           MOVE        LOW-VALUES          TO      CKH-KEY.
           MOVE        CPR1-BRANCH         TO      CKH-MAIN-BR.
           EXEC CICS   HANDLE CONDITION
                       ENDFILE(2102-RPT-EOF-RTN)
                       NOTFND(2100-EXIT)
                       END-EXEC.
           EXEC  CICS  STARTBR
                       DATASET('CBMFCKH')
                       RIDFLD(CKH-KEY)
                       GTEQ
           END-EXEC.
       2101-RPT-NEXT-RTN.
           EXEC  CICS  READNEXT
                       DATASET('CBMFCKH')
                       INTO(TIPCKH)
                       LENGTH(CKH-LENGTH)
                       RIDFLD(CKH-KEY)
           END-EXEC.
           IF          CPR1-BRANCH         >       0
               AND     CKH-MAIN-BR     NOT =       CPR1-BRANCH
           THEN
             GO        TO      2102-RPT-EOF-RTN.
      *    ENDIF
           IF          CKH-LOAD-DATE   NOT =       WK-CPR-BUS-DATE
               OR      CKH-CORRECT-TYPE    =       SPACES
               OR      CKH-CORRECT-TYPE    =       '00'
           THEN
             GO        TO      2101-RPT-NEXT-RTN.
      *    ENDIF
           ADD         1                   TO      WK-CPR-CNT.
           MOVE        CKH-MAIN-BR         TO      LD6P-BRANCH.
           MOVE        CKH-DATA-DATE       TO      LD6P-DATE.
           MOVE        CKH-STAN-NO         TO      LD6P-STAN.
           MOVE        CKH-INVOICE-NO      TO      LD6P-INV-NO.
           MOVE        CKH-ACCOUNT-CODE    TO      LD6P-ACCT.
           MOVE        CKH-AMT-MARK        TO      LD6P-AMT-MARK.
           MOVE        CKH-CK-AMT          TO      LD6P-AMT.
           MOVE        CKH-PAIR-RESULT     TO      LD6P-RESULT.
           MOVE        SPACE               TO      LD6P-STATUS.
           IF          CKH-PAIR-ID         =       SPACES
           THEN
             MOVE      ZEROS               TO      LD6P-ORG-DATE
             MOVE      ZEROS               TO      LD6P-ORG-STAN
           ELSE
             MOVE      CKH-PAIR-DATE       TO      LD6P-ORG-DATE
             MOVE      CKH-PAIR-STAN       TO      LD6P-ORG-STAN.
      *    ENDIF
           IF          CKH-PAIR-RESULT NOT =       'P'
               AND     CKH-PAIR-RESULT NOT =       SPACE
           THEN
             PERFORM   2110-CPX-STATUS-RTN THRU    2110-EXIT.
      *    ENDIF
           EXEC        CICS    START   TRANSID  ('OPCT')
                                       INTERVAL (0)
                                       FROM     (LD6P-DATA)
                                       LENGTH   (124)
                                       TERMID   (CWHCTID)
                                       END-EXEC.
           GO          TO      2101-RPT-NEXT-RTN.
       2102-RPT-EOF-RTN.
           EXEC        CICS    ENDBR
                       DATASET('CBMFCKH')
           END-EXEC.
       2100-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    以更正分錄之CBMF01鍵值讀CBTPCPX取例外狀態(查無者空白)；     *
      *    僅重設NOTFND，CBMFCKH瀏覽之ENDFILE仍有效                    *
      *---------------------------------------------------------------*
       2110-CPX-STATUS-RTN.
           MOVE        CKH-MAIN-BR         TO      CPX-MAIN-BR.
           MOVE        CKH-SUB-BR          TO      CPX-SUB-BR.
           MOVE        CKH-DATA-DATE       TO      CPX-DATA-DATE.
           MOVE        CKH-STAN-NO         TO      CPX-STAN-NO.
           MOVE        CKH-ACCOUNT-YEAR    TO      CPX-ACCOUNT-YEAR.
           MOVE        CKH-INVOICE-CODE    TO      CPX-INVOICE-CODE.
           EXEC CICS   HANDLE CONDITION
                       NOTFND(2110-EXIT)
                       END-EXEC.
           EXEC  CICS  READ
                       DATASET('CBTPCPX')
                       INTO(TIPCPX)
                       LENGTH(CPX-LENGTH)
                       RIDFLD(CPX-KEY)
           END-EXEC.
           MOVE        CPX-STATUS          TO      LD6P-STATUS.
       2110-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    豁免：先查CBTPAUT確認操作員具CORWAIVE權限，再以CPR1-REC-    *
      *    KEY(更正分錄之CBMF01鍵值)讀取例外(READ UPDATE)，查無者以    *
      *    MB81回覆；非待處理狀態者不得豁免。改列'W'並記錄豁免人員     *
      *    及時間；同一原因之例外於下次檢索時維持豁免                  *
      *---------------------------------------------------------------*
       3000-CPX-WAIVE-RTN.
           MOVE        '/3000-WAV/'        TO      WK-PARA.
           MOVE        'CORWAIVE'          TO      WK-AUT-FUNC.
           PERFORM     9400-AUT-CHECK-RTN  THRU    9400-EXIT.
           MOVE        CPR1-REC-KEY        TO      CPX-KEY.
           EXEC CICS   HANDLE CONDITION
                       NOTFND(3001-NOTFND-RTN)
                       END-EXEC.
           EXEC  CICS  READ
                       DATASET('CBTPCPX')
                       INTO(TIPCPX)
                       LENGTH(CPX-LENGTH)
                       RIDFLD(CPX-KEY)
                       UPDATE
           END-EXEC.
           IF          NOT CPX-ST-OPEN
           THEN
             EXEC CICS UNLOCK
                       DATASET('CBTPCPX')
             END-EXEC
             MOVE      'MB81'              TO      WK-MSG-CODE
             MOVE      '該例外已豁免或已解除'
                                           TO      WK-MSG-CONTENT
             PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
           MOVE        'W'                 TO      CPX-STATUS.
           MOVE        EIBOPID             TO      CPX-WAIVE-OPID.
           MOVE        WK-CPR-TIMESTAMP    TO      CPX-WAIVE-TIME.
           EXEC CICS   REWRITE
                       DATASET('CBTPCPX')
                       FROM(TIPCPX)
                       LENGTH(CPX-LENGTH)
           END-EXEC.
           GO          TO      3000-EXIT.
       3001-NOTFND-RTN.
           MOVE        'MB81'              TO      WK-MSG-CODE.
           MOVE        '查無更正分錄配對例外'
                                           TO      WK-MSG-CONTENT.
           PERFORM     9999-ERR-MSG-OUT-RTN.
       3000-EXIT.
           EXIT.
      ***
       7000-MSG-OUTPUT-RTN.
           MOVE        '7000-MSG'          TO      WK-PARA.
           MOVE        'T700'              TO      MSG-P-OUT-CODE.
           MOVE        44                  TO      MSG-P-LENGTH.
           MOVE        MSG-M-DISPLAY       TO      MSG-P-OUT-TM-TYPE.
           MOVE        '0000'              TO      T034-RESPONSE-CODE.
           IF          CPR1-INQUIRE
           THEN
             MOVE      WK-CPR-CNT          TO      WK-T034-CNT
             MOVE      WK-T034-MSG         TO      T034-CONTENT.
      *    ENDIF
           IF          CPR1-REPORT
           THEN
             MOVE      WK-CPR-CNT          TO      WK-T034-RPT-CNT
             MOVE      WK-T034-RPT-MSG     TO      T034-CONTENT.
      *    ENDIF
           IF          CPR1-WAIVE
           THEN
             MOVE      WK-T034-WAV-MSG     TO      T034-CONTENT.
      *    ENDIF
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
       9180-GET-TIMESTAMP-RTN.
      *-------------------------------------------------------------*
      *    取目前系統時間，組成WK-CPR-TIMESTAMP(YYYYMMDDHHMMSS)      *
      *    供豁免紀錄之時間戳記使用                                  *
      *-------------------------------------------------------------*
           EXEC CICS   ASKTIME
                       ABSTIME(WK-CPR-ABSTIME)
           END-EXEC.
           EXEC CICS   FORMATTIME
                       ABSTIME(WK-CPR-ABSTIME)
                       YYYYMMDD(WK-CPR-TS-DATE)
                       TIME(WK-CPR-TS-TIME)
           END-EXEC.
       9180-EXIT.
           EXIT.
      *-------------------------------------------------------------*
      *    特殊功能權限檢核，同CBLUFILE 9400-AUT-CHECK-RTN之作法：    *
      *    以EIBOPID+WK-AUT-FUNC讀CBTPAUT，查無紀錄或未授權即拒       *
      *    絕並留存遭拒紀錄                                           *
      *-------------------------------------------------------------*
       9400-AUT-CHECK-RTN.
           MOVE        EIBOPID             TO      AUT-OPID.
           MOVE        WK-AUT-FUNC         TO      AUT-FUNC.
           EXEC CICS   HANDLE CONDITION
                       NOTFND(9401-AUT-DENY-RTN)
                       END-EXEC.
           EXEC  CICS  READ
                       DATASET('CBTPAUT')
                       INTO(TIPAUT)
                       LENGTH(AUT-LENGTH)
                       RIDFLD(AUT-KEY)
           END-EXEC.
           IF          AUT-ALLOWED
           THEN
             GO        TO      9400-EXIT.
      *    ENDIF
       9401-AUT-DENY-RTN.
           MOVE        EIBOPID             TO      L99P-OPID.
           MOVE        WK-AUT-FUNC         TO      L99P-FUNC.
           EXEC        CICS    START   TRANSID  ('OPCT')
                                       INTERVAL (0)
                                       FROM     (L99P-DATA)
                                       LENGTH   (38)
                                       TERMID   ('CNSL')
                                       END-EXEC.
           MOVE        'MB6C'              TO      WK-MSG-CODE.
           MOVE        '操作員無此功能執行權限'
                                           TO      WK-MSG-CONTENT.
           PERFORM     9999-ERR-MSG-OUT-RTN.
       9400-EXIT.
           EXIT.
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
