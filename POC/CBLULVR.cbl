       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CBLULVR.
      *REMARKS.        LARGE-VALUE TRANSACTION REVIEW (CBMF02/CBMF034).
      ***261015 新增大額交易覆核交易：列印CBTPLVQ待覆核項目清單、
      ***       由具LVREVIEW權限之主管逐筆核准或剔除，每次決定寫入
      ***       CBTPLVA稽核紀錄(覆核人員/時間/決定)。核准者下次檢索
      ***       放行，剔除者下次檢索比照轉換退件自線上檔剔除；尚有
      ***       待覆核項目時CBLUFILE不排程IFTO
       ENVIRONMENT     DIVISION.
      ***
       DATA            DIVISION.
       WORKING-STORAGE SECTION.
       77  WK-LVR-ABSTIME                  PIC  S9(15) COMP-3 VALUE +0.
       77  WK-LVR-CNT                      PIC  9(05)         VALUE 0.
       01  WK-LVR-TIMESTAMP.
         05  WK-LVR-TS-DATE                PIC  9(08)        VALUE 0.
         05  WK-LVR-TS-TIME                PIC  9(06)        VALUE 0.
       01  WK-LVA-SAVE                     PIC  X(113) VALUE SPACES.
       01  WK-AREA.
         05  FILLER                      PIC X(10)  VALUE '//WK-PARA/'.
         05  WK-PARA                     PIC X(10)  VALUE SPACES.
         05  WK-MSG-CODE                 PIC X(4)   VALUE '    '.
         05  WK-MSG-CONTENT              PIC X(40)  VALUE SPACES.
      *---------------------------------------------------------------*
      *    7000-MSG-OUTPUT-RTN回覆訊息組字區                           *
      *---------------------------------------------------------------*
       01  WK-T034-MSG.
         05  FILLER            PIC  X(21)
             VALUE '大額待覆核筆數'.
         05  WK-T034-CNT                 PIC  9(05).
         05  FILLER                      PIC  X(14)  VALUE SPACES.
       01  WK-T034-APV-MSG.
         05  FILLER            PIC  X(27)
             VALUE '大額交易已核准放行'.
         05  FILLER                      PIC  X(13)  VALUE SPACES.
       01  WK-T034-REJ-MSG.
         05  FILLER            PIC  X(27)
             VALUE '大額交易已剔除傳送'.
         05  FILLER                      PIC  X(13)  VALUE SPACES.
      *---------------------------------------------------------------*
      *    大額待覆核清單硬拷貝表示列(型別/分行/原紀錄鍵值/幣別/金     *
      *    額/門檻/列入佇列之營業日)                                   *
      *---------------------------------------------------------------*
       01  LC1P-DATA.
         05  LC1P-REP-ID                 PIC X(06)  VALUE '*LVL* '.
         05  LC1P-TP-LIT                 PIC X(05)  VALUE ' TP: '.
         05  LC1P-INQ-TYPE               PIC 9(01).
         05  LC1P-BR-LIT                 PIC X(05)  VALUE ' BR: '.
         05  LC1P-BRANCH                 PIC 9(07).
         05  LC1P-KY-LIT                 PIC X(05)  VALUE ' KY: '.
         05  LC1P-REC-KEY                PIC X(28).
         05  LC1P-CU-LIT                 PIC X(05)  VALUE ' CU: '.
         05  LC1P-CURRENCY               PIC 9(01).
         05  LC1P-AM-LIT                 PIC X(05)  VALUE ' AM: '.
         05  LC1P-AMT-MARK               PIC X(01).
         05  LC1P-AMT                    PIC 9(12)V99.
         05  LC1P-TH-LIT                 PIC X(05)  VALUE ' TH: '.
         05  LC1P-THRESHOLD              PIC 9(12)V99.
         05  LC1P-DT-LIT                 PIC X(05)  VALUE ' DT: '.
         05  LC1P-BUS-DATE               PIC 9(07).
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
       01  FILLER                        PIC X(10)  VALUE '//CBKTPLVQ'.
           COPY                             CBKTPLVQ.
      *-------------------------------------------------------------*
       01  FILLER                        PIC X(10)  VALUE '//CBKTPLVA'.
           COPY                             CBKTPLVA.
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
      *01  LVR1.
           COPY                          CBKLVR1.
      ***
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS-RTN.
           MOVE        '/0000-MAI/'               TO    WK-PARA.
           EXEC CICS ADDRESS CWA (ADDRESS OF  CWA) END-EXEC.
           PERFORM     1000-TXN-INIT-RTN          THRU  1000-EXIT.
           IF          LVR1-INQUIRE
           THEN
             PERFORM   2000-LVQ-LIST-RTN          THRU  2000-EXIT.
      *    ENDIF
           IF          LVR1-APPROVE
               OR      LVR1-REJECT
           THEN
             PERFORM   3000-LVQ-DECIDE-RTN        THRU  3000-EXIT.
      *    ENDIF
           PERFORM     7000-MSG-OUTPUT-RTN        THRU  7000-EXIT.
           PERFORM     8000-TXN-END-RTN           THRU  8000-EXIT.

       0000-EXIT.
           EXIT.
      ***
       1000-TXN-INIT-RTN.
           MOVE        '/1000-INI/'        TO      WK-PARA.
           PERFORM     901-TXN-INIT-RTN    THRU    901-EXIT.
           MOVE        'CBLULVR '          TO      TWA-MAP-PROG-NAME.
           MOVE        SPACES              TO      TWA-SAP-PROG-NAME.
           MOVE        TWA-M-AP-NORMAL     TO      TWA-TXN-RETURN-CODE.
      *---------------------------------------------------------------*
      *    呼叫端COMMAREA長度不足時不可逕行參考LVR1各欄位              *
      *    (同CBLUFILE 0000-MAIN-PROCESS-RTN之EIBCALEN檢核作法)        *
      *---------------------------------------------------------------*
           IF          EIBCALEN            <       30
           THEN
             MOVE      'MB7D'              TO      WK-MSG-CODE
             MOVE      '交易參數長度不足'
                                           TO      WK-MSG-CONTENT
             PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
           IF          LVR1-INQUIRE
               OR      LVR1-APPROVE
               OR      LVR1-REJECT
           THEN
             NEXT SENTENCE
           ELSE
             MOVE      'MB7D'              TO      WK-MSG-CODE
             MOVE      '處理代碼僅限I/A/X'
                                           TO      WK-MSG-CONTENT
             PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
           PERFORM     9180-GET-TIMESTAMP-RTN THRU 9180-EXIT.
       1000-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    列印待覆核清單：瀏覽CBTPLVQ全檔，逐筆以硬拷貝列印狀態'P'    *
      *    之項目(已核准/剔除者略過)；回覆訊息帶回待覆核筆數           *
      *---------------------------------------------------------------*
       2000-LVQ-LIST-RTN.
           MOVE        '/2000-LST/'        TO      WK-PARA.
           MOVE        0                   TO      WK-LVR-CNT.
           MOVE        SPACES              TO      LVQ-KEY.
           EXEC CICS   HANDLE CONDITION
                       ENDFILE(2002-LIST-EOF-RTN)
                       NOTFND(2000-EXIT)
                       END-EXEC.
           EXEC  CICS  STARTBR
                       DATASET('CBTPLVQ')
                       RIDFLD(LVQ-KEY)
                       GTEQ
           END-EXEC.
       2001-LIST-NEXT-RTN.
           EXEC  CICS  READNEXT
                       DATASET('CBTPLVQ')
                       INTO(TIPLVQ)
                       LENGTH(LVQ-LENGTH)
                       RIDFLD(LVQ-KEY)
           END-EXEC.
           IF          NOT LVQ-ST-PENDING
           THEN
             GO        TO      2001-LIST-NEXT-RTN.
      *    ENDIF
           ADD         1                   TO      WK-LVR-CNT.
           MOVE        LVQ-INQ-TYPE        TO      LC1P-INQ-TYPE.
           MOVE        LVQ-BRANCH-CODE     TO      LC1P-BRANCH.
           MOVE        LVQ-REC-KEY         TO      LC1P-REC-KEY.
           MOVE        LVQ-CURRENCY        TO      LC1P-CURRENCY.
           MOVE        LVQ-AMT-MARK        TO      LC1P-AMT-MARK.
           MOVE        LVQ-AMT             TO      LC1P-AMT.
           MOVE        LVQ-THRESHOLD       TO      LC1P-THRESHOLD.
           MOVE        LVQ-BUS-DATE        TO      LC1P-BUS-DATE.
           EXEC        CICS    START   TRANSID  ('OPCT')
                                       INTERVAL (0)
                                       FROM     (LC1P-DATA)
                                       LENGTH   (114)
                                       TERMID   (CWHCTID)
                                       END-EXEC.
           GO          TO      2001-LIST-NEXT-RTN.
       2002-LIST-EOF-RTN.
           EXEC        CICS    ENDBR
                       DATASET('CBTPLVQ')
           END-EXEC.
       2000-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    核准/剔除：先查CBTPAUT確認操作員具LVREVIEW權限，再以        *
      *    LVR1-INQ-TYPE+LVR1-REC-KEY讀取佇列項目(READ UPDATE)，       *
      *    查無者以MB7E回覆；非待覆核狀態者不得重複覆核。決定改列      *
      *    'A'/'X'並記錄覆核人員/時間，另寫CBTPLVA稽核紀錄             *
      *---------------------------------------------------------------*
       3000-LVQ-DECIDE-RTN.
           MOVE        '/3000-DEC/'        TO      WK-PARA.
           MOVE        'LVREVIEW'          TO      WK-AUT-FUNC.
           PERFORM     9400-AUT-CHECK-RTN  THRU    9400-EXIT.
           MOVE        LVR1-INQ-TYPE       TO      LVQ-INQ-TYPE.
           MOVE        LVR1-REC-KEY        TO      LVQ-REC-KEY.
           EXEC CICS   HANDLE CONDITION
                       NOTFND(3001-NOTFND-RTN)
                       END-EXEC.
           EXEC  CICS  READ
                       DATASET('CBTPLVQ')
                       INTO(TIPLVQ)
                       LENGTH(LVQ-LENGTH)
                       RIDFLD(LVQ-KEY)
                       UPDATE
           END-EXEC.
           IF          NOT LVQ-ST-PENDING
           THEN
             EXEC CICS UNLOCK
                       DATASET('CBTPLVQ')
             END-EXEC
             MOVE      'MB7E'              TO      WK-MSG-CODE
             MOVE      '該大額交易已覆核完成'
                                           TO      WK-MSG-CONTENT
             PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
           MOVE        LVR1-ACTION         TO      LVQ-STATUS.
           MOVE        EIBOPID             TO      LVQ-REVW-OPID.
           MOVE        WK-LVR-TIMESTAMP    TO      LVQ-REVW-TIME.
           EXEC CICS   REWRITE
                       DATASET('CBTPLVQ')
                       FROM(TIPLVQ)
                       LENGTH(LVQ-LENGTH)
           END-EXEC.
           PERFORM     3100-WRITE-LVA-RTN  THRU    3100-EXIT.
           GO          TO      3000-EXIT.
       3001-NOTFND-RTN.
           MOVE        'MB7E'              TO      WK-MSG-CODE.
           MOVE        '查無大額覆核項目'
                                           TO      WK-MSG-CONTENT.
           PERFORM     9999-ERR-MSG-OUT-RTN.
       3000-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    寫入大額覆核稽核紀錄：鍵值併入EIBTASKN避免同一秒內連續      *
      *    覆核鍵值重複，萬一仍DUPREC則改寫回同一筆，稽核紀錄一律      *
      *    不因鍵值衝突而中斷交易(同CBLUPRM 4200-WRITE-PAU-RTN之       *
      *    作法)                                                       *
      *---------------------------------------------------------------*
       3100-WRITE-LVA-RTN.
           MOVE        SPACES              TO      TIPLVA.
           MOVE        WK-LVR-TIMESTAMP    TO      LVA-TIMESTAMP.
           MOVE        EIBTASKN            TO      LVA-TASKN.
           MOVE        LVQ-INQ-TYPE        TO      LVA-INQ-TYPE.
           MOVE        LVQ-REC-KEY         TO      LVA-REC-KEY.
           MOVE        LVQ-STATUS          TO      LVA-DECISION.
           MOVE        EIBOPID             TO      LVA-REVW-OPID.
           MOVE        LVQ-CURRENCY        TO      LVA-CURRENCY.
           MOVE        LVQ-AMT-MARK        TO      LVA-AMT-MARK.
           MOVE        LVQ-AMT             TO      LVA-AMT.
           MOVE        LVQ-THRESHOLD       TO      LVA-THRESHOLD.
           MOVE        LVQ-QUEUE-TIME      TO      LVA-QUEUE-TIME.
           MOVE        TIPLVA              TO      WK-LVA-SAVE.
           EXEC CICS   HANDLE CONDITION
                       DUPREC(3101-DUP-RTN)
                       END-EXEC.
           EXEC CICS   WRITE
                       DATASET('CBTPLVA')
                       FROM(TIPLVA)
                       RIDFLD(LVA-KEY)
                       LENGTH(LVA-LENGTH)
           END-EXEC.
           GO          TO      3100-EXIT.
       3101-DUP-RTN.
           EXEC  CICS  READ
                       DATASET('CBTPLVA')
                       INTO(TIPLVA)
                       LENGTH(LVA-LENGTH)
                       RIDFLD(LVA-KEY)
                       UPDATE
           END-EXEC.
           MOVE        WK-LVA-SAVE         TO      TIPLVA.
           EXEC  CICS  REWRITE
                       DATASET('CBTPLVA')
                       FROM(TIPLVA)
           END-EXEC.
           EXEC        CICS    UNLOCK
                       DATASET('CBTPLVA')
           END-EXEC.
           GO          TO      3100-EXIT.
       3100-EXIT.
           EXIT.
      ***
       7000-MSG-OUTPUT-RTN.
           MOVE        '7000-MSG'          TO      WK-PARA.
           MOVE        'T700'              TO      MSG-P-OUT-CODE.
           MOVE        44                  TO      MSG-P-LENGTH.
           MOVE        MSG-M-DISPLAY       TO      MSG-P-OUT-TM-TYPE.
           MOVE        '0000'              TO      T034-RESPONSE-CODE.
           IF          LVR1-INQUIRE
           THEN
             MOVE      WK-LVR-CNT          TO      WK-T034-CNT
             MOVE      WK-T034-MSG         TO      T034-CONTENT.
      *    ENDIF
           IF          LVR1-APPROVE
           THEN
             MOVE      WK-T034-APV-MSG     TO      T034-CONTENT.
      *    ENDIF
           IF          LVR1-REJECT
           THEN
             MOVE      WK-T034-REJ-MSG     TO      T034-CONTENT.
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
      *    取目前系統時間，組成WK-LVR-TIMESTAMP(YYYYMMDDHHMMSS)      *
      *    供覆核紀錄及稽核紀錄之時間戳記使用                        *
      *-------------------------------------------------------------*
           EXEC CICS   ASKTIME
                       ABSTIME(WK-LVR-ABSTIME)
           END-EXEC.
           EXEC CICS   FORMATTIME
                       ABSTIME(WK-LVR-ABSTIME)
                       YYYYMMDD(WK-LVR-TS-DATE)
                       TIME(WK-LVR-TS-TIME)
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
