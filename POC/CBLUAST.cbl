       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     CBLUAST.
      *REMARKS.        MONTHLY PER-AGENCY ACCOUNT ACTIVITY STATEMENT.
      ***261015 新增機關專戶月對帳單交易：月底依對帳單月份彙整CBMF02
      ***       異動(依MF02-TXN-CODE分借貸)、CBMF031各旬利息及CBMFACR
      ***       帳戶資料(戶名/核准文號/所屬機關)，依機關(MF033-ORG)
      ***       /帳號產出CBMFAST對帳單檔(含期初/期末餘額，期初取
      ***       CBMFABL結轉餘額)並列印對帳單；對帳單合計另與CBMF02/
      ***       CBMF031傳送控制軌核對，結果寫入該月控制紀錄，取代
      ***       分行人工拼湊機關對帳單作業
      ***261015 帳戶紀錄之分行代號依CBTPBRM分行主檔歸併：對帳單月份
      ***       已裁併生效之分行改列存續分行代號
       ENVIRONMENT     DIVISION.
      ***
       DATA            DIVISION.
       WORKING-STORAGE SECTION.
       77  WK-AST-SUB                      PIC  9(03) COMP    VALUE 0.
       77  WK-AST-DEL-CNT                  PIC  9(03) COMP    VALUE 0.
       77  WK-AST-PUR-CNT                  PIC  9(07)         VALUE 0.
       77  WK-AST-ACCT-CNT                 PIC  9(07)         VALUE 0.
       77  WK-AST-ORG-ACCT-CNT             PIC  9(05)         VALUE 0.
       77  WK-AST-HAVE-ORG                 PIC  X(01)         VALUE 'N'.
       77  WK-AST-CUR-ORG                  PIC  9(08)         VALUE 0.
       77  WK-AST-PRD-MON                  PIC  9(05)         VALUE 0.
       77  WK-AST-CLS-MON                  PIC  9(05)         VALUE 0.
       77  WK-AST-OPEN                     PIC  S9(13)V99     VALUE +0.
       77  WK-AST-CLOSE                    PIC  S9(13)V99     VALUE +0.
       77  WK-AST-AMT                      PIC  9(13)V99      VALUE 0.
       77  WK-AST-INT-AMT                  PIC  9(13)V99      VALUE 0.
       77  WK-AST-NONINT-AMT               PIC  9(13)V99      VALUE 0.
       77  WK-AST-02-CNT                   PIC  9(07)         VALUE 0.
       77  WK-AST-02-SUM                   PIC  9(13)V99      VALUE 0.
       77  WK-AST-TRL02-CNT                PIC  9(07)         VALUE 0.
       77  WK-AST-TRL02-SUM                PIC  9(13)V99      VALUE 0.
       77  WK-AST-31-CNT                   PIC  9(07)         VALUE 0.
       77  WK-AST-31-SUM                   PIC  9(13)V99      VALUE 0.
       77  WK-AST-TRL31-CNT                PIC  9(07)         VALUE 0.
       77  WK-AST-TRL31-SUM                PIC  9(13)V99      VALUE 0.
       77  WK-AST-STATUS                   PIC  X(01)         VALUE 'M'.
       77  WK-AST-ORG-OPEN                 PIC  S9(13)V99     VALUE +0.
       77  WK-AST-ORG-DR                   PIC  9(13)V99      VALUE 0.
       77  WK-AST-ORG-CR                   PIC  9(13)V99      VALUE 0.
       77  WK-AST-ORG-INT                  PIC  9(13)V99      VALUE 0.
       77  WK-AST-ORG-CLOSE                PIC  S9(13)V99     VALUE +0.
       77  WK-AST-BRM-DEPTH                PIC  9(02) COMP    VALUE 0.
       77  WK-AST-ABSTIME                  PIC  S9(15) COMP-3 VALUE +0.
       01  WK-AST-TIMESTAMP.
         05  WK-AST-TS-DATE                PIC  9(08)        VALUE 0.
         05  WK-AST-TS-TIME                PIC  9(06)        VALUE 0.
       01  WK-AST-MONTH-G.
         05  WK-AST-MON-YY               PIC  9(03)  VALUE 0.
         05  WK-AST-MON-MM               PIC  9(02)  VALUE 0.
       01  WK-AST-MONTH  REDEFINES  WK-AST-MONTH-G
                                           PIC  9(05).
       01  WK-AST-TXN-DATE-G.
         05  WK-AST-TXN-YY               PIC  9(03)  VALUE 0.
         05  WK-AST-TXN-MM               PIC  9(02)  VALUE 0.
         05  WK-AST-TXN-DD               PIC  9(02)  VALUE 0.
       01  WK-AST-TXN-DATE  REDEFINES  WK-AST-TXN-DATE-G
                                           PIC  9(07).
      *---------------------------------------------------------------*
      *    帳戶明細工作區：WK-AST-ACCT/BRANCH由呼叫端設定，其餘由      *
      *    3810-ACR-GET-RTN依CBMFACR帳戶主檔填入                       *
      *---------------------------------------------------------------*
       01  WK-AST-ACCT                     PIC  X(16)  VALUE SPACES.
       01  WK-AST-BRANCH                   PIC  9(07)  VALUE 0.
       01  WK-AST-TXN-CODE                 PIC  9(02)  VALUE 0.
       01  WK-AST-SECTION                  PIC  9(01)  VALUE 0.
       01  WK-AST-MARK                     PIC  X(01)  VALUE SPACES.
       01  WK-AST-OPEN-MARK                PIC  X(01)  VALUE SPACES.
       01  WK-AST-ABL-SAVE                 PIC  X(80)  VALUE SPACES.
       01  WK-AST-ORG                      PIC  9(08)  VALUE 0.
       01  WK-AST-ACR-ST                   PIC  X(01)  VALUE SPACES.
       01  WK-AST-APRV-NO                  PIC  9(11)  VALUE 0.
       01  WK-AST-CURRENCY                 PIC  X(03)  VALUE SPACES.
       01  WK-AST-NAME                     PIC  X(80)  VALUE SPACES.
       01  WK-AST-ABL-CTL-KEY              PIC  X(16)
           VALUE '9999999999999999'.
      *---------------------------------------------------------------*
      *    重跑清檔之批次鍵值表：每批50筆，批滿時ENDBR逐筆刪除後自     *
      *    末一鍵值續瀏覽(同CBLUARC清檔之作法)                         *
      *---------------------------------------------------------------*
       01  WK-AST-RESUME-KEY               PIC  X(32)  VALUE SPACES.
       01  WK-AST-DEL-TBL.
         05  WK-AST-DEL-KEY              OCCURS  50  TIMES
                                           PIC  X(32).
       01  WK-AREA.
         05  FILLER                      PIC X(10)  VALUE '//WK-PARA/'.
         05  WK-PARA                     PIC X(10)  VALUE SPACES.
         05  WK-MSG-CODE                 PIC X(4)   VALUE '    '.
         05  WK-MSG-CONTENT              PIC X(40)  VALUE SPACES.
      *---------------------------------------------------------------*
      *    7000-MSG-OUTPUT-RTN回覆訊息組字區                           *
      *---------------------------------------------------------------*
       01  WK-T034-OK-MSG.
         05  FILLER            PIC  X(30)
             VALUE '機關對帳單產出帳戶數'.
         05  WK-T034-ACCT-CNT            PIC  9(07).
         05  FILLER                      PIC  X(03)  VALUE SPACES.
       01  WK-T034-DIF-MSG.
         05  FILLER            PIC  X(33)
             VALUE '對帳單合計與控制軌不符'.
         05  FILLER                      PIC  X(07)  VALUE SPACES.
      *---------------------------------------------------------------*
      *    對帳單表示列：AST為帳戶資料、ASN為戶名、ASB為期初/借方/     *
      *    貸方/利息/期末金額、ASD為依交易代碼之借貸明細、ASI為各      *
      *    旬利息、ASO為機關合計、ASC為與傳送控制軌之核對結果          *
      *---------------------------------------------------------------*
       01  LB2P-DATA.
         05  LB2P-REP-ID                 PIC X(06)  VALUE '*AST* '.
         05  LB2P-ORG                    PIC 9(08).
         05  LB2P-AC-LIT                 PIC X(05)  VALUE ' AC: '.
         05  LB2P-ACCOUNT-NO             PIC X(16).
         05  LB2P-BR-LIT                 PIC X(05)  VALUE ' BR: '.
         05  LB2P-BRANCH                 PIC 9(07).
         05  LB2P-AP-LIT                 PIC X(05)  VALUE ' AP: '.
         05  LB2P-APRV-NO                PIC 9(11).
         05  LB2P-ST-LIT                 PIC X(05)  VALUE ' ST: '.
         05  LB2P-STATUS                 PIC X(01).
         05  LB2P-CU-LIT                 PIC X(05)  VALUE ' CU: '.
         05  LB2P-CURRENCY               PIC X(03).
       01  LB3P-DATA.
         05  LB3P-REP-ID                 PIC X(06)  VALUE '*ASN* '.
         05  LB3P-ACCOUNT-NO             PIC X(16).
         05  FILLER                      PIC X(01)  VALUE SPACES.
         05  LB3P-NAME                   PIC X(80).
       01  LB4P-DATA.
         05  LB4P-REP-ID                 PIC X(06)  VALUE '*ASB* '.
         05  LB4P-ACCOUNT-NO             PIC X(16).
         05  LB4P-OP-LIT                 PIC X(04)  VALUE ' OP:'.
         05  LB4P-OPEN-MARK              PIC X(01).
         05  LB4P-OPEN-AMT               PIC 9(13)V99.
         05  LB4P-DR-LIT                 PIC X(04)  VALUE ' DR:'.
         05  LB4P-DR-AMT                 PIC 9(13)V99.
         05  LB4P-CR-LIT                 PIC X(04)  VALUE ' CR:'.
         05  LB4P-CR-AMT                 PIC 9(13)V99.
         05  LB4P-IN-LIT                 PIC X(04)  VALUE ' IN:'.
         05  LB4P-INT-AMT                PIC 9(13)V99.
         05  LB4P-CL-LIT                 PIC X(04)  VALUE ' CL:'.
         05  LB4P-CLOSE-MARK             PIC X(01).
         05  LB4P-CLOSE-AMT              PIC 9(13)V99.
       01  LB5P-DATA.
         05  LB5P-REP-ID                 PIC X(06)  VALUE '*ASD* '.
         05  LB5P-ACCOUNT-NO             PIC X(16).
         05  LB5P-TX-LIT                 PIC X(04)  VALUE ' TX:'.
         05  LB5P-TXN-CODE               PIC 9(02).
         05  LB5P-DN-LIT                 PIC X(04)  VALUE ' DN:'.
         05  LB5P-DR-CNT                 PIC 9(07).
         05  LB5P-DR-LIT                 PIC X(04)  VALUE ' DR:'.
         05  LB5P-DR-AMT                 PIC 9(13)V99.
         05  LB5P-CN-LIT                 PIC X(04)  VALUE ' CN:'.
         05  LB5P-CR-CNT                 PIC 9(07).
         05  LB5P-CR-LIT                 PIC X(04)  VALUE ' CR:'.
         05  LB5P-CR-AMT                 PIC 9(13)V99.
       01  LB6P-DATA.
         05  LB6P-REP-ID                 PIC X(06)  VALUE '*ASI* '.
         05  LB6P-ACCOUNT-NO             PIC X(16).
         05  LB6P-SC-LIT                 PIC X(04)  VALUE ' SC:'.
         05  LB6P-SECTION                PIC 9(01).
         05  LB6P-IN-LIT                 PIC X(04)  VALUE ' IN:'.
         05  LB6P-INT-AMT                PIC 9(13)V99.
         05  LB6P-NI-LIT                 PIC X(04)  VALUE ' NI:'.
         05  LB6P-NONINT-AMT             PIC 9(13)V99.
       01  LB7P-DATA.
         05  LB7P-REP-ID                 PIC X(06)  VALUE '*ASO* '.
         05  LB7P-ORG                    PIC 9(08).
         05  LB7P-AC-LIT                 PIC X(04)  VALUE ' AC:'.
         05  LB7P-ACCT-CNT               PIC 9(05).
         05  LB7P-OP-LIT                 PIC X(04)  VALUE ' OP:'.
         05  LB7P-OPEN-MARK              PIC X(01).
         05  LB7P-OPEN-AMT               PIC 9(13)V99.
         05  LB7P-DR-LIT                 PIC X(04)  VALUE ' DR:'.
         05  LB7P-DR-AMT                 PIC 9(13)V99.
         05  LB7P-CR-LIT                 PIC X(04)  VALUE ' CR:'.
         05  LB7P-CR-AMT                 PIC 9(13)V99.
         05  LB7P-IN-LIT                 PIC X(04)  VALUE ' IN:'.
         05  LB7P-INT-AMT                PIC 9(13)V99.
         05  LB7P-CL-LIT                 PIC X(04)  VALUE ' CL:'.
         05  LB7P-CLOSE-MARK             PIC X(01).
         05  LB7P-CLOSE-AMT              PIC 9(13)V99.
       01  LB8P-DATA.
         05  LB8P-REP-ID                 PIC X(06)  VALUE '*ASC* '.
         05  LB8P-MONTH                  PIC 9(05).
         05  LB8P-FL-LIT                 PIC X(05)  VALUE ' FL: '.
         05  LB8P-FILE-ID                PIC X(08).
         05  LB8P-SC-LIT                 PIC X(04)  VALUE ' SC:'.
         05  LB8P-STMT-CNT               PIC 9(07).
         05  LB8P-SA-LIT                 PIC X(04)  VALUE ' SA:'.
         05  LB8P-STMT-SUM               PIC 9(13)V99.
         05  LB8P-TC-LIT                 PIC X(04)  VALUE ' TC:'.
         05  LB8P-TRL-CNT                PIC 9(07).
         05  LB8P-TA-LIT                 PIC X(04)  VALUE ' TA:'.
         05  LB8P-TRL-SUM                PIC 9(13)V99.
         05  LB8P-ST-LIT                 PIC X(05)  VALUE ' ST: '.
         05  LB8P-STATUS                 PIC X(01).
      *-------------------------------------------------------------*
       01  FILLER                        PIC X(10)  VALUE '//CBKMF02/'.
           COPY                             CBKMF02.
      *-------------------------------------------------------------*
       01  FILLER                        PIC X(10)  VALUE '//CBKMF31/'.
           COPY                             CBKMF031.
      *-------------------------------------------------------------*
       01  FILLER                        PIC X(10)  VALUE '//CBKTRL//'.
           COPY                             CBKTRL.
      *-------------------------------------------------------------*
       01  FILLER                        PIC X(10)  VALUE '//CBKMFACR'.
           COPY                             CBKMFACR.
      *-------------------------------------------------------------*
       01  FILLER                        PIC X(10)  VALUE '//CBKMFAST'.
           COPY                             CBKMFAST.
      *-------------------------------------------------------------*
       01  FILLER                        PIC X(10)  VALUE '//CBKMFABL'.
           COPY                             CBKMFABL.
      *-------------------------------------------------------------*
       01  FILLER                        PIC X(10)  VALUE '//CBKTPBRM'.
           COPY                             CBKTPBRM.
      *-------------------------------------------------------------*
       01  FILLER                          PIC X(10)  VALUE '/CBKLEN/'.
           COPY                            CBKLEN.
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
      *01  AST1.
           COPY                          CBKAST1.
      ***
       PROCEDURE DIVISION.
       0000-MAIN-PROCESS-RTN.
           MOVE        '/0000-MAI/'               TO    WK-PARA.
           EXEC CICS ADDRESS CWA (ADDRESS OF  CWA) END-EXEC.
           PERFORM     1000-TXN-INIT-RTN          THRU  1000-EXIT.
           PERFORM     2000-PURGE-RTN             THRU  2000-EXIT.
           PERFORM     3000-MF02-RTN              THRU  3000-EXIT.
           PERFORM     3300-MF031-RTN             THRU  3300-EXIT.
           PERFORM     3500-ACR-RTN               THRU  3500-EXIT.
           PERFORM     4000-TRL-RTN               THRU  4000-EXIT.
           PERFORM     5000-PRINT-RTN             THRU  5000-EXIT.
           PERFORM     7000-MSG-OUTPUT-RTN        THRU  7000-EXIT.
           PERFORM     8000-TXN-END-RTN           THRU  8000-EXIT.

       0000-EXIT.
           EXIT.
      ***
       1000-TXN-INIT-RTN.
           MOVE        '/1000-INI/'        TO      WK-PARA.
           PERFORM     901-TXN-INIT-RTN    THRU    901-EXIT.
           MOVE        'CBLUAST '          TO      TWA-MAP-PROG-NAME.
           MOVE        SPACES              TO      TWA-SAP-PROG-NAME.
           MOVE        TWA-M-AP-NORMAL     TO      TWA-TXN-RETURN-CODE.
           PERFORM     9180-GET-TIMESTAMP-RTN THRU 9180-EXIT.
      *---------------------------------------------------------------*
      *    預設對帳單月份為交易日之前一月(月初產出上月對帳單)          *
      *---------------------------------------------------------------*
           MOVE        TWA-TXN-DAT7        TO      WK-AST-TXN-DATE.
           IF          WK-AST-TXN-MM       =       1
           THEN
             COMPUTE   WK-AST-MON-YY       =       WK-AST-TXN-YY
                                           -       1
             MOVE      12                  TO      WK-AST-MON-MM
           ELSE
             MOVE      WK-AST-TXN-YY       TO      WK-AST-MON-YY
             COMPUTE   WK-AST-MON-MM       =       WK-AST-TXN-MM
                                           -       1.
      *    ENDIF
      *---------------------------------------------------------------*
      *    呼叫端可能未傳或傳入較短之COMMAREA，須先以EIBCALEN確認     *
      *    長度足以涵蓋AST1-MONTH方可採用(同CBLUEON之作法)             *
      *---------------------------------------------------------------*
           IF          EIBCALEN            NOT <   5
           THEN
             IF        AST1-MONTH          >       0
             THEN
               MOVE    AST1-MONTH          TO      WK-AST-MONTH.
      *    ENDIF
           IF          WK-AST-MON-MM       <       1
                   OR  WK-AST-MON-MM       >       12
           THEN
             MOVE      'MB7B'              TO      WK-MSG-CODE
             MOVE      '對帳單月份不合理'
                                           TO      WK-MSG-CONTENT
             PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
      *---------------------------------------------------------------*
      *    期初餘額取自CBMFABL結轉餘額，已產出較新月份對帳單後不得    *
      *    回頭重跑較舊月份，以免結轉餘額錯亂                          *
      *---------------------------------------------------------------*
           MOVE        WK-AST-ABL-CTL-KEY  TO      ABL-ACCOUNT-NO.
           EXEC CICS   HANDLE CONDITION
                       NOTFND(1000-EXIT)
                       END-EXEC.
           EXEC  CICS  READ
                       DATASET('CBMFABL')
                       INTO(TIPABL)
                       LENGTH(ABL-LENGTH)
                       RIDFLD(ABL-KEY)
           END-EXEC.
           IF          ABL-STMT-MONTH      >       WK-AST-MONTH
           THEN
             MOVE      'MB7B'              TO      WK-MSG-CODE
             MOVE      '已產出較新月份對帳單'
                                           TO      WK-MSG-CONTENT
             PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
       1000-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    重跑時先清除該月既有CBMFAST紀錄，使對帳單全數依現有資料    *
      *    重產(交易代碼或所屬機關異動後不致殘留舊明細)                *
      *---------------------------------------------------------------*
       2000-PURGE-RTN.
           MOVE        '/2000-PUR/'        TO      WK-PARA.
           MOVE        0                   TO      WK-AST-PUR-CNT.
           MOVE        0                   TO      WK-AST-DEL-CNT.
           MOVE        WK-AST-MONTH        TO      AST-STMT-MONTH.
           MOVE        ZEROS               TO      AST-ORG.
           MOVE        SPACES              TO      AST-ACCOUNT-NO.
           MOVE        SPACES              TO      AST-REC-TYPE.
           MOVE        ZEROS               TO      AST-SUB-CODE.
           MOVE        AST-KEY             TO      WK-AST-RESUME-KEY.
       2001-PUR-START-RTN.
           EXEC CICS   HANDLE CONDITION
                       ENDFILE(2003-PUR-EOF-RTN)
                       NOTFND(2000-EXIT)
                       END-EXEC.
           MOVE        WK-AST-RESUME-KEY   TO      AST-KEY.
           EXEC  CICS  STARTBR
                       DATASET('CBMFAST')
                       RIDFLD(AST-KEY)
                       GTEQ
           END-EXEC.
       2002-PUR-NEXT-RTN.
           EXEC  CICS  READNEXT
                       DATASET('CBMFAST')
                       INTO(TIPAST)
                       LENGTH(AST-LENGTH)
                       RIDFLD(AST-KEY)
           END-EXEC.
           IF          AST-STMT-MONTH      NOT =   WK-AST-MONTH
           THEN
             GO        TO      2003-PUR-EOF-RTN.
      *    ENDIF
           ADD         1                   TO      WK-AST-DEL-CNT.
           MOVE        AST-KEY             TO
                                   WK-AST-DEL-KEY(WK-AST-DEL-CNT).
           IF          WK-AST-DEL-CNT      <       50
           THEN
             GO        TO      2002-PUR-NEXT-RTN.
      *    ENDIF
      *---------------------------------------------------------------*
      *    批滿：ENDBR後逐筆刪除，再自末一鍵值續瀏覽(末一鍵值已刪      *
      *    除，GTEQ即自其後一筆起)                                     *
      *---------------------------------------------------------------*
           EXEC        CICS    ENDBR
                       DATASET('CBMFAST')
           END-EXEC.
           MOVE        AST-KEY             TO      WK-AST-RESUME-KEY.
           PERFORM     2100-PUR-DEL-RTN    THRU    2100-EXIT
           VARYING     WK-AST-SUB  FROM  1  BY  1
           UNTIL       WK-AST-SUB  >  WK-AST-DEL-CNT.
           MOVE        0                   TO      WK-AST-DEL-CNT.
           GO          TO      2001-PUR-START-RTN.
       2003-PUR-EOF-RTN.
           EXEC        CICS    ENDBR
                       DATASET('CBMFAST')
           END-EXEC.
           PERFORM     2100-PUR-DEL-RTN    THRU    2100-EXIT
           VARYING     WK-AST-SUB  FROM  1  BY  1
           UNTIL       WK-AST-SUB  >  WK-AST-DEL-CNT.
           MOVE        0                   TO      WK-AST-DEL-CNT.
       2000-EXIT.
           EXIT.
       2100-PUR-DEL-RTN.
           EXEC CICS   HANDLE CONDITION
                       NOTFND(2100-EXIT)
                       END-EXEC.
           EXEC  CICS  DELETE
                       DATASET('CBMFAST')
                       RIDFLD(WK-AST-DEL-KEY(WK-AST-SUB))
           END-EXEC.
           ADD         1                   TO      WK-AST-PUR-CNT.
       2100-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    瀏覽CBMF02該月異動明細(略過9999999彙總及9999998控制軌)，   *
      *    依帳號所屬機關累計各交易代碼之借貸金額，並同時按控制軌      *
      *    口徑(明細筆數/金額原值加總)累計供4000-TRL-RTN核對           *
      *---------------------------------------------------------------*
       3000-MF02-RTN.
           MOVE        '/3000-M02/'        TO      WK-PARA.
           MOVE        0                   TO      WK-AST-02-CNT.
           MOVE        0                   TO      WK-AST-02-SUM.
           MOVE        WK-AST-MONTH        TO      MF02-DATA-DATE.
           MOVE        ZEROS               TO      MF02-BRANCH-CODE.
           MOVE        SPACES              TO      MF02-ACCOUNT-NO.
           EXEC CICS   HANDLE CONDITION
                       ENDFILE(3002-MF02-EOF-RTN)
                       NOTFND(3000-EXIT)
                       END-EXEC.
           EXEC  CICS  STARTBR
                       DATASET('CBMF02')
                       RIDFLD(MF02-KEY)
                       GTEQ
           END-EXEC.
       3001-MF02-NEXT-RTN.
           EXEC  CICS  READNEXT
                       DATASET('CBMF02')
                       INTO(TIPMF02)
                       LENGTH(MF02-LENGTH)
                       RIDFLD(MF02-KEY)
           END-EXEC.
           IF          MF02-DATA-DATE      NOT =   WK-AST-MONTH
           THEN
             GO        TO      3002-MF02-EOF-RTN.
      *    ENDIF
           IF          MF02-BRANCH-CODE    =       9999999
                   OR  MF02-BRANCH-CODE    =       9999998
           THEN
             GO        TO      3001-MF02-NEXT-RTN.
      *    ENDIF
           ADD         1                   TO      WK-AST-02-CNT.
           ADD         MF02-AMT            TO      WK-AST-02-SUM.
           MOVE        MF02-ACCOUNT-NO     TO      WK-AST-ACCT.
           MOVE        MF02-BRANCH-CODE    TO      WK-AST-BRANCH.
           MOVE        MF02-TXN-CODE       TO      WK-AST-TXN-CODE.
           MOVE        MF02-AMT-MARK       TO      WK-AST-MARK.
           MOVE        MF02-AMT            TO      WK-AST-AMT.
           PERFORM     3800-ACCT-ENSURE-RTN THRU   3800-EXIT.
           PERFORM     3100-TXN-ADD-RTN    THRU    3100-EXIT.
           GO          TO      3001-MF02-NEXT-RTN.
       3002-MF02-EOF-RTN.
           EXEC        CICS    ENDBR
                       DATASET('CBMF02')
           END-EXEC.
       3000-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    累計一筆CBMF02異動至交易代碼借貸明細(T)，並更新帳戶紀錄     *
      *    (A)之借貸合計及期末餘額；MF02-AMT-MARK='-'為借方            *
      *---------------------------------------------------------------*
       3100-TXN-ADD-RTN.
           MOVE        WK-AST-MONTH        TO      AST-STMT-MONTH.
           MOVE        WK-AST-ORG          TO      AST-ORG.
           MOVE        WK-AST-ACCT         TO      AST-ACCOUNT-NO.
           MOVE        'T'                 TO      AST-REC-TYPE.
           MOVE        WK-AST-TXN-CODE     TO      AST-SUB-CODE.
           EXEC CICS   HANDLE CONDITION
                       NOTFND(3101-TXN-NEW-RTN)
                       END-EXEC.
           EXEC  CICS  READ
                       DATASET('CBMFAST')
                       INTO(TIPAST)
                       LENGTH(AST-LENGTH)
                       RIDFLD(AST-KEY)
                       UPDATE
           END-EXEC.
           PERFORM     3110-TXN-ACCUM-RTN  THRU    3110-EXIT.
           EXEC  CICS  REWRITE
                       DATASET('CBMFAST')
                       FROM(TIPAST)
           END-EXEC.
           EXEC        CICS    UNLOCK
                       DATASET('CBMFAST')
           END-EXEC.
           GO          TO      3102-TXN-ACCT-RTN.
       3101-TXN-NEW-RTN.
           MOVE        WK-AST-MONTH        TO      AST-STMT-MONTH.
           MOVE        WK-AST-ORG          TO      AST-ORG.
           MOVE        WK-AST-ACCT         TO      AST-ACCOUNT-NO.
           MOVE        'T'                 TO      AST-REC-TYPE.
           MOVE        WK-AST-TXN-CODE     TO      AST-SUB-CODE.
           MOVE        WK-AST-BRANCH       TO      AST-BRANCH-CODE.
           MOVE        SPACES              TO      AST-BODY.
           MOVE        ZEROS               TO      AST-T-DR-CNT.
           MOVE        ZEROS               TO      AST-T-DR-AMT.
           MOVE        ZEROS               TO      AST-T-CR-CNT.
           MOVE        ZEROS               TO      AST-T-CR-AMT.
           PERFORM     3110-TXN-ACCUM-RTN  THRU    3110-EXIT.
           EXEC  CICS  WRITE
                       DATASET('CBMFAST')
                       FROM(TIPAST)
                       LENGTH(AST-LENGTH)
                       RIDFLD(AST-KEY)
           END-EXEC.
       3102-TXN-ACCT-RTN.
           MOVE        WK-AST-MONTH        TO      AST-STMT-MONTH.
           MOVE        WK-AST-ORG          TO      AST-ORG.
           MOVE        WK-AST-ACCT         TO      AST-ACCOUNT-NO.
           MOVE        'A'                 TO      AST-REC-TYPE.
           MOVE        ZEROS               TO      AST-SUB-CODE.
           EXEC  CICS  READ
                       DATASET('CBMFAST')
                       INTO(TIPAST)
                       LENGTH(AST-LENGTH)
                       RIDFLD(AST-KEY)
                       UPDATE
           END-EXEC.
           IF          WK-AST-MARK         =       '-'
           THEN
             ADD       WK-AST-AMT          TO      AST-A-DR-AMT
           ELSE
             ADD       WK-AST-AMT          TO      AST-A-CR-AMT.
      *    ENDIF
           PERFORM     3900-CLOSE-CALC-RTN THRU    3900-EXIT.
           EXEC  CICS  REWRITE
                       DATASET('CBMFAST')
                       FROM(TIPAST)
           END-EXEC.
           EXEC        CICS    UNLOCK
                       DATASET('CBMFAST')
           END-EXEC.
       3100-EXIT.
           EXIT.
       3110-TXN-ACCUM-RTN.
           IF          WK-AST-MARK         =       '-'
           THEN
             ADD       1                   TO      AST-T-DR-CNT
             ADD       WK-AST-AMT          TO      AST-T-DR-AMT
           ELSE
             ADD       1                   TO      AST-T-CR-CNT
             ADD       WK-AST-AMT          TO      AST-T-CR-AMT.
      *    ENDIF
       3110-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    瀏覽CBMF031該月各旬利息明細(略過9999999彙總及9999998控      *
      *    制軌)，寫入各旬利息紀錄(I)並累計至帳戶紀錄之利息合計；     *
      *    控制軌口徑為計息/不計息金額原值合計                         *
      *---------------------------------------------------------------*
       3300-MF031-RTN.
           MOVE        '/3300-M31/'        TO      WK-PARA.
           MOVE        0                   TO      WK-AST-31-CNT.
           MOVE        0                   TO      WK-AST-31-SUM.
           MOVE        WK-AST-MONTH        TO      MF031-DATA-DATE.
           MOVE        ZEROS               TO      MF031-DATE-SECTION.
           MOVE        ZEROS               TO      MF031-BRANCH-CODE.
           MOVE        SPACES              TO      MF031-ACCOUNT-NO.
           EXEC CICS   HANDLE CONDITION
                       ENDFILE(3302-MF031-EOF-RTN)
                       NOTFND(3300-EXIT)
                       END-EXEC.
           EXEC  CICS  STARTBR
                       DATASET('CBMF031')
                       RIDFLD(MF031-KEY)
                       GTEQ
           END-EXEC.
       3301-MF031-NEXT-RTN.
           EXEC  CICS  READNEXT
                       DATASET('CBMF031')
                       INTO(TIPMF031)
                       LENGTH(MF031-LENGTH)
                       RIDFLD(MF031-KEY)
           END-EXEC.
           IF          MF031-DATA-DATE     NOT =   WK-AST-MONTH
           THEN
             GO        TO      3302-MF031-EOF-RTN.
      *    ENDIF
           IF          MF031-BRANCH-CODE   =       9999999
                   OR  MF031-BRANCH-CODE   =       9999998
           THEN
             GO        TO      3301-MF031-NEXT-RTN.
      *    ENDIF
           ADD         1                   TO      WK-AST-31-CNT.
           ADD         MF031-NONINT-AMT    TO      WK-AST-31-SUM.
           ADD         MF031-INT-AMT       TO      WK-AST-31-SUM.
           MOVE        MF031-ACCOUNT-NO    TO      WK-AST-ACCT.
           MOVE        MF031-BRANCH-CODE   TO      WK-AST-BRANCH.
           MOVE        MF031-DATE-SECTION  TO      WK-AST-SECTION.
           MOVE        MF031-INT-AMT       TO      WK-AST-INT-AMT.
           MOVE        MF031-NONINT-AMT    TO      WK-AST-NONINT-AMT.
           PERFORM     3800-ACCT-ENSURE-RTN THRU   3800-EXIT.
           PERFORM     3400-INT-ADD-RTN    THRU    3400-EXIT.
           GO          TO      3301-MF031-NEXT-RTN.
       3302-MF031-EOF-RTN.
           EXEC        CICS    ENDBR
                       DATASET('CBMF031')
           END-EXEC.
       3300-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    寫入/累計一筆旬別利息紀錄(I)，並加計帳戶紀錄之利息合計      *
      *---------------------------------------------------------------*
       3400-INT-ADD-RTN.
           MOVE        WK-AST-MONTH        TO      AST-STMT-MONTH.
           MOVE        WK-AST-ORG          TO      AST-ORG.
           MOVE        WK-AST-ACCT         TO      AST-ACCOUNT-NO.
           MOVE        'I'                 TO      AST-REC-TYPE.
           MOVE        WK-AST-SECTION      TO      AST-SUB-CODE.
           EXEC CICS   HANDLE CONDITION
                       NOTFND(3401-INT-NEW-RTN)
                       END-EXEC.
           EXEC  CICS  READ
                       DATASET('CBMFAST')
                       INTO(TIPAST)
                       LENGTH(AST-LENGTH)
                       RIDFLD(AST-KEY)
                       UPDATE
           END-EXEC.
           ADD         WK-AST-INT-AMT      TO      AST-I-INT-AMT.
           ADD         WK-AST-NONINT-AMT   TO      AST-I-NONINT-AMT.
           EXEC  CICS  REWRITE
                       DATASET('CBMFAST')
                       FROM(TIPAST)
           END-EXEC.
           EXEC        CICS    UNLOCK
                       DATASET('CBMFAST')
           END-EXEC.
           GO          TO      3402-INT-ACCT-RTN.
       3401-INT-NEW-RTN.
           MOVE        WK-AST-MONTH        TO      AST-STMT-MONTH.
           MOVE        WK-AST-ORG          TO      AST-ORG.
           MOVE        WK-AST-ACCT         TO      AST-ACCOUNT-NO.
           MOVE        'I'                 TO      AST-REC-TYPE.
           MOVE        WK-AST-SECTION      TO      AST-SUB-CODE.
           MOVE        WK-AST-BRANCH       TO      AST-BRANCH-CODE.
           MOVE        SPACES              TO      AST-BODY.
           MOVE        WK-AST-INT-AMT      TO      AST-I-INT-AMT.
           MOVE        WK-AST-NONINT-AMT   TO      AST-I-NONINT-AMT.
           EXEC  CICS  WRITE
                       DATASET('CBMFAST')
                       FROM(TIPAST)
                       LENGTH(AST-LENGTH)
                       RIDFLD(AST-KEY)
           END-EXEC.
       3402-INT-ACCT-RTN.
           MOVE        WK-AST-MONTH        TO      AST-STMT-MONTH.
           MOVE        WK-AST-ORG          TO      AST-ORG.
           MOVE        WK-AST-ACCT         TO      AST-ACCOUNT-NO.
           MOVE        'A'                 TO      AST-REC-TYPE.
           MOVE        ZEROS               TO      AST-SUB-CODE.
           EXEC  CICS  READ
                       DATASET('CBMFAST')
                       INTO(TIPAST)
                       LENGTH(AST-LENGTH)
                       RIDFLD(AST-KEY)
                       UPDATE
           END-EXEC.
           ADD         WK-AST-INT-AMT      TO      AST-A-INT-AMT.
           EXEC  CICS  REWRITE
                       DATASET('CBMFAST')
                       FROM(TIPAST)
           END-EXEC.
           EXEC        CICS    UNLOCK
                       DATASET('CBMFAST')
           END-EXEC.
       3400-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    瀏覽CBMFACR帳戶主檔，對帳單月份內曾開戶中之帳戶(開戶期別    *
      *    不晚於該月，且未結清或結清期別不早於該月)即使當月無異動     *
      *    亦列入對帳單(期初=期末)                                     *
      *---------------------------------------------------------------*
       3500-ACR-RTN.
           MOVE        '/3500-ACR/'        TO      WK-PARA.
           MOVE        SPACES              TO      ACR-KEY.
           EXEC CICS   HANDLE CONDITION
                       ENDFILE(3502-ACR-EOF-RTN)
                       NOTFND(3500-EXIT)
                       END-EXEC.
           EXEC  CICS  STARTBR
                       DATASET('CBMFACR')
                       RIDFLD(ACR-KEY)
                       GTEQ
           END-EXEC.
       3501-ACR-NEXT-RTN.
           EXEC  CICS  READNEXT
                       DATASET('CBMFACR')
                       INTO(TIPACR)
                       LENGTH(ACR-LENGTH)
                       RIDFLD(ACR-KEY)
           END-EXEC.
           COMPUTE     WK-AST-PRD-MON      =       ACR-OPEN-PERIOD
                                           /       10.
           IF          WK-AST-PRD-MON      >       WK-AST-MONTH
           THEN
             GO        TO      3501-ACR-NEXT-RTN.
      *    ENDIF
           IF          ACR-ST-CLOSED
           THEN
             COMPUTE   WK-AST-CLS-MON      =       ACR-CLOSE-PERIOD
                                           /       10
             IF        WK-AST-CLS-MON      <       WK-AST-MONTH
             THEN
               GO      TO      3501-ACR-NEXT-RTN.
      *    ENDIF
           MOVE        ACR-ACCOUNT-NO      TO      WK-AST-ACCT.
           MOVE        ACR-BRANCH-CODE     TO      WK-AST-BRANCH.
           PERFORM     3800-ACCT-ENSURE-RTN THRU   3800-EXIT.
           GO          TO      3501-ACR-NEXT-RTN.
       3502-ACR-EOF-RTN.
           EXEC        CICS    ENDBR
                       DATASET('CBMFACR')
           END-EXEC.
       3500-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    確保帳戶紀錄(A)存在：先依CBMFACR取所屬機關等帳戶資料，      *
      *    該月尚無帳戶紀錄者依CBMFABL取期初餘額新增一筆               *
      *---------------------------------------------------------------*
       3800-ACCT-ENSURE-RTN.
           PERFORM     3850-BRM-RESOLVE-RTN THRU   3850-EXIT.
           PERFORM     3810-ACR-GET-RTN    THRU    3810-EXIT.
           MOVE        WK-AST-MONTH        TO      AST-STMT-MONTH.
           MOVE        WK-AST-ORG          TO      AST-ORG.
           MOVE        WK-AST-ACCT         TO      AST-ACCOUNT-NO.
           MOVE        'A'                 TO      AST-REC-TYPE.
           MOVE        ZEROS               TO      AST-SUB-CODE.
           EXEC CICS   HANDLE CONDITION
                       NOTFND(3801-ACCT-NEW-RTN)
                       END-EXEC.
           EXEC  CICS  READ
                       DATASET('CBMFAST')
                       INTO(TIPAST)
                       LENGTH(AST-LENGTH)
                       RIDFLD(AST-KEY)
           END-EXEC.
           GO          TO      3800-EXIT.
       3801-ACCT-NEW-RTN.
           PERFORM     3820-OPEN-GET-RTN   THRU    3820-EXIT.
           MOVE        WK-AST-MONTH        TO      AST-STMT-MONTH.
           MOVE        WK-AST-ORG          TO      AST-ORG.
           MOVE        WK-AST-ACCT         TO      AST-ACCOUNT-NO.
           MOVE        'A'                 TO      AST-REC-TYPE.
           MOVE        ZEROS               TO      AST-SUB-CODE.
           MOVE        WK-AST-BRANCH       TO      AST-BRANCH-CODE.
           MOVE        SPACES              TO      AST-BODY.
           MOVE        WK-AST-ACR-ST       TO      AST-A-STATUS.
           MOVE        WK-AST-APRV-NO      TO      AST-A-APRV-NO.
           MOVE        WK-AST-CURRENCY     TO      AST-A-CURRENCY.
           MOVE        WK-AST-NAME         TO      AST-A-NAME.
           IF          WK-AST-OPEN         <       0
           THEN
             MOVE      '-'                 TO      AST-A-OPEN-MARK
             COMPUTE   AST-A-OPEN-AMT      =       WK-AST-OPEN
                                           *       -1
           ELSE
             MOVE      '+'                 TO      AST-A-OPEN-MARK
             MOVE      WK-AST-OPEN         TO      AST-A-OPEN-AMT.
      *    ENDIF
           MOVE        ZEROS               TO      AST-A-DR-AMT.
           MOVE        ZEROS               TO      AST-A-CR-AMT.
           MOVE        ZEROS               TO      AST-A-INT-AMT.
           PERFORM     3900-CLOSE-CALC-RTN THRU    3900-EXIT.
           EXEC  CICS  WRITE
                       DATASET('CBMFAST')
                       FROM(TIPAST)
                       LENGTH(AST-LENGTH)
                       RIDFLD(AST-KEY)
           END-EXEC.
           ADD         1                   TO      WK-AST-ACCT-CNT.
       3800-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    分行裁併歸併：WK-AST-BRANCH於CBTPBRM為已裁併且生效月份不    *
      *    晚於對帳單月份者，沿併入分行逐層追溯(至多9層)改為存續分     *
      *    行代號；查無分行主檔者維持原分行代號                        *
      *---------------------------------------------------------------*
       3850-BRM-RESOLVE-RTN.
           MOVE        0                   TO      WK-AST-BRM-DEPTH.
           EXEC CICS   HANDLE CONDITION
                       NOTFND(3850-EXIT)
                       END-EXEC.
       3851-BRM-READ-RTN.
           MOVE        WK-AST-BRANCH       TO      BRM-BRANCH-CODE.
           EXEC  CICS  READ
                       DATASET('CBTPBRM')
                       INTO(TIPBRM)
                       LENGTH(BRM-LENGTH)
                       RIDFLD(BRM-KEY)
           END-EXEC.
           IF          NOT BRM-ST-MERGED
                   OR  BRM-EFF-YYMM        >       WK-AST-MONTH
                   OR  BRM-MERGE-INTO      =       0
           THEN
             GO        TO      3850-EXIT.
      *    ENDIF
           MOVE        BRM-MERGE-INTO      TO      WK-AST-BRANCH.
           ADD         1                   TO      WK-AST-BRM-DEPTH.
           IF          WK-AST-BRM-DEPTH    <       9
           THEN
             GO        TO      3851-BRM-READ-RTN.
      *    ENDIF
       3850-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    依帳號讀取CBMFACR；未登錄之帳號列機關0、狀態'?'，仍列入    *
      *    對帳單以維持與傳送控制軌合計一致                            *
      *---------------------------------------------------------------*
       3810-ACR-GET-RTN.
           MOVE        WK-AST-ACCT         TO      ACR-ACCOUNT-NO.
           EXEC CICS   HANDLE CONDITION
                       NOTFND(3811-ACR-NOREG-RTN)
                       END-EXEC.
           EXEC  CICS  READ
                       DATASET('CBMFACR')
                       INTO(TIPACR)
                       LENGTH(ACR-LENGTH)
                       RIDFLD(ACR-KEY)
           END-EXEC.
           MOVE        ACR-ORG             TO      WK-AST-ORG.
           MOVE        ACR-STATUS          TO      WK-AST-ACR-ST.
           MOVE        ACR-APRV-NO         TO      WK-AST-APRV-NO.
           MOVE        ACR-CURRENCY-CODE   TO      WK-AST-CURRENCY.
           MOVE        ACR-NAME            TO      WK-AST-NAME.
           GO          TO      3810-EXIT.
       3811-ACR-NOREG-RTN.
           MOVE        ZEROS               TO      WK-AST-ORG.
           MOVE        '?'                 TO      WK-AST-ACR-ST.
           MOVE        ZEROS               TO      WK-AST-APRV-NO.
           MOVE        SPACES              TO      WK-AST-CURRENCY.
           MOVE        SPACES              TO      WK-AST-NAME.
       3810-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    期初餘額：CBMFABL為本月(重跑)者取其期初，較早月份者取其     *
      *    期末；查無結轉紀錄(首次產出)以零計                          *
      *---------------------------------------------------------------*
       3820-OPEN-GET-RTN.
           MOVE        +0                  TO      WK-AST-OPEN.
           MOVE        WK-AST-ACCT         TO      ABL-ACCOUNT-NO.
           EXEC CICS   HANDLE CONDITION
                       NOTFND(3820-EXIT)
                       END-EXEC.
           EXEC  CICS  READ
                       DATASET('CBMFABL')
                       INTO(TIPABL)
                       LENGTH(ABL-LENGTH)
                       RIDFLD(ABL-KEY)
           END-EXEC.
           IF          ABL-STMT-MONTH      =       WK-AST-MONTH
           THEN
             MOVE      ABL-OPEN-AMT        TO      WK-AST-OPEN
             MOVE      ABL-OPEN-MARK       TO      WK-AST-OPEN-MARK
           ELSE
             MOVE      ABL-CLOSE-AMT       TO      WK-AST-OPEN
             MOVE      ABL-CLOSE-MARK      TO      WK-AST-OPEN-MARK.
      *    ENDIF
           IF          WK-AST-OPEN-MARK    =       '-'
           THEN
             COMPUTE   WK-AST-OPEN         =       WK-AST-OPEN
                                           *       -1.
      *    ENDIF
       3820-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    期末餘額=期初+貸方-借方，結果依正負填入記號及金額           *
      *---------------------------------------------------------------*
       3900-CLOSE-CALC-RTN.
           MOVE        AST-A-OPEN-AMT      TO      WK-AST-CLOSE.
           IF          AST-A-OPEN-MARK     =       '-'
           THEN
             COMPUTE   WK-AST-CLOSE        =       WK-AST-CLOSE
                                           *       -1.
      *    ENDIF
           COMPUTE     WK-AST-CLOSE        =       WK-AST-CLOSE
                                           +       AST-A-CR-AMT
                                           -       AST-A-DR-AMT.
           IF          WK-AST-CLOSE        <       0
           THEN
             MOVE      '-'                 TO      AST-A-CLOSE-MARK
             COMPUTE   AST-A-CLOSE-AMT     =       WK-AST-CLOSE
                                           *       -1
           ELSE
             MOVE      '+'                 TO      AST-A-CLOSE-MARK
             MOVE      WK-AST-CLOSE        TO      AST-A-CLOSE-AMT.
      *    ENDIF
       3900-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    與傳送控制軌核對：CBMF02/CBMF031控制軌(行代號9999998)各    *
      *    場次一筆，取最末場次(即最近一次傳送)之筆數/金額加總，與     *
      *    對帳單依同口徑累計者比對，均相符方列'M'，否則(含查無控      *
      *    制軌)列'D'，結果寫入該月控制紀錄(Z)並列印核對表示列         *
      *---------------------------------------------------------------*
       4000-TRL-RTN.
           MOVE        '/4000-TRL/'        TO      WK-PARA.
           MOVE        0                   TO      WK-AST-TRL02-CNT.
           MOVE        0                   TO      WK-AST-TRL02-SUM.
           MOVE        0                   TO      WK-AST-TRL31-CNT.
           MOVE        0                   TO      WK-AST-TRL31-SUM.
           MOVE        99999               TO      TRL02-DATA-DATE.
           MOVE        9999998             TO      TRL02-BRANCH-CODE.
           MOVE        SPACES              TO      TRL02-ACCOUNT-NO.
           EXEC CICS   HANDLE CONDITION
                       ENDFILE(4002-TRL02-EOF-RTN)
                       NOTFND(4003-TRL31-RTN)
                       END-EXEC.
           EXEC  CICS  STARTBR
                       DATASET('CBMF02')
                       RIDFLD(TRL02-KEY)
                       GTEQ
           END-EXEC.
       4001-TRL02-NEXT-RTN.
           EXEC  CICS  READNEXT
                       DATASET('CBMF02')
                       INTO(TRL02)
                       LENGTH(MF02-LENGTH)
                       RIDFLD(TRL02-KEY)
           END-EXEC.
           IF          TRL02-DATA-DATE     NOT =   99999
                   OR  TRL02-BRANCH-CODE   NOT =   9999998
           THEN
             GO        TO      4002-TRL02-EOF-RTN.
      *    ENDIF
           MOVE        TRL02-REC-CNT       TO      WK-AST-TRL02-CNT.
           MOVE        TRL02-AMT-SUM       TO      WK-AST-TRL02-SUM.
           GO          TO      4001-TRL02-NEXT-RTN.
       4002-TRL02-EOF-RTN.
           EXEC        CICS    ENDBR
                       DATASET('CBMF02')
           END-EXEC.
       4003-TRL31-RTN.
           MOVE        99999               TO      TRL31-DATA-DATE.
           MOVE        9                   TO      TRL31-DATE-SECTION.
           MOVE        9999998             TO      TRL31-BRANCH-CODE.
           MOVE        SPACES              TO      TRL31-ACCOUNT-NO.
           EXEC CICS   HANDLE CONDITION
                       ENDFILE(4005-TRL31-EOF-RTN)
                       NOTFND(4006-TRL-CMP-RTN)
                       END-EXEC.
           EXEC  CICS  STARTBR
                       DATASET('CBMF031')
                       RIDFLD(TRL31-KEY)
                       GTEQ
           END-EXEC.
       4004-TRL31-NEXT-RTN.
           EXEC  CICS  READNEXT
                       DATASET('CBMF031')
                       INTO(TRL31)
                       LENGTH(MF031-LENGTH)
                       RIDFLD(TRL31-KEY)
           END-EXEC.
           IF          TRL31-DATA-DATE     NOT =   99999
                   OR  TRL31-BRANCH-CODE   NOT =   9999998
           THEN
             GO        TO      4005-TRL31-EOF-RTN.
      *    ENDIF
           MOVE        TRL31-REC-CNT       TO      WK-AST-TRL31-CNT.
           MOVE        TRL31-AMT-SUM       TO      WK-AST-TRL31-SUM.
           GO          TO      4004-TRL31-NEXT-RTN.
       4005-TRL31-EOF-RTN.
           EXEC        CICS    ENDBR
                       DATASET('CBMF031')
           END-EXEC.
       4006-TRL-CMP-RTN.
           MOVE        'M'                 TO      WK-AST-STATUS.
           IF          WK-AST-02-CNT       NOT =   WK-AST-TRL02-CNT
                   OR  WK-AST-02-SUM       NOT =   WK-AST-TRL02-SUM
                   OR  WK-AST-31-CNT       NOT =   WK-AST-TRL31-CNT
                   OR  WK-AST-31-SUM       NOT =   WK-AST-TRL31-SUM
           THEN
             MOVE      'D'                 TO      WK-AST-STATUS.
      *    ENDIF
           MOVE        WK-AST-MONTH        TO      AST-STMT-MONTH.
           MOVE        99999999            TO      AST-ORG.
           MOVE        SPACES              TO      AST-ACCOUNT-NO.
           MOVE        'Z'                 TO      AST-REC-TYPE.
           MOVE        ZEROS               TO      AST-SUB-CODE.
           MOVE        ZEROS               TO      AST-BRANCH-CODE.
           MOVE        SPACES              TO      AST-BODY.
           MOVE        WK-AST-STATUS       TO      AST-Z-STATUS.
           MOVE        WK-AST-ACCT-CNT     TO      AST-Z-ACCT-CNT.
           MOVE        WK-AST-02-CNT       TO      AST-Z-02-CNT.
           MOVE        WK-AST-02-SUM       TO      AST-Z-02-SUM.
           MOVE        WK-AST-TRL02-CNT    TO      AST-Z-TRL02-CNT.
           MOVE        WK-AST-TRL02-SUM    TO      AST-Z-TRL02-SUM.
           MOVE        WK-AST-31-CNT       TO      AST-Z-31-CNT.
           MOVE        WK-AST-31-SUM       TO      AST-Z-31-SUM.
           MOVE        WK-AST-TRL31-CNT    TO      AST-Z-TRL31-CNT.
           MOVE        WK-AST-TRL31-SUM    TO      AST-Z-TRL31-SUM.
           MOVE        WK-AST-TIMESTAMP    TO      AST-Z-RUN-TIME.
           EXEC  CICS  WRITE
                       DATASET('CBMFAST')
                       FROM(TIPAST)
                       LENGTH(AST-LENGTH)
                       RIDFLD(AST-KEY)
           END-EXEC.
           MOVE        'CBMF02  '          TO      LB8P-FILE-ID.
           MOVE        WK-AST-02-CNT       TO      LB8P-STMT-CNT.
           MOVE        WK-AST-02-SUM       TO      LB8P-STMT-SUM.
           MOVE        WK-AST-TRL02-CNT    TO      LB8P-TRL-CNT.
           MOVE        WK-AST-TRL02-SUM    TO      LB8P-TRL-SUM.
           PERFORM     4100-RCN-PRINT-RTN  THRU    4100-EXIT.
           MOVE        'CBMF031 '          TO      LB8P-FILE-ID.
           MOVE        WK-AST-31-CNT       TO      LB8P-STMT-CNT.
           MOVE        WK-AST-31-SUM       TO      LB8P-STMT-SUM.
           MOVE        WK-AST-TRL31-CNT    TO      LB8P-TRL-CNT.
           MOVE        WK-AST-TRL31-SUM    TO      LB8P-TRL-SUM.
           PERFORM     4100-RCN-PRINT-RTN  THRU    4100-EXIT.
       4000-EXIT.
           EXIT.
       4100-RCN-PRINT-RTN.
           MOVE        WK-AST-MONTH        TO      LB8P-MONTH.
           MOVE        'M'                 TO      LB8P-STATUS.
           IF          LB8P-STMT-CNT       NOT =   LB8P-TRL-CNT
                   OR  LB8P-STMT-SUM       NOT =   LB8P-TRL-SUM
           THEN
             MOVE      'D'                 TO      LB8P-STATUS.
      *    ENDIF
           EXEC        CICS    START   TRANSID  ('OPCT')
                                       INTERVAL (0)
                                       FROM     (LB8P-DATA)
                                       LENGTH   (90)
                                       TERMID   (CWHCTID)
                                       END-EXEC.
       4100-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    依鍵值(機關/帳號/紀錄別)順序瀏覽該月對帳單並列印，機關      *
      *    換行時列印前一機關合計；帳戶紀錄同時寫回CBMFABL結轉餘額     *
      *---------------------------------------------------------------*
       5000-PRINT-RTN.
           MOVE        '/5000-PRT/'        TO      WK-PARA.
           MOVE        'N'                 TO      WK-AST-HAVE-ORG.
           MOVE        WK-AST-MONTH        TO      AST-STMT-MONTH.
           MOVE        ZEROS               TO      AST-ORG.
           MOVE        SPACES              TO      AST-ACCOUNT-NO.
           MOVE        SPACES              TO      AST-REC-TYPE.
           MOVE        ZEROS               TO      AST-SUB-CODE.
           EXEC CICS   HANDLE CONDITION
                       ENDFILE(5002-PRT-EOF-RTN)
                       NOTFND(5003-PRT-CTL-RTN)
                       END-EXEC.
           EXEC  CICS  STARTBR
                       DATASET('CBMFAST')
                       RIDFLD(AST-KEY)
                       GTEQ
           END-EXEC.
       5001-PRT-NEXT-RTN.
           EXEC  CICS  READNEXT
                       DATASET('CBMFAST')
                       INTO(TIPAST)
                       LENGTH(AST-LENGTH)
                       RIDFLD(AST-KEY)
           END-EXEC.
           IF          AST-STMT-MONTH      NOT =   WK-AST-MONTH
                   OR  AST-RT-CONTROL
           THEN
             GO        TO      5002-PRT-EOF-RTN.
      *    ENDIF
           IF          WK-AST-HAVE-ORG     =       'Y'
                  AND  AST-ORG             NOT =   WK-AST-CUR-ORG
           THEN
             PERFORM   5900-ORG-PRINT-RTN  THRU    5900-EXIT.
      *    ENDIF
           IF          WK-AST-HAVE-ORG     =       'N'
           THEN
             MOVE      'Y'                 TO      WK-AST-HAVE-ORG
             MOVE      AST-ORG             TO      WK-AST-CUR-ORG
             MOVE      0                   TO      WK-AST-ORG-ACCT-CNT
             MOVE      +0                  TO      WK-AST-ORG-OPEN
             MOVE      0                   TO      WK-AST-ORG-DR
             MOVE      0                   TO      WK-AST-ORG-CR
             MOVE      0                   TO      WK-AST-ORG-INT
             MOVE      +0                  TO      WK-AST-ORG-CLOSE.
      *    ENDIF
           IF          AST-RT-ACCOUNT
           THEN
             PERFORM   5100-ACCT-PRINT-RTN THRU    5100-EXIT.
      *    ENDIF
           IF          AST-RT-TXN
           THEN
             PERFORM   5200-TXN-PRINT-RTN  THRU    5200-EXIT.
      *    ENDIF
           IF          AST-RT-INTEREST
           THEN
             PERFORM   5300-INT-PRINT-RTN  THRU    5300-EXIT.
      *    ENDIF
           GO          TO      5001-PRT-NEXT-RTN.
       5002-PRT-EOF-RTN.
           EXEC        CICS    ENDBR
                       DATASET('CBMFAST')
           END-EXEC.
           IF          WK-AST-HAVE-ORG     =       'Y'
           THEN
             PERFORM   5900-ORG-PRINT-RTN  THRU    5900-EXIT.
      *    ENDIF
      *---------------------------------------------------------------*
      *    CBMFABL控制紀錄記載已產出之最新對帳單月份                   *
      *---------------------------------------------------------------*
       5003-PRT-CTL-RTN.
           MOVE        WK-AST-ABL-CTL-KEY  TO      ABL-ACCOUNT-NO.
           MOVE        '+'                 TO      ABL-OPEN-MARK.
           MOVE        ZEROS               TO      ABL-OPEN-AMT.
           MOVE        '+'                 TO      ABL-CLOSE-MARK.
           MOVE        ZEROS               TO      ABL-CLOSE-AMT.
           PERFORM     5400-ABL-SAVE-RTN   THRU    5400-EXIT.
       5000-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    列印帳戶資料/戶名/餘額三列，累計機關合計並結轉餘額          *
      *---------------------------------------------------------------*
       5100-ACCT-PRINT-RTN.
           MOVE        AST-ORG             TO      LB2P-ORG.
           MOVE        AST-ACCOUNT-NO      TO      LB2P-ACCOUNT-NO.
           MOVE        AST-BRANCH-CODE     TO      LB2P-BRANCH.
           MOVE        AST-A-APRV-NO       TO      LB2P-APRV-NO.
           MOVE        AST-A-STATUS        TO      LB2P-STATUS.
           MOVE        AST-A-CURRENCY      TO      LB2P-CURRENCY.
           EXEC        CICS    START   TRANSID  ('OPCT')
                                       INTERVAL (0)
                                       FROM     (LB2P-DATA)
                                       LENGTH   (77)
                                       TERMID   (CWHCTID)
                                       END-EXEC.
           MOVE        AST-ACCOUNT-NO      TO      LB3P-ACCOUNT-NO.
           MOVE        AST-A-NAME          TO      LB3P-NAME.
           EXEC        CICS    START   TRANSID  ('OPCT')
                                       INTERVAL (0)
                                       FROM     (LB3P-DATA)
                                       LENGTH   (103)
                                       TERMID   (CWHCTID)
                                       END-EXEC.
           MOVE        AST-ACCOUNT-NO      TO      LB4P-ACCOUNT-NO.
           MOVE        AST-A-OPEN-MARK     TO      LB4P-OPEN-MARK.
           MOVE        AST-A-OPEN-AMT      TO      LB4P-OPEN-AMT.
           MOVE        AST-A-DR-AMT        TO      LB4P-DR-AMT.
           MOVE        AST-A-CR-AMT        TO      LB4P-CR-AMT.
           MOVE        AST-A-INT-AMT       TO      LB4P-INT-AMT.
           MOVE        AST-A-CLOSE-MARK    TO      LB4P-CLOSE-MARK.
           MOVE        AST-A-CLOSE-AMT     TO      LB4P-CLOSE-AMT.
           EXEC        CICS    START   TRANSID  ('OPCT')
                                       INTERVAL (0)
                                       FROM     (LB4P-DATA)
                                       LENGTH   (119)
                                       TERMID   (CWHCTID)
                                       END-EXEC.
           ADD         1                   TO      WK-AST-ORG-ACCT-CNT.
           IF          AST-A-OPEN-MARK     =       '-'
           THEN
             SUBTRACT  AST-A-OPEN-AMT      FROM    WK-AST-ORG-OPEN
           ELSE
             ADD       AST-A-OPEN-AMT      TO      WK-AST-ORG-OPEN.
      *    ENDIF
           ADD         AST-A-DR-AMT        TO      WK-AST-ORG-DR.
           ADD         AST-A-CR-AMT        TO      WK-AST-ORG-CR.
           ADD         AST-A-INT-AMT       TO      WK-AST-ORG-INT.
           IF          AST-A-CLOSE-MARK    =       '-'
           THEN
             SUBTRACT  AST-A-CLOSE-AMT     FROM    WK-AST-ORG-CLOSE
           ELSE
             ADD       AST-A-CLOSE-AMT     TO      WK-AST-ORG-CLOSE.
      *    ENDIF
           MOVE        AST-ACCOUNT-NO      TO      ABL-ACCOUNT-NO.
           MOVE        AST-A-OPEN-MARK     TO      ABL-OPEN-MARK.
           MOVE        AST-A-OPEN-AMT      TO      ABL-OPEN-AMT.
           MOVE        AST-A-CLOSE-MARK    TO      ABL-CLOSE-MARK.
           MOVE        AST-A-CLOSE-AMT     TO      ABL-CLOSE-AMT.
           PERFORM     5400-ABL-SAVE-RTN   THRU    5400-EXIT.
       5100-EXIT.
           EXIT.
       5200-TXN-PRINT-RTN.
           MOVE        AST-ACCOUNT-NO      TO      LB5P-ACCOUNT-NO.
           MOVE        AST-SUB-CODE        TO      LB5P-TXN-CODE.
           MOVE        AST-T-DR-CNT        TO      LB5P-DR-CNT.
           MOVE        AST-T-DR-AMT        TO      LB5P-DR-AMT.
           MOVE        AST-T-CR-CNT        TO      LB5P-CR-CNT.
           MOVE        AST-T-CR-AMT        TO      LB5P-CR-AMT.
           EXEC        CICS    START   TRANSID  ('OPCT')
                                       INTERVAL (0)
                                       FROM     (LB5P-DATA)
                                       LENGTH   (88)
                                       TERMID   (CWHCTID)
                                       END-EXEC.
       5200-EXIT.
           EXIT.
       5300-INT-PRINT-RTN.
           MOVE        AST-ACCOUNT-NO      TO      LB6P-ACCOUNT-NO.
           MOVE        AST-SUB-CODE        TO      LB6P-SECTION.
           MOVE        AST-I-INT-AMT       TO      LB6P-INT-AMT.
           MOVE        AST-I-NONINT-AMT    TO      LB6P-NONINT-AMT.
           EXEC        CICS    START   TRANSID  ('OPCT')
                                       INTERVAL (0)
                                       FROM     (LB6P-DATA)
                                       LENGTH   (65)
                                       TERMID   (CWHCTID)
                                       END-EXEC.
       5300-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    寫入/改寫CBMFABL結轉餘額(呼叫端已設妥帳號及期初/期末)       *
      *---------------------------------------------------------------*
       5400-ABL-SAVE-RTN.
           EXEC CICS   HANDLE CONDITION
                       NOTFND(5401-ABL-NEW-RTN)
                       END-EXEC.
           MOVE        TIPABL              TO      WK-AST-ABL-SAVE.
           EXEC  CICS  READ
                       DATASET('CBMFABL')
                       INTO(TIPABL)
                       LENGTH(ABL-LENGTH)
                       RIDFLD(ABL-KEY)
                       UPDATE
           END-EXEC.
           PERFORM     5410-ABL-FILL-RTN   THRU    5410-EXIT.
           EXEC  CICS  REWRITE
                       DATASET('CBMFABL')
                       FROM(TIPABL)
           END-EXEC.
           EXEC        CICS    UNLOCK
                       DATASET('CBMFABL')
           END-EXEC.
           GO          TO      5400-EXIT.
       5401-ABL-NEW-RTN.
           PERFORM     5410-ABL-FILL-RTN   THRU    5410-EXIT.
           EXEC  CICS  WRITE
                       DATASET('CBMFABL')
                       FROM(TIPABL)
                       LENGTH(ABL-LENGTH)
                       RIDFLD(ABL-KEY)
           END-EXEC.
       5400-EXIT.
           EXIT.
       5410-ABL-FILL-RTN.
           MOVE        WK-AST-ABL-SAVE     TO      TIPABL.
           MOVE        WK-AST-MONTH        TO      ABL-STMT-MONTH.
           MOVE        WK-AST-TIMESTAMP    TO      ABL-UPD-TIME.
       5410-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    列印機關合計列                                              *
      *---------------------------------------------------------------*
       5900-ORG-PRINT-RTN.
           MOVE        WK-AST-CUR-ORG      TO      LB7P-ORG.
           MOVE        WK-AST-ORG-ACCT-CNT TO      LB7P-ACCT-CNT.
           IF          WK-AST-ORG-OPEN     <       0
           THEN
             MOVE      '-'                 TO      LB7P-OPEN-MARK
             COMPUTE   LB7P-OPEN-AMT       =       WK-AST-ORG-OPEN
                                           *       -1
           ELSE
             MOVE      '+'                 TO      LB7P-OPEN-MARK
             MOVE      WK-AST-ORG-OPEN     TO      LB7P-OPEN-AMT.
      *    ENDIF
           MOVE        WK-AST-ORG-DR       TO      LB7P-DR-AMT.
           MOVE        WK-AST-ORG-CR       TO      LB7P-CR-AMT.
           MOVE        WK-AST-ORG-INT      TO      LB7P-INT-AMT.
           IF          WK-AST-ORG-CLOSE    <       0
           THEN
             MOVE      '-'                 TO      LB7P-CLOSE-MARK
             COMPUTE   LB7P-CLOSE-AMT      =       WK-AST-ORG-CLOSE
                                           *       -1
           ELSE
             MOVE      '+'                 TO      LB7P-CLOSE-MARK
             MOVE      WK-AST-ORG-CLOSE    TO      LB7P-CLOSE-AMT.
      *    ENDIF
           EXEC        CICS    START   TRANSID  ('OPCT')
                                       INTERVAL (0)
                                       FROM     (LB7P-DATA)
                                       LENGTH   (120)
                                       TERMID   (CWHCTID)
                                       END-EXEC.
           MOVE        'N'                 TO      WK-AST-HAVE-ORG.
       5900-EXIT.
           EXIT.
      ***
       7000-MSG-OUTPUT-RTN.
           MOVE        '7000-MSG'          TO      WK-PARA.
           MOVE        'T700'              TO      MSG-P-OUT-CODE.
           MOVE        44                  TO      MSG-P-LENGTH.
           MOVE        MSG-M-DISPLAY       TO      MSG-P-OUT-TM-TYPE.
           IF          WK-AST-STATUS       =       'D'
           THEN
             MOVE      'MB7C'              TO      T034-RESPONSE-CODE
             MOVE      WK-T034-DIF-MSG     TO      T034-CONTENT
           ELSE
             MOVE      '0000'              TO      T034-RESPONSE-CODE
             MOVE      WK-AST-ACCT-CNT     TO      WK-T034-ACCT-CNT
             MOVE      WK-T034-OK-MSG      TO      T034-CONTENT.
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
      *    取目前系統時間，組成WK-AST-TIMESTAMP(YYYYMMDDHHMMSS)      *
      *    供控制紀錄及結轉餘額之更新時間使用                        *
      *-------------------------------------------------------------*
           EXEC CICS   ASKTIME
                       ABSTIME(WK-AST-ABSTIME)
           END-EXEC.
           EXEC CICS   FORMATTIME
                       ABSTIME(WK-AST-ABSTIME)
                       YYYYMMDD(WK-AST-TS-DATE)
                       TIME(WK-AST-TS-TIME)
           END-EXEC.
       9180-EXIT.
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
