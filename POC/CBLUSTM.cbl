      ***       GL-SETTLE-MONTH/GL-CURRENCY相符之'I'/'F'分錄)，
      ***       核對結果寫回並逐筆列印金額/費率差異清單，取代月結
      ***       對帳單人工逐筆勾稽作業
      ***261015 外幣另核對新臺幣等值：央行對帳單載有新臺幣金額及
      ***       匯率者，與CBMFFXV本行折算結果比較，新臺幣差額拆為
      ***       利息差異(原幣差額依本行匯率折算)及匯率差異，原幣
      ***       相符而僅有匯率差異者列'X'，並另列印新臺幣差異列
       ENVIRONMENT     DIVISION.
      ***
       DATA            DIVISION.
       77  WK-STM-DIF                      PIC  S9(13)V99     VALUE +0.
       77  WK-STM-OUR-RATE                 PIC  9(01)V9(04)   VALUE 0.
       77  WK-STM-RATE-DIF                 PIC  S9(01)V9(04)  VALUE +0.
261015 77  WK-STM-XRT-CHK                  PIC  X(01)         VALUE 'N'.
261015 77  WK-STM-CB-TWD                   PIC  S9(13)V99     VALUE +0.
261015 77  WK-STM-OUR-TWD                  PIC  S9(13)V99     VALUE +0.
261015 77  WK-STM-TWD-DIF                  PIC  S9(13)V99     VALUE +0.
261015 77  WK-STM-INT-TWD                  PIC  S9(13)V99     VALUE +0.
261015 77  WK-STM-XRT-DIF                  PIC  S9(13)V99     VALUE +0.
       01  WK-STM-FLG-TBL.
         05  WK-STM-FLG                  OCCURS  10  TIMES
                                           PIC  X(01).
         05  LA4P-DR-LIT                 PIC X(05)  VALUE ' DR: '.
         05  LA4P-DR-MARK                PIC X(01).
         05  LA4P-DR-PCT                 PIC 9(01)V9(04).
      *---------------------------------------------------------------*
      *    261015  新臺幣等值差異列(TD=新臺幣差額，IT=其中利息差異，   *
      *    XD=其中匯率差異，均為央行對帳單減本行紀錄；CR/OR=央行/      *
      *    本行匯率)                                                   *
      *---------------------------------------------------------------*
261015 01  LC6P-DATA.
261015   05  LC6P-REP-ID                 PIC X(06)  VALUE '*STX* '.
261015   05  LC6P-MM-LIT                 PIC X(04)  VALUE ' M: '.
261015   05  LC6P-SETTLE                 PIC 9(05).
261015   05  LC6P-CUR-LIT                PIC X(04)  VALUE ' C: '.
261015   05  LC6P-CUR                    PIC 9(01).
261015   05  LC6P-TD-LIT                 PIC X(05)  VALUE ' TD: '.
261015   05  LC6P-TD-MARK                PIC X(01).
261015   05  LC6P-TD-AMT                 PIC 9(13)V99.
261015   05  LC6P-IT-LIT                 PIC X(05)  VALUE ' IT: '.
261015   05  LC6P-IT-MARK                PIC X(01).
261015   05  LC6P-IT-AMT                 PIC 9(13)V99.
261015   05  LC6P-XD-LIT                 PIC X(05)  VALUE ' XD: '.
261015   05  LC6P-XD-MARK                PIC X(01).
261015   05  LC6P-XD-AMT                 PIC 9(13)V99.
261015   05  LC6P-CR-LIT                 PIC X(05)  VALUE ' CR: '.
261015   05  LC6P-CB-XRT                 PIC 9(03)V9(05).
261015   05  LC6P-OR-LIT                 PIC X(05)  VALUE ' OR: '.
261015   05  LC6P-OUR-XRT                PIC 9(03)V9(05).
      *-------------------------------------------------------------*
       01  FILLER                        PIC X(10)  VALUE '//CBKMFSTM'.
           COPY                             CBKMFSTM.
       01  FILLER                        PIC X(10)  VALUE '//CBKMF35/'.
           COPY                             CBKMF035.
      *-------------------------------------------------------------*
261015 01  FILLER                        PIC X(10)  VALUE '//CBKMFFXV'.
261015     COPY                             CBKMFFXV.
      *-------------------------------------------------------------*
       01  FILLER                        PIC X(10)  VALUE '//CBKMFGL/'.
           COPY                             CBKMFGL.
      *-------------------------------------------------------------*
           MOVE        ZEROS               TO      STM-OUR-RATE-PCT.
           MOVE        '0'                 TO      STM-DIF-MARK.
           MOVE        ZEROS               TO      STM-DIF-AMT.
261015     MOVE        '0'                 TO      STM-CB-TWD-MARK.
261015     MOVE        ZEROS               TO      STM-CB-TWD-AMT.
261015     MOVE        ZEROS               TO      STM-CB-XRT-RATE.
261015     IF          EIBCALEN            NOT <   64
261015          AND    STM1-CURRENCY       >       0
261015     THEN
261015       MOVE      STM1-CB-TWD-MARK    TO      STM-CB-TWD-MARK
261015       MOVE      STM1-CB-TWD-AMT     TO      STM-CB-TWD-AMT
261015       MOVE      STM1-CB-XRT-RATE    TO      STM-CB-XRT-RATE.
      *    ENDIF
261015     MOVE        '0'                 TO      STM-OUR-TWD-MARK.
261015     MOVE        ZEROS               TO      STM-OUR-TWD-AMT.
261015     MOVE        ZEROS               TO      STM-OUR-XRT-RATE.
261015     MOVE        '0'                 TO      STM-INT-TWD-MARK.
261015     MOVE        ZEROS               TO      STM-INT-TWD-AMT.
261015     MOVE        '0'                 TO      STM-XRT-DIF-MARK.
261015     MOVE        ZEROS               TO      STM-XRT-DIF-AMT.
       2002-EXIT.
           EXIT.
       2000-EXIT.
      *    260902  核對單一幣別：金額與費率均相符方列'M'；查無本       *
      *    行紀錄維持'U'(金額以零計核對)；其餘列'D'。差額均為央行      *
      *    對帳單減本行紀錄                                            *
      *    261015  外幣且央行對帳單載有匯率者另核對新臺幣等值(見       *
      *    3500-TWD-MATCH-RTN)，原幣相符而僅有匯率差異者改列'X'        *
      *---------------------------------------------------------------*
       3100-MATCH-ONE-RTN.
           IF          WK-STM-FLG(WK-STM-SUB)  =   'N'
             ELSE
               MOVE    'D'                 TO      STM-MATCH-STATUS.
      *    ENDIF
261015     MOVE        'N'                 TO      WK-STM-XRT-CHK.
261015     IF         (WK-STM-CUR          >       0)
261015           AND  (STM-CB-XRT-RATE     >       0)
261015           AND  (WK-STM-FOUND        =       'Y')
261015     THEN
261015       PERFORM   3500-TWD-MATCH-RTN  THRU    3500-EXIT.
      *    ENDIF
           IF          WK-STM-OUR-AMT      <       0
           THEN
             MOVE      '-'                 TO      STM-OUR-MARK
                                       LENGTH   (58)
                                       TERMID   (CWHCTID)
                                       END-EXEC.
261015     IF          WK-STM-XRT-CHK      =       'Y'
261015     THEN
261015       PERFORM   3410-TWD-PRINT-RTN  THRU    3410-EXIT.
      *    ENDIF
       3400-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    261015  列印一筆新臺幣等值差異列                            *
      *---------------------------------------------------------------*
261015 3410-TWD-PRINT-RTN.
261015     MOVE        STM-SETTLE-MONTH    TO      LC6P-SETTLE.
261015     MOVE        STM-CURRENCY        TO      LC6P-CUR.
261015     IF          WK-STM-TWD-DIF      <       0
261015     THEN
261015       MOVE      '-'                 TO      LC6P-TD-MARK
261015       COMPUTE   LC6P-TD-AMT         =       WK-STM-TWD-DIF
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      LC6P-TD-MARK
261015       MOVE      WK-STM-TWD-DIF      TO      LC6P-TD-AMT.
      *    ENDIF
261015     MOVE        STM-INT-TWD-MARK    TO      LC6P-IT-MARK.
261015     MOVE        STM-INT-TWD-AMT     TO      LC6P-IT-AMT.
261015     MOVE        STM-XRT-DIF-MARK    TO      LC6P-XD-MARK.
261015     MOVE        STM-XRT-DIF-AMT     TO      LC6P-XD-AMT.
261015     MOVE        STM-CB-XRT-RATE     TO      LC6P-CB-XRT.
261015     MOVE        STM-OUR-XRT-RATE    TO      LC6P-OUR-XRT.
261015     EXEC        CICS    START   TRANSID  ('OPCT')
261015                                 INTERVAL (0)
261015                                 FROM     (LC6P-DATA)
261015                                 LENGTH   (109)
261015                                 TERMID   (CWHCTID)
261015                                 END-EXEC.
261015 3410-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  新臺幣等值核對：讀取CBMFFXV本行折算紀錄(查無或      *
      *    本行查無匯率者不核對)。新臺幣差額=央行新臺幣-本行新臺       *
      *    幣；利息差異=原幣差額(WK-STM-DIF)依本行匯率折算；其餘       *
      *    為匯率差異。原幣金額/費率相符('M')而新臺幣仍有差額者        *
      *    改列'X'                                                     *
      *---------------------------------------------------------------*
261015 3500-TWD-MATCH-RTN.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(3500-EXIT)
261015                 END-EXEC.
261015     MOVE        STM1-SETTLE-MONTH   TO      FXV-SETTLE-MONTH.
261015     MOVE        WK-STM-CUR          TO      FXV-CURRENCY.
261015     EXEC  CICS  READ
261015                 DATASET('CBMFFXV')
261015                 INTO(TIPFXV)
261015                 LENGTH(FXV-LENGTH)
261015                 RIDFLD(FXV-KEY)
261015     END-EXEC.
261015     IF          FXV-XRT-MISSING
261015     THEN
261015       GO        TO      3500-EXIT.
      *    ENDIF
261015     MOVE        'Y'                 TO      WK-STM-XRT-CHK.
261015     IF          STM-CB-TWD-MARK     =       '-'
261015     THEN
261015       COMPUTE   WK-STM-CB-TWD       =       STM-CB-TWD-AMT
261015                                     *       -1
261015     ELSE
261015       MOVE      STM-CB-TWD-AMT      TO      WK-STM-CB-TWD.
      *    ENDIF
261015     IF          FXV-TWD-MARK        =       '-'
261015     THEN
261015       COMPUTE   WK-STM-OUR-TWD      =       FXV-TWD-AMT
261015                                     *       -1
261015     ELSE
261015       MOVE      FXV-TWD-AMT         TO      WK-STM-OUR-TWD.
      *    ENDIF
261015     COMPUTE     WK-STM-TWD-DIF      =       WK-STM-CB-TWD
261015                                     -       WK-STM-OUR-TWD.
261015     COMPUTE     WK-STM-INT-TWD  ROUNDED =   WK-STM-DIF
261015                                     *       FXV-XRT-RATE.
261015     COMPUTE     WK-STM-XRT-DIF      =       WK-STM-TWD-DIF
261015                                     -       WK-STM-INT-TWD.
261015     MOVE        FXV-TWD-MARK        TO      STM-OUR-TWD-MARK.
261015     MOVE        FXV-TWD-AMT         TO      STM-OUR-TWD-AMT.
261015     MOVE        FXV-XRT-RATE        TO      STM-OUR-XRT-RATE.
261015     IF          WK-STM-INT-TWD      <       0
261015     THEN
261015       MOVE      '-'                 TO      STM-INT-TWD-MARK
261015       COMPUTE   STM-INT-TWD-AMT     =       WK-STM-INT-TWD
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      STM-INT-TWD-MARK
261015       MOVE      WK-STM-INT-TWD      TO      STM-INT-TWD-AMT.
      *    ENDIF
261015     IF          WK-STM-XRT-DIF      <       0
261015     THEN
261015       MOVE      '-'                 TO      STM-XRT-DIF-MARK
261015       COMPUTE   STM-XRT-DIF-AMT     =       WK-STM-XRT-DIF
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      STM-XRT-DIF-MARK
261015       MOVE      WK-STM-XRT-DIF      TO      STM-XRT-DIF-AMT.
      *    ENDIF
261015     IF          STM-ST-MATCHED
261015           AND  (WK-STM-TWD-DIF      NOT =   0)
261015     THEN
261015       MOVE      'X'                 TO      STM-MATCH-STATUS.
      *    ENDIF
261015 3500-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    260902  查詢單筆明細之核對結果                              *
      *---------------------------------------------------------------*
       4000-INQ-RTN.
