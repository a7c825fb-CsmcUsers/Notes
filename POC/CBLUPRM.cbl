      ***       核准後方套用至參數檔；經辦不得覆核自建異動。每次
      ***       核准套用/退回均寫入CBTPPAU稽核紀錄(同2310-WRITE-
      ***       BIF-AUDIT-RTN對CBTPBFL之作法)
      ***261015 維護範圍加入CBTPTOL傳送筆數/金額容許區間參數檔(每
      ***       CTF-INQ-TYPE一筆)，PRM1尾端新增區間欄位，呼叫端
      ***       COMMAREA須涵蓋第78位元組
      ***261015 維護範圍加入CBTPLVT大額覆核門檻參數檔(每CTF-INQ-TYPE
      ***       /幣別一筆)，門檻金額欄位接於PRM1尾端，呼叫端COMMAREA
      ***       須涵蓋第94位元組
      ***261015 維護範圍加入CBTPBRM分行主檔(每分行代號一筆：狀態/
      ***       併入分行/生效日)，分行欄位接於PRM1尾端，呼叫端
      ***       COMMAREA須涵蓋第116位元組
      ***261015 維護範圍加入CBTPXRT外幣匯率參數檔(每幣別/匯率日期
      ***       一筆)，反向鍵(9999999-匯率日期)由程式自動推算，匯率
      ***       日期/匯率欄位接於PRM1尾端，呼叫端COMMAREA須涵蓋第
      ***       131位元組
       ENVIRONMENT     DIVISION.
      ***
       DATA            DIVISION.
       77  WK-PRM-SEQ                      PIC  9(05)         VALUE 0.
       77  WK-PND-CNT                      PIC  9(05)         VALUE 0.
       77  WK-PRM-REV-KEY                  PIC  9(05)         VALUE 0.
261015 77  WK-PRM-XRT-REV                  PIC  9(07)         VALUE 0.
       77  WK-PND-CHK-DATE                 PIC  9(07)         VALUE 0.
       01  WK-PRM-TIMESTAMP.
         05  WK-PRM-TS-DATE                PIC  9(08)        VALUE 0.
       01  FILLER                        PIC X(10)  VALUE '//CBKTPRTN'.
           COPY                             CBKTPRTN.
      *-------------------------------------------------------------*
261015 01  FILLER                        PIC X(10)  VALUE '//CBKTPTOL'.
261015     COPY                             CBKTPTOL.
      *-------------------------------------------------------------*
261015 01  FILLER                        PIC X(10)  VALUE '//CBKTPLVT'.
261015     COPY                             CBKTPLVT.
      *-------------------------------------------------------------*
261015 01  FILLER                        PIC X(10)  VALUE '//CBKTPBRM'.
261015     COPY                             CBKTPBRM.
      *-------------------------------------------------------------*
261015 01  FILLER                        PIC X(10)  VALUE '//CBKTPXRT'.
261015     COPY                             CBKTPXRT.
      *-------------------------------------------------------------*
       01  FILLER                        PIC X(10)  VALUE '//CBKTPPND'.
           COPY                             CBKTPPND.
      *-------------------------------------------------------------*
           THEN
             PERFORM   2140-BUILD-RTN-RTN  THRU    2140-EXIT.
      *    ENDIF
261015     IF          PRM1-FILE-ID        =       'CBTPTOL '
261015     THEN
261015       PERFORM   2150-BUILD-TOL-RTN  THRU    2150-EXIT.
      *    ENDIF
261015     IF          PRM1-FILE-ID        =       'CBTPLVT '
261015     THEN
261015       PERFORM   2160-BUILD-LVT-RTN  THRU    2160-EXIT.
      *    ENDIF
261015     IF          PRM1-FILE-ID        =       'CBTPBRM '
261015     THEN
261015       PERFORM   2170-BUILD-BRM-RTN  THRU    2170-EXIT.
      *    ENDIF
261015     IF          PRM1-FILE-ID        =       'CBTPXRT '
261015     THEN
261015       PERFORM   2180-BUILD-XRT-RTN  THRU    2180-EXIT.
      *    ENDIF
           IF          WK-PRM-DS           =       SPACES
           THEN
             MOVE      'MB73'              TO      WK-MSG-CODE
       2140-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    261015  傳送容許區間參數：區間欄位位於PRM1尾端(第62-78      *
      *    位元組)，呼叫端COMMAREA未涵蓋時不可逕行參考；下限百分      *
      *    比不得逾100，上限百分比為零(不檢核)或不得低於100            *
      *---------------------------------------------------------------*
261015 2150-BUILD-TOL-RTN.
261015     IF          EIBCALEN            <       78
261015     THEN
261015       MOVE      'MB72'              TO      WK-MSG-CODE
261015       MOVE      '交易參數長度不足'
261015                                     TO      WK-MSG-CONTENT
261015       PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
261015     IF          PRM1-CNT-LOW        >       100
261015          OR     PRM1-AMT-LOW        >       100
261015          OR    (PRM1-CNT-HIGH       >       0
261015          AND    PRM1-CNT-HIGH       <       100)
261015          OR    (PRM1-AMT-HIGH       >       0
261015          AND    PRM1-AMT-HIGH       <       100)
261015     THEN
261015       MOVE      'MB72'              TO      WK-MSG-CODE
261015       MOVE      '容許區間百分比不合理'
261015                                     TO      WK-MSG-CONTENT
261015       PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
261015     MOVE        SPACES              TO      TIPTOL.
261015     MOVE        PRM1-INQ-TYPE       TO      TOL-INQ-TYPE.
261015     MOVE        PRM1-HIST-DAYS      TO      TOL-HIST-DAYS.
261015     MOVE        PRM1-CNT-LOW        TO      TOL-CNT-LOW-PCT.
261015     MOVE        PRM1-CNT-HIGH       TO      TOL-CNT-HIGH-PCT.
261015     MOVE        PRM1-AMT-LOW        TO      TOL-AMT-LOW-PCT.
261015     MOVE        PRM1-AMT-HIGH       TO      TOL-AMT-HIGH-PCT.
261015     MOVE        TIPTOL              TO      PND-RECORD.
261015     MOVE        TOL-KEY             TO      WK-PRM-KEY.
261015     MOVE        025                 TO      PND-REC-LEN.
261015     MOVE        'CBTPTOL '          TO      WK-PRM-DS.
261015 2150-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  大額覆核門檻參數：門檻金額位於PRM1尾端(第81-94      *
      *    位元組)，呼叫端COMMAREA未涵蓋時不可逕行參考；僅型別0       *
      *    (CBMF034)及2(CBMF02)設有大額覆核，CBMF02一律以幣別0計       *
      *---------------------------------------------------------------*
261015 2160-BUILD-LVT-RTN.
261015     IF          EIBCALEN            <       94
261015     THEN
261015       MOVE      'MB72'              TO      WK-MSG-CODE
261015       MOVE      '交易參數長度不足'
261015                                     TO      WK-MSG-CONTENT
261015       PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
261015     IF          PRM1-INQ-TYPE       NOT =   0
261015          AND    PRM1-INQ-TYPE       NOT =   2
261015     THEN
261015       MOVE      'MB72'              TO      WK-MSG-CODE
261015       MOVE      '大額覆核僅限型別0或2'
261015                                     TO      WK-MSG-CONTENT
261015       PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
261015     IF          PRM1-INQ-TYPE       =       2
261015          AND    PRM1-CURRENCY       NOT =   0
261015     THEN
261015       MOVE      'MB72'              TO      WK-MSG-CODE
261015       MOVE      '型別2幣別須為0'
261015                                     TO      WK-MSG-CONTENT
261015       PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
261015     MOVE        SPACES              TO      TIPLVT.
261015     MOVE        PRM1-INQ-TYPE       TO      LVT-INQ-TYPE.
261015     MOVE        PRM1-CURRENCY       TO      LVT-CURRENCY.
261015     MOVE        PRM1-LVT-AMT        TO      LVT-THRESHOLD.
261015     MOVE        TIPLVT              TO      PND-RECORD.
261015     MOVE        LVT-KEY             TO      WK-PRM-KEY.
261015     MOVE        025                 TO      PND-REC-LEN.
261015     MOVE        'CBTPLVT '          TO      WK-PRM-DS.
261015 2160-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  分行主檔：分行欄位位於PRM1尾端(第95-116位元組)，    *
      *    呼叫端COMMAREA未涵蓋時不可逕行參考。新增/變更時狀態限       *
      *    A/M/C；裁併(M)須指定併入分行(不得為本分行且須已登錄於       *
      *    分行主檔)，裁併/裁撤須指定生效日                            *
      *---------------------------------------------------------------*
261015 2170-BUILD-BRM-RTN.
261015     IF          EIBCALEN            <       116
261015     THEN
261015       MOVE      'MB72'              TO      WK-MSG-CODE
261015       MOVE      '交易參數長度不足'
261015                                     TO      WK-MSG-CONTENT
261015       PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
261015     IF          PRM1-BRM-BRANCH     =       0
261015          OR     PRM1-BRM-BRANCH     >       9999997
261015     THEN
261015       MOVE      'MB72'              TO      WK-MSG-CODE
261015       MOVE      '分行代號不合理'
261015                                     TO      WK-MSG-CONTENT
261015       PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
261015     MOVE        SPACES              TO      TIPBRM.
261015     MOVE        PRM1-BRM-BRANCH     TO      BRM-BRANCH-CODE.
261015     MOVE        PRM1-BRM-STATUS     TO      BRM-STATUS.
261015     MOVE        PRM1-BRM-MERGE-INTO TO      BRM-MERGE-INTO.
261015     MOVE        PRM1-BRM-EFF-DATE   TO      BRM-EFF-DATE.
261015     IF          PRM1-ADD
261015          OR     PRM1-CHANGE
261015     THEN
261015       PERFORM   2171-BRM-EDIT-RTN   THRU    2171-EXIT.
      *    ENDIF
261015     MOVE        TIPBRM              TO      PND-RECORD.
261015     MOVE        BRM-KEY             TO      WK-PRM-KEY.
261015     MOVE        030                 TO      PND-REC-LEN.
261015     MOVE        'CBTPBRM '          TO      WK-PRM-DS.
261015 2170-EXIT.
261015     EXIT.
261015 2171-BRM-EDIT-RTN.
261015     IF          NOT BRM-ST-ACTIVE
261015          AND    NOT BRM-ST-MERGED
261015          AND    NOT BRM-ST-CLOSED
261015     THEN
261015       MOVE      'MB72'              TO      WK-MSG-CODE
261015       MOVE      '分行狀態僅限A/M/C'
261015                                     TO      WK-MSG-CONTENT
261015       PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
261015     IF          BRM-ST-ACTIVE
261015     THEN
261015       MOVE      ZEROS               TO      BRM-MERGE-INTO
261015       GO        TO      2171-EXIT.
      *    ENDIF
261015     IF          BRM-EFF-DATE        =       0
261015     THEN
261015       MOVE      'MB72'              TO      WK-MSG-CODE
261015       MOVE      '生效日不可為零'
261015                                     TO      WK-MSG-CONTENT
261015       PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
261015     IF          BRM-ST-CLOSED
261015     THEN
261015       MOVE      ZEROS               TO      BRM-MERGE-INTO
261015       GO        TO      2171-EXIT.
      *    ENDIF
261015     IF          BRM-MERGE-INTO      =       0
261015          OR     BRM-MERGE-INTO      =       BRM-BRANCH-CODE
261015     THEN
261015       MOVE      'MB72'              TO      WK-MSG-CODE
261015       MOVE      '併入分行不合理'
261015                                     TO      WK-MSG-CONTENT
261015       PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(2172-BRM-NOMERGE-RTN)
261015                 END-EXEC.
261015     MOVE        BRM-MERGE-INTO      TO      WK-PRM-KEY.
261015     MOVE        +30                 TO      WK-PRM-IO-LEN.
261015     EXEC  CICS  READ
261015                 DATASET('CBTPBRM')
261015                 INTO(WK-PRM-IO)
261015                 LENGTH(WK-PRM-IO-LEN)
261015                 RIDFLD(WK-PRM-KEY)
261015     END-EXEC.
261015     GO          TO      2171-EXIT.
261015 2172-BRM-NOMERGE-RTN.
261015     MOVE        'MB72'              TO      WK-MSG-CODE.
261015     MOVE        '併入分行未登錄於分行主檔'
261015                                     TO      WK-MSG-CONTENT.
261015     PERFORM     9999-ERR-MSG-OUT-RTN.
261015 2171-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  外幣匯率參數檔：匯率日期/匯率位於PRM1尾端(第117-    *
      *    131位元組)，呼叫端COMMAREA未涵蓋時不可逕行參考。幣別限      *
      *    1-9(新臺幣無匯率)，匯率日期不可為零，新增/變更時匯率不      *
      *    可為零；反向鍵(9999999-匯率日期)由程式推算                  *
      *---------------------------------------------------------------*
261015 2180-BUILD-XRT-RTN.
261015     IF          EIBCALEN            <       131
261015     THEN
261015       MOVE      'MB72'              TO      WK-MSG-CODE
261015       MOVE      '交易參數長度不足'
261015                                     TO      WK-MSG-CONTENT
261015       PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
261015     IF          PRM1-CURRENCY       =       0
261015     THEN
261015       MOVE      'MB72'              TO      WK-MSG-CODE
261015       MOVE      '新臺幣不需建立匯率'
261015                                     TO      WK-MSG-CONTENT
261015       PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
261015     IF          PRM1-XRT-DATE       =       0
261015     THEN
261015       MOVE      'MB72'              TO      WK-MSG-CODE
261015       MOVE      '匯率日期不可為零'
261015                                     TO      WK-MSG-CONTENT
261015       PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
261015     IF          PRM1-XRT-RATE       =       0
261015          AND    (PRM1-ADD  OR  PRM1-CHANGE)
261015     THEN
261015       MOVE      'MB72'              TO      WK-MSG-CODE
261015       MOVE      '匯率不可為零'
261015                                     TO      WK-MSG-CONTENT
261015       PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
261015     COMPUTE     WK-PRM-XRT-REV      =       9999999
261015                                     -       PRM1-XRT-DATE.
261015     MOVE        SPACES              TO      TIPXRT.
261015     MOVE        PRM1-CURRENCY       TO      XRT-CURRENCY.
261015     MOVE        WK-PRM-XRT-REV      TO      XRT-REV-KEY.
261015     MOVE        PRM1-XRT-DATE       TO      XRT-RATE-DATE.
261015     MOVE        PRM1-XRT-RATE       TO      XRT-RATE.
261015     MOVE        TIPXRT              TO      PND-RECORD.
261015     MOVE        XRT-KEY             TO      WK-PRM-KEY.
261015     MOVE        030                 TO      PND-REC-LEN.
261015     MOVE        'CBTPXRT '          TO      WK-PRM-DS.
261015 2180-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    260902  查詢參數檔現行紀錄(依自然鍵推得之實際鍵值讀取)，    *
      *    回覆訊息帶回紀錄影像原文                                    *
      *---------------------------------------------------------------*
