      ***       (未修補退件筆數)及CBTPIFS(IFTO排程回應碼)，每一傳
      ***       輸檔案(TIPMF01-TIPMF20)以硬拷貝列印一列，取代值日
      ***       人員逐檔翻查T034訊息及主控台硬拷貝之人工作業
      ***261015 報表末加列各型別傳送前歷史區間檢核結果(CBTPVOL)：
      ***       本次/歷史平均筆數及金額、偏離百分比及檢核狀態
       ENVIRONMENT     DIVISION.
      ***
       DATA            DIVISION.
         05  L97P-REJ-CNT                PIC 9(05).
         05  L97P-Q-LIT                  PIC X(03)  VALUE ' Q:'.
         05  L97P-IFS-RESP               PIC 9(04).
      *---------------------------------------------------------------*
      *    261015  歷史區間檢核表示列(每檔案一列，列於彙整表示列之     *
      *    後)：ST為檢核狀態(P區間內/H暫停傳送/R授權放行/N未檢核，     *
      *    空白為尚未傳送)，H為取樣營業日數，C/AC為本次及平均筆數，    *
      *    A/AA為本次及平均金額(絕對值)，DC/DA為偏離百分比('-'低       *
      *    於平均)                                                     *
      *---------------------------------------------------------------*
261015 01  LA8P-DATA.
261015   05  LA8P-REP-ID                 PIC X(06)  VALUE '*VHR* '.
261015   05  LA8P-FILE-ID                PIC X(08).
261015   05  LA8P-CY-LIT                 PIC X(04)  VALUE ' CY:'.
261015   05  LA8P-CYCLE                  PIC 9(01).
261015   05  LA8P-ST-LIT                 PIC X(04)  VALUE ' ST:'.
261015   05  LA8P-STATUS                 PIC X(01).
261015   05  LA8P-H-LIT                  PIC X(03)  VALUE ' H:'.
261015   05  LA8P-HIST-DAYS              PIC 9(02).
261015   05  LA8P-C-LIT                  PIC X(03)  VALUE ' C:'.
261015   05  LA8P-READ-CNT               PIC 9(07).
261015   05  LA8P-AC-LIT                 PIC X(04)  VALUE ' AC:'.
261015   05  LA8P-AVG-CNT                PIC 9(07).
261015   05  LA8P-DC-LIT                 PIC X(04)  VALUE ' DC:'.
261015   05  LA8P-CNT-MARK               PIC X(01).
261015   05  LA8P-CNT-PCT                PIC 9(05).
261015   05  LA8P-A-LIT                  PIC X(03)  VALUE ' A:'.
261015   05  LA8P-SUM-AMT                PIC 9(12)V99.
261015   05  LA8P-AA-LIT                 PIC X(04)  VALUE ' AA:'.
261015   05  LA8P-AVG-AMT                PIC 9(12)V99.
261015   05  LA8P-DA-LIT                 PIC X(04)  VALUE ' DA:'.
261015   05  LA8P-AMT-MARK               PIC X(01).
261015   05  LA8P-AMT-PCT                PIC 9(05).
      *-------------------------------------------------------------*
       01  FILLER                        PIC X(10)  VALUE '//CBKTPRUN'.
           COPY                             CBKTPRUN.
       01  FILLER                        PIC X(10)  VALUE '//CBKTPIFS'.
           COPY                             CBKTPIFS.
      *-------------------------------------------------------------*
261015 01  FILLER                        PIC X(10)  VALUE '//CBKTPVOL'.
261015     COPY                             CBKTPVOL.
      *-------------------------------------------------------------*
       01  FILLER                        PIC X(10)  VALUE '//CBKMSG//'.
      *01  MSG.
           COPY                          CBKMSG.
           PERFORM     2100-FILE-LINE-RTN  THRU    2100-EXIT
           VARYING     WK-RPT-SUB  FROM  1  BY  1
           UNTIL       WK-RPT-SUB  >  10.
261015     PERFORM     2700-VOL-LINE-RTN   THRU    2700-EXIT
261015     VARYING     WK-RPT-SUB  FROM  1  BY  1
261015     UNTIL       WK-RPT-SUB  >  10.
       2000-EXIT.
           EXIT.
       2100-FILE-LINE-RTN.
           MOVE        IFS-START-RESP      TO      L97P-IFS-RESP.
       2600-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    261015  讀CBTPVOL傳送前歷史區間檢核紀錄列印偏離幅度；查     *
      *    無紀錄表示該型別當日尚未執行至傳送前檢核，各欄留預設值      *
      *---------------------------------------------------------------*
261015 2700-VOL-LINE-RTN.
261015     MOVE        WK-RPT-ENT-TYPE(WK-RPT-SUB)
261015                                     TO      WK-RPT-TYPE.
261015     MOVE        WK-RPT-ENT-FILE(WK-RPT-SUB)
261015                                     TO      LA8P-FILE-ID.
261015     MOVE        WK-RPT-CYCLE        TO      LA8P-CYCLE.
261015     MOVE        SPACE               TO      LA8P-STATUS.
261015     MOVE        ZEROS               TO      LA8P-HIST-DAYS.
261015     MOVE        ZEROS               TO      LA8P-READ-CNT.
261015     MOVE        ZEROS               TO      LA8P-AVG-CNT.
261015     MOVE        SPACE               TO      LA8P-CNT-MARK.
261015     MOVE        ZEROS               TO      LA8P-CNT-PCT.
261015     MOVE        ZEROS               TO      LA8P-SUM-AMT.
261015     MOVE        ZEROS               TO      LA8P-AVG-AMT.
261015     MOVE        SPACE               TO      LA8P-AMT-MARK.
261015     MOVE        ZEROS               TO      LA8P-AMT-PCT.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(2701-VOL-PRINT-RTN)
261015                 END-EXEC.
261015     MOVE        WK-RPT-BUS-DATE     TO      VOL-BUS-DATE.
261015     MOVE        WK-RPT-TYPE         TO      VOL-INQ-TYPE.
261015     MOVE        WK-RPT-CYCLE        TO      VOL-CYCLE-NO.
261015     EXEC  CICS  READ
261015                 DATASET('CBTPVOL')
261015                 INTO(TIPVOL)
261015                 LENGTH(VOL-LENGTH)
261015                 RIDFLD(VOL-KEY)
261015     END-EXEC.
261015     MOVE        VOL-STATUS          TO      LA8P-STATUS.
261015     MOVE        VOL-HIST-DAYS       TO      LA8P-HIST-DAYS.
261015     MOVE        VOL-READ-CNT        TO      LA8P-READ-CNT.
261015     MOVE        VOL-AVG-CNT         TO      LA8P-AVG-CNT.
261015     MOVE        VOL-CNT-DEV-MARK    TO      LA8P-CNT-MARK.
261015     MOVE        VOL-CNT-DEV-PCT     TO      LA8P-CNT-PCT.
261015     MOVE        VOL-SUM-AMT         TO      LA8P-SUM-AMT.
261015     MOVE        VOL-AVG-AMT         TO      LA8P-AVG-AMT.
261015     MOVE        VOL-AMT-DEV-MARK    TO      LA8P-AMT-MARK.
261015     MOVE        VOL-AMT-DEV-PCT     TO      LA8P-AMT-PCT.
261015 2701-VOL-PRINT-RTN.
261015     EXEC        CICS    START   TRANSID  ('OPCT')
261015                                 INTERVAL (0)
261015                                 FROM     (LA8P-DATA)
261015                                 LENGTH   (105)
261015                                 TERMID   (CWHCTID)
261015                                 END-EXEC.
261015 2700-EXIT.
261015     EXIT.
      ***
       7000-MSG-OUTPUT-RTN.
           MOVE        '7000-MSG'          TO      WK-PARA.
