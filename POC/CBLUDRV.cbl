      ***       索作業確已執行完成；型別失敗或遭MB58/MB60等控管擋
      ***       下(無完成紀錄)時中止傳檔鏈並發主控台警示，全數完成
      ***       時自動執行CBLUEON日終完整性檢核
      ***261015 CTF新增CTF-RUN-MODE，傳檔鏈一律以空白(一般檢索傳送)
      ***       呼叫CBLUFILE
      ***261015 CTF新增CTF-VOL-RELEASE，傳檔鏈一律以'N'(不放行)呼叫；
      ***       超出歷史區間暫停傳送之型別無完成紀錄，傳檔鏈即中止
      ***261015 CTF新增CTF-PRV-MONTH(月結試算結算月)，傳檔鏈一律以零
      ***       呼叫(傳檔鏈不執行試算作業)
       ENVIRONMENT     DIVISION.
      ***
       DATA            DIVISION.
           MOVE        SPACES              TO      CTF-BIF-SET-TIME.
           MOVE        'N'                 TO      CTF-RESEND-OVERRIDE.
260902     MOVE        WK-DRV-CYCLE        TO      CTF-CYCLE-NO.
261015     MOVE        SPACE               TO      CTF-RUN-MODE.
261015     MOVE        'N'                 TO      CTF-VOL-RELEASE.
261015     MOVE        ZEROS               TO      CTF-PRV-MONTH.
           EXEC CICS   LINK    PROGRAM ('CBLUFILE')
                       COMMAREA (CTF)      LENGTH (104)
           END-EXEC.
