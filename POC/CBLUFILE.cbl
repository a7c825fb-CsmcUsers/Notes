260902***新增CTF-CYCLE-NO傳送場次：同日分場次傳送時傳送控管/傳
260902***送狀態/執行控管/控制軌均按場次各自留存，同場次重複執
260902***行仍以MB60擋下
261015***新增CBMFACR機關專戶帳戶主檔(異動歷史CBMFACH)，由CBMF033
261015***各旬異動紀錄維護；CBMF02/CBMF20檢索時逐筆檢核帳號，未
261015***登錄或已結清者列印例外清單並以MB63擋下IFTO排程
261015***新增追溯利率調整作業(CTF-RUN-MODE='A')：已月結月份依現行
261015***CBTPRAT/CBTPFXR重算月息，差額寫入CBMFRAJ調整檔及CBMFGL
261015***調整分錄('J'/'K')並列印分行調整通知，原月結紀錄不改寫
261015***傳送前以本次筆數/金額與CBTPRUN近期同型別營業日平均比較，
261015***超出CBTPTOL容許區間者暫停IFTO排程(MB64)並通知主控台，須
261015***具VOLREL權限者帶CTF-VOL-RELEASE重跑放行；結果寫入CBTPVOL
261015***CBMF02/CBMF034檢索時單筆金額超過CBTPLVT門檻者列入CBTPLVQ
261015***大額覆核佇列，尚有待覆核項目時暫停IFTO排程(MB6F)；經主
261015***管(CBLULVR)剔除者比照轉換退件寫入CBTPCRJ並自線上檔剔除
261015***新增CBTPBRM分行主檔：各檢索作業查無分行代號或已裁撤生效
261015***者比照轉換退件寫入CBTPCRJ並列印例外清單；已裁併生效者之
261015***分行月息分攤(CBMFALC)、逐日連續性檢核及大額覆核佇列改歸
261015***併存續分行代號
261015***外幣分幣別月結加計新臺幣等值：月息依CBTPXRT結算月月底
261015***匯率折算新臺幣，寫入CBMFFXV並同步產生'T'新臺幣等值分錄
261015***，另列印外幣月息新臺幣折算彙總表
261015***新增月結試算作業(CTF-RUN-MODE='P')：任何營業日均可依月結
261015***相同之檢核/計息/分攤/分錄推算，結果僅寫入CBMFPVW並列印
261015***試算表，不傳送亦不入帳
261015***CBMF01檢索時逐筆寫入CBMFCKH配對歷史，更正分錄依分行/傳票
261015***號碼/帳號與近期營業日原分錄配對，查無/重複/金額或方向不符
261015***者寫入CBTPCPX例外檔並列印配對表，尚有待處理例外時暫停IFTO
261015***排程(MB7F)；例外由分行經CBLUCPR線上查詢/豁免
261015***各檢索作業掃描前先將已裁併生效分行之明細紀錄改掛存續分行
261015***代號，分行日檔(CBMF032/051/052)同日已有存續分行紀錄者筆數
261015***/金額併入，其餘鍵值重複者比照轉換退件寫入CBTPCRJ
261015***月結試算重跑前先清除該試算月CBMFPVW紀錄，裁併分行之試算分攤
261015***額/上月實際數併計於存續分行'B'試算紀錄並列印歸併表示列
261015***追溯利率調整：裁併分行調整額併列存續分行歸併通知(*RJR*)，
261015***外幣'K'調整分錄另依月底匯率寫入'L'新臺幣等值分錄並記入CBMFFXV
261015***新增CBMFACR帳戶主檔初次載入(CTF-RUN-MODE='L')：依CBMF33A歷史
261015***檔及CBMF033線上檔全部異動紀錄建立帳戶主檔，須具REGLOAD權限
       ENVIRONMENT     DIVISION.
      ***
       DATA            DIVISION.
260822 77  WMF035-TOT                      PIC  S9(13)       VALUE +0.
260822 77  WMF035-TOTAL                    PIC  S9(13)V99    VALUE +0.
260822 77  WK-FXR-WRK-KEY                  PIC  9(05)        VALUE 0.
261015 77  WK-XRT-WRK-KEY                  PIC  9(07)        VALUE 0.
261015 77  WK-XRT-RATE                     PIC  9(03)V9(05)  VALUE 0.
261015 77  WK-XRT-DATE                     PIC  9(07)        VALUE 0.
261015 77  WK-XRT-FOUND                    PIC  X(01)        VALUE 'N'.
261015 77  WK-XRT-TWD                      PIC  S9(13)V99    VALUE +0.
261015 77  WK-XRT-TWD-TOT                  PIC  S9(13)V99    VALUE +0.
261015 77  WK-XRT-CUR-CNT                  PIC  9(02)        VALUE 0.
261015 77  WK-XRT-MISS-CNT                 PIC  9(02)        VALUE 0.
260822 01  WK-FXS-SETL-DATE.
260822   05  WK-FXS-SETL-YY              PIC  9(03)  VALUE 0.
260822   05  WK-FXS-SETL-MM              PIC  9(02)  VALUE 0.
260822 77  WK-GL-RATE                      PIC  9(01)V9(04)  VALUE 0.
260822 77  WK-GL-SETTLE                    PIC  9(05)        VALUE 0.
260902 77  WK-GL-BUS-DATE                  PIC  9(07)        VALUE 0.
261015 77  WK-GL-XRT-RATE                  PIC  9(03)V9(05)  VALUE 0.
260822 01  WK-GL-SOURCE                    PIC  X(08)  VALUE SPACES.
      *---------------------------------------------------------------*
      *    260902  每日利息預估工作區：月結掃描時按MF032-DD逐日累      *
260822   05  FILLER            PIC  X(04)  VALUE ' 態'.
260822   05  WK-T034-DLS-ST              PIC  X(01)  VALUE SPACE.
260822   05  FILLER                      PIC  X(06)  VALUE SPACES.
      *---------------------------------------------------------------*
      *    261015  機關專戶帳戶主檔工作區：WK-REG-PERIOD為CBMF033異    *
      *    動紀錄之期別(資料年月+旬別)，與ACR-LAST-PERIOD比較決定      *
      *    是否套用；WK-REG-EXC-CNT累計CBMF02/CBMF20檢索時帳號未       *
      *    登錄或已結清之例外筆數，大於零時以MB63擋下IFTO排程          *
      *---------------------------------------------------------------*
261015 77  WK-REG-EXC-CNT                  PIC  9(05)        VALUE 0.
261015 77  WK-REG-OLD-STATUS               PIC  X(01)  VALUE SPACE.
261015 77  WK-REG-CHK-BRANCH               PIC  9(07)        VALUE 0.
261015 01  WK-REG-CHK-ACCT                 PIC  X(16)  VALUE SPACES.
261015 01  WK-REG-PERIOD-G.
261015   05  WK-REG-PRD-DATE             PIC  9(05)  VALUE 0.
261015   05  WK-REG-PRD-SECT             PIC  9(01)  VALUE 0.
261015 01  WK-REG-PERIOD  REDEFINES  WK-REG-PERIOD-G
261015                                     PIC  9(06).
      *---------------------------------------------------------------*
      *    261015  帳戶主檔初次載入(CTF-RUN-MODE='L')套用筆數：       *
      *    WK-RGL-ARC-CNT為CBMF33A歷史檔、WK-RGL-ONL-CNT為CBMF033     *
      *    線上檔(不含9999999/9999998)，帶入回覆訊息                  *
      *---------------------------------------------------------------*
261015 77  WK-RGL-ARC-CNT                  PIC  9(07)        VALUE 0.
261015 77  WK-RGL-ONL-CNT                  PIC  9(07)        VALUE 0.
      *---------------------------------------------------------------*
      *    261015  追溯利率調整作業工作區：WK-RAJ-MONTH為處理中之      *
      *    結算月，WK-RAJ-OLD-RATE為原月結適用利率，WK-RAJ-LAST-       *
      *    RATE為最近一次已調整之利率(未曾調整者同原利率)，WK-RAJ-     *
      *    NEW-RATE為依現行參數重查之利率，與LAST-RATE不同時該月       *
      *    始重算。WK-RAJ-BASE/ORIG/NEW為分行(或幣別)之基數、原月      *
      *    息及重算月息，*-TOT為結算月合計；WK-RAJ-MON-CNT/ADJ-TOT     *
      *    為本次調整月數及累計調整額，帶入回覆訊息。WK-RAJ-MERGE     *
      *    為處理中分行之併入存續分行(CBMFALC-MERGE-INTO)，LAST-MRG   *
      *    為末一分行者，供尾差調整及歸併通知(6134/6135)              *
      *---------------------------------------------------------------*
261015 77  WK-RAJ-MONTH                    PIC  9(05)        VALUE 0.
261015 77  WK-RAJ-SKIP                     PIC  X(01)        VALUE 'Y'.
261015 77  WK-RAJ-SOURCE                   PIC  X(01)        VALUE ' '.
261015 77  WK-RAJ-CUR                      PIC  9(01)        VALUE 0.
261015 77  WK-RAJ-BRANCH                   PIC  9(07)        VALUE 0.
261015 77  WK-RAJ-LAST-BR                  PIC  9(07)        VALUE 0.
261015 77  WK-RAJ-MERGE                    PIC  9(07)        VALUE 0.
261015 77  WK-RAJ-LAST-MRG                 PIC  9(07)        VALUE 0.
261015 77  WK-RAJ-OWN                      PIC  S9(13)V99    VALUE +0.
261015 77  WK-RAJ-DAYS                     PIC  9(02)        VALUE 0.
261015 77  WK-RAJ-OLD-RATE                 PIC  9(01)V9(04)  VALUE 0.
261015 77  WK-RAJ-LAST-RATE                PIC  9(01)V9(04)  VALUE 0.
261015 77  WK-RAJ-NEW-RATE                 PIC  9(01)V9(04)  VALUE 0.
261015 77  WK-RAJ-TOT                      PIC  S9(13)       VALUE +0.
261015 77  WK-RAJ-BASE                     PIC  S9(13)V99    VALUE +0.
261015 77  WK-RAJ-ORIG                     PIC  S9(13)V99    VALUE +0.
261015 77  WK-RAJ-NEW                      PIC  S9(13)V99    VALUE +0.
261015 77  WK-RAJ-WRK                      PIC  S9(13)V99    VALUE +0.
261015 77  WK-RAJ-BASE-TOT                 PIC  S9(13)V99    VALUE +0.
261015 77  WK-RAJ-ORIG-TOT                 PIC  S9(13)V99    VALUE +0.
261015 77  WK-RAJ-NEW-TOT                  PIC  S9(13)V99    VALUE +0.
261015 77  WK-RAJ-ALLOC-TOT                PIC  S9(13)V99    VALUE +0.
261015 77  WK-RAJ-MON-CNT                  PIC  9(03)        VALUE 0.
261015 77  WK-RAJ-ADJ-TOT                  PIC  S9(13)V99    VALUE +0.
      *---------------------------------------------------------------*
      *    261015  外幣月息分錄('F')暫存表：瀏覽CBMFGL時每批暫存至     *
      *    多20筆之結算月/幣別/原適用利率，批滿時ENDBR逐筆重算後自     *
      *    末一鍵值續瀏覽(瀏覽中不可寫入同一檔)                        *
      *---------------------------------------------------------------*
261015 77  WK-RAJ-FX-CNT                   PIC  9(02) COMP   VALUE 0.
261015 77  WK-RAJ-FX-SUB                   PIC  9(02) COMP   VALUE 0.
261015 01  WK-RAJ-FX-TBL.
261015   05  WK-RAJ-FX-ENT               OCCURS  20  TIMES.
261015     10  WK-RAJ-FX-MONTH           PIC  9(05).
261015     10  WK-RAJ-FX-CUR             PIC  9(01).
261015     10  WK-RAJ-FX-RATE            PIC  9(01)V9(04).
261015 01  WK-RAJ-GL-RESUME-KEY.
261015   05  WK-RAJ-GL-RESUME-DATE       PIC  9(07)  VALUE 0.
261015   05  WK-RAJ-GL-RESUME-TYPE       PIC  X(01)  VALUE SPACE.
261015   05  WK-RAJ-GL-RESUME-CUR        PIC  9(01)  VALUE 0.
      *---------------------------------------------------------------*
      *    261015  追溯利率調整作業回覆訊息組字區(調整月數/累計調      *
      *    整額，'-'表示重算後月息減少)                                *
      *---------------------------------------------------------------*
261015 01  WK-T034-RAJ-MSG.
261015   05  FILLER            PIC  X(12)  VALUE '調整月數'.
261015   05  WK-T034-RAJ-CNT             PIC  9(03)  VALUE 0.
261015   05  FILLER            PIC  X(04)  VALUE ' 額'.
261015   05  WK-T034-RAJ-MARK            PIC  X(01)  VALUE SPACE.
261015   05  WK-T034-RAJ-AMT             PIC  9(12)V99  VALUE 0.
261015   05  FILLER                      PIC  X(06)  VALUE SPACES.
      *---------------------------------------------------------------*
      *    261015  月結試算作業(CTF-RUN-MODE='P')工作區：WK-PRV-END-   *
      *    DD為試算當月之連續性檢核截止日(本營業日前一日)，WK-PRV-     *
      *    LAST-MONTH為比較用之上月結算月，WK-PRV-AMT/LAST/TWD為寫     *
      *    入CBMFPVW前之帶正負號金額，WK-PVW-SAVE為改寫時之暫存區，   *
      *    WK-PVW-DEL-TBL為清除前次試算紀錄時之待刪鍵值(每批50筆)     *
      *---------------------------------------------------------------*
261015 77  WK-PRV-END-DD                   PIC  9(02)        VALUE 0.
261015 77  WK-PRV-CUR-YYMM                 PIC  9(05)        VALUE 0.
261015 77  WK-PRV-READ-CNT                 PIC  9(07)        VALUE 0.
261015 77  WK-PRV-BRX-CNT                  PIC  9(05)        VALUE 0.
261015 77  WK-PRV-ACR-SUM                  PIC  S9(13)V99    VALUE +0.
261015 77  WK-PRV-FX-TWD-TOT               PIC  S9(13)V99    VALUE +0.
261015 77  WK-PRV-AMT                      PIC  S9(13)V99    VALUE +0.
261015 77  WK-PRV-LAST                     PIC  S9(13)V99    VALUE +0.
261015 77  WK-PRV-TWD                      PIC  S9(13)V99    VALUE +0.
261015 77  WK-PRV-DIF                      PIC  S9(13)V99    VALUE +0.
261015 77  WK-PRV-LAST-FOUND               PIC  X(01)        VALUE 'N'.
261015 77  WK-PRV-BLOCK                    PIC  X(01)        VALUE 'P'.
261015 01  WK-PRV-LAST-G.
261015   05  WK-PRV-LAST-YY                PIC  9(03)  VALUE 0.
261015   05  WK-PRV-LAST-MM                PIC  9(02)  VALUE 0.
261015 01  WK-PRV-LAST-MONTH  REDEFINES  WK-PRV-LAST-G
261015                                     PIC  9(05).
261015 01  WK-PVW-SAVE                     PIC  X(150) VALUE SPACES.
261015 77  WK-PVW-DEL-CNT                  PIC  9(03) COMP   VALUE 0.
261015 77  WK-PVW-SUB                      PIC  9(03) COMP   VALUE 0.
261015 01  WK-PVW-RESUME-KEY               PIC  X(13) VALUE SPACES.
261015 01  WK-PVW-DEL-TBL.
261015   05  WK-PVW-DEL-KEY                OCCURS  50  TIMES
261015                                   PIC  X(13).
      *---------------------------------------------------------------*
      *    261015  月結試算作業回覆訊息組字區(缺漏日數/擷取檔不符      *
      *    筆數/狀態：B正式月結將遭擋下、P可通過)                      *
      *---------------------------------------------------------------*
261015 01  WK-T034-PRV-MSG.
261015   05  FILLER            PIC  X(12)  VALUE '試算缺漏'.
261015   05  WK-T034-PRV-GAP             PIC  9(05)  VALUE 0.
261015   05  FILLER            PIC  X(07)  VALUE ' 不符'.
261015   05  WK-T034-PRV-RCN             PIC  9(05)  VALUE 0.
261015   05  FILLER            PIC  X(04)  VALUE ' 態'.
261015   05  WK-T034-PRV-STATUS          PIC  X(01)  VALUE SPACE.
261015   05  FILLER                      PIC  X(06)  VALUE SPACES.
      *---------------------------------------------------------------*
      *    261015  帳戶主檔初次載入回覆訊息組字區(歷史檔/線上檔       *
      *    讀取筆數)                                                  *
      *---------------------------------------------------------------*
261015 01  WK-T034-RGL-MSG.
261015   05  FILLER            PIC  X(12)  VALUE '載入歷史'.
261015   05  WK-T034-RGL-ARC             PIC  9(07)  VALUE 0.
261015   05  FILLER            PIC  X(07)  VALUE ' 線上'.
261015   05  WK-T034-RGL-ONL             PIC  9(07)  VALUE 0.
261015   05  FILLER                      PIC  X(07)  VALUE SPACES.
      *---------------------------------------------------------------*
      *    261015  更正分錄配對檢核工作區：WK-COR-HIST-DAYS為配對期    *
      *    間含本營業日以前之型別1已完成營業日數，WK-COR-CUTOFF為      *
      *    依CBTPRUN推得之配對期間起日；WK-COR-C-*為檢核中之更正分     *
      *    錄，WK-COR-F/T/O-G依序為可沖銷之原分錄、已遭其他更正分      *
      *    錄沖銷之原分錄及金額或方向不符之原分錄(各取第一筆)，        *
      *    WK-COR-R-G為判定結果所引用之原分錄                          *
      *---------------------------------------------------------------*
261015 77  WK-COR-HIST-DAYS                PIC  9(02)        VALUE 5.
261015 77  WK-COR-DAY-CNT                  PIC  9(03)        VALUE 0.
261015 77  WK-COR-SCAN-CNT                 PIC  9(05)        VALUE 0.
261015 77  WK-COR-CUTOFF                   PIC  9(07)        VALUE 0.
261015 77  WK-COR-LOW-DATE                 PIC  9(07)        VALUE 0.
261015 77  WK-COR-CNT                      PIC  9(05)        VALUE 0.
261015 77  WK-COR-CHK-CNT                  PIC  9(05)        VALUE 0.
261015 77  WK-COR-PAIR-CNT                 PIC  9(05)        VALUE 0.
261015 77  WK-COR-EXC-CNT                  PIC  9(05)        VALUE 0.
261015 77  WK-COR-WAIVE-CNT                PIC  9(05)        VALUE 0.
261015 77  WK-COR-PURGE-CNT                PIC  9(07)        VALUE 0.
261015 77  WK-COR-FLIP                     PIC  9(01)        VALUE 0.
261015 77  WK-COR-ST                       PIC  X(01)  VALUE SPACE.
261015 77  WK-COR-ACT                      PIC  X(01)  VALUE SPACE.
261015 77  WK-COR-BUF-CNT                  PIC  9(03) COMP   VALUE 0.
261015 77  WK-COR-SUB                      PIC  9(03) COMP   VALUE 0.
261015 01  WK-COR-C-G.
261015   05  WK-COR-C-MATCH.
261015     10  WK-COR-C-MAIN-BR          PIC  9(07)  VALUE 0.
261015     10  WK-COR-C-INV-NO           PIC  X(06)  VALUE SPACES.
261015     10  WK-COR-C-ACCT             PIC  9(11)  VALUE 0.
261015     10  WK-COR-C-ACCT-ADD         PIC  X(03)  VALUE SPACES.
261015   05  WK-COR-C-ID.
261015     10  WK-COR-C-DATE             PIC  9(07)  VALUE 0.
261015     10  WK-COR-C-STAN             PIC  9(07)  VALUE 0.
261015     10  WK-COR-C-SUB-BR           PIC  9(07)  VALUE 0.
261015     10  WK-COR-C-INV-CODE         PIC  X(02)  VALUE SPACES.
261015     10  WK-COR-C-YEAR             PIC  9(03)  VALUE 0.
261015   05  WK-COR-C-RCV                PIC  X(01)  VALUE SPACE.
261015   05  WK-COR-C-MARK               PIC  X(01)  VALUE SPACE.
261015   05  WK-COR-C-AMT                PIC  9(12)V99  VALUE 0.
261015   05  WK-COR-C-TYPE               PIC  X(02)  VALUE SPACES.
261015   05  WK-COR-C-OLD-RESULT         PIC  X(01)  VALUE SPACE.
261015   05  WK-COR-C-PAIR-ID            PIC  X(26)  VALUE SPACES.
261015 01  WK-COR-X-G.
261015   05  WK-COR-X-FOUND              PIC  X(01)  VALUE 'N'.
261015   05  WK-COR-X-ID                 PIC  X(26)  VALUE SPACES.
261015   05  WK-COR-X-RCV                PIC  X(01)  VALUE SPACE.
261015   05  WK-COR-X-MARK               PIC  X(01)  VALUE SPACE.
261015   05  WK-COR-X-AMT                PIC  9(12)V99  VALUE 0.
261015   05  WK-COR-X-REASON             PIC  X(01)  VALUE SPACE.
261015 01  WK-COR-F-G.
261015   05  WK-COR-F-FOUND              PIC  X(01)  VALUE 'N'.
261015   05  FILLER                      PIC  X(43)  VALUE SPACES.
261015 01  WK-COR-T-G.
261015   05  WK-COR-T-FOUND              PIC  X(01)  VALUE 'N'.
261015   05  FILLER                      PIC  X(43)  VALUE SPACES.
261015 01  WK-COR-O-G.
261015   05  WK-COR-O-FOUND              PIC  X(01)  VALUE 'N'.
261015   05  FILLER                      PIC  X(43)  VALUE SPACES.
261015 01  WK-COR-R-G.
261015   05  WK-COR-R-FOUND              PIC  X(01)  VALUE 'N'.
261015   05  WK-COR-R-ID.
261015     10  WK-COR-R-DATE             PIC  9(07)  VALUE 0.
261015     10  WK-COR-R-STAN             PIC  9(07)  VALUE 0.
261015     10  WK-COR-R-SUB-BR           PIC  9(07)  VALUE 0.
261015     10  FILLER                    PIC  X(05)  VALUE SPACES.
261015   05  WK-COR-R-RCV                PIC  X(01)  VALUE SPACE.
261015   05  WK-COR-R-MARK               PIC  X(01)  VALUE SPACE.
261015   05  WK-COR-R-AMT                PIC  9(12)V99  VALUE 0.
261015   05  WK-COR-R-REASON             PIC  X(01)  VALUE SPACE.
      *---------------------------------------------------------------*
      *    261015  CBMFCKH瀏覽時待刪除(P)/待配對(C)之批次鍵值表：每    *
      *    批50筆，批滿時ENDBR逐筆處理後自末一鍵值續瀏覽               *
      *---------------------------------------------------------------*
261015 01  WK-COR-RESUME-KEY               PIC  X(53)  VALUE LOW-VALUES.
261015 01  WK-COR-BUF-TBL.
261015   05  WK-COR-BUF-ENT              OCCURS  50  TIMES.
261015     10  WK-COR-BUF-KEY            PIC  X(53).
261015     10  WK-COR-BUF-ACT            PIC  X(01).
261015 01  WK-CKH-SAVE                     PIC  X(115) VALUE SPACES.
261015 01  WK-CPX-KEY-SAVE                 PIC  X(33)  VALUE SPACES.
      *---------------------------------------------------------------*
      *    261015  傳送前歷史區間檢核工作區：WK-VOL-HIST-DAYS為取樣    *
      *    營業日數(CBTPTOL未設或為零時以10日計)，WK-VOL-DAY-CNT       *
      *    為實際取得之歷史營業日數，少於WK-VOL-MIN-DAYS者不檢核；     *
      *    WK-VOL-SCAN-CNT為倒序瀏覽CBTPRUN之筆數上限控制；金額一      *
      *    律以絕對值比較                                              *
      *---------------------------------------------------------------*
261015 77  WK-VOL-HIST-DAYS                PIC  9(02)        VALUE 0.
261015 77  WK-VOL-DAY-CNT                  PIC  9(02)        VALUE 0.
261015 77  WK-VOL-MIN-DAYS                 PIC  9(02)        VALUE 3.
261015 77  WK-VOL-SCAN-CNT                 PIC  9(05) COMP   VALUE 0.
261015 77  WK-VOL-TOL-FOUND                PIC  X(01)        VALUE 'N'.
261015 77  WK-VOL-OUT-BAND                 PIC  X(01)        VALUE 'N'.
261015 77  WK-VOL-STATUS                   PIC  X(01)        VALUE 'N'.
261015 77  WK-VOL-CNT-TOT                  PIC  9(09)        VALUE 0.
261015 77  WK-VOL-AMT-TOT                  PIC  9(14)V99     VALUE 0.
261015 77  WK-VOL-AVG-CNT                  PIC  9(07)        VALUE 0.
261015 77  WK-VOL-AVG-AMT                  PIC  9(12)V99     VALUE 0.
261015 77  WK-VOL-CUR-AMT                  PIC  9(12)V99     VALUE 0.
261015 77  WK-VOL-DEV                      PIC  S9(17)       VALUE +0.
261015 77  WK-VOL-PCT-MARK                 PIC  X(01)        VALUE '0'.
261015 77  WK-VOL-PCT                      PIC  9(05)        VALUE 0.
261015 77  WK-VOL-CNT-MARK                 PIC  X(01)        VALUE '0'.
261015 77  WK-VOL-CNT-PCT                  PIC  9(05)        VALUE 0.
261015 77  WK-VOL-AMT-MARK                 PIC  X(01)        VALUE '0'.
261015 77  WK-VOL-AMT-PCT                  PIC  9(05)        VALUE 0.
      *---------------------------------------------------------------*
      *    261015  大額覆核工作區：WK-LV-TBL依幣別(0-9，索引為幣別     *
      *    +1)暫存本次檢索已讀取之CBTPLVT門檻，FOUND空白為尚未讀       *
      *    取、'Y'有門檻、'N'未設或為零(不檢核)；WK-LV-PEND-CNT累      *
      *    計待覆核筆數，大於零時以MB6F擋下IFTO排程；WK-LV-PULL-       *
      *    CNT為經覆核剔除而比照轉換退件自線上檔剔除之筆數             *
      *---------------------------------------------------------------*
261015 77  WK-LV-PEND-CNT                  PIC  9(05)        VALUE 0.
261015 77  WK-LV-PULL-CNT                  PIC  9(05)        VALUE 0.
261015 77  WK-LV-SUB                       PIC  9(02) COMP   VALUE 0.
261015 77  WK-LV-CURRENCY                  PIC  9(01)        VALUE 0.
261015 77  WK-LV-AMT-MARK                  PIC  X(01)  VALUE SPACE.
261015 77  WK-LV-AMT                       PIC  9(12)V99     VALUE 0.
261015 77  WK-LV-BRANCH                    PIC  9(07)        VALUE 0.
261015 77  WK-LV-RCV-PAY                   PIC  X(01)  VALUE SPACE.
261015 77  WK-LV-PULL                      PIC  X(01)  VALUE 'N'.
261015 01  WK-LV-REC-KEY                   PIC  X(28)  VALUE SPACES.
261015 01  WK-LV-TBL.
261015   05  WK-LV-ENT                   OCCURS  10  TIMES.
261015     10  WK-LV-FOUND               PIC  X(01)  VALUE SPACE.
261015     10  WK-LV-THRESHOLD           PIC  9(12)V99  VALUE 0.
      *---------------------------------------------------------------*
      *    261015  分行主檔工作區：WK-BRM-IN為待查分行，9500解析後     *
      *    WK-BRM-RESULT為'A'營業中(含未達生效日)、'M'已裁併(WK-       *
      *    BRM-OUT為最終存續分行，WK-BRM-EFF-DATE為本分行裁併生效      *
      *    日)、'U'未登錄、'C'已裁撤；WK-BRM-TBL暫存本次檢索已解析     *
      *    之分行(至多100筆)。WK-BRM-ROLL-TBL為分行月息分攤依存續分    *
      *    行彙總之裁併分行基數/分攤額(正負號)，試算作業(6530)另記    *
      *    上月實際數及其有無                                         *
      *---------------------------------------------------------------*
261015 77  WK-BRM-IN                       PIC  9(07)        VALUE 0.
261015 77  WK-BRM-OUT                      PIC  9(07)        VALUE 0.
261015 77  WK-BRM-RESULT                   PIC  X(01)  VALUE SPACE.
261015 77  WK-BRM-PULL                     PIC  X(01)  VALUE 'N'.
261015 77  WK-BRM-DEPTH                    PIC  9(02) COMP   VALUE 0.
261015 77  WK-BRM-CNT                      PIC  9(03) COMP   VALUE 0.
261015 77  WK-BRM-SUB                      PIC  9(03) COMP   VALUE 0.
261015 77  WK-BRM-SRCH-SUB                 PIC  9(03) COMP   VALUE 0.
261015 77  WK-BRM-REJ-CNT                  PIC  9(05)        VALUE 0.
261015 77  WK-BRM-ROLL-CNT                 PIC  9(03) COMP   VALUE 0.
261015 77  WK-BRM-ROLL-SUB                 PIC  9(03) COMP   VALUE 0.
261015 77  WK-BRM-AMT-WRK                  PIC  S9(13)V99    VALUE +0.
261015 77  WK-CTY-MERGE-BR                 PIC  9(07)        VALUE 0.
261015 77  WK-CTY-END-DD                   PIC  9(02)        VALUE 0.
261015 01  WK-BRM-EFF-G.
261015   05  WK-BRM-EFF-YYMM             PIC  9(05)  VALUE 0.
261015   05  WK-BRM-EFF-DD               PIC  9(02)  VALUE 0.
261015 01  WK-BRM-EFF-DATE  REDEFINES  WK-BRM-EFF-G
261015                                 PIC  9(07).
261015 01  WK-BRM-TBL.
261015   05  WK-BRM-ENT                  OCCURS  100  TIMES.
261015     10  WK-BRM-T-CODE             PIC  9(07)  VALUE 0.
261015     10  WK-BRM-T-OUT              PIC  9(07)  VALUE 0.
261015     10  WK-BRM-T-EFF              PIC  9(07)  VALUE 0.
261015     10  WK-BRM-T-RESULT           PIC  X(01)  VALUE SPACE.
261015 01  WK-BRM-ROLL-TBL.
261015   05  WK-BRM-ROLL-ENT             OCCURS  100  TIMES.
261015     10  WK-BRM-R-CODE             PIC  9(07)  VALUE 0.
261015     10  WK-BRM-R-BASE             PIC  S9(13)V99  VALUE +0.
261015     10  WK-BRM-R-INT              PIC  S9(13)V99  VALUE +0.
261015     10  WK-BRM-R-LAST             PIC  S9(13)V99  VALUE +0.
261015     10  WK-BRM-R-LFND             PIC  X(01)  VALUE 'N'.
      *---------------------------------------------------------------*
      *    261015  檢索前分行改掛工作區：WK-RMP-TBL為本營業日已裁併   *
      *    生效之分行(至多100筆)及其最終存續分行，-S為明細檔內之      *
      *    代碼(CBMF01/CBMF032為轉換後代碼，其餘同數值)；WK-RMP-Q-    *
      *    TBL為瀏覽中待改掛之原鍵值(每批50筆，ENDBR後逐筆改掛)。     *
      *    WK-RMP-PARM-TBL依CTF-INQ-TYPE+1取檔名/紀錄長/鍵長/分行     *
      *    欄位置(主/子分行)/是否轉碼/鍵值重複時處理方式(R退件、      *
      *    A分行日金額併入、S分行日結算筆數金額併入)                  *
      *---------------------------------------------------------------*
261015 77  WK-RMP-LOADED                   PIC  X(01)  VALUE 'N'.
261015 77  WK-RMP-EOF                      PIC  X(01)  VALUE 'N'.
261015 77  WK-RMP-ACT                      PIC  X(01)  VALUE SPACE.
261015 77  WK-RMP-CNT                      PIC  9(03) COMP   VALUE 0.
261015 77  WK-RMP-SUB                      PIC  9(03) COMP   VALUE 0.
261015 77  WK-RMP-HIT                      PIC  9(03) COMP   VALUE 0.
261015 77  WK-RMP-HIT2                     PIC  9(03) COMP   VALUE 0.
261015 77  WK-RMP-Q-CNT                    PIC  9(03) COMP   VALUE 0.
261015 77  WK-RMP-Q-SUB                    PIC  9(03) COMP   VALUE 0.
261015 77  WK-RMP-PARM-SUB                 PIC  9(03) COMP   VALUE 0.
261015 77  WK-RMP-LEN                      PIC  S9(4) COMP   VALUE +0.
261015 77  WK-RMP-A-MARK                   PIC  X(01)  VALUE SPACE.
261015 77  WK-RMP-A-AMT                    PIC  9(12)V99     VALUE 0.
261015 77  WK-RMP-B-MARK                   PIC  X(01)  VALUE SPACE.
261015 77  WK-RMP-B-AMT                    PIC  9(12)V99     VALUE 0.
261015 77  WK-RMP-AMT-WRK                  PIC  S9(13)V99    VALUE +0.
261015 01  WK-RMP-PARM-VAL.
261015   05  FILLER                      PIC  X(30)
261015                          VALUE 'CBMF034 TIPMF034062028001008NR'.
261015   05  FILLER                      PIC  X(30)
261015                          VALUE 'CBMF01  TIPMF01 085033001008YR'.
261015   05  FILLER                      PIC  X(30)
261015                          VALUE 'CBMF02  TIPMF02 045028006000NR'.
261015   05  FILLER                      PIC  X(30)
261015                          VALUE 'CBMF031 TIPMF031058029007000NR'.
261015   05  FILLER                      PIC  X(30)
261015                          VALUE 'CBMF032 TIPMF032058014006000YS'.
261015   05  FILLER                      PIC  X(30)
261015                          VALUE 'CBMF051 TIPMF051029014006000NA'.
261015   05  FILLER                      PIC  X(30)
261015                          VALUE 'CBMF052 TIPMF052029014006000NA'.
261015   05  FILLER                      PIC  X(30)
261015                          VALUE 'CBMF033 TIPMF033142029007000NR'.
261015   05  FILLER                      PIC  X(30)
261015                          VALUE 'CBMF20  TIPMF20 036028006000NR'.
261015   05  FILLER                      PIC  X(30)
261015                          VALUE 'CBMF035 TIPMF035058029007000NR'.
261015 01  WK-RMP-PARM-TBL  REDEFINES  WK-RMP-PARM-VAL.
261015   05  WK-RMP-PARM-ENT             OCCURS  10  TIMES.
261015     10  WK-RMP-P-DS               PIC  X(08).
261015     10  WK-RMP-P-FILE-ID          PIC  X(08).
261015     10  WK-RMP-P-LEN              PIC  9(03).
261015     10  WK-RMP-P-KEY-LEN          PIC  9(03).
261015     10  WK-RMP-P-POS1             PIC  9(03).
261015     10  WK-RMP-P-POS2             PIC  9(03).
261015     10  WK-RMP-P-CVT              PIC  X(01).
261015     10  WK-RMP-P-MODE             PIC  X(01).
261015 01  WK-RMP-PARM.
261015   05  WK-RMP-DS                   PIC  X(08)  VALUE SPACES.
261015   05  WK-RMP-FILE-ID              PIC  X(08)  VALUE SPACES.
261015   05  WK-RMP-REC-LEN              PIC  9(03)  VALUE 0.
261015   05  WK-RMP-KEY-LEN              PIC  9(03)  VALUE 0.
261015   05  WK-RMP-POS1                 PIC  9(03)  VALUE 0.
261015   05  WK-RMP-POS2                 PIC  9(03)  VALUE 0.
261015   05  WK-RMP-CVT                  PIC  X(01)  VALUE SPACE.
261015   05  WK-RMP-MODE                 PIC  X(01)  VALUE SPACE.
261015 01  WK-RMP-KEY                      PIC  X(33)  VALUE LOW-VALUES.
261015 01  WK-RMP-NEW-KEY                  PIC  X(33)  VALUE SPACES.
261015 01  WK-RMP-OLD-REC                  PIC  X(142) VALUE SPACES.
261015 01  WK-RMP-REC                      PIC  X(142) VALUE SPACES.
261015 01  WK-RMP-REC-032  REDEFINES  WK-RMP-REC.
261015   05  FILLER                      PIC  X(14).
261015   05  WK-RMP-032-INT-NO           PIC  9(07).
261015   05  WK-RMP-032-INT-MARK         PIC  X(01).
261015   05  WK-RMP-032-INT-AMT          PIC  9(12)V99.
261015   05  WK-RMP-032-NON-NO           PIC  9(07).
261015   05  WK-RMP-032-NON-MARK         PIC  X(01).
261015   05  WK-RMP-032-NON-AMT          PIC  9(12)V99.
261015   05  FILLER                      PIC  X(84).
261015 01  WK-RMP-REC-05X  REDEFINES  WK-RMP-REC.
261015   05  FILLER                      PIC  X(14).
261015   05  WK-RMP-05X-MARK             PIC  X(01).
261015   05  WK-RMP-05X-AMT              PIC  9(12)V99.
261015   05  FILLER                      PIC  X(113).
261015 01  WK-RMP-SVR                      PIC  X(142) VALUE SPACES.
261015 01  WK-RMP-SVR-032  REDEFINES  WK-RMP-SVR.
261015   05  FILLER                      PIC  X(14).
261015   05  WK-RMP-S032-INT-NO          PIC  9(07).
261015   05  WK-RMP-S032-INT-MARK        PIC  X(01).
261015   05  WK-RMP-S032-INT-AMT         PIC  9(12)V99.
261015   05  WK-RMP-S032-NON-NO          PIC  9(07).
261015   05  WK-RMP-S032-NON-MARK        PIC  X(01).
261015   05  WK-RMP-S032-NON-AMT         PIC  9(12)V99.
261015   05  FILLER                      PIC  X(84).
261015 01  WK-RMP-SVR-05X  REDEFINES  WK-RMP-SVR.
261015   05  FILLER                      PIC  X(14).
261015   05  WK-RMP-S05X-MARK            PIC  X(01).
261015   05  WK-RMP-S05X-AMT             PIC  9(12)V99.
261015   05  FILLER                      PIC  X(113).
261015 01  WK-RMP-TBL.
261015   05  WK-RMP-ENT                  OCCURS  100  TIMES.
261015     10  WK-RMP-T-OLD              PIC  9(07)  VALUE 0.
261015     10  WK-RMP-T-NEW              PIC  9(07)  VALUE 0.
261015     10  WK-RMP-T-OLD-S            PIC  X(07)  VALUE SPACES.
261015     10  WK-RMP-T-NEW-S            PIC  X(07)  VALUE SPACES.
261015 01  WK-RMP-Q-TBL.
261015   05  WK-RMP-Q-KEY                OCCURS  50  TIMES
261015                                   PIC  X(33).
950327 77  WMF033-DATA-CNT                 PIC  9(7)       VALUE 0.
260808 77  WK-033-CUR-SUB                  PIC  9(02) COMP    VALUE 0.
260808 77  WK-033-TXN-SUB                  PIC  9(02) COMP    VALUE 0.
260902 01  FILLER                        PIC X(10)  VALUE '//CBKMFALC'.
260902     COPY                             CBKMFALC.
      *-------------------------------------------------------------*
261015 01  FILLER                        PIC X(10)  VALUE '//CBKMFACR'.
261015     COPY                             CBKMFACR.
      *-------------------------------------------------------------*
261015 01  FILLER                        PIC X(10)  VALUE '//CBKMFACH'.
261015     COPY                             CBKMFACH.
      *-------------------------------------------------------------*
261015 01  FILLER                        PIC X(10)  VALUE '//CBKARCR'.
261015     COPY                             CBKARCR.
      *-------------------------------------------------------------*
261015 01  FILLER                        PIC X(10)  VALUE '//CBKMFRAJ'.
261015     COPY                             CBKMFRAJ.
261015 01  FILLER                        PIC X(10)  VALUE '//CBKTPTOL'.
261015     COPY                             CBKTPTOL.
261015 01  FILLER                        PIC X(10)  VALUE '//CBKTPVOL'.
261015     COPY                             CBKTPVOL.
261015 01  FILLER                        PIC X(10)  VALUE '//CBKTPLVT'.
261015     COPY                             CBKTPLVT.
261015 01  FILLER                        PIC X(10)  VALUE '//CBKTPLVQ'.
261015     COPY                             CBKTPLVQ.
261015 01  FILLER                        PIC X(10)  VALUE '//CBKTPBRM'.
261015     COPY                             CBKTPBRM.
261015 01  FILLER                        PIC X(10)  VALUE '//CBKTPXRT'.
261015     COPY                             CBKTPXRT.
261015 01  FILLER                        PIC X(10)  VALUE '//CBKMFFXV'.
261015     COPY                             CBKMFFXV.
261015 01  FILLER                        PIC X(10)  VALUE '//CBKMFPVW'.
261015     COPY                             CBKMFPVW.
261015 01  FILLER                        PIC X(10)  VALUE '//CBKMFCKH'.
261015     COPY                             CBKMFCKH.
261015 01  FILLER                        PIC X(10)  VALUE '//CBKTPCPX'.
261015     COPY                             CBKTPCPX.
      *-------------------------------------------------------------*
       01  L86P-DATA.
         05  L86P-REP-ID                 PIC X(06)  VALUE '*OUT* '.
         05  L86P-STAN-NO                PIC X(07).
260902   05  L99P-FN-LIT                 PIC X(05)  VALUE ' FN: '.
260902   05  L99P-FUNC                   PIC X(08).
260902   05  L99P-ST-LIT                 PIC X(06)  VALUE ' DENY '.
      *-------------------------------------------------------------*
      *    261015  帳號檢核例外清單表示列(型別/分行/帳號/主檔狀態，   *
      *    狀態'?'表示帳號未登錄於CBMFACR，'C'表示已結清)            *
      *-------------------------------------------------------------*
261015 01  LA5P-DATA.
261015   05  LA5P-REP-ID                 PIC X(06)  VALUE '*ACR* '.
261015   05  LA5P-TP-LIT                 PIC X(05)  VALUE ' TP: '.
261015   05  LA5P-INQ-TYPE               PIC 9(01).
261015   05  LA5P-BR-LIT                 PIC X(05)  VALUE ' BR: '.
261015   05  LA5P-BRANCH                 PIC 9(07).
261015   05  LA5P-AC-LIT                 PIC X(05)  VALUE ' AC: '.
261015   05  LA5P-ACCOUNT-NO             PIC X(16).
261015   05  LA5P-ST-LIT                 PIC X(05)  VALUE ' ST: '.
261015   05  LA5P-STATUS                 PIC X(01).
      *-------------------------------------------------------------*
      *    261015  追溯利率調整通知表示列(結算月/來源/幣別/分行/     *
      *    原利率>現行利率/原月息/重算月息/調整額)，新臺幣逐分行     *
      *    列印供各分行對照CBMFALC分攤額，分行9999999為該月合計      *
      *-------------------------------------------------------------*
261015 01  LA6P-DATA.
261015   05  LA6P-REP-ID                 PIC X(06)  VALUE '*ADJ* '.
261015   05  LA6P-MN-LIT                 PIC X(05)  VALUE ' MN: '.
261015   05  LA6P-MONTH                  PIC 9(05).
261015   05  LA6P-SOURCE                 PIC X(01).
261015   05  LA6P-CURRENCY               PIC 9(01).
261015   05  LA6P-BR-LIT                 PIC X(05)  VALUE ' BR: '.
261015   05  LA6P-BRANCH                 PIC 9(07).
261015   05  LA6P-RT-LIT                 PIC X(05)  VALUE ' RT: '.
261015   05  LA6P-OLD-RATE               PIC 9(01)V9(04).
261015   05  LA6P-RT-SEP                 PIC X(01)  VALUE '>'.
261015   05  LA6P-NEW-RATE               PIC 9(01)V9(04).
261015   05  LA6P-OR-LIT                 PIC X(05)  VALUE ' OR: '.
261015   05  LA6P-ORIG-MARK              PIC X(01).
261015   05  LA6P-ORIG                   PIC 9(12)V99.
261015   05  LA6P-NW-LIT                 PIC X(05)  VALUE ' NW: '.
261015   05  LA6P-NEW-MARK               PIC X(01).
261015   05  LA6P-NEW                    PIC 9(12)V99.
261015   05  LA6P-AJ-LIT                 PIC X(05)  VALUE ' AJ: '.
261015   05  LA6P-ADJ-MARK               PIC X(01).
261015   05  LA6P-ADJ                    PIC 9(12)V99.
      *-------------------------------------------------------------*
      *    261015  超出歷史區間暫停傳送/授權放行之主控台通知列(本次   *
      *    筆數/平均筆數及偏離百分比、本次金額/平均金額及偏離百分     *
      *    比，狀態H暫停、R放行)                                      *
      *-------------------------------------------------------------*
261015 01  LA7P-DATA.
261015   05  LA7P-REP-ID                 PIC X(06)  VALUE '*VOL* '.
261015   05  LA7P-FILE-LIT               PIC X(07)  VALUE ' FILE: '.
261015   05  LA7P-FILE-ID                PIC X(08).
261015   05  LA7P-CY-LIT                 PIC X(05)  VALUE ' CY: '.
261015   05  LA7P-CYCLE                  PIC 9(01).
261015   05  LA7P-CN-LIT                 PIC X(05)  VALUE ' CN: '.
261015   05  LA7P-CNT                    PIC 9(07).
261015   05  LA7P-CN-SEP                 PIC X(01)  VALUE '/'.
261015   05  LA7P-AVG-CNT                PIC 9(07).
261015   05  LA7P-CNT-MARK               PIC X(01).
261015   05  LA7P-CNT-PCT                PIC 9(05).
261015   05  LA7P-AM-LIT                 PIC X(05)  VALUE ' AM: '.
261015   05  LA7P-AMT                    PIC 9(12)V99.
261015   05  LA7P-AM-SEP                 PIC X(01)  VALUE '/'.
261015   05  LA7P-AVG-AMT                PIC 9(12)V99.
261015   05  LA7P-AMT-MARK               PIC X(01).
261015   05  LA7P-AMT-PCT                PIC 9(05).
261015   05  LA7P-ST-LIT                 PIC X(05)  VALUE ' ST: '.
261015   05  LA7P-STATUS                 PIC X(01).
      *-------------------------------------------------------------*
      *    261015  大額覆核通知表示列(型別/分行/原紀錄鍵值/幣別/     *
      *    金額/佇列狀態，P待覆核、X經覆核剔除)                      *
      *-------------------------------------------------------------*
261015 01  LB9P-DATA.
261015   05  LB9P-REP-ID                 PIC X(06)  VALUE '*LVR* '.
261015   05  LB9P-TP-LIT                 PIC X(05)  VALUE ' TP: '.
261015   05  LB9P-INQ-TYPE               PIC 9(01).
261015   05  LB9P-BR-LIT                 PIC X(05)  VALUE ' BR: '.
261015   05  LB9P-BRANCH                 PIC 9(07).
261015   05  LB9P-KY-LIT                 PIC X(05)  VALUE ' KY: '.
261015   05  LB9P-REC-KEY                PIC X(28).
261015   05  LB9P-CU-LIT                 PIC X(05)  VALUE ' CU: '.
261015   05  LB9P-CURRENCY               PIC 9(01).
261015   05  LB9P-AM-LIT                 PIC X(05)  VALUE ' AM: '.
261015   05  LB9P-AMT-MARK               PIC X(01).
261015   05  LB9P-AMT                    PIC 9(12)V99.
261015   05  LB9P-ST-LIT                 PIC X(05)  VALUE ' ST: '.
261015   05  LB9P-STATUS                 PIC X(01).
261015 01  LC2P-DATA.
261015   05  LC2P-REP-ID                 PIC X(06)  VALUE '*BRX* '.
261015   05  LC2P-TP-LIT                 PIC X(05)  VALUE ' TP: '.
261015   05  LC2P-INQ-TYPE               PIC 9(01).
261015   05  LC2P-FL-LIT                 PIC X(05)  VALUE ' FL: '.
261015   05  LC2P-FILE-ID                PIC X(08).
261015   05  LC2P-BR-LIT                 PIC X(05)  VALUE ' BR: '.
261015   05  LC2P-BRANCH                 PIC 9(07).
261015   05  LC2P-KY-LIT                 PIC X(05)  VALUE ' KY: '.
261015   05  LC2P-REC-KEY                PIC X(33).
261015   05  LC2P-ST-LIT                 PIC X(05)  VALUE ' ST: '.
261015   05  LC2P-RESULT                 PIC X(01).
261015 01  LC3P-DATA.
261015   05  LC3P-REP-ID                 PIC X(06)  VALUE '*ALR* '.
261015   05  LC3P-BR-LIT                 PIC X(05)  VALUE ' BR: '.
261015   05  LC3P-BRANCH                 PIC 9(07).
261015   05  LC3P-RB-LIT                 PIC X(05)  VALUE ' RB: '.
261015   05  LC3P-ROLL-BASE-MARK         PIC X(01).
261015   05  LC3P-ROLL-BASE-AMT          PIC 9(13)V99.
261015   05  LC3P-RI-LIT                 PIC X(05)  VALUE ' RI: '.
261015   05  LC3P-ROLL-INT-MARK          PIC X(01).
261015   05  LC3P-ROLL-INT-AMT           PIC 9(12)V99.
261015   05  LC3P-TI-LIT                 PIC X(05)  VALUE ' TI: '.
261015   05  LC3P-TOT-INT-MARK           PIC X(01).
261015   05  LC3P-TOT-INT-AMT            PIC 9(13)V99.
      *---------------------------------------------------------------*
      *    261015  外幣月息新臺幣折算彙總表：每幣別一列(IA=原幣月息    *
      *    ，IR=適用費率，XD/XR=匯率日期/匯率，TW=新臺幣等值，ST=N     *
      *    查無匯率)，各幣別之後列印合計列                             *
      *---------------------------------------------------------------*
261015 01  LC4P-DATA.
261015   05  LC4P-REP-ID                 PIC X(06)  VALUE '*FXS* '.
261015   05  LC4P-MM-LIT                 PIC X(04)  VALUE ' M: '.
261015   05  LC4P-SETTLE                 PIC 9(05).
261015   05  LC4P-CUR-LIT                PIC X(04)  VALUE ' C: '.
261015   05  LC4P-CUR                    PIC 9(01).
261015   05  LC4P-IA-LIT                 PIC X(05)  VALUE ' IA: '.
261015   05  LC4P-INT-MARK               PIC X(01).
261015   05  LC4P-INT-AMT                PIC 9(12)V99.
261015   05  LC4P-IR-LIT                 PIC X(05)  VALUE ' IR: '.
261015   05  LC4P-INT-PCT                PIC 9(01)V9(04).
261015   05  LC4P-XD-LIT                 PIC X(05)  VALUE ' XD: '.
261015   05  LC4P-XRT-DATE               PIC 9(07).
261015   05  LC4P-XR-LIT                 PIC X(05)  VALUE ' XR: '.
261015   05  LC4P-XRT-RATE               PIC 9(03)V9(05).
261015   05  LC4P-TW-LIT                 PIC X(05)  VALUE ' TW: '.
261015   05  LC4P-TWD-MARK               PIC X(01).
261015   05  LC4P-TWD-AMT                PIC 9(13)V99.
261015   05  LC4P-ST-LIT                 PIC X(05)  VALUE ' ST: '.
261015   05  LC4P-STATUS                 PIC X(01).
261015 01  LC5P-DATA.
261015   05  LC5P-REP-ID                 PIC X(06)  VALUE '*FXT* '.
261015   05  LC5P-MM-LIT                 PIC X(04)  VALUE ' M: '.
261015   05  LC5P-SETTLE                 PIC 9(05).
261015   05  LC5P-CN-LIT                 PIC X(05)  VALUE ' CN: '.
261015   05  LC5P-CUR-CNT                PIC 9(02).
261015   05  LC5P-MS-LIT                 PIC X(05)  VALUE ' MS: '.
261015   05  LC5P-MISS-CNT               PIC 9(02).
261015   05  LC5P-TW-LIT                 PIC X(05)  VALUE ' TW: '.
261015   05  LC5P-TWD-MARK               PIC X(01).
261015   05  LC5P-TWD-AMT                PIC 9(13)V99.
261015 01  LC7P-DATA.
261015   05  LC7P-REP-ID                 PIC X(06)  VALUE '*PVH* '.
261015   05  LC7P-MM-LIT                 PIC X(04)  VALUE ' M: '.
261015   05  LC7P-SETTLE                 PIC 9(05).
261015   05  LC7P-RD-LIT                 PIC X(05)  VALUE ' RD: '.
261015   05  LC7P-RUN-DATE               PIC 9(07).
261015   05  LC7P-DD-LIT                 PIC X(05)  VALUE ' DD: '.
261015   05  LC7P-DAYS                   PIC 9(02).
261015   05  LC7P-ED-LIT                 PIC X(05)  VALUE ' ED: '.
261015   05  LC7P-END-DD                 PIC 9(02).
261015   05  LC7P-RT-LIT                 PIC X(05)  VALUE ' RT: '.
261015   05  LC7P-RATE                   PIC 9(01)V9(04).
261015 01  LC8P-DATA.
261015   05  LC8P-REP-ID                 PIC X(06)  VALUE '*PVB* '.
261015   05  LC8P-MM-LIT                 PIC X(04)  VALUE ' M: '.
261015   05  LC8P-SETTLE                 PIC 9(05).
261015   05  LC8P-BR-LIT                 PIC X(05)  VALUE ' BR: '.
261015   05  LC8P-BRANCH                 PIC 9(07).
261015   05  LC8P-MI-LIT                 PIC X(05)  VALUE ' MI: '.
261015   05  LC8P-MERGE-INTO             PIC 9(07).
261015   05  LC8P-PI-LIT                 PIC X(05)  VALUE ' PI: '.
261015   05  LC8P-INT-MARK               PIC X(01).
261015   05  LC8P-INT-AMT                PIC 9(13)V99.
261015   05  LC8P-LI-LIT                 PIC X(05)  VALUE ' LI: '.
261015   05  LC8P-LAST-MARK              PIC X(01).
261015   05  LC8P-LAST-AMT               PIC 9(13)V99.
261015   05  LC8P-DF-LIT                 PIC X(05)  VALUE ' DF: '.
261015   05  LC8P-DIF-MARK               PIC X(01).
261015   05  LC8P-DIF-AMT                PIC 9(13)V99.
261015 01  LC9P-DATA.
261015   05  LC9P-REP-ID                 PIC X(06)  VALUE '*PVC* '.
261015   05  LC9P-MM-LIT                 PIC X(04)  VALUE ' M: '.
261015   05  LC9P-SETTLE                 PIC 9(05).
261015   05  LC9P-CUR-LIT                PIC X(04)  VALUE ' C: '.
261015   05  LC9P-CUR                    PIC 9(01).
261015   05  LC9P-IR-LIT                 PIC X(05)  VALUE ' IR: '.
261015   05  LC9P-INT-PCT                PIC 9(01)V9(04).
261015   05  LC9P-PI-LIT                 PIC X(05)  VALUE ' PI: '.
261015   05  LC9P-INT-MARK               PIC X(01).
261015   05  LC9P-INT-AMT                PIC 9(13)V99.
261015   05  LC9P-XR-LIT                 PIC X(05)  VALUE ' XR: '.
261015   05  LC9P-XRT-RATE               PIC 9(03)V9(05).
261015   05  LC9P-TW-LIT                 PIC X(05)  VALUE ' TW: '.
261015   05  LC9P-TWD-MARK               PIC X(01).
261015   05  LC9P-TWD-AMT                PIC 9(13)V99.
261015   05  LC9P-LI-LIT                 PIC X(05)  VALUE ' LI: '.
261015   05  LC9P-LAST-MARK              PIC X(01).
261015   05  LC9P-LAST-AMT               PIC 9(13)V99.
261015 01  LD1P-DATA.
261015   05  LD1P-REP-ID                 PIC X(06)  VALUE '*PVS* '.
261015   05  LD1P-MM-LIT                 PIC X(04)  VALUE ' M: '.
261015   05  LD1P-SETTLE                 PIC 9(05).
261015   05  LD1P-PT-LIT                 PIC X(05)  VALUE ' PT: '.
261015   05  LD1P-INT-MARK               PIC X(01).
261015   05  LD1P-INT-AMT                PIC 9(13)V99.
261015   05  LD1P-LT-LIT                 PIC X(05)  VALUE ' LT: '.
261015   05  LD1P-LAST-MARK              PIC X(01).
261015   05  LD1P-LAST-AMT               PIC 9(13)V99.
261015   05  LD1P-FT-LIT                 PIC X(05)  VALUE ' FT: '.
261015   05  LD1P-TWD-MARK               PIC X(01).
261015   05  LD1P-TWD-AMT                PIC 9(13)V99.
261015   05  LD1P-GP-LIT                 PIC X(05)  VALUE ' GP: '.
261015   05  LD1P-GAP-CNT                PIC 9(05).
261015   05  LD1P-RC-LIT                 PIC X(05)  VALUE ' RC: '.
261015   05  LD1P-RCN-CNT                PIC 9(05).
261015   05  LD1P-BX-LIT                 PIC X(05)  VALUE ' BX: '.
261015   05  LD1P-BRX-CNT                PIC 9(05).
261015   05  LD1P-ST-LIT                 PIC X(05)  VALUE ' ST: '.
261015   05  LD1P-STATUS                 PIC X(01).
261015 01  LD2P-DATA.
261015   05  LD2P-REP-ID                 PIC X(06)  VALUE '*PVG* '.
261015   05  LD2P-MM-LIT                 PIC X(04)  VALUE ' M: '.
261015   05  LD2P-SETTLE                 PIC 9(05).
261015   05  LD2P-TY-LIT                 PIC X(05)  VALUE ' TY: '.
261015   05  LD2P-TYPE                   PIC X(01).
261015   05  LD2P-CUR-LIT                PIC X(04)  VALUE ' C: '.
261015   05  LD2P-CUR                    PIC 9(01).
261015   05  LD2P-DC-LIT                 PIC X(05)  VALUE ' DC: '.
261015   05  LD2P-DC-MARK                PIC X(01).
261015   05  LD2P-AMT                    PIC 9(13)V99.
261015   05  LD2P-RT-LIT                 PIC X(05)  VALUE ' RT: '.
261015   05  LD2P-RATE                   PIC 9(01)V9(04).
261015   05  LD2P-XR-LIT                 PIC X(05)  VALUE ' XR: '.
261015   05  LD2P-XRT-RATE               PIC 9(03)V9(05).
261015 01  LD3P-DATA.
261015   05  LD3P-REP-ID                 PIC X(06)  VALUE '*CPR* '.
261015   05  LD3P-BR-LIT                 PIC X(04)  VALUE 'BR: '.
261015   05  LD3P-BRANCH                 PIC 9(07).
261015   05  LD3P-DT-LIT                 PIC X(05)  VALUE ' DT: '.
261015   05  LD3P-DATE                   PIC 9(07).
261015   05  LD3P-SN-LIT                 PIC X(05)  VALUE ' SN: '.
261015   05  LD3P-STAN                   PIC 9(07).
261015   05  LD3P-IV-LIT                 PIC X(05)  VALUE ' IV: '.
261015   05  LD3P-INV-NO                 PIC X(06).
261015   05  LD3P-AC-LIT                 PIC X(05)  VALUE ' AC: '.
261015   05  LD3P-ACCT                   PIC 9(11).
261015   05  LD3P-AM-LIT                 PIC X(05)  VALUE ' AM: '.
261015   05  LD3P-AMT-MARK               PIC X(01).
261015   05  LD3P-AMT                    PIC 9(12)V99.
261015   05  LD3P-RS-LIT                 PIC X(05)  VALUE ' RS: '.
261015   05  LD3P-RESULT                 PIC X(01).
261015   05  LD3P-ST-LIT                 PIC X(05)  VALUE ' ST: '.
261015   05  LD3P-STATUS                 PIC X(01).
261015   05  LD3P-OD-LIT                 PIC X(05)  VALUE ' OD: '.
261015   05  LD3P-ORG-DATE               PIC 9(07).
261015   05  LD3P-OS-LIT                 PIC X(05)  VALUE ' OS: '.
261015   05  LD3P-ORG-STAN               PIC 9(07).
261015 01  LD4P-DATA.
261015   05  LD4P-REP-ID                 PIC X(06)  VALUE '*CPT* '.
261015   05  LD4P-DT-LIT                 PIC X(04)  VALUE 'DT: '.
261015   05  LD4P-BUS-DATE               PIC 9(07).
261015   05  LD4P-CD-LIT                 PIC X(05)  VALUE ' CD: '.
261015   05  LD4P-CUTOFF                 PIC 9(07).
261015   05  LD4P-CR-LIT                 PIC X(05)  VALUE ' CR: '.
261015   05  LD4P-COR-CNT                PIC 9(05).
261015   05  LD4P-CK-LIT                 PIC X(05)  VALUE ' CK: '.
261015   05  LD4P-CHK-CNT                PIC 9(05).
261015   05  LD4P-PR-LIT                 PIC X(05)  VALUE ' PR: '.
261015   05  LD4P-PAIR-CNT               PIC 9(05).
261015   05  LD4P-EX-LIT                 PIC X(05)  VALUE ' EX: '.
261015   05  LD4P-EXC-CNT                PIC 9(05).
261015   05  LD4P-WV-LIT                 PIC X(05)  VALUE ' WV: '.
261015   05  LD4P-WAIVE-CNT              PIC 9(05).
261015   05  LD4P-PG-LIT                 PIC X(05)  VALUE ' PG: '.
261015   05  LD4P-PURGE-CNT              PIC 9(07).
261015 01  LD7P-DATA.
261015   05  LD7P-REP-ID                 PIC X(06)  VALUE '*BRR* '.
261015   05  LD7P-TP-LIT                 PIC X(05)  VALUE ' TP: '.
261015   05  LD7P-INQ-TYPE               PIC 9(01).
261015   05  LD7P-FL-LIT                 PIC X(05)  VALUE ' FL: '.
261015   05  LD7P-FILE-ID                PIC X(08).
261015   05  LD7P-BR-LIT                 PIC X(05)  VALUE ' BR: '.
261015   05  LD7P-BRANCH                 PIC 9(07).
261015   05  LD7P-TO-LIT                 PIC X(05)  VALUE ' TO: '.
261015   05  LD7P-SVR-BR                 PIC 9(07).
261015   05  LD7P-KY-LIT                 PIC X(05)  VALUE ' KY: '.
261015   05  LD7P-REC-KEY                PIC X(33).
261015   05  LD7P-ST-LIT                 PIC X(05)  VALUE ' ST: '.
261015   05  LD7P-ACT                    PIC X(01).
261015 01  LD8P-DATA.
261015   05  LD8P-REP-ID                 PIC X(06)  VALUE '*RJR* '.
261015   05  LD8P-MN-LIT                 PIC X(05)  VALUE ' MN: '.
261015   05  LD8P-MONTH                  PIC 9(05).
261015   05  LD8P-BR-LIT                 PIC X(05)  VALUE ' BR: '.
261015   05  LD8P-BRANCH                 PIC 9(07).
261015   05  LD8P-OA-LIT                 PIC X(05)  VALUE ' OA: '.
261015   05  LD8P-OWN-MARK               PIC X(01).
261015   05  LD8P-OWN                    PIC 9(12)V99.
261015   05  LD8P-RA-LIT                 PIC X(05)  VALUE ' RA: '.
261015   05  LD8P-ROLL-MARK              PIC X(01).
261015   05  LD8P-ROLL                   PIC 9(12)V99.
261015   05  LD8P-TA-LIT                 PIC X(05)  VALUE ' TA: '.
261015   05  LD8P-TOT-MARK               PIC X(01).
261015   05  LD8P-TOT                    PIC 9(12)V99.
      ***
      ****  COPY INT CALULATE  RTN PARAMETER  ****                      
       01  FILLER                        PIC X(10)  VALUE '/LNKINT/'.   
      *    ENDIF
260902     MOVE        CTF-CYCLE-NO        TO      WK-CYCLE-NO.
260902     MOVE        CTF-CYCLE-NO        TO      WK-CYCLE-X.
      *---------------------------------------------------------------*
      *    261015  CTF-RUN-MODE(第92位元組)同為後加欄位，舊版呼叫      *
      *    端COMMAREA較短時明確補設為空白(一般檢索傳送)；='A'時執      *
      *    行追溯利率調整作業，不執行檢索傳送                          *
      *---------------------------------------------------------------*
261015     IF          EIBCALEN            <       92
261015     THEN
261015       MOVE      SPACE               TO      CTF-RUN-MODE.
      *    ENDIF
261015     IF          CTF-RUN-RATE-ADJ
261015     THEN
261015       PERFORM   6000-RATE-ADJ-RTN          THRU  6000-EXIT
261015       PERFORM   7100-RAJ-MSG-OUTPUT-RTN    THRU  7100-EXIT
261015       PERFORM   8000-TXN-END-RTN           THRU  8000-EXIT.
      *    ENDIF
      *---------------------------------------------------------------*
      *    261015  CTF-VOL-RELEASE(第93位元組)同為後加欄位，舊版呼     *
      *    叫端COMMAREA較短時明確補設為'N'(不放行)                     *
      *---------------------------------------------------------------*
261015     IF          EIBCALEN            <       93
261015     THEN
261015       MOVE      'N'                 TO      CTF-VOL-RELEASE.
      *    ENDIF
      *---------------------------------------------------------------*
      *    261015  CTF-PRV-MONTH(第94-98位元組)同為後加欄位，舊版呼    *
      *    叫端COMMAREA較短時補設為零(結算月同月結推算)；CTF-RUN-      *
      *    MODE='P'時執行月結試算作業，不執行檢索傳送                  *
      *---------------------------------------------------------------*
261015     IF          EIBCALEN            <       98
261015     THEN
261015       MOVE      ZEROS               TO      CTF-PRV-MONTH.
      *    ENDIF
261015     IF          CTF-RUN-PREVIEW
261015     THEN
261015       PERFORM   6500-PREVIEW-RTN           THRU  6500-EXIT
261015       PERFORM   7200-PRV-MSG-OUTPUT-RTN    THRU  7200-EXIT
261015       PERFORM   8000-TXN-END-RTN           THRU  8000-EXIT.
      *    ENDIF
      *---------------------------------------------------------------*
      *    261015  CTF-RUN-MODE='L'執行CBMFACR帳戶主檔初次載入(歷史   *
      *    檔及線上檔全部CBMF033異動紀錄)，不執行檢索傳送             *
      *---------------------------------------------------------------*
261015     IF          CTF-RUN-REG-LOAD
261015     THEN
261015       PERFORM   6600-REG-LOAD-RTN          THRU  6600-EXIT
261015       PERFORM   7300-RGL-MSG-OUTPUT-RTN    THRU  7300-EXIT
261015       PERFORM   8000-TXN-END-RTN           THRU  8000-EXIT.
      *    ENDIF
260808     IF          CTF-MAINT-ON
260808     THEN
260808       PERFORM   2400-BIF-MAINT-RTN         THRU  2400-EXIT
260822     PERFORM     2900-SET-FILE-ID-RTN THRU   2900-EXIT.
260822     PERFORM     5200-DCT-GUARD-RTN  THRU    5200-EXIT.
260822     PERFORM     3010-RUN-START-RTN  THRU    3010-EXIT.
261015     PERFORM     9520-BRM-REMAP-RTN  THRU    9520-EXIT.
           IF          CTF-INQ-TYPE        =       1
           THEN                                                         
             PERFORM   2300-CLS-BIF-RTN    THRU    2300-EXIT
             PERFORM   3100-MF01-RETRIV-RTN                             
                                           THRU    3100-EXIT            
261015       PERFORM   3159-COR-BLOCK-RTN  THRU    3159-EXIT.
      *    ENDIF                                                        
260808     IF          CTF-INQ-TYPE        =       3
           THEN
             PERFORM   3200-MF031-RETRIV-RTN
                                           THRU    3200-EXIT
261015       PERFORM   9310-REJ-DELETE-RTN THRU    9310-EXIT.
      *    ENDIF
                                                                        
           IF          CTF-INQ-TYPE        =       4                    
           THEN
             PERFORM   3500-MF033-RETRIV-RTN
                                           THRU    3500-EXIT
261015       PERFORM   9310-REJ-DELETE-RTN THRU    9310-EXIT
             PERFORM   3510-MF033-RETRIV-RTN
                                           THRU    3510-EXIT.
      *    ENDIF
260808     IF          CTF-INQ-TYPE        =       0
           THEN
             PERFORM   3600-MF034-RETRIV-RTN
                                           THRU    3600-EXIT
261015       PERFORM   3639-LV-HOLD-RTN    THRU    3639-EXIT.
      *    ENDIF
260808     IF          CTF-INQ-TYPE        =       2
           THEN
             PERFORM   3620-MF02-RETRIV-RTN
                                           THRU    3620-EXIT
261015       PERFORM   9310-REJ-DELETE-RTN THRU    9310-EXIT
261015       PERFORM   3629-REG-BLOCK-RTN  THRU    3629-EXIT
261015       PERFORM   3639-LV-HOLD-RTN    THRU    3639-EXIT.
      *    ENDIF
260808     IF          CTF-INQ-TYPE        =       5
           THEN
             PERFORM   3640-MF051-RETRIV-RTN
                                           THRU    3640-EXIT
261015       PERFORM   9310-REJ-DELETE-RTN THRU    9310-EXIT.
      *    ENDIF
260808     IF          CTF-INQ-TYPE        =       6
           THEN
             PERFORM   3660-MF052-RETRIV-RTN
                                           THRU    3660-EXIT
261015       PERFORM   9310-REJ-DELETE-RTN THRU    9310-EXIT.
      *    ENDIF
260808     IF          CTF-INQ-TYPE        =       8
           THEN
             PERFORM   3680-MF20-RETRIV-RTN
                                           THRU    3680-EXIT
261015       PERFORM   9310-REJ-DELETE-RTN THRU    9310-EXIT
             PERFORM   3690-MF20-RETRIV-RTN
                                           THRU    3690-EXIT
261015       PERFORM   3629-REG-BLOCK-RTN  THRU    3629-EXIT.
      *    ENDIF
260808     IF          CTF-INQ-TYPE        =       9
           THEN
             PERFORM   3700-MF035-RETRIV-RTN
                                           THRU    3700-EXIT
261015       PERFORM   9310-REJ-DELETE-RTN THRU    9310-EXIT.
      *    ENDIF
260822     PERFORM     3800-TRL-WRITE-RTN  THRU    3800-EXIT.

      *    為未傳送型別                                                *
      *---------------------------------------------------------------*
260822 3020-RUN-END-RTN.
261015     PERFORM     3025-RUN-SUM-SET-RTN THRU   3025-EXIT.
260822     MOVE        TWA-TXN-DAT7        TO      RUN-BUS-DATE.
260822     MOVE        CTF-INQ-TYPE        TO      RUN-INQ-TYPE.
260902     MOVE        WK-CYCLE-NO         TO      RUN-CYCLE-NO.
260822     EXIT.
260822 3020-EXIT.
260822     EXIT.
      *---------------------------------------------------------------*
      *    261015  依型別取本次產出之彙總金額至WK-RUN-SUM-AMT(原屬    *
      *    3020-RUN-END-RTN，另供5300-VOL-CHECK-RTN傳送前檢核共用)     *
      *---------------------------------------------------------------*
261015 3025-RUN-SUM-SET-RTN.
260822     IF          CTF-INQ-TYPE        =       1
260822     THEN
260822       MOVE      WMF01-AMT-04        TO      WK-RUN-SUM-AMT.
      *    ENDIF
260822     IF          CTF-INQ-TYPE        =       2
260822     THEN
260822       MOVE      WMF02-TOT           TO      WK-RUN-SUM-AMT.
      *    ENDIF
260822     IF          CTF-INQ-TYPE        =       3
260822     THEN
260822       MOVE      WMF032-NONINT-TOT   TO      WK-RUN-SUM-AMT.
      *    ENDIF
260822     IF          CTF-INQ-TYPE        =       4
260822     THEN
260822       MOVE      WMF032-TOTAL        TO      WK-RUN-SUM-AMT.
      *    ENDIF
260822     IF          CTF-INQ-TYPE        =       5
260822     THEN
260822       MOVE      WMF051-TOT          TO      WK-RUN-SUM-AMT.
      *    ENDIF
260822     IF          CTF-INQ-TYPE        =       6
260822     THEN
260822       MOVE      WMF052-TOT          TO      WK-RUN-SUM-AMT.
      *    ENDIF
260822     IF          CTF-INQ-TYPE        =       7
260822     THEN
260822       MOVE      WMF033-DATA-CNT     TO      WK-RUN-SUM-AMT.
      *    ENDIF
260822     IF          CTF-INQ-TYPE        =       8
260822     THEN
260822       MOVE      WMF20-CNT           TO      WK-RUN-SUM-AMT.
      *    ENDIF
260822     IF          CTF-INQ-TYPE        =       9
260822     THEN
260822       MOVE      WMF035-NONINT-TOT   TO      WK-RUN-SUM-AMT.
      *    ENDIF
260822     IF          CTF-INQ-TYPE        =       0
260822     THEN
260822       MOVE      WMF034-AMT-R        TO      WK-RUN-SUM-AMT.
      *    ENDIF
261015 3025-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    260822  控制軌寫檔：檢索作業完成後依型別將本次明細筆數      *
      *    (WK-RUN-READ-CNT)/金額原值加總(WK-TRL-SUM-AMT)/營業日       *
260822     THEN
260822       GO        TO       3109-EXIT.
      *    ENDIF
      *---------------------------------------------------------------*
      *    261015  分行主檔檢核(非零之子分行及主分行)：查無或已裁撤    *
      *    者以原始未轉換紀錄比照轉換退件剔除，不列入總額及筆數        *
      *---------------------------------------------------------------*
261015     MOVE        'TIPMF01 '          TO       WK-REJ-FILE-ID.
261015     MOVE        'CBMF01  '          TO       WK-REJ-DS.
261015     MOVE        WK-CVT-SAVE-01(IDX5) TO      WK-REJ-REC.
261015     MOVE        WK-CVT-SAVE-01(IDX5) (1:33)
261015                                     TO       WK-REJ-KEY.
261015     MOVE        85                  TO       WK-REJ-REC-LEN.
261015     MOVE        'N'                 TO       WK-BRM-PULL.
261015     IF          MF01-SUB-BR         >        0
261015     THEN
261015       MOVE      MF01-SUB-BR         TO       WK-BRM-IN
261015       PERFORM   9510-BRM-CHECK-RTN  THRU     9510-EXIT.
      *    ENDIF
261015     IF          WK-BRM-PULL         =        'Y'
261015     THEN
261015       GO        TO       3109-EXIT.
      *    ENDIF
261015     MOVE        MF01-MAIN-BR        TO       WK-BRM-IN.
261015     PERFORM     9510-BRM-CHECK-RTN  THRU     9510-EXIT.
261015     IF          WK-BRM-PULL         =        'Y'
261015     THEN
261015       GO        TO       3109-EXIT.
      *    ENDIF
260822     ADD         1                   TO       WK-RUN-READ-CNT.
260822     ADD         MF01-CK-AMT         TO       WK-TRL-SUM-AMT.
261015     PERFORM     3140-COR-HIST-RTN   THRU     3140-EXIT.

           IF          MF01-INVOICE-CODE    =       '04'
           THEN
260808     END-EXEC.
260808     PERFORM     3106-MF01-BATCH-FLUSH-RTN THRU 3106-EXIT.
260822     PERFORM     9310-REJ-DELETE-RTN THRU     9310-EXIT.
261015     PERFORM     3150-COR-PAIR-RTN   THRU     3150-EXIT.
260808     GO          TO       3111-CHECK-DATA-RTN.
       3111-CHECK-DATA-RTN.
           IF         (WMF01-AMT-04    NOT =       WMF01-AMT-05)
                                       END-EXEC.
       3113-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    261015  更正分錄配對歷史：CBMF01紀錄逐筆寫入CBMFCKH(已存    *
      *    在者改寫金額/收付別並以本營業日為載入日，配對結果及配對     *
      *    對象保留)；更正類別非空白且非'00'者計入WK-COR-CNT           *
      *---------------------------------------------------------------*
261015 3140-COR-HIST-RTN.
261015     MOVE        SPACES              TO      TIPCKH.
261015     MOVE        MF01-MAIN-BR        TO      CKH-MAIN-BR.
261015     MOVE        MF01-INVOICE-NO     TO      CKH-INVOICE-NO.
261015     MOVE        MF01-ACCOUNT-CODE   TO      CKH-ACCOUNT-CODE.
261015     MOVE        MF01-ACCOUNT-ADD    TO      CKH-ACCOUNT-ADD.
261015     MOVE        MF01-DATA-DATE      TO      CKH-DATA-DATE.
261015     MOVE        MF01-STAN-NO        TO      CKH-STAN-NO.
261015     MOVE        MF01-SUB-BR         TO      CKH-SUB-BR.
261015     MOVE        MF01-INVOICE-CODE   TO      CKH-INVOICE-CODE.
261015     MOVE        MF01-ACCOUNT-YEAR   TO      CKH-ACCOUNT-YEAR.
261015     MOVE        TIPCKH              TO      WK-CKH-SAVE.
261015     IF          MF01-CORRECT-TYPE   NOT =   SPACES
261015          AND    MF01-CORRECT-TYPE   NOT =   '00'
261015     THEN
261015       ADD       1                   TO      WK-COR-CNT.
      *    ENDIF
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(3141-COR-HIST-WR-RTN)
261015                 END-EXEC.
261015     EXEC  CICS  READ
261015                 DATASET('CBMFCKH')
261015                 INTO(TIPCKH)
261015                 LENGTH(CKH-LENGTH)
261015                 RIDFLD(CKH-KEY)
261015                 UPDATE
261015     END-EXEC.
261015     PERFORM     3143-COR-HIST-SET-RTN THRU  3143-EXIT.
261015     EXEC  CICS  REWRITE
261015                 DATASET('CBMFCKH')
261015                 FROM(TIPCKH)
261015     END-EXEC.
261015     EXEC        CICS    UNLOCK
261015                 DATASET('CBMFCKH')
261015     END-EXEC.
261015     GO          TO      3140-EXIT.
261015 3141-COR-HIST-WR-RTN.
261015     MOVE        WK-CKH-SAVE         TO      TIPCKH.
261015     PERFORM     3143-COR-HIST-SET-RTN THRU  3143-EXIT.
261015     EXEC  CICS  WRITE
261015                 DATASET('CBMFCKH')
261015                 FROM(TIPCKH)
261015                 LENGTH(CKH-LENGTH)
261015                 RIDFLD(CKH-KEY)
261015     END-EXEC.
261015 3140-EXIT.
261015     EXIT.
261015 3143-COR-HIST-SET-RTN.
261015     MOVE        MF01-RCV-PAY        TO      CKH-RCV-PAY.
261015     MOVE        MF01-AMT-MARK       TO      CKH-AMT-MARK.
261015     MOVE        MF01-CK-AMT         TO      CKH-CK-AMT.
261015     MOVE        MF01-CORRECT-TYPE   TO      CKH-CORRECT-TYPE.
261015     MOVE        TWA-TXN-DAT7        TO      CKH-LOAD-DATE.
261015 3143-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  更正分錄配對檢核(CBMF01檢索完成後)：配對期間起日    *
      *    WK-COR-CUTOFF由3151-COR-CUTOFF-RTN推得；瀏覽CBMFCKH，資     *
      *    料日期早於起日且非本營業日載入者刪除，本營業日載入之更      *
      *    正分錄逐筆配對。鍵值先存入批次表，每50筆ENDBR後處理，再     *
      *    自末一鍵值續瀏覽(末一鍵值未刪除者續瀏覽時略過)              *
      *---------------------------------------------------------------*
261015 3150-COR-PAIR-RTN.
261015     MOVE        ZEROS               TO      WK-COR-CHK-CNT.
261015     MOVE        ZEROS               TO      WK-COR-PAIR-CNT.
261015     MOVE        ZEROS               TO      WK-COR-EXC-CNT.
261015     MOVE        ZEROS               TO      WK-COR-WAIVE-CNT.
261015     MOVE        ZEROS               TO      WK-COR-PURGE-CNT.
261015     MOVE        0                   TO      WK-COR-BUF-CNT.
261015     PERFORM     3151-COR-CUTOFF-RTN THRU    3151-EXIT.
261015     MOVE        LOW-VALUES          TO      WK-COR-RESUME-KEY.
261015 3152-COR-START-RTN.
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(3154-COR-EOF-RTN)
261015                 NOTFND(3155-COR-TOTAL-RTN)
261015                 END-EXEC.
261015     MOVE        WK-COR-RESUME-KEY   TO      CKH-KEY.
261015     EXEC  CICS  STARTBR
261015                 DATASET('CBMFCKH')
261015                 RIDFLD(CKH-KEY)
261015                 GTEQ
261015     END-EXEC.
261015 3153-COR-NEXT-RTN.
261015     EXEC  CICS  READNEXT
261015                 DATASET('CBMFCKH')
261015                 INTO(TIPCKH)
261015                 LENGTH(CKH-LENGTH)
261015                 RIDFLD(CKH-KEY)
261015     END-EXEC.
261015     IF          CKH-KEY             =       WK-COR-RESUME-KEY
261015     THEN
261015       GO        TO      3153-COR-NEXT-RTN.
      *    ENDIF
261015     IF          CKH-DATA-DATE       <       WK-COR-CUTOFF
261015          AND    CKH-LOAD-DATE   NOT =       TWA-TXN-DAT7
261015     THEN
261015       MOVE      'P'                 TO      WK-COR-ACT
261015       GO        TO      3153-COR-BUF-RTN.
      *    ENDIF
261015     IF          CKH-LOAD-DATE   NOT =       TWA-TXN-DAT7
261015          OR     CKH-CORRECT-TYPE    =       SPACES
261015          OR     CKH-CORRECT-TYPE    =       '00'
261015     THEN
261015       GO        TO      3153-COR-NEXT-RTN.
      *    ENDIF
261015     MOVE        'C'                 TO      WK-COR-ACT.
261015 3153-COR-BUF-RTN.
261015     ADD         1                   TO      WK-COR-BUF-CNT.
261015     MOVE        CKH-KEY             TO
261015                             WK-COR-BUF-KEY(WK-COR-BUF-CNT).
261015     MOVE        WK-COR-ACT          TO
261015                             WK-COR-BUF-ACT(WK-COR-BUF-CNT).
261015     IF          WK-COR-BUF-CNT      <       50
261015     THEN
261015       GO        TO      3153-COR-NEXT-RTN.
      *    ENDIF
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBMFCKH')
261015     END-EXEC.
261015     MOVE        CKH-KEY             TO      WK-COR-RESUME-KEY.
261015     PERFORM     3156-COR-ENTRY-RTN  THRU    3156-EXIT
261015     VARYING     WK-COR-SUB  FROM  1  BY  1
261015     UNTIL       WK-COR-SUB  >  WK-COR-BUF-CNT.
261015     MOVE        0                   TO      WK-COR-BUF-CNT.
261015     GO          TO      3152-COR-START-RTN.
261015 3154-COR-EOF-RTN.
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBMFCKH')
261015     END-EXEC.
261015     PERFORM     3156-COR-ENTRY-RTN  THRU    3156-EXIT
261015     VARYING     WK-COR-SUB  FROM  1  BY  1
261015     UNTIL       WK-COR-SUB  >  WK-COR-BUF-CNT.
261015     MOVE        0                   TO      WK-COR-BUF-CNT.
261015 3155-COR-TOTAL-RTN.
261015     MOVE        TWA-TXN-DAT7        TO      LD4P-BUS-DATE.
261015     MOVE        WK-COR-CUTOFF       TO      LD4P-CUTOFF.
261015     MOVE        WK-COR-CNT          TO      LD4P-COR-CNT.
261015     MOVE        WK-COR-CHK-CNT      TO      LD4P-CHK-CNT.
261015     MOVE        WK-COR-PAIR-CNT     TO      LD4P-PAIR-CNT.
261015     MOVE        WK-COR-EXC-CNT      TO      LD4P-EXC-CNT.
261015     MOVE        WK-COR-WAIVE-CNT    TO      LD4P-WAIVE-CNT.
261015     MOVE        WK-COR-PURGE-CNT    TO      LD4P-PURGE-CNT.
261015     EXEC        CICS    START   TRANSID  ('OPCT')
261015                                 INTERVAL (0)
261015                                 FROM     (LD4P-DATA)
261015                                 LENGTH   (91)
261015                                 TERMID   (CWHCTID)
261015                                 END-EXEC.
261015 3150-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  自CBTPRUN檔尾倒序瀏覽，取本營業日以前型別1已完成    *
      *    (RUN-END-TIME非空白)之營業日，同日多場次僅計一日；取足      *
      *    WK-COR-HIST-DAYS日、檔頭或瀏覽逾2000筆即止，最後取得之      *
      *    營業日即配對期間起日(查無者以本營業日為起日)                *
      *---------------------------------------------------------------*
261015 3151-COR-CUTOFF-RTN.
261015     MOVE        TWA-TXN-DAT7        TO      WK-COR-CUTOFF.
261015     MOVE        ZEROS               TO      WK-COR-DAY-CNT.
261015     MOVE        ZEROS               TO      WK-COR-SCAN-CNT.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(3151-EXIT)
261015                 ENDFILE(3151-COR-CUTOFF-END-RTN)
261015                 END-EXEC.
261015     MOVE        HIGH-VALUES         TO      RUN-KEY.
261015     EXEC  CICS  STARTBR
261015                 DATASET('CBTPRUN')
261015                 RIDFLD(RUN-KEY)
261015                 GTEQ
261015     END-EXEC.
261015 3151-COR-CUTOFF-PREV-RTN.
261015     EXEC  CICS  READPREV
261015                 DATASET('CBTPRUN')
261015                 INTO(TIPRUN)
261015                 LENGTH(RUN-LENGTH)
261015                 RIDFLD(RUN-KEY)
261015     END-EXEC.
261015     ADD         1                   TO      WK-COR-SCAN-CNT.
261015     IF          WK-COR-SCAN-CNT     >       2000
261015     THEN
261015       GO        TO      3151-COR-CUTOFF-END-RTN.
      *    ENDIF
261015     IF          RUN-BUS-DATE    NOT <       WK-COR-CUTOFF
261015          OR     RUN-INQ-TYPE    NOT =       1
261015          OR     RUN-END-TIME        =       SPACES
261015     THEN
261015       GO        TO      3151-COR-CUTOFF-PREV-RTN.
      *    ENDIF
261015     MOVE        RUN-BUS-DATE        TO      WK-COR-CUTOFF.
261015     ADD         1                   TO      WK-COR-DAY-CNT.
261015     IF          WK-COR-DAY-CNT      <       WK-COR-HIST-DAYS
261015     THEN
261015       GO        TO      3151-COR-CUTOFF-PREV-RTN.
      *    ENDIF
261015 3151-COR-CUTOFF-END-RTN.
261015     EXEC  CICS  ENDBR
261015                 DATASET('CBTPRUN')
261015     END-EXEC.
261015 3151-EXIT.
261015     EXIT.
261015 3156-COR-ENTRY-RTN.
261015     MOVE        WK-COR-BUF-KEY(WK-COR-SUB)
261015                                     TO      CKH-KEY.
261015     IF          WK-COR-BUF-ACT(WK-COR-SUB)  =  'C'
261015     THEN
261015       PERFORM   3160-COR-CHECK-RTN  THRU    3160-EXIT
261015       GO        TO      3156-EXIT.
      *    ENDIF
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(3156-EXIT)
261015                 END-EXEC.
261015     EXEC  CICS  DELETE
261015                 DATASET('CBMFCKH')
261015                 RIDFLD(CKH-KEY)
261015     END-EXEC.
261015     ADD         1                   TO      WK-COR-PURGE-CNT.
261015 3156-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  CBMF01檢索完成後，尚有待處理之更正分錄配對例外時    *
      *    以MB7F回覆並結束交易，不排程IFTO；俟分行更正或經CBLUCPR     *
      *    豁免後重新執行                                              *
      *---------------------------------------------------------------*
261015 3159-COR-BLOCK-RTN.
261015     IF          WK-COR-EXC-CNT      >       0
261015     THEN
261015       MOVE      'MB7F'              TO      WK-MSG-CODE
261015       MOVE
261015         '更正分錄配對有例外請查清單'
261015                                     TO      WK-MSG-CONTENT
261015       PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
261015 3159-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  單筆更正分錄配對：於配對期間起日至更正分錄資料日    *
      *    期間瀏覽同分行/傳票號碼/帳號之原分錄(非更正分錄)，金額      *
      *    相同且收付別與正負號恰有一者相反者為可沖銷。依序判定：      *
      *    有可沖銷且未配對(或已配對本筆)者P配對；可沖銷者均已遭      *
      *    其他更正分錄沖銷者D重複；僅有金額不符者A、方向不符者S；     *
      *    均無者U。瀏覽結束(ENDBR)後方改寫原分錄及本筆配對結果        *
      *---------------------------------------------------------------*
261015 3160-COR-CHECK-RTN.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(3160-EXIT)
261015                 END-EXEC.
261015     EXEC  CICS  READ
261015                 DATASET('CBMFCKH')
261015                 INTO(TIPCKH)
261015                 LENGTH(CKH-LENGTH)
261015                 RIDFLD(CKH-KEY)
261015     END-EXEC.
261015     ADD         1                   TO      WK-COR-CHK-CNT.
261015     MOVE        CKH-MATCH-KEY       TO      WK-COR-C-MATCH.
261015     MOVE        CKH-ENTRY-ID        TO      WK-COR-C-ID.
261015     MOVE        CKH-RCV-PAY         TO      WK-COR-C-RCV.
261015     MOVE        CKH-AMT-MARK        TO      WK-COR-C-MARK.
261015     MOVE        CKH-CK-AMT          TO      WK-COR-C-AMT.
261015     MOVE        CKH-CORRECT-TYPE    TO      WK-COR-C-TYPE.
261015     MOVE        CKH-PAIR-RESULT     TO      WK-COR-C-OLD-RESULT.
261015     MOVE        CKH-PAIR-ID         TO      WK-COR-C-PAIR-ID.
261015     MOVE        'N'                 TO      WK-COR-F-FOUND.
261015     MOVE        'N'                 TO      WK-COR-T-FOUND.
261015     MOVE        'N'                 TO      WK-COR-O-FOUND.
261015     MOVE        WK-COR-CUTOFF       TO      WK-COR-LOW-DATE.
261015     IF          WK-COR-C-DATE       <       WK-COR-LOW-DATE
261015     THEN
261015       MOVE      WK-COR-C-DATE       TO      WK-COR-LOW-DATE.
      *    ENDIF
261015     MOVE        LOW-VALUES          TO      CKH-ENTRY-ID.
261015     MOVE        WK-COR-C-MATCH      TO      CKH-MATCH-KEY.
261015     MOVE        WK-COR-LOW-DATE     TO      CKH-DATA-DATE.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(3163-COR-DECIDE-RTN)
261015                 ENDFILE(3162-COR-CAND-EOF-RTN)
261015                 END-EXEC.
261015     EXEC  CICS  STARTBR
261015                 DATASET('CBMFCKH')
261015                 RIDFLD(CKH-KEY)
261015                 GTEQ
261015     END-EXEC.
261015 3161-COR-CAND-NEXT-RTN.
261015     EXEC  CICS  READNEXT
261015                 DATASET('CBMFCKH')
261015                 INTO(TIPCKH)
261015                 LENGTH(CKH-LENGTH)
261015                 RIDFLD(CKH-KEY)
261015     END-EXEC.
261015     IF          CKH-MATCH-KEY   NOT =       WK-COR-C-MATCH
261015          OR     CKH-DATA-DATE       >       WK-COR-C-DATE
261015     THEN
261015       GO        TO      3162-COR-CAND-EOF-RTN.
      *    ENDIF
261015     IF          CKH-ENTRY-ID        =       WK-COR-C-ID
261015     THEN
261015       GO        TO      3161-COR-CAND-NEXT-RTN.
      *    ENDIF
261015     IF          CKH-CORRECT-TYPE NOT =      SPACES
261015          AND    CKH-CORRECT-TYPE NOT =      '00'
261015     THEN
261015       GO        TO      3161-COR-CAND-NEXT-RTN.
      *    ENDIF
261015     PERFORM     3165-COR-CAND-RTN   THRU    3165-EXIT.
261015     GO          TO      3161-COR-CAND-NEXT-RTN.
261015 3162-COR-CAND-EOF-RTN.
261015     EXEC  CICS  ENDBR
261015                 DATASET('CBMFCKH')
261015     END-EXEC.
261015 3163-COR-DECIDE-RTN.
261015     IF          WK-COR-F-FOUND      =       'Y'
261015     THEN
261015       MOVE      WK-COR-F-G          TO      WK-COR-R-G
261015       MOVE      'P'                 TO      WK-COR-R-REASON
261015       PERFORM   3167-COR-ORG-PAIR-RTN THRU  3167-EXIT
261015       GO        TO      3164-COR-RESULT-RTN.
      *    ENDIF
261015     IF          WK-COR-T-FOUND      =       'Y'
261015     THEN
261015       MOVE      WK-COR-T-G          TO      WK-COR-R-G
261015       MOVE      'D'                 TO      WK-COR-R-REASON
261015       GO        TO      3164-COR-RESULT-RTN.
      *    ENDIF
261015     IF          WK-COR-O-FOUND      =       'Y'
261015     THEN
261015       MOVE      WK-COR-O-G          TO      WK-COR-R-G
261015       GO        TO      3164-COR-RESULT-RTN.
      *    ENDIF
261015     MOVE        'N'                 TO      WK-COR-R-FOUND.
261015     MOVE        ZEROS               TO      WK-COR-R-DATE.
261015     MOVE        ZEROS               TO      WK-COR-R-STAN.
261015     MOVE        ZEROS               TO      WK-COR-R-SUB-BR.
261015     MOVE        SPACE               TO      WK-COR-R-RCV.
261015     MOVE        SPACE               TO      WK-COR-R-MARK.
261015     MOVE        ZEROS               TO      WK-COR-R-AMT.
261015     MOVE        'U'                 TO      WK-COR-R-REASON.
261015 3164-COR-RESULT-RTN.
261015     IF          WK-COR-C-OLD-RESULT =       'P'
261015          AND   (WK-COR-R-REASON NOT =       'P'
261015          OR     WK-COR-C-PAIR-ID NOT =      WK-COR-R-ID)
261015     THEN
261015       PERFORM   3168-COR-ORG-FREE-RTN THRU  3168-EXIT.
      *    ENDIF
261015     IF          WK-COR-R-REASON     =       'P'
261015     THEN
261015       ADD       1                   TO      WK-COR-PAIR-CNT.
      *    ENDIF
261015     PERFORM     3169-COR-SELF-RTN   THRU    3169-EXIT.
261015     PERFORM     3170-COR-EXC-RTN    THRU    3170-EXIT.
261015     PERFORM     3175-COR-PRINT-RTN  THRU    3175-EXIT.
261015 3160-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  原分錄歸類：收付別不同及正負號不同各計1，恰為1且    *
      *    金額相同者為可沖銷；已配對他筆更正分錄者另列T，否則列F；    *
      *    其餘列O並標示A金額不符或S方向不符(各類僅保留第一筆)        *
      *---------------------------------------------------------------*
261015 3165-COR-CAND-RTN.
261015     MOVE        'Y'                 TO      WK-COR-X-FOUND.
261015     MOVE        CKH-ENTRY-ID        TO      WK-COR-X-ID.
261015     MOVE        CKH-RCV-PAY         TO      WK-COR-X-RCV.
261015     MOVE        CKH-AMT-MARK        TO      WK-COR-X-MARK.
261015     MOVE        CKH-CK-AMT          TO      WK-COR-X-AMT.
261015     MOVE        SPACE               TO      WK-COR-X-REASON.
261015     MOVE        ZEROS               TO      WK-COR-FLIP.
261015     IF          CKH-RCV-PAY     NOT =       WK-COR-C-RCV
261015     THEN
261015       ADD       1                   TO      WK-COR-FLIP.
      *    ENDIF
261015     IF         (CKH-AMT-MARK        =       '-'
261015          AND    WK-COR-C-MARK   NOT =       '-')
261015          OR    (CKH-AMT-MARK    NOT =       '-'
261015          AND    WK-COR-C-MARK       =       '-')
261015     THEN
261015       ADD       1                   TO      WK-COR-FLIP.
      *    ENDIF
261015     IF          CKH-CK-AMT      NOT =       WK-COR-C-AMT
261015     THEN
261015       MOVE      'A'                 TO      WK-COR-X-REASON
261015       GO        TO      3165-COR-OTHER-RTN.
      *    ENDIF
261015     IF          WK-COR-FLIP     NOT =       1
261015     THEN
261015       MOVE      'S'                 TO      WK-COR-X-REASON
261015       GO        TO      3165-COR-OTHER-RTN.
      *    ENDIF
261015     IF          CKH-PAIR-RESULT     =       'P'
261015          AND    CKH-PAIR-ID     NOT =       WK-COR-C-ID
261015     THEN
261015       GO        TO      3165-COR-TAKEN-RTN.
      *    ENDIF
261015     IF          WK-COR-F-FOUND      =       'N'
261015     THEN
261015       MOVE      WK-COR-X-G          TO      WK-COR-F-G.
      *    ENDIF
261015     GO          TO      3165-EXIT.
261015 3165-COR-TAKEN-RTN.
261015     IF          WK-COR-T-FOUND      =       'N'
261015     THEN
261015       MOVE      WK-COR-X-G          TO      WK-COR-T-G.
      *    ENDIF
261015     GO          TO      3165-EXIT.
261015 3165-COR-OTHER-RTN.
261015     IF          WK-COR-O-FOUND      =       'N'
261015     THEN
261015       MOVE      WK-COR-X-G          TO      WK-COR-O-G.
      *    ENDIF
261015 3165-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  原分錄記入配對之更正分錄(3167)；更正分錄原已配對    *
      *    而本次未配對或改配他筆者，原配對之原分錄解除配對(3168)      *
      *---------------------------------------------------------------*
261015 3167-COR-ORG-PAIR-RTN.
261015     MOVE        WK-COR-C-MATCH      TO      CKH-MATCH-KEY.
261015     MOVE        WK-COR-R-ID         TO      CKH-ENTRY-ID.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(3167-EXIT)
261015                 END-EXEC.
261015     EXEC  CICS  READ
261015                 DATASET('CBMFCKH')
261015                 INTO(TIPCKH)
261015                 LENGTH(CKH-LENGTH)
261015                 RIDFLD(CKH-KEY)
261015                 UPDATE
261015     END-EXEC.
261015     MOVE        'P'                 TO      CKH-PAIR-RESULT.
261015     MOVE        WK-COR-C-ID         TO      CKH-PAIR-ID.
261015     EXEC  CICS  REWRITE
261015                 DATASET('CBMFCKH')
261015                 FROM(TIPCKH)
261015     END-EXEC.
261015     EXEC        CICS    UNLOCK
261015                 DATASET('CBMFCKH')
261015     END-EXEC.
261015 3167-EXIT.
261015     EXIT.
261015 3168-COR-ORG-FREE-RTN.
261015     MOVE        WK-COR-C-MATCH      TO      CKH-MATCH-KEY.
261015     MOVE        WK-COR-C-PAIR-ID    TO      CKH-ENTRY-ID.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(3168-EXIT)
261015                 END-EXEC.
261015     EXEC  CICS  READ
261015                 DATASET('CBMFCKH')
261015                 INTO(TIPCKH)
261015                 LENGTH(CKH-LENGTH)
261015                 RIDFLD(CKH-KEY)
261015                 UPDATE
261015     END-EXEC.
261015     IF          CKH-PAIR-ID     NOT =       WK-COR-C-ID
261015     THEN
261015       EXEC      CICS    UNLOCK
261015                 DATASET('CBMFCKH')
261015       END-EXEC
261015       GO        TO      3168-EXIT.
      *    ENDIF
261015     MOVE        SPACE               TO      CKH-PAIR-RESULT.
261015     MOVE        SPACES              TO      CKH-PAIR-ID.
261015     EXEC  CICS  REWRITE
261015                 DATASET('CBMFCKH')
261015                 FROM(TIPCKH)
261015     END-EXEC.
261015     EXEC        CICS    UNLOCK
261015                 DATASET('CBMFCKH')
261015     END-EXEC.
261015 3168-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  更正分錄記入配對結果及所引用之原分錄(U者清空)       *
      *---------------------------------------------------------------*
261015 3169-COR-SELF-RTN.
261015     MOVE        WK-COR-C-MATCH      TO      CKH-MATCH-KEY.
261015     MOVE        WK-COR-C-ID         TO      CKH-ENTRY-ID.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(3169-EXIT)
261015                 END-EXEC.
261015     EXEC  CICS  READ
261015                 DATASET('CBMFCKH')
261015                 INTO(TIPCKH)
261015                 LENGTH(CKH-LENGTH)
261015                 RIDFLD(CKH-KEY)
261015                 UPDATE
261015     END-EXEC.
261015     MOVE        WK-COR-R-REASON     TO      CKH-PAIR-RESULT.
261015     IF          WK-COR-R-FOUND      =       'Y'
261015     THEN
261015       MOVE      WK-COR-R-ID         TO      CKH-PAIR-ID
261015     ELSE
261015       MOVE      SPACES              TO      CKH-PAIR-ID.
      *    ENDIF
261015     EXEC  CICS  REWRITE
261015                 DATASET('CBMFCKH')
261015                 FROM(TIPCKH)
261015     END-EXEC.
261015     EXEC        CICS    UNLOCK
261015                 DATASET('CBMFCKH')
261015     END-EXEC.
261015 3169-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  配對例外寫入CBTPCPX：新例外為O待處理；既有例外同    *
      *    一原因且已豁免者維持W，否則重開為O；本次配對成功而原有      *
      *    例外者改為C已解除。WK-COR-EXC-CNT為待處理例外筆數           *
      *---------------------------------------------------------------*
261015 3170-COR-EXC-RTN.
261015     MOVE        SPACE               TO      WK-COR-ST.
261015     MOVE        WK-COR-C-MAIN-BR    TO      CPX-MAIN-BR.
261015     MOVE        WK-COR-C-SUB-BR     TO      CPX-SUB-BR.
261015     MOVE        WK-COR-C-DATE       TO      CPX-DATA-DATE.
261015     MOVE        WK-COR-C-STAN       TO      CPX-STAN-NO.
261015     MOVE        WK-COR-C-YEAR       TO      CPX-ACCOUNT-YEAR.
261015     MOVE        WK-COR-C-INV-CODE   TO      CPX-INVOICE-CODE.
261015     MOVE        CPX-KEY             TO      WK-CPX-KEY-SAVE.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(3171-COR-EXC-NEW-RTN)
261015                 END-EXEC.
261015     EXEC  CICS  READ
261015                 DATASET('CBTPCPX')
261015                 INTO(TIPCPX)
261015                 LENGTH(CPX-LENGTH)
261015                 RIDFLD(CPX-KEY)
261015                 UPDATE
261015     END-EXEC.
261015     IF          WK-COR-R-REASON     =       'P'
261015     THEN
261015       MOVE      'C'                 TO      CPX-STATUS
261015       GO        TO      3172-COR-EXC-REW-RTN.
      *    ENDIF
261015     IF          CPX-ST-WAIVED
261015          AND    CPX-REASON          =       WK-COR-R-REASON
261015     THEN
261015       ADD       1                   TO      WK-COR-WAIVE-CNT
261015     ELSE
261015       MOVE      'O'                 TO      CPX-STATUS
261015       MOVE      SPACES              TO      CPX-WAIVE-OPID
261015       MOVE      SPACES              TO      CPX-WAIVE-TIME
261015       ADD       1                   TO      WK-COR-EXC-CNT.
      *    ENDIF
261015     PERFORM     3173-COR-EXC-SET-RTN THRU   3173-EXIT.
261015 3172-COR-EXC-REW-RTN.
261015     MOVE        TWA-TXN-DAT7        TO      CPX-BUS-DATE.
261015     MOVE        CPX-STATUS          TO      WK-COR-ST.
261015     EXEC  CICS  REWRITE
261015                 DATASET('CBTPCPX')
261015                 FROM(TIPCPX)
261015     END-EXEC.
261015     EXEC        CICS    UNLOCK
261015                 DATASET('CBTPCPX')
261015     END-EXEC.
261015     GO          TO      3170-EXIT.
261015 3171-COR-EXC-NEW-RTN.
261015     IF          WK-COR-R-REASON     =       'P'
261015     THEN
261015       GO        TO      3170-EXIT.
      *    ENDIF
261015     MOVE        SPACES              TO      TIPCPX.
261015     MOVE        WK-CPX-KEY-SAVE     TO      CPX-KEY.
261015     MOVE        'O'                 TO      CPX-STATUS.
261015     MOVE        TWA-TXN-DAT7        TO      CPX-FIRST-DATE.
261015     MOVE        TWA-TXN-DAT7        TO      CPX-BUS-DATE.
261015     ADD         1                   TO      WK-COR-EXC-CNT.
261015     PERFORM     3173-COR-EXC-SET-RTN THRU   3173-EXIT.
261015     MOVE        CPX-STATUS          TO      WK-COR-ST.
261015     EXEC  CICS  WRITE
261015                 DATASET('CBTPCPX')
261015                 FROM(TIPCPX)
261015                 LENGTH(CPX-LENGTH)
261015                 RIDFLD(CPX-KEY)
261015     END-EXEC.
261015 3170-EXIT.
261015     EXIT.
261015 3173-COR-EXC-SET-RTN.
261015     MOVE        WK-COR-R-REASON     TO      CPX-REASON.
261015     MOVE        WK-COR-C-INV-NO     TO      CPX-INVOICE-NO.
261015     MOVE        WK-COR-C-ACCT       TO      CPX-ACCOUNT-CODE.
261015     MOVE        WK-COR-C-ACCT-ADD   TO      CPX-ACCOUNT-ADD.
261015     MOVE        WK-COR-C-TYPE       TO      CPX-CORRECT-TYPE.
261015     MOVE        WK-COR-C-RCV        TO      CPX-RCV-PAY.
261015     MOVE        WK-COR-C-MARK       TO      CPX-AMT-MARK.
261015     MOVE        WK-COR-C-AMT        TO      CPX-CK-AMT.
261015     MOVE        WK-COR-R-DATE       TO      CPX-ORG-DATA-DATE.
261015     MOVE        WK-COR-R-STAN       TO      CPX-ORG-STAN-NO.
261015     MOVE        WK-COR-R-SUB-BR     TO      CPX-ORG-SUB-BR.
261015     MOVE        WK-COR-R-RCV        TO      CPX-ORG-RCV-PAY.
261015     MOVE        WK-COR-R-MARK       TO      CPX-ORG-AMT-MARK.
261015     MOVE        WK-COR-R-AMT        TO      CPX-ORG-CK-AMT.
261015 3173-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  更正分錄配對表逐筆列印：RS為配對結果，ST為例外狀    *
      *    態(O待處理/W已豁免/C已解除)，OD/OS為所引用原分錄之資料      *
      *    日期及序號                                                  *
      *---------------------------------------------------------------*
261015 3175-COR-PRINT-RTN.
261015     MOVE        WK-COR-C-MAIN-BR    TO      LD3P-BRANCH.
261015     MOVE        WK-COR-C-DATE       TO      LD3P-DATE.
261015     MOVE        WK-COR-C-STAN       TO      LD3P-STAN.
261015     MOVE        WK-COR-C-INV-NO     TO      LD3P-INV-NO.
261015     MOVE        WK-COR-C-ACCT       TO      LD3P-ACCT.
261015     MOVE        WK-COR-C-MARK       TO      LD3P-AMT-MARK.
261015     MOVE        WK-COR-C-AMT        TO      LD3P-AMT.
261015     MOVE        WK-COR-R-REASON     TO      LD3P-RESULT.
261015     MOVE        WK-COR-ST           TO      LD3P-STATUS.
261015     MOVE        WK-COR-R-DATE       TO      LD3P-ORG-DATE.
261015     MOVE        WK-COR-R-STAN       TO      LD3P-ORG-STAN.
261015     EXEC        CICS    START   TRANSID  ('OPCT')
261015                                 INTERVAL (0)
261015                                 FROM     (LD3P-DATA)
261015                                 LENGTH   (124)
261015                                 TERMID   (CWHCTID)
261015                                 END-EXEC.
261015 3175-EXIT.
261015     EXIT.
       3200-MF031-RETRIV-RTN.
           EXEC CICS   HANDLE CONDITION                                 
                       ENDFILE(3200-9999-DATA-RTN)                      
260822     THEN
260822                 GO    TO    3200-MF031-READNEXT-RTN.
      *    ENDIF
      *---------------------------------------------------------------*
      *    261015  分行主檔檢核：查無或已裁撤者比照轉換退件剔除，不    *
      *    列入總額及筆數；檢核曾改掛處理條件，返回後重新掛回          *
      *---------------------------------------------------------------*
261015     MOVE        'TIPMF031'          TO      WK-REJ-FILE-ID.
261015     MOVE        'CBMF031 '          TO      WK-REJ-DS.
261015     MOVE        TIPMF031            TO      WK-REJ-REC.
261015     MOVE        MF031-KEY           TO      WK-REJ-KEY.
261015     MOVE        58                  TO      WK-REJ-REC-LEN.
261015     MOVE        MF031-BRANCH-CODE   TO      WK-BRM-IN.
261015     PERFORM     9510-BRM-CHECK-RTN  THRU    9510-EXIT.
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(3200-9999-DATA-RTN)
261015                 DUPREC(3200-9999-REW-RTN)
261015                 NOTFND(3200-9999-WRITE-RTN)
261015                 END-EXEC.
261015     IF          WK-BRM-PULL         =       'Y'
261015     THEN
261015       GO        TO      3200-MF031-READNEXT-RTN.
      *    ENDIF
260822     ADD         1                   TO  WK-RUN-READ-CNT.
260822     ADD         MF031-NONINT-AMT    TO  WK-TRL-SUM-AMT.
260822     ADD         MF031-INT-AMT       TO  WK-TRL-SUM-AMT.
                                                                        
           GO    TO    3200-MF031-READNEXT-RTN.                         
       3200-9999-DATA-RTN.                                              
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBMF031')
261015     END-EXEC.
           EXEC  CICS  READ                                             
                 DATASET('CBMF031')                                     
                 INTO(TIPMF031)                                         
260822     THEN
260822       GO   TO   3417-EXIT.
      *    ENDIF
      *---------------------------------------------------------------*
      *    261015  分行主檔檢核：查無或已裁撤者以原始未轉換紀錄比照    *
      *    轉換退件剔除，不列入總額及筆數，亦不納入連續性檢核          *
      *---------------------------------------------------------------*
261015     MOVE        'TIPMF032'           TO    WK-REJ-FILE-ID.
261015     MOVE        'CBMF032 '           TO    WK-REJ-DS.
261015     MOVE        WK-CVT-SAVE-032(IDX5) TO   WK-REJ-REC.
261015     MOVE        WK-CVT-SAVE-032(IDX5) (1:14)
261015                                      TO    WK-REJ-KEY.
261015     MOVE        58                   TO    WK-REJ-REC-LEN.
261015     MOVE        MF032-BRANCH-CODE    TO    WK-BRM-IN.
261015     PERFORM     9510-BRM-CHECK-RTN   THRU  9510-EXIT.
261015     IF          WK-BRM-PULL          =     'Y'
261015     THEN
261015       GO        TO     3417-EXIT.
      *    ENDIF
260822     ADD         1                    TO    WK-RUN-READ-CNT.
260822     ADD         MF032-INT-AMT        TO    WK-TRL-SUM-AMT.
260822     ADD         MF032-NONINT-AMT     TO    WK-TRL-SUM-AMT.
260822       PERFORM   3419-CTY-BRANCH-END-RTN
260822                                      THRU  3419-EXIT
260822       MOVE      MF032-BRANCH-CODE    TO    WK-CTY-BRANCH
261015       PERFORM   3422-CTY-BRM-SET-RTN THRU  3422-EXIT
260822       MOVE      01                   TO    WK-CTY-EXPECT-DD.
      *    ENDIF
260822     PERFORM     3421-CTY-GAP-RTN     THRU  3421-EXIT
260822       GO        TO      3419-EXIT.
      *    ENDIF
260822     PERFORM     3421-CTY-GAP-RTN    THRU    3421-EXIT
261015                 UNTIL  (WK-CTY-EXPECT-DD  >  WK-CTY-END-DD)
260822                 OR     (WK-CTY-EXPECT-DD  >  31).
260902     PERFORM     3423-ALC-BRANCH-RTN THRU    3423-EXIT.
260822 3419-EXIT.
260822     EXIT.
      *---------------------------------------------------------------*
      *    261015  分行換行(或重啟還原檢核中分行)時依CBTPBRM設定該     *
      *    分行之併入分行WK-CTY-MERGE-BR及連續性檢核截止日WK-CTY-      *
      *    END-DD：預設為月底日數；本結算月生效之裁併分行檢核至生效    *
      *    日前一日，結算月前已生效者不檢核                            *
      *---------------------------------------------------------------*
261015 3422-CTY-BRM-SET-RTN.
261015     MOVE        ZEROS               TO      WK-CTY-MERGE-BR.
261015     MOVE        WKX-DD              TO      WK-CTY-END-DD.
261015     MOVE        WK-CTY-BRANCH       TO      WK-BRM-IN.
261015     PERFORM     9500-BRM-RESOLVE-RTN THRU   9500-EXIT.
261015     IF          WK-BRM-RESULT       NOT =   'M'
261015     THEN
261015       GO        TO      3422-EXIT.
      *    ENDIF
261015     MOVE        WK-BRM-OUT          TO      WK-CTY-MERGE-BR.
261015     IF          WK-BRM-EFF-YYMM     <       WKS-DATA-DATE
261015     THEN
261015       MOVE      ZEROS               TO      WK-CTY-END-DD.
      *    ENDIF
261015     IF          WK-BRM-EFF-YYMM     =       WKS-DATA-DATE
261015     THEN
261015       COMPUTE   WK-CTY-END-DD       =       WK-BRM-EFF-DD  -  1.
      *    ENDIF
261015 3422-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    260822  列印一筆缺漏日例外清單(分行/結算月/缺漏日)至硬      *
      *    拷貝終端機，並累計缺漏日數                                  *
260902     END-EXEC.
260902     GO          TO      3424-REW-RTN.
260902 3424-WR-RTN.
261015     MOVE        SPACES              TO      TIPALC.
260902     MOVE        WKS-DATA-DATE       TO      ALC-SETTLE-MONTH.
260902     MOVE        WK-CTY-BRANCH       TO      ALC-BRANCH-CODE.
261015     MOVE        '0'                 TO      ALC-ROLL-BASE-MARK.
261015     MOVE        ZEROS               TO      ALC-ROLL-BASE-AMT.
261015     MOVE        '0'                 TO      ALC-ROLL-INT-MARK.
261015     MOVE        ZEROS               TO      ALC-ROLL-INT-AMT.
260902     PERFORM     3427-ALC-FILL-RTN   THRU    3427-EXIT.
260902     EXEC  CICS  WRITE
260902                 DATASET('CBMFALC')
260902       MOVE      WK-ALC-BR-BASE      TO      ALC-BASE-AMT.
      *    ENDIF
260902     MOVE        WMF032-RATE-PCT     TO      ALC-RATE-PCT.
261015     MOVE        WK-CTY-MERGE-BR     TO      ALC-MERGE-INTO.
260902     IF          WK-ALC-TOTAL        <       0
260902     THEN
260902       MOVE      '-'                 TO      ALC-INT-MARK
260902     PERFORM     3425-ALC-PRINT-RTN  THRU    3425-EXIT.
260902 3426-EXIT.
260902     EXIT.
      *---------------------------------------------------------------*
      *    261015  裁併分行分攤歸併：瀏覽本結算月CBMFALC，標示併入     *
      *    存續分行(ALC-MERGE-INTO)者依存續分行彙總其基數及分攤額，    *
      *    前次已有歸併額之分行亦列入(以便重設)；ENDBR後逐一改寫存     *
      *    續分行紀錄之ALC-ROLL-*(非累加，重跑結果相同)，查無存續分    *
      *    行紀錄者新增一筆(本身基數/分攤額為零)，並列印歸併表示列     *
      *---------------------------------------------------------------*
261015 3429-ALC-ROLLUP-RTN.
261015     MOVE        0                   TO      WK-BRM-ROLL-CNT.
261015     MOVE        WKS-DATA-DATE       TO      ALC-SETTLE-MONTH.
261015     MOVE        ZEROS               TO      ALC-BRANCH-CODE.
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(3429-EOF-RTN)
261015                 NOTFND(3429-EXIT)
261015                 END-EXEC.
261015     EXEC  CICS  STARTBR
261015                 DATASET('CBMFALC')
261015                 RIDFLD(ALC-KEY)
261015                 GTEQ
261015     END-EXEC.
261015 3429-NEXT-RTN.
261015     EXEC  CICS  READNEXT
261015                 DATASET('CBMFALC')
261015                 INTO(TIPALC)
261015                 LENGTH(ALC-LENGTH)
261015                 RIDFLD(ALC-KEY)
261015     END-EXEC.
261015     IF          ALC-SETTLE-MONTH    NOT =   WKS-DATA-DATE
261015     THEN
261015       GO        TO      3429-EOF-RTN.
      *    ENDIF
261015     IF          ALC-MERGE-INTO      >       0
261015     THEN
261015       MOVE      ALC-MERGE-INTO      TO      WK-BRM-IN
261015       PERFORM   3432-ALC-ROLL-ADD-RTN THRU  3432-EXIT
261015       GO        TO      3429-NEXT-RTN.
      *    ENDIF
261015     IF          ALC-ROLL-BASE-AMT   >       0
261015          OR     ALC-ROLL-INT-AMT    >       0
261015     THEN
261015       MOVE      ALC-BRANCH-CODE     TO      WK-BRM-IN
261015       PERFORM   3433-ALC-ROLL-ENT-RTN THRU  3433-EXIT.
      *    ENDIF
261015     GO          TO      3429-NEXT-RTN.
261015 3429-EOF-RTN.
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBMFALC')
261015     END-EXEC.
261015     PERFORM     3435-ALC-ROLL-UPD-RTN THRU  3435-EXIT
261015     VARYING     WK-BRM-ROLL-SUB  FROM  1  BY  1
261015     UNTIL       WK-BRM-ROLL-SUB  >  WK-BRM-ROLL-CNT.
261015 3429-EXIT.
261015     EXIT.
261015 3432-ALC-ROLL-ADD-RTN.
261015     PERFORM     3433-ALC-ROLL-ENT-RTN THRU  3433-EXIT.
261015     IF          WK-BRM-ROLL-SUB     =       0
261015     THEN
261015       GO        TO      3432-EXIT.
      *    ENDIF
261015     IF          ALC-BASE-MARK       =       '-'
261015     THEN
261015       SUBTRACT  ALC-BASE-AMT        FROM    WK-BRM-R-BASE
261015                                             (WK-BRM-ROLL-SUB)
261015     ELSE
261015       ADD       ALC-BASE-AMT        TO      WK-BRM-R-BASE
261015                                             (WK-BRM-ROLL-SUB).
      *    ENDIF
261015     IF          ALC-INT-MARK        =       '-'
261015     THEN
261015       SUBTRACT  ALC-INT-AMT         FROM    WK-BRM-R-INT
261015                                             (WK-BRM-ROLL-SUB)
261015     ELSE
261015       ADD       ALC-INT-AMT         TO      WK-BRM-R-INT
261015                                             (WK-BRM-ROLL-SUB).
      *    ENDIF
261015 3432-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  於WK-BRM-ROLL-TBL查找存續分行WK-BRM-IN，查無者新    *
      *    增一筆(表滿時WK-BRM-ROLL-SUB為零)                           *
      *---------------------------------------------------------------*
261015 3433-ALC-ROLL-ENT-RTN.
261015     MOVE        0                   TO      WK-BRM-ROLL-SUB.
261015     PERFORM     3434-ALC-ROLL-SRCH-RTN THRU 3434-EXIT
261015     VARYING     WK-BRM-SRCH-SUB  FROM  1  BY  1
261015     UNTIL       WK-BRM-SRCH-SUB  >  WK-BRM-ROLL-CNT.
261015     IF          WK-BRM-ROLL-SUB     >       0
261015          OR     WK-BRM-ROLL-CNT     NOT <   100
261015     THEN
261015       GO        TO      3433-EXIT.
      *    ENDIF
261015     ADD         1                   TO      WK-BRM-ROLL-CNT.
261015     MOVE        WK-BRM-ROLL-CNT     TO      WK-BRM-ROLL-SUB.
261015     MOVE        WK-BRM-IN           TO      WK-BRM-R-CODE
261015                                             (WK-BRM-ROLL-SUB).
261015     MOVE        ZEROS               TO      WK-BRM-R-BASE
261015                                             (WK-BRM-ROLL-SUB)
261015                                             WK-BRM-R-INT
261015                                             (WK-BRM-ROLL-SUB)
261015                                             WK-BRM-R-LAST
261015                                             (WK-BRM-ROLL-SUB).
261015     MOVE        'N'                 TO      WK-BRM-R-LFND
261015                                             (WK-BRM-ROLL-SUB).
261015 3433-EXIT.
261015     EXIT.
261015 3434-ALC-ROLL-SRCH-RTN.
261015     IF          WK-BRM-R-CODE(WK-BRM-SRCH-SUB)  =   WK-BRM-IN
261015     THEN
261015       MOVE      WK-BRM-SRCH-SUB     TO      WK-BRM-ROLL-SUB.
      *    ENDIF
261015 3434-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  改寫(或新增)一筆存續分行之歸併基數/分攤額，並列     *
      *    印歸併表示列(存續分行本身分攤額加計歸併分攤額)              *
      *---------------------------------------------------------------*
261015 3435-ALC-ROLL-UPD-RTN.
261015     MOVE        WKS-DATA-DATE       TO      ALC-SETTLE-MONTH.
261015     MOVE        WK-BRM-R-CODE(WK-BRM-ROLL-SUB)
261015                                     TO      ALC-BRANCH-CODE.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(3435-NEW-RTN)
261015                 END-EXEC.
261015     EXEC  CICS  READ
261015                 DATASET('CBMFALC')
261015                 INTO(TIPALC)
261015                 LENGTH(ALC-LENGTH)
261015                 RIDFLD(ALC-KEY)
261015                 UPDATE
261015     END-EXEC.
261015     PERFORM     3436-ALC-ROLL-FILL-RTN THRU 3436-EXIT.
261015     EXEC  CICS  REWRITE
261015                 DATASET('CBMFALC')
261015                 FROM(TIPALC)
261015     END-EXEC.
261015     EXEC        CICS    UNLOCK
261015                 DATASET('CBMFALC')
261015     END-EXEC.
261015     GO          TO      3435-PRINT-RTN.
261015 3435-NEW-RTN.
261015     MOVE        SPACES              TO      TIPALC.
261015     MOVE        WKS-DATA-DATE       TO      ALC-SETTLE-MONTH.
261015     MOVE        WK-BRM-R-CODE(WK-BRM-ROLL-SUB)
261015                                     TO      ALC-BRANCH-CODE.
261015     MOVE        WKX-DD              TO      ALC-DAYS.
261015     MOVE        '0'                 TO      ALC-BASE-MARK.
261015     MOVE        ZEROS               TO      ALC-BASE-AMT.
261015     MOVE        WMF032-RATE-PCT     TO      ALC-RATE-PCT.
261015     MOVE        '0'                 TO      ALC-INT-MARK.
261015     MOVE        ZEROS               TO      ALC-INT-AMT.
261015     MOVE        ZEROS               TO      ALC-MERGE-INTO.
261015     PERFORM     3436-ALC-ROLL-FILL-RTN THRU 3436-EXIT.
261015     EXEC  CICS  WRITE
261015                 DATASET('CBMFALC')
261015                 FROM(TIPALC)
261015                 LENGTH(ALC-LENGTH)
261015                 RIDFLD(ALC-KEY)
261015     END-EXEC.
261015 3435-PRINT-RTN.
261015     MOVE        ALC-BRANCH-CODE     TO      LC3P-BRANCH.
261015     MOVE        ALC-ROLL-BASE-MARK  TO      LC3P-ROLL-BASE-MARK.
261015     MOVE        ALC-ROLL-BASE-AMT   TO      LC3P-ROLL-BASE-AMT.
261015     MOVE        ALC-ROLL-INT-MARK   TO      LC3P-ROLL-INT-MARK.
261015     MOVE        ALC-ROLL-INT-AMT    TO      LC3P-ROLL-INT-AMT.
261015     MOVE        WK-BRM-R-INT(WK-BRM-ROLL-SUB)
261015                                     TO      WK-BRM-AMT-WRK.
261015     IF          ALC-INT-MARK        =       '-'
261015     THEN
261015       SUBTRACT  ALC-INT-AMT         FROM    WK-BRM-AMT-WRK
261015     ELSE
261015       ADD       ALC-INT-AMT         TO      WK-BRM-AMT-WRK.
      *    ENDIF
261015     IF          WK-BRM-AMT-WRK      <       0
261015     THEN
261015       MOVE      '-'                 TO      LC3P-TOT-INT-MARK
261015       COMPUTE   LC3P-TOT-INT-AMT    =       WK-BRM-AMT-WRK
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      LC3P-TOT-INT-MARK
261015       MOVE      WK-BRM-AMT-WRK      TO      LC3P-TOT-INT-AMT.
      *    ENDIF
261015     EXEC        CICS    START   TRANSID  ('OPCT')
261015                                 INTERVAL (0)
261015                                 FROM     (LC3P-DATA)
261015                                 LENGTH   (80)
261015                                 TERMID   (CWHCTID)
261015                                 END-EXEC.
261015 3435-EXIT.
261015     EXIT.
261015 3436-ALC-ROLL-FILL-RTN.
261015     MOVE        WK-BRM-R-BASE(WK-BRM-ROLL-SUB)
261015                                     TO      WK-BRM-AMT-WRK.
261015     IF          WK-BRM-AMT-WRK      <       0
261015     THEN
261015       MOVE      '-'                 TO      ALC-ROLL-BASE-MARK
261015       COMPUTE   ALC-ROLL-BASE-AMT   =       WK-BRM-AMT-WRK
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      ALC-ROLL-BASE-MARK
261015       MOVE      WK-BRM-AMT-WRK      TO      ALC-ROLL-BASE-AMT.
      *    ENDIF
261015     MOVE        WK-BRM-R-INT(WK-BRM-ROLL-SUB)
261015                                     TO      WK-BRM-AMT-WRK.
261015     IF          WK-BRM-AMT-WRK      <       0
261015     THEN
261015       MOVE      '-'                 TO      ALC-ROLL-INT-MARK
261015       COMPUTE   ALC-ROLL-INT-AMT    =       WK-BRM-AMT-WRK
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      ALC-ROLL-INT-MARK
261015       MOVE      WK-BRM-AMT-WRK      TO      ALC-ROLL-INT-AMT.
      *    ENDIF
261015 3436-EXIT.
261015     EXIT.
260902 3428-ACR-CLR-RTN.
260902     MOVE        ZEROS               TO      WK-ACR-DAY-TOT
260902                                             (WK-ACR-SUB).
260822 3411-UPDATE-RTN.
260902     PERFORM     3450-ACR-POST-RTN   THRU    3450-EXIT.
260902     PERFORM     3426-ALC-ADJUST-RTN THRU    3426-EXIT.
261015     PERFORM     3429-ALC-ROLLUP-RTN THRU    3429-EXIT.
           PERFORM     3402-UPDATE-MF032-RTN
                                            THRU   3402-EXIT.
260822     PERFORM     3408-GL-POST-RTN    THRU    3408-EXIT.
260822         AND     WK-CTY-BRANCH       >       0
260822     THEN
260822       MOVE      'N'                 TO      WK-CTY-FIRST
261015       PERFORM   3422-CTY-BRM-SET-RTN THRU   3422-EXIT
260902       PERFORM   3401-GET-RATE-RTN   THRU    3401-EXIT
260902       EXEC CICS HANDLE CONDITION
260902                 NOTFND(602-NO-REC-FOUND)
260822     GO          TO      3409-EXIT.
260822 3410-GL-FILL-RTN.
260822     MOVE        WK-GL-SETTLE        TO      GL-SETTLE-MONTH.
261015     MOVE        WK-GL-XRT-RATE      TO      GL-XRT-RATE.
260822     MOVE        WK-GL-RATE          TO      GL-RATE-PCT.
260822     MOVE        WK-GL-SOURCE        TO      GL-SOURCE-FILE.
260822     IF          WK-GL-AMT           <       0
      *    EXIT.                                                        
       3500-MF033-RETRIV-RTN.                                           
           EXEC CICS   HANDLE CONDITION                                 
261015                 ENDFILE(3500-EOF-RTN)
                       ERROR(3500-EXIT)                                 
                       END-EXEC.                                        
           MOVE        SPACES   TO  MF033-KEY.                          
260822      IF         MF033-BRANCH-CODE   =  9999998
260822      THEN
260822                 GO   TO    3500-MF033-READNEXT-RTN.
      *    ENDIF
      *---------------------------------------------------------------*
      *    261015  分行主檔檢核：查無或已裁撤者比照轉換退件剔除，不    *
      *    列入總額及筆數；檢核曾改掛處理條件，返回後重新掛回          *
      *---------------------------------------------------------------*
261015     MOVE        'TIPMF033'          TO      WK-REJ-FILE-ID.
261015     MOVE        'CBMF033 '          TO      WK-REJ-DS.
261015     MOVE        TIPMF033            TO      WK-REJ-REC.
261015     MOVE        MF033-KEY           TO      WK-REJ-KEY.
261015     MOVE        142                 TO      WK-REJ-REC-LEN.
261015     MOVE        MF033-BRANCH-CODE   TO      WK-BRM-IN.
261015     PERFORM     9510-BRM-CHECK-RTN  THRU    9510-EXIT.
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(3500-EOF-RTN)
261015                 ERROR(3500-EXIT)
261015                 END-EXEC.
261015     IF          WK-BRM-PULL         =       'Y'
261015     THEN
261015       GO        TO      3500-MF033-READNEXT-RTN.
      *    ENDIF
            ADD        1           TO   WMF033-DATA-CNT.
260822      ADD        1           TO   WK-RUN-READ-CNT.
260808      COMPUTE     WK-033-TXN-SUB    =   MF033-TXN-CODE      + 1.
260808      ADD         1     TO   WMF033-CNT-TXN(WK-033-CUR-SUB,
260808                                             WK-033-TXN-SUB).
      *---------------------------------------------------------------*
      *    261015  逐筆套用至CBMFACR帳戶主檔；3503曾改掛NOTFND/        *
      *    DUPREC，返回後須重新掛回本段瀏覽所需之處理條件              *
      *---------------------------------------------------------------*
261015      PERFORM     3503-REG-MAINT-RTN THRU   3503-EXIT.
261015      EXEC CICS   HANDLE CONDITION
261015                  ENDFILE(3500-EOF-RTN)
261015                  ERROR(3500-EXIT)
261015                  END-EXEC.
            GO         TO    3500-MF033-READNEXT-RTN.
261015 3500-EOF-RTN.
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBMF033')
261015     END-EXEC.
950327 3500-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      *    261015  機關專戶帳戶主檔維護：以CBMF033異動紀錄之帳號讀     *
      *    取CBMFACR，查無者新增(3504)，已存在者依期別判斷是否套       *
      *    用：ACR-LAST-PERIOD晚於本筆期別者為已被後續異動取代之       *
      *    舊紀錄，同期別同交易代號者為重跑已套用，均略過不寫歷        *
      *    史；其餘套用後改寫主檔並寫入一筆CBMFACH異動歷史。           *
      *    CBMF033依資料年月/旬別排序瀏覽，故依序套用即為最新狀態      *
      *---------------------------------------------------------------*
261015 3503-REG-MAINT-RTN.
261015     MOVE        MF033-DATA-DATE      TO      WK-REG-PRD-DATE.
261015     MOVE        MF033-DATE-SECTION   TO      WK-REG-PRD-SECT.
261015     MOVE        MF033-ACCOUNT-NO     TO      ACR-ACCOUNT-NO.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(3504-REG-NEW-RTN)
261015                 END-EXEC.
261015     EXEC  CICS  READ
261015                 DATASET('CBMFACR')
261015                 INTO(TIPACR)
261015                 LENGTH(ACR-LENGTH)
261015                 RIDFLD(ACR-KEY)
261015                 UPDATE
261015     END-EXEC.
261015     IF          ACR-LAST-PERIOD      >       WK-REG-PERIOD
261015     THEN
261015       GO        TO      3503-SKIP-RTN.
      *    ENDIF
261015     IF          ACR-LAST-PERIOD      =       WK-REG-PERIOD
261015           AND   ACR-LAST-TXN-CODE    =       MF033-TXN-CODE
261015     THEN
261015       GO        TO      3503-SKIP-RTN.
      *    ENDIF
261015     MOVE        ACR-STATUS           TO      WK-REG-OLD-STATUS.
261015     PERFORM     3505-REG-APPLY-RTN   THRU    3505-EXIT.
261015     EXEC  CICS  REWRITE
261015                 DATASET('CBMFACR')
261015                 FROM(TIPACR)
261015     END-EXEC.
261015     EXEC        CICS    UNLOCK
261015                 DATASET('CBMFACR')
261015     END-EXEC.
261015     PERFORM     3506-REG-HIST-RTN    THRU    3506-EXIT.
261015     GO          TO      3503-EXIT.
261015 3503-SKIP-RTN.
261015     EXEC        CICS    UNLOCK
261015                 DATASET('CBMFACR')
261015     END-EXEC.
261015     GO          TO      3503-EXIT.
261015 3504-REG-NEW-RTN.
261015     MOVE        SPACES               TO      TIPACR.
261015     MOVE        MF033-ACCOUNT-NO     TO      ACR-ACCOUNT-NO.
261015     MOVE        ZEROS                TO      ACR-OPEN-PERIOD
261015                                              ACR-CLOSE-PERIOD
261015                                              ACR-LAST-PERIOD.
261015     MOVE        SPACE                TO      WK-REG-OLD-STATUS.
261015     PERFORM     3505-REG-APPLY-RTN   THRU    3505-EXIT.
261015     EXEC  CICS  WRITE
261015                 DATASET('CBMFACR')
261015                 FROM(TIPACR)
261015                 LENGTH(ACR-LENGTH)
261015                 RIDFLD(ACR-KEY)
261015     END-EXEC.
261015     PERFORM     3506-REG-HIST-RTN    THRU    3506-EXIT.
261015 3503-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  依MF033-TXN-CODE套用異動：1開戶(狀態O，記開戶期     *
      *    別並清除結清期別)、3結清(狀態C，記結清期別)，其餘為資料     *
      *    變更，狀態不變；主檔尚無此帳號之變更紀錄視同既有開戶帳      *
      *    戶補登。機關/分行/核准文號/幣別/戶名一律更新為本筆內容      *
      *---------------------------------------------------------------*
261015 3505-REG-APPLY-RTN.
261015     MOVE        MF033-ORG            TO      ACR-ORG.
261015     MOVE        MF033-BRANCH-CODE    TO      ACR-BRANCH-CODE.
261015     MOVE        MF033-OPEN-ACC       TO      ACR-OPEN-ACC.
261015     MOVE        MF033-APRV-NO        TO      ACR-APRV-NO.
261015     MOVE        MF033-CURRENCY-CODE  TO      ACR-CURRENCY-CODE.
261015     MOVE        MF033-NAME           TO      ACR-NAME.
261015     MOVE        'M'                  TO      ACH-ACTION.
261015     IF          MF033-TXN-CODE       =       1
261015     THEN
261015       MOVE      'O'                  TO      ACH-ACTION
261015       MOVE      'O'                  TO      ACR-STATUS
261015       MOVE      WK-REG-PERIOD        TO      ACR-OPEN-PERIOD
261015       MOVE      ZEROS                TO      ACR-CLOSE-PERIOD.
      *    ENDIF
261015     IF          MF033-TXN-CODE       =       3
261015     THEN
261015       MOVE      'C'                  TO      ACH-ACTION
261015       MOVE      'C'                  TO      ACR-STATUS
261015       MOVE      WK-REG-PERIOD        TO      ACR-CLOSE-PERIOD.
      *    ENDIF
261015     IF          ACR-STATUS           =       SPACE
261015     THEN
261015       MOVE      'O'                  TO      ACR-STATUS
261015       MOVE      WK-REG-PERIOD        TO      ACR-OPEN-PERIOD.
      *    ENDIF
261015     MOVE        WK-REG-PERIOD        TO      ACR-LAST-PERIOD.
261015     MOVE        MF033-TXN-CODE       TO      ACR-LAST-TXN-CODE.
261015     PERFORM     9180-GET-TIMESTAMP-RTN THRU  9180-EXIT.
261015     MOVE        WK-BIF-TIMESTAMP     TO      ACR-UPD-TIME.
261015 3505-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  寫入CBMFACH異動歷史一筆；同帳號同期別已有紀錄時     *
      *    序號加一重寫(3507-REG-HIST-DUP-RTN)                         *
      *---------------------------------------------------------------*
261015 3506-REG-HIST-RTN.
261015     MOVE        ACR-ACCOUNT-NO       TO      ACH-ACCOUNT-NO.
261015     MOVE        WK-REG-PERIOD        TO      ACH-PERIOD.
261015     MOVE        1                    TO      ACH-SEQ.
261015     MOVE        WK-REG-OLD-STATUS    TO      ACH-OLD-STATUS.
261015     MOVE        ACR-STATUS           TO      ACH-NEW-STATUS.
261015     MOVE        ACR-BRANCH-CODE      TO      ACH-BRANCH-CODE.
261015     MOVE        ACR-ORG              TO      ACH-ORG.
261015     MOVE        ACR-APRV-NO          TO      ACH-APRV-NO.
261015     MOVE        MF033-TXN-CODE       TO      ACH-TXN-CODE.
261015     MOVE        ACR-UPD-TIME         TO      ACH-UPD-TIME.
261015     EXEC CICS   HANDLE CONDITION
261015                 DUPREC(3507-REG-HIST-DUP-RTN)
261015                 END-EXEC.
261015 3506-WRITE-RTN.
261015     EXEC  CICS  WRITE
261015                 DATASET('CBMFACH')
261015                 FROM(TIPACH)
261015                 LENGTH(ACH-LENGTH)
261015                 RIDFLD(ACH-KEY)
261015     END-EXEC.
261015     GO          TO      3506-EXIT.
261015 3507-REG-HIST-DUP-RTN.
261015     ADD         1                    TO      ACH-SEQ.
261015     GO          TO      3506-WRITE-RTN.
261015 3506-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    260808  MF033-CURRENCY-CODE已放寬為ISO三碼幣別代號，本段    *
      *    以MF033-CURRENCY-CODE比對WMF033-CUR-CODE(1-9)常用幣別表，   *
      *    找到者取其索引，查無對應幣別者歸入索引10(雜項幣別)          *
260822     THEN
260822       GO        TO      3600-READNEXT-RTN.
      *    ENDIF
      *---------------------------------------------------------------*
      *    261015  分行主檔檢核(非零之子分行及主分行)：查無或已裁撤    *
      *    者比照轉換退件剔除；檢核曾改掛處理條件，返回後重新掛回。    *
      *    已裁併生效者以下大額覆核佇列改列主分行之存續分行            *
      *---------------------------------------------------------------*
261015     MOVE        'TIPMF034'          TO      WK-REJ-FILE-ID.
261015     MOVE        'CBMF034 '          TO      WK-REJ-DS.
261015     MOVE        TIPMF034            TO      WK-REJ-REC.
261015     MOVE        MF034-KEY           TO      WK-REJ-KEY.
261015     MOVE        62                  TO      WK-REJ-REC-LEN.
261015     MOVE        'N'                 TO      WK-BRM-PULL.
261015     IF          MF034-SUB-BR        >       0
261015     THEN
261015       MOVE      MF034-SUB-BR        TO      WK-BRM-IN
261015       PERFORM   9510-BRM-CHECK-RTN  THRU    9510-EXIT.
      *    ENDIF
261015     IF          WK-BRM-PULL         =       'N'
261015     THEN
261015       MOVE      MF034-MAIN-BR       TO      WK-BRM-IN
261015       PERFORM   9510-BRM-CHECK-RTN  THRU    9510-EXIT.
      *    ENDIF
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(3601-CHECK-DATA-RTN)
261015                 END-EXEC.
261015     IF          WK-BRM-PULL         =       'Y'
261015     THEN
261015       GO        TO      3600-READNEXT-RTN.
      *    ENDIF
      *---------------------------------------------------------------*
      *    261015  大額覆核：經主管剔除者比照轉換退件剔除，不列入      *
      *    收付軋總及筆數/金額；檢核曾改掛處理條件，返回後重新掛回    *
      *---------------------------------------------------------------*
261015     MOVE        MF034-CURRENCY-CODE TO      WK-LV-CURRENCY.
261015     MOVE        MF034-AMT-MARK      TO      WK-LV-AMT-MARK.
261015     MOVE        MF034-CK-AMT        TO      WK-LV-AMT.
261015     MOVE        WK-BRM-OUT          TO      WK-LV-BRANCH.
261015     MOVE        MF034-RCV-PAY       TO      WK-LV-RCV-PAY.
261015     MOVE        MF034-KEY           TO      WK-LV-REC-KEY.
261015     MOVE        'TIPMF034'          TO      WK-REJ-FILE-ID.
261015     MOVE        'CBMF034 '          TO      WK-REJ-DS.
261015     MOVE        TIPMF034            TO      WK-REJ-REC.
261015     MOVE        62                  TO      WK-REJ-REC-LEN.
261015     PERFORM     3630-LV-CHECK-RTN   THRU    3630-EXIT.
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(3601-CHECK-DATA-RTN)
261015                 END-EXEC.
261015     IF          WK-LV-PULL          =       'Y'
261015     THEN
261015       GO        TO      3600-READNEXT-RTN.
      *    ENDIF
260822     ADD         1                   TO      WK-RUN-READ-CNT.
260822     ADD         MF034-CK-AMT        TO      WK-TRL-SUM-AMT.
260808     IF          MF034-RCV
260808     EXEC        CICS    ENDBR
260808                 DATASET('CBMF034')
260808     END-EXEC.
261015     PERFORM     9310-REJ-DELETE-RTN THRU    9310-EXIT.
260808     IF         (WMF034-AMT-R   NOT =       WMF034-AMT-P)
260808     THEN
260808       MOVE     'MB57'              TO      MSG-P-OUT-CODE
260822     THEN
260822                 GO   TO    3620-READNEXT-RTN.
      *    ENDIF
      *---------------------------------------------------------------*
      *    261015  分行主檔檢核：查無或已裁撤者比照轉換退件剔除；檢    *
      *    核曾改掛處理條件，返回後重新掛回。已裁併生效者以下大額      *
      *    覆核佇列改列存續分行(WK-BRM-OUT)                            *
      *---------------------------------------------------------------*
261015     MOVE        'TIPMF02 '          TO      WK-REJ-FILE-ID.
261015     MOVE        'CBMF02  '          TO      WK-REJ-DS.
261015     MOVE        TIPMF02             TO      WK-REJ-REC.
261015     MOVE        MF02-KEY            TO      WK-REJ-KEY.
261015     MOVE        45                  TO      WK-REJ-REC-LEN.
261015     MOVE        MF02-BRANCH-CODE    TO      WK-BRM-IN.
261015     PERFORM     9510-BRM-CHECK-RTN  THRU    9510-EXIT.
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(3621-9999-DATA-RTN)
261015                 DUPREC(3621-9999-REW-RTN)
261015                 NOTFND(3621-9999-WRITE-RTN)
261015                 END-EXEC.
261015     IF          WK-BRM-PULL         =       'Y'
261015     THEN
261015       GO        TO      3620-READNEXT-RTN.
      *    ENDIF
      *---------------------------------------------------------------*
      *    261015  大額覆核(CBMF02一律以幣別0計)：經主管剔除者比照     *
      *    轉換退件剔除，不列入總額及筆數/金額；檢核曾改掛處理條       *
      *    件，返回後重新掛回本段彙總寫檔所需之處理條件                *
      *---------------------------------------------------------------*
261015     MOVE        0                   TO      WK-LV-CURRENCY.
261015     MOVE        MF02-AMT-MARK       TO      WK-LV-AMT-MARK.
261015     MOVE        MF02-AMT            TO      WK-LV-AMT.
261015     MOVE        WK-BRM-OUT          TO      WK-LV-BRANCH.
261015     MOVE        SPACE               TO      WK-LV-RCV-PAY.
261015     MOVE        MF02-KEY            TO      WK-LV-REC-KEY.
261015     MOVE        'TIPMF02 '          TO      WK-REJ-FILE-ID.
261015     MOVE        'CBMF02  '          TO      WK-REJ-DS.
261015     MOVE        TIPMF02             TO      WK-REJ-REC.
261015     MOVE        45                  TO      WK-REJ-REC-LEN.
261015     PERFORM     3630-LV-CHECK-RTN   THRU    3630-EXIT.
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(3621-9999-DATA-RTN)
261015                 DUPREC(3621-9999-REW-RTN)
261015                 NOTFND(3621-9999-WRITE-RTN)
261015                 END-EXEC.
261015     IF          WK-LV-PULL          =       'Y'
261015     THEN
261015       GO        TO      3620-READNEXT-RTN.
      *    ENDIF
260822     ADD         1                   TO      WK-RUN-READ-CNT.
260822     ADD         MF02-AMT            TO      WK-TRL-SUM-AMT.
260808     IF         (MF02-AMT-MARK     =      '-')
260808       COMPUTE   WMF02-TOT           =      WMF02-TOT
260808                                    +       MF02-AMT.
      *    ENDIF
      *---------------------------------------------------------------*
      *    261015  帳號檢核(3625)曾改掛NOTFND，返回後重新掛回本段      *
      *    彙總寫檔所需之處理條件                                      *
      *---------------------------------------------------------------*
261015     MOVE        MF02-BRANCH-CODE    TO      WK-REG-CHK-BRANCH.
261015     MOVE        MF02-ACCOUNT-NO     TO      WK-REG-CHK-ACCT.
261015     PERFORM     3625-REG-CHECK-RTN  THRU    3625-EXIT.
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(3621-9999-DATA-RTN)
261015                 DUPREC(3621-9999-REW-RTN)
261015                 NOTFND(3621-9999-WRITE-RTN)
261015                 END-EXEC.
260808     GO          TO      3620-READNEXT-RTN.
260808 3621-9999-DATA-RTN.
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBMF02')
261015     END-EXEC.
260808     EXEC  CICS  READ
260808           DATASET('CBMF02')
260808           INTO(TIPMF02)
260808     GO          TO      3620-EXIT.
260808 3620-EXIT.
260808     EXIT.
      *---------------------------------------------------------------*
      *    261015  帳號檢核：以WK-REG-CHK-ACCT讀取CBMFACR帳戶主檔，    *
      *    帳戶開戶中者放行；查無(狀態'?')或已結清('C')者累計例外      *
      *    筆數並列印例外清單表示列，由3629-REG-BLOCK-RTN於檢索完      *
      *    成後擋下IFTO排程，避免央行以已結清帳戶退檔                  *
      *---------------------------------------------------------------*
261015 3625-REG-CHECK-RTN.
261015     MOVE        WK-REG-CHK-ACCT     TO      ACR-ACCOUNT-NO.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(3625-NOTFND-RTN)
261015                 END-EXEC.
261015     EXEC  CICS  READ
261015                 DATASET('CBMFACR')
261015                 INTO(TIPACR)
261015                 LENGTH(ACR-LENGTH)
261015                 RIDFLD(ACR-KEY)
261015     END-EXEC.
261015     IF          ACR-ST-OPEN
261015     THEN
261015       GO        TO      3625-EXIT.
      *    ENDIF
261015     MOVE        ACR-STATUS          TO      LA5P-STATUS.
261015     GO          TO      3625-LIST-RTN.
261015 3625-NOTFND-RTN.
261015     MOVE        '?'                 TO      LA5P-STATUS.
261015 3625-LIST-RTN.
261015     ADD         1                   TO      WK-REG-EXC-CNT.
261015     MOVE        CTF-INQ-TYPE        TO      LA5P-INQ-TYPE.
261015     MOVE        WK-REG-CHK-BRANCH   TO      LA5P-BRANCH.
261015     MOVE        WK-REG-CHK-ACCT     TO      LA5P-ACCOUNT-NO.
261015     EXEC        CICS    START   TRANSID  ('OPCT')
261015                                 INTERVAL (0)
261015                                 FROM     (LA5P-DATA)
261015                                 LENGTH   (51)
261015                                 TERMID   (CWHCTID)
261015                                 END-EXEC.
261015 3625-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  CBMF02/CBMF20檢索完成後，有帳號檢核例外時以MB63     *
      *    回覆並結束交易，不排程IFTO；俟CBMF033補登或更正帳號後       *
      *    重新執行                                                    *
      *---------------------------------------------------------------*
261015 3629-REG-BLOCK-RTN.
261015     IF          WK-REG-EXC-CNT      >       0
261015     THEN
261015       MOVE      'MB63'              TO      WK-MSG-CODE
261015       MOVE
261015         '帳號未登錄或已結清請查清單'
261015                                     TO      WK-MSG-CONTENT
261015       PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
261015 3629-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  大額覆核：以WK-LV-AMT(絕對值)與該型別/幣別CBTPLVT   *
      *    門檻比較，超過者依CBTPLVQ佇列狀態處理：查無者新增'P'待     *
      *    覆核；'P'者仍待覆核；'A'已核准者放行；'X'已剔除者比照       *
      *    轉換退件寫入CBTPCRJ(回應碼'X')並記入待刪除表，由呼叫端      *
      *    略過該筆(WK-LV-PULL='Y')，ENDBR後以9310自線上檔刪除。       *
      *    佇列金額與本次不符(原檔已更正)者改列'P'重新覆核。待覆       *
      *    核/剔除者逐筆列印通知列。呼叫前WK-LV-*及WK-REJ-FILE-ID/     *
      *    DS/REC/REC-LEN須已設妥                                      *
      *---------------------------------------------------------------*
261015 3630-LV-CHECK-RTN.
261015     MOVE        'N'                 TO      WK-LV-PULL.
261015     COMPUTE     WK-LV-SUB           =       WK-LV-CURRENCY + 1.
261015     IF          WK-LV-FOUND(WK-LV-SUB)      =       SPACE
261015     THEN
261015       PERFORM   3631-LV-THRESHOLD-RTN THRU  3631-EXIT.
      *    ENDIF
261015     IF          WK-LV-FOUND(WK-LV-SUB)      NOT =   'Y'
261015     THEN
261015       GO        TO      3630-EXIT.
      *    ENDIF
261015     IF          WK-LV-AMT           NOT >   WK-LV-THRESHOLD
261015                                             (WK-LV-SUB)
261015     THEN
261015       GO        TO      3630-EXIT.
      *    ENDIF
261015     MOVE        CTF-INQ-TYPE        TO      LVQ-INQ-TYPE.
261015     MOVE        WK-LV-REC-KEY       TO      LVQ-REC-KEY.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(3630-NEW-RTN)
261015                 END-EXEC.
261015     EXEC  CICS  READ
261015                 DATASET('CBTPLVQ')
261015                 INTO(TIPLVQ)
261015                 LENGTH(LVQ-LENGTH)
261015                 RIDFLD(LVQ-KEY)
261015                 UPDATE
261015     END-EXEC.
261015     IF          LVQ-AMT             NOT =   WK-LV-AMT
261015          OR     LVQ-AMT-MARK        NOT =   WK-LV-AMT-MARK
261015     THEN
261015       PERFORM   3632-LV-FILL-RTN    THRU    3632-EXIT
261015       EXEC CICS REWRITE
261015                 DATASET('CBTPLVQ')
261015                 FROM(TIPLVQ)
261015                 LENGTH(LVQ-LENGTH)
261015       END-EXEC
261015       GO        TO      3630-LIST-RTN.
      *    ENDIF
261015     EXEC        CICS    UNLOCK
261015                 DATASET('CBTPLVQ')
261015     END-EXEC.
261015     IF          LVQ-ST-APPROVED
261015     THEN
261015       GO        TO      3630-EXIT.
      *    ENDIF
261015     IF          LVQ-ST-REJECTED
261015     THEN
261015       GO        TO      3630-PULL-RTN.
      *    ENDIF
261015     GO          TO      3630-LIST-RTN.
261015 3630-NEW-RTN.
261015     PERFORM     3632-LV-FILL-RTN    THRU    3632-EXIT.
261015     EXEC  CICS  WRITE
261015                 DATASET('CBTPLVQ')
261015                 FROM(TIPLVQ)
261015                 LENGTH(LVQ-LENGTH)
261015                 RIDFLD(LVQ-KEY)
261015     END-EXEC.
261015 3630-LIST-RTN.
261015     ADD         1                   TO      WK-LV-PEND-CNT.
261015     PERFORM     3633-LV-PRINT-RTN   THRU    3633-EXIT.
261015     GO          TO      3630-EXIT.
261015 3630-PULL-RTN.
261015     MOVE        'Y'                 TO      WK-LV-PULL.
261015     ADD         1                   TO      WK-LV-PULL-CNT.
261015     PERFORM     3633-LV-PRINT-RTN   THRU    3633-EXIT.
261015     MOVE        SPACES              TO      CDC-ERROR-MSG.
261015     MOVE        'X'                 TO      CDC-ERROR-MSG-CLASS.
261015     MOVE        '大額交易經主管覆核剔除'
261015                                     TO      CDC-MSG-TEXT.
261015     MOVE        WK-LV-REC-KEY       TO      WK-REJ-KEY.
261015     PERFORM     9300-CVT-REJECT-RTN THRU    9300-EXIT.
261015 3630-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  讀取該型別/幣別之大額覆核門檻存入WK-LV-TBL，查無    *
      *    或門檻為零者標示'N'，本次檢索該幣別不再檢核                 *
      *---------------------------------------------------------------*
261015 3631-LV-THRESHOLD-RTN.
261015     MOVE        'N'                 TO      WK-LV-FOUND
261015                                             (WK-LV-SUB).
261015     MOVE        CTF-INQ-TYPE        TO      LVT-INQ-TYPE.
261015     MOVE        WK-LV-CURRENCY      TO      LVT-CURRENCY.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(3631-EXIT)
261015                 END-EXEC.
261015     EXEC  CICS  READ
261015                 DATASET('CBTPLVT')
261015                 INTO(TIPLVT)
261015                 LENGTH(LVT-LENGTH)
261015                 RIDFLD(LVT-KEY)
261015     END-EXEC.
261015     IF          LVT-THRESHOLD       >       0
261015     THEN
261015       MOVE      'Y'                 TO      WK-LV-FOUND
261015                                             (WK-LV-SUB)
261015       MOVE      LVT-THRESHOLD       TO      WK-LV-THRESHOLD
261015                                             (WK-LV-SUB).
      *    ENDIF
261015 3631-EXIT.
261015     EXIT.
261015 3632-LV-FILL-RTN.
261015     MOVE        'P'                 TO      LVQ-STATUS.
261015     MOVE        WK-LV-CURRENCY      TO      LVQ-CURRENCY.
261015     MOVE        WK-LV-AMT-MARK      TO      LVQ-AMT-MARK.
261015     MOVE        WK-LV-AMT           TO      LVQ-AMT.
261015     MOVE        WK-LV-THRESHOLD(WK-LV-SUB)
261015                                     TO      LVQ-THRESHOLD.
261015     MOVE        WK-LV-BRANCH        TO      LVQ-BRANCH-CODE.
261015     MOVE        WK-LV-RCV-PAY       TO      LVQ-RCV-PAY.
261015     MOVE        TWA-TXN-DAT7        TO      LVQ-BUS-DATE.
261015     PERFORM     9180-GET-TIMESTAMP-RTN THRU 9180-EXIT.
261015     MOVE        WK-BIF-TIMESTAMP    TO      LVQ-QUEUE-TIME.
261015     MOVE        SPACES              TO      LVQ-REVW-OPID.
261015     MOVE        SPACES              TO      LVQ-REVW-TIME.
261015 3632-EXIT.
261015     EXIT.
261015 3633-LV-PRINT-RTN.
261015     MOVE        CTF-INQ-TYPE        TO      LB9P-INQ-TYPE.
261015     MOVE        WK-LV-BRANCH        TO      LB9P-BRANCH.
261015     MOVE        WK-LV-REC-KEY       TO      LB9P-REC-KEY.
261015     MOVE        WK-LV-CURRENCY      TO      LB9P-CURRENCY.
261015     MOVE        WK-LV-AMT-MARK      TO      LB9P-AMT-MARK.
261015     MOVE        WK-LV-AMT           TO      LB9P-AMT.
261015     MOVE        LVQ-STATUS          TO      LB9P-STATUS.
261015     EXEC        CICS    START   TRANSID  ('OPCT')
261015                                 INTERVAL (0)
261015                                 FROM     (LB9P-DATA)
261015                                 LENGTH   (89)
261015                                 TERMID   (CWHCTID)
261015                                 END-EXEC.
261015 3633-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  CBMF02/CBMF034檢索完成後，尚有待覆核之大額交易時    *
      *    以MB6F回覆並結束交易，不排程IFTO；俟主管以CBLULVR逐筆核     *
      *    准/剔除後重新執行                                           *
      *---------------------------------------------------------------*
261015 3639-LV-HOLD-RTN.
261015     IF          WK-LV-PEND-CNT      >       0
261015     THEN
261015       MOVE      'MB6F'              TO      WK-MSG-CODE
261015       MOVE
261015         '大額交易待主管覆核暫停傳送'
261015                                     TO      WK-MSG-CONTENT
261015       PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
261015 3639-EXIT.
261015     EXIT.
      *-------------------------------------------------------------*
      *    260808  CTF-INQ-TYPE=5：機關專戶異動檔(CBMF051)軋總       *
      *    依MF051-AMT-MARK正負累計總額，寫回BRANCH-CODE=9999999/    *
260822     THEN
260822                 GO   TO    3640-READNEXT-RTN.
      *    ENDIF
      *---------------------------------------------------------------*
      *    261015  分行主檔檢核：查無或已裁撤者比照轉換退件剔除，不    *
      *    列入總額及筆數；檢核曾改掛處理條件，返回後重新掛回          *
      *---------------------------------------------------------------*
261015     MOVE        'TIPMF051'          TO      WK-REJ-FILE-ID.
261015     MOVE        'CBMF051 '          TO      WK-REJ-DS.
261015     MOVE        TIPMF051            TO      WK-REJ-REC.
261015     MOVE        MF051-KEY           TO      WK-REJ-KEY.
261015     MOVE        29                  TO      WK-REJ-REC-LEN.
261015     MOVE        MF051-BRANCH-CODE   TO      WK-BRM-IN.
261015     PERFORM     9510-BRM-CHECK-RTN  THRU    9510-EXIT.
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(3641-9999-DATA-RTN)
261015                 DUPREC(3641-9999-REW-RTN)
261015                 NOTFND(3641-9999-WRITE-RTN)
261015                 END-EXEC.
261015     IF          WK-BRM-PULL         =       'Y'
261015     THEN
261015       GO        TO      3640-READNEXT-RTN.
      *    ENDIF
260822     ADD         1                   TO      WK-RUN-READ-CNT.
260822     ADD         MF051-AMT           TO      WK-TRL-SUM-AMT.
260808     IF         (MF051-AMT-MARK    =      '-')
      *    ENDIF
260808     GO          TO      3640-READNEXT-RTN.
260808 3641-9999-DATA-RTN.
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBMF051')
261015     END-EXEC.
260808     EXEC  CICS  READ
260808           DATASET('CBMF051')
260808           INTO(TIPMF051)
260822     THEN
260822                 GO   TO    3660-READNEXT-RTN.
      *    ENDIF
      *---------------------------------------------------------------*
      *    261015  分行主檔檢核：查無或已裁撤者比照轉換退件剔除，不    *
      *    列入總額及筆數；檢核曾改掛處理條件，返回後重新掛回          *
      *---------------------------------------------------------------*
261015     MOVE        'TIPMF052'          TO      WK-REJ-FILE-ID.
261015     MOVE        'CBMF052 '          TO      WK-REJ-DS.
261015     MOVE        TIPMF052            TO      WK-REJ-REC.
261015     MOVE        MF052-KEY           TO      WK-REJ-KEY.
261015     MOVE        29                  TO      WK-REJ-REC-LEN.
261015     MOVE        MF052-BRANCH-CODE   TO      WK-BRM-IN.
261015     PERFORM     9510-BRM-CHECK-RTN  THRU    9510-EXIT.
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(3661-9999-DATA-RTN)
261015                 DUPREC(3661-9999-REW-RTN)
261015                 NOTFND(3661-9999-WRITE-RTN)
261015                 END-EXEC.
261015     IF          WK-BRM-PULL         =       'Y'
261015     THEN
261015       GO        TO      3660-READNEXT-RTN.
      *    ENDIF
260822     ADD         1                   TO      WK-RUN-READ-CNT.
260822     ADD         MF052-AMT           TO      WK-TRL-SUM-AMT.
260808     IF         (MF052-AMT-MARK    =      '-')
      *    ENDIF
260808     GO          TO      3660-READNEXT-RTN.
260808 3661-9999-DATA-RTN.
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBMF052')
261015     END-EXEC.
260808     EXEC  CICS  READ
260808           DATASET('CBMF052')
260808           INTO(TIPMF052)
      *-------------------------------------------------------------*
260808 3680-MF20-RETRIV-RTN.
260808     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(3680-EOF-RTN)
260808                 ERROR(3680-EXIT)
260808                 END-EXEC.
260808     MOVE        SPACES   TO  MF20-KEY.
260822     THEN
260822                 GO   TO    3680-READNEXT-RTN.
      *    ENDIF
      *---------------------------------------------------------------*
      *    261015  分行主檔檢核：查無或已裁撤者比照轉換退件剔除，不    *
      *    列入總額及筆數；檢核曾改掛處理條件，返回後重新掛回          *
      *---------------------------------------------------------------*
261015     MOVE        'TIPMF20 '          TO      WK-REJ-FILE-ID.
261015     MOVE        'CBMF20  '          TO      WK-REJ-DS.
261015     MOVE        TIPMF20             TO      WK-REJ-REC.
261015     MOVE        MF20-KEY            TO      WK-REJ-KEY.
261015     MOVE        36                  TO      WK-REJ-REC-LEN.
261015     MOVE        MF20-BRANCH-CODE    TO      WK-BRM-IN.
261015     PERFORM     9510-BRM-CHECK-RTN  THRU    9510-EXIT.
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(3680-EOF-RTN)
261015                 ERROR(3680-EXIT)
261015                 END-EXEC.
261015     IF          WK-BRM-PULL         =       'Y'
261015     THEN
261015       GO        TO      3680-READNEXT-RTN.
      *    ENDIF
260808     ADD         1           TO   WMF20-CNT.
260822     ADD         1           TO   WK-RUN-READ-CNT.
261015     MOVE        MF20-BRANCH-CODE    TO      WK-REG-CHK-BRANCH.
261015     MOVE        MF20-ACCOUNT-NO     TO      WK-REG-CHK-ACCT.
261015     PERFORM     3625-REG-CHECK-RTN  THRU    3625-EXIT.
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(3680-EOF-RTN)
261015                 NOTFND(3680-EXIT)
261015                 ERROR(3680-EXIT)
261015                 END-EXEC.
260808     GO          TO    3680-READNEXT-RTN.
261015 3680-EOF-RTN.
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBMF20')
261015     END-EXEC.
260808 3680-EXIT.
260808     EXIT.
260808 3690-MF20-RETRIV-RTN.
260822     THEN
260822                 GO    TO    3700-READNEXT-RTN.
      *    ENDIF
      *---------------------------------------------------------------*
      *    261015  分行主檔檢核：查無或已裁撤者比照轉換退件剔除，不    *
      *    列入總額及筆數；檢核曾改掛處理條件，返回後重新掛回          *
      *---------------------------------------------------------------*
261015     MOVE        'TIPMF035'          TO      WK-REJ-FILE-ID.
261015     MOVE        'CBMF035 '          TO      WK-REJ-DS.
261015     MOVE        TIPMF035            TO      WK-REJ-REC.
261015     MOVE        MF035-KEY           TO      WK-REJ-KEY.
261015     MOVE        58                  TO      WK-REJ-REC-LEN.
261015     MOVE        MF035-BRANCH-CODE   TO      WK-BRM-IN.
261015     PERFORM     9510-BRM-CHECK-RTN  THRU    9510-EXIT.
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(3701-9999-DATA-RTN)
261015                 DUPREC(3701-9999-REW-RTN)
261015                 NOTFND(3701-9999-WRITE-RTN)
261015                 END-EXEC.
261015     IF          WK-BRM-PULL         =       'Y'
261015     THEN
261015       GO        TO      3700-READNEXT-RTN.
      *    ENDIF
260822     ADD         1                   TO  WK-RUN-READ-CNT.
260822     ADD         MF035-NONINT-AMT    TO  WK-TRL-SUM-AMT.
260822     ADD         MF035-INT-AMT       TO  WK-TRL-SUM-AMT.
      *    ENDIF
260808     GO    TO    3700-READNEXT-RTN.
260808 3701-9999-DATA-RTN.
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBMF035')
261015     END-EXEC.
260808     EXEC  CICS  READ
260808           DATASET('CBMF035')
260808           INTO(TIPMF035)
      *    9999999/帳號'CUR'+幣別之結算紀錄(MF035-NONINT-AMT=月息，    *
      *    MF035-INT-AMT=該幣別結算月無息餘額累計)，同3402-UPDATE-     *
      *    MF032-RTN對新臺幣之作法                                     *
      *    261015  各幣別月息另依結算月月底匯率折算新臺幣(CBMFFXV     *
      *    及'T'分錄)，逐幣別列印彙總表後列印新臺幣合計列              *
      *---------------------------------------------------------------*
260822 3702-FXS-SETTLE-RTN.
261015     MOVE        ZEROS               TO    WK-XRT-TWD-TOT.
261015     MOVE        ZEROS               TO    WK-XRT-CUR-CNT.
261015     MOVE        ZEROS               TO    WK-XRT-MISS-CNT.
260822     PERFORM     3710-MF035-SETTLE-RTN THRU  3710-EXIT
260822     VARYING     WK-FXS-SUB  FROM  1  BY  1
260822     UNTIL       WK-FXS-SUB  >  10.
261015     PERFORM     3718-FXS-TOTAL-RTN  THRU  3718-EXIT.
260822     GO          TO      3700-EXIT.
260822 3703-FXS-CLR-RTN.
260822     MOVE        ZEROS               TO    WK-FXS-NONINT-TOT
260902     MOVE        TWA-TXN-DAT7        TO    WK-GL-BUS-DATE.
260822     MOVE        'TIPMF035'          TO    WK-GL-SOURCE.
260822     PERFORM     3409-GL-WRITE-RTN   THRU  3409-EXIT.
261015     PERFORM     3714-XRT-GET-RATE-RTN THRU 3714-EXIT.
261015     COMPUTE     WK-XRT-TWD  ROUNDED =     WMF035-TOTAL
261015                                     *     WK-XRT-RATE.
261015     PERFORM     3715-FXV-WRITE-RTN  THRU  3715-EXIT.
261015     MOVE        'T'                 TO    WK-GL-ENTRY-TYPE.
261015     MOVE        WK-XRT-TWD          TO    WK-GL-AMT.
261015     MOVE        WK-XRT-RATE         TO    WK-GL-XRT-RATE.
261015     MOVE        'TIPFXV  '          TO    WK-GL-SOURCE.
261015     PERFORM     3409-GL-WRITE-RTN   THRU  3409-EXIT.
261015     MOVE        ZEROS               TO    WK-GL-XRT-RATE.
261015     PERFORM     3717-FXS-PRINT-RTN  THRU  3717-EXIT.
260822 3710-EXIT.
260822     EXIT.
      *---------------------------------------------------------------*
260822     GO          TO      3712-EXIT.
260822 3712-EXIT.
260822     EXIT.
      *---------------------------------------------------------------*
      *    261015  查CBTPXRT取該幣別於結算月月底(含)以前最新之匯率     *
      *    (反向鍵GTEQ，同3711-FXR-GET-RATE-RTN作法)；該幣別尚未建     *
      *    檔時匯率以零計，新臺幣等值為零並註記'N'，俟補建後重跑       *
      *---------------------------------------------------------------*
261015 3714-XRT-GET-RATE-RTN.
261015     MOVE        ZEROS               TO    WK-XRT-RATE.
261015     MOVE        ZEROS               TO    WK-XRT-DATE.
261015     MOVE        'N'                 TO    WK-XRT-FOUND.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(3714-EXIT)
261015                 ENDFILE(3714-EOF-RTN)
261015                 END-EXEC.
261015     COMPUTE     WK-XRT-WRK-KEY      =     9999999
261015                                     -    (WK-FXS-SETL-NUM * 100
261015                                     +     31).
261015     MOVE        WK-FXS-CUR          TO    XRT-CURRENCY.
261015     MOVE        WK-XRT-WRK-KEY      TO    XRT-REV-KEY.
261015     EXEC  CICS  STARTBR
261015                 DATASET('CBTPXRT')
261015                 RIDFLD(XRT-KEY)
261015                 GTEQ
261015     END-EXEC.
261015     EXEC  CICS  READNEXT
261015                 DATASET('CBTPXRT')
261015                 INTO(TIPXRT)
261015                 LENGTH(XRT-LENGTH)
261015                 RIDFLD(XRT-KEY)
261015     END-EXEC.
261015     IF          XRT-CURRENCY        =     WK-FXS-CUR
261015     THEN
261015       MOVE      XRT-RATE            TO    WK-XRT-RATE
261015       MOVE      XRT-RATE-DATE       TO    WK-XRT-DATE
261015       MOVE      'Y'                 TO    WK-XRT-FOUND.
      *    ENDIF
261015 3714-EOF-RTN.
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBTPXRT')
261015     END-EXEC.
261015 3714-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  寫入該結算月/幣別之新臺幣折算紀錄(重跑時改寫，同    *
      *    3712-FXS-WRITE-RTN作法)                                     *
      *---------------------------------------------------------------*
261015 3715-FXV-WRITE-RTN.
261015     MOVE        WK-FXS-SETL-NUM     TO    FXV-SETTLE-MONTH.
261015     MOVE        WK-FXS-CUR          TO    FXV-CURRENCY.
261015     EXEC CICS   HANDLE CONDITION
261015                 DUPREC(3715-REW-RTN)
261015                 NOTFND(3715-WRITE-RTN)
261015                 END-EXEC.
261015     EXEC  CICS  READ
261015                 DATASET('CBMFFXV')
261015                 INTO(TIPFXV)
261015                 LENGTH(FXV-LENGTH)
261015                 RIDFLD(FXV-KEY)
261015                 UPDATE
261015     END-EXEC.
261015     GO          TO      3715-REW-RTN.
261015 3715-WRITE-RTN.
261015     MOVE        SPACES              TO    TIPFXV.
261015     MOVE        WK-FXS-SETL-NUM     TO    FXV-SETTLE-MONTH.
261015     MOVE        WK-FXS-CUR          TO    FXV-CURRENCY.
261015     PERFORM     3716-FXV-FILL-RTN   THRU  3716-EXIT.
261015     MOVE        '0'                 TO    FXV-ADJ-TWD-MARK.
261015     MOVE        ZEROS               TO    FXV-ADJ-TWD-AMT.
261015     EXEC  CICS  WRITE
261015                 DATASET('CBMFFXV')
261015                 FROM(TIPFXV)
261015                 LENGTH(FXV-LENGTH)
261015                 RIDFLD(FXV-KEY)
261015     END-EXEC.
261015     GO          TO      3715-EXIT.
261015 3715-REW-RTN.
261015     PERFORM     3716-FXV-FILL-RTN   THRU  3716-EXIT.
261015     EXEC  CICS  REWRITE
261015                 DATASET('CBMFFXV')
261015                 FROM(TIPFXV)
261015     END-EXEC.
261015     EXEC        CICS    UNLOCK
261015                 DATASET('CBMFFXV')
261015     END-EXEC.
261015     GO          TO      3715-EXIT.
261015 3716-FXV-FILL-RTN.
261015     IF          WMF035-TOTAL        <     0
261015     THEN
261015       MOVE      '-'                 TO    FXV-INT-MARK
261015       COMPUTE   FXV-INT-AMT         =     WMF035-TOTAL
261015                                     *     -1
261015     ELSE
261015       MOVE      '0'                 TO    FXV-INT-MARK
261015       MOVE      WMF035-TOTAL        TO    FXV-INT-AMT.
      *    ENDIF
261015     IF          WK-XRT-TWD          <     0
261015     THEN
261015       MOVE      '-'                 TO    FXV-TWD-MARK
261015       COMPUTE   FXV-TWD-AMT         =     WK-XRT-TWD
261015                                     *     -1
261015     ELSE
261015       MOVE      '0'                 TO    FXV-TWD-MARK
261015       MOVE      WK-XRT-TWD          TO    FXV-TWD-AMT.
      *    ENDIF
261015     MOVE        WMF035-RATE-PCT     TO    FXV-INT-RATE-PCT.
261015     MOVE        WK-XRT-FOUND        TO    FXV-XRT-FOUND.
261015     MOVE        WK-XRT-DATE         TO    FXV-XRT-DATE.
261015     MOVE        WK-XRT-RATE         TO    FXV-XRT-RATE.
261015     MOVE        TWA-TXN-DAT7        TO    FXV-BUS-DATE.
261015 3716-EXIT.
261015     EXIT.
261015 3715-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  列印一幣別之外幣月息新臺幣折算彙總列，並累計合計    *
      *---------------------------------------------------------------*
261015 3717-FXS-PRINT-RTN.
261015     ADD         1                   TO    WK-XRT-CUR-CNT.
261015     ADD         WK-XRT-TWD          TO    WK-XRT-TWD-TOT.
261015     IF          WK-XRT-FOUND        =     'N'
261015     THEN
261015       ADD       1                   TO    WK-XRT-MISS-CNT.
      *    ENDIF
261015     MOVE        WK-FXS-SETL-NUM     TO    LC4P-SETTLE.
261015     MOVE        WK-FXS-CUR          TO    LC4P-CUR.
261015     MOVE        FXV-INT-MARK        TO    LC4P-INT-MARK.
261015     MOVE        FXV-INT-AMT         TO    LC4P-INT-AMT.
261015     MOVE        FXV-INT-RATE-PCT    TO    LC4P-INT-PCT.
261015     MOVE        FXV-XRT-DATE        TO    LC4P-XRT-DATE.
261015     MOVE        FXV-XRT-RATE        TO    LC4P-XRT-RATE.
261015     MOVE        FXV-TWD-MARK        TO    LC4P-TWD-MARK.
261015     MOVE        FXV-TWD-AMT         TO    LC4P-TWD-AMT.
261015     MOVE        FXV-XRT-FOUND       TO    LC4P-STATUS.
261015     EXEC        CICS    START   TRANSID  ('OPCT')
261015                                 INTERVAL (0)
261015                                 FROM     (LC4P-DATA)
261015                                 LENGTH   (102)
261015                                 TERMID   (CWHCTID)
261015                                 END-EXEC.
261015 3717-EXIT.
261015     EXIT.
261015 3718-FXS-TOTAL-RTN.
261015     IF          WK-XRT-CUR-CNT      =     0
261015     THEN
261015       GO        TO      3718-EXIT.
      *    ENDIF
261015     MOVE        WK-FXS-SETL-NUM     TO    LC5P-SETTLE.
261015     MOVE        WK-XRT-CUR-CNT      TO    LC5P-CUR-CNT.
261015     MOVE        WK-XRT-MISS-CNT     TO    LC5P-MISS-CNT.
261015     IF          WK-XRT-TWD-TOT      <     0
261015     THEN
261015       MOVE      '-'                 TO    LC5P-TWD-MARK
261015       COMPUTE   LC5P-TWD-AMT        =     WK-XRT-TWD-TOT
261015                                     *     -1
261015     ELSE
261015       MOVE      '0'                 TO    LC5P-TWD-MARK
261015       MOVE      WK-XRT-TWD-TOT      TO    LC5P-TWD-AMT.
      *    ENDIF
261015     EXEC        CICS    START   TRANSID  ('OPCT')
261015                                 INTERVAL (0)
261015                                 FROM     (LC5P-DATA)
261015                                 LENGTH   (50)
261015                                 TERMID   (CWHCTID)
261015                                 END-EXEC.
261015 3718-EXIT.
261015     EXIT.
260808 3700-EXIT.
260808     EXIT.
       3902-MV-DATA-RTN.
           EXIT.                                                        
       5000-FILE-REPAIR-RTN.                                            
260822      PERFORM  5100-TRL-VERIFY-RTN  THRU  5100-EXIT.
261015      PERFORM  5300-VOL-CHECK-RTN   THRU  5300-EXIT.
            EXEC     CICS   START        TRANSID ('IFTO')
                                         TERMID ('CNSL')
                                         INTERVAL(WK-IS-TIME)
260822     GO          TO      5210-EXIT.
260822 5210-EXIT.
260822     EXIT.
      *---------------------------------------------------------------*
      *    261015  傳送前歷史區間檢核：本次讀取筆數及彙總金額與        *
      *    CBTPRUN近期同型別/同場次已完成營業日之平均比較，偏離        *
      *    超出CBTPTOL容許區間者寫入CBTPVOL(狀態'H')、通知主控台並     *
      *    以MB64回覆結束交易，不排程IFTO；俟查明後由具VOLREL權限      *
      *    之操作員帶CTF-VOL-RELEASE='Y'重跑放行(狀態'R')。暫停之      *
      *    檔案未寫CBTPRUN完成紀錄，不納入日後之歷史平均               *
      *---------------------------------------------------------------*
261015 5300-VOL-CHECK-RTN.
261015     PERFORM     3025-RUN-SUM-SET-RTN THRU   3025-EXIT.
261015     IF          WK-RUN-SUM-AMT      <       0
261015     THEN
261015       COMPUTE   WK-VOL-CUR-AMT      =       WK-RUN-SUM-AMT
261015                                     *       -1
261015     ELSE
261015       MOVE      WK-RUN-SUM-AMT      TO      WK-VOL-CUR-AMT.
      *    ENDIF
261015     PERFORM     5310-VOL-TOL-READ-RTN THRU  5310-EXIT.
261015     PERFORM     5320-VOL-HIST-RTN   THRU    5320-EXIT.
261015     PERFORM     5330-VOL-DEV-RTN    THRU    5330-EXIT.
261015     PERFORM     5340-VOL-BAND-RTN   THRU    5340-EXIT.
261015     PERFORM     5350-VOL-SAVE-RTN   THRU    5350-EXIT.
261015     IF          WK-VOL-STATUS       =       'H'
261015          OR     WK-VOL-STATUS       =       'R'
261015     THEN
261015       PERFORM   5360-VOL-ALERT-RTN  THRU    5360-EXIT.
      *    ENDIF
261015     IF          WK-VOL-STATUS       =       'H'
261015     THEN
261015       MOVE      'MB64'              TO      WK-MSG-CODE
261015       MOVE      '筆數金額超出區間暫停傳送'
261015                                     TO      WK-MSG-CONTENT
261015       PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
      *---------------------------------------------------------------*
      *    261015  放行前改掛回一般性NOTFND處理(同5201-DCT-ALLOW-RTN)  *
      *---------------------------------------------------------------*
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(602-NO-REC-FOUND)
261015                 END-EXEC.
261015 5300-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  讀取本型別之容許區間參數；查無者僅記錄偏離幅度      *
      *    不檢核(WK-VOL-TOL-FOUND='N')，取樣日數以10日計              *
      *---------------------------------------------------------------*
261015 5310-VOL-TOL-READ-RTN.
261015     MOVE        'Y'                 TO      WK-VOL-TOL-FOUND.
261015     MOVE        CTF-INQ-TYPE        TO      TOL-INQ-TYPE.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(5311-VOL-TOL-NONE-RTN)
261015                 END-EXEC.
261015     EXEC  CICS  READ
261015                 DATASET('CBTPTOL')
261015                 INTO(TIPTOL)
261015                 LENGTH(TOL-LENGTH)
261015                 RIDFLD(TOL-KEY)
261015     END-EXEC.
261015     MOVE        TOL-HIST-DAYS       TO      WK-VOL-HIST-DAYS.
261015     GO          TO      5312-VOL-TOL-DAYS-RTN.
261015 5311-VOL-TOL-NONE-RTN.
261015     MOVE        'N'                 TO      WK-VOL-TOL-FOUND.
261015     MOVE        ZEROS               TO      TIPTOL.
261015     MOVE        ZEROS               TO      WK-VOL-HIST-DAYS.
261015 5312-VOL-TOL-DAYS-RTN.
261015     IF          WK-VOL-HIST-DAYS    =       0
261015     THEN
261015       MOVE      10                  TO      WK-VOL-HIST-DAYS.
      *    ENDIF
261015 5310-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  自CBTPRUN檔尾倒序瀏覽，累計本營業日以前同型別/      *
      *    同場次已完成(RUN-END-TIME非空白)之讀取筆數及彙總金額，      *
      *    取足WK-VOL-HIST-DAYS個營業日、檔頭或瀏覽逾2000筆即止        *
      *---------------------------------------------------------------*
261015 5320-VOL-HIST-RTN.
261015     MOVE        ZEROS               TO      WK-VOL-DAY-CNT.
261015     MOVE        ZEROS               TO      WK-VOL-SCAN-CNT.
261015     MOVE        ZEROS               TO      WK-VOL-CNT-TOT.
261015     MOVE        ZEROS               TO      WK-VOL-AMT-TOT.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(5320-EXIT)
261015                 ENDFILE(5322-VOL-HIST-END-RTN)
261015                 END-EXEC.
261015     MOVE        HIGH-VALUES         TO      RUN-KEY.
261015     EXEC  CICS  STARTBR
261015                 DATASET('CBTPRUN')
261015                 RIDFLD(RUN-KEY)
261015                 GTEQ
261015     END-EXEC.
261015 5321-VOL-HIST-PREV-RTN.
261015     EXEC  CICS  READPREV
261015                 DATASET('CBTPRUN')
261015                 INTO(TIPRUN)
261015                 LENGTH(RUN-LENGTH)
261015                 RIDFLD(RUN-KEY)
261015     END-EXEC.
261015     ADD         1                   TO      WK-VOL-SCAN-CNT.
261015     IF          WK-VOL-SCAN-CNT     >       2000
261015     THEN
261015       GO        TO      5322-VOL-HIST-END-RTN.
      *    ENDIF
261015     IF          RUN-BUS-DATE    NOT <       TWA-TXN-DAT7
261015     THEN
261015       GO        TO      5321-VOL-HIST-PREV-RTN.
      *    ENDIF
261015     IF          RUN-INQ-TYPE    NOT =       CTF-INQ-TYPE
261015          OR     RUN-CYCLE-NO    NOT =       WK-CYCLE-NO
261015          OR     RUN-END-TIME        =       SPACES
261015     THEN
261015       GO        TO      5321-VOL-HIST-PREV-RTN.
      *    ENDIF
261015     ADD         1                   TO      WK-VOL-DAY-CNT.
261015     ADD         RUN-READ-CNT        TO      WK-VOL-CNT-TOT.
261015     ADD         RUN-SUM-AMT         TO      WK-VOL-AMT-TOT.
261015     IF          WK-VOL-DAY-CNT      <       WK-VOL-HIST-DAYS
261015     THEN
261015       GO        TO      5321-VOL-HIST-PREV-RTN.
      *    ENDIF
261015 5322-VOL-HIST-END-RTN.
261015     EXEC  CICS  ENDBR
261015                 DATASET('CBTPRUN')
261015     END-EXEC.
261015 5320-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  計算歷史平均及本次偏離百分比((本次-平均)*100/平     *
      *    均，MARK='-'表示低於平均)；平均為零而本次非零者以99999      *
      *    計，超過99999者亦以99999計                                  *
      *---------------------------------------------------------------*
261015 5330-VOL-DEV-RTN.
261015     MOVE        ZEROS               TO      WK-VOL-AVG-CNT.
261015     MOVE        ZEROS               TO      WK-VOL-AVG-AMT.
261015     IF          WK-VOL-DAY-CNT      >       0
261015     THEN
261015       COMPUTE   WK-VOL-AVG-CNT      ROUNDED
261015                                     =       WK-VOL-CNT-TOT
261015                                     /       WK-VOL-DAY-CNT
261015       COMPUTE   WK-VOL-AVG-AMT      ROUNDED
261015                                     =       WK-VOL-AMT-TOT
261015                                     /       WK-VOL-DAY-CNT.
      *    ENDIF
261015     MOVE        ZEROS               TO      WK-VOL-DEV.
261015     IF          WK-VOL-AVG-CNT      >       0
261015     THEN
261015       COMPUTE   WK-VOL-DEV          ROUNDED
261015                                     =      (WK-RUN-READ-CNT
261015                                     -       WK-VOL-AVG-CNT)
261015                                     *       100
261015                                     /       WK-VOL-AVG-CNT
261015     ELSE
261015       IF        WK-RUN-READ-CNT     >       0
261015       THEN
261015         MOVE    99999               TO      WK-VOL-DEV.
      *      ENDIF
      *    ENDIF
261015     PERFORM     5335-VOL-PCT-SET-RTN THRU   5335-EXIT.
261015     MOVE        WK-VOL-PCT-MARK     TO      WK-VOL-CNT-MARK.
261015     MOVE        WK-VOL-PCT          TO      WK-VOL-CNT-PCT.
261015     MOVE        ZEROS               TO      WK-VOL-DEV.
261015     IF          WK-VOL-AVG-AMT      >       0
261015     THEN
261015       COMPUTE   WK-VOL-DEV          ROUNDED
261015                                     =      (WK-VOL-CUR-AMT
261015                                     -       WK-VOL-AVG-AMT)
261015                                     *       100
261015                                     /       WK-VOL-AVG-AMT
261015     ELSE
261015       IF        WK-VOL-CUR-AMT      >       0
261015       THEN
261015         MOVE    99999               TO      WK-VOL-DEV.
      *      ENDIF
      *    ENDIF
261015     PERFORM     5335-VOL-PCT-SET-RTN THRU   5335-EXIT.
261015     MOVE        WK-VOL-PCT-MARK     TO      WK-VOL-AMT-MARK.
261015     MOVE        WK-VOL-PCT          TO      WK-VOL-AMT-PCT.
261015 5330-EXIT.
261015     EXIT.
261015 5335-VOL-PCT-SET-RTN.
261015     IF          WK-VOL-DEV          <       0
261015     THEN
261015       MOVE      '-'                 TO      WK-VOL-PCT-MARK
261015       COMPUTE   WK-VOL-DEV          =       WK-VOL-DEV
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      WK-VOL-PCT-MARK.
      *    ENDIF
261015     IF          WK-VOL-DEV          >       99999
261015     THEN
261015       MOVE      99999               TO      WK-VOL-PCT
261015     ELSE
261015       MOVE      WK-VOL-DEV          TO      WK-VOL-PCT.
      *    ENDIF
261015 5335-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  區間判斷：本次低於平均之LOW-PCT%或高於平均之        *
      *    HIGH-PCT%(百分比為零者該界限不檢核)即超出區間；無參數       *
      *    或歷史營業日不足者狀態'N'，區間內'P'，超出區間帶放行旗      *
      *    標並經VOLREL權限檢核通過者'R'，否則'H'                      *
      *---------------------------------------------------------------*
261015 5340-VOL-BAND-RTN.
261015     MOVE        'N'                 TO      WK-VOL-OUT-BAND.
261015     MOVE        'N'                 TO      WK-VOL-STATUS.
261015     IF          WK-VOL-TOL-FOUND    =       'N'
261015          OR     WK-VOL-DAY-CNT      <       WK-VOL-MIN-DAYS
261015     THEN
261015       GO        TO      5340-EXIT.
      *    ENDIF
261015     IF          TOL-CNT-LOW-PCT     >       0
261015          AND    WK-RUN-READ-CNT     *       100
261015                 <   WK-VOL-AVG-CNT  *       TOL-CNT-LOW-PCT
261015     THEN
261015       MOVE      'Y'                 TO      WK-VOL-OUT-BAND.
      *    ENDIF
261015     IF          TOL-CNT-HIGH-PCT    >       0
261015          AND    WK-RUN-READ-CNT     *       100
261015                 >   WK-VOL-AVG-CNT  *       TOL-CNT-HIGH-PCT
261015     THEN
261015       MOVE      'Y'                 TO      WK-VOL-OUT-BAND.
      *    ENDIF
261015     IF          TOL-AMT-LOW-PCT     >       0
261015          AND    WK-VOL-CUR-AMT      *       100
261015                 <   WK-VOL-AVG-AMT  *       TOL-AMT-LOW-PCT
261015     THEN
261015       MOVE      'Y'                 TO      WK-VOL-OUT-BAND.
      *    ENDIF
261015     IF          TOL-AMT-HIGH-PCT    >       0
261015          AND    WK-VOL-CUR-AMT      *       100
261015                 >   WK-VOL-AVG-AMT  *       TOL-AMT-HIGH-PCT
261015     THEN
261015       MOVE      'Y'                 TO      WK-VOL-OUT-BAND.
      *    ENDIF
261015     IF          WK-VOL-OUT-BAND     =       'N'
261015     THEN
261015       MOVE      'P'                 TO      WK-VOL-STATUS
261015       GO        TO      5340-EXIT.
      *    ENDIF
261015     IF          CTF-VOL-REL
261015     THEN
261015       MOVE      'VOLREL  '          TO      WK-AUT-FUNC
261015       PERFORM   9400-AUT-CHECK-RTN  THRU    9400-EXIT
261015       MOVE      'R'                 TO      WK-VOL-STATUS
261015       GO        TO      5340-EXIT.
      *    ENDIF
261015     MOVE        'H'                 TO      WK-VOL-STATUS.
261015 5340-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  寫入/改寫本營業日/型別/場次之CBTPVOL檢核紀錄        *
      *---------------------------------------------------------------*
261015 5350-VOL-SAVE-RTN.
261015     PERFORM     9180-GET-TIMESTAMP-RTN THRU  9180-EXIT.
261015     MOVE        TWA-TXN-DAT7        TO      VOL-BUS-DATE.
261015     MOVE        CTF-INQ-TYPE        TO      VOL-INQ-TYPE.
261015     MOVE        WK-CYCLE-NO         TO      VOL-CYCLE-NO.
261015     EXEC CICS   HANDLE CONDITION
261015                 DUPREC(5352-VOL-REW-RTN)
261015                 NOTFND(5351-VOL-WRITE-RTN)
261015                 END-EXEC.
261015     EXEC  CICS  READ
261015                 DATASET('CBTPVOL')
261015                 INTO(TIPVOL)
261015                 LENGTH(VOL-LENGTH)
261015                 RIDFLD(VOL-KEY)
261015                 UPDATE
261015     END-EXEC.
261015     GO          TO      5352-VOL-REW-RTN.
261015 5351-VOL-WRITE-RTN.
261015     MOVE        SPACES              TO      TIPVOL.
261015     MOVE        TWA-TXN-DAT7        TO      VOL-BUS-DATE.
261015     MOVE        CTF-INQ-TYPE        TO      VOL-INQ-TYPE.
261015     MOVE        WK-CYCLE-NO         TO      VOL-CYCLE-NO.
261015     PERFORM     5353-VOL-FILL-RTN   THRU    5353-EXIT.
261015     EXEC  CICS  WRITE
261015                 DATASET('CBTPVOL')
261015                 FROM(TIPVOL)
261015                 LENGTH(VOL-LENGTH)
261015                 RIDFLD(VOL-KEY)
261015     END-EXEC.
261015     GO          TO      5350-EXIT.
261015 5352-VOL-REW-RTN.
261015     PERFORM     5353-VOL-FILL-RTN   THRU    5353-EXIT.
261015     EXEC  CICS  REWRITE
261015                 DATASET('CBTPVOL')
261015                 FROM(TIPVOL)
261015     END-EXEC.
261015     EXEC        CICS    UNLOCK
261015                 DATASET('CBTPVOL')
261015     END-EXEC.
261015     GO          TO      5350-EXIT.
261015 5353-VOL-FILL-RTN.
261015     MOVE        WK-VOL-STATUS       TO      VOL-STATUS.
261015     MOVE        WK-VOL-DAY-CNT      TO      VOL-HIST-DAYS.
261015     MOVE        WK-RUN-READ-CNT     TO      VOL-READ-CNT.
261015     MOVE        WK-VOL-AVG-CNT      TO      VOL-AVG-CNT.
261015     MOVE        WK-VOL-CNT-MARK     TO      VOL-CNT-DEV-MARK.
261015     MOVE        WK-VOL-CNT-PCT      TO      VOL-CNT-DEV-PCT.
261015     MOVE        WK-VOL-CUR-AMT      TO      VOL-SUM-AMT.
261015     MOVE        WK-VOL-AVG-AMT      TO      VOL-AVG-AMT.
261015     MOVE        WK-VOL-AMT-MARK     TO      VOL-AMT-DEV-MARK.
261015     MOVE        WK-VOL-AMT-PCT      TO      VOL-AMT-DEV-PCT.
261015     MOVE        WK-BIF-TIMESTAMP    TO      VOL-CHECK-TIME.
261015     IF          WK-VOL-STATUS       =       'R'
261015     THEN
261015       MOVE      EIBOPID             TO      VOL-REL-OPID
261015       MOVE      WK-BIF-TIMESTAMP    TO      VOL-REL-TIME
261015     ELSE
261015       MOVE      SPACES              TO      VOL-REL-OPID
261015       MOVE      SPACES              TO      VOL-REL-TIME.
      *    ENDIF
261015 5353-EXIT.
261015     EXIT.
261015 5350-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  暫停傳送或授權放行時通知主控台                      *
      *---------------------------------------------------------------*
261015 5360-VOL-ALERT-RTN.
261015     MOVE        WK-FILE-ID          TO      LA7P-FILE-ID.
261015     MOVE        WK-CYCLE-NO         TO      LA7P-CYCLE.
261015     MOVE        WK-RUN-READ-CNT     TO      LA7P-CNT.
261015     MOVE        WK-VOL-AVG-CNT      TO      LA7P-AVG-CNT.
261015     MOVE        WK-VOL-CNT-MARK     TO      LA7P-CNT-MARK.
261015     MOVE        WK-VOL-CNT-PCT      TO      LA7P-CNT-PCT.
261015     MOVE        WK-VOL-CUR-AMT      TO      LA7P-AMT.
261015     MOVE        WK-VOL-AVG-AMT      TO      LA7P-AVG-AMT.
261015     MOVE        WK-VOL-AMT-MARK     TO      LA7P-AMT-MARK.
261015     MOVE        WK-VOL-AMT-PCT      TO      LA7P-AMT-PCT.
261015     MOVE        WK-VOL-STATUS       TO      LA7P-STATUS.
261015     EXEC        CICS    START   TRANSID  ('OPCT')
261015                                 INTERVAL (0)
261015                                 FROM     (LA7P-DATA)
261015                                 LENGTH   (99)
261015                                 TERMID   ('CNSL')
261015                                 END-EXEC.
261015 5360-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    260822  傳送前清點核對：重新掃描本次欲傳送之檔案，逐筆      *
      *    清點明細筆數及金額欄位原值加總(彙總9999999及控制軌          *
      *    ENDIF
260822 5198-EXIT.
260822     EXIT.
      *---------------------------------------------------------------*
      *    261015  追溯利率調整作業(CTF-RUN-MODE='A')：CBTPRAT/        *
      *    CBTPFXR補登追溯生效之利率後執行。逐已月結月份以現行參數     *
      *    重查適用利率，與最近一次適用利率不同者，依原留存之逐日      *
      *    餘額基數重算月息，差額另寫CBMFRAJ調整紀錄及CBMFGL調整       *
      *    分錄('J'新臺幣/'K'外幣，外幣另寫'L'新臺幣等值)，並列印     *
      *    分行調整通知。原月結紀錄                                   *
      *    (CBMF032/CBMF035之9999999結算紀錄、CBMFALC、原'I'/'F'       *
      *    分錄)一律不改寫。須具CBTPAUT之RATEADJ權限                   *
      *---------------------------------------------------------------*
261015 6000-RATE-ADJ-RTN.
261015     MOVE        '/6000-RAJ/'        TO      WK-PARA.
261015     MOVE        'RATEADJ '          TO      WK-AUT-FUNC.
261015     PERFORM     9400-AUT-CHECK-RTN  THRU    9400-EXIT.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTOPEN(601-FILE-NOT-OPEN)
261015                 ERROR(603-OTHER-ERROR)
261015                 END-EXEC.
261015     MOVE        'TIPMFRAJ'          TO      WK-FILE-ID.
261015     MOVE        ZEROS               TO      WK-RAJ-MON-CNT.
261015     MOVE        ZEROS               TO      WK-RAJ-ADJ-TOT.
261015     PERFORM     6100-RAJ-TWD-RTN    THRU    6100-EXIT.
261015     PERFORM     6200-RAJ-FX-RTN     THRU    6200-EXIT.
261015 6000-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  新臺幣：依結算月/分行順序瀏覽CBMFALC，結算月換月    *
      *    時先結束前一月(6110)再開始新月(6120)，未跳過之月份逐分      *
      *    行重算(6130)                                                *
      *---------------------------------------------------------------*
261015 6100-RAJ-TWD-RTN.
261015     MOVE        ZEROS               TO      WK-RAJ-MONTH.
261015     MOVE        'Y'                 TO      WK-RAJ-SKIP.
261015     MOVE        ZEROS               TO      ALC-KEY.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(6100-EXIT)
261015                 ENDFILE(6103-RAJ-TWD-EOF-RTN)
261015                 END-EXEC.
261015     EXEC  CICS  STARTBR
261015                 DATASET('CBMFALC')
261015                 RIDFLD(ALC-KEY)
261015                 GTEQ
261015     END-EXEC.
261015 6101-RAJ-TWD-NEXT-RTN.
261015     EXEC  CICS  READNEXT
261015                 DATASET('CBMFALC')
261015                 INTO(TIPALC)
261015                 LENGTH(ALC-LENGTH)
261015                 RIDFLD(ALC-KEY)
261015     END-EXEC.
261015     IF          ALC-SETTLE-MONTH    NOT =   WK-RAJ-MONTH
261015     THEN
261015       PERFORM   6110-RAJ-MON-END-RTN   THRU  6110-EXIT
261015       PERFORM   6120-RAJ-MON-START-RTN THRU  6120-EXIT.
      *    ENDIF
261015     IF          WK-RAJ-SKIP         =       'N'
261015     THEN
261015       PERFORM   6130-RAJ-BRANCH-RTN THRU    6130-EXIT.
      *    ENDIF
      *---------------------------------------------------------------*
      *    261015  6125/6140/3409均曾改掛HANDLE CONDITION，續讀前改    *
      *    掛回本瀏覽之檔尾處理                                        *
      *---------------------------------------------------------------*
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(6103-RAJ-TWD-EOF-RTN)
261015                 END-EXEC.
261015     GO          TO      6101-RAJ-TWD-NEXT-RTN.
261015 6103-RAJ-TWD-EOF-RTN.
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBMFALC')
261015     END-EXEC.
261015     PERFORM     6110-RAJ-MON-END-RTN   THRU  6110-EXIT.
261015 6100-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  結算月結束：以該月分行基數合計重算月息總額(算式同   *
      *    3411)，與逐分行重算額合計之尾差調整於末一分行(同3426作      *
      *    法)，列印裁併分行歸併通知(6135)，再寫入該月合計紀錄(分     *
      *    行9999999)及'J'調整分錄，分錄金額為重算總額減原分攤總額    *
      *    (累計調整額，重跑時改寫)                                   *
      *---------------------------------------------------------------*
261015 6110-RAJ-MON-END-RTN.
261015     IF         (WK-RAJ-MONTH        =       0)
261015            OR  (WK-RAJ-SKIP         =       'Y')
261015     THEN
261015       GO        TO      6110-EXIT.
      *    ENDIF
261015     COMPUTE     WK-RAJ-TOT  ROUNDED =     ((WK-RAJ-BASE-TOT
261015                                     /       WK-RAJ-DAYS)
261015                                     *       WK-RAJ-NEW-RATE)
261015                                     /       1000.
261015     COMPUTE     WK-RAJ-NEW-TOT      =       WK-RAJ-TOT
261015                                     *       1000.
261015     COMPUTE     WK-RAJ-WRK          =       WK-RAJ-NEW-TOT
261015                                     -       WK-RAJ-ALLOC-TOT.
261015     IF         (WK-RAJ-WRK      NOT =       0)
261015           AND  (WK-RAJ-LAST-BR  NOT =       0)
261015     THEN
261015       ADD       WK-RAJ-WRK          TO      WK-RAJ-NEW
261015       MOVE      WK-RAJ-LAST-BR      TO      WK-RAJ-BRANCH
261015       MOVE      WK-RAJ-LAST-MRG     TO      WK-RAJ-MERGE
261015       PERFORM   6134-RAJ-ROLL-ADD-RTN THRU  6134-EXIT
261015       PERFORM   6140-RAJ-WRITE-RTN  THRU    6140-EXIT.
      *    ENDIF
261015     PERFORM     6135-RAJ-ROLL-RTN   THRU    6135-EXIT
261015     VARYING     WK-BRM-ROLL-SUB  FROM  1  BY  1
261015     UNTIL       WK-BRM-ROLL-SUB  >  WK-BRM-ROLL-CNT.
261015     MOVE        ZEROS               TO      WK-RAJ-MERGE.
261015     MOVE        9999999             TO      WK-RAJ-BRANCH.
261015     MOVE        WK-RAJ-BASE-TOT     TO      WK-RAJ-BASE.
261015     MOVE        WK-RAJ-ORIG-TOT     TO      WK-RAJ-ORIG.
261015     MOVE        WK-RAJ-NEW-TOT      TO      WK-RAJ-NEW.
261015     PERFORM     6140-RAJ-WRITE-RTN  THRU    6140-EXIT.
261015     MOVE        'J'                 TO      WK-GL-ENTRY-TYPE.
261015     MOVE        0                   TO      WK-GL-CURRENCY.
261015     COMPUTE     WK-GL-AMT           =       WK-RAJ-NEW-TOT
261015                                     -       WK-RAJ-ORIG-TOT.
261015     MOVE        WK-RAJ-NEW-RATE     TO      WK-GL-RATE.
261015     MOVE        WK-RAJ-MONTH        TO      WK-GL-SETTLE.
261015     COMPUTE     WK-GL-BUS-DATE      =       WK-RAJ-MONTH
261015                                     *       100.
261015     MOVE        'TIPMF032'          TO      WK-GL-SOURCE.
261015     PERFORM     3409-GL-WRITE-RTN   THRU    3409-EXIT.
261015     ADD         1                   TO      WK-RAJ-MON-CNT.
261015     ADD         WK-GL-AMT           TO      WK-RAJ-ADJ-TOT.
261015 6110-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  結算月開始：原適用利率取CBMFALC，最近一次已調整     *
      *    利率取該月合計紀錄(6145)，現行利率依結算月重查CBTPRAT       *
      *    (6125)；現行利率與最近一次適用利率相同者整月跳過            *
      *---------------------------------------------------------------*
261015 6120-RAJ-MON-START-RTN.
261015     MOVE        ALC-SETTLE-MONTH    TO      WK-RAJ-MONTH.
261015     MOVE        ALC-DAYS            TO      WK-RAJ-DAYS.
261015     MOVE        ALC-RATE-PCT        TO      WK-RAJ-OLD-RATE.
261015     MOVE        ALC-RATE-PCT        TO      WK-RAJ-LAST-RATE.
261015     MOVE        'N'                 TO      WK-RAJ-SOURCE.
261015     MOVE        0                   TO      WK-RAJ-CUR.
261015     MOVE        ZEROS               TO      WK-RAJ-BASE-TOT.
261015     MOVE        ZEROS               TO      WK-RAJ-ORIG-TOT.
261015     MOVE        ZEROS               TO      WK-RAJ-ALLOC-TOT.
261015     MOVE        ZEROS               TO      WK-RAJ-LAST-BR.
261015     MOVE        ZEROS               TO      WK-RAJ-LAST-MRG.
261015     MOVE        0                   TO      WK-BRM-ROLL-CNT.
261015     PERFORM     6125-RAJ-GET-RATE-RTN  THRU  6125-EXIT.
261015     PERFORM     6145-RAJ-LAST-RTN      THRU  6145-EXIT.
261015     MOVE        'N'                 TO      WK-RAJ-SKIP.
261015     IF         (WK-RAJ-NEW-RATE     =       WK-RAJ-LAST-RATE)
261015            OR  (WK-RAJ-DAYS         =       0)
261015     THEN
261015       MOVE      'Y'                 TO      WK-RAJ-SKIP.
      *    ENDIF
261015 6120-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  依結算月查CBTPRAT現行適用利率(同3401-GET-RATE-RTN   *
      *    作法，另處理ENDFILE)，未建檔時以0.6%計                      *
      *---------------------------------------------------------------*
261015 6125-RAJ-GET-RATE-RTN.
261015     MOVE        0.6000              TO      WK-RAJ-NEW-RATE.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(6125-EXIT)
261015                 ENDFILE(6125-EOF-RTN)
261015                 END-EXEC.
261015     COMPUTE     WK-RAT-KEY          =       99999
261015                                     -       WK-RAJ-MONTH.
261015     MOVE        WK-RAT-KEY          TO      RAT-REV-KEY.
261015     EXEC  CICS  STARTBR
261015                 DATASET('CBTPRAT')
261015                 RIDFLD(RAT-KEY)
261015                 GTEQ
261015     END-EXEC.
261015     EXEC  CICS  READNEXT
261015                 DATASET('CBTPRAT')
261015                 INTO(TIPRAT)
261015                 LENGTH(RAT-LENGTH)
261015                 RIDFLD(RAT-KEY)
261015     END-EXEC.
261015     MOVE        RAT-PCT             TO      WK-RAJ-NEW-RATE.
261015 6125-EOF-RTN.
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBTPRAT')
261015     END-EXEC.
261015 6125-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  逐分行重算：基數及原月息取CBMFALC(不改寫)，以現     *
      *    行利率依3423之算式重算，寫入/改寫分行調整紀錄並列印通知    *
      *    ；標示併入存續分行(ALC-MERGE-INTO)者，其調整額另依存續     *
      *    分行累計(6134，同3429)，月底列印存續分行歸併通知           *
      *---------------------------------------------------------------*
261015 6130-RAJ-BRANCH-RTN.
261015     IF          ALC-DAYS            =       0
261015     THEN
261015       GO        TO      6130-EXIT.
      *    ENDIF
261015     MOVE        ALC-BRANCH-CODE     TO      WK-RAJ-BRANCH.
261015     MOVE        ALC-BRANCH-CODE     TO      WK-RAJ-LAST-BR.
261015     MOVE        ZEROS               TO      WK-RAJ-MERGE.
261015     IF          ALC-MERGE-INTO      NUMERIC
261015     THEN
261015       MOVE      ALC-MERGE-INTO      TO      WK-RAJ-MERGE.
      *    ENDIF
261015     MOVE        WK-RAJ-MERGE        TO      WK-RAJ-LAST-MRG.
261015     IF          ALC-BASE-MARK       =       '-'
261015     THEN
261015       COMPUTE   WK-RAJ-BASE         =       ALC-BASE-AMT
261015                                     *       -1
261015     ELSE
261015       MOVE      ALC-BASE-AMT        TO      WK-RAJ-BASE.
      *    ENDIF
261015     IF          ALC-INT-MARK        =       '-'
261015     THEN
261015       COMPUTE   WK-RAJ-ORIG         =       ALC-INT-AMT
261015                                     *       -1
261015     ELSE
261015       MOVE      ALC-INT-AMT         TO      WK-RAJ-ORIG.
      *    ENDIF
261015     COMPUTE     WK-RAJ-TOT  ROUNDED =     ((WK-RAJ-BASE
261015                                     /       ALC-DAYS)
261015                                     *       WK-RAJ-NEW-RATE)
261015                                     /       1000.
261015     COMPUTE     WK-RAJ-NEW          =       WK-RAJ-TOT
261015                                     *       1000.
261015     ADD         WK-RAJ-BASE         TO      WK-RAJ-BASE-TOT.
261015     ADD         WK-RAJ-ORIG         TO      WK-RAJ-ORIG-TOT.
261015     ADD         WK-RAJ-NEW          TO      WK-RAJ-ALLOC-TOT.
261015     PERFORM     6140-RAJ-WRITE-RTN  THRU    6140-EXIT.
261015     PERFORM     6134-RAJ-ROLL-ADD-RTN THRU  6134-EXIT.
261015 6130-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  裁併分行調整額歸併：WK-RAJ-MERGE非零者，將WK-RAJ-  *
      *    WRK(6150所求之重算數減原月息，或6110之尾差)累計於存續分    *
      *    行之WK-BRM-ROLL-TBL(3433查找/新增)                         *
      *---------------------------------------------------------------*
261015 6134-RAJ-ROLL-ADD-RTN.
261015     IF          WK-RAJ-MERGE        =       0
261015     THEN
261015       GO        TO      6134-EXIT.
      *    ENDIF
261015     MOVE        WK-RAJ-MERGE        TO      WK-BRM-IN.
261015     PERFORM     3433-ALC-ROLL-ENT-RTN THRU  3433-EXIT.
261015     IF          WK-BRM-ROLL-SUB     =       0
261015     THEN
261015       GO        TO      6134-EXIT.
      *    ENDIF
261015     ADD         WK-RAJ-WRK          TO      WK-BRM-R-INT
261015                                             (WK-BRM-ROLL-SUB).
261015 6134-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  存續分行歸併通知(同3435)：讀取存續分行本身之調整   *
      *    紀錄(查無者以零計)，列印本身調整額、歸併調整額及合計       *
      *---------------------------------------------------------------*
261015 6135-RAJ-ROLL-RTN.
261015     MOVE        ZEROS               TO      WK-RAJ-OWN.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(6135-PRINT-RTN)
261015                 END-EXEC.
261015     MOVE        WK-RAJ-MONTH        TO      RAJ-SETTLE-MONTH.
261015     MOVE        WK-RAJ-SOURCE       TO      RAJ-SOURCE.
261015     MOVE        WK-RAJ-CUR          TO      RAJ-CURRENCY.
261015     MOVE        WK-BRM-R-CODE(WK-BRM-ROLL-SUB)
261015                                     TO      RAJ-BRANCH-CODE.
261015     EXEC  CICS  READ
261015                 DATASET('CBMFRAJ')
261015                 INTO(TIPRAJ)
261015                 LENGTH(RAJ-LENGTH)
261015                 RIDFLD(RAJ-KEY)
261015     END-EXEC.
261015     IF          RAJ-ADJ-MARK        =       '-'
261015     THEN
261015       COMPUTE   WK-RAJ-OWN          =       RAJ-ADJ-AMT
261015                                     *       -1
261015     ELSE
261015       MOVE      RAJ-ADJ-AMT         TO      WK-RAJ-OWN.
      *    ENDIF
261015 6135-PRINT-RTN.
261015     MOVE        WK-RAJ-MONTH        TO      LD8P-MONTH.
261015     MOVE        WK-BRM-R-CODE(WK-BRM-ROLL-SUB)
261015                                     TO      LD8P-BRANCH.
261015     IF          WK-RAJ-OWN          <       0
261015     THEN
261015       MOVE      '-'                 TO      LD8P-OWN-MARK
261015       COMPUTE   LD8P-OWN            =       WK-RAJ-OWN
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      LD8P-OWN-MARK
261015       MOVE      WK-RAJ-OWN          TO      LD8P-OWN.
      *    ENDIF
261015     MOVE        WK-BRM-R-INT(WK-BRM-ROLL-SUB)
261015                                     TO      WK-BRM-AMT-WRK.
261015     IF          WK-BRM-AMT-WRK      <       0
261015     THEN
261015       MOVE      '-'                 TO      LD8P-ROLL-MARK
261015       COMPUTE   LD8P-ROLL           =       WK-BRM-AMT-WRK
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      LD8P-ROLL-MARK
261015       MOVE      WK-BRM-AMT-WRK      TO      LD8P-ROLL.
      *    ENDIF
261015     ADD         WK-RAJ-OWN          TO      WK-BRM-AMT-WRK.
261015     IF          WK-BRM-AMT-WRK      <       0
261015     THEN
261015       MOVE      '-'                 TO      LD8P-TOT-MARK
261015       COMPUTE   LD8P-TOT            =       WK-BRM-AMT-WRK
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      LD8P-TOT-MARK
261015       MOVE      WK-BRM-AMT-WRK      TO      LD8P-TOT.
      *    ENDIF
261015     EXEC        CICS    START   TRANSID  ('OPCT')
261015                                 INTERVAL (0)
261015                                 FROM     (LD8P-DATA)
261015                                 LENGTH   (88)
261015                                 TERMID   (CWHCTID)
261015                                 END-EXEC.
261015 6135-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  寫入一筆CBMFRAJ調整紀錄(每結算月/來源/幣別/分行     *
      *    一筆，重跑時改寫)並列印調整通知表示列                       *
      *---------------------------------------------------------------*
261015 6140-RAJ-WRITE-RTN.
261015     MOVE        WK-RAJ-MONTH        TO      RAJ-SETTLE-MONTH.
261015     MOVE        WK-RAJ-SOURCE       TO      RAJ-SOURCE.
261015     MOVE        WK-RAJ-CUR          TO      RAJ-CURRENCY.
261015     MOVE        WK-RAJ-BRANCH       TO      RAJ-BRANCH-CODE.
261015     EXEC CICS   HANDLE CONDITION
261015                 DUPREC(6142-RAJ-REW-RTN)
261015                 NOTFND(6141-RAJ-WR-RTN)
261015                 END-EXEC.
261015     EXEC  CICS  READ
261015                 DATASET('CBMFRAJ')
261015                 INTO(TIPRAJ)
261015                 LENGTH(RAJ-LENGTH)
261015                 RIDFLD(RAJ-KEY)
261015                 UPDATE
261015     END-EXEC.
261015     GO          TO      6142-RAJ-REW-RTN.
261015 6141-RAJ-WR-RTN.
261015     MOVE        WK-RAJ-MONTH        TO      RAJ-SETTLE-MONTH.
261015     MOVE        WK-RAJ-SOURCE       TO      RAJ-SOURCE.
261015     MOVE        WK-RAJ-CUR          TO      RAJ-CURRENCY.
261015     MOVE        WK-RAJ-BRANCH       TO      RAJ-BRANCH-CODE.
261015     PERFORM     6150-RAJ-FILL-RTN   THRU    6150-EXIT.
261015     EXEC  CICS  WRITE
261015                 DATASET('CBMFRAJ')
261015                 FROM(TIPRAJ)
261015                 LENGTH(RAJ-LENGTH)
261015                 RIDFLD(RAJ-KEY)
261015     END-EXEC.
261015     GO          TO      6143-RAJ-PRINT-RTN.
261015 6142-RAJ-REW-RTN.
261015     PERFORM     6150-RAJ-FILL-RTN   THRU    6150-EXIT.
261015     EXEC  CICS  REWRITE
261015                 DATASET('CBMFRAJ')
261015                 FROM(TIPRAJ)
261015     END-EXEC.
261015     EXEC        CICS    UNLOCK
261015                 DATASET('CBMFRAJ')
261015     END-EXEC.
261015 6143-RAJ-PRINT-RTN.
261015     PERFORM     6160-RAJ-PRINT-RTN  THRU    6160-EXIT.
261015 6140-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  讀取該結算月/來源/幣別之合計紀錄，取最近一次調整    *
      *    所用利率；查無紀錄(未曾調整)時WK-RAJ-LAST-RATE維持原適      *
      *    用利率                                                      *
      *---------------------------------------------------------------*
261015 6145-RAJ-LAST-RTN.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(6145-EXIT)
261015                 END-EXEC.
261015     MOVE        WK-RAJ-MONTH        TO      RAJ-SETTLE-MONTH.
261015     MOVE        WK-RAJ-SOURCE       TO      RAJ-SOURCE.
261015     MOVE        WK-RAJ-CUR          TO      RAJ-CURRENCY.
261015     MOVE        9999999             TO      RAJ-BRANCH-CODE.
261015     EXEC  CICS  READ
261015                 DATASET('CBMFRAJ')
261015                 INTO(TIPRAJ)
261015                 LENGTH(RAJ-LENGTH)
261015                 RIDFLD(RAJ-KEY)
261015     END-EXEC.
261015     MOVE        RAJ-NEW-RATE        TO      WK-RAJ-LAST-RATE.
261015 6145-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  調整紀錄組字：金額為負者記'-'並取絕對值(同3427)，   *
      *    調整額為重算月息減原月息                                    *
      *---------------------------------------------------------------*
261015 6150-RAJ-FILL-RTN.
261015     MOVE        WK-RAJ-OLD-RATE     TO      RAJ-ORIG-RATE.
261015     MOVE        WK-RAJ-NEW-RATE     TO      RAJ-NEW-RATE.
261015     MOVE        WK-RAJ-DAYS         TO      RAJ-DAYS.
261015     IF          WK-RAJ-BASE         <       0
261015     THEN
261015       MOVE      '-'                 TO      RAJ-BASE-MARK
261015       COMPUTE   RAJ-BASE-AMT        =       WK-RAJ-BASE
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      RAJ-BASE-MARK
261015       MOVE      WK-RAJ-BASE         TO      RAJ-BASE-AMT.
      *    ENDIF
261015     IF          WK-RAJ-ORIG         <       0
261015     THEN
261015       MOVE      '-'                 TO      RAJ-ORIG-MARK
261015       COMPUTE   RAJ-ORIG-INT        =       WK-RAJ-ORIG
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      RAJ-ORIG-MARK
261015       MOVE      WK-RAJ-ORIG         TO      RAJ-ORIG-INT.
      *    ENDIF
261015     IF          WK-RAJ-NEW          <       0
261015     THEN
261015       MOVE      '-'                 TO      RAJ-NEW-MARK
261015       COMPUTE   RAJ-NEW-INT         =       WK-RAJ-NEW
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      RAJ-NEW-MARK
261015       MOVE      WK-RAJ-NEW          TO      RAJ-NEW-INT.
      *    ENDIF
261015     COMPUTE     WK-RAJ-WRK          =       WK-RAJ-NEW
261015                                     -       WK-RAJ-ORIG.
261015     IF          WK-RAJ-WRK          <       0
261015     THEN
261015       MOVE      '-'                 TO      RAJ-ADJ-MARK
261015       COMPUTE   RAJ-ADJ-AMT         =       WK-RAJ-WRK
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      RAJ-ADJ-MARK
261015       MOVE      WK-RAJ-WRK          TO      RAJ-ADJ-AMT.
      *    ENDIF
261015     MOVE        TWA-TXN-DAT7        TO      RAJ-POST-DATE.
261015     MOVE        EIBOPID             TO      RAJ-OPID.
261015     MOVE        WK-RAJ-MERGE        TO      RAJ-MERGE-INTO.
261015 6150-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  列印一筆調整通知表示列(取自甫寫妥之調整紀錄，尾     *
      *    差調整後重印時亦同)                                         *
      *---------------------------------------------------------------*
261015 6160-RAJ-PRINT-RTN.
261015     MOVE        RAJ-SETTLE-MONTH    TO      LA6P-MONTH.
261015     MOVE        RAJ-SOURCE          TO      LA6P-SOURCE.
261015     MOVE        RAJ-CURRENCY        TO      LA6P-CURRENCY.
261015     MOVE        RAJ-BRANCH-CODE     TO      LA6P-BRANCH.
261015     MOVE        RAJ-ORIG-RATE       TO      LA6P-OLD-RATE.
261015     MOVE        RAJ-NEW-RATE        TO      LA6P-NEW-RATE.
261015     MOVE        RAJ-ORIG-MARK       TO      LA6P-ORIG-MARK.
261015     MOVE        RAJ-ORIG-INT        TO      LA6P-ORIG.
261015     MOVE        RAJ-NEW-MARK        TO      LA6P-NEW-MARK.
261015     MOVE        RAJ-NEW-INT         TO      LA6P-NEW.
261015     MOVE        RAJ-ADJ-MARK        TO      LA6P-ADJ-MARK.
261015     MOVE        RAJ-ADJ-AMT         TO      LA6P-ADJ.
261015     EXEC        CICS    START   TRANSID  ('OPCT')
261015                                 INTERVAL (0)
261015                                 FROM     (LA6P-DATA)
261015                                 LENGTH   (106)
261015                                 TERMID   (CWHCTID)
261015                                 END-EXEC.
261015 6160-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  外幣：瀏覽CBMFGL之外幣月息分錄('F')，取其結算月/    *
      *    幣別/原適用利率逐筆重算(6210)。瀏覽中不可寫入同一檔，故     *
      *    每批暫存20筆後ENDBR處理再自末一鍵值續瀏覽(同CBLUACK         *
      *    3000-CUTOFF-SCAN-RTN作法)                                   *
      *---------------------------------------------------------------*
261015 6200-RAJ-FX-RTN.
261015     MOVE        0                   TO      WK-RAJ-FX-CNT.
261015     MOVE        ZEROS               TO      GL-BUS-DATE.
261015     MOVE        SPACE               TO      GL-ENTRY-TYPE.
261015     MOVE        0                   TO      GL-CURRENCY.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(6200-EXIT)
261015                 ENDFILE(6203-RAJ-FX-EOF-RTN)
261015                 END-EXEC.
261015     EXEC  CICS  STARTBR
261015                 DATASET('CBMFGL')
261015                 RIDFLD(GL-KEY)
261015                 GTEQ
261015     END-EXEC.
261015 6201-RAJ-FX-NEXT-RTN.
261015     EXEC  CICS  READNEXT
261015                 DATASET('CBMFGL')
261015                 INTO(TIPGL)
261015                 LENGTH(GL-LENGTH)
261015                 RIDFLD(GL-KEY)
261015     END-EXEC.
261015 6205-RAJ-FX-EVAL-RTN.
261015     IF          GL-ENTRY-FX-INT
261015     THEN
261015       ADD       1                   TO      WK-RAJ-FX-CNT
261015       MOVE      GL-SETTLE-MONTH     TO      WK-RAJ-FX-MONTH
261015                                             (WK-RAJ-FX-CNT)
261015       MOVE      GL-CURRENCY         TO      WK-RAJ-FX-CUR
261015                                             (WK-RAJ-FX-CNT)
261015       MOVE      GL-RATE-PCT         TO      WK-RAJ-FX-RATE
261015                                             (WK-RAJ-FX-CNT).
      *    ENDIF
261015     IF          WK-RAJ-FX-CNT       =       20
261015     THEN
261015       GO        TO      6204-RAJ-FX-FLUSH-RTN.
      *    ENDIF
261015     GO          TO      6201-RAJ-FX-NEXT-RTN.
261015 6204-RAJ-FX-FLUSH-RTN.
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBMFGL')
261015     END-EXEC.
261015     MOVE        GL-KEY              TO      WK-RAJ-GL-RESUME-KEY.
261015     PERFORM     6210-RAJ-FX-ONE-RTN THRU    6210-EXIT
261015     VARYING     WK-RAJ-FX-SUB  FROM  1  BY  1
261015     UNTIL       WK-RAJ-FX-SUB  >  WK-RAJ-FX-CNT.
261015     MOVE        0                   TO      WK-RAJ-FX-CNT.
      *---------------------------------------------------------------*
      *    261015  批次處理中6210/3409曾改掛HANDLE CONDITION，續瀏覽   *
      *    前改掛回本瀏覽；續瀏覽首筆若仍為批末已處理之鍵值則略過      *
      *---------------------------------------------------------------*
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(6200-EXIT)
261015                 ENDFILE(6203-RAJ-FX-EOF-RTN)
261015                 END-EXEC.
261015     MOVE        WK-RAJ-GL-RESUME-KEY TO     GL-KEY.
261015     EXEC  CICS  STARTBR
261015                 DATASET('CBMFGL')
261015                 RIDFLD(GL-KEY)
261015                 GTEQ
261015     END-EXEC.
261015     EXEC  CICS  READNEXT
261015                 DATASET('CBMFGL')
261015                 INTO(TIPGL)
261015                 LENGTH(GL-LENGTH)
261015                 RIDFLD(GL-KEY)
261015     END-EXEC.
261015     IF          GL-KEY              =       WK-RAJ-GL-RESUME-KEY
261015     THEN
261015       GO        TO      6201-RAJ-FX-NEXT-RTN.
      *    ENDIF
261015     GO          TO      6205-RAJ-FX-EVAL-RTN.
261015 6203-RAJ-FX-EOF-RTN.
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBMFGL')
261015     END-EXEC.
261015     PERFORM     6210-RAJ-FX-ONE-RTN THRU    6210-EXIT
261015     VARYING     WK-RAJ-FX-SUB  FROM  1  BY  1
261015     UNTIL       WK-RAJ-FX-SUB  >  WK-RAJ-FX-CNT.
261015 6200-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  外幣單一結算月/幣別：現行利率依3711重查，與最近     *
      *    一次適用利率不同時，以CBMF035分幣別結算紀錄之無息餘額       *
      *    累計(MF035-INT-AMT)及月底日數(2998)重算月息(算式同          *
      *    3710)，原月息取MF035-NONINT-AMT(不改寫)，寫入調整紀錄       *
      *    及'K'調整分錄；調整額另依結算月月底匯率(3714，同3710)      *
      *    折算新臺幣，寫入'L'新臺幣等值調整分錄(GL-XRT-RATE為所用    *
      *    匯率)並記入該月/幣別CBMFFXV之FXV-ADJ-TWD-*(6215)           *
      *---------------------------------------------------------------*
261015 6210-RAJ-FX-ONE-RTN.
261015     MOVE        WK-RAJ-FX-MONTH(WK-RAJ-FX-SUB)
261015                                     TO      WK-RAJ-MONTH.
261015     MOVE        WK-RAJ-FX-CUR(WK-RAJ-FX-SUB)
261015                                     TO      WK-RAJ-CUR.
261015     MOVE        WK-RAJ-FX-RATE(WK-RAJ-FX-SUB)
261015                                     TO      WK-RAJ-OLD-RATE.
261015     MOVE        WK-RAJ-OLD-RATE     TO      WK-RAJ-LAST-RATE.
261015     MOVE        'F'                 TO      WK-RAJ-SOURCE.
261015     MOVE        9999999             TO      WK-RAJ-BRANCH.
261015     MOVE        ZEROS               TO      WK-RAJ-MERGE.
261015     MOVE        WK-RAJ-MONTH        TO      WK-FXS-SETL-NUM.
261015     MOVE        WK-RAJ-CUR          TO      WK-FXS-CUR.
261015     PERFORM     3711-FXR-GET-RATE-RTN THRU  3711-EXIT.
261015     MOVE        WMF035-RATE-PCT     TO      WK-RAJ-NEW-RATE.
261015     PERFORM     6145-RAJ-LAST-RTN   THRU    6145-EXIT.
261015     IF          WK-RAJ-NEW-RATE     =       WK-RAJ-LAST-RATE
261015     THEN
261015       GO        TO      6210-EXIT.
      *    ENDIF
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(6210-EXIT)
261015                 END-EXEC.
261015     MOVE        WK-RAJ-MONTH        TO      MF035-DATA-DATE.
261015     MOVE        0                   TO      MF035-DATE-SECTION.
261015     MOVE        9999999             TO      MF035-BRANCH-CODE.
261015     MOVE        WK-RAJ-CUR          TO      WK-FXS-ACCT-CUR.
261015     MOVE        WK-FXS-ACCT         TO      MF035-ACCOUNT-NO.
261015     EXEC  CICS  READ
261015                 DATASET('CBMF035')
261015                 INTO(TIPMF035)
261015                 LENGTH(MF035-LENGTH)
261015                 RIDFLD(MF035-KEY)
261015     END-EXEC.
261015     PERFORM     2998-SEARCH-FX-DATE-RTN THRU 2998-EXIT.
261015     IF          WKX-DD              =       0
261015     THEN
261015       GO        TO      6210-EXIT.
      *    ENDIF
261015     MOVE        WKX-DD              TO      WK-RAJ-DAYS.
261015     MOVE        MF035-INT-AMT       TO      WK-RAJ-BASE.
261015     MOVE        MF035-NONINT-AMT    TO      WK-RAJ-ORIG.
261015     COMPUTE     WK-RAJ-TOT  ROUNDED =     ((WK-RAJ-BASE
261015                                     /       WK-RAJ-DAYS)
261015                                     *       WK-RAJ-NEW-RATE)
261015                                     /       1000.
261015     COMPUTE     WK-RAJ-NEW          =       WK-RAJ-TOT
261015                                     *       1000.
261015     PERFORM     6140-RAJ-WRITE-RTN  THRU    6140-EXIT.
261015     MOVE        'K'                 TO      WK-GL-ENTRY-TYPE.
261015     MOVE        WK-RAJ-CUR          TO      WK-GL-CURRENCY.
261015     COMPUTE     WK-GL-AMT           =       WK-RAJ-NEW
261015                                     -       WK-RAJ-ORIG.
261015     MOVE        WK-RAJ-NEW-RATE     TO      WK-GL-RATE.
261015     MOVE        WK-RAJ-MONTH        TO      WK-GL-SETTLE.
261015     COMPUTE     WK-GL-BUS-DATE      =       WK-RAJ-MONTH
261015                                     *       100.
261015     MOVE        'TIPMF035'          TO      WK-GL-SOURCE.
261015     PERFORM     3409-GL-WRITE-RTN   THRU    3409-EXIT.
261015     ADD         1                   TO      WK-RAJ-MON-CNT.
261015     ADD         WK-GL-AMT           TO      WK-RAJ-ADJ-TOT.
261015     PERFORM     3714-XRT-GET-RATE-RTN THRU  3714-EXIT.
261015     COMPUTE     WK-XRT-TWD  ROUNDED =       WK-GL-AMT
261015                                     *       WK-XRT-RATE.
261015     PERFORM     6215-RAJ-FXV-RTN    THRU    6215-EXIT.
261015     MOVE        'L'                 TO      WK-GL-ENTRY-TYPE.
261015     MOVE        WK-XRT-TWD          TO      WK-GL-AMT.
261015     MOVE        WK-XRT-RATE         TO      WK-GL-XRT-RATE.
261015     MOVE        'TIPFXV  '          TO      WK-GL-SOURCE.
261015     PERFORM     3409-GL-WRITE-RTN   THRU    3409-EXIT.
261015     MOVE        ZEROS               TO      WK-GL-XRT-RATE.
261015 6210-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  外幣調整額之新臺幣等值記入CBMFFXV(累計數，重跑時   *
      *    改寫)；該結算月/幣別尚無折算紀錄(新臺幣折算前已月結)者     *
      *    不補建，僅寫'L'分錄                                        *
      *---------------------------------------------------------------*
261015 6215-RAJ-FXV-RTN.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(6215-EXIT)
261015                 END-EXEC.
261015     MOVE        WK-RAJ-MONTH        TO      FXV-SETTLE-MONTH.
261015     MOVE        WK-RAJ-CUR          TO      FXV-CURRENCY.
261015     EXEC  CICS  READ
261015                 DATASET('CBMFFXV')
261015                 INTO(TIPFXV)
261015                 LENGTH(FXV-LENGTH)
261015                 RIDFLD(FXV-KEY)
261015                 UPDATE
261015     END-EXEC.
261015     IF          WK-XRT-TWD          <       0
261015     THEN
261015       MOVE      '-'                 TO      FXV-ADJ-TWD-MARK
261015       COMPUTE   FXV-ADJ-TWD-AMT     =       WK-XRT-TWD
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      FXV-ADJ-TWD-MARK
261015       MOVE      WK-XRT-TWD          TO      FXV-ADJ-TWD-AMT.
      *    ENDIF
261015     EXEC  CICS  REWRITE
261015                 DATASET('CBMFFXV')
261015                 FROM(TIPFXV)
261015     END-EXEC.
261015     EXEC        CICS    UNLOCK
261015                 DATASET('CBMFFXV')
261015     END-EXEC.
261015 6215-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  月結試算作業(CTF-RUN-MODE='P')：任何營業日均可執    *
      *    行，依與3400/3700月結相同之逐日連續性檢核、CBMF051/         *
      *    CBMF052擷取檔對帳、CBTPRAT/CBTPFXR/CBTPXRT查詢、分行月息    *
      *    分攤及總帳分錄推算，結果僅寫入CBMFPVW並列印試算表(分行/     *
      *    幣別試算數與上月實際數比較、預計分錄及總表)；缺漏日及擷     *
      *    取檔不符照列例外清單但不擋下。CBMF032/CBMF035結算紀錄、     *
      *    CBMFALC、CBMFFXV、CBMFGL、CBTPCRJ及檢核點均不異動，亦不     *
      *    傳送。結算月依CTF-PRV-MONTH，未指定時同月結推算             *
      *---------------------------------------------------------------*
261015 6500-PREVIEW-RTN.
261015     MOVE        '/6500-PRV/'        TO      WK-PARA.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTOPEN(601-FILE-NOT-OPEN)
261015                 ERROR(603-OTHER-ERROR)
261015                 END-EXEC.
261015     MOVE        'TIPMFPVW'          TO      WK-FILE-ID.
261015     MOVE        ZEROS               TO      WK-PRV-BRX-CNT.
261015     PERFORM     6501-PRV-MONTH-RTN  THRU    6501-EXIT.
261015     PERFORM     6502-PRV-PURGE-RTN  THRU    6502-EXIT.
261015     PERFORM     6510-PRV-TWD-RTN    THRU    6510-EXIT.
261015     PERFORM     6520-PRV-FX-RTN     THRU    6520-EXIT.
261015     PERFORM     6540-PRV-SUMMARY-RTN THRU   6540-EXIT.
261015 6500-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  試算結算月：CTF-PRV-MONTH非零者逕用，否則同3400/    *
      *    3700推算(前一月，依CBTPCAL調整)；晚於本營業月者以MB71擋     *
      *    下。試算本營業月時連續性檢核僅至本營業日前一日。另求月     *
      *    底日數、新臺幣適用利率及上月結算月，並列印試算表表頭       *
      *---------------------------------------------------------------*
261015 6501-PRV-MONTH-RTN.
261015     IF          CTF-PRV-MONTH       NUMERIC
261015           AND   CTF-PRV-MONTH       >       0
261015     THEN
261015       MOVE      CTF-PRV-MONTH       TO      WK-FXS-SETL-NUM
261015       GO        TO      6501-SET-RTN.
      *    ENDIF
261015     MOVE        TWA-TXN-YY7         TO      WK-FXS-SETL-YY.
261015     MOVE        TWA-TXN-MM7         TO      WK-FXS-SETL-MM.
261015     IF          WK-FXS-SETL-MM      =       01
261015     THEN
261015       COMPUTE   WK-FXS-SETL-YY      =       WK-FXS-SETL-YY - 1
261015       MOVE      12                  TO      WK-FXS-SETL-MM
261015     ELSE
261015       COMPUTE   WK-FXS-SETL-MM      =       WK-FXS-SETL-MM - 1.
      *    ENDIF
261015     PERFORM     3406-CAL-READ-RTN   THRU    3406-EXIT.
261015     IF          WK-CAL-FOUND        =       'Y'
261015           AND   WK-CAL-SETL-YYMM-G  NOT =   ZEROS
261015     THEN
261015       MOVE      WK-CAL-SETL-YY      TO      WK-FXS-SETL-YY
261015       MOVE      WK-CAL-SETL-MM      TO      WK-FXS-SETL-MM.
      *    ENDIF
261015 6501-SET-RTN.
261015     COMPUTE     WK-PRV-CUR-YYMM     =       TWA-TXN-YY7 * 100
261015                                     +       TWA-TXN-MM7.
261015     IF          WK-FXS-SETL-MM      <       01
261015          OR     WK-FXS-SETL-MM      >       12
261015          OR     WK-FXS-SETL-NUM     >       WK-PRV-CUR-YYMM
261015     THEN
261015       MOVE      'MB71'              TO      WK-MSG-CODE
261015       MOVE
261015         '試算結算月不合理'
261015                                     TO      WK-MSG-CONTENT
261015       PERFORM   9999-ERR-MSG-OUT-RTN.
      *    ENDIF
261015     MOVE        WK-FXS-SETL-YY      TO      WK-032-YY.
261015     MOVE        WK-FXS-SETL-MM      TO      WK-032-MM.
261015     MOVE        01                  TO      WK-032-DD.
261015     PERFORM     2998-SEARCH-FX-DATE-RTN THRU 2998-EXIT.
261015     MOVE        WKX-DD              TO      WK-PRV-END-DD.
261015     IF          WK-FXS-SETL-NUM     =       WK-PRV-CUR-YYMM
261015     THEN
261015       COMPUTE   WK-PRV-END-DD       =       TWA-TXN-DD7 - 1.
      *    ENDIF
261015     MOVE        WK-FXS-SETL-YY      TO      WK-PRV-LAST-YY.
261015     MOVE        WK-FXS-SETL-MM      TO      WK-PRV-LAST-MM.
261015     IF          WK-PRV-LAST-MM      =       01
261015     THEN
261015       COMPUTE   WK-PRV-LAST-YY      =       WK-PRV-LAST-YY - 1
261015       MOVE      12                  TO      WK-PRV-LAST-MM
261015     ELSE
261015       COMPUTE   WK-PRV-LAST-MM      =       WK-PRV-LAST-MM - 1.
      *    ENDIF
261015     MOVE        WK-FXS-SETL-NUM     TO      WMF032-DATA-DATE.
261015     PERFORM     3401-GET-RATE-RTN   THRU    3401-EXIT.
261015     MOVE        WKS-DATA-DATE       TO      LC7P-SETTLE.
261015     MOVE        TWA-TXN-DAT7        TO      LC7P-RUN-DATE.
261015     MOVE        WKX-DD              TO      LC7P-DAYS.
261015     MOVE        WK-PRV-END-DD       TO      LC7P-END-DD.
261015     MOVE        WMF032-RATE-PCT     TO      LC7P-RATE.
261015     EXEC        CICS    START   TRANSID  ('OPCT')
261015                                 INTERVAL (0)
261015                                 FROM     (LC7P-DATA)
261015                                 LENGTH   (51)
261015                                 TERMID   (CWHCTID)
261015                                 END-EXEC.
261015 6501-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  重跑試算前先清除該試算月既有CBMFPVW紀錄(同         *
      *    CBLUAST 2000-PURGE-RTN：依結算月瀏覽，每滿50筆ENDBR後逐    *
      *    筆刪除再自末一鍵值續瀏覽)，使已不存在之分行/幣別/分錄及    *
      *    前次歸併結果不致殘留或重複加計                             *
      *---------------------------------------------------------------*
261015 6502-PRV-PURGE-RTN.
261015     MOVE        0                   TO      WK-PVW-DEL-CNT.
261015     MOVE        WKS-DATA-DATE       TO      PVW-SETTLE-MONTH.
261015     MOVE        SPACES              TO      PVW-REC-TYPE.
261015     MOVE        SPACES              TO      PVW-ITEM.
261015     MOVE        PVW-KEY             TO      WK-PVW-RESUME-KEY.
261015 6503-PRV-PUR-START-RTN.
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(6505-PRV-PUR-EOF-RTN)
261015                 NOTFND(6502-EXIT)
261015                 END-EXEC.
261015     MOVE        WK-PVW-RESUME-KEY   TO      PVW-KEY.
261015     EXEC  CICS  STARTBR
261015                 DATASET('CBMFPVW')
261015                 RIDFLD(PVW-KEY)
261015                 GTEQ
261015     END-EXEC.
261015 6504-PRV-PUR-NEXT-RTN.
261015     EXEC  CICS  READNEXT
261015                 DATASET('CBMFPVW')
261015                 INTO(TIPPVW)
261015                 LENGTH(PVW-LENGTH)
261015                 RIDFLD(PVW-KEY)
261015     END-EXEC.
261015     IF          PVW-SETTLE-MONTH    NOT =   WKS-DATA-DATE
261015     THEN
261015       GO        TO      6505-PRV-PUR-EOF-RTN.
      *    ENDIF
261015     ADD         1                   TO      WK-PVW-DEL-CNT.
261015     MOVE        PVW-KEY             TO
261015                                 WK-PVW-DEL-KEY(WK-PVW-DEL-CNT).
261015     IF          WK-PVW-DEL-CNT      <       50
261015     THEN
261015       GO        TO      6504-PRV-PUR-NEXT-RTN.
      *    ENDIF
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBMFPVW')
261015     END-EXEC.
261015     MOVE        PVW-KEY             TO      WK-PVW-RESUME-KEY.
261015     PERFORM     6506-PRV-PUR-DEL-RTN THRU   6506-EXIT
261015     VARYING     WK-PVW-SUB  FROM  1  BY  1
261015     UNTIL       WK-PVW-SUB  >  WK-PVW-DEL-CNT.
261015     MOVE        0                   TO      WK-PVW-DEL-CNT.
261015     GO          TO      6503-PRV-PUR-START-RTN.
261015 6505-PRV-PUR-EOF-RTN.
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBMFPVW')
261015     END-EXEC.
261015     PERFORM     6506-PRV-PUR-DEL-RTN THRU   6506-EXIT
261015     VARYING     WK-PVW-SUB  FROM  1  BY  1
261015     UNTIL       WK-PVW-SUB  >  WK-PVW-DEL-CNT.
261015     MOVE        0                   TO      WK-PVW-DEL-CNT.
261015 6502-EXIT.
261015     EXIT.
261015 6506-PRV-PUR-DEL-RTN.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(6506-EXIT)
261015                 END-EXEC.
261015     EXEC  CICS  DELETE
261015                 DATASET('CBMFPVW')
261015                 RIDFLD(WK-PVW-DEL-KEY(WK-PVW-SUB))
261015     END-EXEC.
261015 6506-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  新臺幣試算：起始鍵值同3400組成，直接瀏覽CBMF032     *
      *    (同3440作法，不經批次轉換及檢核點)。查無或已裁撤分行不      *
      *    計入(同3417剔除，僅計筆數)；分行換行時補檢缺漏日並試算      *
      *    分攤(6513)。檔尾後對帳(3440)、計算月息總額、尾差調整、     *
      *    裁併分行歸併(6530)、                                       *
      *    推算每日預估'A'合計及'I'/'R'分錄                            *
      *---------------------------------------------------------------*
261015 6510-PRV-TWD-RTN.
261015     MOVE        WK-032-YY           TO      WK-032-KEY-YY.
261015     MOVE        WK-032-MM           TO      WK-032-KEY-MM.
261015     MOVE        WK-032-DD           TO      WK-032-KEY-DD.
261015     MOVE        ZEROS               TO      WK-032-KEY-BRANCH.
261015     MOVE        WK-032-KEY          TO      CMF02.
261015     MOVE        14                  TO      W-LEN.
261015     MOVE        SPACES              TO      CDC-RECORD-IN-G.
261015     MOVE        SPACES              TO      CDC-ERROR-MSG.
261015     MOVE        1                   TO      IDX2.
261015     PERFORM     3902-MV-DATA-RTN    THRU    3902-EXIT
261015     VARYING     IDX2 FROM  1  BY  1 UNTIL   IDX2 >  W-LEN.
261015     PERFORM     4000-CVT-ITS-RTN    THRU    4000-EXIT.
261015     PERFORM     3903-MV-DATA-RTN    THRU    3903-EXIT
261015     VARYING     IDX2 FROM  1  BY  1 UNTIL   IDX2 >  W-LEN.
261015     MOVE        CMF02               TO      WK-TRL-032-SKEY.
261015     MOVE        CMF02               TO      RMF032-KEY.
261015     MOVE        ZEROS               TO      WK-PRV-READ-CNT.
261015     MOVE        ZEROS               TO      WK-CTY-BRANCH.
261015     MOVE        ZEROS               TO      WK-CTY-GAP-CNT.
261015     MOVE        ZEROS               TO      WK-RCN-VAR-CNT.
261015     MOVE        ZEROS               TO      WMF032-NONINT-TOT.
261015     MOVE        ZEROS               TO      WK-ALC-BR-BASE.
261015     MOVE        ZEROS               TO      WK-ALC-ALLOC-TOT.
261015     MOVE        ZEROS               TO      WK-ALC-LAST-BR.
261015     PERFORM     3428-ACR-CLR-RTN    THRU    3428-EXIT
261015     VARYING     WK-ACR-SUB  FROM  1  BY  1
261015     UNTIL       WK-ACR-SUB  >  31.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(6510-POST-RTN)
261015                 ENDFILE(6512-PRV-TWD-EOF-RTN)
261015                 END-EXEC.
261015     EXEC  CICS  STARTBR
261015                 DATASET('CBMF032')
261015                 RIDFLD(RMF032-KEY)
261015                 GTEQ
261015     END-EXEC.
261015 6511-PRV-TWD-NEXT-RTN.
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(6512-PRV-TWD-EOF-RTN)
261015                 END-EXEC.
261015     EXEC  CICS  READNEXT
261015                 DATASET('CBMF032')
261015                 INTO(TMF032)
261015                 LENGTH(MF032-LENGTH)
261015                 RIDFLD(RMF032-KEY)
261015     END-EXEC.
261015     IF          TMF032-BRANCH-CODE  =       9999998
261015     THEN
261015       GO        TO      6511-PRV-TWD-NEXT-RTN.
      *    ENDIF
261015     IF          TMF032-BRANCH-CODE  =       9999999
261015     THEN
261015       GO        TO      6511-PRV-TWD-NEXT-RTN.
      *    ENDIF
261015     IF          TMF032-DATA-DATE    NOT =   WKS-DATA-DATE
261015     THEN
261015       GO        TO      6512-PRV-TWD-EOF-RTN.
      *    ENDIF
261015     MOVE        TMF032-BRANCH-CODE  TO      WK-BRM-IN.
261015     PERFORM     9500-BRM-RESOLVE-RTN THRU   9500-EXIT.
261015     IF          WK-BRM-RESULT       =       'U'
261015          OR     WK-BRM-RESULT       =       'C'
261015     THEN
261015       ADD       1                   TO      WK-PRV-BRX-CNT
261015       GO        TO      6511-PRV-TWD-NEXT-RTN.
      *    ENDIF
261015     ADD         1                   TO      WK-PRV-READ-CNT.
261015     IF          TMF032-BRANCH-CODE  NOT =   WK-CTY-BRANCH
261015     THEN
261015       PERFORM   6513-PRV-BR-END-RTN THRU    6513-EXIT
261015       PERFORM   6514-PRV-BR-START-RTN THRU  6514-EXIT.
      *    ENDIF
261015     PERFORM     3421-CTY-GAP-RTN    THRU    3421-EXIT
261015                 UNTIL  WK-CTY-EXPECT-DD  NOT <  TMF032-DD.
261015     COMPUTE     WK-CTY-EXPECT-DD    =       TMF032-DD  +  1.
261015     IF          TMF032-NONINT-AMT-MARK  =   '-'
261015     THEN
261015       COMPUTE   WMF032-AMT          =       TMF032-NONINT-AMT
261015                                     *       -1
261015     ELSE
261015       MOVE      TMF032-NONINT-AMT   TO      WMF032-AMT.
      *    ENDIF
261015     ADD         WMF032-AMT          TO      WMF032-NONINT-TOT.
261015     ADD         WMF032-AMT          TO      WK-ALC-BR-BASE.
261015     IF          TMF032-DD           >       0
261015           AND   TMF032-DD           NOT >   31
261015     THEN
261015       ADD       WMF032-AMT          TO      WK-ACR-DAY-TOT
261015                                             (TMF032-DD).
      *    ENDIF
261015     GO          TO      6511-PRV-TWD-NEXT-RTN.
261015 6512-PRV-TWD-EOF-RTN.
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBMF032')
261015     END-EXEC.
261015     PERFORM     6513-PRV-BR-END-RTN THRU    6513-EXIT.
261015 6510-POST-RTN.
261015     IF          WK-PRV-READ-CNT     >       0
261015     THEN
261015       PERFORM   3440-RECON-RTN      THRU    3440-EXIT.
      *    ENDIF
261015     IF          WKX-DD              =       0
261015     THEN
261015       MOVE      ZEROS               TO      WMF032-TOT
261015       MOVE      ZEROS               TO      WMF032-TOTAL
261015     ELSE
261015       COMPUTE   WMF032-TOT  ROUNDED =     ((WMF032-NONINT-TOT
261015                                     /       WKX-DD)
261015                                     *       WMF032-RATE-PCT)
261015                                     /       1000
261015       COMPUTE   WMF032-TOTAL        =       WMF032-TOT
261015                                     *       1000.
      *    ENDIF
261015     PERFORM     6516-PRV-ALC-ADJ-RTN THRU   6516-EXIT.
261015     PERFORM     6530-PRV-ROLLUP-RTN THRU    6530-EXIT.
261015     PERFORM     6517-PRV-ACR-RTN    THRU    6517-EXIT.
261015     MOVE        WMF032-RATE-PCT     TO      WK-GL-RATE.
261015     MOVE        ZEROS               TO      WK-GL-XRT-RATE.
261015     MOVE        0                   TO      WK-GL-CURRENCY.
261015     MOVE        'A'                 TO      WK-GL-ENTRY-TYPE.
261015     MOVE        WK-PRV-ACR-SUM      TO      WK-GL-AMT.
261015     PERFORM     6519-PRV-GL-RTN     THRU    6519-EXIT.
261015     MOVE        'I'                 TO      WK-GL-ENTRY-TYPE.
261015     COMPUTE     WK-GL-AMT           =       WMF032-TOTAL
261015                                     -       WK-PRV-ACR-SUM.
261015     PERFORM     6519-PRV-GL-RTN     THRU    6519-EXIT.
261015     MOVE        CTF-BIF-BAL         TO      CTF-BIF-BAL-G.
261015     IF          CTF-BIF-BAL-M       =       '-'
261015     THEN
261015       COMPUTE   WS-BIF-BAL          =       WCTF-BIF-BAL
261015                                     *       -1
261015     ELSE
261015       MOVE      WCTF-BIF-BAL        TO      WS-BIF-BAL.
      *    ENDIF
261015     COMPUTE     WMF032-REBACK-AMT   =       WS-BIF-BAL
261015                                     -       WMF032-TOTAL.
261015     MOVE        'R'                 TO      WK-GL-ENTRY-TYPE.
261015     MOVE        WMF032-REBACK-AMT   TO      WK-GL-AMT.
261015     PERFORM     6519-PRV-GL-RTN     THRU    6519-EXIT.
261015 6510-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  試算分行換行/檔尾：同3419補檢至截止日之缺漏日，     *
      *    再以3423之算式試算分攤額，寫入'B'試算紀錄並列印             *
      *---------------------------------------------------------------*
261015 6513-PRV-BR-END-RTN.
261015     IF          WK-CTY-BRANCH       =       0
261015     THEN
261015       GO        TO      6513-EXIT.
      *    ENDIF
261015     PERFORM     3421-CTY-GAP-RTN    THRU    3421-EXIT
261015                 UNTIL  (WK-CTY-EXPECT-DD  >  WK-CTY-END-DD)
261015                 OR     (WK-CTY-EXPECT-DD  >  31).
261015     IF          WKX-DD              =       0
261015     THEN
261015       MOVE      ZEROS               TO      WK-ALC-BR-BASE
261015       GO        TO      6513-EXIT.
      *    ENDIF
261015     COMPUTE     WK-ALC-TOT  ROUNDED =     ((WK-ALC-BR-BASE
261015                                     /       WKX-DD)
261015                                     *       WMF032-RATE-PCT)
261015                                     /       1000.
261015     COMPUTE     WK-ALC-TOTAL        =       WK-ALC-TOT
261015                                     *       1000.
261015     ADD         WK-ALC-TOTAL        TO      WK-ALC-ALLOC-TOT.
261015     MOVE        WK-CTY-BRANCH       TO      WK-ALC-LAST-BR.
261015     PERFORM     6515-PRV-ALC-LAST-RTN THRU  6515-EXIT.
261015     MOVE        SPACES              TO      TIPPVW.
261015     MOVE        WKS-DATA-DATE       TO      PVW-SETTLE-MONTH.
261015     MOVE        'B'                 TO      PVW-REC-TYPE.
261015     MOVE        WK-CTY-BRANCH       TO      PVW-ITEM-BR.
261015     MOVE        WK-CTY-MERGE-BR     TO      PVW-MERGE-INTO.
261015     IF          WK-ALC-BR-BASE      <       0
261015     THEN
261015       MOVE      '-'                 TO      PVW-BASE-MARK
261015       COMPUTE   PVW-BASE-AMT        =       WK-ALC-BR-BASE
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      PVW-BASE-MARK
261015       MOVE      WK-ALC-BR-BASE      TO      PVW-BASE-AMT.
      *    ENDIF
261015     MOVE        WMF032-RATE-PCT     TO      PVW-RATE-PCT.
261015     MOVE        ZEROS               TO      PVW-XRT-RATE.
261015     MOVE        WK-ALC-TOTAL        TO      WK-PRV-AMT.
261015     MOVE        ZEROS               TO      WK-PRV-TWD.
261015     PERFORM     6597-PVW-AMT-SET-RTN THRU   6597-EXIT.
261015     PERFORM     6590-PVW-WRITE-RTN  THRU    6590-EXIT.
261015     PERFORM     6598-PRV-BR-PRINT-RTN THRU  6598-EXIT.
261015     MOVE        ZEROS               TO      WK-ALC-BR-BASE.
261015 6513-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  試算分行開始：同3417換行處理，依CBTPBRM設定截止     *
      *    日(3422)，試算本營業月時再以WK-PRV-END-DD為上限             *
      *---------------------------------------------------------------*
261015 6514-PRV-BR-START-RTN.
261015     MOVE        TMF032-BRANCH-CODE  TO      WK-CTY-BRANCH.
261015     PERFORM     3422-CTY-BRM-SET-RTN THRU   3422-EXIT.
261015     IF          WK-PRV-END-DD       <       WK-CTY-END-DD
261015     THEN
261015       MOVE      WK-PRV-END-DD       TO      WK-CTY-END-DD.
      *    ENDIF
261015     MOVE        01                  TO      WK-CTY-EXPECT-DD.
261015 6514-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  取該分行上月實際分攤額(CBMFALC)供比較，查無者以     *
      *    零計                                                        *
      *---------------------------------------------------------------*
261015 6515-PRV-ALC-LAST-RTN.
261015     MOVE        ZEROS               TO      WK-PRV-LAST.
261015     MOVE        'N'                 TO      WK-PRV-LAST-FOUND.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(6515-EXIT)
261015                 END-EXEC.
261015     MOVE        WK-PRV-LAST-MONTH   TO      ALC-SETTLE-MONTH.
261015     MOVE        WK-CTY-BRANCH       TO      ALC-BRANCH-CODE.
261015     EXEC  CICS  READ
261015                 DATASET('CBMFALC')
261015                 INTO(TIPALC)
261015                 LENGTH(ALC-LENGTH)
261015                 RIDFLD(ALC-KEY)
261015     END-EXEC.
261015     MOVE        'Y'                 TO      WK-PRV-LAST-FOUND.
261015     IF          ALC-INT-MARK        =       '-'
261015     THEN
261015       COMPUTE   WK-PRV-LAST         =       ALC-INT-AMT
261015                                     *       -1
261015     ELSE
261015       MOVE      ALC-INT-AMT         TO      WK-PRV-LAST.
      *    ENDIF
261015 6515-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  試算尾差調整：同3426，月息總額與各分行試算分攤額    *
      *    合計之差額調整於末一分行之'B'試算紀錄並重印                 *
      *---------------------------------------------------------------*
261015 6516-PRV-ALC-ADJ-RTN.
261015     COMPUTE     WK-ALC-ADJ          =       WMF032-TOTAL
261015                                     -       WK-ALC-ALLOC-TOT.
261015     IF         (WK-ALC-ADJ          =       0)
261015            OR  (WK-ALC-LAST-BR      =       0)
261015     THEN
261015       GO        TO      6516-EXIT.
      *    ENDIF
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(6516-EXIT)
261015                 END-EXEC.
261015     MOVE        WKS-DATA-DATE       TO      PVW-SETTLE-MONTH.
261015     MOVE        'B'                 TO      PVW-REC-TYPE.
261015     MOVE        WK-ALC-LAST-BR      TO      PVW-ITEM-BR.
261015     EXEC  CICS  READ
261015                 DATASET('CBMFPVW')
261015                 INTO(TIPPVW)
261015                 LENGTH(PVW-LENGTH)
261015                 RIDFLD(PVW-KEY)
261015     END-EXEC.
261015     IF          PVW-INT-MARK        =       '-'
261015     THEN
261015       COMPUTE   WK-PRV-AMT          =       PVW-INT-AMT
261015                                     *       -1
261015     ELSE
261015       MOVE      PVW-INT-AMT         TO      WK-PRV-AMT.
      *    ENDIF
261015     ADD         WK-ALC-ADJ          TO      WK-PRV-AMT.
261015     IF          PVW-LAST-MARK       =       '-'
261015     THEN
261015       COMPUTE   WK-PRV-LAST         =       PVW-LAST-AMT
261015                                     *       -1
261015     ELSE
261015       MOVE      PVW-LAST-AMT        TO      WK-PRV-LAST.
      *    ENDIF
261015     MOVE        PVW-LAST-FOUND      TO      WK-PRV-LAST-FOUND.
261015     MOVE        ZEROS               TO      WK-PRV-TWD.
261015     PERFORM     6597-PVW-AMT-SET-RTN THRU   6597-EXIT.
261015     PERFORM     6590-PVW-WRITE-RTN  THRU    6590-EXIT.
261015     PERFORM     6598-PRV-BR-PRINT-RTN THRU  6598-EXIT.
261015 6516-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  試算每日預估分錄合計：逐日算式同3451，僅累計不寫    *
      *    入CBMFGL                                                    *
      *---------------------------------------------------------------*
261015 6517-PRV-ACR-RTN.
261015     MOVE        ZEROS               TO      WK-PRV-ACR-SUM.
261015     IF          WKX-DD              =       0
261015     THEN
261015       GO        TO      6517-EXIT.
      *    ENDIF
261015     PERFORM     6518-PRV-ACR-DAY-RTN THRU   6518-EXIT
261015     VARYING     WK-ACR-DAY  FROM  1  BY  1
261015     UNTIL       WK-ACR-DAY  >  WKX-DD.
261015 6517-EXIT.
261015     EXIT.
261015 6518-PRV-ACR-DAY-RTN.
261015     COMPUTE     WK-ACR-TOT  ROUNDED =
261015                ((WK-ACR-DAY-TOT(WK-ACR-DAY)
261015                                     /       WKX-DD)
261015                                     *       WMF032-RATE-PCT)
261015                                     /       1000.
261015     COMPUTE     WK-ACR-TOTAL        =       WK-ACR-TOT
261015                                     *       1000.
261015     ADD         WK-ACR-TOTAL        TO      WK-PRV-ACR-SUM.
261015 6518-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  預計總帳分錄：以WK-GL-ENTRY-TYPE/CURRENCY/AMT/      *
      *    RATE及WK-GL-XRT-RATE寫入'G'試算紀錄(不寫CBMFGL)，借貸別     *
      *    同3410判定後列印                                            *
      *---------------------------------------------------------------*
261015 6519-PRV-GL-RTN.
261015     MOVE        SPACES              TO      TIPPVW.
261015     MOVE        WKS-DATA-DATE       TO      PVW-SETTLE-MONTH.
261015     MOVE        'G'                 TO      PVW-REC-TYPE.
261015     MOVE        WK-GL-ENTRY-TYPE    TO      PVW-ITEM-GL-TYPE.
261015     MOVE        WK-GL-CURRENCY      TO      PVW-ITEM-GL-CUR.
261015     MOVE        ZEROS               TO      PVW-MERGE-INTO.
261015     MOVE        '0'                 TO      PVW-BASE-MARK.
261015     MOVE        ZEROS               TO      PVW-BASE-AMT.
261015     MOVE        WK-GL-RATE          TO      PVW-RATE-PCT.
261015     MOVE        WK-GL-XRT-RATE      TO      PVW-XRT-RATE.
261015     MOVE        WK-GL-AMT           TO      WK-PRV-AMT.
261015     MOVE        ZEROS               TO      WK-PRV-LAST.
261015     MOVE        'N'                 TO      WK-PRV-LAST-FOUND.
261015     MOVE        ZEROS               TO      WK-PRV-TWD.
261015     PERFORM     6597-PVW-AMT-SET-RTN THRU   6597-EXIT.
261015     PERFORM     6590-PVW-WRITE-RTN  THRU    6590-EXIT.
261015     MOVE        WKS-DATA-DATE       TO      LD2P-SETTLE.
261015     MOVE        WK-GL-ENTRY-TYPE    TO      LD2P-TYPE.
261015     MOVE        WK-GL-CURRENCY      TO      LD2P-CUR.
261015     IF          WK-GL-AMT           <       0
261015     THEN
261015       MOVE      'D'                 TO      LD2P-DC-MARK
261015       COMPUTE   LD2P-AMT            =       WK-GL-AMT
261015                                     *       -1
261015     ELSE
261015       MOVE      'C'                 TO      LD2P-DC-MARK
261015       MOVE      WK-GL-AMT           TO      LD2P-AMT.
      *    ENDIF
261015     MOVE        WK-GL-RATE          TO      LD2P-RATE.
261015     MOVE        WK-GL-XRT-RATE      TO      LD2P-XRT-RATE.
261015     EXEC        CICS    START   TRANSID  ('OPCT')
261015                                 INTERVAL (0)
261015                                 FROM     (LD2P-DATA)
261015                                 LENGTH   (70)
261015                                 TERMID   (CWHCTID)
261015                                 END-EXEC.
261015 6519-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  外幣試算：瀏覽CBMF035試算結算月明細，依幣別累計     *
      *    (查無或已裁撤分行不計入)，逐幣別同3710算式試算月息及新     *
      *    臺幣等值(6524)                                              *
      *---------------------------------------------------------------*
261015 6520-PRV-FX-RTN.
261015     PERFORM     3703-FXS-CLR-RTN    THRU    3703-EXIT
261015     VARYING     WK-FXS-SUB  FROM  1  BY  1
261015     UNTIL       WK-FXS-SUB  >  10.
261015     MOVE        ZEROS               TO      WK-PRV-FX-TWD-TOT.
261015     MOVE        WK-FXS-SETL-NUM     TO      MF035-DATA-DATE.
261015     MOVE        0                   TO      MF035-DATE-SECTION.
261015     MOVE        ZEROS               TO      MF035-BRANCH-CODE.
261015     MOVE        SPACES              TO      MF035-ACCOUNT-NO.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(6523-PRV-FX-CALC-RTN)
261015                 ENDFILE(6522-PRV-FX-EOF-RTN)
261015                 END-EXEC.
261015     EXEC  CICS  STARTBR
261015                 DATASET('CBMF035')
261015                 RIDFLD(MF035-KEY)
261015                 GTEQ
261015     END-EXEC.
261015 6521-PRV-FX-NEXT-RTN.
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(6522-PRV-FX-EOF-RTN)
261015                 END-EXEC.
261015     EXEC  CICS  READNEXT
261015                 DATASET('CBMF035')
261015                 INTO(TIPMF035)
261015                 LENGTH(MF035-LENGTH)
261015                 RIDFLD(MF035-KEY)
261015     END-EXEC.
261015     IF          MF035-DATA-DATE     NOT =   WK-FXS-SETL-NUM
261015     THEN
261015       GO        TO      6522-PRV-FX-EOF-RTN.
      *    ENDIF
261015     IF          MF035-BRANCH-CODE   =       9999999
261015          OR     MF035-BRANCH-CODE   =       9999998
261015     THEN
261015       GO        TO      6521-PRV-FX-NEXT-RTN.
      *    ENDIF
261015     MOVE        MF035-BRANCH-CODE   TO      WK-BRM-IN.
261015     PERFORM     9500-BRM-RESOLVE-RTN THRU   9500-EXIT.
261015     IF          WK-BRM-RESULT       =       'U'
261015          OR     WK-BRM-RESULT       =       'C'
261015     THEN
261015       ADD       1                   TO      WK-PRV-BRX-CNT
261015       GO        TO      6521-PRV-FX-NEXT-RTN.
      *    ENDIF
261015     COMPUTE     WK-FXS-SUB          =       MF035-CURRENCY-CODE
261015                                     +       1.
261015     ADD         MF035-NONINT-AMT    TO      WK-FXS-NONINT-TOT
261015                                             (WK-FXS-SUB).
261015     GO          TO      6521-PRV-FX-NEXT-RTN.
261015 6522-PRV-FX-EOF-RTN.
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBMF035')
261015     END-EXEC.
261015 6523-PRV-FX-CALC-RTN.
261015     PERFORM     6524-PRV-FX-ONE-RTN THRU    6524-EXIT
261015     VARYING     WK-FXS-SUB  FROM  1  BY  1
261015     UNTIL       WK-FXS-SUB  >  10.
261015 6520-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  單一幣別試算：費率(3711)、月息算式同3710，新臺幣    *
      *    等值同3714；寫入'C'試算紀錄(與上月CBMF035結算紀錄比較)      *
      *    及'F'/'T'預計分錄並列印                                     *
      *---------------------------------------------------------------*
261015 6524-PRV-FX-ONE-RTN.
261015     IF          WK-FXS-NONINT-TOT(WK-FXS-SUB)  =  0
261015     THEN
261015       GO        TO      6524-EXIT.
      *    ENDIF
261015     IF          WKX-DD              =       0
261015     THEN
261015       GO        TO      6524-EXIT.
      *    ENDIF
261015     COMPUTE     WK-FXS-CUR          =       WK-FXS-SUB - 1.
261015     PERFORM     3711-FXR-GET-RATE-RTN THRU  3711-EXIT.
261015     COMPUTE     WMF035-TOT  ROUNDED =
261015                 ((WK-FXS-NONINT-TOT(WK-FXS-SUB)
261015                                     /       WKX-DD)
261015                                     *       WMF035-RATE-PCT)
261015                                     /       1000.
261015     COMPUTE     WMF035-TOTAL        =       WMF035-TOT
261015                                     *       1000.
261015     PERFORM     3714-XRT-GET-RATE-RTN THRU  3714-EXIT.
261015     COMPUTE     WK-XRT-TWD  ROUNDED =       WMF035-TOTAL
261015                                     *       WK-XRT-RATE.
261015     ADD         WK-XRT-TWD          TO      WK-PRV-FX-TWD-TOT.
261015     PERFORM     6525-PRV-FX-LAST-RTN THRU   6525-EXIT.
261015     MOVE        SPACES              TO      TIPPVW.
261015     MOVE        WK-FXS-SETL-NUM     TO      PVW-SETTLE-MONTH.
261015     MOVE        'C'                 TO      PVW-REC-TYPE.
261015     MOVE        WK-FXS-CUR          TO      PVW-ITEM-CUR.
261015     MOVE        ZEROS               TO      PVW-MERGE-INTO.
261015     MOVE        '0'                 TO      PVW-BASE-MARK.
261015     MOVE        WK-FXS-NONINT-TOT(WK-FXS-SUB)
261015                                     TO      PVW-BASE-AMT.
261015     MOVE        WMF035-RATE-PCT     TO      PVW-RATE-PCT.
261015     MOVE        WK-XRT-RATE         TO      PVW-XRT-RATE.
261015     MOVE        WMF035-TOTAL        TO      WK-PRV-AMT.
261015     MOVE        WK-XRT-TWD          TO      WK-PRV-TWD.
261015     PERFORM     6597-PVW-AMT-SET-RTN THRU   6597-EXIT.
261015     PERFORM     6590-PVW-WRITE-RTN  THRU    6590-EXIT.
261015     MOVE        WK-FXS-SETL-NUM     TO      LC9P-SETTLE.
261015     MOVE        WK-FXS-CUR          TO      LC9P-CUR.
261015     MOVE        PVW-RATE-PCT        TO      LC9P-INT-PCT.
261015     MOVE        PVW-INT-MARK        TO      LC9P-INT-MARK.
261015     MOVE        PVW-INT-AMT         TO      LC9P-INT-AMT.
261015     MOVE        PVW-XRT-RATE        TO      LC9P-XRT-RATE.
261015     MOVE        PVW-TWD-MARK        TO      LC9P-TWD-MARK.
261015     MOVE        PVW-TWD-AMT         TO      LC9P-TWD-AMT.
261015     MOVE        PVW-LAST-MARK       TO      LC9P-LAST-MARK.
261015     MOVE        PVW-LAST-AMT        TO      LC9P-LAST-AMT.
261015     EXEC        CICS    START   TRANSID  ('OPCT')
261015                                 INTERVAL (0)
261015                                 FROM     (LC9P-DATA)
261015                                 LENGTH   (106)
261015                                 TERMID   (CWHCTID)
261015                                 END-EXEC.
261015     MOVE        'F'                 TO      WK-GL-ENTRY-TYPE.
261015     MOVE        WK-FXS-CUR          TO      WK-GL-CURRENCY.
261015     MOVE        WMF035-TOTAL        TO      WK-GL-AMT.
261015     MOVE        WMF035-RATE-PCT     TO      WK-GL-RATE.
261015     MOVE        ZEROS               TO      WK-GL-XRT-RATE.
261015     PERFORM     6519-PRV-GL-RTN     THRU    6519-EXIT.
261015     MOVE        'T'                 TO      WK-GL-ENTRY-TYPE.
261015     MOVE        WK-XRT-TWD          TO      WK-GL-AMT.
261015     MOVE        WK-XRT-RATE         TO      WK-GL-XRT-RATE.
261015     PERFORM     6519-PRV-GL-RTN     THRU    6519-EXIT.
261015     MOVE        ZEROS               TO      WK-GL-XRT-RATE.
261015 6524-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  取該幣別上月實際月息(CBMF035上月9999999/'CUR'+幣    *
      *    別結算紀錄)供比較，查無者以零計                             *
      *---------------------------------------------------------------*
261015 6525-PRV-FX-LAST-RTN.
261015     MOVE        ZEROS               TO      WK-PRV-LAST.
261015     MOVE        'N'                 TO      WK-PRV-LAST-FOUND.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(6525-EXIT)
261015                 END-EXEC.
261015     MOVE        WK-PRV-LAST-MONTH   TO      MF035-DATA-DATE.
261015     MOVE        0                   TO      MF035-DATE-SECTION.
261015     MOVE        9999999             TO      MF035-BRANCH-CODE.
261015     MOVE        WK-FXS-CUR          TO      WK-FXS-ACCT-CUR.
261015     MOVE        WK-FXS-ACCT         TO      MF035-ACCOUNT-NO.
261015     EXEC  CICS  READ
261015                 DATASET('CBMF035')
261015                 INTO(TIPMF035)
261015                 LENGTH(MF035-LENGTH)
261015                 RIDFLD(MF035-KEY)
261015     END-EXEC.
261015     MOVE        'Y'                 TO      WK-PRV-LAST-FOUND.
261015     MOVE        MF035-NONINT-AMT    TO      WK-PRV-LAST.
261015 6525-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  試算裁併分行歸併：同3429，瀏覽本試算月'B'試算紀    *
      *    錄，標示併入存續分行(PVW-MERGE-INTO)者依存續分行彙總其基   *
      *    數、試算分攤額及上月實際數；ENDBR後逐一將彙總額加計於存    *
      *    續分行之'B'試算紀錄(查無者新增，本身數額以零計，上月實     *
      *    際數同6515)並重印，另列印歸併表示列(同3435)。裁併分行紀    *
      *    錄保留備查，其數額已含於存續分行紀錄。試算前已清除本月     *
      *    試算紀錄(6502)，故重跑不致重複加計                         *
      *---------------------------------------------------------------*
261015 6530-PRV-ROLLUP-RTN.
261015     MOVE        0                   TO      WK-BRM-ROLL-CNT.
261015     MOVE        WKS-DATA-DATE       TO      PVW-SETTLE-MONTH.
261015     MOVE        'B'                 TO      PVW-REC-TYPE.
261015     MOVE        ZEROS               TO      PVW-ITEM-BR.
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(6532-PRV-ROLL-EOF-RTN)
261015                 NOTFND(6530-EXIT)
261015                 END-EXEC.
261015     EXEC  CICS  STARTBR
261015                 DATASET('CBMFPVW')
261015                 RIDFLD(PVW-KEY)
261015                 GTEQ
261015     END-EXEC.
261015 6531-PRV-ROLL-NEXT-RTN.
261015     EXEC  CICS  READNEXT
261015                 DATASET('CBMFPVW')
261015                 INTO(TIPPVW)
261015                 LENGTH(PVW-LENGTH)
261015                 RIDFLD(PVW-KEY)
261015     END-EXEC.
261015     IF          PVW-SETTLE-MONTH    NOT =   WKS-DATA-DATE
261015          OR     PVW-REC-TYPE        NOT =   'B'
261015     THEN
261015       GO        TO      6532-PRV-ROLL-EOF-RTN.
      *    ENDIF
261015     IF          PVW-MERGE-INTO      =       0
261015     THEN
261015       GO        TO      6531-PRV-ROLL-NEXT-RTN.
      *    ENDIF
261015     MOVE        PVW-MERGE-INTO      TO      WK-BRM-IN.
261015     PERFORM     3433-ALC-ROLL-ENT-RTN THRU  3433-EXIT.
261015     IF          WK-BRM-ROLL-SUB     =       0
261015     THEN
261015       GO        TO      6531-PRV-ROLL-NEXT-RTN.
      *    ENDIF
261015     IF          PVW-BASE-MARK       =       '-'
261015     THEN
261015       SUBTRACT  PVW-BASE-AMT        FROM    WK-BRM-R-BASE
261015                                             (WK-BRM-ROLL-SUB)
261015     ELSE
261015       ADD       PVW-BASE-AMT        TO      WK-BRM-R-BASE
261015                                             (WK-BRM-ROLL-SUB).
      *    ENDIF
261015     IF          PVW-INT-MARK        =       '-'
261015     THEN
261015       SUBTRACT  PVW-INT-AMT         FROM    WK-BRM-R-INT
261015                                             (WK-BRM-ROLL-SUB)
261015     ELSE
261015       ADD       PVW-INT-AMT         TO      WK-BRM-R-INT
261015                                             (WK-BRM-ROLL-SUB).
      *    ENDIF
261015     IF          PVW-LAST-MARK       =       '-'
261015     THEN
261015       SUBTRACT  PVW-LAST-AMT        FROM    WK-BRM-R-LAST
261015                                             (WK-BRM-ROLL-SUB)
261015     ELSE
261015       ADD       PVW-LAST-AMT        TO      WK-BRM-R-LAST
261015                                             (WK-BRM-ROLL-SUB).
      *    ENDIF
261015     IF          PVW-LAST-FOUND      =       'Y'
261015     THEN
261015       MOVE      'Y'                 TO      WK-BRM-R-LFND
261015                                             (WK-BRM-ROLL-SUB).
      *    ENDIF
261015     GO          TO      6531-PRV-ROLL-NEXT-RTN.
261015 6532-PRV-ROLL-EOF-RTN.
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBMFPVW')
261015     END-EXEC.
261015     PERFORM     6533-PRV-ROLL-UPD-RTN THRU  6533-EXIT
261015     VARYING     WK-BRM-ROLL-SUB  FROM  1  BY  1
261015     UNTIL       WK-BRM-ROLL-SUB  >  WK-BRM-ROLL-CNT.
261015 6530-EXIT.
261015     EXIT.
261015 6533-PRV-ROLL-UPD-RTN.
261015     MOVE        WKS-DATA-DATE       TO      PVW-SETTLE-MONTH.
261015     MOVE        'B'                 TO      PVW-REC-TYPE.
261015     MOVE        WK-BRM-R-CODE(WK-BRM-ROLL-SUB)
261015                                     TO      PVW-ITEM-BR.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(6533-NEW-RTN)
261015                 END-EXEC.
261015     EXEC  CICS  READ
261015                 DATASET('CBMFPVW')
261015                 INTO(TIPPVW)
261015                 LENGTH(PVW-LENGTH)
261015                 RIDFLD(PVW-KEY)
261015     END-EXEC.
261015     IF          PVW-BASE-MARK       =       '-'
261015     THEN
261015       COMPUTE   WK-BRM-AMT-WRK      =       PVW-BASE-AMT
261015                                     *       -1
261015     ELSE
261015       MOVE      PVW-BASE-AMT        TO      WK-BRM-AMT-WRK.
      *    ENDIF
261015     IF          PVW-INT-MARK        =       '-'
261015     THEN
261015       COMPUTE   WK-PRV-AMT          =       PVW-INT-AMT
261015                                     *       -1
261015     ELSE
261015       MOVE      PVW-INT-AMT         TO      WK-PRV-AMT.
      *    ENDIF
261015     IF          PVW-LAST-MARK       =       '-'
261015     THEN
261015       COMPUTE   WK-PRV-LAST         =       PVW-LAST-AMT
261015                                     *       -1
261015     ELSE
261015       MOVE      PVW-LAST-AMT        TO      WK-PRV-LAST.
      *    ENDIF
261015     MOVE        PVW-LAST-FOUND      TO      WK-PRV-LAST-FOUND.
261015     GO          TO      6533-ADD-RTN.
261015 6533-NEW-RTN.
261015     MOVE        WK-BRM-R-CODE(WK-BRM-ROLL-SUB)
261015                                     TO      WK-CTY-BRANCH.
261015     PERFORM     6515-PRV-ALC-LAST-RTN THRU  6515-EXIT.
261015     MOVE        SPACES              TO      TIPPVW.
261015     MOVE        WKS-DATA-DATE       TO      PVW-SETTLE-MONTH.
261015     MOVE        'B'                 TO      PVW-REC-TYPE.
261015     MOVE        WK-CTY-BRANCH       TO      PVW-ITEM-BR.
261015     MOVE        ZEROS               TO      PVW-MERGE-INTO.
261015     MOVE        WMF032-RATE-PCT     TO      PVW-RATE-PCT.
261015     MOVE        ZEROS               TO      PVW-XRT-RATE.
261015     MOVE        ZEROS               TO      WK-BRM-AMT-WRK.
261015     MOVE        ZEROS               TO      WK-PRV-AMT.
261015 6533-ADD-RTN.
261015     ADD         WK-BRM-R-BASE(WK-BRM-ROLL-SUB)
261015                                     TO      WK-BRM-AMT-WRK.
261015     IF          WK-BRM-AMT-WRK      <       0
261015     THEN
261015       MOVE      '-'                 TO      PVW-BASE-MARK
261015       COMPUTE   PVW-BASE-AMT        =       WK-BRM-AMT-WRK
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      PVW-BASE-MARK
261015       MOVE      WK-BRM-AMT-WRK      TO      PVW-BASE-AMT.
      *    ENDIF
261015     ADD         WK-BRM-R-INT(WK-BRM-ROLL-SUB)
261015                                     TO      WK-PRV-AMT.
261015     ADD         WK-BRM-R-LAST(WK-BRM-ROLL-SUB)
261015                                     TO      WK-PRV-LAST.
261015     IF          WK-BRM-R-LFND(WK-BRM-ROLL-SUB)  =   'Y'
261015     THEN
261015       MOVE      'Y'                 TO      WK-PRV-LAST-FOUND.
      *    ENDIF
261015     MOVE        ZEROS               TO      WK-PRV-TWD.
261015     PERFORM     6597-PVW-AMT-SET-RTN THRU   6597-EXIT.
261015     PERFORM     6590-PVW-WRITE-RTN  THRU    6590-EXIT.
261015     PERFORM     6598-PRV-BR-PRINT-RTN THRU  6598-EXIT.
261015     MOVE        PVW-ITEM-BR         TO      LC3P-BRANCH.
261015     MOVE        WK-BRM-R-BASE(WK-BRM-ROLL-SUB)
261015                                     TO      WK-BRM-AMT-WRK.
261015     IF          WK-BRM-AMT-WRK      <       0
261015     THEN
261015       MOVE      '-'                 TO      LC3P-ROLL-BASE-MARK
261015       COMPUTE   LC3P-ROLL-BASE-AMT  =       WK-BRM-AMT-WRK
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      LC3P-ROLL-BASE-MARK
261015       MOVE      WK-BRM-AMT-WRK      TO      LC3P-ROLL-BASE-AMT.
      *    ENDIF
261015     MOVE        WK-BRM-R-INT(WK-BRM-ROLL-SUB)
261015                                     TO      WK-BRM-AMT-WRK.
261015     IF          WK-BRM-AMT-WRK      <       0
261015     THEN
261015       MOVE      '-'                 TO      LC3P-ROLL-INT-MARK
261015       COMPUTE   LC3P-ROLL-INT-AMT   =       WK-BRM-AMT-WRK
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      LC3P-ROLL-INT-MARK
261015       MOVE      WK-BRM-AMT-WRK      TO      LC3P-ROLL-INT-AMT.
      *    ENDIF
261015     MOVE        PVW-INT-MARK        TO      LC3P-TOT-INT-MARK.
261015     MOVE        PVW-INT-AMT         TO      LC3P-TOT-INT-AMT.
261015     EXEC        CICS    START   TRANSID  ('OPCT')
261015                                 INTERVAL (0)
261015                                 FROM     (LC3P-DATA)
261015                                 LENGTH   (80)
261015                                 TERMID   (CWHCTID)
261015                                 END-EXEC.
261015 6533-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  試算總表：新臺幣月息總額與上月CBMF032結算紀錄比     *
      *    較，另記外幣新臺幣等值合計、缺漏日數、擷取檔不符筆數、     *
      *    剔除筆數；有缺漏日或不符者正式月結將遭擋下('B')             *
      *---------------------------------------------------------------*
261015 6540-PRV-SUMMARY-RTN.
261015     MOVE        ZEROS               TO      WK-PRV-LAST.
261015     MOVE        'N'                 TO      WK-PRV-LAST-FOUND.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(6540-SET-RTN)
261015                 END-EXEC.
261015     MOVE        WK-PRV-LAST-MONTH   TO      RMF032-DATA-DATE.
261015     MOVE        9999999             TO      RMF032-BRANCH-CODE.
261015     MOVE        ZEROS               TO      RMF032-DD.
261015     EXEC  CICS  READ
261015                 DATASET('CBMF032')
261015                 INTO(TMF032)
261015                 LENGTH(MF032-LENGTH)
261015                 RIDFLD(RMF032-KEY)
261015     END-EXEC.
261015     MOVE        'Y'                 TO      WK-PRV-LAST-FOUND.
261015     IF          TMF032-NONINT-AMT-MARK  =   '-'
261015     THEN
261015       COMPUTE   WK-PRV-LAST         =       TMF032-NONINT-AMT
261015                                     *       -1
261015     ELSE
261015       MOVE      TMF032-NONINT-AMT   TO      WK-PRV-LAST.
      *    ENDIF
261015 6540-SET-RTN.
261015     MOVE        'P'                 TO      WK-PRV-BLOCK.
261015     IF          WK-CTY-GAP-CNT      >       0
261015          OR     WK-RCN-VAR-CNT      >       0
261015     THEN
261015       MOVE      'B'                 TO      WK-PRV-BLOCK.
      *    ENDIF
261015     MOVE        SPACES              TO      TIPPVW.
261015     MOVE        WKS-DATA-DATE       TO      PVW-SETTLE-MONTH.
261015     MOVE        'S'                 TO      PVW-REC-TYPE.
261015     MOVE        ZEROS               TO      PVW-MERGE-INTO.
261015     IF          WMF032-NONINT-TOT   <       0
261015     THEN
261015       MOVE      '-'                 TO      PVW-BASE-MARK
261015       COMPUTE   PVW-BASE-AMT        =       WMF032-NONINT-TOT
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      PVW-BASE-MARK
261015       MOVE      WMF032-NONINT-TOT   TO      PVW-BASE-AMT.
      *    ENDIF
261015     MOVE        WMF032-RATE-PCT     TO      PVW-RATE-PCT.
261015     MOVE        ZEROS               TO      PVW-XRT-RATE.
261015     MOVE        WMF032-TOTAL        TO      WK-PRV-AMT.
261015     MOVE        WK-PRV-FX-TWD-TOT   TO      WK-PRV-TWD.
261015     PERFORM     6597-PVW-AMT-SET-RTN THRU   6597-EXIT.
261015     MOVE        WK-CTY-GAP-CNT      TO      PVW-GAP-CNT.
261015     MOVE        WK-RCN-VAR-CNT      TO      PVW-RCN-CNT.
261015     MOVE        WK-PRV-BRX-CNT      TO      PVW-BRX-CNT.
261015     MOVE        WK-PRV-BLOCK        TO      PVW-BLOCK.
261015     PERFORM     6590-PVW-WRITE-RTN  THRU    6590-EXIT.
261015     MOVE        WKS-DATA-DATE       TO      LD1P-SETTLE.
261015     MOVE        PVW-INT-MARK        TO      LD1P-INT-MARK.
261015     MOVE        PVW-INT-AMT         TO      LD1P-INT-AMT.
261015     MOVE        PVW-LAST-MARK       TO      LD1P-LAST-MARK.
261015     MOVE        PVW-LAST-AMT        TO      LD1P-LAST-AMT.
261015     MOVE        PVW-TWD-MARK        TO      LD1P-TWD-MARK.
261015     MOVE        PVW-TWD-AMT         TO      LD1P-TWD-AMT.
261015     MOVE        PVW-GAP-CNT         TO      LD1P-GAP-CNT.
261015     MOVE        PVW-RCN-CNT         TO      LD1P-RCN-CNT.
261015     MOVE        PVW-BRX-CNT         TO      LD1P-BRX-CNT.
261015     MOVE        PVW-BLOCK           TO      LD1P-STATUS.
261015     EXEC        CICS    START   TRANSID  ('OPCT')
261015                                 INTERVAL (0)
261015                                 FROM     (LD1P-DATA)
261015                                 LENGTH   (114)
261015                                 TERMID   (CWHCTID)
261015                                 END-EXEC.
261015 6540-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  寫入一筆CBMFPVW試算紀錄(鍵值已存在者改寫，同一結    *
      *    算月重跑試算時覆蓋前次結果)                                 *
      *---------------------------------------------------------------*
261015 6590-PVW-WRITE-RTN.
261015     MOVE        TIPPVW              TO      WK-PVW-SAVE.
261015     EXEC CICS   HANDLE CONDITION
261015                 DUPREC(6592-PVW-REW-RTN)
261015                 NOTFND(6591-PVW-WR-RTN)
261015                 END-EXEC.
261015     EXEC  CICS  READ
261015                 DATASET('CBMFPVW')
261015                 INTO(TIPPVW)
261015                 LENGTH(PVW-LENGTH)
261015                 RIDFLD(PVW-KEY)
261015                 UPDATE
261015     END-EXEC.
261015     GO          TO      6592-PVW-REW-RTN.
261015 6591-PVW-WR-RTN.
261015     MOVE        WK-PVW-SAVE         TO      TIPPVW.
261015     EXEC  CICS  WRITE
261015                 DATASET('CBMFPVW')
261015                 FROM(TIPPVW)
261015                 LENGTH(PVW-LENGTH)
261015                 RIDFLD(PVW-KEY)
261015     END-EXEC.
261015     GO          TO      6590-EXIT.
261015 6592-PVW-REW-RTN.
261015     MOVE        WK-PVW-SAVE         TO      TIPPVW.
261015     EXEC  CICS  REWRITE
261015                 DATASET('CBMFPVW')
261015                 FROM(TIPPVW)
261015     END-EXEC.
261015     EXEC        CICS    UNLOCK
261015                 DATASET('CBMFPVW')
261015     END-EXEC.
261015 6590-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  試算紀錄共同欄位：試算數WK-PRV-AMT、上月實際數      *
      *    WK-PRV-LAST及差額、新臺幣等值WK-PRV-TWD均轉為符號加絕對     *
      *    值；計數欄歸零(總表另行設定)                                *
      *---------------------------------------------------------------*
261015 6597-PVW-AMT-SET-RTN.
261015     MOVE        TWA-TXN-DAT7        TO      PVW-RUN-DATE.
261015     MOVE        WKX-DD              TO      PVW-DAYS.
261015     IF          WK-PRV-AMT          <       0
261015     THEN
261015       MOVE      '-'                 TO      PVW-INT-MARK
261015       COMPUTE   PVW-INT-AMT         =       WK-PRV-AMT
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      PVW-INT-MARK
261015       MOVE      WK-PRV-AMT          TO      PVW-INT-AMT.
      *    ENDIF
261015     IF          WK-PRV-TWD          <       0
261015     THEN
261015       MOVE      '-'                 TO      PVW-TWD-MARK
261015       COMPUTE   PVW-TWD-AMT         =       WK-PRV-TWD
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      PVW-TWD-MARK
261015       MOVE      WK-PRV-TWD          TO      PVW-TWD-AMT.
      *    ENDIF
261015     MOVE        WK-PRV-LAST-FOUND   TO      PVW-LAST-FOUND.
261015     IF          WK-PRV-LAST         <       0
261015     THEN
261015       MOVE      '-'                 TO      PVW-LAST-MARK
261015       COMPUTE   PVW-LAST-AMT        =       WK-PRV-LAST
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      PVW-LAST-MARK
261015       MOVE      WK-PRV-LAST         TO      PVW-LAST-AMT.
      *    ENDIF
261015     COMPUTE     WK-PRV-DIF          =       WK-PRV-AMT
261015                                     -       WK-PRV-LAST.
261015     IF          WK-PRV-DIF          <       0
261015     THEN
261015       MOVE      '-'                 TO      PVW-DIF-MARK
261015       COMPUTE   PVW-DIF-AMT         =       WK-PRV-DIF
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      PVW-DIF-MARK
261015       MOVE      WK-PRV-DIF          TO      PVW-DIF-AMT.
      *    ENDIF
261015     MOVE        ZEROS               TO      PVW-GAP-CNT.
261015     MOVE        ZEROS               TO      PVW-RCN-CNT.
261015     MOVE        ZEROS               TO      PVW-BRX-CNT.
261015     MOVE        SPACE               TO      PVW-BLOCK.
261015 6597-EXIT.
261015     EXIT.
261015 6598-PRV-BR-PRINT-RTN.
261015     MOVE        PVW-SETTLE-MONTH    TO      LC8P-SETTLE.
261015     MOVE        PVW-ITEM-BR         TO      LC8P-BRANCH.
261015     MOVE        PVW-MERGE-INTO      TO      LC8P-MERGE-INTO.
261015     MOVE        PVW-INT-MARK        TO      LC8P-INT-MARK.
261015     MOVE        PVW-INT-AMT         TO      LC8P-INT-AMT.
261015     MOVE        PVW-LAST-MARK       TO      LC8P-LAST-MARK.
261015     MOVE        PVW-LAST-AMT        TO      LC8P-LAST-AMT.
261015     MOVE        PVW-DIF-MARK        TO      LC8P-DIF-MARK.
261015     MOVE        PVW-DIF-AMT         TO      LC8P-DIF-AMT.
261015     EXEC        CICS    START   TRANSID  ('OPCT')
261015                                 INTERVAL (0)
261015                                 FROM     (LC8P-DATA)
261015                                 LENGTH   (102)
261015                                 TERMID   (CWHCTID)
261015                                 END-EXEC.
261015 6598-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  帳戶主檔初次載入(CTF-RUN-MODE='L')：CBMFACR啟用    *
      *    前已開戶之帳號並無當期CBMF033異動紀錄，首次型別2/8檢       *
      *    索將全數以MB63擋下，故啟用時先執行本作業一次。依序瀏       *
      *    覽CBMF33A歷史檔(CBLUARC搬存之較舊紀錄)及CBMF033線上        *
      *    檔，逐筆還原為TIPMF033後經3503-REG-MAINT-RTN套用；兩       *
      *    檔均依資料年月/旬別排序，依序套用即為最新狀態，已套用      *
      *    之期別由3503略過，故重複執行不致重複異動。不執行檢索       *
      *    傳送，須具CBTPAUT之REGLOAD權限                             *
      *---------------------------------------------------------------*
261015 6600-REG-LOAD-RTN.
261015     MOVE        '/6600-RGL/'        TO      WK-PARA.
261015     MOVE        'REGLOAD '          TO      WK-AUT-FUNC.
261015     PERFORM     9400-AUT-CHECK-RTN  THRU    9400-EXIT.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTOPEN(601-FILE-NOT-OPEN)
261015                 ERROR(603-OTHER-ERROR)
261015                 END-EXEC.
261015     MOVE        'TIPMFACR'          TO      WK-FILE-ID.
261015     MOVE        ZEROS               TO      WK-RGL-ARC-CNT
261015                                             WK-RGL-ONL-CNT.
261015     PERFORM     6610-RGL-ARC-RTN    THRU    6610-EXIT.
261015     PERFORM     6620-RGL-ONL-RTN    THRU    6620-EXIT.
261015 6600-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  CBMF33A歷史檔：鍵值及明細原樣還原至TIPMF033(搬存   *
      *    日期不用)；3503曾改掛NOTFND/DUPREC，返回後重新掛回本段     *
      *    瀏覽所需之處理條件。歷史檔無紀錄者(STARTBR NOTFND)逕行     *
      *    跳過                                                       *
      *---------------------------------------------------------------*
261015 6610-RGL-ARC-RTN.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(6610-EXIT)
261015                 ENDFILE(6612-RGL-ARC-EOF-RTN)
261015                 END-EXEC.
261015     MOVE        SPACES              TO      M33A-KEY.
261015     EXEC  CICS  STARTBR
261015                 DATASET('CBMF33A')
261015                 RIDFLD(M33A-KEY)
261015     END-EXEC.
261015 6611-RGL-ARC-NEXT-RTN.
261015     EXEC  CICS  READNEXT
261015                 DATASET('CBMF33A')
261015                 INTO(TIPM33A)
261015                 LENGTH(M33A-LENGTH)
261015                 RIDFLD(M33A-KEY)
261015     END-EXEC.
261015     IF          M33A-BRANCH-CODE    =       9999999
261015           OR    M33A-BRANCH-CODE    =       9999998
261015     THEN
261015       GO        TO      6611-RGL-ARC-NEXT-RTN.
      *    ENDIF
261015     MOVE        M33A-KEY            TO      MF033-KEY.
261015     MOVE        M33A-DATA           TO      TIPMF033(30:113).
261015     ADD         1                   TO      WK-RGL-ARC-CNT.
261015     PERFORM     3503-REG-MAINT-RTN  THRU    3503-EXIT.
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(6612-RGL-ARC-EOF-RTN)
261015                 ERROR(603-OTHER-ERROR)
261015                 END-EXEC.
261015     GO          TO      6611-RGL-ARC-NEXT-RTN.
261015 6612-RGL-ARC-EOF-RTN.
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBMF33A')
261015     END-EXEC.
261015 6610-EXIT.
261015     EXIT.
      *---------------------------------------------------------------*
      *    261015  CBMF033線上檔：同3500-MF033-RETRIV-RTN略過9999999/ *
      *    9999998結算紀錄，逐筆套用                                  *
      *---------------------------------------------------------------*
261015 6620-RGL-ONL-RTN.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(6620-EXIT)
261015                 ENDFILE(6622-RGL-ONL-EOF-RTN)
261015                 END-EXEC.
261015     MOVE        SPACES              TO      MF033-KEY.
261015     EXEC  CICS  STARTBR
261015                 DATASET('CBMF033')
261015                 RIDFLD(MF033-KEY)
261015     END-EXEC.
261015 6621-RGL-ONL-NEXT-RTN.
261015     EXEC  CICS  READNEXT
261015                 DATASET('CBMF033')
261015                 INTO(TIPMF033)
261015                 LENGTH(MF033-LENGTH)
261015                 RIDFLD(MF033-KEY)
261015     END-EXEC.
261015     IF          MF033-BRANCH-CODE   =       9999999
261015           OR    MF033-BRANCH-CODE   =       9999998
261015     THEN
261015       GO        TO      6621-RGL-ONL-NEXT-RTN.
      *    ENDIF
261015     ADD         1                   TO      WK-RGL-ONL-CNT.
261015     PERFORM     3503-REG-MAINT-RTN  THRU    3503-EXIT.
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(6622-RGL-ONL-EOF-RTN)
261015                 ERROR(603-OTHER-ERROR)
261015                 END-EXEC.
261015     GO          TO      6621-RGL-ONL-NEXT-RTN.
261015 6622-RGL-ONL-EOF-RTN.
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBMF033')
261015     END-EXEC.
261015 6620-EXIT.
261015     EXIT.
      ***
       7000-MSG-OUTPUT-RTN.
           MOVE        '7000-MSG'          TO      WK-PARA.
      *    ENDIF
260822 7003-EXIT.
260822     EXIT.
      *-------------------------------------------------------------*
      *    261015  追溯利率調整作業回覆訊息：本次重算之月數(新臺幣   *
      *    按結算月、外幣按結算月/幣別計)及累計調整額                *
      *-------------------------------------------------------------*
261015 7100-RAJ-MSG-OUTPUT-RTN.
261015     MOVE        '7100-MSG'          TO      WK-PARA.
261015     MOVE        'T700'              TO      MSG-P-OUT-CODE.
261015     MOVE        44                  TO      MSG-P-LENGTH.
261015     MOVE        MSG-M-DISPLAY       TO      MSG-P-OUT-TM-TYPE.
261015     MOVE        '0000'              TO      T034-RESPONSE-CODE.
261015     MOVE        WK-RAJ-MON-CNT      TO      WK-T034-RAJ-CNT.
261015     IF          WK-RAJ-ADJ-TOT      <       0
261015     THEN
261015       MOVE      '-'                 TO      WK-T034-RAJ-MARK
261015       COMPUTE   WK-T034-RAJ-AMT     =       WK-RAJ-ADJ-TOT
261015                                     *       -1
261015     ELSE
261015       MOVE      '0'                 TO      WK-T034-RAJ-MARK
261015       MOVE      WK-RAJ-ADJ-TOT      TO      WK-T034-RAJ-AMT.
      *    ENDIF
261015     MOVE        WK-T034-RAJ-MSG     TO      T034-CONTENT.
261015     PERFORM     904-MSG-OUTPUT-RTN  THRU    904-EXIT.
261015     PERFORM     7001-HARDCOPY-RTN   THRU    7001-EXIT.
261015 7100-EXIT.
261015     EXIT.
      *-------------------------------------------------------------*
      *    261015  月結試算作業回覆訊息：缺漏日數、擷取檔不符筆數   *
      *    及正式月結是否將遭擋下                                   *
      *-------------------------------------------------------------*
261015 7200-PRV-MSG-OUTPUT-RTN.
261015     MOVE        '7200-MSG'          TO      WK-PARA.
261015     MOVE        'T700'              TO      MSG-P-OUT-CODE.
261015     MOVE        44                  TO      MSG-P-LENGTH.
261015     MOVE        MSG-M-DISPLAY       TO      MSG-P-OUT-TM-TYPE.
261015     MOVE        '0000'              TO      T034-RESPONSE-CODE.
261015     MOVE        WK-CTY-GAP-CNT      TO      WK-T034-PRV-GAP.
261015     MOVE        WK-RCN-VAR-CNT      TO      WK-T034-PRV-RCN.
261015     MOVE        WK-PRV-BLOCK        TO      WK-T034-PRV-STATUS.
261015     MOVE        WK-T034-PRV-MSG     TO      T034-CONTENT.
261015     PERFORM     904-MSG-OUTPUT-RTN  THRU    904-EXIT.
261015     PERFORM     7001-HARDCOPY-RTN   THRU    7001-EXIT.
261015 7200-EXIT.
261015     EXIT.
      *-------------------------------------------------------------*
      *    261015  帳戶主檔初次載入回覆訊息：歷史檔及線上檔套用筆數 *
      *-------------------------------------------------------------*
261015 7300-RGL-MSG-OUTPUT-RTN.
261015     MOVE        '7300-MSG'          TO      WK-PARA.
261015     MOVE        'T700'              TO      MSG-P-OUT-CODE.
261015     MOVE        44                  TO      MSG-P-LENGTH.
261015     MOVE        MSG-M-DISPLAY       TO      MSG-P-OUT-TM-TYPE.
261015     MOVE        '0000'              TO      T034-RESPONSE-CODE.
261015     MOVE        WK-RGL-ARC-CNT      TO      WK-T034-RGL-ARC.
261015     MOVE        WK-RGL-ONL-CNT      TO      WK-T034-RGL-ONL.
261015     MOVE        WK-T034-RGL-MSG     TO      T034-CONTENT.
261015     PERFORM     904-MSG-OUTPUT-RTN  THRU    904-EXIT.
261015     PERFORM     7001-HARDCOPY-RTN   THRU    7001-EXIT.
261015 7300-EXIT.
261015     EXIT.
       8000-TXN-END-RTN.
           MOVE        '/8000-TXN/'        TO      WK-PARA.
            EXEC CICS RETURN END-EXEC.                                  
260822     END-EXEC.
260822 9311-EXIT.
260822     EXIT.
      *-------------------------------------------------------------*
      *    261015  分行主檔解析：以WK-BRM-IN查WK-BRM-TBL，未暫存者    *
      *    讀取CBTPBRM：營業中或未達生效日(晚於本營業日)者為'A'；     *
      *    已裁撤者為'C'；已裁併者沿併入分行逐層追溯(至多9層)至未     *
      *    裁併之存續分行，結果為'M'；查無者為'U'。解析結果存入       *
      *    WK-BRM-OUT/RESULT/EFF-DATE，並暫存WK-BRM-TBL                *
      *-------------------------------------------------------------*
261015 9500-BRM-RESOLVE-RTN.
261015     MOVE        0                   TO      WK-BRM-SUB.
261015     PERFORM     9501-BRM-SRCH-RTN   THRU    9501-EXIT
261015     VARYING     WK-BRM-SRCH-SUB  FROM  1  BY  1
261015     UNTIL       WK-BRM-SRCH-SUB  >  WK-BRM-CNT.
261015     IF          WK-BRM-SUB          >       0
261015     THEN
261015       MOVE      WK-BRM-T-OUT(WK-BRM-SUB)    TO  WK-BRM-OUT
261015       MOVE      WK-BRM-T-EFF(WK-BRM-SUB)    TO  WK-BRM-EFF-DATE
261015       MOVE      WK-BRM-T-RESULT(WK-BRM-SUB) TO  WK-BRM-RESULT
261015       GO        TO      9500-EXIT.
      *    ENDIF
261015     MOVE        WK-BRM-IN           TO      WK-BRM-OUT.
261015     MOVE        ZEROS               TO      WK-BRM-EFF-DATE.
261015     MOVE        'A'                 TO      WK-BRM-RESULT.
261015     MOVE        0                   TO      WK-BRM-DEPTH.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(9500-NOTFND-RTN)
261015                 END-EXEC.
261015 9500-READ-RTN.
261015     MOVE        WK-BRM-OUT          TO      BRM-BRANCH-CODE.
261015     EXEC  CICS  READ
261015                 DATASET('CBTPBRM')
261015                 INTO(TIPBRM)
261015                 LENGTH(BRM-LENGTH)
261015                 RIDFLD(BRM-KEY)
261015     END-EXEC.
261015     IF          BRM-ST-ACTIVE
261015          OR     BRM-EFF-DATE        >       TWA-TXN-DAT7
261015     THEN
261015       GO        TO      9500-SAVE-RTN.
      *    ENDIF
261015     IF          BRM-ST-CLOSED
261015          AND    WK-BRM-DEPTH        =       0
261015     THEN
261015       MOVE      'C'                 TO      WK-BRM-RESULT
261015       MOVE      BRM-EFF-DATE        TO      WK-BRM-EFF-DATE
261015       GO        TO      9500-SAVE-RTN.
      *    ENDIF
261015     IF          NOT BRM-ST-MERGED
261015     THEN
261015       GO        TO      9500-SAVE-RTN.
      *    ENDIF
261015     IF          WK-BRM-DEPTH        =       0
261015     THEN
261015       MOVE      BRM-EFF-DATE        TO      WK-BRM-EFF-DATE.
      *    ENDIF
261015     MOVE        'M'                 TO      WK-BRM-RESULT.
261015     MOVE        BRM-MERGE-INTO      TO      WK-BRM-OUT.
261015     ADD         1                   TO      WK-BRM-DEPTH.
261015     IF          WK-BRM-DEPTH        <       9
261015     THEN
261015       GO        TO      9500-READ-RTN.
      *    ENDIF
261015     GO          TO      9500-SAVE-RTN.
261015 9500-NOTFND-RTN.
261015     IF          WK-BRM-DEPTH        =       0
261015     THEN
261015       MOVE      'U'                 TO      WK-BRM-RESULT.
      *    ENDIF
261015 9500-SAVE-RTN.
261015     IF          WK-BRM-CNT          NOT <   100
261015     THEN
261015       GO        TO      9500-EXIT.
      *    ENDIF
261015     ADD         1                   TO      WK-BRM-CNT.
261015     MOVE        WK-BRM-IN           TO      WK-BRM-T-CODE
261015                                             (WK-BRM-CNT).
261015     MOVE        WK-BRM-OUT          TO      WK-BRM-T-OUT
261015                                             (WK-BRM-CNT).
261015     MOVE        WK-BRM-EFF-DATE     TO      WK-BRM-T-EFF
261015                                             (WK-BRM-CNT).
261015     MOVE        WK-BRM-RESULT       TO      WK-BRM-T-RESULT
261015                                             (WK-BRM-CNT).
261015 9500-EXIT.
261015     EXIT.
261015 9501-BRM-SRCH-RTN.
261015     IF          WK-BRM-T-CODE(WK-BRM-SRCH-SUB)  =   WK-BRM-IN
261015     THEN
261015       MOVE      WK-BRM-SRCH-SUB     TO      WK-BRM-SUB.
      *    ENDIF
261015 9501-EXIT.
261015     EXIT.
      *-------------------------------------------------------------*
      *    261015  檢索分行檢核：WK-BRM-IN未登錄('U')或已裁撤('C')    *
      *    者列印例外清單(*BRX*)並比照轉換退件寫入CBTPCRJ(回應碼      *
      *    'B')，記入待刪除表，由呼叫端略過該筆(WK-BRM-PULL='Y')，    *
      *    ENDBR後以9310自線上檔刪除。呼叫前WK-REJ-FILE-ID/DS/KEY/    *
      *    REC/REC-LEN須已設妥；返回後呼叫端須重新掛回處理條件        *
      *    已裁併('M')者其明細紀錄已於檢索前由9520改掛存續分行，      *
      *    僅改掛表容量(100筆)以外者仍以原分行代號通過                *
      *-------------------------------------------------------------*
261015 9510-BRM-CHECK-RTN.
261015     MOVE        'N'                 TO      WK-BRM-PULL.
261015     PERFORM     9500-BRM-RESOLVE-RTN THRU   9500-EXIT.
261015     IF          WK-BRM-RESULT       NOT =   'U'
261015          AND    WK-BRM-RESULT       NOT =   'C'
261015     THEN
261015       GO        TO      9510-EXIT.
      *    ENDIF
261015     MOVE        'Y'                 TO      WK-BRM-PULL.
261015     ADD         1                   TO      WK-BRM-REJ-CNT.
261015     MOVE        CTF-INQ-TYPE        TO      LC2P-INQ-TYPE.
261015     MOVE        WK-REJ-FILE-ID      TO      LC2P-FILE-ID.
261015     MOVE        WK-BRM-IN           TO      LC2P-BRANCH.
261015     MOVE        WK-REJ-KEY          TO      LC2P-REC-KEY.
261015     MOVE        WK-BRM-RESULT       TO      LC2P-RESULT.
261015     EXEC        CICS    START   TRANSID  ('OPCT')
261015                                 INTERVAL (0)
261015                                 FROM     (LC2P-DATA)
261015                                 LENGTH   (81)
261015                                 TERMID   (CWHCTID)
261015                                 END-EXEC.
261015     MOVE        SPACES              TO      CDC-ERROR-MSG.
261015     MOVE        'B'                 TO      CDC-ERROR-MSG-CLASS.
261015     MOVE        '分行代號未登錄或已裁撤'
261015                                     TO      CDC-MSG-TEXT.
261015     PERFORM     9300-CVT-REJECT-RTN THRU    9300-EXIT.
261015 9510-EXIT.
261015     EXIT.
      *-------------------------------------------------------------*
      *    261015  檢索前分行改掛：各檢索作業掃描前，先將本營業日     *
      *    已裁併生效分行之明細紀錄改掛至最終存續分行(CBMF01/         *
      *    CBMF034主、子分行分別改掛)，使傳送內容、彙總9999999、      *
      *    控制軌及傳送前清點均以存續分行計。改掛後鍵值已存在者：     *
      *    分行日檔(CBMF032/051/052)將筆數/金額併入存續分行紀錄；     *
      *    其餘明細檔比照轉換退件寫入CBTPCRJ(回應碼'B')。原鍵值紀     *
      *    錄於寫入/併入/退件後刪除，逐筆列印*BRR*(R改掛、A併入、     *
      *    D退件)。瀏覽中不得增刪同一檔，故每批50筆鍵值ENDBR後處      *
      *    理，再自最後鍵值續掃                                       *
      *-------------------------------------------------------------*
261015 9520-BRM-REMAP-RTN.
261015     IF          WK-RMP-LOADED       NOT =   'Y'
261015     THEN
261015       PERFORM   9521-RMP-LOAD-RTN   THRU    9521-EXIT.
      *    ENDIF
261015     IF          WK-RMP-CNT          =       0
261015     THEN
261015       GO        TO      9520-EXIT.
      *    ENDIF
261015     COMPUTE     WK-RMP-PARM-SUB     =       CTF-INQ-TYPE  +  1.
261015     MOVE        WK-RMP-PARM-ENT(WK-RMP-PARM-SUB)
261015                                     TO      WK-RMP-PARM.
261015     MOVE        WK-RMP-REC-LEN      TO      WK-RMP-LEN.
261015     PERFORM     9524-RMP-CODE-RTN   THRU    9524-EXIT
261015     VARYING     WK-RMP-SUB  FROM  1  BY  1
261015     UNTIL       WK-RMP-SUB  >  WK-RMP-CNT.
261015     MOVE        LOW-VALUES          TO      WK-RMP-KEY.
261015     MOVE        'N'                 TO      WK-RMP-EOF.
261015 9520-SCAN-RTN.
261015     PERFORM     9530-RMP-SCAN-RTN   THRU    9530-EXIT.
261015     PERFORM     9540-RMP-APPLY-RTN  THRU    9540-EXIT
261015     VARYING     WK-RMP-Q-SUB  FROM  1  BY  1
261015     UNTIL       WK-RMP-Q-SUB  >  WK-RMP-Q-CNT.
261015     IF          WK-RMP-EOF          =       'N'
261015     THEN
261015       GO        TO      9520-SCAN-RTN.
      *    ENDIF
261015     PERFORM     9310-REJ-DELETE-RTN THRU    9310-EXIT.
261015 9520-EXIT.
261015     EXIT.
      *-------------------------------------------------------------*
      *    261015  瀏覽CBTPBRM取得已裁併且生效日不晚於本營業日之分    *
      *    行，ENDBR後逐一以9500求最終存續分行(本交易只載入一次)      *
      *-------------------------------------------------------------*
261015 9521-RMP-LOAD-RTN.
261015     MOVE        'Y'                 TO      WK-RMP-LOADED.
261015     MOVE        0                   TO      WK-RMP-CNT.
261015     MOVE        ZEROS               TO      BRM-KEY.
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(9521-LOAD-END-RTN)
261015                 NOTFND(9521-EXIT)
261015                 END-EXEC.
261015     EXEC  CICS  STARTBR
261015                 DATASET('CBTPBRM')
261015                 RIDFLD(BRM-KEY)
261015                 GTEQ
261015     END-EXEC.
261015 9521-LOAD-NEXT-RTN.
261015     EXEC  CICS  READNEXT
261015                 DATASET('CBTPBRM')
261015                 INTO(TIPBRM)
261015                 LENGTH(BRM-LENGTH)
261015                 RIDFLD(BRM-KEY)
261015     END-EXEC.
261015     IF          NOT BRM-ST-MERGED
261015          OR     BRM-EFF-DATE        >       TWA-TXN-DAT7
261015          OR     WK-RMP-CNT          NOT <   100
261015     THEN
261015       GO        TO      9521-LOAD-NEXT-RTN.
      *    ENDIF
261015     ADD         1                   TO      WK-RMP-CNT.
261015     MOVE        BRM-BRANCH-CODE     TO      WK-RMP-T-OLD
261015                                             (WK-RMP-CNT).
261015     GO          TO      9521-LOAD-NEXT-RTN.
261015 9521-LOAD-END-RTN.
261015     EXEC        CICS    ENDBR
261015                 DATASET('CBTPBRM')
261015     END-EXEC.
261015     PERFORM     9525-RMP-RESOLVE-RTN THRU   9525-EXIT
261015     VARYING     WK-RMP-SUB  FROM  1  BY  1
261015     UNTIL       WK-RMP-SUB  >  WK-RMP-CNT.
261015 9521-EXIT.
261015     EXIT.
      *-------------------------------------------------------------*
      *    261015  明細檔內之分行代碼：CBMF01/CBMF032以轉換後(ITS)    *
      *    代碼比對及寫回，其餘檔案同數值                             *
      *-------------------------------------------------------------*
261015 9524-RMP-CODE-RTN.
261015     MOVE        WK-RMP-T-OLD(WK-RMP-SUB)
261015                             TO      WK-RMP-T-OLD-S(WK-RMP-SUB).
261015     MOVE        WK-RMP-T-NEW(WK-RMP-SUB)
261015                             TO      WK-RMP-T-NEW-S(WK-RMP-SUB).
261015     IF          WK-RMP-CVT          NOT =   'Y'
261015     THEN
261015       GO        TO      9524-EXIT.
      *    ENDIF
261015     MOVE        7                   TO      W-LEN.
261015     MOVE        WK-RMP-T-OLD-S(WK-RMP-SUB)  TO  CMF02.
261015     PERFORM     9526-RMP-ITS-RTN    THRU    9526-EXIT.
261015     MOVE        CMF02(1:7)      TO  WK-RMP-T-OLD-S(WK-RMP-SUB).
261015     MOVE        WK-RMP-T-NEW-S(WK-RMP-SUB)  TO  CMF02.
261015     PERFORM     9526-RMP-ITS-RTN    THRU    9526-EXIT.
261015     MOVE        CMF02(1:7)      TO  WK-RMP-T-NEW-S(WK-RMP-SUB).
261015 9524-EXIT.
261015     EXIT.
261015 9525-RMP-RESOLVE-RTN.
261015     MOVE        WK-RMP-T-OLD(WK-RMP-SUB)    TO  WK-BRM-IN.
261015     PERFORM     9500-BRM-RESOLVE-RTN THRU   9500-EXIT.
261015     MOVE        WK-RMP-T-OLD(WK-RMP-SUB)
261015                                     TO  WK-RMP-T-NEW(WK-RMP-SUB).
261015     IF          WK-BRM-RESULT       =       'M'
261015     THEN
261015       MOVE      WK-BRM-OUT          TO  WK-RMP-T-NEW(WK-RMP-SUB).
      *    ENDIF
261015 9525-EXIT.
261015     EXIT.
      *-------------------------------------------------------------*
      *    261015  CMF02前W-LEN位元組轉碼(9526為ITS、9527為STI)，     *
      *    呼叫前W-LEN須已設妥                                        *
      *-------------------------------------------------------------*
261015 9526-RMP-ITS-RTN.
261015     MOVE        SPACES              TO      CDC-RECORD-IN-G.
261015     MOVE        SPACES              TO      CDC-ERROR-MSG.
261015     PERFORM     3902-MV-DATA-RTN    THRU    3902-EXIT
261015     VARYING     IDX2 FROM  1  BY  1 UNTIL   IDX2 >  W-LEN.
261015     PERFORM     4000-CVT-ITS-RTN    THRU    4000-EXIT.
261015     PERFORM     3903-MV-DATA-RTN    THRU    3903-EXIT
261015     VARYING     IDX2 FROM  1  BY  1 UNTIL   IDX2 >  W-LEN.
261015 9526-EXIT.
261015     EXIT.
261015 9527-RMP-STI-RTN.
261015     MOVE        SPACES              TO      CDC-RECORD-IN-G.
261015     MOVE        SPACES              TO      CDC-ERROR-MSG.
261015     PERFORM     3902-MV-DATA-RTN    THRU    3902-EXIT
261015     VARYING     IDX2 FROM  1  BY  1 UNTIL   IDX2 >  W-LEN.
261015     PERFORM     4100-CVT-STI-RTN    THRU    4100-EXIT.
261015     PERFORM     3903-MV-DATA-RTN    THRU    3903-EXIT
261015     VARYING     IDX2 FROM  1  BY  1 UNTIL   IDX2 >  W-LEN.
261015 9527-EXIT.
261015     EXIT.
      *-------------------------------------------------------------*
      *    261015  自WK-RMP-KEY起瀏覽，待改掛紀錄之鍵值記入WK-RMP-    *
      *    Q-TBL，滿50筆即ENDBR返回；掃至檔尾時WK-RMP-EOF='Y'         *
      *-------------------------------------------------------------*
261015 9530-RMP-SCAN-RTN.
261015     MOVE        0                   TO      WK-RMP-Q-CNT.
261015     EXEC CICS   HANDLE CONDITION
261015                 ENDFILE(9530-EOF-RTN)
261015                 NOTFND(9530-NOTFND-RTN)
261015                 END-EXEC.
261015     EXEC  CICS  STARTBR
261015                 DATASET(WK-RMP-DS)
261015                 RIDFLD(WK-RMP-KEY)
261015                 GTEQ
261015     END-EXEC.
261015 9530-READNEXT-RTN.
261015     EXEC  CICS  READNEXT
261015                 DATASET(WK-RMP-DS)
261015                 INTO(WK-RMP-REC)
261015                 LENGTH(WK-RMP-LEN)
261015                 RIDFLD(WK-RMP-KEY)
261015     END-EXEC.
261015     PERFORM     9533-RMP-MATCH-RTN  THRU    9533-EXIT.
261015     IF          WK-RMP-HIT          =       0
261015          AND    WK-RMP-HIT2         =       0
261015     THEN
261015       GO        TO      9530-READNEXT-RTN.
      *    ENDIF
261015     ADD         1                   TO      WK-RMP-Q-CNT.
261015     MOVE        WK-RMP-KEY          TO      WK-RMP-Q-KEY
261015                                             (WK-RMP-Q-CNT).
261015     IF          WK-RMP-Q-CNT        <       50
261015     THEN
261015       GO        TO      9530-READNEXT-RTN.
      *    ENDIF
261015     EXEC        CICS    ENDBR
261015                 DATASET(WK-RMP-DS)
261015     END-EXEC.
261015     GO          TO      9530-EXIT.
261015 9530-EOF-RTN.
261015     EXEC        CICS    ENDBR
261015                 DATASET(WK-RMP-DS)
261015     END-EXEC.
261015 9530-NOTFND-RTN.
261015     MOVE        'Y'                 TO      WK-RMP-EOF.
261015 9530-EXIT.
261015     EXIT.
      *-------------------------------------------------------------*
      *    261015  WK-RMP-REC之主(POS1)/子(POS2)分行代碼比對WK-RMP-   *
      *    TBL，命中者WK-RMP-HIT/HIT2為其表位，未命中為0              *
      *-------------------------------------------------------------*
261015 9533-RMP-MATCH-RTN.
261015     MOVE        0                   TO      WK-RMP-HIT
261015                                             WK-RMP-HIT2.
261015     PERFORM     9534-RMP-SRCH-RTN   THRU    9534-EXIT
261015     VARYING     WK-RMP-SUB  FROM  1  BY  1
261015     UNTIL       WK-RMP-SUB  >  WK-RMP-CNT.
261015 9533-EXIT.
261015     EXIT.
261015 9534-RMP-SRCH-RTN.
261015     IF          WK-RMP-T-NEW(WK-RMP-SUB)
261015                                 =   WK-RMP-T-OLD(WK-RMP-SUB)
261015     THEN
261015       GO        TO      9534-EXIT.
      *    ENDIF
261015     IF          WK-RMP-REC(WK-RMP-POS1:7)
261015                                 =   WK-RMP-T-OLD-S(WK-RMP-SUB)
261015     THEN
261015       MOVE      WK-RMP-SUB          TO      WK-RMP-HIT.
      *    ENDIF
261015     IF          WK-RMP-POS2         =       0
261015     THEN
261015       GO        TO      9534-EXIT.
      *    ENDIF
261015     IF          WK-RMP-REC(WK-RMP-POS2:7)
261015                                 =   WK-RMP-T-OLD-S(WK-RMP-SUB)
261015     THEN
261015       MOVE      WK-RMP-SUB          TO      WK-RMP-HIT2.
      *    ENDIF
261015 9534-EXIT.
261015     EXIT.
      *-------------------------------------------------------------*
      *    261015  逐筆改掛：以存續分行代碼組新鍵值寫入，重複者依     *
      *    WK-RMP-MODE併入或退件，再刪除原鍵值紀錄並列印*BRR*         *
      *-------------------------------------------------------------*
261015 9540-RMP-APPLY-RTN.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(9540-EXIT)
261015                 DUPREC(9540-DUP-RTN)
261015                 END-EXEC.
261015     EXEC  CICS  READ
261015                 DATASET(WK-RMP-DS)
261015                 INTO(WK-RMP-REC)
261015                 LENGTH(WK-RMP-LEN)
261015                 RIDFLD(WK-RMP-Q-KEY(WK-RMP-Q-SUB))
261015     END-EXEC.
261015     MOVE        WK-RMP-REC          TO      WK-RMP-OLD-REC.
261015     PERFORM     9533-RMP-MATCH-RTN  THRU    9533-EXIT.
261015     IF          WK-RMP-HIT          =       0
261015          AND    WK-RMP-HIT2         =       0
261015     THEN
261015       GO        TO      9540-EXIT.
      *    ENDIF
261015     IF          WK-RMP-HIT2         >       0
261015     THEN
261015       MOVE      WK-RMP-T-OLD(WK-RMP-HIT2)   TO  LD7P-BRANCH
261015       MOVE      WK-RMP-T-NEW(WK-RMP-HIT2)   TO  LD7P-SVR-BR
261015       MOVE      WK-RMP-T-NEW-S(WK-RMP-HIT2)
261015                                 TO  WK-RMP-REC(WK-RMP-POS2:7).
      *    ENDIF
261015     IF          WK-RMP-HIT          >       0
261015     THEN
261015       MOVE      WK-RMP-T-OLD(WK-RMP-HIT)    TO  LD7P-BRANCH
261015       MOVE      WK-RMP-T-NEW(WK-RMP-HIT)    TO  LD7P-SVR-BR
261015       MOVE      WK-RMP-T-NEW-S(WK-RMP-HIT)
261015                                 TO  WK-RMP-REC(WK-RMP-POS1:7).
      *    ENDIF
261015     MOVE        WK-RMP-REC(1:WK-RMP-KEY-LEN)
261015                                     TO      WK-RMP-NEW-KEY.
261015     MOVE        'R'                 TO      WK-RMP-ACT.
261015     EXEC  CICS  WRITE
261015                 DATASET(WK-RMP-DS)
261015                 FROM(WK-RMP-REC)
261015                 LENGTH(WK-RMP-LEN)
261015                 RIDFLD(WK-RMP-NEW-KEY)
261015     END-EXEC.
261015 9540-DELETE-RTN.
261015     EXEC CICS   HANDLE CONDITION
261015                 NOTFND(9540-EXIT)
261015                 END-EXEC.
261015     EXEC  CICS  DELETE
261015                 DATASET(WK-RMP-DS)
261015                 RIDFLD(WK-RMP-Q-KEY(WK-RMP-Q-SUB))
261015     END-EXEC.
261015     MOVE        CTF-INQ-TYPE        TO      LD7P-INQ-TYPE.
261015     MOVE        WK-RMP-FILE-ID      TO      LD7P-FILE-ID.
261015     MOVE        WK-RMP-OLD-REC(1:WK-RMP-KEY-LEN)
261015                                     TO      LD7P-REC-KEY.
261015     MOVE        WK-RMP-ACT          TO      LD7P-ACT.
261015     EXEC        CICS    START   TRANSID  ('OPCT')
261015                                 INTERVAL (0)
261015                                 FROM     (LD7P-DATA)
261015                                 LENGTH   (93)
261015                                 TERMID   (CWHCTID)
261015                                 END-EXEC.
261015     GO          TO      9540-EXIT.
261015 9540-DUP-RTN.
261015     IF          WK-RMP-MODE         =       'R'
261015     THEN
261015       PERFORM   9542-RMP-REJECT-RTN THRU    9542-EXIT
261015       GO        TO      9540-DELETE-RTN.
      *    ENDIF
261015     PERFORM     9543-RMP-MERGE-RTN  THRU    9543-EXIT.
261015     GO          TO      9540-DELETE-RTN.
261015 9540-EXIT.
261015     EXIT.
      *-------------------------------------------------------------*
      *    261015  存續分行已有同鍵值明細：原始紀錄比照轉換退件寫     *
      *    入CBTPCRJ(回應碼'B')，不併入傳送                           *
      *-------------------------------------------------------------*
261015 9542-RMP-REJECT-RTN.
261015     MOVE        'D'                 TO      WK-RMP-ACT.
261015     MOVE        WK-RMP-FILE-ID      TO      WK-REJ-FILE-ID.
261015     MOVE        WK-RMP-DS           TO      WK-REJ-DS.
261015     MOVE        WK-RMP-OLD-REC      TO      WK-REJ-REC.
261015     MOVE        WK-RMP-OLD-REC(1:WK-RMP-KEY-LEN)
261015                                     TO      WK-REJ-KEY.
261015     MOVE        WK-RMP-REC-LEN      TO      WK-REJ-REC-LEN.
261015     MOVE        SPACES              TO      CDC-ERROR-MSG.
261015     MOVE        'B'                 TO      CDC-ERROR-MSG-CLASS.
261015     MOVE        '裁併改掛後存續分行鍵值重複'
261015                                     TO      CDC-MSG-TEXT.
261015     PERFORM     9300-CVT-REJECT-RTN THRU    9300-EXIT.
261015 9542-EXIT.
261015     EXIT.
      *-------------------------------------------------------------*
      *    261015  分行日檔鍵值重複：裁併分行之筆數/金額(正負號)併    *
      *    入存續分行同日紀錄。CBMF032先STI轉換兩筆紀錄，加總後再     *
      *    ITS轉換寫回(同3402-UPDATE-MF032-RTN作法)                   *
      *-------------------------------------------------------------*
261015 9543-RMP-MERGE-RTN.
261015     MOVE        'A'                 TO      WK-RMP-ACT.
261015     EXEC  CICS  READ
261015                 DATASET(WK-RMP-DS)
261015                 INTO(WK-RMP-SVR)
261015                 LENGTH(WK-RMP-LEN)
261015                 RIDFLD(WK-RMP-NEW-KEY)
261015                 UPDATE
261015     END-EXEC.
261015     IF          WK-RMP-MODE         =       'A'
261015     THEN
261015       MOVE      WK-RMP-S05X-MARK    TO      WK-RMP-A-MARK
261015       MOVE      WK-RMP-S05X-AMT     TO      WK-RMP-A-AMT
261015       MOVE      WK-RMP-05X-MARK     TO      WK-RMP-B-MARK
261015       MOVE      WK-RMP-05X-AMT      TO      WK-RMP-B-AMT
261015       PERFORM   9544-RMP-SUM-RTN    THRU    9544-EXIT
261015       MOVE      WK-RMP-A-MARK       TO      WK-RMP-S05X-MARK
261015       MOVE      WK-RMP-A-AMT        TO      WK-RMP-S05X-AMT
261015       GO        TO      9543-REWRITE-RTN.
      *    ENDIF
261015     MOVE        58                  TO      W-LEN.
261015     MOVE        WK-RMP-SVR(1:58)    TO      CMF02.
261015     PERFORM     9527-RMP-STI-RTN    THRU    9527-EXIT.
261015     MOVE        CMF02               TO      WK-RMP-SVR(1:58).
261015     MOVE        WK-RMP-REC(1:58)    TO      CMF02.
261015     PERFORM     9527-RMP-STI-RTN    THRU    9527-EXIT.
261015     MOVE        CMF02               TO      WK-RMP-REC(1:58).
261015     ADD         WK-RMP-032-INT-NO   TO      WK-RMP-S032-INT-NO.
261015     ADD         WK-RMP-032-NON-NO   TO      WK-RMP-S032-NON-NO.
261015     MOVE        WK-RMP-S032-INT-MARK TO     WK-RMP-A-MARK.
261015     MOVE        WK-RMP-S032-INT-AMT TO      WK-RMP-A-AMT.
261015     MOVE        WK-RMP-032-INT-MARK TO      WK-RMP-B-MARK.
261015     MOVE        WK-RMP-032-INT-AMT  TO      WK-RMP-B-AMT.
261015     PERFORM     9544-RMP-SUM-RTN    THRU    9544-EXIT.
261015     MOVE        WK-RMP-A-MARK       TO      WK-RMP-S032-INT-MARK.
261015     MOVE        WK-RMP-A-AMT        TO      WK-RMP-S032-INT-AMT.
261015     MOVE        WK-RMP-S032-NON-MARK TO     WK-RMP-A-MARK.
261015     MOVE        WK-RMP-S032-NON-AMT TO      WK-RMP-A-AMT.
261015     MOVE        WK-RMP-032-NON-MARK TO      WK-RMP-B-MARK.
261015     MOVE        WK-RMP-032-NON-AMT  TO      WK-RMP-B-AMT.
261015     PERFORM     9544-RMP-SUM-RTN    THRU    9544-EXIT.
261015     MOVE        WK-RMP-A-MARK       TO      WK-RMP-S032-NON-MARK.
261015     MOVE        WK-RMP-A-AMT        TO      WK-RMP-S032-NON-AMT.
261015     MOVE        58                  TO      W-LEN.
261015     MOVE        WK-RMP-SVR(1:58)    TO      CMF02.
261015     PERFORM     9526-RMP-ITS-RTN    THRU    9526-EXIT.
261015     MOVE        CMF02               TO      WK-RMP-SVR(1:58).
261015 9543-REWRITE-RTN.
261015     EXEC  CICS  REWRITE
261015                 DATASET(WK-RMP-DS)
261015                 FROM(WK-RMP-SVR)
261015                 LENGTH(WK-RMP-LEN)
261015     END-EXEC.
261015 9543-EXIT.
261015     EXIT.
      *-------------------------------------------------------------*
      *    261015  正負號加總：WK-RMP-A(存續)+WK-RMP-B(裁併)結果存回  *
      *    WK-RMP-A；結果為正且原為負者標記改為'0'                    *
      *-------------------------------------------------------------*
261015 9544-RMP-SUM-RTN.
261015     MOVE        WK-RMP-A-AMT        TO      WK-RMP-AMT-WRK.
261015     IF          WK-RMP-A-MARK       =       '-'
261015     THEN
261015       COMPUTE   WK-RMP-AMT-WRK      =       WK-RMP-A-AMT
261015                                     *       -1.
      *    ENDIF
261015     IF          WK-RMP-B-MARK       =       '-'
261015     THEN
261015       SUBTRACT  WK-RMP-B-AMT        FROM    WK-RMP-AMT-WRK
261015     ELSE
261015       ADD       WK-RMP-B-AMT        TO      WK-RMP-AMT-WRK.
      *    ENDIF
261015     IF          WK-RMP-AMT-WRK      <       0
261015     THEN
261015       MOVE      '-'                 TO      WK-RMP-A-MARK
261015       COMPUTE   WK-RMP-A-AMT        =       WK-RMP-AMT-WRK
261015                                     *       -1
261015       GO        TO      9544-EXIT.
      *    ENDIF
261015     MOVE        WK-RMP-AMT-WRK      TO      WK-RMP-A-AMT.
261015     IF          WK-RMP-A-MARK       =       '-'
261015     THEN
261015       MOVE      '0'                 TO      WK-RMP-A-MARK.
      *    ENDIF
261015 9544-EXIT.
261015     EXIT.
      *-------------------------------------------------------------*
      *    260902  特殊功能權限檢核：以EIBOPID+WK-AUT-FUNC讀           *
      *    CBTPAUT權限檔，查無紀錄或未授權即拒絕：硬拷貝留存遭拒       *
