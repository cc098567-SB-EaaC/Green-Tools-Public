      ** 每日經營快報 (FLASHRPT.CBL):每日批次最後一步，以一頁列出當
      **                            日及本月累計之淨銷售與毛利(銷售
      **                            登記檔，依價格歷史檔銷售日當時
      **                            成本)、收款、開立發票，及應收帳
      **                            款合計與逾期六十天以上金額、存
      **                            貨價值、未交採購承諾、未補缺貨
      **                            與日結核對之未解決差異;當日數
      **                            字存入快報歷史檔 FLASH.HST，並
      **                            取出上月同日與去年同日之數字並
      **                            列比較;報表以執行日期命名並登
      **                            錄報表目錄
      **                            對照 (GROSMRGN.CBL) 之歷史成本、
      **                            (CREDITAGE.CBL) 之逾期天數與
      **                            (SAM12-5.CBL) 之批次步驟寫法

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     FlashReport.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT SREG-FILE ASSIGN TO RANDOM SREG-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SR-SALE-NO
                  ALTERNATE RECORD KEY IS SR-CUS-KEY
                            WITH DUPLICATES
                  ALTERNATE RECORD KEY IS SR-PRO-KEY
                            WITH DUPLICATES
                  FILE STATUS IS SREG-FS.
           SELECT HIST-FILE ASSIGN TO RANDOM HIST-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS HIST-FS.
           SELECT RCPT-FILE ASSIGN TO RANDOM RCPT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RCT-KEY
                  FILE STATUS IS RCPT-FS.
           SELECT INV-FILE ASSIGN TO RANDOM INV-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS INV-NO
                  FILE STATUS IS INV-FS.
           SELECT AGE-FILE ASSIGN TO RANDOM AGE-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS AGE-KEY
                  FILE STATUS IS AGE-FS.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRO-NO
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
           SELECT PO-FILE ASSIGN TO RANDOM PO-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PO-KEY
                  FILE STATUS IS PO-FS.
           SELECT BORD-FILE ASSIGN TO RANDOM BORD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS BO-KEY
                  FILE STATUS IS BORD-FS.
           SELECT DAYS-FILE ASSIGN TO RANDOM DAYS-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DAYS-FS.
           SELECT FLSH-FILE ASSIGN TO RANDOM FLSH-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS FH-DATE OF FLSH-REC
                  FILE STATUS IS FLSH-FS.
           SELECT WORK-FILE ASSIGN TO RANDOM WORK-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM WS-RPT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT SORT-FILE ASSIGN TO "FLSHSORT.TMP".
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD SREG-FILE
           LABEL RECORD IS STANDARD.
           COPY SREGCOPY REPLACING ==SREG-GRP== BY ==SREG-REC==.
        FD HIST-FILE
           LABEL RECORD IS STANDARD.
           COPY PRICEHST REPLACING ==PRICE-HIST-GRP== BY ==HIST-REC==.
        FD RCPT-FILE
           LABEL RECORD IS STANDARD.
           COPY RCPTCOPY REPLACING ==RCPT-GRP== BY ==RCPT-REC==.
        FD INV-FILE
           LABEL RECORD IS STANDARD.
           COPY INVCOPY REPLACING ==INV-GRP== BY ==INV-REC==.
        FD AGE-FILE
           LABEL RECORD IS STANDARD.
           COPY AGECOPY REPLACING ==AGE-GRP== BY ==AGE-REC==.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD PO-FILE
           LABEL RECORD IS STANDARD.
           COPY PORDCOPY REPLACING ==PORD-GRP== BY ==PO-REC==.
        FD BORD-FILE
           LABEL RECORD IS STANDARD.
           COPY BORDCOPY REPLACING ==BORD-GRP== BY ==BORD-REC==.
        FD DAYS-FILE
           LABEL RECORD IS STANDARD.
           COPY DAYSCOPY REPLACING ==DAYS-GRP== BY ==DAYS-REC==.
        FD FLSH-FILE
           LABEL RECORD IS STANDARD.
           COPY FLSHCOPY REPLACING ==FLSH-GRP== BY ==FLSH-REC==.
        FD WORK-FILE
           LABEL RECORD IS STANDARD.
        01 WORK-REC.
           05 WK-PRO-NO         PIC X(13).
           05 WK-DATE           PIC 9(8).
           05 WK-PRICE          PIC 9(4)V99.
           05 WK-QTY            PIC 9(4).
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        SD SORT-FILE.
        01 SD-REC.
           05 SD-PRO-NO         PIC X(13).
           05 FILLER            PIC X(18).

        WORKING-STORAGE SECTION.
        77 SREG-FILE-NAME         PIC X(30) VALUE SPACES.
        77 HIST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 RCPT-FILE-NAME         PIC X(30) VALUE SPACES.
        77 INV-FILE-NAME          PIC X(30) VALUE SPACES.
        77 AGE-FILE-NAME          PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PO-FILE-NAME           PIC X(30) VALUE SPACES.
        77 BORD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 DAYS-FILE-NAME         PIC X(30) VALUE SPACES.
        77 FLSH-FILE-NAME         PIC X(30) VALUE SPACES.
        77 WORK-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 SREG-FS      PIC XX.
        77 HIST-FS      PIC XX.
        77 RCPT-FS      PIC XX.
        77 INV-FS       PIC XX.
        77 AGE-FS       PIC XX.
        77 PROD-FS      PIC XX.
        77 PO-FS        PIC XX.
        77 BORD-FS      PIC XX.
        77 DAYS-FS      PIC XX.
        77 FLSH-FS      PIC XX.
        77 WORK-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 SREG-EOF     PIC X  VALUE "N".
        77 HIST-EOF     PIC X  VALUE "N".
        77 RCPT-EOF     PIC X  VALUE "N".
        77 INV-EOF      PIC X  VALUE "N".
        77 AGE-EOF      PIC X  VALUE "N".
        77 PROD-EOF     PIC X  VALUE "N".
        77 PO-EOF       PIC X  VALUE "N".
        77 BORD-EOF     PIC X  VALUE "N".
        77 WORK-EOF     PIC X  VALUE "N".
        77 SREG-MISSING PIC X  VALUE "N".
        77 HIST-MISSING PIC X  VALUE "N".
        77 RCPT-MISSING PIC X  VALUE "N".
        77 INV-MISSING  PIC X  VALUE "N".
        77 AGE-MISSING  PIC X  VALUE "N".
        77 PO-MISSING   PIC X  VALUE "N".
        77 BORD-MISSING PIC X  VALUE "N".
        77 DAYS-MISSING PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 LM-FOUND     PIC X  VALUE "N".
        77 LY-FOUND     PIC X  VALUE "N".
        77 WS-RPT-NAME  PIC X(30) VALUE SPACES.
           COPY RPTCCOPY REPLACING ==RPTC-GRP== BY ==CAT-REC==.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 WS-MONTH-START PIC 9(8) VALUE 0.
        77 WS-LM-DATE   PIC 9(8) VALUE 0.
        77 WS-LY-DATE   PIC 9(8) VALUE 0.
        77 WS-DS-DATE   PIC 9(8) VALUE 0.
      * 比較日推算:該月無同日者(如 31 日、閏年 2/29)取該月末日
        01 WS-CMP-R.
           05 WS-CMP-YY PIC 9(4).
           05 WS-CMP-MM PIC 9(2).
           05 WS-CMP-DD PIC 9(2).
        01 WS-FIRST-R.
           05 WS-FIRST-YY PIC 9(4).
           05 WS-FIRST-MM PIC 9(2).
           05 WS-FIRST-DD PIC 9(2).
        01 WS-NEXT-R.
           05 WS-NEXT-YY PIC 9(4).
           05 WS-NEXT-MM PIC 9(2).
           05 WS-NEXT-DD PIC 9(2).
        77 WS-FIRST-DATE PIC 9(8) VALUE 0.
        77 WS-NEXT-DATE PIC 9(8) VALUE 0.
        77 WS-MONTH-DAYS PIC 9(2) VALUE 0.
        77 WS-DAYS-OVERDUE PIC S9(5) VALUE 0.
        77 WS-DUE-DATE  PIC 9(8) VALUE 0.
        77 WS-INV-DATE  PIC 9(8) VALUE 0.
        77 WS-COST      PIC 9(5)V99 VALUE 0.
        77 WS-REVENUE   PIC S9(8)V99 VALUE 0.
        77 WS-COST-AMT  PIC S9(9)V99 VALUE 0.
        77 WS-AMOUNT    PIC S9(10)V99 VALUE 0.
      * 價格歷史表:產品中斷時自 PRICE.HST 重新載入該產品之全部
      * 成本變動，再依銷售日尋找當時有效之成本
        01 HIST-TABLE.
           05 HT-ENTRY OCCURS 50 TIMES.
              10 HT-EFF-DATE   PIC 9(8)  VALUE 0.
              10 HT-COST       PIC 9(5)V99 VALUE 0.
        77 HT-COUNT     PIC 9(3) VALUE 0.
        77 HT-SUB       PIC 9(3) VALUE 0.
        77 HT-BEST-DATE PIC 9(8) VALUE 0.
        77 HT-PRO-LOADED PIC X(13) VALUE SPACES.
      * 當日、上月同日、去年同日之快報數字;依 FLSHCOPY 之順序以
      * 表格方式逐行列印
           COPY FLSHCOPY REPLACING ==FLSH-GRP== BY ==FLASH-CUR==.
        01 FLASH-CUR-R REDEFINES FLASH-CUR.
           05 FILLER            PIC X(8).
           05 FC-FIG            PIC S9(10)V99 OCCURS 14 TIMES.
           05 FILLER            PIC X(1).
           COPY FLSHCOPY REPLACING ==FLSH-GRP== BY ==FLASH-LM==.
        01 FLASH-LM-R REDEFINES FLASH-LM.
           05 FILLER            PIC X(8).
           05 FM-FIG            PIC S9(10)V99 OCCURS 14 TIMES.
           05 FILLER            PIC X(1).
           COPY FLSHCOPY REPLACING ==FLSH-GRP== BY ==FLASH-LY==.
        01 FLASH-LY-R REDEFINES FLASH-LY.
           05 FILLER            PIC X(8).
           05 FY-FIG            PIC S9(10)V99 OCCURS 14 TIMES.
           05 FILLER            PIC X(1).
        01 LABEL-TABLE.
           05 FILLER PIC X(21) VALUE "當日淨銷售".
           05 FILLER PIC X(21) VALUE "當月累計淨銷售".
           05 FILLER PIC X(21) VALUE "當日毛利".
           05 FILLER PIC X(21) VALUE "當月累計毛利".
           05 FILLER PIC X(21) VALUE "當日收款".
           05 FILLER PIC X(21) VALUE "當月累計收款".
           05 FILLER PIC X(21) VALUE "當日開立發票".
           05 FILLER PIC X(21) VALUE "當月累計發票".
           05 FILLER PIC X(21) VALUE "應收帳款合計".
           05 FILLER PIC X(21) VALUE "逾期六十天以上".
           05 FILLER PIC X(21) VALUE "存貨價值".
           05 FILLER PIC X(21) VALUE "未交採購承諾".
           05 FILLER PIC X(21) VALUE "未補缺貨筆數".
           05 FILLER PIC X(21) VALUE "未補缺貨數量".
        01 LABEL-TABLE-R REDEFINES LABEL-TABLE.
           05 ROW-LABEL PIC X(21) OCCURS 14 TIMES.
        77 ROW-SUB      PIC 9(2) VALUE 0.
           COPY PAGECTL.
           COPY RUNDATE.
        01 RUN-HEADING.
           05 FILLER            PIC X(6)  VALUE "DATE: ".
           05 RH-YY             PIC 9999.
           05 FILLER            PIC X(1)  VALUE "/".
           05 RH-MM             PIC 99.
           05 FILLER            PIC X(1)  VALUE "/".
           05 RH-DD             PIC 99.
           05 FILLER            PIC X(8)  VALUE "  PAGE: ".
           05 RH-PAGE           PIC ZZ9.
        01 HEADING1.
           05 FILLER            PIC X(24) VALUE SPACES.
           05 FILLER            PIC X(29)
              VALUE "DAILY MANAGEMENT FLASH REPORT".
        01 DATE-LINE.
           05 FILLER            PIC X(12) VALUE "營業日 : ".
           05 DL-CUR-DATE       PIC 9(8).
           05 FILLER            PIC X(18)
              VALUE "   上月同日 : ".
           05 DL-LM-DATE        PIC 9(8).
           05 FILLER            PIC X(18)
              VALUE "   去年同日 : ".
           05 DL-LY-DATE        PIC 9(8).
        01 HEADING2.
           05 FILLER            PIC X(32) VALUE "項目".
           05 FILLER            PIC X(17) VALUE "當日".
           05 FILLER            PIC X(17) VALUE "上月同日".
           05 FILLER            PIC X(12) VALUE "去年同日".
        01 DETAIL-LINE.
           05 FL-LABEL          PIC X(22).
           05 FL-CUR            PIC Z,ZZZ,ZZZ,ZZ9-.
           05 FILLER            PIC X(3).
           05 FL-LM             PIC Z,ZZZ,ZZZ,ZZ9-.
           05 FL-LM-X REDEFINES FL-LM PIC X(14).
           05 FILLER            PIC X(3).
           05 FL-LY             PIC Z,ZZZ,ZZZ,ZZ9-.
           05 FL-LY-X REDEFINES FL-LY PIC X(14).
        01 STATUS-LINE.
           05 FILLER            PIC X(17) VALUE "日結核對   : ".
           05 ST-TEXT           PIC X(30).
           05 ST-DATE           PIC 9(8).
           05 ST-DATE-X REDEFINES ST-DATE PIC X(8).
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        SREG-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SREG-FILE.
        SREG-ERROR-PROCESS.
           IF SREG-FS NOT = "00"
              MOVE "Y" TO SREG-MISSING.
        HIST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON HIST-FILE.
        HIST-ERROR-PROCESS.
           IF HIST-FS NOT = "00"
              MOVE "Y" TO HIST-MISSING.
        RCPT-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RCPT-FILE.
        RCPT-ERROR-PROCESS.
           IF RCPT-FS NOT = "00"
              MOVE "Y" TO RCPT-MISSING.
        INV-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INV-FILE.
        INV-ERROR-PROCESS.
           IF INV-FS NOT = "00"
              MOVE "Y" TO INV-MISSING.
        AGE-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AGE-FILE.
        AGE-ERROR-PROCESS.
           IF AGE-FS NOT = "00"
              MOVE "Y" TO AGE-MISSING.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              DISPLAY "ERROR OPENING PROD-FILE, FILE STATUS = "
                      PROD-FS
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM.
        PO-FILE-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PO-FILE.
        PO-ERROR-PROCESS.
           IF PO-FS NOT = "00"
              MOVE "Y" TO PO-MISSING.
        BORD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BORD-FILE.
        BORD-ERROR-PROCESS.
           IF BORD-FS NOT = "00"
              MOVE "Y" TO BORD-MISSING.
        DAYS-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DAYS-FILE.
        DAYS-ERROR-PROCESS.
           IF DAYS-FS NOT = "00"
              MOVE "Y" TO DAYS-MISSING.
        FLSH-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON FLSH-FILE.
        FLSH-ERROR-PROCESS.
           IF FLSH-FS NOT = "00"
              OPEN OUTPUT FLSH-FILE
              CLOSE FLSH-FILE
              OPEN I-O FLSH-FILE.
        WORK-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON WORK-FILE.
        WORK-ERROR-PROCESS.
           IF WORK-FS NOT = "00"
              DISPLAY "ERROR OPENING WORK-FILE, FILE STATUS = "
                      WORK-FS
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
           IF OUT-FS NOT = "00"
              DISPLAY "ERROR OPENING OUT-FILE, FILE STATUS = " OUT-FS
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            PERFORM 050-SET-DATES-RTN.
            INITIALIZE FLASH-CUR.
            MOVE WS-RUN-DATE-NUM TO FH-DATE OF FLASH-CUR.
            OPEN INPUT PROD-FILE.
            PERFORM 100-BUILD-SALES-WORK-RTN.
            PERFORM 120-SORT-SALES-WORK-RTN.
            PERFORM 130-MARGIN-RTN.
            PERFORM 300-CASH-RTN.
            PERFORM 320-INVOICE-RTN.
            PERFORM 340-AGING-RTN.
            PERFORM 360-STOCK-VALUE-RTN.
            PERFORM 380-OPEN-PO-RTN.
            PERFORM 400-BACKORDER-RTN.
            PERFORM 420-DAY-STATUS-RTN.
            CLOSE PROD-FILE.
            PERFORM 500-HISTORY-RTN.
            PERFORM 600-PRINT-RTN.
            PERFORM 700-CATALOG-RTN.
            MOVE 0 TO RETURN-CODE.
            EXIT PROGRAM.
      * 本批次之營業日即執行日;上月同日與去年同日供比較，本月
      * 累計自當月一日起算
        050-SET-DATES-RTN.
            COMPUTE WS-MONTH-START = RUN-YY * 10000 + RUN-MM * 100 + 1.
            MOVE RUN-YY TO WS-CMP-YY.
            MOVE RUN-MM TO WS-CMP-MM.
            MOVE RUN-DD TO WS-CMP-DD.
            IF WS-CMP-MM = 1
               MOVE 12 TO WS-CMP-MM
               SUBTRACT 1 FROM WS-CMP-YY
            ELSE
               SUBTRACT 1 FROM WS-CMP-MM
            END-IF.
            PERFORM 060-CLAMP-DAY-RTN.
            MOVE WS-CMP-R TO WS-LM-DATE.
            MOVE RUN-YY TO WS-CMP-YY.
            MOVE RUN-MM TO WS-CMP-MM.
            MOVE RUN-DD TO WS-CMP-DD.
            SUBTRACT 1 FROM WS-CMP-YY.
            PERFORM 060-CLAMP-DAY-RTN.
            MOVE WS-CMP-R TO WS-LY-DATE.
      * 該月天數 = 次月一日減當月一日之日數
        060-CLAMP-DAY-RTN.
            MOVE WS-CMP-YY TO WS-FIRST-YY WS-NEXT-YY.
            MOVE WS-CMP-MM TO WS-FIRST-MM.
            MOVE 1 TO WS-FIRST-DD WS-NEXT-DD.
            IF WS-CMP-MM = 12
               ADD 1 TO WS-NEXT-YY
               MOVE 1 TO WS-NEXT-MM
            ELSE
               COMPUTE WS-NEXT-MM = WS-CMP-MM + 1
            END-IF.
            MOVE WS-FIRST-R TO WS-FIRST-DATE.
            MOVE WS-NEXT-R  TO WS-NEXT-DATE.
            COMPUTE WS-MONTH-DAYS =
                    FUNCTION INTEGER-OF-DATE(WS-NEXT-DATE)
                  - FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE).
            IF WS-CMP-DD > WS-MONTH-DAYS
               MOVE WS-MONTH-DAYS TO WS-CMP-DD
            END-IF.
      * 本月之銷售登記(退貨淨量)卸載至工作檔，依產品排序後逐產品
      * 載入價格歷史
        100-BUILD-SALES-WORK-RTN.
            OPEN OUTPUT WORK-FILE.
            MOVE "N" TO SREG-MISSING.
            OPEN INPUT SREG-FILE.
            IF SREG-MISSING = "N"
               PERFORM 105-READ-SREG-RTN
               PERFORM 110-ONE-SREG-RTN UNTIL SREG-EOF = "Y"
               CLOSE SREG-FILE
            END-IF.
            CLOSE WORK-FILE.
        105-READ-SREG-RTN.
            READ SREG-FILE NEXT RECORD AT END MOVE "Y" TO SREG-EOF.
        110-ONE-SREG-RTN.
            IF SR-DATE OF SREG-REC NOT < WS-MONTH-START
               AND SR-DATE OF SREG-REC NOT > WS-RUN-DATE-NUM
               MOVE SR-PRO-NO OF SREG-REC TO WK-PRO-NO
               MOVE SR-DATE OF SREG-REC   TO WK-DATE
               MOVE SR-PRICE OF SREG-REC  TO WK-PRICE
               COMPUTE WK-QTY = SR-QTY OF SREG-REC
                              - SR-QTY-RETURNED OF SREG-REC
               WRITE WORK-REC
            END-IF.
            PERFORM 105-READ-SREG-RTN.
        120-SORT-SALES-WORK-RTN.
            SORT SORT-FILE
                ON ASCENDING KEY SD-PRO-NO
                USING WORK-FILE
                GIVING WORK-FILE.
        130-MARGIN-RTN.
            OPEN INPUT WORK-FILE.
            PERFORM 135-READ-WORK-RTN.
            PERFORM 140-ONE-SALE-RTN UNTIL WORK-EOF = "Y".
            CLOSE WORK-FILE.
        135-READ-WORK-RTN.
            READ WORK-FILE AT END MOVE "Y" TO WORK-EOF.
        140-ONE-SALE-RTN.
            IF WK-PRO-NO NOT = HT-PRO-LOADED
               PERFORM 145-LOAD-HIST-RTN
            END-IF.
            PERFORM 150-FIND-COST-RTN.
            COMPUTE WS-REVENUE = WK-PRICE * WK-QTY.
            COMPUTE WS-COST-AMT = WS-COST * WK-QTY.
            ADD WS-REVENUE TO FH-SALES-MTD OF FLASH-CUR.
            COMPUTE FH-MARGIN-MTD OF FLASH-CUR =
                    FH-MARGIN-MTD OF FLASH-CUR
                  + WS-REVENUE - WS-COST-AMT.
            IF WK-DATE = WS-RUN-DATE-NUM
               ADD WS-REVENUE TO FH-SALES-DAY OF FLASH-CUR
               COMPUTE FH-MARGIN-DAY OF FLASH-CUR =
                       FH-MARGIN-DAY OF FLASH-CUR
                     + WS-REVENUE - WS-COST-AMT
            END-IF.
            PERFORM 135-READ-WORK-RTN.
        145-LOAD-HIST-RTN.
            MOVE WK-PRO-NO TO HT-PRO-LOADED.
            MOVE 0 TO HT-COUNT.
            MOVE "N" TO HIST-EOF HIST-MISSING.
            OPEN INPUT HIST-FILE.
            IF HIST-MISSING = "N"
               PERFORM 147-READ-HIST-RTN UNTIL HIST-EOF = "Y"
               CLOSE HIST-FILE
            END-IF.
        147-READ-HIST-RTN.
            READ HIST-FILE
               AT END
                  MOVE "Y" TO HIST-EOF
               NOT AT END
                  IF PH-PRO-NO = WK-PRO-NO
                     IF HT-COUNT < 50
                        ADD 1 TO HT-COUNT
                        MOVE PH-EFF-DATE TO HT-EFF-DATE (HT-COUNT)
                        MOVE PH-PRO-COST TO HT-COST (HT-COUNT)
                     ELSE
                        DISPLAY "HIST-TABLE FULL FOR " WK-PRO-NO
                     END-IF
                  END-IF
            END-READ.
      * 取生效日不晚於銷售日之最近一筆成本;銷售日前未有成本變動
      * 者以主檔現行成本計
        150-FIND-COST-RTN.
            MOVE ZERO TO WS-COST HT-BEST-DATE.
            PERFORM 155-BEST-COST-RTN
               VARYING HT-SUB FROM 1 BY 1 UNTIL HT-SUB > HT-COUNT.
            IF HT-BEST-DATE = ZERO
               MOVE WK-PRO-NO TO PRO-NO OF PROD-REC
               READ PROD-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE PRO-COST OF PROD-REC TO WS-COST
               END-READ
            END-IF.
        155-BEST-COST-RTN.
            IF HT-EFF-DATE (HT-SUB) NOT > WK-DATE
               AND HT-EFF-DATE (HT-SUB) NOT < HT-BEST-DATE
               MOVE HT-EFF-DATE (HT-SUB) TO HT-BEST-DATE
               MOVE HT-COST (HT-SUB)     TO WS-COST
            END-IF.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            MOVE WS-RUN-DATE-NUM TO DL-CUR-DATE.
            MOVE WS-LM-DATE      TO DL-LM-DATE.
            MOVE WS-LY-DATE      TO DL-LY-DATE.
            WRITE OUT-REC FROM DATE-LINE AFTER 1 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
      * 收款:沖帳、折讓單抵用、暫收與呆帳收回;現金折扣不動現金，
      * 退款為付出，皆不計
        300-CASH-RTN.
            MOVE "N" TO RCPT-MISSING.
            OPEN INPUT RCPT-FILE.
            IF RCPT-MISSING = "N"
               PERFORM 305-READ-RCPT-RTN
               PERFORM 310-ONE-RCPT-RTN UNTIL RCPT-EOF = "Y"
               CLOSE RCPT-FILE
            END-IF.
        305-READ-RCPT-RTN.
            READ RCPT-FILE NEXT RECORD AT END MOVE "Y" TO RCPT-EOF.
        310-ONE-RCPT-RTN.
            IF RCT-DATE OF RCPT-REC NOT < WS-MONTH-START
               AND RCT-DATE OF RCPT-REC NOT > WS-RUN-DATE-NUM
               AND (RCT-APPLIED OF RCPT-REC
                    OR RCT-CREDIT OF RCPT-REC
                    OR RCT-ON-ACCOUNT OF RCPT-REC
                    OR RCT-RECOVERY OF RCPT-REC)
               ADD RCT-AMOUNT OF RCPT-REC TO FH-CASH-MTD OF FLASH-CUR
               IF RCT-DATE OF RCPT-REC = WS-RUN-DATE-NUM
                  ADD RCT-AMOUNT OF RCPT-REC
                      TO FH-CASH-DAY OF FLASH-CUR
               END-IF
            END-IF.
            PERFORM 305-READ-RCPT-RTN.
      * 開立發票:不含作廢發票與折讓單(負額)
        320-INVOICE-RTN.
            MOVE "N" TO INV-MISSING.
            OPEN INPUT INV-FILE.
            IF INV-MISSING = "N"
               PERFORM 325-READ-INV-RTN
               PERFORM 330-ONE-INV-RTN UNTIL INV-EOF = "Y"
               CLOSE INV-FILE
            END-IF.
        325-READ-INV-RTN.
            READ INV-FILE NEXT RECORD AT END MOVE "Y" TO INV-EOF.
        330-ONE-INV-RTN.
            MOVE INV-DATE OF INV-REC TO WS-INV-DATE.
            IF WS-INV-DATE NOT < WS-MONTH-START
               AND WS-INV-DATE NOT > WS-RUN-DATE-NUM
               AND NOT INV-VOID OF INV-REC
               AND INV-AMOUNT OF INV-REC > ZERO
               ADD INV-AMOUNT OF INV-REC TO FH-INV-MTD OF FLASH-CUR
               IF WS-INV-DATE = WS-RUN-DATE-NUM
                  ADD INV-AMOUNT OF INV-REC TO FH-INV-DAY OF FLASH-CUR
               END-IF
            END-IF.
            PERFORM 325-READ-INV-RTN.
      * 逾期天數以到期日起算;舊紀錄(到期日為零)以發票日起算
        340-AGING-RTN.
            MOVE "N" TO AGE-MISSING.
            OPEN INPUT AGE-FILE.
            IF AGE-MISSING = "N"
               PERFORM 345-READ-AGE-RTN
               PERFORM 350-ONE-AGE-RTN UNTIL AGE-EOF = "Y"
               CLOSE AGE-FILE
            END-IF.
        345-READ-AGE-RTN.
            READ AGE-FILE NEXT RECORD AT END MOVE "Y" TO AGE-EOF.
        350-ONE-AGE-RTN.
            ADD AGE-BALANCE OF AGE-REC TO FH-AR-TOTAL OF FLASH-CUR.
            IF AGE-DUE-DATE OF AGE-REC NOT = ZERO
               MOVE AGE-DUE-DATE OF AGE-REC TO WS-DUE-DATE
            ELSE
               MOVE AGE-INV-DATE OF AGE-REC TO WS-DUE-DATE
            END-IF.
            COMPUTE WS-DAYS-OVERDUE =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                  - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE).
            IF WS-DAYS-OVERDUE > 60
               ADD AGE-BALANCE OF AGE-REC
                   TO FH-AR-OVER-60 OF FLASH-CUR
            END-IF.
            PERFORM 345-READ-AGE-RTN.
      * 存貨價值:現有量乘主檔現行成本，非庫存品不計
        360-STOCK-VALUE-RTN.
            MOVE LOW-VALUES TO PRO-NO OF PROD-REC.
            START PROD-FILE KEY IS NOT LESS THAN PRO-NO OF PROD-REC
               INVALID KEY MOVE "Y" TO PROD-EOF
            END-START.
            PERFORM 365-READ-PROD-RTN.
            PERFORM 370-ONE-PROD-RTN UNTIL PROD-EOF = "Y".
        365-READ-PROD-RTN.
            IF PROD-EOF = "N"
               READ PROD-FILE NEXT RECORD
                  AT END MOVE "Y" TO PROD-EOF
               END-READ
            END-IF.
        370-ONE-PROD-RTN.
            IF NOT PRO-NON-STOCK OF PROD-REC
               COMPUTE WS-AMOUNT =
                       PRO-QTY OF PROD-REC * PRO-COST OF PROD-REC
               ADD WS-AMOUNT TO FH-STOCK-VALUE OF FLASH-CUR
            END-IF.
            PERFORM 365-READ-PROD-RTN.
      * 未交採購承諾:未結訂單行之未交量(收貨時已自 PO-QTY 扣除)
      * 乘單價;待核准之訂單尚未發出，不計
        380-OPEN-PO-RTN.
            MOVE "N" TO PO-MISSING.
            OPEN INPUT PO-FILE.
            IF PO-MISSING = "N"
               PERFORM 385-READ-PO-RTN
               PERFORM 390-ONE-PO-RTN UNTIL PO-EOF = "Y"
               CLOSE PO-FILE
            END-IF.
        385-READ-PO-RTN.
            READ PO-FILE NEXT RECORD AT END MOVE "Y" TO PO-EOF.
        390-ONE-PO-RTN.
            IF PO-STATUS OF PO-REC = "O"
               COMPUTE WS-AMOUNT =
                       PO-QTY OF PO-REC * PO-UNIT-COST OF PO-REC
               ADD WS-AMOUNT TO FH-PO-OPEN OF FLASH-CUR
            END-IF.
            PERFORM 385-READ-PO-RTN.
        400-BACKORDER-RTN.
            MOVE "N" TO BORD-MISSING.
            OPEN INPUT BORD-FILE.
            IF BORD-MISSING = "N"
               PERFORM 405-READ-BORD-RTN
               PERFORM 410-ONE-BORD-RTN UNTIL BORD-EOF = "Y"
               CLOSE BORD-FILE
            END-IF.
        405-READ-BORD-RTN.
            READ BORD-FILE NEXT RECORD AT END MOVE "Y" TO BORD-EOF.
        410-ONE-BORD-RTN.
            IF BO-STATUS OF BORD-REC = "O"
               ADD 1 TO FH-BO-LINES OF FLASH-CUR
               ADD BO-QTY OF BORD-REC TO FH-BO-QTY OF FLASH-CUR
            END-IF.
            PERFORM 405-READ-BORD-RTN.
        420-DAY-STATUS-RTN.
            MOVE SPACE TO FH-DAY-STATUS OF FLASH-CUR.
            MOVE ZERO TO WS-DS-DATE.
            MOVE "N" TO DAYS-MISSING.
            OPEN INPUT DAYS-FILE.
            IF DAYS-MISSING = "N"
               READ DAYS-FILE
                  AT END CONTINUE
                  NOT AT END
                     MOVE DS-STATUS OF DAYS-REC
                          TO FH-DAY-STATUS OF FLASH-CUR
                     MOVE DS-DATE OF DAYS-REC TO WS-DS-DATE
               END-READ
               CLOSE DAYS-FILE
            END-IF.
      * 當日數字存入歷史檔(當日重跑即覆蓋)，再取上月同日與去年
      * 同日之紀錄
        500-HISTORY-RTN.
            OPEN I-O FLSH-FILE.
            MOVE FLASH-CUR TO FLSH-REC.
            MOVE "N" TO WS-KEY-ERR.
            WRITE FLSH-REC
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-WRITE.
            IF WS-KEY-ERR = "Y"
               REWRITE FLSH-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING FLASH.HST FOR "
                             FH-DATE OF FLSH-REC
               END-REWRITE
            END-IF.
            MOVE WS-LM-DATE TO FH-DATE OF FLSH-REC.
            MOVE "Y" TO LM-FOUND.
            READ FLSH-FILE
               INVALID KEY MOVE "N" TO LM-FOUND
            END-READ.
            IF LM-FOUND = "Y"
               MOVE FLSH-REC TO FLASH-LM
            END-IF.
            MOVE WS-LY-DATE TO FH-DATE OF FLSH-REC.
            MOVE "Y" TO LY-FOUND.
            READ FLSH-FILE
               INVALID KEY MOVE "N" TO LY-FOUND
            END-READ.
            IF LY-FOUND = "Y"
               MOVE FLSH-REC TO FLASH-LY
            END-IF.
            CLOSE FLSH-FILE.
      * 報表以執行日期命名，當日重跑不致蓋掉前日報表;固定一頁
        600-PRINT-RTN.
            STRING "FLASH." RUN-DATE ".OUT" DELIMITED BY SIZE
                   INTO WS-RPT-NAME.
            MOVE WS-RPT-NAME TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WS-RPT-NAME.
            OPEN OUTPUT OUT-FILE.
            PERFORM 200-WRITE-HEADING.
            PERFORM 610-WRITE-ROW-RTN
               VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > 14.
            PERFORM 620-WRITE-STATUS-RTN.
            CLOSE OUT-FILE.
        610-WRITE-ROW-RTN.
            MOVE ROW-LABEL (ROW-SUB) TO FL-LABEL.
            MOVE FC-FIG (ROW-SUB)    TO FL-CUR.
            IF LM-FOUND = "Y"
               MOVE FM-FIG (ROW-SUB) TO FL-LM
            ELSE
               MOVE "        無資料" TO FL-LM-X
            END-IF.
            IF LY-FOUND = "Y"
               MOVE FY-FIG (ROW-SUB) TO FL-LY
            ELSE
               MOVE "        無資料" TO FL-LY-X
            END-IF.
            IF ROW-SUB = 9 OR ROW-SUB = 13
               WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES
            ELSE
               WRITE OUT-REC FROM DETAIL-LINE AFTER 1 LINES
            END-IF.
      * 日結核對:列出控制檔之狀態與日期;有差異未經主管確認者醒目
      * 列示
        620-WRITE-STATUS-RTN.
            MOVE SPACES TO ST-TEXT.
            MOVE WS-DS-DATE TO ST-DATE.
            IF FH-DAY-STATUS OF FLASH-CUR = "E"
               MOVE "*** 有未解決之差異 ***" TO ST-TEXT
            ELSE
               IF FH-DAY-STATUS OF FLASH-CUR = "A"
                  MOVE "差異已由主管確認" TO ST-TEXT
               ELSE
                  IF FH-DAY-STATUS OF FLASH-CUR = "C"
                     MOVE "無差異" TO ST-TEXT
                  ELSE
                     MOVE "尚無核對紀錄" TO ST-TEXT
                     MOVE SPACES TO ST-DATE-X
                  END-IF
               END-IF
            END-IF.
            WRITE OUT-REC FROM STATUS-LINE AFTER 2 LINES.
        700-CATALOG-RTN.
            MOVE "FLASHRPT    " TO RT-REPORT-NAME OF CAT-REC.
            MOVE RUN-DATE       TO RT-RUN-DATE OF CAT-REC.
            MOVE WS-RPT-NAME    TO RT-FILE-NAME OF CAT-REC.
            MOVE PAGE-CTR       TO RT-PAGES OF CAT-REC.
            MOVE "Y"            TO RT-COST-FLAG OF CAT-REC.
            CALL "ReportCat" USING CAT-REC.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "SALES.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SREG-FILE-NAME.
            MOVE "PRICE.HST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO HIST-FILE-NAME.
            MOVE "RECEIPT.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO RCPT-FILE-NAME.
            MOVE "INVOICE.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO INV-FILE-NAME.
            MOVE "CREDIT.AGE" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO AGE-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "PO.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PO-FILE-NAME.
            MOVE "BACKORD.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO BORD-FILE-NAME.
            MOVE "DAYSTAT.CTL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO DAYS-FILE-NAME.
            MOVE "FLASH.HST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO FLSH-FILE-NAME.
            MOVE "FLSHWORK.TMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WORK-FILE-NAME.
