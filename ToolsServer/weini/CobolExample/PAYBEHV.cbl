      ** 客戶付款行為及 DSO 報表 (PAYBEHV.CBL):將收款登記檔
      **                           RECEIPT.REG 之沖帳(A)與折扣(D)
      **                           明細依發票排序，與發票登記檔
      **                           INVOICE.REG 配對;已不在
      **                           CREDIT.AGE 亦非呆帳沖銷之發票
      **                           即為已付清，以最後一筆沖帳日為
      **                           付款日，計算付款天數及依付款
      **                           條件 TERMS.TAB 之逾期天數;再依
      **                           客戶排序，列出近 3 個月與 12 個
      **                           月之平均付款天數、平均逾期天數
      **                           及信用額度，近 3 個月較前 9 個
      **                           月明顯變慢者註記 WORSE，12 個月
      **                           平均逾期超過 30 天者註記 SLOW;
      **                           期末列全公司 3 個月與 12 個月
      **                           之應收帳款週轉天數 (DSO)
      **                           對照 (COSTRPT.CBL) 之排序與控制
      **                           中斷

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     PayBehaviour.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT RCPT-FILE ASSIGN TO RANDOM RCPT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RCT-KEY
                  FILE STATUS IS RCPT-FS.
           SELECT INV-FILE ASSIGN TO RANDOM INV-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS INV-NO
                  FILE STATUS IS INV-FS.
           SELECT AGE-FILE ASSIGN TO RANDOM AGE-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AGE-KEY
                  FILE STATUS IS AGE-FS.
           SELECT CUST-FILE ASSIGN TO RANDOM CUST-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUS-NO
                  FILE STATUS IS CUST-FS.
           SELECT TERM-FILE ASSIGN TO RANDOM TERM-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TM-CODE
                  FILE STATUS IS TERM-FS.
           SELECT WOFF-FILE ASSIGN TO RANDOM WOFF-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS WO-KEY
                  FILE STATUS IS WOFF-FS.
           SELECT RWORK-FILE ASSIGN TO RANDOM RWORK-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS RWORK-FS.
           SELECT PAID-FILE ASSIGN TO RANDOM PAID-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PAID-FS.
           SELECT PWORK-FILE ASSIGN TO RANDOM PWORK-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PWORK-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT RSORT-FILE ASSIGN TO "PAYRSORT.TMP".
           SELECT PSORT-FILE ASSIGN TO "PAYPSORT.TMP".
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD RCPT-FILE
           LABEL RECORD IS STANDARD.
           COPY RCPTCOPY REPLACING ==RCPT-GRP== BY ==RCPT-REC==.
        FD INV-FILE
           LABEL RECORD IS STANDARD.
           COPY INVCOPY REPLACING ==INV-GRP== BY ==INV-REC==.
        FD AGE-FILE
           LABEL RECORD IS STANDARD.
           COPY AGECOPY REPLACING ==AGE-GRP== BY ==AGE-REC==.
        FD CUST-FILE
           LABEL RECORD IS STANDARD.
           COPY CUSTCOPY REPLACING ==CUST-GRP== BY ==CUST-REC==.
        FD TERM-FILE
           LABEL RECORD IS STANDARD.
           COPY TERMCOPY REPLACING ==TERM-GRP== BY ==TERM-REC==.
        FD WOFF-FILE
           LABEL RECORD IS STANDARD.
           COPY WOFFCOPY REPLACING ==WOFF-GRP== BY ==WOFF-REC==.
        FD RWORK-FILE
           LABEL RECORD IS STANDARD.
           COPY RCPTCOPY REPLACING ==RCPT-GRP== BY ==RWORK-REC==.
      * 已付清發票:每張一筆，供依客戶排序
        FD PAID-FILE
           LABEL RECORD IS STANDARD.
        01 PAID-REC.
           05 PD-CUS-NO         PIC X(4).
           05 PD-INV-NO         PIC X(6).
           05 PD-PAID-DATE      PIC 9(8).
           05 PD-DAYS-TO-PAY    PIC 9(5).
           05 PD-DAYS-LATE      PIC S9(5).
        FD PWORK-FILE
           LABEL RECORD IS STANDARD.
        01 PWORK-REC.
           05 PW-CUS-NO         PIC X(4).
           05 PW-INV-NO         PIC X(6).
           05 PW-PAID-DATE      PIC 9(8).
           05 PW-DAYS-TO-PAY    PIC 9(5).
           05 PW-DAYS-LATE      PIC S9(5).
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        SD RSORT-FILE.
        01 RS-REC.
           05 FILLER            PIC X(13).
           05 RS-DATE           PIC 9(8).
           05 RS-INV-NO         PIC X(6).
           05 FILLER            PIC X(11).
        SD PSORT-FILE.
        01 PS-REC.
           05 PS-CUS-NO         PIC X(4).
           05 PS-INV-NO         PIC X(6).
           05 FILLER            PIC X(18).

        WORKING-STORAGE SECTION.
        77 RCPT-FILE-NAME         PIC X(30) VALUE SPACES.
        77 INV-FILE-NAME          PIC X(30) VALUE SPACES.
        77 AGE-FILE-NAME          PIC X(30) VALUE SPACES.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 TERM-FILE-NAME         PIC X(30) VALUE SPACES.
        77 WOFF-FILE-NAME         PIC X(30) VALUE SPACES.
        77 RWORK-FILE-NAME        PIC X(30) VALUE SPACES.
        77 PAID-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PWORK-FILE-NAME        PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 RCPT-FS      PIC XX.
        77 INV-FS       PIC XX.
        77 AGE-FS       PIC XX.
        77 CUST-FS      PIC XX.
        77 TERM-FS      PIC XX.
        77 WOFF-FS      PIC XX.
        77 RWORK-FS     PIC XX.
        77 PAID-FS      PIC XX.
        77 PWORK-FS     PIC XX.
        77 OUT-FS       PIC XX.
        77 TERM-MISSING PIC X  VALUE "N".
        77 WOFF-MISSING PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-PAID      PIC X  VALUE "N".
        77 RWORK-EOF    PIC X  VALUE "N".
        77 PWORK-EOF    PIC X  VALUE "N".
        77 INV-EOF      PIC X  VALUE "N".
        77 AGE-EOF      PIC X  VALUE "N".
        77 CHECK-INV-NO PIC X(6) VALUE SPACES.
        77 CHECK-CUS-NO PIC X(4) VALUE SPACES.
        77 WS-LAST-DATE PIC 9(8) VALUE 0.
        77 WS-RUN-DATE-NUM PIC 9(8).
        77 WS-INV-DATE-NUM PIC 9(8).
        77 WS-RUN-INT   PIC S9(9) VALUE 0.
        77 WS-INV-INT   PIC S9(9) VALUE 0.
        77 WS-PAID-INT  PIC S9(9) VALUE 0.
        77 WS-NET-DAYS  PIC 9(3) VALUE 0.
        77 WS-DAYS      PIC S9(5) VALUE 0.
      * 近 3 個月、12 個月之天數及判定門檻(天)
        77 WS-DAYS-3M   PIC 9(3) VALUE 91.
        77 WS-DAYS-12M  PIC 9(3) VALUE 365.
        77 WS-WORSE-DAYS PIC 9(3) VALUE 10.
        77 WS-SLOW-DAYS PIC 9(3) VALUE 30.
        77 C3-CNT       PIC 9(5) VALUE 0.
        77 C3-PAY-DAYS  PIC 9(9) VALUE 0.
        77 C3-LATE-DAYS PIC S9(9) VALUE 0.
        77 C9-CNT       PIC 9(5) VALUE 0.
        77 C9-PAY-DAYS  PIC 9(9) VALUE 0.
        77 C12-CNT      PIC 9(5) VALUE 0.
        77 C12-PAY-DAYS PIC 9(9) VALUE 0.
        77 C12-LATE-DAYS PIC S9(9) VALUE 0.
        77 AVG3-PAY     PIC 9(5) VALUE 0.
        77 AVG3-LATE    PIC S9(5) VALUE 0.
        77 AVG9-PAY     PIC 9(5) VALUE 0.
        77 AVG12-PAY    PIC 9(5) VALUE 0.
        77 AVG12-LATE   PIC S9(5) VALUE 0.
        77 WS-AR-TOTAL  PIC S9(10)V99 VALUE 0.
        77 WS-SALES-3M  PIC S9(10)V99 VALUE 0.
        77 WS-SALES-12M PIC S9(10)V99 VALUE 0.
        77 WS-DSO       PIC S9(5)V9 VALUE 0.
        77 CUST-CNT     PIC 9(5) VALUE 0.
        77 WORSE-CNT    PIC 9(5) VALUE 0.
        77 SLOW-CNT     PIC 9(5) VALUE 0.
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
           05 FILLER            PIC X(20) VALUE SPACES.
           05 FILLER            PIC X(36)
              VALUE "CUSTOMER PAYMENT BEHAVIOUR AND DSO".
        01 HEADING2.
           05 FILLER            PIC X(27) VALUE SPACES.
           05 FILLER            PIC X(20) VALUE "---- 3 MONTHS ----".
           05 FILLER            PIC X(20) VALUE "--- 12 MONTHS ----".
        01 HEADING3.
           05 FILLER            PIC X(5)  VALUE "CUST".
           05 FILLER            PIC X(9)  VALUE "NAME".
           05 FILLER            PIC X(3)  VALUE "TM".
           05 FILLER            PIC X(10) VALUE "   LIMIT".
           05 FILLER            PIC X(20) VALUE "  CNT  PAY  LATE".
           05 FILLER            PIC X(20) VALUE "  CNT  PAY  LATE".
           05 FILLER            PIC X(6)  VALUE "FLAGS".
        01 DETAIL-LINE.
           05 DL-CUS-NO         PIC X(4).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-CUS-NAME       PIC X(8).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-TERMS          PIC X(2).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 DL-LIMIT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 DL-CNT3           PIC ZZZZ9.
           05 DL-PAY3           PIC ZZZZ9.
           05 DL-LATE3          PIC ZZZZ9-.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 DL-CNT12          PIC ZZZZ9.
           05 DL-PAY12          PIC ZZZZ9.
           05 DL-LATE12         PIC ZZZZ9-.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 DL-FLAG1          PIC X(6).
           05 DL-FLAG2          PIC X(4).
        01 DSO-LINE.
           05 DS-LABEL          PIC X(30).
           05 DS-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
        01 DSO-DAYS-LINE.
           05 DD-LABEL          PIC X(30).
           05 DD-DAYS           PIC ZZ,ZZ9.9-.
        01 COUNT-LINE.
           05 CL-LABEL          PIC X(30).
           05 CL-COUNT          PIC ZZ,ZZ9.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        RCPT-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RCPT-FILE.
        RCPT-ERROR-PROCESS.
           IF RCPT-FS NOT = "00"
              DISPLAY "ERROR OPENING RCPT-FILE, FILE STATUS = "
                      RCPT-FS
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM.
        INV-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON INV-FILE.
        INV-ERROR-PROCESS.
           IF INV-FS NOT = "00"
              DISPLAY "ERROR OPENING INV-FILE, FILE STATUS = " INV-FS
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM.
        AGE-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AGE-FILE.
        AGE-ERROR-PROCESS.
           IF AGE-FS NOT = "00"
              DISPLAY "ERROR OPENING AGE-FILE, FILE STATUS = " AGE-FS
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM.
        CUST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUST-FILE.
        CUST-ERROR-PROCESS.
           IF CUST-FS NOT = "00"
              DISPLAY "ERROR OPENING CUST-FILE, FILE STATUS = "
                      CUST-FS
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM.
        TERM-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON TERM-FILE.
        TERM-ERROR-PROCESS.
           IF TERM-FS NOT = "00"
              MOVE "Y" TO TERM-MISSING.
        WOFF-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON WOFF-FILE.
        WOFF-ERROR-PROCESS.
           IF WOFF-FS NOT = "00"
              MOVE "Y" TO WOFF-MISSING.
        RWORK-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RWORK-FILE.
        RWORK-ERROR-PROCESS.
           IF RWORK-FS NOT = "00"
              DISPLAY "ERROR OPENING RWORK-FILE, FILE STATUS = "
                      RWORK-FS
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM.
        PAID-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAID-FILE.
        PAID-ERROR-PROCESS.
           IF PAID-FS NOT = "00"
              DISPLAY "ERROR OPENING PAID-FILE, FILE STATUS = "
                      PAID-FS
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM.
        PWORK-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PWORK-FILE.
        PWORK-ERROR-PROCESS.
           IF PWORK-FS NOT = "00"
              DISPLAY "ERROR OPENING PWORK-FILE, FILE STATUS = "
                      PWORK-FS
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
            COMPUTE WS-RUN-INT =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
            PERFORM 050-SORT-RECEIPTS-RTN.
            OPEN INPUT RWORK-FILE
                       INV-FILE
                       AGE-FILE
                       CUST-FILE
                 OUTPUT PAID-FILE.
            MOVE "N" TO TERM-MISSING WOFF-MISSING.
            OPEN INPUT TERM-FILE.
            OPEN INPUT WOFF-FILE.
            PERFORM 100-MATCH-RTN.
            CLOSE RWORK-FILE PAID-FILE.
            IF TERM-MISSING = "N"
               CLOSE TERM-FILE
            END-IF.
            IF WOFF-MISSING = "N"
               CLOSE WOFF-FILE
            END-IF.
            PERFORM 300-SORT-PAID-RTN.
            OPEN INPUT PWORK-FILE
                 OUTPUT OUT-FILE.
            PERFORM 200-WRITE-HEADING.
            PERFORM 400-REPORT-RTN.
            PERFORM 600-COMPANY-DSO-RTN.
            CLOSE INV-FILE AGE-FILE CUST-FILE PWORK-FILE OUT-FILE.
            EXIT PROGRAM.
      * 收款明細依發票、收款日排序，同一發票之沖帳相鄰
        050-SORT-RECEIPTS-RTN.
            SORT RSORT-FILE
                ON ASCENDING KEY RS-INV-NO
                                 RS-DATE
                USING RCPT-FILE
                GIVING RWORK-FILE.
        100-MATCH-RTN.
            PERFORM 110-READ-RWORK-RTN.
            IF RWORK-EOF = "N"
               MOVE RCT-INV-NO OF RWORK-REC TO CHECK-INV-NO
               PERFORM 120-LOOP-RTN UNTIL RWORK-EOF = "Y"
               PERFORM 150-JUDGE-INVOICE-RTN
            END-IF.
      * 只取沖帳與折扣明細;預收、折讓、回收及退款不算付款
        110-READ-RWORK-RTN.
            READ RWORK-FILE
               AT END MOVE "Y" TO RWORK-EOF
            END-READ.
            IF RWORK-EOF = "N"
               AND NOT RCT-APPLIED OF RWORK-REC
               AND NOT RCT-DISCOUNT OF RWORK-REC
               GO TO 110-READ-RWORK-RTN
            END-IF.
        120-LOOP-RTN.
            IF RCT-INV-NO OF RWORK-REC NOT = CHECK-INV-NO
               PERFORM 150-JUDGE-INVOICE-RTN
               MOVE RCT-INV-NO OF RWORK-REC TO CHECK-INV-NO
            END-IF.
            MOVE RCT-DATE OF RWORK-REC TO WS-LAST-DATE.
            PERFORM 110-READ-RWORK-RTN.
      * 發票仍有未收餘額或已轉呆帳者不算付清
        150-JUDGE-INVOICE-RTN.
            MOVE "Y" TO WS-PAID.
            MOVE CHECK-INV-NO TO INV-NO OF INV-REC.
            READ INV-FILE
               INVALID KEY MOVE "N" TO WS-PAID
            END-READ.
            IF WS-PAID = "Y" AND INV-VOID OF INV-REC
               MOVE "N" TO WS-PAID
            END-IF.
            IF WS-PAID = "Y"
               MOVE INV-CUS-NO OF INV-REC TO AGE-CUS-NO OF AGE-REC
               MOVE CHECK-INV-NO          TO AGE-INV-NO OF AGE-REC
               READ AGE-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE "N" TO WS-PAID
               END-READ
            END-IF.
            IF WS-PAID = "Y" AND WOFF-MISSING = "N"
               MOVE INV-CUS-NO OF INV-REC TO WO-CUS-NO OF WOFF-REC
               MOVE CHECK-INV-NO          TO WO-INV-NO OF WOFF-REC
               READ WOFF-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY MOVE "N" TO WS-PAID
               END-READ
            END-IF.
            IF WS-PAID = "Y"
               PERFORM 160-WRITE-PAID-RTN
            END-IF.
      * 到期日 = 發票日 + 客戶付款條件天數;無條件者發票日即到期
        160-WRITE-PAID-RTN.
            MOVE INV-DATE OF INV-REC TO WS-INV-DATE-NUM.
            COMPUTE WS-INV-INT =
                    FUNCTION INTEGER-OF-DATE(WS-INV-DATE-NUM).
            COMPUTE WS-PAID-INT =
                    FUNCTION INTEGER-OF-DATE(WS-LAST-DATE).
            PERFORM 170-GET-NET-DAYS-RTN.
            MOVE INV-CUS-NO OF INV-REC TO PD-CUS-NO.
            MOVE CHECK-INV-NO TO PD-INV-NO.
            MOVE WS-LAST-DATE TO PD-PAID-DATE.
            COMPUTE WS-DAYS = WS-PAID-INT - WS-INV-INT.
            IF WS-DAYS < 0
               MOVE ZERO TO WS-DAYS
            END-IF.
            MOVE WS-DAYS TO PD-DAYS-TO-PAY.
            COMPUTE PD-DAYS-LATE = WS-DAYS - WS-NET-DAYS.
            WRITE PAID-REC.
        170-GET-NET-DAYS-RTN.
            MOVE ZERO TO WS-NET-DAYS.
            MOVE INV-CUS-NO OF INV-REC TO CM-CUS-NO OF CUST-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ CUST-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N" AND TERM-MISSING = "N"
               AND CM-TERMS-CODE OF CUST-REC NOT = SPACES
               MOVE CM-TERMS-CODE OF CUST-REC TO TM-CODE OF TERM-REC
               READ TERM-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE TM-NET-DAYS OF TERM-REC TO WS-NET-DAYS
               END-READ
            END-IF.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
            WRITE OUT-REC FROM HEADING3 AFTER 1 LINE.
        300-SORT-PAID-RTN.
            SORT PSORT-FILE
                ON ASCENDING KEY PS-CUS-NO
                                 PS-INV-NO
                USING PAID-FILE
                GIVING PWORK-FILE.
        400-REPORT-RTN.
            PERFORM 410-READ-PWORK-RTN.
            IF PWORK-EOF = "N"
               MOVE PW-CUS-NO TO CHECK-CUS-NO
               PERFORM 420-LOOP-RTN UNTIL PWORK-EOF = "Y"
               PERFORM 450-CUSTOMER-RTN
            END-IF.
        410-READ-PWORK-RTN.
            READ PWORK-FILE
               AT END MOVE "Y" TO PWORK-EOF
            END-READ.
      * 依付款日落在近 3 個月或前 9 個月分別累計
        420-LOOP-RTN.
            IF PW-CUS-NO NOT = CHECK-CUS-NO
               PERFORM 450-CUSTOMER-RTN
               MOVE PW-CUS-NO TO CHECK-CUS-NO
            END-IF.
            COMPUTE WS-DAYS = WS-RUN-INT
                    - FUNCTION INTEGER-OF-DATE(PW-PAID-DATE).
            IF WS-DAYS NOT > WS-DAYS-12M
               ADD 1 TO C12-CNT
               ADD PW-DAYS-TO-PAY TO C12-PAY-DAYS
               ADD PW-DAYS-LATE TO C12-LATE-DAYS
               IF WS-DAYS NOT > WS-DAYS-3M
                  ADD 1 TO C3-CNT
                  ADD PW-DAYS-TO-PAY TO C3-PAY-DAYS
                  ADD PW-DAYS-LATE TO C3-LATE-DAYS
               ELSE
                  ADD 1 TO C9-CNT
                  ADD PW-DAYS-TO-PAY TO C9-PAY-DAYS
               END-IF
            END-IF.
            PERFORM 410-READ-PWORK-RTN.
      * 12 個月內無付清發票之客戶不列
        450-CUSTOMER-RTN.
            IF C12-CNT > 0
               PERFORM 460-PRINT-CUSTOMER-RTN
            END-IF.
            MOVE ZERO TO C3-CNT C3-PAY-DAYS C3-LATE-DAYS
                         C9-CNT C9-PAY-DAYS
                         C12-CNT C12-PAY-DAYS C12-LATE-DAYS.
        460-PRINT-CUSTOMER-RTN.
            MOVE SPACES TO DETAIL-LINE.
            MOVE CHECK-CUS-NO TO DL-CUS-NO CM-CUS-NO OF CUST-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ CUST-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N"
               MOVE CM-CUS-NAME OF CUST-REC     TO DL-CUS-NAME
               MOVE CM-TERMS-CODE OF CUST-REC   TO DL-TERMS
               MOVE CM-CREDIT-LIMIT OF CUST-REC TO DL-LIMIT
            END-IF.
            MOVE ZERO TO AVG3-PAY AVG3-LATE AVG9-PAY.
            IF C3-CNT > 0
               COMPUTE AVG3-PAY ROUNDED = C3-PAY-DAYS / C3-CNT
               COMPUTE AVG3-LATE ROUNDED = C3-LATE-DAYS / C3-CNT
            END-IF.
            IF C9-CNT > 0
               COMPUTE AVG9-PAY ROUNDED = C9-PAY-DAYS / C9-CNT
            END-IF.
            COMPUTE AVG12-PAY ROUNDED = C12-PAY-DAYS / C12-CNT.
            COMPUTE AVG12-LATE ROUNDED = C12-LATE-DAYS / C12-CNT.
            MOVE C3-CNT     TO DL-CNT3.
            MOVE AVG3-PAY   TO DL-PAY3.
            MOVE AVG3-LATE  TO DL-LATE3.
            MOVE C12-CNT    TO DL-CNT12.
            MOVE AVG12-PAY  TO DL-PAY12.
            MOVE AVG12-LATE TO DL-LATE12.
            IF C3-CNT > 0 AND C9-CNT > 0
               AND AVG3-PAY > AVG9-PAY + WS-WORSE-DAYS
               MOVE "WORSE " TO DL-FLAG1
               ADD 1 TO WORSE-CNT
            END-IF.
            IF AVG12-LATE > WS-SLOW-DAYS
               MOVE "SLOW" TO DL-FLAG2
               ADD 1 TO SLOW-CNT
            END-IF.
            ADD 1 TO CUST-CNT.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 1 LINE.
      * DSO = 應收帳款餘額 / 期間內開立發票金額(含稅) x 期間天數
        600-COMPANY-DSO-RTN.
            PERFORM 610-SUM-AR-RTN.
            PERFORM 630-SUM-SALES-RTN.
            MOVE "CUSTOMERS REPORTED          :" TO CL-LABEL.
            MOVE CUST-CNT TO CL-COUNT.
            WRITE OUT-REC FROM COUNT-LINE AFTER 3 LINES.
            MOVE "PAYMENT SLOWING (WORSE)     :" TO CL-LABEL.
            MOVE WORSE-CNT TO CL-COUNT.
            WRITE OUT-REC FROM COUNT-LINE AFTER 1 LINE.
            MOVE "PAYING SLOW TO TERMS (SLOW) :" TO CL-LABEL.
            MOVE SLOW-CNT TO CL-COUNT.
            WRITE OUT-REC FROM COUNT-LINE AFTER 1 LINE.
            MOVE "RECEIVABLES OUTSTANDING     :" TO DS-LABEL.
            MOVE WS-AR-TOTAL TO DS-AMOUNT.
            WRITE OUT-REC FROM DSO-LINE AFTER 2 LINES.
            MOVE "INVOICED LAST 3 MONTHS      :" TO DS-LABEL.
            MOVE WS-SALES-3M TO DS-AMOUNT.
            WRITE OUT-REC FROM DSO-LINE AFTER 1 LINE.
            MOVE "INVOICED LAST 12 MONTHS     :" TO DS-LABEL.
            MOVE WS-SALES-12M TO DS-AMOUNT.
            WRITE OUT-REC FROM DSO-LINE AFTER 1 LINE.
            MOVE ZERO TO WS-DSO.
            IF WS-SALES-3M > ZERO
               COMPUTE WS-DSO ROUNDED =
                       WS-AR-TOTAL / WS-SALES-3M * WS-DAYS-3M
            END-IF.
            MOVE "DSO (3 MONTHS)              :" TO DD-LABEL.
            MOVE WS-DSO TO DD-DAYS.
            WRITE OUT-REC FROM DSO-DAYS-LINE AFTER 2 LINES.
            MOVE ZERO TO WS-DSO.
            IF WS-SALES-12M > ZERO
               COMPUTE WS-DSO ROUNDED =
                       WS-AR-TOTAL / WS-SALES-12M * WS-DAYS-12M
            END-IF.
            MOVE "DSO (12 MONTHS)             :" TO DD-LABEL.
            MOVE WS-DSO TO DD-DAYS.
            WRITE OUT-REC FROM DSO-DAYS-LINE AFTER 1 LINE.
        610-SUM-AR-RTN.
            MOVE LOW-VALUES TO AGE-KEY OF AGE-REC.
            MOVE "N" TO AGE-EOF.
            START AGE-FILE KEY IS NOT LESS THAN AGE-KEY
               INVALID KEY MOVE "Y" TO AGE-EOF
            END-START.
            PERFORM 620-READ-AGE-RTN.
            PERFORM 625-ADD-AGE-RTN UNTIL AGE-EOF = "Y".
        620-READ-AGE-RTN.
            READ AGE-FILE NEXT RECORD
               AT END MOVE "Y" TO AGE-EOF
            END-READ.
        625-ADD-AGE-RTN.
            ADD AGE-BALANCE OF AGE-REC TO WS-AR-TOTAL.
            PERFORM 620-READ-AGE-RTN.
        630-SUM-SALES-RTN.
            MOVE LOW-VALUES TO INV-NO OF INV-REC.
            MOVE "N" TO INV-EOF.
            START INV-FILE KEY IS NOT LESS THAN INV-NO OF INV-REC
               INVALID KEY MOVE "Y" TO INV-EOF
            END-START.
            PERFORM 640-READ-INV-RTN.
            PERFORM 645-ADD-INV-RTN UNTIL INV-EOF = "Y".
        640-READ-INV-RTN.
            READ INV-FILE NEXT RECORD
               AT END MOVE "Y" TO INV-EOF
            END-READ.
        645-ADD-INV-RTN.
            IF NOT INV-VOID OF INV-REC
               MOVE INV-DATE OF INV-REC TO WS-INV-DATE-NUM
               COMPUTE WS-DAYS = WS-RUN-INT
                       - FUNCTION INTEGER-OF-DATE(WS-INV-DATE-NUM)
               IF WS-DAYS NOT > WS-DAYS-12M
                  ADD INV-AMOUNT OF INV-REC INV-VAT OF INV-REC
                      TO WS-SALES-12M
                  IF WS-DAYS NOT > WS-DAYS-3M
                     ADD INV-AMOUNT OF INV-REC INV-VAT OF INV-REC
                         TO WS-SALES-3M
                  END-IF
               END-IF
            END-IF.
            PERFORM 640-READ-INV-RTN.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "RECEIPT.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO RCPT-FILE-NAME.
            MOVE "INVOICE.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO INV-FILE-NAME.
            MOVE "CREDIT.AGE" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO AGE-FILE-NAME.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CUST-FILE-NAME.
            MOVE "TERMS.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO TERM-FILE-NAME.
            MOVE "WRITEOFF.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WOFF-FILE-NAME.
            MOVE "PAYRWORK.TMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO RWORK-FILE-NAME.
            MOVE "PAYPAID.TMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PAID-FILE-NAME.
            MOVE "PAYPWORK.TMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PWORK-FILE-NAME.
            MOVE "PAYBEHV.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
