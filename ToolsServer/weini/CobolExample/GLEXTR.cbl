      ** 總帳傳票匯出 (GLEXTR.CBL):期末將銷售收入與稅額(SALES.REG)、
      **                          庫存異動成本(STOCK.LED)彙整為借貸
      **                          平衡之傳票紀錄附加於 JOURNAL.INT
      **                          (人工傳票已釋出者保留待過帳)，
      **                          並列印傳票清單與應收帳款餘額核對;
      **                          各行科目依過帳規則檔 (POSTRULE.TAB)
      **                          按交易類別、產品類別與倉庫取得，
      **                          規則科目不在總帳科目主檔或缺類別
      **                          預設規則時先行列出且不匯出;
      **                          收款折扣(RECEIPT.REG 類別 D)借
      **                          折扣支出貸應收，付款取得折扣
      **                          (PAYMENT.REG 類別 D，外幣依付款
      **                          日匯率換算)借應付貸折扣收入;
      **                          呆帳沖銷(WRITEOFF.REG)借呆帳損失
      **                          貸應收，呆帳收回(RECEIPT.REG
      **                          類別 R)借應收貸呆帳損失;客戶
      **                          退款(RECEIPT.REG 類別 F)借應收
      **                          貸應付退款;已匯出之期別記於
      **                          GLEXTR.LOG，同期重複匯出一律
      **                          拒跑(回傳 8)
      **                          對照 (VATRTN.CBL) 之彙總方式

        IDENTIFICATION  DIVISION.
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS SR-SALE-NO
                  ALTERNATE RECORD KEY IS SR-CUS-KEY
                            WITH DUPLICATES
                  ALTERNATE RECORD KEY IS SR-PRO-KEY
                            WITH DUPLICATES
                  FILE STATUS IS SREG-FS.
           SELECT LED-FILE ASSIGN TO RANDOM LED-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
           SELECT PSTR-FILE ASSIGN TO RANDOM PSTR-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PR-KEY
                  FILE STATUS IS PSTR-FS.
           SELECT GLAC-FILE ASSIGN TO RANDOM GLAC-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS GA-ACCT
                  FILE STATUS IS GLAC-FS.
           SELECT CTL-FILE ASSIGN TO RANDOM CTL-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CTL-FS.
           SELECT JRNL-FILE ASSIGN TO RANDOM JRNL-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS JRNL-FS.
           SELECT RCPT-FILE ASSIGN TO RANDOM RCPT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RCT-KEY
                  FILE STATUS IS RCPT-FS.
           SELECT WOFF-FILE ASSIGN TO RANDOM WOFF-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS WO-KEY
                  FILE STATUS IS WOFF-FS.
           SELECT PAY-FILE ASSIGN TO RANDOM PAY-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PAY-FS.
           SELECT VEND-FILE ASSIGN TO RANDOM VEND-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VEND-NO
                  FILE STATUS IS VEND-FS.
           SELECT XLOG-FILE ASSIGN TO RANDOM XLOG-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS XLOG-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD PSTR-FILE
           LABEL RECORD IS STANDARD.
           COPY PSTRCOPY REPLACING ==PSTR-GRP== BY ==PSTR-REC==.
        FD GLAC-FILE
           LABEL RECORD IS STANDARD.
           COPY GLACCOPY REPLACING ==GLAC-GRP== BY ==GLAC-REC==.
        FD CTL-FILE
           LABEL RECORD IS STANDARD.
           COPY PERDCOPY REPLACING ==PERD-GRP== BY ==CTL-REC==.
           05 JN-DESC           PIC X(20).
           05 JN-DEBIT          PIC 9(10)V99.
           05 JN-CREDIT         PIC 9(10)V99.
        FD RCPT-FILE
           LABEL RECORD IS STANDARD.
           COPY RCPTCOPY REPLACING ==RCPT-GRP== BY ==RCPT-REC==.
        FD WOFF-FILE
           LABEL RECORD IS STANDARD.
           COPY WOFFCOPY REPLACING ==WOFF-GRP== BY ==WOFF-REC==.
        FD PAY-FILE
           LABEL RECORD IS STANDARD.
        01 PAY-REC.
           05 PY-PAY-NO         PIC X(6).
           05 PY-VEND-NO        PIC X(4).
           05 PY-INV-NO         PIC X(10).
           05 PY-AMOUNT         PIC S9(8)V99.
           05 PY-DATE           PIC 9(8).
           05 PY-ENTRY-TYPE     PIC X(1).
        FD VEND-FILE
           LABEL RECORD IS STANDARD.
           COPY VENDCOPY REPLACING ==VEND-GRP== BY ==VEND-REC==.
        FD XLOG-FILE
           LABEL RECORD IS STANDARD.
        01 XLOG-REC.
           05 XL-PERIOD         PIC 9(6).
           05 XL-RUN-DATE       PIC 9(8).
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        77 LED-FILE-NAME          PIC X(30) VALUE SPACES.
        77 AGE-FILE-NAME          PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PSTR-FILE-NAME         PIC X(30) VALUE SPACES.
        77 GLAC-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CTL-FILE-NAME          PIC X(30) VALUE SPACES.
        77 JRNL-FILE-NAME         PIC X(30) VALUE SPACES.
        77 RCPT-FILE-NAME         PIC X(30) VALUE SPACES.
        77 WOFF-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PAY-FILE-NAME          PIC X(30) VALUE SPACES.
        77 VEND-FILE-NAME         PIC X(30) VALUE SPACES.
        77 XLOG-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 SREG-FS      PIC XX.
        77 AGE-FS       PIC XX.
        77 PROD-FS      PIC XX.
        77 JRNL-FS      PIC XX.
        77 PSTR-FS      PIC XX.
        77 GLAC-FS      PIC XX.
        77 PSTR-EOF     PIC X  VALUE "N".
        77 RULE-ERR-COUNT PIC 9(3) VALUE 0.
        77 WS-RULE-TYPE PIC X(4) VALUE SPACES.
        77 WS-RULE-CAT  PIC X(3) VALUE SPACES.
        77 WS-RULE-WH   PIC X(3) VALUE SPACES.
        77 WS-RULE-ACCT PIC X(8) VALUE SPACES.
        77 WS-RULE-DESC PIC X(20) VALUE SPACES.
        77 WS-AMOUNT    PIC S9(11)V99 VALUE 0.
        77 TYPE-SUB     PIC 9(2) VALUE 0.
        77 POST-SUB     PIC 9(3) VALUE 0.
        77 POST-HIT     PIC 9(3) VALUE 0.
        77 POST-COUNT   PIC 9(3) VALUE 0.
        77 POST-MAX     PIC 9(3) VALUE 100.
        77 CTL-FS       PIC XX.
        77 CTL-MISSING  PIC X  VALUE "N".
        77 WS-PERIOD    PIC 9(6) VALUE 0.
        77 OUT-FS       PIC XX.
        77 XLOG-FS      PIC XX.
        77 XLOG-MISSING PIC X  VALUE "N".
        77 XLOG-EOF     PIC X  VALUE "N".
        77 DUP-EXTRACT  PIC X  VALUE "N".
        77 SREG-EOF     PIC X  VALUE "N".
        77 LED-EOF      PIC X  VALUE "N".
        77 AGE-EOF      PIC X  VALUE "N".
        77 RCPT-FS      PIC XX.
        77 RCPT-EOF     PIC X  VALUE "N".
        77 RCPT-MISSING PIC X  VALUE "N".
        77 WOFF-FS      PIC XX.
        77 WOFF-EOF     PIC X  VALUE "N".
        77 WOFF-MISSING PIC X  VALUE "N".
        77 PAY-FS       PIC XX.
        77 PAY-EOF      PIC X  VALUE "N".
        77 PAY-MISSING  PIC X  VALUE "N".
        77 VEND-FS      PIC XX.
        77 VEND-MISSING PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-NET-QTY   PIC S9(8) VALUE 0.
        77 WS-VALUE     PIC S9(10)V99 VALUE 0.
        77 WS-VAT       PIC S9(10)V99 VALUE 0.
        77 WS-DELTA     PIC S9(6) VALUE 0.
        77 AR-TOTAL     PIC S9(10)V99 VALUE 0.
        77 DEBIT-TOTAL  PIC 9(11)V99 VALUE 0.
        77 CREDIT-TOTAL PIC 9(11)V99 VALUE 0.
           COPY TAXLREQ REPLACING ==TAXL-REQ-GRP== BY ==TAXL-REQ==.
           COPY CURRREQ REPLACING ==CURR-REQ-GRP== BY ==CURR-REQ==.
      * 交易類別依傳票列示順序，及規則未給摘要時之預設摘要
        01 TYPE-VALUES.
           05 FILLER PIC X(24) VALUE "AR  ACCOUNTS RECEIVABLE ".
           05 FILLER PIC X(24) VALUE "SALESALES REVENUE       ".
           05 FILLER PIC X(24) VALUE "RETNSALES RETURNS       ".
           05 FILLER PIC X(24) VALUE "VAT VAT OUTPUT TAX      ".
           05 FILLER PIC X(24) VALUE "DISADISCOUNTS ALLOWED   ".
           05 FILLER PIC X(24) VALUE "COGSCOST OF GOODS SOLD  ".
           05 FILLER PIC X(24) VALUE "STKASTOCK ADJUSTMENT    ".
           05 FILLER PIC X(24) VALUE "STK STOCK MOVEMENT      ".
           05 FILLER PIC X(24) VALUE "AP  ACCOUNTS PAYABLE    ".
           05 FILLER PIC X(24) VALUE "DISTDISCOUNTS TAKEN     ".
           05 FILLER PIC X(24) VALUE "BADDBAD DEBTS WRITTEN OF".
           05 FILLER PIC X(24) VALUE "RFNDCUSTOMER REFUNDS    ".
        01 TYPE-TABLE REDEFINES TYPE-VALUES.
           05 TYPE-ENTRY OCCURS 12 TIMES.
              10 TYPE-CODE      PIC X(4).
              10 TYPE-DESC      PIC X(20).
      * 依交易類別與科目彙總之傳票金額(借正貸負)
        01 POST-TABLE.
           05 PT-ENTRY OCCURS 100 TIMES.
              10 PT-TYPE        PIC X(4).
              10 PT-ACCOUNT     PIC X(8).
              10 PT-DESC        PIC X(20).
              10 PT-NET         PIC S9(11)V99.
           COPY RUNDATE.
        01 HEADING1.
           05 FILLER            PIC X(26) VALUE SPACES.
           IF PROD-FS NOT = "00"
              DISPLAY "ERROR OPENING PROD-FILE, FILE STATUS = " PROD-FS
              STOP RUN.
        PSTR-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PSTR-FILE.
        PSTR-ERROR-PROCESS.
           IF PSTR-FS NOT = "00"
              DISPLAY "NO POSTING RULES - RUN PostRuleMaint FIRST"
              STOP RUN.
        GLAC-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON GLAC-FILE.
        GLAC-ERROR-PROCESS.
           IF GLAC-FS NOT = "00"
              DISPLAY "NO GL ACCOUNT MASTER - RUN GlAcctMaint FIRST"
              STOP RUN.
        CTL-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CTL-FILE.
        CTL-ERROR-PROCESS.
        JRNL-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON JRNL-FILE.
        JRNL-ERROR-PROCESS.
           IF JRNL-FS = "35"
              OPEN OUTPUT JRNL-FILE
           ELSE
              IF JRNL-FS NOT = "00"
                 DISPLAY "ERROR OPENING JRNL-FILE, FILE STATUS = "
                         JRNL-FS
                 STOP RUN.
        RCPT-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RCPT-FILE.
        RCPT-ERROR-PROCESS.
           IF RCPT-FS NOT = "00"
              MOVE "Y" TO RCPT-MISSING.
        WOFF-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON WOFF-FILE.
        WOFF-ERROR-PROCESS.
           IF WOFF-FS NOT = "00"
              MOVE "Y" TO WOFF-MISSING.
        PAY-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAY-FILE.
        PAY-ERROR-PROCESS.
           IF PAY-FS NOT = "00"
              MOVE "Y" TO PAY-MISSING.
        VEND-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON VEND-FILE.
        VEND-ERROR-PROCESS.
           IF VEND-FS NOT = "00"
              MOVE "Y" TO VEND-MISSING.
        XLOG-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON XLOG-FILE.
        XLOG-ERROR-PROCESS.
           IF XLOG-FS NOT = "00"
              MOVE "Y" TO XLOG-MISSING.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            PERFORM 050-CHECK-RULES-RTN.
            IF RULE-ERR-COUNT > ZERO
               DISPLAY "POSTING RULES IN ERROR : " RULE-ERR-COUNT
                       " - EXTRACT NOT RUN"
               CLOSE PSTR-FILE GLAC-FILE
               STOP RUN
            END-IF.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 110-GET-PERIOD-RTN.
            PERFORM 090-CHECK-EXTRACTED-RTN.
            IF DUP-EXTRACT = "Y"
               DISPLAY "PERIOD " WS-PERIOD " ALREADY EXTRACTED - "
                       "EXTRACT REFUSED"
               CLOSE PSTR-FILE GLAC-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM 100-OPEN-RTN.
            PERFORM 200-SCAN-SALES-RTN.
            PERFORM 300-SCAN-STOCK-RTN.
            PERFORM 350-SCAN-AR-RTN.
            PERFORM 380-SCAN-RCPT-DISC-RTN.
            PERFORM 386-SCAN-WOFF-RTN.
            PERFORM 390-SCAN-PAY-DISC-RTN.
            PERFORM 400-WRITE-JOURNAL-RTN.
            PERFORM 600-CLOSE-RTN.
            PERFORM 500-LOG-PERIOD-RTN.
            STOP RUN.
      * 過帳規則檢核:各規則科目須在總帳科目主檔，各交易類別須有
      * 預設規則;有誤者逐筆列出，匯出前即停止
        050-CHECK-RULES-RTN.
            OPEN INPUT PSTR-FILE
                       GLAC-FILE.
            MOVE ZERO TO RULE-ERR-COUNT.
            MOVE LOW-VALUES TO PR-KEY OF PSTR-REC.
            MOVE "N" TO PSTR-EOF.
            START PSTR-FILE KEY IS NOT LESS THAN PR-KEY OF PSTR-REC
               INVALID KEY MOVE "Y" TO PSTR-EOF
            END-START.
            PERFORM 060-READ-PSTR-NEXT.
            PERFORM 070-CHECK-ONE-RULE-RTN UNTIL PSTR-EOF = "Y".
            PERFORM 080-CHECK-DEFAULT-RTN
               VARYING TYPE-SUB FROM 1 BY 1 UNTIL TYPE-SUB > 12.
        060-READ-PSTR-NEXT.
            READ PSTR-FILE NEXT RECORD
               AT END MOVE "Y" TO PSTR-EOF
            END-READ.
        070-CHECK-ONE-RULE-RTN.
            MOVE PR-ACCOUNT OF PSTR-REC TO GA-ACCT OF GLAC-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ GLAC-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               ADD 1 TO RULE-ERR-COUNT
               DISPLAY "RULE " PR-TYPE OF PSTR-REC "/"
                       PR-CATEGORY OF PSTR-REC "/"
                       PR-WAREHOUSE OF PSTR-REC " ACCOUNT "
                       PR-ACCOUNT OF PSTR-REC " NOT ON GLACCT.MST"
            END-IF.
            PERFORM 060-READ-PSTR-NEXT.
        080-CHECK-DEFAULT-RTN.
            MOVE TYPE-CODE (TYPE-SUB) TO PR-TYPE OF PSTR-REC.
            MOVE SPACES TO PR-CATEGORY OF PSTR-REC
                           PR-WAREHOUSE OF PSTR-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ PSTR-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               ADD 1 TO RULE-ERR-COUNT
               DISPLAY "NO DEFAULT POSTING RULE FOR TYPE "
                       TYPE-CODE (TYPE-SUB)
            END-IF.
      * 匯出管制:匯出紀錄檔已有本期即拒絕重複匯出，以免同期
      * 傳票重複附加於 JOURNAL.INT 而過帳兩次
        090-CHECK-EXTRACTED-RTN.
            MOVE "N" TO XLOG-MISSING XLOG-EOF DUP-EXTRACT.
            OPEN INPUT XLOG-FILE.
            IF XLOG-MISSING = "N"
               PERFORM 095-READ-XLOG-RTN
               PERFORM 096-ONE-XLOG-RTN UNTIL XLOG-EOF = "Y"
               CLOSE XLOG-FILE
            END-IF.
        095-READ-XLOG-RTN.
            READ XLOG-FILE AT END MOVE "Y" TO XLOG-EOF.
        096-ONE-XLOG-RTN.
            IF XL-PERIOD = WS-PERIOD
               MOVE "Y" TO DUP-EXTRACT
            END-IF.
            PERFORM 095-READ-XLOG-RTN.
        100-OPEN-RTN.
            OPEN INPUT SREG-FILE
                       LED-FILE
                       AGE-FILE
                       PROD-FILE
                 EXTEND JRNL-FILE
                 OUTPUT OUT-FILE.
            WRITE OUT-REC FROM HEADING1 AFTER PAGE.
            MOVE WS-PERIOD TO PL-PERIOD.
            WRITE OUT-REC FROM PERIOD-LINE AFTER 2 LINES.
            READ SREG-FILE NEXT RECORD
               AT END MOVE "Y" TO SREG-EOF
            END-READ.
      * 銷貨總額貸收入、退回借退回科目、淨額之稅額貸銷項稅額，
      * 借應收;產品類別與倉庫取自產品主檔
        220-ONE-SALE-RTN.
            IF SR-DATE OF SREG-REC (1:6) = WS-PERIOD
               COMPUTE WS-NET-QTY = SR-QTY OF SREG-REC
               COMPUTE WS-VALUE = WS-NET-QTY * SR-PRICE OF SREG-REC
               PERFORM 230-GET-RATE-RTN
               COMPUTE WS-VAT   = WS-VALUE * TL-RATE OF TAXL-REQ
               IF WS-KEY-ERR = "Y"
                  MOVE SPACES TO WS-RULE-CAT WS-RULE-WH
               ELSE
                  MOVE PRO-CATEGORY OF PROD-REC  TO WS-RULE-CAT
                  MOVE PRO-WAREHOUSE OF PROD-REC TO WS-RULE-WH
               END-IF
               MOVE "SALE" TO WS-RULE-TYPE
               COMPUTE WS-AMOUNT = 0 - (SR-QTY OF SREG-REC
                                      * SR-PRICE OF SREG-REC)
               PERFORM 720-ADD-POST-RTN
               MOVE "RETN" TO WS-RULE-TYPE
               COMPUTE WS-AMOUNT = SR-QTY-RETURNED OF SREG-REC
                                 * SR-PRICE OF SREG-REC
               PERFORM 720-ADD-POST-RTN
               MOVE "VAT " TO WS-RULE-TYPE
               COMPUTE WS-AMOUNT = 0 - WS-VAT
               PERFORM 720-ADD-POST-RTN
               MOVE "AR  " TO WS-RULE-TYPE
               COMPUTE WS-AMOUNT = WS-VALUE + WS-VAT
               PERFORM 720-ADD-POST-RTN
            END-IF.
            PERFORM 210-READ-SREG-RTN.
      * 稅率依產品稅別與銷售日查稅率檔(傳票彙總不計客戶免稅
            MOVE SR-DATE OF SREG-REC TO TL-DATE OF TAXL-REQ.
            MOVE SPACE TO TL-EXEMPT OF TAXL-REQ.
            CALL "TaxLook" USING TAXL-REQ.
      * 庫存異動依異動後減異動前之差量乘以主檔成本計價;有調整
      * 原因者入存貨調整、其餘入銷貨成本，對方為存貨科目
        300-SCAN-STOCK-RTN.
            PERFORM 310-READ-LED-RTN.
            PERFORM 320-ONE-MOVE-RTN UNTIL LED-EOF = "Y".
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "N"
                  MOVE PRO-CATEGORY OF PROD-REC TO WS-RULE-CAT
                  MOVE SL-WAREHOUSE OF LED-REC  TO WS-RULE-WH
                  IF SL-REASON OF LED-REC = SPACES
                     MOVE "COGS" TO WS-RULE-TYPE
                  ELSE
                     MOVE "STKA" TO WS-RULE-TYPE
                  END-IF
                  COMPUTE WS-AMOUNT = 0
                        - (WS-DELTA * PRO-COST OF PROD-REC)
                  PERFORM 720-ADD-POST-RTN
                  MOVE "STK " TO WS-RULE-TYPE
                  COMPUTE WS-AMOUNT = WS-DELTA * PRO-COST OF PROD-REC
                  PERFORM 720-ADD-POST-RTN
               END-IF
            END-IF.
            PERFORM 310-READ-LED-RTN.
        370-ONE-AGE-RTN.
            ADD AGE-BALANCE OF AGE-REC TO AR-TOTAL.
            PERFORM 360-READ-AGE-RTN.
      * 本期收款折扣:借折扣支出、貸應收
        380-SCAN-RCPT-DISC-RTN.
            MOVE "N" TO RCPT-MISSING RCPT-EOF.
            OPEN INPUT RCPT-FILE.
            IF RCPT-MISSING = "N"
               PERFORM 382-READ-RCPT-RTN
               PERFORM 384-ONE-RCPT-RTN UNTIL RCPT-EOF = "Y"
               CLOSE RCPT-FILE
            END-IF.
        382-READ-RCPT-RTN.
            READ RCPT-FILE NEXT RECORD
               AT END MOVE "Y" TO RCPT-EOF
            END-READ.
        384-ONE-RCPT-RTN.
            IF RCT-DISCOUNT OF RCPT-REC
               AND RCT-DATE OF RCPT-REC (1:6) = WS-PERIOD
               MOVE SPACES TO WS-RULE-CAT WS-RULE-WH
               MOVE "DISA" TO WS-RULE-TYPE
               MOVE RCT-AMOUNT OF RCPT-REC TO WS-AMOUNT
               PERFORM 720-ADD-POST-RTN
               MOVE "AR  " TO WS-RULE-TYPE
               COMPUTE WS-AMOUNT = 0 - RCT-AMOUNT OF RCPT-REC
               PERFORM 720-ADD-POST-RTN
            END-IF.
      * 呆帳收回:先回復應收(借應收、貸呆帳損失)，收款本身與其他
      * 收款同樣沖銷應收
            IF RCT-RECOVERY OF RCPT-REC
               AND RCT-DATE OF RCPT-REC (1:6) = WS-PERIOD
               MOVE SPACES TO WS-RULE-CAT WS-RULE-WH
               MOVE "AR  " TO WS-RULE-TYPE
               MOVE RCT-AMOUNT OF RCPT-REC TO WS-AMOUNT
               PERFORM 720-ADD-POST-RTN
               MOVE "BADD" TO WS-RULE-TYPE
               COMPUTE WS-AMOUNT = 0 - RCT-AMOUNT OF RCPT-REC
               PERFORM 720-ADD-POST-RTN
            END-IF.
      * 客戶退款(金額為負數):借應收(結清貸餘)、貸應付退款
            IF RCT-REFUND OF RCPT-REC
               AND RCT-DATE OF RCPT-REC (1:6) = WS-PERIOD
               MOVE SPACES TO WS-RULE-CAT WS-RULE-WH
               MOVE "AR  " TO WS-RULE-TYPE
               COMPUTE WS-AMOUNT = 0 - RCT-AMOUNT OF RCPT-REC
               PERFORM 720-ADD-POST-RTN
               MOVE "RFND" TO WS-RULE-TYPE
               MOVE RCT-AMOUNT OF RCPT-REC TO WS-AMOUNT
               PERFORM 720-ADD-POST-RTN
            END-IF.
            PERFORM 382-READ-RCPT-RTN.
      * 本期呆帳沖銷(含小額尾差，貸方尾差為負數):借呆帳損失、
      * 貸應收
        386-SCAN-WOFF-RTN.
            MOVE "N" TO WOFF-MISSING WOFF-EOF.
            OPEN INPUT WOFF-FILE.
            IF WOFF-MISSING = "N"
               PERFORM 387-READ-WOFF-RTN
               PERFORM 388-ONE-WOFF-RTN UNTIL WOFF-EOF = "Y"
               CLOSE WOFF-FILE
            END-IF.
        387-READ-WOFF-RTN.
            READ WOFF-FILE NEXT RECORD
               AT END MOVE "Y" TO WOFF-EOF
            END-READ.
        388-ONE-WOFF-RTN.
            IF WO-DATE OF WOFF-REC (1:6) = WS-PERIOD
               MOVE SPACES TO WS-RULE-CAT WS-RULE-WH
               MOVE "BADD" TO WS-RULE-TYPE
               MOVE WO-AMOUNT OF WOFF-REC TO WS-AMOUNT
               PERFORM 720-ADD-POST-RTN
               MOVE "AR  " TO WS-RULE-TYPE
               COMPUTE WS-AMOUNT = 0 - WO-AMOUNT OF WOFF-REC
               PERFORM 720-ADD-POST-RTN
            END-IF.
            PERFORM 387-READ-WOFF-RTN.
      * 本期付款取得折扣(作廢沖回為負數):借應付、貸折扣收入;
      * 外幣廠商之折扣依付款日匯率換算本幣
        390-SCAN-PAY-DISC-RTN.
            MOVE "N" TO PAY-MISSING PAY-EOF VEND-MISSING.
            OPEN INPUT PAY-FILE.
            IF PAY-MISSING = "N"
               OPEN INPUT VEND-FILE
               PERFORM 392-READ-PAY-RTN
               PERFORM 394-ONE-PAY-RTN UNTIL PAY-EOF = "Y"
               CLOSE PAY-FILE
               IF VEND-MISSING = "N"
                  CLOSE VEND-FILE
               END-IF
            END-IF.
        392-READ-PAY-RTN.
            READ PAY-FILE AT END MOVE "Y" TO PAY-EOF.
        394-ONE-PAY-RTN.
            IF PY-ENTRY-TYPE = "D"
               AND PY-DATE (1:6) = WS-PERIOD
               MOVE PY-AMOUNT TO WS-AMOUNT
               PERFORM 396-CONVERT-RTN
               MOVE SPACES TO WS-RULE-CAT WS-RULE-WH
               MOVE "AP  " TO WS-RULE-TYPE
               PERFORM 720-ADD-POST-RTN
               MOVE "DIST" TO WS-RULE-TYPE
               COMPUTE WS-AMOUNT = 0 - WS-AMOUNT
               PERFORM 720-ADD-POST-RTN
            END-IF.
            PERFORM 392-READ-PAY-RTN.
        396-CONVERT-RTN.
            MOVE SPACES TO VEND-CURR OF VEND-REC.
            IF VEND-MISSING = "N"
               MOVE PY-VEND-NO TO VEND-NO OF VEND-REC
               READ VEND-FILE
                  INVALID KEY MOVE SPACES TO VEND-CURR OF VEND-REC
               END-READ
            END-IF.
            IF VEND-CURR OF VEND-REC NOT = SPACES
               MOVE VEND-CURR OF VEND-REC TO CC-CURR OF CURR-REQ
               MOVE PY-DATE               TO CC-DATE OF CURR-REQ
               CALL "CurrConv" USING CURR-REQ
               COMPUTE WS-AMOUNT ROUNDED =
                       PY-AMOUNT * CC-RATE OF CURR-REQ
            END-IF.
      * 傳票:依交易類別順序將彙總表逐科目寫出，借正貸負
        400-WRITE-JOURNAL-RTN.
            MOVE RUN-DATE TO JN-DATE.
            PERFORM 420-WRITE-TYPE-RTN
               VARYING TYPE-SUB FROM 1 BY 1 UNTIL TYPE-SUB > 12.
            MOVE DEBIT-TOTAL  TO TL-DEBIT.
            MOVE CREDIT-TOTAL TO TL-CREDIT.
            WRITE OUT-REC FROM TOTAL-LINE AFTER 2 LINES.
            IF DEBIT-TOTAL NOT = CREDIT-TOTAL
               DISPLAY "JOURNAL OUT OF BALANCE !!"
            END-IF.
        420-WRITE-TYPE-RTN.
            PERFORM 430-WRITE-ENTRY-RTN
               VARYING POST-SUB FROM 1 BY 1 UNTIL POST-SUB > POST-COUNT.
        430-WRITE-ENTRY-RTN.
            IF PT-TYPE (POST-SUB) = TYPE-CODE (TYPE-SUB)
               AND PT-NET (POST-SUB) NOT = ZERO
               MOVE PT-ACCOUNT (POST-SUB) TO JN-ACCOUNT
               MOVE PT-DESC (POST-SUB)    TO JN-DESC
               IF PT-NET (POST-SUB) > ZERO
                  MOVE PT-NET (POST-SUB) TO JN-DEBIT
                  MOVE ZERO TO JN-CREDIT
               ELSE
                  MOVE ZERO TO JN-DEBIT
                  COMPUTE JN-CREDIT = 0 - PT-NET (POST-SUB)
               END-IF
               PERFORM 410-PUT-JOURNAL-RTN
            END-IF.
        410-PUT-JOURNAL-RTN.
            WRITE JRNL-REC.
            ADD JN-DEBIT  TO DEBIT-TOTAL.
            MOVE JN-DEBIT   TO JL-DEBIT.
            MOVE JN-CREDIT  TO JL-CREDIT.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
      * 過帳規則:類別加倉庫、類別、倉庫、預設依序取最明確者
        700-FIND-RULE-RTN.
            MOVE WS-RULE-TYPE TO PR-TYPE OF PSTR-REC.
            MOVE WS-RULE-CAT  TO PR-CATEGORY OF PSTR-REC.
            MOVE WS-RULE-WH   TO PR-WAREHOUSE OF PSTR-REC.
            PERFORM 710-READ-RULE-RTN.
            IF WS-KEY-ERR = "Y"
               MOVE SPACES TO PR-WAREHOUSE OF PSTR-REC
               PERFORM 710-READ-RULE-RTN
            END-IF.
            IF WS-KEY-ERR = "Y"
               MOVE SPACES     TO PR-CATEGORY OF PSTR-REC
               MOVE WS-RULE-WH TO PR-WAREHOUSE OF PSTR-REC
               PERFORM 710-READ-RULE-RTN
            END-IF.
            IF WS-KEY-ERR = "Y"
               MOVE SPACES TO PR-WAREHOUSE OF PSTR-REC
               PERFORM 710-READ-RULE-RTN
            END-IF.
            MOVE PR-ACCOUNT OF PSTR-REC TO WS-RULE-ACCT.
            MOVE PR-DESC OF PSTR-REC    TO WS-RULE-DESC.
        710-READ-RULE-RTN.
            MOVE "N" TO WS-KEY-ERR.
            READ PSTR-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
      * 金額依規則科目併入彙總表;同交易類別同科目者累加
        720-ADD-POST-RTN.
            PERFORM 700-FIND-RULE-RTN.
            MOVE ZERO TO POST-HIT.
            PERFORM 730-FIND-POST-RTN
               VARYING POST-SUB FROM 1 BY 1
               UNTIL POST-SUB > POST-COUNT.
            IF POST-HIT = ZERO
               IF POST-COUNT < POST-MAX
                  ADD 1 TO POST-COUNT
                  MOVE POST-COUNT   TO POST-HIT
                  MOVE WS-RULE-TYPE TO PT-TYPE (POST-HIT)
                  MOVE WS-RULE-ACCT TO PT-ACCOUNT (POST-HIT)
                  MOVE WS-RULE-DESC TO PT-DESC (POST-HIT)
                  IF WS-RULE-DESC = SPACES
                     PERFORM 740-DEFAULT-DESC-RTN
                        VARYING TYPE-SUB FROM 1 BY 1 UNTIL TYPE-SUB > 12
                  END-IF
                  MOVE ZERO TO PT-NET (POST-HIT)
               ELSE
                  DISPLAY "TOO MANY POSTING ACCOUNTS - "
                          WS-RULE-ACCT " NOT EXTRACTED"
                  MOVE ZERO TO WS-AMOUNT
                  MOVE POST-COUNT TO POST-HIT
               END-IF
            END-IF.
            ADD WS-AMOUNT TO PT-NET (POST-HIT).
        730-FIND-POST-RTN.
            IF PT-TYPE (POST-SUB) = WS-RULE-TYPE
               AND PT-ACCOUNT (POST-SUB) = WS-RULE-ACCT
               MOVE POST-SUB TO POST-HIT
            END-IF.
        740-DEFAULT-DESC-RTN.
            IF TYPE-CODE (TYPE-SUB) = WS-RULE-TYPE
               MOVE TYPE-DESC (TYPE-SUB) TO PT-DESC (POST-HIT)
            END-IF.
      * 匯出完成後記下本期
        500-LOG-PERIOD-RTN.
            MOVE "N" TO XLOG-MISSING.
            OPEN EXTEND XLOG-FILE.
            IF XLOG-MISSING = "Y"
               OPEN OUTPUT XLOG-FILE
            END-IF.
            MOVE WS-PERIOD TO XL-PERIOD.
            MOVE RUN-DATE  TO XL-RUN-DATE.
            WRITE XLOG-REC.
            CLOSE XLOG-FILE.
        600-CLOSE-RTN.
            CLOSE SREG-FILE LED-FILE AGE-FILE PROD-FILE
                  PSTR-FILE GLAC-FILE JRNL-FILE OUT-FILE.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "SALES.REG" TO EN-LOGICAL.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "POSTRULE.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PSTR-FILE-NAME.
            MOVE "GLACCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO GLAC-FILE-NAME.
            MOVE "PERIOD.CTL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CTL-FILE-NAME.
            MOVE "JOURNAL.INT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO JRNL-FILE-NAME.
            MOVE "RECEIPT.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO RCPT-FILE-NAME.
            MOVE "WRITEOFF.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WOFF-FILE-NAME.
            MOVE "PAYMENT.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PAY-FILE-NAME.
            MOVE "VENDOR.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO VEND-FILE-NAME.
            MOVE "GLEXTR.LOG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO XLOG-FILE-NAME.
            MOVE "GLEXTR.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
