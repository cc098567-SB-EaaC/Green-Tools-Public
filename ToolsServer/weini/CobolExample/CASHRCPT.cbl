      **                         收支票前先列示未沖折讓(負數餘額)
      **                         供沖用;每筆收款經取號副程式編號
      **                         後逐筆寫入永久收款登記檔
      **                         RECEIPT.REG，供帳務活動查詢;
      **                         客戶付款條件有提前付款折扣者，
      **                         於折扣期限內以扣除折扣後之金額
      **                         沖銷整張發票，折扣額另以類別 D
      **                         寫入收款登記檔;客戶有已沖銷
      **                         呆帳(WRITEOFF.REG)未收回者，可
      **                         先指定發票收回，以類別 R 寫入
      **                         收款登記檔並累計收回金額;
      **                         未沖銷之暫收款另以收款單號留負數
      **                         未結項目，供日後沖用或退款
      **                         對照 (CREDITAGE.CBL) 之應收帳款檔

        IDENTIFICATION  DIVISION.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RCT-KEY
                  FILE STATUS IS RCPT-FS.
           SELECT TERM-FILE ASSIGN TO RANDOM TERM-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TM-CODE
                  FILE STATUS IS TERM-FS.
           SELECT WOFF-FILE ASSIGN TO RANDOM WOFF-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WO-KEY
                  FILE STATUS IS WOFF-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD RCPT-FILE
           LABEL RECORD IS STANDARD.
           COPY RCPTCOPY REPLACING ==RCPT-GRP== BY ==RCPT-REC==.
        FD TERM-FILE
           LABEL RECORD IS STANDARD.
           COPY TERMCOPY REPLACING ==TERM-GRP== BY ==TERM-REC==.
        FD WOFF-FILE
           LABEL RECORD IS STANDARD.
           COPY WOFFCOPY REPLACING ==WOFF-GRP== BY ==WOFF-REC==.

        WORKING-STORAGE SECTION.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 AGE-FILE-NAME          PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
        77 RCPT-FILE-NAME         PIC X(30) VALUE SPACES.
        77 TERM-FILE-NAME         PIC X(30) VALUE SPACES.
        77 WOFF-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CONTI        PIC A  VALUE "Y".
        77 CUST-FS      PIC XX.
        77 WS-RCT-AMT   PIC S9(8)V99 VALUE 0.
        77 WS-RCT-TYPE  PIC X  VALUE SPACE.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 TERM-FS      PIC XX.
        77 TERM-MISSING PIC X  VALUE "N".
        77 WS-DISC-PCT  PIC 9(2)V99 VALUE 0.
        77 WS-DISC-DAYS PIC 9(3) VALUE 0.
        77 WS-DISC-AMT  PIC 9(6)V99 VALUE 0.
        77 WS-INV-DATE-NUM PIC 9(8) VALUE 0.
        77 WS-DATE-INT  PIC 9(8) VALUE 0.
        77 TOTAL-DISCOUNT PIC 9(8)V99 VALUE 0.
        77 WOFF-FS      PIC XX.
        77 WOFF-MISSING PIC X  VALUE "N".
        77 WS-WOFF-EOF  PIC X  VALUE "N".
        77 WS-WOFF-OPEN PIC S9(8)V99 VALUE 0.
        77 WS-RCV-INV-NO PIC X(6) VALUE SPACES.
        77 WS-RCV-AMT   PIC 9(6)V99 VALUE 0.
        77 TOTAL-RECOVERED PIC 9(8)V99 VALUE 0.
           COPY PAGECTL.
           COPY RUNDATE.
        01 RUN-HEADING.
           05 RH-PAGE           PIC ZZ9.
        01 HEADING1.
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(27)
              VALUE "DAILY CASH RECEIPTS JOURNAL".
        01 HEADING2.
           05 FILLER            PIC X(12) VALUE "客戶編號".
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "發票號碼".
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "沖銷金額".
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "剩餘金額".
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "折扣金額".
        01 DETAIL-LINE.
           05 CUS-NO-OUT        PIC X(4).
           05 FILLER            PIC X(3).
           05 APPLY-OUT         PIC ZZZ,ZZ9.99-.
           05 FILLER            PIC X(3).
           05 REMAIN-OUT        PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(3).
           05 DISC-OUT          PIC ZZZ,ZZZ.ZZ.
        01 SUMMARY-LINE.
           05 FILLER            PIC X(20) VALUE "TOTAL RECEIVED    : ".
           05 SUM-RECEIVED-OUT  PIC Z,ZZZ,ZZ9.99.
        01 SUMMARY-LINE2.
           05 FILLER            PIC X(20) VALUE "TOTAL APPLIED     : ".
           05 SUM-APPLIED-OUT   PIC Z,ZZZ,ZZ9.99.
        01 SUMMARY-LINE3.
           05 FILLER            PIC X(20) VALUE "TOTAL DISCOUNT    : ".
           05 SUM-DISCOUNT-OUT  PIC Z,ZZZ,ZZ9.99.
        01 SUMMARY-LINE4.
           05 FILLER            PIC X(20) VALUE "TOTAL RECOVERED   : ".
           05 SUM-RECOVERED-OUT PIC Z,ZZZ,ZZ9.99.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
              OPEN OUTPUT RCPT-FILE
              CLOSE RCPT-FILE
              OPEN I-O RCPT-FILE.
        TERM-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON TERM-FILE.
        TERM-ERROR-PROCESS.
           IF TERM-FS = "35"
              MOVE "Y" TO TERM-MISSING
           ELSE
              IF TERM-FS NOT = "00"
                 DISPLAY "TERMS.TAB FILE STATUS = " TERM-FS
                         " - RUN FileConvert IF LAYOUT IS OLD"
                 STOP RUN
              END-IF
           END-IF.
        WOFF-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON WOFF-FILE.
        WOFF-ERROR-PROCESS.
           IF WOFF-FS NOT = "00"
              MOVE "Y" TO WOFF-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
                 OUTPUT OUT-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            MOVE "N" TO TERM-MISSING.
            OPEN INPUT TERM-FILE.
            MOVE "N" TO WOFF-MISSING.
            OPEN I-O WOFF-FILE.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
               MOVE NN-NUMBER TO WS-RCT-NO
               MOVE 0 TO WS-RCT-SEQ
               DISPLAY "收款單號 : " WS-RCT-NO LINE 6 POSITION 15
               PERFORM 310-GET-TERMS-RTN
               MOVE ZERO TO WS-REMAIN-AMT
               PERFORM 440-OFFER-CREDITS-RTN
               DISPLAY "支票金額 :" LINE 9 POSITION 15
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 15.
            ACCEPT CONTI LINE 22 POSITION 35.
      * 依客戶付款條件取提前付款折扣;無條件或查無條件檔者無折扣
        310-GET-TERMS-RTN.
            MOVE ZERO TO WS-DISC-PCT WS-DISC-DAYS.
            IF TERM-MISSING = "N"
               AND CM-TERMS-CODE OF CUST-REC NOT = SPACES
               MOVE CM-TERMS-CODE OF CUST-REC TO TM-CODE OF TERM-REC
               READ TERM-FILE
                  INVALID KEY CONTINUE
                  NOT INVALID KEY
                     MOVE TM-DISC-PCT OF TERM-REC  TO WS-DISC-PCT
                     MOVE TM-DISC-DAYS OF TERM-REC TO WS-DISC-DAYS
               END-READ
            END-IF.
      * 依發票編號順序(即開立先後)沖銷，付清之發票自檔中刪除，
      * 部份付款則改寫剩餘金額;折扣期限內之發票以餘額減折扣即
      * 視為付清
        400-APPLY-RTN.
            ADD WS-CHEQUE-AMT TO TOTAL-RECEIVED.
            ADD WS-CHEQUE-AMT TO WS-REMAIN-AMT.
            IF WOFF-MISSING = "N" AND WS-REMAIN-AMT > ZERO
               PERFORM 490-OFFER-RECOVERY-RTN
            END-IF.
            MOVE WS-CUS-NO-IN TO AGE-CUS-NO OF AGE-REC.
            MOVE LOW-VALUES   TO AGE-INV-NO OF AGE-REC.
            MOVE "N" TO WS-AGE-EOF.
            PERFORM 410-READ-AGE-NEXT.
            PERFORM 420-APPLY-ONE-RTN
               UNTIL WS-AGE-EOF = "Y" OR WS-REMAIN-AMT = ZERO.
      * 未沖銷之剩餘金額以暫收款登記，並以收款單號留一筆負數
      * 未結項目於應收帳款檔，供日後沖用或退款
            IF WS-REMAIN-AMT NOT = ZERO
               DISPLAY "UNAPPLIED AMOUNT : " WS-REMAIN-AMT
                       LINE 20 POSITION 15
               MOVE WS-RCT-NO TO WS-RCT-INV-NO
               MOVE WS-REMAIN-AMT TO WS-RCT-AMT
               MOVE "O" TO WS-RCT-TYPE
               PERFORM 480-WRITE-RECEIPT-RTN
               PERFORM 485-WRITE-ON-ACCOUNT-RTN
            END-IF.
        410-READ-AGE-NEXT.
            READ AGE-FILE NEXT RECORD WITH LOCK
               PERFORM 425-APPLY-INVOICE-RTN
            END-IF.
        425-APPLY-INVOICE-RTN.
            PERFORM 427-CALC-DISC-RTN.
            IF WS-REMAIN-AMT + WS-DISC-AMT NOT < AGE-BALANCE OF AGE-REC
               COMPUTE WS-APPLY-AMT = AGE-BALANCE OF AGE-REC
                                    - WS-DISC-AMT
               SUBTRACT WS-APPLY-AMT FROM WS-REMAIN-AMT
               MOVE ZERO TO REMAIN-OUT
               DELETE AGE-FILE
                     DISPLAY "INVALID DELETE !" LINE 20 POSITION 15
               END-DELETE
            ELSE
               MOVE ZERO TO WS-DISC-AMT
               MOVE WS-REMAIN-AMT TO WS-APPLY-AMT
               SUBTRACT WS-APPLY-AMT FROM AGE-BALANCE OF AGE-REC
               MOVE ZERO TO WS-REMAIN-AMT
            MOVE WS-APPLY-AMT  TO WS-RCT-AMT.
            MOVE "A" TO WS-RCT-TYPE.
            PERFORM 480-WRITE-RECEIPT-RTN.
            IF WS-DISC-AMT NOT = ZERO
               ADD WS-DISC-AMT TO TOTAL-DISCOUNT
               MOVE WS-DISC-AMT TO WS-RCT-AMT
               MOVE "D" TO WS-RCT-TYPE
               PERFORM 480-WRITE-RECEIPT-RTN
            END-IF.
            PERFORM 990-PAGE-CHECK-RTN.
            PERFORM 430-WRITE-REC.
            PERFORM 410-READ-AGE-NEXT.
      * 收款日未逾發票日加折扣天數者，可扣餘額乘折扣百分比
        427-CALC-DISC-RTN.
            MOVE ZERO TO WS-DISC-AMT.
            IF WS-DISC-PCT > ZERO
               MOVE AGE-INV-DATE OF AGE-REC TO WS-INV-DATE-NUM
               COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-INV-DATE-NUM)
                     + WS-DISC-DAYS
               IF FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                  NOT > WS-DATE-INT
                  COMPUTE WS-DISC-AMT ROUNDED =
                          AGE-BALANCE OF AGE-REC * WS-DISC-PCT / 100
               END-IF
            END-IF.
        430-WRITE-REC.
            MOVE AGE-CUS-NO OF AGE-REC TO CUS-NO-OUT.
            MOVE AGE-INV-NO OF AGE-REC TO INV-NO-OUT.
            MOVE WS-APPLY-AMT          TO APPLY-OUT.
            MOVE WS-DISC-AMT           TO DISC-OUT.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
      * 收款前先合計該客戶之未沖折讓;經確認後逐筆刪除折讓並
      * 將其金額併入本次可沖銷額，日記表以負數列示
               MOVE AGE-CUS-NO OF AGE-REC TO CUS-NO-OUT
               MOVE AGE-INV-NO OF AGE-REC TO INV-NO-OUT
               MOVE AGE-BALANCE OF AGE-REC TO APPLY-OUT
               MOVE ZERO TO REMAIN-OUT DISC-OUT
               PERFORM 990-PAGE-CHECK-RTN
               WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES
               DELETE AGE-FILE
               END-DELETE
            END-IF.
            PERFORM 445-READ-CRED-NEXT.
      * 呆帳收回:該客戶有已沖銷未收回之發票時，先由操作員指定
      * 發票收回(不逾未收回餘額)，其餘照常沖銷未收項目
        490-OFFER-RECOVERY-RTN.
            MOVE ZERO TO WS-WOFF-OPEN.
            MOVE WS-CUS-NO-IN TO WO-CUS-NO OF WOFF-REC.
            MOVE LOW-VALUES   TO WO-INV-NO OF WOFF-REC.
            MOVE "N" TO WS-WOFF-EOF.
            START WOFF-FILE KEY IS NOT LESS THAN WO-KEY OF WOFF-REC
               INVALID KEY MOVE "Y" TO WS-WOFF-EOF
            END-START.
            PERFORM 492-READ-WOFF-NEXT.
            PERFORM 494-SUM-WOFF-RTN UNTIL WS-WOFF-EOF = "Y".
            IF WS-WOFF-OPEN > ZERO
               DISPLAY "已沖銷呆帳未收回 : " WS-WOFF-OPEN
                       LINE 11 POSITION 15
               MOVE "*" TO WS-RCV-INV-NO
               PERFORM 496-RECOVER-ONE-RTN
                  UNTIL WS-RCV-INV-NO = SPACES
                     OR WS-REMAIN-AMT = ZERO
            END-IF.
        492-READ-WOFF-NEXT.
            IF WS-WOFF-EOF = "N"
               READ WOFF-FILE NEXT RECORD
                  AT END MOVE "Y" TO WS-WOFF-EOF
               END-READ
            END-IF.
            IF WS-WOFF-EOF = "N"
               AND WO-CUS-NO OF WOFF-REC NOT = WS-CUS-NO-IN
               MOVE "Y" TO WS-WOFF-EOF
            END-IF.
        494-SUM-WOFF-RTN.
            IF WO-AMOUNT OF WOFF-REC > WO-RECOVERED OF WOFF-REC
               COMPUTE WS-WOFF-OPEN = WS-WOFF-OPEN
                     + WO-AMOUNT OF WOFF-REC
                     - WO-RECOVERED OF WOFF-REC
            END-IF.
            PERFORM 492-READ-WOFF-NEXT.
        496-RECOVER-ONE-RTN.
            DISPLAY "收回呆帳發票 (空白略過) :"
                    LINE 12 POSITION 15.
            MOVE SPACES TO WS-RCV-INV-NO.
            ACCEPT WS-RCV-INV-NO LINE 12 POSITION 45.
            IF WS-RCV-INV-NO NOT = SPACES
               MOVE WS-CUS-NO-IN  TO WO-CUS-NO OF WOFF-REC
               MOVE WS-RCV-INV-NO TO WO-INV-NO OF WOFF-REC
               READ WOFF-FILE
                  INVALID KEY
                     DISPLAY "NOT A WRITTEN-OFF INVOICE"
                             LINE 20 POSITION 15
                  NOT INVALID KEY
                     PERFORM 498-APPLY-RECOVERY-RTN
               END-READ
            END-IF.
        498-APPLY-RECOVERY-RTN.
            IF WO-AMOUNT OF WOFF-REC NOT > WO-RECOVERED OF WOFF-REC
               DISPLAY "ALREADY FULLY RECOVERED" LINE 20 POSITION 15
            ELSE
               COMPUTE WS-RCV-AMT = WO-AMOUNT OF WOFF-REC
                                  - WO-RECOVERED OF WOFF-REC
               IF WS-RCV-AMT > WS-REMAIN-AMT
                  MOVE WS-REMAIN-AMT TO WS-RCV-AMT
               END-IF
               ADD WS-RCV-AMT TO WO-RECOVERED OF WOFF-REC
               REWRITE WOFF-REC
                  INVALID KEY
                     DISPLAY "INVALID REWRITE !" LINE 20 POSITION 15
               END-REWRITE
               SUBTRACT WS-RCV-AMT FROM WS-REMAIN-AMT
               ADD WS-RCV-AMT TO TOTAL-RECOVERED
               MOVE WS-RCV-INV-NO TO WS-RCT-INV-NO
               MOVE WS-RCV-AMT    TO WS-RCT-AMT
               MOVE "R" TO WS-RCT-TYPE
               PERFORM 480-WRITE-RECEIPT-RTN
               MOVE WS-CUS-NO-IN  TO CUS-NO-OUT
               MOVE WS-RCV-INV-NO TO INV-NO-OUT
               MOVE WS-RCV-AMT    TO APPLY-OUT
               MOVE ZERO TO REMAIN-OUT DISC-OUT
               PERFORM 990-PAGE-CHECK-RTN
               WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES
            END-IF.
        500-WRITE-SUMMARY.
            MOVE TOTAL-RECEIVED TO SUM-RECEIVED-OUT.
            MOVE TOTAL-APPLIED  TO SUM-APPLIED-OUT.
            WRITE OUT-REC FROM SUMMARY-LINE  AFTER 2 LINES.
            WRITE OUT-REC FROM SUMMARY-LINE2 AFTER 2 LINES.
            MOVE TOTAL-DISCOUNT TO SUM-DISCOUNT-OUT.
            WRITE OUT-REC FROM SUMMARY-LINE3 AFTER 2 LINES.
            MOVE TOTAL-RECOVERED TO SUM-RECOVERED-OUT.
            WRITE OUT-REC FROM SUMMARY-LINE4 AFTER 2 LINES.
        480-WRITE-RECEIPT-RTN.
            ADD 1 TO WS-RCT-SEQ.
            MOVE WS-RCT-NO        TO RCT-NO OF RCPT-REC.
               INVALID KEY
                  DISPLAY "DUPLICATE RECEIPT !! " RCT-KEY OF RCPT-REC
            END-WRITE.
        485-WRITE-ON-ACCOUNT-RTN.
            MOVE WS-CUS-NO-IN    TO AGE-CUS-NO OF AGE-REC.
            MOVE WS-RCT-NO       TO AGE-INV-NO OF AGE-REC.
            MOVE WS-RUN-DATE-NUM TO AGE-INV-DATE OF AGE-REC.
            MOVE WS-RUN-DATE-NUM TO AGE-DUE-DATE OF AGE-REC.
            COMPUTE AGE-BALANCE OF AGE-REC = 0 - WS-REMAIN-AMT.
            WRITE AGE-REC
               INVALID KEY
                  DISPLAY "DUPLICATE OPEN ITEM !! " AGE-KEY OF AGE-REC
                          LINE 21 POSITION 15
            END-WRITE.
        600-CLOSE-RTN.
            CLOSE CUST-FILE AGE-FILE RCPT-FILE OUT-FILE.
            IF TERM-MISSING = "N"
               CLOSE TERM-FILE
            END-IF.
            IF WOFF-MISSING = "N"
               CLOSE WOFF-FILE
            END-IF.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "RECEIPT.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO RCPT-FILE-NAME.
            MOVE "TERMS.TAB" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO TERM-FILE-NAME.
            MOVE "WRITEOFF.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WOFF-FILE-NAME.
