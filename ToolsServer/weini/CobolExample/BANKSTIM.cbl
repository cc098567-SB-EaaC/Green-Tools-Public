      ** 銀行對帳單匯入作業 (BANKSTIM.CBL):先依付款登記檔
      **                                  PAYMENT.REG 與收款登記檔
      **                                  RECEIPT.REG 更新帳載未達
      **                                  項目檔 BANKREC.DAT(每付款
      **                                  單號、收款單號、客戶退款單號
      **                                  各一筆)，再
      **                                  讀取銀行月對帳單 BANKSTMT.IMP
      **                                  寫入對帳單明細檔;借方以付款
      **                                  單號(或客戶退款單號)、貸方以
      **                                  收款單號且金額相符者自動勾
      **                                  稽，其餘列表交由人工勾稽
      **                                  (BANKTICK.CBL)
      **                                  對照 (BANKIMP.CBL) 之匯入比對
      **
      ** BANKSTMT.IMP 每行格式:
      **   日期,借貸別(D/C),金額,參考號碼

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     BankStmtImport.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT IMP-FILE ASSIGN TO RANDOM IMP-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS IMP-FS.
           SELECT PAY-FILE ASSIGN TO RANDOM PAY-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PAY-FS.
           SELECT RCPT-FILE ASSIGN TO RANDOM RCPT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RCT-KEY
                  FILE STATUS IS RCPT-FS.
           SELECT BKRC-FILE ASSIGN TO RANDOM BKRC-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BR-KEY
                  FILE STATUS IS BKRC-FS.
           SELECT BKST-FILE ASSIGN TO RANDOM BKST-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BS-KEY
                  FILE STATUS IS BKST-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD IMP-FILE
           LABEL RECORD IS STANDARD.
        01 IMP-REC              PIC X(80).
        FD PAY-FILE
           LABEL RECORD IS STANDARD.
        01 PAY-REC.
           05 PY-PAY-NO         PIC X(6).
           05 PY-VEND-NO        PIC X(4).
           05 PY-INV-NO         PIC X(10).
           05 PY-AMOUNT         PIC S9(8)V99.
           05 PY-DATE           PIC 9(8).
           05 PY-ENTRY-TYPE     PIC X(1).
        FD RCPT-FILE
           LABEL RECORD IS STANDARD.
           COPY RCPTCOPY REPLACING ==RCPT-GRP== BY ==RCPT-REC==.
        FD BKRC-FILE
           LABEL RECORD IS STANDARD.
           COPY BKRCCOPY REPLACING ==BKRC-GRP== BY ==BKRC-REC==.
        FD BKST-FILE
           LABEL RECORD IS STANDARD.
           COPY BKSTCOPY REPLACING ==BKST-GRP== BY ==BKST-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).

        WORKING-STORAGE SECTION.
        77 IMP-FILE-NAME          PIC X(30) VALUE SPACES.
        77 PAY-FILE-NAME          PIC X(30) VALUE SPACES.
        77 RCPT-FILE-NAME         PIC X(30) VALUE SPACES.
        77 BKRC-FILE-NAME         PIC X(30) VALUE SPACES.
        77 BKST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 IMP-FS       PIC XX.
        77 PAY-FS       PIC XX.
        77 RCPT-FS      PIC XX.
        77 BKRC-FS      PIC XX.
        77 BKST-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 PAY-MISSING  PIC X  VALUE "N".
        77 RCPT-MISSING PIC X  VALUE "N".
        77 IMP-EOF      PIC X  VALUE "N".
        77 PAY-EOF      PIC X  VALUE "N".
        77 RCPT-EOF     PIC X  VALUE "N".
        77 BKRC-EOF     PIC X  VALUE "N".
        77 BKST-EOF     PIC X  VALUE "N".
        77 REJECT-FLAG  PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-PERIOD-IN PIC 9(6) VALUE 0.
        77 WS-SEQ       PIC 9(4) VALUE 0.
        77 WS-AMOUNT    PIC 9(9)V99 VALUE 0.
        77 WS-REG-TYPE  PIC X  VALUE SPACE.
        77 WS-REG-REF   PIC X(6) VALUE SPACES.
        77 WS-REG-DATE  PIC 9(8) VALUE 0.
        77 WS-REG-PARTY PIC X(4) VALUE SPACES.
        77 WS-REG-AMT   PIC S9(9)V99 VALUE 0.
        77 WS-MATCH-TYPE PIC X VALUE SPACE.
        77 WS-HOLD-REASON PIC X(26) VALUE SPACES.
        77 LOAD-COUNT   PIC 9(5) VALUE 0.
        77 AUTO-COUNT   PIC 9(5) VALUE 0.
        77 OPEN-COUNT   PIC 9(5) VALUE 0.
        77 REJ-COUNT    PIC 9(5) VALUE 0.
        01 FIELD-AREA.
           05 F-DATE    PIC X(8).
           05 F-DC      PIC X(1).
           05 F-AMOUNT  PIC X(16).
           05 F-REF     PIC X(10).
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
              VALUE "BANK STATEMENT LINES NOT MATCHED".
        01 HEADING2.
           05 FILLER            PIC X(6)  VALUE "序號".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "日期".
           05 FILLER            PIC X(6)  VALUE "借貸".
           05 FILLER            PIC X(8)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "金額".
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "參考號碼".
           05 FILLER            PIC X(6)  VALUE "原因".
        01 DETAIL-LINE.
           05 DL-SEQ            PIC ZZZ9.
           05 FILLER            PIC X(4).
           05 DL-DATE           PIC 9(8).
           05 FILLER            PIC X(4).
           05 DL-DC             PIC X(1).
           05 FILLER            PIC X(3).
           05 DL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2).
           05 DL-REF            PIC X(10).
           05 FILLER            PIC X(2).
           05 DL-REASON         PIC X(26).
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        IMP-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON IMP-FILE.
        IMP-ERROR-PROCESS.
           IF IMP-FS NOT = "00"
              DISPLAY "STATEMENT FILE NOT FOUND (BANKSTMT.IMP)"
              STOP RUN.
        PAY-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAY-FILE.
        PAY-ERROR-PROCESS.
           IF PAY-FS NOT = "00"
              MOVE "Y" TO PAY-MISSING.
        RCPT-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RCPT-FILE.
        RCPT-ERROR-PROCESS.
           IF RCPT-FS NOT = "00"
              MOVE "Y" TO RCPT-MISSING.
        BKRC-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BKRC-FILE.
        BKRC-ERROR-PROCESS.
           IF BKRC-FS NOT = "00"
              OPEN OUTPUT BKRC-FILE
              CLOSE BKRC-FILE
              OPEN I-O BKRC-FILE.
        BKST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BKST-FILE.
        BKST-ERROR-PROCESS.
           IF BKST-FS NOT = "00"
              OPEN OUTPUT BKST-FILE
              CLOSE BKST-FILE
              OPEN I-O BKST-FILE.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
           IF OUT-FS NOT = "00"
              DISPLAY "ERROR OPENING OUT-FILE, FILE STATUS = " OUT-FS
              STOP RUN.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "銀行對帳單匯入" LINE 3 POSITION 25.
            DISPLAY "對帳單期別 (YYYYMM) :" LINE 5 POSITION 15.
            ACCEPT WS-PERIOD-IN LINE 5 POSITION 38.
            OPEN INPUT IMP-FILE
                 I-O   BKRC-FILE
                       BKST-FILE
                 OUTPUT OUT-FILE.
            PERFORM 100-CHECK-PERIOD-RTN.
            IF BKST-EOF = "N"
               DISPLAY "STATEMENT FOR PERIOD ALREADY LOADED"
                       LINE 20 POSITION 10
               CLOSE IMP-FILE BKRC-FILE BKST-FILE OUT-FILE
               STOP RUN
            END-IF.
            PERFORM 200-REFRESH-BOOK-RTN.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 200-WRITE-HEADING.
            MOVE ZERO TO WS-SEQ.
            PERFORM 500-READ-IMP-RTN.
            PERFORM 510-ONE-LINE-RTN UNTIL IMP-EOF = "Y".
            DISPLAY "=== STATEMENT IMPORT CONTROL TOTALS ===".
            DISPLAY "LINES LOADED    : " LOAD-COUNT.
            DISPLAY "AUTO MATCHED    : " AUTO-COUNT.
            DISPLAY "LEFT TO TICK    : " OPEN-COUNT.
            DISPLAY "LINES REJECTED  : " REJ-COUNT.
            CLOSE IMP-FILE BKRC-FILE BKST-FILE OUT-FILE.
            STOP RUN.
      * 同期別對帳單已匯入者不再重複匯入
        100-CHECK-PERIOD-RTN.
            MOVE WS-PERIOD-IN TO BS-PERIOD OF BKST-REC.
            MOVE ZERO TO BS-SEQ OF BKST-REC.
            MOVE "N" TO BKST-EOF.
            START BKST-FILE KEY IS NOT LESS THAN BS-KEY OF BKST-REC
               INVALID KEY MOVE "Y" TO BKST-EOF
            END-START.
            IF BKST-EOF = "N"
               READ BKST-FILE NEXT RECORD
                  AT END MOVE "Y" TO BKST-EOF
               END-READ
            END-IF.
            IF BKST-EOF = "N"
               AND BS-PERIOD OF BKST-REC NOT = WS-PERIOD-IN
               MOVE "Y" TO BKST-EOF
            END-IF.
      * 帳載項目更新:先將各項金額歸零，再依兩登記檔逐單號重新
      * 累計;新單號新增為未達 "O"，淨額為零者視為作廢 "V"
        200-REFRESH-BOOK-RTN.
            PERFORM 210-START-BKRC-RTN.
            PERFORM 220-READ-BKRC-NEXT.
            PERFORM 230-ZERO-ONE-RTN UNTIL BKRC-EOF = "Y".
            MOVE "N" TO PAY-MISSING.
            OPEN INPUT PAY-FILE.
            IF PAY-MISSING = "N"
               PERFORM 300-READ-PAY-RTN
               PERFORM 310-ONE-PAY-RTN UNTIL PAY-EOF = "Y"
               CLOSE PAY-FILE
            END-IF.
            MOVE "N" TO RCPT-MISSING.
            OPEN INPUT RCPT-FILE.
            IF RCPT-MISSING = "N"
               PERFORM 350-READ-RCPT-RTN
               PERFORM 360-ONE-RCPT-RTN UNTIL RCPT-EOF = "Y"
               CLOSE RCPT-FILE
            END-IF.
            PERFORM 210-START-BKRC-RTN.
            PERFORM 220-READ-BKRC-NEXT.
            PERFORM 240-VOID-ONE-RTN UNTIL BKRC-EOF = "Y".
        210-START-BKRC-RTN.
            MOVE LOW-VALUES TO BR-KEY OF BKRC-REC.
            MOVE "N" TO BKRC-EOF.
            START BKRC-FILE KEY IS NOT LESS THAN BR-KEY OF BKRC-REC
               INVALID KEY MOVE "Y" TO BKRC-EOF
            END-START.
        220-READ-BKRC-NEXT.
            READ BKRC-FILE NEXT RECORD
               AT END MOVE "Y" TO BKRC-EOF
            END-READ.
        230-ZERO-ONE-RTN.
            MOVE ZERO TO BR-AMOUNT OF BKRC-REC.
            REWRITE BKRC-REC
               INVALID KEY
                  DISPLAY "ERROR UPDATING BANKREC.DAT FOR "
                          BR-KEY OF BKRC-REC
            END-REWRITE.
            PERFORM 220-READ-BKRC-NEXT.
        240-VOID-ONE-RTN.
            IF BR-STATUS OF BKRC-REC = "O"
               AND BR-AMOUNT OF BKRC-REC = ZERO
               MOVE "V" TO BR-STATUS OF BKRC-REC
               REWRITE BKRC-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING BANKREC.DAT FOR "
                             BR-KEY OF BKRC-REC
               END-REWRITE
            END-IF.
            PERFORM 220-READ-BKRC-NEXT.
        300-READ-PAY-RTN.
            READ PAY-FILE AT END MOVE "Y" TO PAY-EOF.
      * 提前付款折扣行(類別 D)不經銀行，不列入帳載項目
        310-ONE-PAY-RTN.
            IF PY-ENTRY-TYPE NOT = "D"
               MOVE "P"        TO WS-REG-TYPE
               MOVE PY-PAY-NO  TO WS-REG-REF
               MOVE PY-DATE    TO WS-REG-DATE
               MOVE PY-VEND-NO TO WS-REG-PARTY
               MOVE PY-AMOUNT  TO WS-REG-AMT
               PERFORM 400-ADD-BOOK-RTN
            END-IF.
            PERFORM 300-READ-PAY-RTN.
        350-READ-RCPT-RTN.
            READ RCPT-FILE NEXT RECORD
               AT END MOVE "Y" TO RCPT-EOF
            END-READ.
      * 收款折扣行(類別 D)非現金，不列入帳載項目;客戶退款行
      * (類別 F，負數)為開出之支票，另立退款項目並轉為正數
        360-ONE-RCPT-RTN.
            IF NOT RCT-DISCOUNT OF RCPT-REC
               IF RCT-REFUND OF RCPT-REC
                  MOVE "F" TO WS-REG-TYPE
                  COMPUTE WS-REG-AMT = 0 - RCT-AMOUNT OF RCPT-REC
               ELSE
                  MOVE "R" TO WS-REG-TYPE
                  MOVE RCT-AMOUNT OF RCPT-REC TO WS-REG-AMT
               END-IF
               MOVE RCT-NO OF RCPT-REC     TO WS-REG-REF
               MOVE RCT-DATE OF RCPT-REC   TO WS-REG-DATE
               MOVE RCT-CUS-NO OF RCPT-REC TO WS-REG-PARTY
               PERFORM 400-ADD-BOOK-RTN
            END-IF.
            PERFORM 350-READ-RCPT-RTN.
      * 登記檔一行併入帳載項目;作廢後重開之單號回復未達
        400-ADD-BOOK-RTN.
            MOVE WS-REG-TYPE TO BR-TYPE OF BKRC-REC.
            MOVE WS-REG-REF  TO BR-REF-NO OF BKRC-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ BKRC-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE WS-REG-TYPE  TO BR-TYPE OF BKRC-REC
               MOVE WS-REG-REF   TO BR-REF-NO OF BKRC-REC
               MOVE WS-REG-DATE  TO BR-DATE OF BKRC-REC
               MOVE WS-REG-PARTY TO BR-PARTY OF BKRC-REC
               MOVE WS-REG-AMT   TO BR-AMOUNT OF BKRC-REC
               MOVE "O"          TO BR-STATUS OF BKRC-REC
               MOVE SPACE        TO BR-MATCH OF BKRC-REC
               MOVE ZERO         TO BR-CLEAR-DATE OF BKRC-REC
               MOVE SPACES       TO BR-STMT-KEY OF BKRC-REC
               WRITE BKRC-REC
                  INVALID KEY
                     DISPLAY "ERROR WRITING BANKREC.DAT FOR "
                             BR-KEY OF BKRC-REC
               END-WRITE
            ELSE
               ADD WS-REG-AMT TO BR-AMOUNT OF BKRC-REC
               IF BR-STATUS OF BKRC-REC = "V"
                  AND BR-AMOUNT OF BKRC-REC NOT = ZERO
                  MOVE "O" TO BR-STATUS OF BKRC-REC
               END-IF
               REWRITE BKRC-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING BANKREC.DAT FOR "
                             BR-KEY OF BKRC-REC
               END-REWRITE
            END-IF.
        500-READ-IMP-RTN.
            READ IMP-FILE AT END MOVE "Y" TO IMP-EOF.
        510-ONE-LINE-RTN.
            MOVE "N" TO REJECT-FLAG.
            MOVE SPACES TO DL-REASON.
            MOVE SPACES TO FIELD-AREA.
            UNSTRING IMP-REC DELIMITED BY ","
               INTO F-DATE F-DC F-AMOUNT F-REF
               ON OVERFLOW
                  MOVE "Y" TO REJECT-FLAG
                  MOVE "TOO MANY FIELDS" TO DL-REASON
            END-UNSTRING.
            IF REJECT-FLAG = "N"
               IF F-DATE NOT NUMERIC
                  OR (F-DC NOT = "D" AND F-DC NOT = "C")
                  OR F-AMOUNT = SPACES
                  MOVE "Y" TO REJECT-FLAG
                  MOVE "DATE, D/C OR AMOUNT INVALID" TO DL-REASON
               END-IF
            END-IF.
            IF REJECT-FLAG = "N"
               COMPUTE WS-AMOUNT = FUNCTION NUMVAL (F-AMOUNT)
               PERFORM 520-WRITE-STMT-RTN
            ELSE
               ADD 1 TO REJ-COUNT
               MOVE ZERO TO DL-SEQ
               MOVE ZERO TO DL-DATE
               MOVE F-DC TO DL-DC
               MOVE ZERO TO DL-AMOUNT
               MOVE F-REF TO DL-REF
               PERFORM 990-PAGE-CHECK-RTN
               WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES
            END-IF.
            PERFORM 500-READ-IMP-RTN.
      * 寫入對帳單明細並試行自動勾稽;未勾稽者列表
        520-WRITE-STMT-RTN.
            ADD 1 TO WS-SEQ.
            ADD 1 TO LOAD-COUNT.
            MOVE WS-PERIOD-IN TO BS-PERIOD OF BKST-REC.
            MOVE WS-SEQ       TO BS-SEQ OF BKST-REC.
            MOVE F-DATE       TO BS-DATE OF BKST-REC.
            MOVE F-DC         TO BS-DC OF BKST-REC.
            MOVE WS-AMOUNT    TO BS-AMOUNT OF BKST-REC.
            MOVE F-REF        TO BS-REF OF BKST-REC.
            MOVE "U"          TO BS-STATUS OF BKST-REC.
            MOVE SPACES       TO BS-BOOK-KEY OF BKST-REC.
            PERFORM 530-AUTO-MATCH-RTN.
            WRITE BKST-REC
               INVALID KEY
                  DISPLAY "ERROR WRITING BANKSTMT.DAT FOR "
                          BS-KEY OF BKST-REC
            END-WRITE.
            IF BS-STATUS OF BKST-REC = "M"
               ADD 1 TO AUTO-COUNT
            ELSE
               ADD 1 TO OPEN-COUNT
               MOVE WS-SEQ     TO DL-SEQ
               MOVE BS-DATE OF BKST-REC TO DL-DATE
               MOVE F-DC       TO DL-DC
               MOVE WS-AMOUNT  TO DL-AMOUNT
               MOVE F-REF      TO DL-REF
               PERFORM 990-PAGE-CHECK-RTN
               WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES
            END-IF.
      * 借方對付款單號、貸方對收款單號，未達且金額相符者勾稽;
      * 借方對不上付款者再對客戶退款單號(兩者編號各自取號)
        530-AUTO-MATCH-RTN.
            IF F-DC = "D"
               MOVE "P" TO WS-MATCH-TYPE
            ELSE
               MOVE "R" TO WS-MATCH-TYPE
            END-IF.
            PERFORM 535-MATCH-BOOK-RTN.
            IF F-DC = "D" AND BS-STATUS OF BKST-REC NOT = "M"
               MOVE DL-REASON TO WS-HOLD-REASON
               MOVE "F" TO WS-MATCH-TYPE
               PERFORM 535-MATCH-BOOK-RTN
               IF WS-KEY-ERR = "Y"
                  MOVE WS-HOLD-REASON TO DL-REASON
               END-IF
            END-IF.
        535-MATCH-BOOK-RTN.
            MOVE WS-MATCH-TYPE TO BR-TYPE OF BKRC-REC.
            MOVE F-REF (1:6) TO BR-REF-NO OF BKRC-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ BKRC-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE "NO BOOK ITEM FOR REFERENCE" TO DL-REASON
            ELSE
               IF BR-STATUS OF BKRC-REC NOT = "O"
                  MOVE "BOOK ITEM NOT OUTSTANDING" TO DL-REASON
               ELSE
                  IF BR-AMOUNT OF BKRC-REC NOT = WS-AMOUNT
                     MOVE "AMOUNT DIFFERS FROM BOOK" TO DL-REASON
                  ELSE
                     MOVE "C" TO BR-STATUS OF BKRC-REC
                     MOVE "A" TO BR-MATCH OF BKRC-REC
                     MOVE BS-DATE OF BKST-REC
                          TO BR-CLEAR-DATE OF BKRC-REC
                     MOVE BS-KEY OF BKST-REC
                          TO BR-STMT-KEY OF BKRC-REC
                     REWRITE BKRC-REC
                        INVALID KEY
                           DISPLAY "ERROR UPDATING BANKREC.DAT FOR "
                                   BR-KEY OF BKRC-REC
                     END-REWRITE
                     MOVE "M" TO BS-STATUS OF BKST-REC
                     MOVE BR-KEY OF BKRC-REC
                          TO BS-BOOK-KEY OF BKST-REC
                  END-IF
               END-IF
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
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "BANKSTMT.IMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO IMP-FILE-NAME.
            MOVE "PAYMENT.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PAY-FILE-NAME.
            MOVE "RECEIPT.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO RCPT-FILE-NAME.
            MOVE "BANKREC.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO BKRC-FILE-NAME.
            MOVE "BANKSTMT.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO BKST-FILE-NAME.
            MOVE "BANKSTIM.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
