      * 應收帳款帳齡與利息試算 (CREDITAGE.CBL):依 Sample6 的客戶信用
      *                          額度資料，將逾期餘額分級為 30/60/90
      *                          天並試算利息，比照 (SAM8-2.CBL) 之
      *                          PERFORM VARYING 累加寫法;爭議
      *                          中之發票(DISPUTE.DAT)註明且不計
      *                          利息

       IDENTIFICATION   DIVISION.
       PROGRAM-ID.      CreditAge.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AGE-KEY
                  FILE STATUS IS AGE-FS.
           SELECT DSPT-FILE ASSIGN TO RANDOM DSPT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DS-KEY
                  FILE STATUS IS DSPT-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM WS-RPT-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
       FD  AGE-FILE
           LABEL RECORD IS STANDARD.
           COPY AGECOPY REPLACING ==AGE-GRP== BY ==AGE-REC==.
       FD  DSPT-FILE
           LABEL RECORD IS STANDARD.
           COPY DSPTCOPY REPLACING ==DSPT-GRP== BY ==DSPT-REC==.
       FD  OUT-FILE
           LABEL RECORD IS STANDARD.
       01  OUT-REC          PIC X(80).
       WORKING-STORAGE  SECTION.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 AGE-FILE-NAME          PIC X(30) VALUE SPACES.
        77 DSPT-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
           COPY AGECOPY REPLACING ==AGE-GRP== BY ==ACCEPT-REC==.
           COPY INTRATE.
       77  CONTI              PIC A    VALUE "Y".
       77  CUST-FS            PIC XX.
       77  AGE-FS             PIC XX.
       77  DSPT-FS            PIC XX.
       77  OUT-FS             PIC XX.
       77  DSPT-MISSING       PIC X    VALUE "N".
       77  WS-DISPUTED        PIC X    VALUE "N".
       77  EOF                PIC X    VALUE "N".
       77  WS-KEY-ERR         PIC X.
       77  WS-CUST-ERR        PIC X.
           05 INTEREST-OUT      PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(3).
           05 OVER-LIMIT-OUT    PIC X(10).
           05 FILLER            PIC X(2).
           05 DISPUTE-OUT       PIC X(10).
       01  SUMMARY-LINE.
           05 FILLER            PIC X(20) VALUE "30-59 DAYS TOTAL : ".
           05 SUM-30-OUT        PIC ZZZ,ZZ9.99-.
                 STOP RUN
              END-IF
           END-IF.
       DSPT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DSPT-FILE.
       DSPT-ERROR-PROCESS.
           IF DSPT-FS NOT = "00"
              MOVE "Y" TO DSPT-MISSING.
       OUT-FILE-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
       OUT-ERROR-PROCESS.
           OPEN INPUT CUST-FILE.
           OPEN I-O   AGE-FILE.
           OPEN OUTPUT OUT-FILE.
           MOVE "N" TO DSPT-MISSING.
           OPEN INPUT DSPT-FILE.
       150-ENTRY-RTN.
           DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
           DISPLAY "CUSTOMER NO           :" LINE  5 POSITION 15.
              INVALID KEY MOVE "Y" TO WS-CUST-ERR
              NOT INVALID KEY MOVE "N" TO WS-CUST-ERR
           END-READ.
      * 折讓(負數餘額)僅列示，不計利息;爭議中之發票亦不計利息
       430-COMPUTE-INTEREST-RTN.
           PERFORM 435-CHECK-DISPUTE-RTN.
           IF AGE-BALANCE OF AGE-REC > ZERO
              AND WS-DISPUTED = "N"
              COMPUTE WS-INTEREST ROUNDED =
                      AGE-BALANCE OF AGE-REC * INT-RATE
           ELSE
              MOVE ZERO TO WS-INTEREST
           END-IF.
       435-CHECK-DISPUTE-RTN.
           MOVE "N" TO WS-DISPUTED.
           IF DSPT-MISSING = "N"
              MOVE AGE-KEY OF AGE-REC TO DS-KEY OF DSPT-REC
              READ DSPT-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF DS-OPEN OF DSPT-REC
                       MOVE "Y" TO WS-DISPUTED
                    END-IF
              END-READ
           END-IF.
       440-WRITE-REC.
           MOVE AGE-CUS-NO OF AGE-REC  TO CUS-NO-OUT.
           MOVE AGE-INV-NO OF AGE-REC  TO INV-NO-OUT.
           ELSE
              MOVE SPACES TO OVER-LIMIT-OUT
           END-IF.
           IF WS-DISPUTED = "Y"
              MOVE "IN DISPUTE" TO DISPUTE-OUT
           ELSE
              MOVE SPACES TO DISPUTE-OUT
           END-IF.
           WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
       500-WRITE-SUMMARY.
           MOVE BUCKET-TOTAL(1) TO SUM-30-OUT.
           WRITE OUT-REC FROM SUMMARY-LINE3 AFTER 2 LINES.
       600-CLOSE-FILE.
           CLOSE CUST-FILE AGE-FILE OUT-FILE.
           IF DSPT-MISSING = "N"
              CLOSE DSPT-FILE
           END-IF.
           MOVE "CREDITAGE   " TO RT-REPORT-NAME OF CAT-REC.
           MOVE RUN-DATE       TO RT-RUN-DATE OF CAT-REC.
           MOVE WS-RPT-NAME    TO RT-FILE-NAME OF CAT-REC.
           MOVE PAGE-CTR       TO RT-PAGES OF CAT-REC.
           MOVE "N"            TO RT-COST-FLAG OF CAT-REC.
           CALL "ReportCat" USING CAT-REC.
           COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
           MOVE "CREDIT.AGE" TO EN-LOGICAL.
           CALL "EnvName" USING ENV-REQ.
           MOVE EN-PHYSICAL TO AGE-FILE-NAME.
           MOVE "DISPUTE.DAT" TO EN-LOGICAL.
           CALL "EnvName" USING ENV-REQ.
           MOVE EN-PHYSICAL TO DSPT-FILE-NAME.
