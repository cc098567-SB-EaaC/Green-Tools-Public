      ** 客戶對帳單 (STATEMNT.CBL):依客戶主檔與應收帳款檔，每一客戶
      **                           印製一頁對帳單：發票明細、逾期天數、
      **                           利息與應付總額;爭議中之發票
      **                           (DISPUTE.DAT)照列並註明
      **                           IN DISPUTE，不計利息
      **                           對照 (CREDITAGE.CBL) 之帳齡計算

        IDENTIFICATION  DIVISION.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AGE-KEY
                  FILE STATUS IS AGE-FS.
           SELECT DSPT-FILE ASSIGN TO RANDOM DSPT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DS-KEY
                  FILE STATUS IS DSPT-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
        FD AGE-FILE
           LABEL RECORD IS STANDARD.
           COPY AGECOPY REPLACING ==AGE-GRP== BY ==AGE-REC==.
        FD DSPT-FILE
           LABEL RECORD IS STANDARD.
           COPY DSPTCOPY REPLACING ==DSPT-GRP== BY ==DSPT-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        WORKING-STORAGE SECTION.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 AGE-FILE-NAME          PIC X(30) VALUE SPACES.
        77 DSPT-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CUST-FS      PIC XX.
        77 AGE-FS       PIC XX.
        77 DSPT-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 DSPT-MISSING PIC X  VALUE "N".
        77 WS-DISPUTED  PIC X  VALUE "N".
        77 CUST-EOF     PIC X  VALUE "N".
        77 WS-AGE-EOF   PIC X  VALUE "N".
        77 WS-INV-CNT   PIC 9(3) VALUE 0.
           05 SL-BALANCE        PIC ZZZ,ZZ9.99-.
           05 FILLER            PIC X(3).
           05 SL-INTEREST       PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(2).
           05 SL-DISPUTE        PIC X(10).
        01 TOTAL-LINE.
           05 FILLER      PIC X(22) VALUE "應付總額........".
           05 SL-TOTAL    PIC Z,ZZZ,ZZ9.99-.
           IF AGE-FS NOT = "00"
              DISPLAY "ERROR OPENING AGE-FILE, FILE STATUS = " AGE-FS
              STOP RUN.
        DSPT-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DSPT-FILE.
        DSPT-ERROR-PROCESS.
           IF DSPT-FS NOT = "00"
              MOVE "Y" TO DSPT-MISSING.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
            OPEN INPUT CUST-FILE
                       AGE-FILE
                 OUTPUT OUT-FILE.
            MOVE "N" TO DSPT-MISSING.
            OPEN INPUT DSPT-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            MOVE RUN-YY TO RH-YY.
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                  - FUNCTION INTEGER-OF-DATE(WS-INV-DATE-NUM).
      * 比照 CreditAge:未逾期之發票不計利息;折讓(負數餘額)
      * 僅列示，不計利息;爭議中之發票照列並註明，不計利息
            PERFORM 445-CHECK-DISPUTE-RTN.
            IF WS-DAYS-OVERDUE > 0
               AND AGE-BALANCE OF AGE-REC > ZERO
               AND WS-DISPUTED = "N"
               COMPUTE WS-INTEREST ROUNDED =
                       AGE-BALANCE OF AGE-REC * INT-RATE
            ELSE
            MOVE WS-DAYS-OVERDUE        TO SL-DAYS.
            MOVE AGE-BALANCE OF AGE-REC TO SL-BALANCE.
            MOVE WS-INTEREST            TO SL-INTEREST.
            IF WS-DISPUTED = "Y"
               MOVE "IN DISPUTE" TO SL-DISPUTE
            ELSE
               MOVE SPACES TO SL-DISPUTE
            END-IF.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
        445-CHECK-DISPUTE-RTN.
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
        450-WRITE-TOTAL-RTN.
            MOVE TOTAL-DUE TO SL-TOTAL.
            WRITE OUT-REC FROM TOTAL-LINE AFTER 2 LINES.
        600-CLOSE-RTN.
            CLOSE CUST-FILE AGE-FILE OUT-FILE.
            IF DSPT-MISSING = "N"
               CLOSE DSPT-FILE
            END-IF.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            MOVE "STATEMNT.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
            MOVE "DISPUTE.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO DSPT-FILE-NAME.
