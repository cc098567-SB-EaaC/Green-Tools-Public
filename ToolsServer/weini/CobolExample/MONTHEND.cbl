      ** 月底關帳作業 (MONTHEND.CBL):先呼叫月銷售彙總 (SLSHIST.CBL)
      **                            切出歷史檔，再將期別管制檔之
      **                            關帳期別推進至本期、本期推進至
      **                            次月，並於新本期產生循環傳票
      **                            (JRNLRCUR.CBL);統制科目核對
      **                            (CTLRECN.CBL) 未核對或有差額者
      **                            關帳前提出警示
      **                            對照 (DAILYBATCH.CBL) 之批次串接

       IDENTIFICATION   DIVISION.
           SELECT DAYS-FILE ASSIGN TO RANDOM DAYS-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS DAYS-FS.
           SELECT CARC-FILE ASSIGN TO RANDOM CARC-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CARC-FS.
     **--------------------------------------
       DATA             DIVISION.
       FILE             SECTION.
       FD  DAYS-FILE
           LABEL RECORD IS STANDARD.
           COPY DAYSCOPY REPLACING ==DAYS-GRP== BY ==DAYS-REC==.
       FD  CARC-FILE
           LABEL RECORD IS STANDARD.
           COPY CARCCOPY REPLACING ==CARC-GRP== BY ==CARC-REC==.

       WORKING-STORAGE  SECTION.
        77 CTL-FILE-NAME          PIC X(30) VALUE SPACES.
        77 DAYS-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CARC-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
       77  CTL-FS       PIC XX.
       77  CTL-MISSING  PIC X  VALUE "N".
       77  DAYS-FS      PIC XX.
       77  DAYS-MISSING PIC X  VALUE "N".
       77  DAY-BLOCKED  PIC X  VALUE "N".
       77  CARC-FS      PIC XX.
       77  CARC-MISSING PIC X  VALUE "N".
       01  WS-CURRENT.
           05 WS-CUR-YY PIC 9(4).
           05 WS-CUR-MM PIC 9(2).
       DAYS-ERROR-PROCESS.
           IF DAYS-FS NOT = "00"
              MOVE "Y" TO DAYS-MISSING.
       CARC-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CARC-FILE.
       CARC-ERROR-PROCESS.
           IF CARC-FS NOT = "00"
              MOVE "Y" TO CARC-MISSING.
       CTL-FILE-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CTL-FILE.
       CTL-ERROR-PROCESS.
              STOP RUN
           END-IF.
           PERFORM 100-READ-PERIOD-RTN.
           PERFORM 150-CHECK-CONTROL-RTN.
           PERFORM 200-ADVANCE-RTN.
           PERFORM 300-WRITE-PERIOD-RTN.
           CALL "StockSumm".
           CANCEL "StockSumm".
           CALL "JrnlRecur".
           CANCEL "JrnlRecur".
           IF RETURN-CODE NOT = 0
              DISPLAY "RECURRING JOURNAL STEP INCOMPLETE - "
                      "SEE JRNLRCUR.OUT"
           END-IF.
           DISPLAY "PERIOD CLOSED THRU : "
                   PD-CLOSED-THRU OF CTL-REC.
           DISPLAY "CURRENT PERIOD NOW : "
              END-READ
              CLOSE DAYS-FILE
           END-IF.
      * 管制檔不存在時以系統日期月份起始;舊格式管制檔無年結年度
      * 欄位者視為未曾年結
       100-READ-PERIOD-RTN.
           OPEN INPUT CTL-FILE.
           IF CTL-MISSING = "Y"
              ACCEPT RUN-DATE FROM DATE YYYYMMDD
              MOVE RUN-DATE (1:6) TO PD-CURRENT-PERIOD OF CTL-REC
              MOVE ZERO TO PD-CLOSED-THRU OF CTL-REC
              MOVE ZERO TO PD-YEAR-CLOSED OF CTL-REC
           ELSE
              READ CTL-FILE
                 AT END
                    MOVE ZERO TO PD-CLOSED-THRU OF CTL-REC
              END-READ
              CLOSE CTL-FILE
              IF PD-YEAR-CLOSED OF CTL-REC NOT NUMERIC
                 MOVE ZERO TO PD-YEAR-CLOSED OF CTL-REC
              END-IF
           END-IF.
      * 統制科目核對警示:本期未跑 ControlRecon 或核對有差額時
      * 僅提出警示，不擋關帳
       150-CHECK-CONTROL-RTN.
           MOVE "N" TO CARC-MISSING.
           OPEN INPUT CARC-FILE.
           IF CARC-MISSING = "N"
              READ CARC-FILE
                 AT END MOVE "Y" TO CARC-MISSING
              END-READ
              CLOSE CARC-FILE
           END-IF.
           IF CARC-MISSING = "Y"
              OR CR-PERIOD OF CARC-REC NOT =
                 PD-CURRENT-PERIOD OF CTL-REC
              DISPLAY "WARNING - CONTROL ACCOUNTS NOT RECONCILED "
                      "FOR PERIOD " PD-CURRENT-PERIOD OF CTL-REC
           ELSE
              IF CR-IN-ERROR OF CARC-REC
                 DISPLAY "WARNING - " CR-DIFF-COUNT OF CARC-REC
                         " CONTROL ACCOUNT(S) OUT OF BALANCE - "
                         "SEE CTLRECN.OUT"
              END-IF
           END-IF.
       200-ADVANCE-RTN.
           MOVE PD-CURRENT-PERIOD OF CTL-REC
            MOVE "DAYSTAT.CTL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO DAYS-FILE-NAME.
            MOVE "CTLRECN.CTL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CARC-FILE-NAME.
