      ** 總帳年度結帳 (YEAREND.CBL):指定年度十二期均已於期別管制
      **                          檔關帳後，將該年度收入 R 與費用 E
      **                          各科目餘額以結帳分錄(期別 YYYY13)
      **                          結轉保留盈餘科目，資產 A 與負債 L
      **                          各科目之餘額寫入次年期初紀錄(期別
      **                          YYYY00);管制檔記下年結年度，其後
      **                          GlPost 經 PeriodCheck 不再接受該
      **                          年度傳票;結帳分錄與期初餘額列印
      **                          備查
      **                          對照 (MONTHEND.CBL) 之管制檔推進與
      **                          (FINSTMT.CBL) 之科目逐期累計

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     YearEndClose.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO RANDOM CTL-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CTL-FS.
           SELECT GLAC-FILE ASSIGN TO RANDOM GLAC-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GA-ACCT
                  FILE STATUS IS GLAC-FS.
           SELECT GLB-FILE ASSIGN TO RANDOM GLB-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GB-KEY
                  FILE STATUS IS GLB-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD CTL-FILE
           LABEL RECORD IS STANDARD.
           COPY PERDCOPY REPLACING ==PERD-GRP== BY ==CTL-REC==.
        FD GLAC-FILE
           LABEL RECORD IS STANDARD.
           COPY GLACCOPY REPLACING ==GLAC-GRP== BY ==GLAC-REC==.
        FD GLB-FILE
           LABEL RECORD IS STANDARD.
           COPY GLBCOPY REPLACING ==GLB-GRP== BY ==GLB-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).

        WORKING-STORAGE SECTION.
        77 CTL-FILE-NAME          PIC X(30) VALUE SPACES.
        77 GLAC-FILE-NAME         PIC X(30) VALUE SPACES.
        77 GLB-FILE-NAME          PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CTL-FS       PIC XX.
        77 GLAC-FS      PIC XX.
        77 GLB-FS       PIC XX.
        77 OUT-FS       PIC XX.
        77 CTL-MISSING  PIC X  VALUE "N".
        77 GLAC-EOF     PIC X  VALUE "N".
        77 GLB-EOF      PIC X  VALUE "N".
        77 GLB-NEW      PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-SECTION   PIC X  VALUE "J".
        01 SURE         PIC X.
        77 CLOSE-YEAR   PIC 9(4) VALUE 0.
        77 RE-ACCT      PIC X(8) VALUE "3300-RE ".
        77 RE-NAME      PIC X(20) VALUE SPACES.
        77 WS-DEC-PERIOD   PIC 9(6) VALUE 0.
        77 WS-CLOSE-PERIOD PIC 9(6) VALUE 0.
        77 WS-OPEN-PERIOD  PIC 9(6) VALUE 0.
        77 WS-LIMIT-PERIOD PIC 9(6) VALUE 0.
        77 WS-ACCT      PIC X(8) VALUE SPACES.
        77 WS-NET       PIC S9(12)V99 VALUE 0.
        77 AC-NET       PIC S9(12)V99 VALUE 0.
        77 AC-COUNT     PIC 9(5) VALUE 0.
        77 RE-NET       PIC S9(12)V99 VALUE 0.
        77 NEW-DEBIT    PIC S9(11)V99 VALUE 0.
        77 NEW-CREDIT   PIC S9(11)V99 VALUE 0.
        77 DEBIT-TOTAL  PIC S9(12)V99 VALUE 0.
        77 CREDIT-TOTAL PIC S9(12)V99 VALUE 0.
        77 CLOSE-CNT    PIC 9(5) VALUE 0.
        77 OPEN-CNT     PIC 9(5) VALUE 0.
        01 WS-PERIOD-GRP.
           05 WS-PERIOD-YY      PIC 9(4).
           05 WS-PERIOD-MM      PIC 9(2).
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
        01 HEADING-J.
           05 FILLER            PIC X(24) VALUE SPACES.
           05 FILLER            PIC X(28)
              VALUE "YEAR-END CLOSING JOURNAL".
        01 HEADING-O.
           05 FILLER            PIC X(24) VALUE SPACES.
           05 FILLER            PIC X(28)
              VALUE "OPENING BALANCES".
        01 YEAR-LINE.
           05 FILLER            PIC X(16) VALUE "結帳年度 : ".
           05 YL-YEAR           PIC 9(4).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(22) VALUE "保留盈餘科目 : ".
           05 YL-RE-ACCT        PIC X(8).
        01 HEADING2.
           05 FILLER            PIC X(8)  VALUE "科目".
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(20) VALUE "名稱".
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 FILLER            PIC X(8)  VALUE "期別".
           05 FILLER            PIC X(11) VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "借方".
           05 FILLER            PIC X(11) VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE "貸方".
        01 DETAIL-LINE.
           05 DL-ACCT           PIC X(8).
           05 FILLER            PIC X(1).
           05 DL-NAME           PIC X(20).
           05 FILLER            PIC X(1).
           05 DL-PERIOD         PIC 9(6).
           05 FILLER            PIC X(2).
           05 DL-DEBIT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2).
           05 DL-CREDIT         PIC ZZZ,ZZZ,ZZ9.99.
        01 TOTAL-LINE.
           05 FILLER            PIC X(38) VALUE "TOTALS".
           05 TL-DEBIT          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2).
           05 TL-CREDIT         PIC ZZZ,ZZZ,ZZ9.99.
        01 SUMMARY-LINE.
           05 FILLER            PIC X(20) VALUE "ACCOUNTS CLOSED   : ".
           05 SL-CLOSED         PIC ZZ,ZZ9.
        01 SUMMARY-LINE2.
           05 FILLER            PIC X(20) VALUE "OPENING RECORDS   : ".
           05 SL-OPENED         PIC ZZ,ZZ9.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        CTL-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CTL-FILE.
        CTL-ERROR-PROCESS.
           IF CTL-FS NOT = "00"
              MOVE "Y" TO CTL-MISSING.
        GLAC-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON GLAC-FILE.
        GLAC-ERROR-PROCESS.
           IF GLAC-FS NOT = "00"
              DISPLAY "NO GL ACCOUNT MASTER - RUN GlAcctMaint FIRST"
              STOP RUN.
        GLB-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON GLB-FILE.
        GLB-ERROR-PROCESS.
           IF GLB-FS NOT = "00"
              DISPLAY "NO GL BALANCES - RUN GlPost FIRST"
              STOP RUN.
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
            PERFORM 100-READ-PERIOD-RTN.
            PERFORM 150-ACCEPT-YEAR-RTN.
            OPEN INPUT GLAC-FILE.
            PERFORM 170-ACCEPT-RE-ACCT-RTN.
            DISPLAY "是否確定 ?" LINE 18 POSITION 25.
            ACCEPT SURE LINE 18 POSITION 37.
            IF SURE NOT = "Y"
               DISPLAY "YEAR-END CLOSE CANCELLED" LINE 20 POSITION 25
               CLOSE GLAC-FILE
               STOP RUN
            END-IF.
            COMPUTE WS-DEC-PERIOD   = CLOSE-YEAR * 100 + 12.
            COMPUTE WS-CLOSE-PERIOD = CLOSE-YEAR * 100 + 13.
            COMPUTE WS-OPEN-PERIOD  = (CLOSE-YEAR + 1) * 100.
            OPEN I-O GLB-FILE
                 OUTPUT OUT-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE "J" TO WS-SECTION.
            PERFORM 200-WRITE-HEADING.
            PERFORM 300-CLOSE-PL-RTN.
            MOVE "O" TO WS-SECTION.
            PERFORM 200-WRITE-HEADING.
            PERFORM 500-OPENING-RTN.
            MOVE CLOSE-CNT TO SL-CLOSED.
            MOVE OPEN-CNT  TO SL-OPENED.
            WRITE OUT-REC FROM SUMMARY-LINE  AFTER 2 LINES.
            WRITE OUT-REC FROM SUMMARY-LINE2 AFTER 2 LINES.
            CLOSE GLAC-FILE GLB-FILE OUT-FILE.
            PERFORM 700-WRITE-PERIOD-RTN.
            DISPLAY "YEAR " CLOSE-YEAR " CLOSED INTO " RE-ACCT
                    LINE 20 POSITION 10.
            STOP RUN.
      * 舊格式管制檔無年結年度欄位者視為未曾年結
        100-READ-PERIOD-RTN.
            MOVE "N" TO CTL-MISSING.
            OPEN INPUT CTL-FILE.
            IF CTL-MISSING = "N"
               READ CTL-FILE
                  AT END MOVE "Y" TO CTL-MISSING
               END-READ
               CLOSE CTL-FILE
            END-IF.
            IF CTL-MISSING = "Y"
               DISPLAY "NO PERIOD CONTROL - RUN MonthEnd FIRST"
               STOP RUN
            END-IF.
            IF PD-YEAR-CLOSED OF CTL-REC NOT NUMERIC
               MOVE ZERO TO PD-YEAR-CLOSED OF CTL-REC
            END-IF.
      * 結帳年度須十二期均已關帳、尚未年結，且前一年度已年結(
      * 首次年結不在此限)
        150-ACCEPT-YEAR-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "總帳年度結帳" LINE 3 POSITION 25.
            DISPLAY "已關帳期別 : " LINE 5 POSITION 15.
            DISPLAY PD-CLOSED-THRU OF CTL-REC LINE 5 POSITION 33.
            DISPLAY "已年結年度 : " LINE 6 POSITION 15.
            DISPLAY PD-YEAR-CLOSED OF CTL-REC LINE 6 POSITION 33.
            IF PD-YEAR-CLOSED OF CTL-REC = ZERO
               MOVE PD-CLOSED-THRU OF CTL-REC TO WS-PERIOD-GRP
               MOVE WS-PERIOD-YY TO CLOSE-YEAR
               IF WS-PERIOD-MM NOT = 12
                  SUBTRACT 1 FROM CLOSE-YEAR
               END-IF
            ELSE
               COMPUTE CLOSE-YEAR = PD-YEAR-CLOSED OF CTL-REC + 1
            END-IF.
            DISPLAY "結帳年度 (YYYY) :" LINE 8 POSITION 15.
            ACCEPT CLOSE-YEAR LINE 8 POSITION 33 UPDATE.
            IF CLOSE-YEAR * 100 + 12 > PD-CLOSED-THRU OF CTL-REC
               DISPLAY "PERIODS OF " CLOSE-YEAR " NOT ALL CLOSED - "
                       "RUN MonthEnd FIRST" LINE 20 POSITION 10
               STOP RUN
            END-IF.
            IF CLOSE-YEAR NOT > PD-YEAR-CLOSED OF CTL-REC
               DISPLAY "YEAR " CLOSE-YEAR " ALREADY CLOSED"
                       LINE 20 POSITION 10
               STOP RUN
            END-IF.
            IF PD-YEAR-CLOSED OF CTL-REC NOT = ZERO
               AND CLOSE-YEAR NOT = PD-YEAR-CLOSED OF CTL-REC + 1
               DISPLAY "PRIOR YEAR MUST BE CLOSED FIRST"
                       LINE 20 POSITION 10
               STOP RUN
            END-IF.
      * 保留盈餘科目須在科目主檔且類別為負債 L
        170-ACCEPT-RE-ACCT-RTN.
            DISPLAY "保留盈餘科目 :" LINE 10 POSITION 15.
            ACCEPT RE-ACCT LINE 10 POSITION 33 UPDATE.
            MOVE RE-ACCT TO GA-ACCT OF GLAC-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ GLAC-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "ACCOUNT NOT FOUND" LINE 20 POSITION 25
               CLOSE GLAC-FILE
               STOP RUN
            END-IF.
            IF GA-TYPE OF GLAC-REC NOT = "L"
               DISPLAY "RETAINED EARNINGS ACCOUNT MUST BE TYPE L"
                       LINE 20 POSITION 15
               CLOSE GLAC-FILE
               STOP RUN
            END-IF.
            MOVE GA-NAME OF GLAC-REC TO RE-NAME.
            DISPLAY RE-NAME LINE 10 POSITION 43.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            IF WS-SECTION = "J"
               WRITE OUT-REC FROM HEADING-J AFTER 2 LINES
            ELSE
               WRITE OUT-REC FROM HEADING-O AFTER 2 LINES
            END-IF.
            MOVE CLOSE-YEAR TO YL-YEAR.
            MOVE RE-ACCT TO YL-RE-ACCT.
            WRITE OUT-REC FROM YEAR-LINE AFTER 1 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
            MOVE ZERO TO LINE-CTR.
      * 結帳分錄:收入費用各科目至十二月之餘額反向沖入 YYYY13，
      * 差額借(損)或貸(益)保留盈餘;重跑時覆寫而不重複累加
        300-CLOSE-PL-RTN.
            MOVE ZERO TO RE-NET DEBIT-TOTAL CREDIT-TOTAL.
            MOVE WS-DEC-PERIOD TO WS-LIMIT-PERIOD.
            MOVE LOW-VALUES TO GA-ACCT OF GLAC-REC.
            MOVE "N" TO GLAC-EOF.
            START GLAC-FILE KEY IS NOT LESS THAN GA-ACCT OF GLAC-REC
               INVALID KEY MOVE "Y" TO GLAC-EOF
            END-START.
            PERFORM 310-READ-GLAC-NEXT.
            PERFORM 320-CLOSE-ACCT-RTN UNTIL GLAC-EOF = "Y".
            MOVE ZERO TO NEW-DEBIT NEW-CREDIT.
            IF RE-NET > ZERO
               MOVE RE-NET TO NEW-DEBIT
            ELSE
               COMPUTE NEW-CREDIT = 0 - RE-NET
            END-IF.
            MOVE RE-ACCT TO WS-ACCT.
            MOVE RE-NAME TO DL-NAME.
            MOVE WS-CLOSE-PERIOD TO GB-PERIOD OF GLB-REC.
            PERFORM 450-SET-GLB-RTN.
            PERFORM 460-PRINT-LINE-RTN.
            PERFORM 470-PRINT-TOTAL-RTN.
        310-READ-GLAC-NEXT.
            READ GLAC-FILE NEXT RECORD
               AT END MOVE "Y" TO GLAC-EOF
            END-READ.
        320-CLOSE-ACCT-RTN.
            IF GA-TYPE OF GLAC-REC = "R" OR GA-TYPE OF GLAC-REC = "E"
               MOVE GA-ACCT OF GLAC-REC TO WS-ACCT
               PERFORM 400-ACCUM-ACCT-RTN
               IF AC-NET NOT = ZERO
                  MOVE ZERO TO NEW-DEBIT NEW-CREDIT
                  IF AC-NET > ZERO
                     MOVE AC-NET TO NEW-CREDIT
                  ELSE
                     COMPUTE NEW-DEBIT = 0 - AC-NET
                  END-IF
                  ADD AC-NET TO RE-NET
                  MOVE GA-NAME OF GLAC-REC TO DL-NAME
                  MOVE WS-CLOSE-PERIOD TO GB-PERIOD OF GLB-REC
                  PERFORM 450-SET-GLB-RTN
                  PERFORM 460-PRINT-LINE-RTN
                  ADD 1 TO CLOSE-CNT
               END-IF
            END-IF.
            PERFORM 310-READ-GLAC-NEXT.
      * 逐期累計一科目至 WS-LIMIT-PERIOD 之餘額(借減貸);遇期初
      * 紀錄 (YYYY00) 以之取代先前累計
        400-ACCUM-ACCT-RTN.
            MOVE ZERO TO AC-NET AC-COUNT.
            MOVE WS-ACCT TO GB-ACCT OF GLB-REC.
            MOVE ZERO TO GB-PERIOD OF GLB-REC.
            MOVE "N" TO GLB-EOF.
            START GLB-FILE KEY IS NOT LESS THAN GB-KEY
               INVALID KEY MOVE "Y" TO GLB-EOF
            END-START.
            PERFORM 410-READ-ACCT-NEXT.
            PERFORM 420-ONE-PERIOD-RTN UNTIL GLB-EOF = "Y".
        410-READ-ACCT-NEXT.
            READ GLB-FILE NEXT RECORD
               AT END MOVE "Y" TO GLB-EOF
            END-READ.
            IF GLB-EOF = "N"
               IF GB-ACCT OF GLB-REC NOT = WS-ACCT
                  OR GB-PERIOD OF GLB-REC > WS-LIMIT-PERIOD
                  MOVE "Y" TO GLB-EOF
               END-IF
            END-IF.
        420-ONE-PERIOD-RTN.
            COMPUTE WS-NET = GB-DEBIT OF GLB-REC
                           - GB-CREDIT OF GLB-REC.
            MOVE GB-PERIOD OF GLB-REC TO WS-PERIOD-GRP.
            IF WS-PERIOD-MM = ZERO
               MOVE WS-NET TO AC-NET
            ELSE
               ADD WS-NET TO AC-NET
            END-IF.
            ADD 1 TO AC-COUNT.
            PERFORM 410-READ-ACCT-NEXT.
      * 以 NEW-DEBIT/NEW-CREDIT 設定 WS-ACCT 於 GB-PERIOD 之紀錄
        450-SET-GLB-RTN.
            MOVE WS-ACCT TO GB-ACCT OF GLB-REC.
            MOVE "N" TO GLB-NEW.
            READ GLB-FILE
               INVALID KEY MOVE "Y" TO GLB-NEW
            END-READ.
            MOVE NEW-DEBIT  TO GB-DEBIT OF GLB-REC.
            MOVE NEW-CREDIT TO GB-CREDIT OF GLB-REC.
            IF GLB-NEW = "Y"
               WRITE GLB-REC
                  INVALID KEY
                     DISPLAY "ERROR WRITING GL.BAL FOR "
                             GB-KEY OF GLB-REC
               END-WRITE
            ELSE
               REWRITE GLB-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING GL.BAL FOR "
                             GB-KEY OF GLB-REC
               END-REWRITE
            END-IF.
        460-PRINT-LINE-RTN.
            MOVE WS-ACCT TO DL-ACCT.
            MOVE GB-PERIOD OF GLB-REC TO DL-PERIOD.
            MOVE NEW-DEBIT  TO DL-DEBIT.
            MOVE NEW-CREDIT TO DL-CREDIT.
            ADD NEW-DEBIT  TO DEBIT-TOTAL.
            ADD NEW-CREDIT TO CREDIT-TOTAL.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
        470-PRINT-TOTAL-RTN.
            MOVE DEBIT-TOTAL  TO TL-DEBIT.
            MOVE CREDIT-TOTAL TO TL-CREDIT.
            WRITE OUT-REC FROM TOTAL-LINE AFTER 2 LINES.
            IF DEBIT-TOTAL NOT = CREDIT-TOTAL
               DISPLAY "YEAR-END ENTRIES OUT OF BALANCE !!"
                       LINE 21 POSITION 10
            END-IF.
      * 期初餘額:資產負債各科目含結帳分錄之年底餘額寫入次年
      * YYYY00 期初紀錄
        500-OPENING-RTN.
            MOVE ZERO TO DEBIT-TOTAL CREDIT-TOTAL.
            MOVE WS-CLOSE-PERIOD TO WS-LIMIT-PERIOD.
            MOVE LOW-VALUES TO GA-ACCT OF GLAC-REC.
            MOVE "N" TO GLAC-EOF.
            START GLAC-FILE KEY IS NOT LESS THAN GA-ACCT OF GLAC-REC
               INVALID KEY MOVE "Y" TO GLAC-EOF
            END-START.
            PERFORM 310-READ-GLAC-NEXT.
            PERFORM 520-OPEN-ACCT-RTN UNTIL GLAC-EOF = "Y".
            PERFORM 470-PRINT-TOTAL-RTN.
        520-OPEN-ACCT-RTN.
            IF GA-TYPE OF GLAC-REC = "A" OR GA-TYPE OF GLAC-REC = "L"
               MOVE GA-ACCT OF GLAC-REC TO WS-ACCT
               PERFORM 400-ACCUM-ACCT-RTN
               IF AC-COUNT > ZERO
                  MOVE ZERO TO NEW-DEBIT NEW-CREDIT
                  IF AC-NET > ZERO
                     MOVE AC-NET TO NEW-DEBIT
                  ELSE
                     COMPUTE NEW-CREDIT = 0 - AC-NET
                  END-IF
                  MOVE GA-NAME OF GLAC-REC TO DL-NAME
                  MOVE WS-OPEN-PERIOD TO GB-PERIOD OF GLB-REC
                  PERFORM 450-SET-GLB-RTN
                  PERFORM 460-PRINT-LINE-RTN
                  ADD 1 TO OPEN-CNT
               END-IF
            END-IF.
            PERFORM 310-READ-GLAC-NEXT.
      * 記下年結年度;其後 PeriodCheck 視該年度以前均為已關帳
        700-WRITE-PERIOD-RTN.
            MOVE CLOSE-YEAR TO PD-YEAR-CLOSED OF CTL-REC.
            OPEN OUTPUT CTL-FILE.
            WRITE CTL-REC.
            CLOSE CTL-FILE.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PERIOD.CTL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CTL-FILE-NAME.
            MOVE "GLACCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO GLAC-FILE-NAME.
            MOVE "GL.BAL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO GLB-FILE-NAME.
            MOVE "YEAREND.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
