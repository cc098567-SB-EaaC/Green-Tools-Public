      ** 小額餘額批次沖銷 (WOSWEEP.CBL):依主管於呆帳沖銷作業設定
      **                               之金額上限與逾期天數
      **                               (WRITEOFF.CTL)，將 CREDIT.AGE
      **                               中借貸餘額不逾上限且已逾期
      **                               達天數之尾差項目沖銷，寫入
      **                               呆帳登記檔(類別 S)並經
      **                               MaintAudit 留存，列印沖銷
      **                               傳票清單;參數未設定者不執行
      **                               對照 (WRITEOFF.CBL) 之沖銷
      **                               登記

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     SmallBalSweep.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT AGE-FILE ASSIGN TO RANDOM AGE-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AGE-KEY
                  FILE STATUS IS AGE-FS.
           SELECT WOFF-FILE ASSIGN TO RANDOM WOFF-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WO-KEY
                  FILE STATUS IS WOFF-FS.
           SELECT WOCT-FILE ASSIGN TO RANDOM WOCT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WOCT-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD AGE-FILE
           LABEL RECORD IS STANDARD.
           COPY AGECOPY REPLACING ==AGE-GRP== BY ==AGE-REC==.
        FD WOFF-FILE
           LABEL RECORD IS STANDARD.
           COPY WOFFCOPY REPLACING ==WOFF-GRP== BY ==WOFF-REC==.
        FD WOCT-FILE
           LABEL RECORD IS STANDARD.
           COPY WOCTCOPY REPLACING ==WOCT-GRP== BY ==WOCT-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).

        WORKING-STORAGE SECTION.
        77 AGE-FILE-NAME          PIC X(30) VALUE SPACES.
        77 WOFF-FILE-NAME         PIC X(30) VALUE SPACES.
        77 WOCT-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 AGE-FS       PIC XX.
        77 WOFF-FS      PIC XX.
        77 WOCT-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 WOCT-MISSING PIC X  VALUE "N".
        77 AGE-EOF      PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-ABS-BAL   PIC 9(6)V99 VALUE 0.
        77 WS-BASE-DATE PIC 9(8) VALUE 0.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 WS-DAYS-PAST PIC S9(6) VALUE 0.
        77 SWEEP-CNT    PIC 9(5) VALUE 0.
        77 SWEEP-TOTAL  PIC S9(9)V99 VALUE 0.
        77 HOLD-IMAGE   PIC X(80) VALUE SPACES.
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
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
           05 FILLER            PIC X(22) VALUE SPACES.
           05 FILLER            PIC X(28)
              VALUE "SMALL BALANCE SWEEP JOURNAL".
        01 LIMIT-LINE.
           05 FILLER            PIC X(12) VALUE "LIMIT     : ".
           05 LL-LIMIT          PIC ZZ9.99.
           05 FILLER            PIC X(16) VALUE "   DAYS PAST : ".
           05 LL-DAYS           PIC ZZ9.
        01 HEADING2.
           05 FILLER            PIC X(12) VALUE "客戶編號".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "發票號碼".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "發票日期".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "逾期天數".
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "沖銷金額".
        01 DETAIL-LINE.
           05 CUS-NO-OUT        PIC X(4).
           05 FILLER            PIC X(2).
           05 INV-NO-OUT        PIC X(6).
           05 FILLER            PIC X(8).
           05 INV-DATE-OUT      PIC 9(8).
           05 FILLER            PIC X(6).
           05 DAYS-OUT          PIC ZZ,ZZ9.
           05 FILLER            PIC X(8).
           05 AMOUNT-OUT        PIC ZZ9.99-.
        01 DEBIT-LINE.
           05 FILLER            PIC X(24)
              VALUE "DR 呆帳損失      :".
           05 DL-DEBIT          PIC Z,ZZZ,ZZ9.99-.
        01 CREDIT-LINE.
           05 FILLER            PIC X(24)
              VALUE "CR 應收帳款      :".
           05 DL-CREDIT         PIC Z,ZZZ,ZZ9.99-.
        01 SUMMARY-LINE.
           05 FILLER            PIC X(20) VALUE "ITEMS SWEPT       : ".
           05 SL-COUNT          PIC ZZ,ZZ9.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        AGE-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AGE-FILE.
        AGE-ERROR-PROCESS.
           IF AGE-FS NOT = "00"
              DISPLAY "ERROR OPENING AGE-FILE, FILE STATUS = " AGE-FS
              MOVE 8 TO RETURN-CODE
              STOP RUN.
        WOFF-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON WOFF-FILE.
        WOFF-ERROR-PROCESS.
           IF WOFF-FS = "35"
              OPEN OUTPUT WOFF-FILE
              CLOSE WOFF-FILE
              OPEN I-O WOFF-FILE
           ELSE
              IF WOFF-FS NOT = "00"
                 DISPLAY "ERROR OPENING WOFF-FILE, FILE STATUS = "
                         WOFF-FS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
        WOCT-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON WOCT-FILE.
        WOCT-ERROR-PROCESS.
           IF WOCT-FS NOT = "00"
              MOVE "Y" TO WOCT-MISSING.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
           IF OUT-FS NOT = "00"
              DISPLAY "ERROR OPENING OUT-FILE, FILE STATUS = " OUT-FS
              MOVE 8 TO RETURN-CODE
              STOP RUN.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            PERFORM 100-GET-PARAMETER-RTN.
            IF WOCT-MISSING = "Y"
               DISPLAY "NO SWEEP PARAMETERS - SET THEM IN "
                       "BadDebtWriteOff"
               STOP RUN
            END-IF.
            OPEN I-O    AGE-FILE
                        WOFF-FILE
                 OUTPUT OUT-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            PERFORM 200-WRITE-HEADING.
            MOVE LOW-VALUES TO AGE-KEY OF AGE-REC.
            START AGE-FILE KEY IS NOT LESS THAN AGE-KEY OF AGE-REC
               INVALID KEY MOVE "Y" TO AGE-EOF
            END-START.
            PERFORM 300-READ-AGE-RTN.
            PERFORM 400-ONE-ITEM-RTN UNTIL AGE-EOF = "Y".
            PERFORM 500-WRITE-SUMMARY-RTN.
            CLOSE AGE-FILE WOFF-FILE OUT-FILE.
            DISPLAY "SMALL BALANCES SWEPT : " SWEEP-CNT.
            STOP RUN.
        100-GET-PARAMETER-RTN.
            MOVE "N" TO WOCT-MISSING.
            OPEN INPUT WOCT-FILE.
            IF WOCT-MISSING = "N"
               READ WOCT-FILE
                  AT END MOVE "Y" TO WOCT-MISSING
               END-READ
               CLOSE WOCT-FILE
            END-IF.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            MOVE WC-SMALL-LIMIT OF WOCT-REC TO LL-LIMIT.
            MOVE WC-MIN-DAYS OF WOCT-REC    TO LL-DAYS.
            WRITE OUT-REC FROM LIMIT-LINE AFTER 2 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
        300-READ-AGE-RTN.
            IF AGE-EOF = "N"
               READ AGE-FILE NEXT RECORD
                  AT END MOVE "Y" TO AGE-EOF
               END-READ
            END-IF.
      * 餘額不為零且絕對值不逾上限，自到期日(舊項目無到期日者
      * 以發票日)起算已逾天數者沖銷
        400-ONE-ITEM-RTN.
            IF AGE-BALANCE OF AGE-REC < ZERO
               COMPUTE WS-ABS-BAL = 0 - AGE-BALANCE OF AGE-REC
            ELSE
               MOVE AGE-BALANCE OF AGE-REC TO WS-ABS-BAL
            END-IF.
            IF WS-ABS-BAL > ZERO
               AND WS-ABS-BAL NOT > WC-SMALL-LIMIT OF WOCT-REC
               PERFORM 410-DAYS-PAST-RTN
               IF WS-DAYS-PAST NOT < WC-MIN-DAYS OF WOCT-REC
                  PERFORM 420-SWEEP-RTN
               END-IF
            END-IF.
            PERFORM 300-READ-AGE-RTN.
        410-DAYS-PAST-RTN.
            IF AGE-DUE-DATE OF AGE-REC = ZERO
               MOVE AGE-INV-DATE OF AGE-REC TO WS-BASE-DATE
            ELSE
               MOVE AGE-DUE-DATE OF AGE-REC TO WS-BASE-DATE
            END-IF.
            COMPUTE WS-DAYS-PAST =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                  - FUNCTION INTEGER-OF-DATE(WS-BASE-DATE).
        420-SWEEP-RTN.
            MOVE AGE-REC TO HOLD-IMAGE.
            MOVE AGE-KEY OF AGE-REC      TO WO-KEY OF WOFF-REC.
            MOVE AGE-INV-DATE OF AGE-REC TO WO-INV-DATE OF WOFF-REC.
            MOVE AGE-DUE-DATE OF AGE-REC TO WO-DUE-DATE OF WOFF-REC.
            MOVE RUN-DATE                TO WO-DATE OF WOFF-REC.
            MOVE "S"                     TO WO-TYPE OF WOFF-REC.
            MOVE AGE-BALANCE OF AGE-REC  TO WO-AMOUNT OF WOFF-REC.
            MOVE ZERO                    TO WO-RECOVERED OF WOFF-REC.
            MOVE "SMALL BALANCE SWEEP"   TO WO-REASON OF WOFF-REC.
            MOVE "BATCH"                 TO WO-OPER-ID OF WOFF-REC.
            MOVE "N" TO WS-KEY-ERR.
            WRITE WOFF-REC
               INVALID KEY
                  MOVE "Y" TO WS-KEY-ERR
                  DISPLAY "ALREADY WRITTEN OFF !! " WO-KEY OF WOFF-REC
            END-WRITE.
            IF WS-KEY-ERR = "N"
               DELETE AGE-FILE
                  INVALID KEY DISPLAY "INVALID DELETE !"
               END-DELETE
               MOVE "CREDAGE " TO AU-FILE-ID OF AUD-REC
               MOVE "SWEEP "   TO AU-ACTION OF AUD-REC
               MOVE WO-KEY OF WOFF-REC TO AU-KEY OF AUD-REC
               MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC
               MOVE WOFF-REC   TO AU-AFTER OF AUD-REC
               CALL "MaintAudit" USING AUD-REC
               PERFORM 430-WRITE-DETAIL-RTN
            END-IF.
        430-WRITE-DETAIL-RTN.
            ADD 1 TO SWEEP-CNT.
            ADD WO-AMOUNT OF WOFF-REC TO SWEEP-TOTAL.
            MOVE WO-CUS-NO OF WOFF-REC   TO CUS-NO-OUT.
            MOVE WO-INV-NO OF WOFF-REC   TO INV-NO-OUT.
            MOVE WO-INV-DATE OF WOFF-REC TO INV-DATE-OUT.
            MOVE WS-DAYS-PAST            TO DAYS-OUT.
            MOVE WO-AMOUNT OF WOFF-REC   TO AMOUNT-OUT.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
      * 傳票:借呆帳損失、貸應收帳款(貸方尾差則方向相反)
        500-WRITE-SUMMARY-RTN.
            MOVE SWEEP-CNT TO SL-COUNT.
            WRITE OUT-REC FROM SUMMARY-LINE AFTER 2 LINES.
            MOVE SWEEP-TOTAL TO DL-DEBIT.
            WRITE OUT-REC FROM DEBIT-LINE AFTER 2 LINES.
            MOVE SWEEP-TOTAL TO DL-CREDIT.
            WRITE OUT-REC FROM CREDIT-LINE AFTER 1 LINES.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "CREDIT.AGE" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO AGE-FILE-NAME.
            MOVE "WRITEOFF.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WOFF-FILE-NAME.
            MOVE "WRITEOFF.CTL" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WOCT-FILE-NAME.
            MOVE "WOSWEEP.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
