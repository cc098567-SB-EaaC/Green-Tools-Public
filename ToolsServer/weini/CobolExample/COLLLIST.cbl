      ** 每日催收工作清單 (COLLLIST.CBL):先以收款登記檔
      **                               RECEIPT.REG 確認催收檔
      **                               COLLECT.DAT 中待兌現之付款
      **                               承諾(承諾期間內有收款即為
      **                               已兌現);再逐客戶列出:下次
      **                               追蹤日已到者、承諾日已過而
      **                               未收款之跳票者(同時註記於
      **                               催收檔)、以及 CREDIT.AGE
      **                               有逾期 60 天以上項目而自逾
      **                               60 天起未曾聯絡者;依逾期
      **                               金額由大至小排序;爭議中之
      **                               項目(DISPUTE.DAT)不計逾期
      **                               對照 (CREDHOLD.CBL) 之逐客戶
      **                               逾期合計與 (COSTRPT.CBL)
      **                               之排序

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     CollectList.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT CUST-FILE ASSIGN TO RANDOM CUST-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CUS-NO
                  FILE STATUS IS CUST-FS.
           SELECT AGE-FILE ASSIGN TO RANDOM AGE-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AGE-KEY
                  FILE STATUS IS AGE-FS.
           SELECT RCPT-FILE ASSIGN TO RANDOM RCPT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS RCT-KEY
                  FILE STATUS IS RCPT-FS.
           SELECT COLL-FILE ASSIGN TO RANDOM COLL-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CL-CUS-NO
                  FILE STATUS IS COLL-FS.
           SELECT DSPT-FILE ASSIGN TO RANDOM DSPT-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS DS-KEY
                  FILE STATUS IS DSPT-FS.
           SELECT CAND-FILE ASSIGN TO RANDOM CAND-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS CAND-FS.
           SELECT WORK-FILE ASSIGN TO RANDOM WORK-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WORK-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT SORT-FILE ASSIGN TO "COLLSORT.TMP".
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD CUST-FILE
           LABEL RECORD IS STANDARD.
           COPY CUSTCOPY REPLACING ==CUST-GRP== BY ==CUST-REC==.
        FD AGE-FILE
           LABEL RECORD IS STANDARD.
           COPY AGECOPY REPLACING ==AGE-GRP== BY ==AGE-REC==.
        FD RCPT-FILE
           LABEL RECORD IS STANDARD.
           COPY RCPTCOPY REPLACING ==RCPT-GRP== BY ==RCPT-REC==.
        FD COLL-FILE
           LABEL RECORD IS STANDARD.
           COPY COLLCOPY REPLACING ==COLL-GRP== BY ==COLL-REC==.
        FD DSPT-FILE
           LABEL RECORD IS STANDARD.
           COPY DSPTCOPY REPLACING ==DSPT-GRP== BY ==DSPT-REC==.
      * 待列客戶:每客戶每一列入原因一筆
        FD CAND-FILE
           LABEL RECORD IS STANDARD.
        01 CAND-REC.
           05 CW-OVERDUE        PIC 9(8)V99.
           05 CW-CUS-NO         PIC X(4).
           05 CW-REASON         PIC X(1).
           05 CW-DAYS           PIC 9(5).
           05 CW-DATE           PIC 9(8).
           05 CW-AMT            PIC 9(6)V99.
           05 CW-TEXT           PIC X(30).
        FD WORK-FILE
           LABEL RECORD IS STANDARD.
        01 WORK-REC.
           05 WK-OVERDUE        PIC 9(8)V99.
           05 WK-CUS-NO         PIC X(4).
           05 WK-REASON         PIC X(1).
              88 WK-NEXT-ACTION VALUE "N".
              88 WK-BROKEN      VALUE "B".
              88 WK-NO-CONTACT  VALUE "C".
           05 WK-DAYS           PIC 9(5).
           05 WK-DATE           PIC 9(8).
           05 WK-AMT            PIC 9(6)V99.
           05 WK-TEXT           PIC X(30).
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        SD SORT-FILE.
        01 SD-REC.
           05 SD-OVERDUE        PIC 9(8)V99.
           05 SD-CUS-NO         PIC X(4).
           05 SD-REASON         PIC X(1).
           05 FILLER            PIC X(51).

        WORKING-STORAGE SECTION.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 AGE-FILE-NAME          PIC X(30) VALUE SPACES.
        77 RCPT-FILE-NAME         PIC X(30) VALUE SPACES.
        77 COLL-FILE-NAME         PIC X(30) VALUE SPACES.
        77 DSPT-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CAND-FILE-NAME         PIC X(30) VALUE SPACES.
        77 WORK-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CUST-FS      PIC XX.
        77 AGE-FS       PIC XX.
        77 RCPT-FS      PIC XX.
        77 COLL-FS      PIC XX.
        77 DSPT-FS      PIC XX.
        77 CAND-FS      PIC XX.
        77 WORK-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 RCPT-MISSING PIC X  VALUE "N".
        77 DSPT-MISSING PIC X  VALUE "N".
        77 WS-DISPUTED  PIC X  VALUE "N".
        77 WS-COLL-FOUND PIC X VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 RCPT-EOF     PIC X  VALUE "N".
        77 CUST-EOF     PIC X  VALUE "N".
        77 WS-AGE-EOF   PIC X  VALUE "N".
        77 WORK-EOF     PIC X  VALUE "N".
        77 CHECK-CUS-NO PIC X(4) VALUE SPACES.
        77 WS-OVERDUE-BAL PIC S9(8)V99 VALUE 0.
        77 WS-MAX-DAYS  PIC S9(5) VALUE 0.
        77 WS-RUN-DATE-NUM PIC 9(8).
        77 WS-DUE-DATE-NUM PIC 9(8).
        77 WS-DAYS-OVERDUE PIC S9(5) VALUE 0.
        77 WS-OVER60-INT PIC S9(9) VALUE 0.
        77 WS-CONTACT-INT PIC S9(9) VALUE 0.
        77 WS-AMT-EDIT  PIC ZZZ,ZZ9.99.
        77 KEPT-CNT     PIC 9(5) VALUE 0.
        77 NEXT-CNT     PIC 9(5) VALUE 0.
        77 BROKEN-CNT   PIC 9(5) VALUE 0.
        77 NOCONT-CNT   PIC 9(5) VALUE 0.
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
           05 FILLER            PIC X(26) VALUE SPACES.
           05 FILLER            PIC X(24)
              VALUE "COLLECTIONS WORKLIST".
        01 HEADING2.
           05 FILLER            PIC X(6)  VALUE "客戶".
           05 FILLER            PIC X(10) VALUE "名稱".
           05 FILLER            PIC X(17) VALUE "     逾期金額".
           05 FILLER            PIC X(8)  VALUE "  天數".
           05 FILLER            PIC X(12) VALUE "列入原因".
           05 FILLER            PIC X(12) VALUE "日期".
           05 FILLER            PIC X(19) VALUE "事項/承諾金額".
        01 DETAIL-LINE.
           05 DL-CUS-NO         PIC X(4).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-CUS-NAME       PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-OVERDUE        PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-DAYS           PIC ZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-REASON         PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-DATE           PIC 9999/99/99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-DETAIL         PIC X(18).
        01 SUMMARY-LINE.
           05 SL-LABEL          PIC X(24).
           05 SL-CNT            PIC ZZ,ZZ9.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        CUST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUST-FILE.
        CUST-ERROR-PROCESS.
           IF CUST-FS NOT = "00"
              DISPLAY "ERROR OPENING CUST-FILE, FILE STATUS = "
                      CUST-FS
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM.
        AGE-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AGE-FILE.
        AGE-ERROR-PROCESS.
           IF AGE-FS NOT = "00"
              DISPLAY "ERROR OPENING AGE-FILE, FILE STATUS = " AGE-FS
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM.
        RCPT-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON RCPT-FILE.
        RCPT-ERROR-PROCESS.
           IF RCPT-FS NOT = "00"
              MOVE "Y" TO RCPT-MISSING.
        COLL-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON COLL-FILE.
        COLL-ERROR-PROCESS.
           IF COLL-FS = "35"
              OPEN OUTPUT COLL-FILE
              CLOSE COLL-FILE
              OPEN I-O COLL-FILE
           ELSE
              IF COLL-FS NOT = "00"
                 DISPLAY "ERROR OPENING COLL-FILE, FILE STATUS = "
                         COLL-FS
                 MOVE 8 TO RETURN-CODE
                 EXIT PROGRAM
              END-IF
           END-IF.
        DSPT-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON DSPT-FILE.
        DSPT-ERROR-PROCESS.
           IF DSPT-FS NOT = "00"
              MOVE "Y" TO DSPT-MISSING.
        CAND-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CAND-FILE.
        CAND-ERROR-PROCESS.
           IF CAND-FS NOT = "00"
              DISPLAY "ERROR OPENING CAND-FILE, FILE STATUS = "
                      CAND-FS
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM.
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
            OPEN I-O COLL-FILE.
            PERFORM 100-MARK-KEPT-RTN.
            OPEN INPUT CUST-FILE
                       AGE-FILE
                 OUTPUT CAND-FILE.
            MOVE "N" TO DSPT-MISSING.
            OPEN INPUT DSPT-FILE.
            PERFORM 300-SELECT-RTN.
            CLOSE AGE-FILE CAND-FILE COLL-FILE.
            IF DSPT-MISSING = "N"
               CLOSE DSPT-FILE
            END-IF.
            PERFORM 500-SORT-RTN.
            OPEN INPUT WORK-FILE
                 OUTPUT OUT-FILE.
            PERFORM 200-WRITE-HEADING.
            MOVE SPACES TO CHECK-CUS-NO.
            PERFORM 600-READ-WORK-RTN.
            PERFORM 610-PRINT-RTN UNTIL WORK-EOF = "Y".
            PERFORM 700-WRITE-SUMMARY-RTN.
            CLOSE CUST-FILE WORK-FILE OUT-FILE.
            EXIT PROGRAM.
      * 承諾期間(承諾當日至承諾付款日)內有該客戶之收款沖帳或
      * 預收即視為已兌現
        100-MARK-KEPT-RTN.
            MOVE "N" TO RCPT-MISSING RCPT-EOF.
            OPEN INPUT RCPT-FILE.
            IF RCPT-MISSING = "N"
               PERFORM 110-READ-RCPT-RTN
               PERFORM 120-ONE-RCPT-RTN UNTIL RCPT-EOF = "Y"
               CLOSE RCPT-FILE
            END-IF.
        110-READ-RCPT-RTN.
            READ RCPT-FILE NEXT RECORD
               AT END MOVE "Y" TO RCPT-EOF
            END-READ.
        120-ONE-RCPT-RTN.
            IF (RCT-APPLIED OF RCPT-REC OR RCT-ON-ACCOUNT OF RCPT-REC)
               AND RCT-AMOUNT OF RCPT-REC > ZERO
               MOVE RCT-CUS-NO OF RCPT-REC TO CL-CUS-NO OF COLL-REC
               MOVE "Y" TO WS-COLL-FOUND
               READ COLL-FILE
                  INVALID KEY MOVE "N" TO WS-COLL-FOUND
               END-READ
               IF WS-COLL-FOUND = "Y"
                  AND CL-PROMISE-PENDING OF COLL-REC
                  AND RCT-DATE OF RCPT-REC NOT <
                      CL-PROMISE-MADE OF COLL-REC
                  AND RCT-DATE OF RCPT-REC NOT >
                      CL-PROMISE-DATE OF COLL-REC
                  MOVE "K" TO CL-PROMISE-STAT OF COLL-REC
                  REWRITE COLL-REC
                     INVALID KEY
                        DISPLAY "ERROR UPDATING COLL-FILE FOR "
                                CL-CUS-NO OF COLL-REC
                  END-REWRITE
                  ADD 1 TO KEPT-CNT
               END-IF
            END-IF.
            PERFORM 110-READ-RCPT-RTN.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
      * 掃描客戶主檔，逐客戶合計逾期並對照催收檔決定是否列入
        300-SELECT-RTN.
            MOVE "N" TO CUST-EOF.
            MOVE LOW-VALUES TO CM-CUS-NO OF CUST-REC.
            START CUST-FILE KEY IS NOT LESS THAN
                  CM-CUS-NO OF CUST-REC
               INVALID KEY MOVE "Y" TO CUST-EOF
            END-START.
            IF CUST-EOF = "N"
               PERFORM 310-READ-CUST-RTN
               PERFORM 320-ONE-CUST-RTN UNTIL CUST-EOF = "Y"
            END-IF.
        310-READ-CUST-RTN.
            READ CUST-FILE NEXT RECORD
               AT END MOVE "Y" TO CUST-EOF
            END-READ.
        320-ONE-CUST-RTN.
            MOVE CM-CUS-NO OF CUST-REC TO CHECK-CUS-NO.
            PERFORM 330-SUM-OVERDUE-RTN.
            MOVE CHECK-CUS-NO TO CL-CUS-NO OF COLL-REC.
            MOVE "Y" TO WS-COLL-FOUND.
            READ COLL-FILE
               INVALID KEY MOVE "N" TO WS-COLL-FOUND
            END-READ.
            IF WS-COLL-FOUND = "Y"
               PERFORM 400-CHECK-COLLECT-RTN
            END-IF.
            IF WS-MAX-DAYS > 60
               PERFORM 420-CHECK-CONTACT-RTN
            END-IF.
            PERFORM 310-READ-CUST-RTN.
      * 逾期金額:已過到期日之正數未收餘額合計(爭議中者除外)，
      * 並取最久之逾期天數
        330-SUM-OVERDUE-RTN.
            MOVE ZERO TO WS-OVERDUE-BAL WS-MAX-DAYS.
            MOVE CHECK-CUS-NO TO AGE-CUS-NO OF AGE-REC.
            MOVE LOW-VALUES   TO AGE-INV-NO OF AGE-REC.
            MOVE "N" TO WS-AGE-EOF.
            START AGE-FILE KEY IS NOT LESS THAN AGE-KEY
               INVALID KEY MOVE "Y" TO WS-AGE-EOF
            END-START.
            PERFORM 340-READ-AGE-CUS-RTN.
            PERFORM 350-ADD-ONE-RTN UNTIL WS-AGE-EOF = "Y".
        340-READ-AGE-CUS-RTN.
            READ AGE-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-AGE-EOF
            END-READ.
            IF WS-AGE-EOF = "N"
               AND AGE-CUS-NO OF AGE-REC NOT = CHECK-CUS-NO
               MOVE "Y" TO WS-AGE-EOF
            END-IF.
        350-ADD-ONE-RTN.
            IF AGE-BALANCE OF AGE-REC > ZERO
               IF AGE-DUE-DATE OF AGE-REC NOT = ZERO
                  MOVE AGE-DUE-DATE OF AGE-REC TO WS-DUE-DATE-NUM
               ELSE
                  MOVE AGE-INV-DATE OF AGE-REC TO WS-DUE-DATE-NUM
               END-IF
               COMPUTE WS-DAYS-OVERDUE =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                     - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
               IF WS-DAYS-OVERDUE > 0
                  PERFORM 360-CHECK-DISPUTE-RTN
                  IF WS-DISPUTED = "N"
                     ADD AGE-BALANCE OF AGE-REC TO WS-OVERDUE-BAL
                     IF WS-DAYS-OVERDUE > WS-MAX-DAYS
                        MOVE WS-DAYS-OVERDUE TO WS-MAX-DAYS
                     END-IF
                  END-IF
               END-IF
            END-IF.
            PERFORM 340-READ-AGE-CUS-RTN.
        360-CHECK-DISPUTE-RTN.
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
      * 承諾日已過仍待兌現者註記跳票;跳票未追蹤及追蹤日已到者
      * 列入
        400-CHECK-COLLECT-RTN.
            IF CL-PROMISE-PENDING OF COLL-REC
               AND CL-PROMISE-DATE OF COLL-REC < WS-RUN-DATE-NUM
               MOVE "B" TO CL-PROMISE-STAT OF COLL-REC
               REWRITE COLL-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING COLL-FILE FOR "
                             CHECK-CUS-NO
               END-REWRITE
            END-IF.
            IF CL-PROMISE-BROKEN OF COLL-REC
               MOVE "B" TO CW-REASON
               MOVE CL-PROMISE-DATE OF COLL-REC TO CW-DATE
               MOVE CL-PROMISE-AMT OF COLL-REC  TO CW-AMT
               MOVE SPACES TO CW-TEXT
               PERFORM 450-WRITE-CAND-RTN
               ADD 1 TO BROKEN-CNT
            END-IF.
            IF CL-NEXT-DATE OF COLL-REC NOT = ZERO
               AND CL-NEXT-DATE OF COLL-REC NOT > WS-RUN-DATE-NUM
               MOVE "N" TO CW-REASON
               MOVE CL-NEXT-DATE OF COLL-REC   TO CW-DATE
               MOVE ZERO TO CW-AMT
               MOVE CL-NEXT-ACTION OF COLL-REC TO CW-TEXT
               PERFORM 450-WRITE-CAND-RTN
               ADD 1 TO NEXT-CNT
            END-IF.
      * 最久項目逾期滿 60 天之日起無任何聯絡記錄者列入;日期欄
      * 印該日
        420-CHECK-CONTACT-RTN.
            COMPUTE WS-OVER60-INT =
                    FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                  - WS-MAX-DAYS + 60.
            MOVE ZERO TO WS-CONTACT-INT.
            IF WS-COLL-FOUND = "Y"
               AND CL-LAST-CONTACT OF COLL-REC NOT = ZERO
               COMPUTE WS-CONTACT-INT = FUNCTION INTEGER-OF-DATE
                       (CL-LAST-CONTACT OF COLL-REC)
            END-IF.
            IF WS-CONTACT-INT < WS-OVER60-INT
               MOVE "C" TO CW-REASON
               COMPUTE CW-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-OVER60-INT)
               MOVE ZERO TO CW-AMT
               MOVE SPACES TO CW-TEXT
               PERFORM 450-WRITE-CAND-RTN
               ADD 1 TO NOCONT-CNT
            END-IF.
        450-WRITE-CAND-RTN.
            IF WS-OVERDUE-BAL > ZERO
               MOVE WS-OVERDUE-BAL TO CW-OVERDUE
            ELSE
               MOVE ZERO TO CW-OVERDUE
            END-IF.
            MOVE CHECK-CUS-NO TO CW-CUS-NO.
            MOVE WS-MAX-DAYS  TO CW-DAYS.
            WRITE CAND-REC.
      * 逾期金額大者在前;同一客戶之各原因相鄰
        500-SORT-RTN.
            SORT SORT-FILE
                ON DESCENDING KEY SD-OVERDUE
                   ASCENDING KEY SD-CUS-NO
                                 SD-REASON
                USING CAND-FILE
                GIVING WORK-FILE.
        600-READ-WORK-RTN.
            READ WORK-FILE
               AT END MOVE "Y" TO WORK-EOF
            END-READ.
      * 同一客戶之第二個原因起不再重印客戶資料
        610-PRINT-RTN.
            MOVE SPACES TO DETAIL-LINE.
            IF WK-CUS-NO NOT = CHECK-CUS-NO
               MOVE WK-CUS-NO TO CHECK-CUS-NO CM-CUS-NO OF CUST-REC
               MOVE "N" TO WS-KEY-ERR
               READ CUST-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "N"
                  MOVE CM-CUS-NAME OF CUST-REC TO DL-CUS-NAME
               END-IF
               MOVE WK-CUS-NO  TO DL-CUS-NO
               MOVE WK-OVERDUE TO DL-OVERDUE
               MOVE WK-DAYS    TO DL-DAYS
            END-IF.
            IF WK-NEXT-ACTION
               MOVE "NEXT ACT  " TO DL-REASON
               MOVE WK-TEXT TO DL-DETAIL
            ELSE
               IF WK-BROKEN
                  MOVE "BROKEN PTP" TO DL-REASON
                  MOVE WK-AMT TO WS-AMT-EDIT
                  MOVE WS-AMT-EDIT TO DL-DETAIL
               ELSE
                  MOVE "NO CONTACT" TO DL-REASON
               END-IF
            END-IF.
            MOVE WK-DATE TO DL-DATE.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
            PERFORM 600-READ-WORK-RTN.
        700-WRITE-SUMMARY-RTN.
            MOVE "PROMISES KEPT        : " TO SL-LABEL.
            MOVE KEPT-CNT TO SL-CNT.
            WRITE OUT-REC FROM SUMMARY-LINE AFTER 3 LINES.
            MOVE "PROMISES BROKEN      : " TO SL-LABEL.
            MOVE BROKEN-CNT TO SL-CNT.
            WRITE OUT-REC FROM SUMMARY-LINE AFTER 1 LINE.
            MOVE "NEXT ACTIONS DUE     : " TO SL-LABEL.
            MOVE NEXT-CNT TO SL-CNT.
            WRITE OUT-REC FROM SUMMARY-LINE AFTER 1 LINE.
            MOVE "OVER 60, NO CONTACT  : " TO SL-LABEL.
            MOVE NOCONT-CNT TO SL-CNT.
            WRITE OUT-REC FROM SUMMARY-LINE AFTER 1 LINE.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CUST-FILE-NAME.
            MOVE "CREDIT.AGE" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO AGE-FILE-NAME.
            MOVE "RECEIPT.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO RCPT-FILE-NAME.
            MOVE "COLLECT.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO COLL-FILE-NAME.
            MOVE "DISPUTE.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO DSPT-FILE-NAME.
            MOVE "COLLCAND.TMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CAND-FILE-NAME.
            MOVE "COLLWORK.TMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO WORK-FILE-NAME.
            MOVE "COLLLIST.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
