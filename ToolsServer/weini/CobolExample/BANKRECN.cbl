      ** 銀行存款調節表 (BANKRECN.CBL):指定對帳單期別、對帳單日期
      **                             與對帳單餘額，列出在途存款(
      **                             收款未達)、未兌現支票(付款及
      **                             客戶退款支票未達)，逾 180 日
      **                             之陳舊支票另列;對帳單日後始
      **                             勾稽者仍列未達;
      **                             對帳單餘額 + 在途存款 - 未兌現
      **                             支票(含陳舊)= 調節後餘額，與
      **                             輸入之帳面餘額比對列差額;另列
      **                             對帳單上未勾稽之銀行項目
      **                             對照 (BANKSTIM.CBL) 之帳載項目

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     BankRecReport.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
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
        77 BKRC-FILE-NAME         PIC X(30) VALUE SPACES.
        77 BKST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 BKRC-FS      PIC XX.
        77 BKST-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 BKRC-EOF     PIC X  VALUE "N".
        77 BKST-EOF     PIC X  VALUE "N".
        77 BKST-MISSING PIC X  VALUE "N".
        77 WS-SECTION   PIC X  VALUE SPACE.
        77 WS-OPEN-ITEM PIC X  VALUE "N".
        77 WS-PERIOD-IN PIC 9(6) VALUE 0.
        77 WS-STMT-DATE PIC 9(8) VALUE 0.
        77 WS-STMT-BAL  PIC S9(11)V99 VALUE 0.
        77 WS-BOOK-BAL  PIC S9(11)V99 VALUE 0.
        77 WS-ADJ-BAL   PIC S9(11)V99 VALUE 0.
        77 WS-DIFF      PIC S9(11)V99 VALUE 0.
        77 WS-AGE-DAYS  PIC S9(5) VALUE 0.
      * 支票開立逾此日數仍未兌現者列為陳舊支票
        77 STALE-DAYS   PIC 9(3) VALUE 180.
        77 DIT-TOTAL    PIC S9(11)V99 VALUE 0.
        77 OC-TOTAL     PIC S9(11)V99 VALUE 0.
        77 STALE-TOTAL  PIC S9(11)V99 VALUE 0.
        77 UNM-TOTAL    PIC S9(11)V99 VALUE 0.
        77 SEC-TOTAL    PIC S9(11)V99 VALUE 0.
        77 DC-FUTURE-OK PIC X  VALUE "N".
        77 DC-RESULT    PIC X  VALUE "Y".
        77 DC-MESSAGE   PIC X(30) VALUE SPACES.
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
           05 FILLER            PIC X(24) VALUE SPACES.
           05 FILLER            PIC X(28)
              VALUE "BANK RECONCILIATION".
        01 STMT-DATE-LINE.
           05 FILLER            PIC X(18) VALUE "對帳單日期 : ".
           05 SD-STMT-DATE      PIC 9(8).
        01 SECTION-LINE.
           05 SC-TITLE          PIC X(40).
        01 DETAIL-LINE.
           05 FILLER            PIC X(4).
           05 DL-REF-NO         PIC X(10).
           05 FILLER            PIC X(2).
           05 DL-DATE           PIC 9(8).
           05 FILLER            PIC X(2).
           05 DL-PARTY          PIC X(4).
           05 FILLER            PIC X(2).
           05 DL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2).
           05 DL-NOTE           PIC X(12).
        01 SUM-LINE.
           05 SM-LABEL          PIC X(40).
           05 SM-AMOUNT         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05 FILLER            PIC X(2).
           05 SM-FLAG           PIC X(8).
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        BKRC-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BKRC-FILE.
        BKRC-ERROR-PROCESS.
           IF BKRC-FS NOT = "00"
              DISPLAY "NO BANK BOOK ITEMS - RUN BankStmtImport FIRST"
              STOP RUN.
        BKST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON BKST-FILE.
        BKST-ERROR-PROCESS.
           IF BKST-FS NOT = "00"
              MOVE "Y" TO BKST-MISSING.
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
            PERFORM 050-ACCEPT-PARMS-RTN.
            OPEN INPUT BKRC-FILE
                 OUTPUT OUT-FILE.
            MOVE "N" TO BKST-MISSING.
            OPEN INPUT BKST-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 200-WRITE-HEADING.
            MOVE "在途存款 DEPOSITS IN TRANSIT" TO SC-TITLE.
            MOVE "D" TO WS-SECTION.
            PERFORM 300-BOOK-SECTION-RTN.
            MOVE SEC-TOTAL TO DIT-TOTAL.
            MOVE "未兌現支票 OUTSTANDING CHEQUES" TO SC-TITLE.
            MOVE "O" TO WS-SECTION.
            PERFORM 300-BOOK-SECTION-RTN.
            MOVE SEC-TOTAL TO OC-TOTAL.
            MOVE "陳舊支票 STALE CHEQUES OVER 180 DAYS" TO SC-TITLE.
            MOVE "S" TO WS-SECTION.
            PERFORM 300-BOOK-SECTION-RTN.
            MOVE SEC-TOTAL TO STALE-TOTAL.
            IF BKST-MISSING = "N"
               PERFORM 400-UNMATCHED-STMT-RTN
            END-IF.
            PERFORM 500-SUMMARY-RTN.
            IF BKST-MISSING = "N"
               CLOSE BKST-FILE
            END-IF.
            CLOSE BKRC-FILE OUT-FILE.
            DISPLAY "BANK RECONCILIATION PRINTED" LINE 20 POSITION 10.
            STOP RUN.
        050-ACCEPT-PARMS-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "銀行存款調節表" LINE 2 POSITION 25.
            DISPLAY "對帳單期別 (YYYYMM) :" LINE 4 POSITION 10.
            ACCEPT WS-PERIOD-IN LINE 4 POSITION 33.
            MOVE "N" TO DC-RESULT.
            PERFORM 060-ACCEPT-DATE-RTN UNTIL DC-RESULT = "Y".
            DISPLAY "對帳單餘額 :" LINE 8 POSITION 10.
            ACCEPT WS-STMT-BAL LINE 8 POSITION 33.
            DISPLAY "帳面餘額   :" LINE 10 POSITION 10.
            ACCEPT WS-BOOK-BAL LINE 10 POSITION 33.
        060-ACCEPT-DATE-RTN.
            DISPLAY "對帳單日期 (YYYYMMDD) :" LINE 6 POSITION 10.
            ACCEPT WS-STMT-DATE LINE 6 POSITION 35.
            CALL "DateCheck" USING WS-STMT-DATE DC-FUTURE-OK
                                   DC-RESULT DC-MESSAGE.
            IF DC-RESULT NOT = "Y"
               DISPLAY "INVALID DATE - " DC-MESSAGE
                       LINE 7 POSITION 10
            END-IF.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            MOVE WS-STMT-DATE TO SD-STMT-DATE.
            WRITE OUT-REC FROM STMT-DATE-LINE AFTER 1 LINES.
            MOVE ZERO TO LINE-CTR.
      * 一段帳載項目:對帳單日(含)前開立，於對帳單日
      * 仍未兌現者(未達，或於對帳單日後始勾稽);
      * 支票(付款與客戶退款)依開立日數分未兌現與陳舊兩段
        300-BOOK-SECTION-RTN.
            MOVE ZERO TO SEC-TOTAL.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM SECTION-LINE AFTER 2 LINES.
            MOVE LOW-VALUES TO BR-KEY OF BKRC-REC.
            IF WS-SECTION = "D"
               MOVE "R" TO BR-TYPE OF BKRC-REC
            ELSE
               MOVE "F" TO BR-TYPE OF BKRC-REC
            END-IF.
            MOVE "N" TO BKRC-EOF.
            START BKRC-FILE KEY IS NOT LESS THAN BR-KEY OF BKRC-REC
               INVALID KEY MOVE "Y" TO BKRC-EOF
            END-START.
            PERFORM 310-READ-BKRC-NEXT.
            PERFORM 320-ONE-ITEM-RTN UNTIL BKRC-EOF = "Y".
            MOVE SPACES TO DETAIL-LINE.
            MOVE "小計" TO DL-NOTE.
            MOVE SEC-TOTAL TO DL-AMOUNT.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
        310-READ-BKRC-NEXT.
            READ BKRC-FILE NEXT RECORD
               AT END MOVE "Y" TO BKRC-EOF
            END-READ.
            IF BKRC-EOF = "N"
               IF (WS-SECTION = "D" AND BR-TYPE OF BKRC-REC NOT = "R")
                  OR (WS-SECTION NOT = "D"
                      AND BR-TYPE OF BKRC-REC NOT = "F"
                      AND BR-TYPE OF BKRC-REC NOT = "P")
                  MOVE "Y" TO BKRC-EOF
               END-IF
            END-IF.
        320-ONE-ITEM-RTN.
            MOVE "N" TO WS-OPEN-ITEM.
            IF BR-DATE OF BKRC-REC NOT > WS-STMT-DATE
               IF BR-STATUS OF BKRC-REC = "O"
                  MOVE "Y" TO WS-OPEN-ITEM
               END-IF
               IF BR-STATUS OF BKRC-REC = "C"
                  AND BR-CLEAR-DATE OF BKRC-REC > WS-STMT-DATE
                  MOVE "Y" TO WS-OPEN-ITEM
               END-IF
            END-IF.
            IF WS-OPEN-ITEM = "Y" AND WS-SECTION NOT = "D"
               COMPUTE WS-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-STMT-DATE)
                     - FUNCTION INTEGER-OF-DATE(BR-DATE OF BKRC-REC)
               IF (WS-SECTION = "O" AND WS-AGE-DAYS > STALE-DAYS)
                  OR (WS-SECTION = "S" AND WS-AGE-DAYS NOT > STALE-DAYS)
                  MOVE "N" TO WS-OPEN-ITEM
               END-IF
            END-IF.
            IF WS-OPEN-ITEM = "Y"
               ADD BR-AMOUNT OF BKRC-REC TO SEC-TOTAL
               MOVE SPACES TO DETAIL-LINE
               MOVE BR-REF-NO OF BKRC-REC TO DL-REF-NO
               MOVE BR-DATE OF BKRC-REC   TO DL-DATE
               MOVE BR-PARTY OF BKRC-REC  TO DL-PARTY
               MOVE BR-AMOUNT OF BKRC-REC TO DL-AMOUNT
               IF BR-STATUS OF BKRC-REC = "C"
                  MOVE "後續已兌現" TO DL-NOTE
               ELSE IF BR-TYPE OF BKRC-REC = "F"
                       MOVE "客戶退款" TO DL-NOTE
                    END-IF
               END-IF
               PERFORM 990-PAGE-CHECK-RTN
               WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES
            END-IF.
            PERFORM 310-READ-BKRC-NEXT.
      * 對帳單上尚未勾稽之銀行項目(手續費、利息等)
        400-UNMATCHED-STMT-RTN.
            MOVE "對帳單未勾稽 UNMATCHED ITEMS" TO SC-TITLE.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM SECTION-LINE AFTER 2 LINES.
            MOVE WS-PERIOD-IN TO BS-PERIOD OF BKST-REC.
            MOVE ZERO TO BS-SEQ OF BKST-REC.
            MOVE "N" TO BKST-EOF.
            START BKST-FILE KEY IS NOT LESS THAN BS-KEY OF BKST-REC
               INVALID KEY MOVE "Y" TO BKST-EOF
            END-START.
            PERFORM 410-READ-BKST-NEXT.
            PERFORM 420-ONE-STMT-RTN UNTIL BKST-EOF = "Y".
        410-READ-BKST-NEXT.
            READ BKST-FILE NEXT RECORD
               AT END MOVE "Y" TO BKST-EOF
            END-READ.
            IF BKST-EOF = "N"
               AND BS-PERIOD OF BKST-REC NOT = WS-PERIOD-IN
               MOVE "Y" TO BKST-EOF
            END-IF.
        420-ONE-STMT-RTN.
            IF BS-STATUS OF BKST-REC = "U"
               MOVE SPACES TO DETAIL-LINE
               MOVE BS-REF OF BKST-REC  TO DL-REF-NO
               MOVE BS-DATE OF BKST-REC TO DL-DATE
               MOVE BS-DC OF BKST-REC   TO DL-PARTY
               IF BS-DC OF BKST-REC = "D"
                  COMPUTE DL-AMOUNT = 0 - BS-AMOUNT OF BKST-REC
                  SUBTRACT BS-AMOUNT OF BKST-REC FROM UNM-TOTAL
               ELSE
                  MOVE BS-AMOUNT OF BKST-REC TO DL-AMOUNT
                  ADD BS-AMOUNT OF BKST-REC TO UNM-TOTAL
               END-IF
               MOVE BS-SEQ OF BKST-REC TO DL-NOTE
               PERFORM 990-PAGE-CHECK-RTN
               WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES
            END-IF.
            PERFORM 410-READ-BKST-NEXT.
      * 調節:對帳單餘額 + 在途存款 - 未兌現及陳舊支票
      * = 調節後餘額，應等於帳面餘額
        500-SUMMARY-RTN.
            COMPUTE WS-ADJ-BAL = WS-STMT-BAL + DIT-TOTAL
                               - OC-TOTAL - STALE-TOTAL.
            COMPUTE WS-DIFF = WS-ADJ-BAL - WS-BOOK-BAL.
            MOVE SPACES TO SUM-LINE.
            MOVE "對帳單餘額 STATEMENT BALANCE" TO SM-LABEL.
            MOVE WS-STMT-BAL TO SM-AMOUNT.
            PERFORM 510-SUM-LINE-RTN.
            MOVE "加:在途存款" TO SM-LABEL.
            MOVE DIT-TOTAL TO SM-AMOUNT.
            PERFORM 510-SUM-LINE-RTN.
            MOVE "減:未兌現支票" TO SM-LABEL.
            MOVE OC-TOTAL TO SM-AMOUNT.
            PERFORM 510-SUM-LINE-RTN.
            MOVE "減:陳舊支票" TO SM-LABEL.
            MOVE STALE-TOTAL TO SM-AMOUNT.
            PERFORM 510-SUM-LINE-RTN.
            MOVE "調節後餘額 ADJUSTED BALANCE" TO SM-LABEL.
            MOVE WS-ADJ-BAL TO SM-AMOUNT.
            PERFORM 510-SUM-LINE-RTN.
            MOVE "帳面餘額 BOOK BALANCE" TO SM-LABEL.
            MOVE WS-BOOK-BAL TO SM-AMOUNT.
            PERFORM 510-SUM-LINE-RTN.
            MOVE "差額 DIFFERENCE" TO SM-LABEL.
            MOVE WS-DIFF TO SM-AMOUNT.
            IF WS-DIFF NOT = ZERO
               MOVE "*DIFF*" TO SM-FLAG
            END-IF.
            PERFORM 510-SUM-LINE-RTN.
            MOVE "對帳單未勾稽項目淨額" TO SM-LABEL.
            MOVE UNM-TOTAL TO SM-AMOUNT.
            PERFORM 510-SUM-LINE-RTN.
        510-SUM-LINE-RTN.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM SUM-LINE AFTER 2 LINES.
            MOVE SPACES TO SUM-LINE.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "BANKREC.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO BKRC-FILE-NAME.
            MOVE "BANKSTMT.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO BKST-FILE-NAME.
            MOVE "BANKRECN.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
