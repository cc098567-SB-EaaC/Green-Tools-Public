      ** 批次調價作業 (PRCCHG.CBL):權限 9 主管依產品類別、供應商或
      **                          倉庫選取產品，以百分比、固定金額
      **                          或成本加成率計算新售價，可指定
      **                          尾數(如 .99)就近調整;先列印試算
      **                          表 PRCCHG.OUT(新舊售價、新舊毛利
      **                          率，低於成本者標示)，確認後對各
      **                          產品以同一未來生效日寫入價格歷
      **                          史檔 PRICE.HST 與待生效調價檔
      **                          PRICECHG.PND，經 MaintAudit 留存;
      **                          生效日當天由每日批次之調價生效
      **                          作業(PRCAPPLY.CBL)更新產品售價
      **                          對照 (CUSTREFD.CBL) 之主管權限
      **                          與稽核

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     PriceChange.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PRO-NO
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
           SELECT PCHG-FILE ASSIGN TO RANDOM PCHG-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PG-KEY
                  FILE STATUS IS PCHG-FS.
           SELECT HIST-FILE ASSIGN TO RANDOM HIST-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS HIST-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
           SELECT OPER-FILE ASSIGN TO RANDOM "OPERATOR.CUR"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OPER-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD PCHG-FILE
           LABEL RECORD IS STANDARD.
           COPY PCHGCOPY REPLACING ==PCHG-GRP== BY ==PCHG-REC==.
        FD HIST-FILE
           LABEL RECORD IS STANDARD.
           COPY PRICEHST REPLACING ==PRICE-HIST-GRP== BY ==HIST-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).
        FD OPER-FILE
           LABEL RECORD IS STANDARD.
        01 OPER-REC.
           05 OP-ID             PIC X(8).
           05 OP-AUTH           PIC 9(1).

        WORKING-STORAGE SECTION.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PCHG-FILE-NAME         PIC X(30) VALUE SPACES.
        77 HIST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 PROD-FS      PIC XX.
        77 PCHG-FS      PIC XX.
        77 HIST-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 OPER-FS      PIC XX.
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-PROD-EOF  PIC X  VALUE "N".
        77 DATA-ERR     PIC X  VALUE "N".
        77 DC-FUTURE-OK PIC X  VALUE "Y".
        77 DC-RESULT    PIC X  VALUE "Y".
        77 DC-MESSAGE   PIC X(30) VALUE SPACES.
      * 選取條件:C=類別 V=供應商 W=倉庫
        77 WS-SEL-TYPE  PIC X  VALUE SPACES.
        77 WS-SEL-VALUE PIC X(4) VALUE SPACES.
      * 調價方式:P=百分比 A=固定金額 M=成本加成率
        77 WS-METHOD    PIC X  VALUE SPACES.
        77 WS-DIRECTION PIC X  VALUE "+".
        77 WS-CHG-VALUE PIC 9(5)V99 VALUE 0.
        77 WS-ENDING    PIC V99 VALUE 0.
        77 WS-EFF-DATE  PIC 9(8) VALUE 0.
        77 WS-INCL-BELOW PIC X VALUE "N".
      * P=試算 U=確認寫檔
        77 WS-PASS      PIC X  VALUE "P".
        77 WS-SELECTED  PIC X  VALUE "N".
        77 WS-BELOW     PIC X  VALUE "N".
        77 WS-NO-CHANGE PIC X  VALUE "N".
        77 WS-TOO-HIGH  PIC X  VALUE "N".
        77 WS-RAW-PRICE PIC S9(7)V99 VALUE 0.
        77 WS-WHOLE     PIC 9(7) VALUE 0.
        77 WS-CAND      PIC S9(7)V99 VALUE 0.
        77 WS-DIFF      PIC S9(3)V99 VALUE 0.
        77 WS-NEW-PRICE PIC 9(5)V99 VALUE 0.
        77 WS-MARGIN    PIC S9(5)V9 VALUE 0.
        77 SEL-CNT      PIC 9(5) VALUE 0.
        77 BELOW-CNT    PIC 9(5) VALUE 0.
        77 SCHED-CNT    PIC 9(5) VALUE 0.
        77 SKIP-CNT     PIC 9(5) VALUE 0.
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
           05 FILLER            PIC X(24) VALUE SPACES.
           05 FILLER            PIC X(28)
              VALUE "MASS PRICE CHANGE - PREVIEW".
        01 PARM-LINE.
           05 FILLER            PIC X(8)  VALUE "SELECT: ".
           05 PL-SEL-TYPE       PIC X(1).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 PL-SEL-VALUE      PIC X(4).
           05 FILLER            PIC X(10) VALUE "  METHOD: ".
           05 PL-METHOD         PIC X(1).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 PL-DIRECTION      PIC X(1).
           05 PL-CHG-VALUE      PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(10) VALUE "  ENDING: ".
           05 PL-ENDING         PIC .99.
           05 FILLER            PIC X(13) VALUE "  EFFECTIVE: ".
           05 PL-EFF-DATE       PIC 9(8).
        01 HEADING2.
           05 FILLER            PIC X(14) VALUE "PRODUCT NO".
           05 FILLER            PIC X(11) VALUE "NAME".
           05 FILLER            PIC X(10) VALUE " OLD PRICE".
           05 FILLER            PIC X(10) VALUE " NEW PRICE".
           05 FILLER            PIC X(8)  VALUE " OLD MG%".
           05 FILLER            PIC X(8)  VALUE " NEW MG%".
           05 FILLER            PIC X(11) VALUE "  NOTE".
        01 DETAIL-LINE.
           05 DL-PRO-NO         PIC X(13).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-PRO-NAME       PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-OLD-PRICE      PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-NEW-PRICE      PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-OLD-MGN        PIC ZZZ9.9-.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-NEW-MGN        PIC ZZZ9.9-.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-NOTE           PIC X(10).
        01 SUMMARY-LINE.
           05 FILLER            PIC X(20) VALUE "PRODUCTS SELECTED : ".
           05 SL-SEL-CNT        PIC ZZ,ZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(14) VALUE "BELOW COST : ".
           05 SL-BELOW-CNT      PIC ZZ,ZZ9.
        01 RESULT-LINE.
           05 FILLER            PIC X(20) VALUE "CHANGES SCHEDULED : ".
           05 RL-SCHED-CNT      PIC ZZ,ZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(14) VALUE "NOT CHANGED : ".
           05 RL-SKIP-CNT       PIC ZZ,ZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(11) VALUE "EFFECTIVE: ".
           05 RL-EFF-DATE       PIC 9(8).
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              DISPLAY "ERROR OPENING PROD-FILE, FILE STATUS = "
                      PROD-FS
              EXIT PROGRAM.
        PCHG-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PCHG-FILE.
        PCHG-ERROR-PROCESS.
           IF PCHG-FS NOT = "00"
              OPEN OUTPUT PCHG-FILE
              CLOSE PCHG-FILE
              OPEN I-O PCHG-FILE.
        HIST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON HIST-FILE.
        HIST-ERROR-PROCESS.
           IF HIST-FS NOT = "00"
              OPEN OUTPUT HIST-FILE.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
           IF OUT-FS NOT = "00"
              DISPLAY "ERROR OPENING OUT-FILE, FILE STATUS = " OUT-FS
              EXIT PROGRAM.
        OPER-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OPER-FILE.
        OPER-ERROR-PROCESS.
           IF OPER-FS NOT = "00"
              DISPLAY "SIGN ON FIRST" LINE 20 POSITION 10
              EXIT PROGRAM.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            PERFORM 050-CHECK-AUTH-RTN.
            IF OP-AUTH NOT = 9
               DISPLAY "SUPERVISOR AUTHORITY REQUIRED"
                       LINE 20 POSITION 10
               EXIT PROGRAM
            END-IF.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            OPEN OUTPUT OUT-FILE.
            PERFORM 100-ENTRY-RTN UNTIL CONTI = "N".
            CLOSE OUT-FILE.
            EXIT PROGRAM.
        050-CHECK-AUTH-RTN.
            MOVE ZERO TO OP-AUTH.
            OPEN INPUT OPER-FILE.
            READ OPER-FILE
               AT END CONTINUE
            END-READ.
            CLOSE OPER-FILE.
      * 每次調價換頁，表頭印選取條件、調價方式與生效日
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            WRITE OUT-REC FROM PARM-LINE AFTER 2 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
      * 輸入調價條件，檢核無誤先試算，再詢問是否確定調價
        100-ENTRY-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "批次調價" LINE 2 POSITION 25.
            PERFORM 110-ACCEPT-PARM-RTN.
            PERFORM 150-CHECK-PARM-RTN.
            IF DATA-ERR = "N"
               PERFORM 300-PREVIEW-RTN
               PERFORM 400-CONFIRM-RTN
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
        110-ACCEPT-PARM-RTN.
            MOVE SPACES TO WS-SEL-TYPE WS-SEL-VALUE WS-METHOD.
            MOVE "+" TO WS-DIRECTION.
            MOVE ZERO TO WS-CHG-VALUE WS-ENDING WS-EFF-DATE.
            DISPLAY "選取 (C=類別 V=供應商 W=倉庫) :"
                    LINE 4 POSITION 10.
            ACCEPT WS-SEL-TYPE LINE 4 POSITION 50.
            DISPLAY "類別/供應商/倉庫代號 :"
                    LINE 5 POSITION 10.
            ACCEPT WS-SEL-VALUE LINE 5 POSITION 50.
            DISPLAY "方式 (P=百分比 A=金額 M=加成) :"
                    LINE 7 POSITION 10.
            ACCEPT WS-METHOD LINE 7 POSITION 50.
            IF WS-METHOD NOT = "M"
               DISPLAY "調高/調低 (+/-) :" LINE 8 POSITION 10
               ACCEPT WS-DIRECTION LINE 8 POSITION 50
            END-IF.
            DISPLAY "百分比/金額/加成率 :" LINE 9 POSITION 10.
            ACCEPT WS-CHG-VALUE LINE 9 POSITION 50.
            DISPLAY "售價尾數 (如 .99，0=不調) :"
                    LINE 10 POSITION 10.
            ACCEPT WS-ENDING LINE 10 POSITION 50.
            DISPLAY "生效日期 (YYYYMMDD) :" LINE 11 POSITION 10.
            ACCEPT WS-EFF-DATE LINE 11 POSITION 50.
      * 生效日須經 DateCheck 檢核且晚於今日;百分比調低不得達 100
        150-CHECK-PARM-RTN.
            MOVE "N" TO DATA-ERR.
            IF WS-SEL-TYPE NOT = "C" AND NOT = "V" AND NOT = "W"
               MOVE "Y" TO DATA-ERR
               DISPLAY "SELECT BY C, V OR W" LINE 20 POSITION 10
            ELSE IF WS-SEL-VALUE = SPACES
                    MOVE "Y" TO DATA-ERR
                    DISPLAY "SELECTION VALUE REQUIRED"
                            LINE 20 POSITION 10
                 END-IF
            END-IF.
            IF DATA-ERR = "N"
               IF WS-METHOD NOT = "P" AND NOT = "A" AND NOT = "M"
                  MOVE "Y" TO DATA-ERR
                  DISPLAY "METHOD MUST BE P, A OR M"
                          LINE 20 POSITION 10
               ELSE IF WS-DIRECTION NOT = "+" AND NOT = "-"
                       MOVE "Y" TO DATA-ERR
                       DISPLAY "DIRECTION MUST BE + OR -"
                               LINE 20 POSITION 10
                    END-IF
               END-IF
            END-IF.
            IF DATA-ERR = "N"
               IF WS-CHG-VALUE = ZERO
                  MOVE "Y" TO DATA-ERR
                  DISPLAY "CHANGE VALUE MUST NOT BE ZERO"
                          LINE 20 POSITION 10
               ELSE IF WS-METHOD = "P" AND WS-DIRECTION = "-"
                       AND WS-CHG-VALUE NOT < 100
                       MOVE "Y" TO DATA-ERR
                       DISPLAY "PERCENT DECREASE MUST BE BELOW 100"
                               LINE 20 POSITION 10
                    END-IF
               END-IF
            END-IF.
            IF DATA-ERR = "N"
               CALL "DateCheck" USING WS-EFF-DATE
                                      DC-FUTURE-OK DC-RESULT DC-MESSAGE
               IF DC-RESULT NOT = "Y"
                  MOVE "Y" TO DATA-ERR
                  DISPLAY "INVALID EFFECTIVE DATE - " DC-MESSAGE
                          LINE 20 POSITION 10
               ELSE IF WS-EFF-DATE NOT > RUN-DATE
                       MOVE "Y" TO DATA-ERR
                       DISPLAY "EFFECTIVE DATE MUST BE AFTER TODAY"
                               LINE 20 POSITION 10
                    END-IF
               END-IF
            END-IF.
      * 試算:逐筆讀產品檔，符合條件者計算新價並列印，不異動任何檔
        300-PREVIEW-RTN.
            MOVE WS-SEL-TYPE  TO PL-SEL-TYPE.
            MOVE WS-SEL-VALUE TO PL-SEL-VALUE.
            MOVE WS-METHOD    TO PL-METHOD.
            IF WS-METHOD = "M"
               MOVE SPACES TO PL-DIRECTION
            ELSE
               MOVE WS-DIRECTION TO PL-DIRECTION
            END-IF.
            MOVE WS-CHG-VALUE TO PL-CHG-VALUE.
            MOVE WS-ENDING    TO PL-ENDING.
            MOVE WS-EFF-DATE  TO PL-EFF-DATE.
            MOVE ZERO TO SEL-CNT BELOW-CNT.
            PERFORM 200-WRITE-HEADING.
            MOVE ZERO TO LINE-CTR.
            MOVE "P" TO WS-PASS.
            PERFORM 310-SCAN-PROD-RTN.
            MOVE SEL-CNT   TO SL-SEL-CNT.
            MOVE BELOW-CNT TO SL-BELOW-CNT.
            WRITE OUT-REC FROM SUMMARY-LINE AFTER 3 LINES.
            DISPLAY "選取產品 : " SEL-CNT
                    "  低於成本 : " BELOW-CNT LINE 13 POSITION 10.
            DISPLAY "試算表已列印於 PRCCHG.OUT"
                    LINE 14 POSITION 10.
        310-SCAN-PROD-RTN.
            OPEN INPUT PROD-FILE.
            MOVE "N" TO WS-PROD-EOF.
            PERFORM 315-READ-PROD-RTN.
            PERFORM 320-ONE-PROD-RTN UNTIL WS-PROD-EOF = "Y".
            CLOSE PROD-FILE.
        315-READ-PROD-RTN.
            READ PROD-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-PROD-EOF
            END-READ.
        320-ONE-PROD-RTN.
            MOVE "N" TO WS-SELECTED.
            IF WS-SEL-TYPE = "C"
               IF PRO-CATEGORY OF PROD-REC = WS-SEL-VALUE (1:3)
                  MOVE "Y" TO WS-SELECTED
               END-IF
            ELSE IF WS-SEL-TYPE = "V"
                    IF PRO-VEND-NO OF PROD-REC = WS-SEL-VALUE
                       MOVE "Y" TO WS-SELECTED
                    END-IF
                 ELSE
                    IF PRO-WAREHOUSE OF PROD-REC = WS-SEL-VALUE (1:3)
                       MOVE "Y" TO WS-SELECTED
                    END-IF
                 END-IF
            END-IF.
            IF WS-SELECTED = "Y"
               PERFORM 330-NEW-PRICE-RTN
               IF WS-PASS = "P"
                  PERFORM 350-WRITE-DETAIL-RTN
               ELSE
                  PERFORM 450-SCHEDULE-RTN
               END-IF
            END-IF.
            PERFORM 315-READ-PROD-RTN.
      * 新價:百分比與金額以現售價為基準，加成率以成本為基準;
      * 不足 0 者以 0 計，超過售價欄位上限者不調
        330-NEW-PRICE-RTN.
            IF WS-METHOD = "M"
               COMPUTE WS-RAW-PRICE ROUNDED = PRO-COST OF PROD-REC
                       * (100 + WS-CHG-VALUE) / 100
            ELSE IF WS-METHOD = "P"
                    IF WS-DIRECTION = "-"
                       COMPUTE WS-RAW-PRICE ROUNDED =
                               PRO-PRICE OF PROD-REC
                               * (100 - WS-CHG-VALUE) / 100
                    ELSE
                       COMPUTE WS-RAW-PRICE ROUNDED =
                               PRO-PRICE OF PROD-REC
                               * (100 + WS-CHG-VALUE) / 100
                    END-IF
                 ELSE
                    IF WS-DIRECTION = "-"
                       COMPUTE WS-RAW-PRICE = PRO-PRICE OF PROD-REC
                               - WS-CHG-VALUE
                    ELSE
                       COMPUTE WS-RAW-PRICE = PRO-PRICE OF PROD-REC
                               + WS-CHG-VALUE
                    END-IF
                 END-IF
            END-IF.
            IF WS-RAW-PRICE < ZERO
               MOVE ZERO TO WS-RAW-PRICE
            END-IF.
            IF WS-ENDING > ZERO
               PERFORM 340-PRICE-ENDING-RTN
            END-IF.
            MOVE "N" TO WS-TOO-HIGH WS-BELOW WS-NO-CHANGE.
            IF WS-RAW-PRICE > 99999.99
               MOVE "Y" TO WS-TOO-HIGH
               MOVE PRO-PRICE OF PROD-REC TO WS-NEW-PRICE
            ELSE
               MOVE WS-RAW-PRICE TO WS-NEW-PRICE
            END-IF.
            IF WS-NEW-PRICE < PRO-COST OF PROD-REC
               MOVE "Y" TO WS-BELOW
            END-IF.
            IF WS-NEW-PRICE = PRO-PRICE OF PROD-REC
               MOVE "Y" TO WS-NO-CHANGE
            END-IF.
      * 尾數:取最接近試算價且以指定尾數結尾之價格
        340-PRICE-ENDING-RTN.
            MOVE WS-RAW-PRICE TO WS-WHOLE.
            COMPUTE WS-CAND = WS-WHOLE + WS-ENDING.
            COMPUTE WS-DIFF = WS-CAND - WS-RAW-PRICE.
            IF WS-DIFF > .50 AND WS-WHOLE > ZERO
               SUBTRACT 1 FROM WS-CAND
            ELSE IF WS-DIFF < -.50
                    ADD 1 TO WS-CAND
                 END-IF
            END-IF.
            MOVE WS-CAND TO WS-RAW-PRICE.
        350-WRITE-DETAIL-RTN.
            ADD 1 TO SEL-CNT.
            MOVE PRO-NO OF PROD-REC    TO DL-PRO-NO.
            MOVE PRO-NAME OF PROD-REC  TO DL-PRO-NAME.
            MOVE PRO-PRICE OF PROD-REC TO DL-OLD-PRICE.
            MOVE WS-NEW-PRICE          TO DL-NEW-PRICE.
            MOVE ZERO TO WS-MARGIN.
            IF PRO-PRICE OF PROD-REC > ZERO
               COMPUTE WS-MARGIN ROUNDED =
                       (PRO-PRICE OF PROD-REC - PRO-COST OF PROD-REC)
                       * 100 / PRO-PRICE OF PROD-REC
            END-IF.
            MOVE WS-MARGIN TO DL-OLD-MGN.
            MOVE ZERO TO WS-MARGIN.
            IF WS-NEW-PRICE > ZERO
               COMPUTE WS-MARGIN ROUNDED =
                       (WS-NEW-PRICE - PRO-COST OF PROD-REC)
                       * 100 / WS-NEW-PRICE
            END-IF.
            MOVE WS-MARGIN TO DL-NEW-MGN.
            MOVE SPACES TO DL-NOTE.
            IF WS-TOO-HIGH = "Y"
               MOVE "OVER LIMIT" TO DL-NOTE
            ELSE IF WS-BELOW = "Y"
                    MOVE "BELOW COST" TO DL-NOTE
                    ADD 1 TO BELOW-CNT
                 ELSE IF WS-NO-CHANGE = "Y"
                         MOVE "NO CHANGE" TO DL-NOTE
                      END-IF
                 END-IF
            END-IF.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
      * 確認:低於成本者預設不調，須另行同意方列入
        400-CONFIRM-RTN.
            IF SEL-CNT = ZERO
               DISPLAY "NO PRODUCTS SELECTED" LINE 20 POSITION 10
            ELSE
               MOVE "N" TO WS-INCL-BELOW
               IF BELOW-CNT > ZERO
                  DISPLAY "低於成本者是否一併調價 ?(Y/N) :"
                          LINE 16 POSITION 10
                  ACCEPT WS-INCL-BELOW LINE 16 POSITION 50
               END-IF
               MOVE "N" TO SURE
               DISPLAY "是否確定調價 ?" LINE 17 POSITION 10
               ACCEPT SURE LINE 17 POSITION 50
               IF SURE = "Y"
                  PERFORM 410-APPLY-RTN
               ELSE
                  DISPLAY "PRICE CHANGE CANCELLED" LINE 20 POSITION 10
               END-IF
            END-IF.
        410-APPLY-RTN.
            MOVE ZERO TO SCHED-CNT SKIP-CNT.
            OPEN I-O    PCHG-FILE
                 EXTEND HIST-FILE.
            MOVE "U" TO WS-PASS.
            PERFORM 310-SCAN-PROD-RTN.
            CLOSE PCHG-FILE HIST-FILE.
            MOVE SCHED-CNT   TO RL-SCHED-CNT.
            MOVE SKIP-CNT    TO RL-SKIP-CNT.
            MOVE WS-EFF-DATE TO RL-EFF-DATE.
            WRITE OUT-REC FROM RESULT-LINE AFTER 2 LINES.
            DISPLAY "已排定調價 : " SCHED-CNT
                    "  未調 : " SKIP-CNT LINE 19 POSITION 10.
      * 同一產品同一生效日已排定者不重複排定
        450-SCHEDULE-RTN.
            IF WS-TOO-HIGH = "Y" OR WS-NO-CHANGE = "Y"
               OR (WS-BELOW = "Y" AND WS-INCL-BELOW NOT = "Y")
               ADD 1 TO SKIP-CNT
            ELSE
               MOVE WS-EFF-DATE           TO PG-EFF-DATE OF PCHG-REC
               MOVE PRO-NO OF PROD-REC    TO PG-PRO-NO OF PCHG-REC
               MOVE PRO-PRICE OF PROD-REC TO PG-OLD-PRICE OF PCHG-REC
               MOVE WS-NEW-PRICE          TO PG-NEW-PRICE OF PCHG-REC
               MOVE "P"                   TO PG-STATUS OF PCHG-REC
               MOVE ZERO TO PG-APPLIED-DATE OF PCHG-REC
               MOVE "N" TO WS-KEY-ERR
               WRITE PCHG-REC
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-WRITE
               IF WS-KEY-ERR = "Y"
                  ADD 1 TO SKIP-CNT
                  DISPLAY "ALREADY SCHEDULED : " PRO-NO OF PROD-REC
                          LINE 20 POSITION 10
               ELSE
                  ADD 1 TO SCHED-CNT
                  PERFORM 460-WRITE-HIST-RTN
                  PERFORM 470-WRITE-AUDIT-RTN
               END-IF
            END-IF.
        460-WRITE-HIST-RTN.
            MOVE PRO-NO OF PROD-REC   TO PH-PRO-NO OF HIST-REC.
            MOVE WS-EFF-DATE          TO PH-EFF-DATE OF HIST-REC.
            MOVE PRO-COST OF PROD-REC TO PH-PRO-COST OF HIST-REC.
            MOVE WS-NEW-PRICE         TO PH-PRO-PRICE OF HIST-REC.
            WRITE HIST-REC.
        470-WRITE-AUDIT-RTN.
            MOVE "PRICECHG" TO AU-FILE-ID OF AUD-REC.
            MOVE "ADD   "   TO AU-ACTION OF AUD-REC.
            MOVE PRO-NO OF PROD-REC TO AU-KEY OF AUD-REC.
            MOVE SPACES     TO AU-BEFORE OF AUD-REC.
            MOVE PCHG-REC   TO AU-AFTER OF AUD-REC.
            CALL "MaintAudit" USING AUD-REC.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "PRICECHG.PND" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PCHG-FILE-NAME.
            MOVE "PRICE.HST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO HIST-FILE-NAME.
            MOVE "PRCCHG.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
