      ** 調價生效批次作業 (PRCAPPLY.CBL):讀待生效調價檔
      **                                 PRICECHG.PND 中生效日已到
      **                                 且尚未生效之紀錄，將新售價
      **                                 寫入產品檔 PRO-PRICE，經
      **                                 MaintAudit 留存產品異動前
      **                                 後，並將調價紀錄註記為已
      **                                 生效;印出生效清單
      **                                 PRCAPPLY.OUT;無待生效檔者
      **                                 不處理
      **                                 對照 (BORELEAS.CBL) 之批次
      **                                 更新產品檔

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     PriceApply.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT PCHG-FILE ASSIGN TO RANDOM PCHG-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PG-KEY
                  FILE STATUS IS PCHG-FS.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRO-NO
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PCHG-FILE
           LABEL RECORD IS STANDARD.
           COPY PCHGCOPY REPLACING ==PCHG-GRP== BY ==PCHG-REC==.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).

        WORKING-STORAGE SECTION.
        77 PCHG-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 PCHG-FS      PIC XX.
        77 PROD-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 PCHG-MISSING PIC X  VALUE "N".
        77 PCHG-EOF     PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 APPLY-CNT    PIC 9(5) VALUE 0.
        77 ERROR-CNT    PIC 9(5) VALUE 0.
        77 HOLD-IMAGE   PIC X(110) VALUE SPACES.
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
           05 FILLER            PIC X(31)
              VALUE "SCHEDULED PRICE CHANGES APPLIED".
        01 HEADING2.
           05 FILLER            PIC X(14) VALUE "PRODUCT NO".
           05 FILLER            PIC X(11) VALUE "NAME".
           05 FILLER            PIC X(10) VALUE "EFFECTIVE".
           05 FILLER            PIC X(10) VALUE " OLD PRICE".
           05 FILLER            PIC X(10) VALUE " NEW PRICE".
           05 FILLER            PIC X(20) VALUE "  NOTE".
        01 DETAIL-LINE.
           05 DL-PRO-NO         PIC X(13).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-PRO-NAME       PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-EFF-DATE       PIC 9(8).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-OLD-PRICE      PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 DL-NEW-PRICE      PIC ZZ,ZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 DL-NOTE           PIC X(20).
        01 SUMMARY-LINE.
           05 FILLER            PIC X(20) VALUE "PRICES CHANGED    : ".
           05 SL-APPLY-CNT      PIC ZZ,ZZ9.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(20) VALUE "NOT APPLIED       : ".
           05 SL-ERROR-CNT      PIC ZZ,ZZ9.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        PCHG-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PCHG-FILE.
        PCHG-ERROR-PROCESS.
           IF PCHG-FS NOT = "00"
              MOVE "Y" TO PCHG-MISSING.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              DISPLAY "ERROR OPENING PROD-FILE, FILE STATUS = " PROD-FS
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
            MOVE "N" TO PCHG-MISSING.
            OPEN I-O PCHG-FILE.
            IF PCHG-MISSING = "Y"
               DISPLAY "NO SCHEDULED PRICE CHANGES"
            ELSE
               OPEN I-O    PROD-FILE
                    OUTPUT OUT-FILE
               PERFORM 200-WRITE-HEADING
               PERFORM 300-START-RTN
               PERFORM 400-LOOP-RTN UNTIL PCHG-EOF = "Y"
               PERFORM 500-WRITE-SUMMARY
               CLOSE PCHG-FILE PROD-FILE OUT-FILE
            END-IF.
            EXIT PROGRAM.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
      * 待生效檔依生效日排列，讀至生效日晚於今日即止
        300-START-RTN.
            MOVE LOW-VALUES TO PG-KEY OF PCHG-REC.
            MOVE "N" TO PCHG-EOF.
            START PCHG-FILE KEY IS NOT LESS THAN PG-KEY
               INVALID KEY MOVE "Y" TO PCHG-EOF
            END-START.
            PERFORM 310-READ-PCHG-RTN.
        310-READ-PCHG-RTN.
            IF PCHG-EOF = "N"
               READ PCHG-FILE NEXT RECORD
                  AT END MOVE "Y" TO PCHG-EOF
               END-READ
            END-IF.
            IF PCHG-EOF = "N"
               AND PG-EFF-DATE OF PCHG-REC > RUN-DATE
               MOVE "Y" TO PCHG-EOF
            END-IF.
        400-LOOP-RTN.
            IF PG-PENDING OF PCHG-REC
               PERFORM 410-APPLY-ONE-RTN
            END-IF.
            PERFORM 310-READ-PCHG-RTN.
      * 產品已刪除者保留待生效狀態並列於清單，由人工處理
        410-APPLY-ONE-RTN.
            MOVE PG-PRO-NO OF PCHG-REC TO PRO-NO OF PROD-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ PROD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            MOVE PG-PRO-NO OF PCHG-REC    TO DL-PRO-NO.
            MOVE PG-EFF-DATE OF PCHG-REC  TO DL-EFF-DATE.
            MOVE PG-NEW-PRICE OF PCHG-REC TO DL-NEW-PRICE.
            IF WS-KEY-ERR = "Y"
               ADD 1 TO ERROR-CNT
               MOVE SPACES TO DL-PRO-NAME
               MOVE PG-OLD-PRICE OF PCHG-REC TO DL-OLD-PRICE
               MOVE "PRODUCT NOT FOUND" TO DL-NOTE
            ELSE
               MOVE PRO-NAME OF PROD-REC  TO DL-PRO-NAME
               MOVE PRO-PRICE OF PROD-REC TO DL-OLD-PRICE
               MOVE SPACES TO DL-NOTE
               MOVE PROD-REC TO HOLD-IMAGE
               MOVE PG-NEW-PRICE OF PCHG-REC TO PRO-PRICE OF PROD-REC
               REWRITE PROD-REC
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-REWRITE
               IF WS-KEY-ERR = "Y"
                  ADD 1 TO ERROR-CNT
                  MOVE "UPDATE FAILED" TO DL-NOTE
               ELSE
                  ADD 1 TO APPLY-CNT
                  PERFORM 420-WRITE-AUDIT-RTN
                  PERFORM 430-MARK-APPLIED-RTN
               END-IF
            END-IF.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
        420-WRITE-AUDIT-RTN.
            MOVE "PRODUCT " TO AU-FILE-ID OF AUD-REC.
            MOVE "CHANGE"   TO AU-ACTION OF AUD-REC.
            MOVE PRO-NO OF PROD-REC TO AU-KEY OF AUD-REC.
            MOVE HOLD-IMAGE TO AU-BEFORE OF AUD-REC.
            MOVE PROD-REC   TO AU-AFTER OF AUD-REC.
            CALL "MaintAudit" USING AUD-REC.
        430-MARK-APPLIED-RTN.
            MOVE "A"      TO PG-STATUS OF PCHG-REC.
            MOVE RUN-DATE TO PG-APPLIED-DATE OF PCHG-REC.
            REWRITE PCHG-REC
               INVALID KEY
                  DISPLAY "ERROR UPDATING PRICECHG.PND : "
                          PG-PRO-NO OF PCHG-REC
            END-REWRITE.
        500-WRITE-SUMMARY.
            MOVE APPLY-CNT TO SL-APPLY-CNT.
            MOVE ERROR-CNT TO SL-ERROR-CNT.
            WRITE OUT-REC FROM SUMMARY-LINE AFTER 3 LINES.
            DISPLAY "PRICES CHANGED : " APPLY-CNT.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PRICECHG.PND" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PCHG-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "PRCAPPLY.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
