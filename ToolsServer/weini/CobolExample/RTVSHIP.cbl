           COPY RUNDATE.
        01 FORM-HEADING1.
           05 FILLER            PIC X(30) VALUE SPACES.
           05 FILLER            PIC X(12) VALUE "北青公司".
        01 FORM-HEADING2.
           05 FILLER            PIC X(28) VALUE SPACES.
           05 FILLER            PIC X(15) VALUE "廠商退貨單".
        01 FORM-DM-LINE.
           05 FILLER            PIC X(11) VALUE "DEBIT MEMO ".
           05 FM-DM-NO          PIC X(6).
           05 FM-MM             PIC 99/.
           05 FM-DD             PIC 99.
        01 FORM-VEND-LINE.
           05 FILLER            PIC X(12) VALUE "廠商名稱".
           05 FILLER            PIC X(2).
           05 FM-VEND-NAME      PIC X(20).
        01 FORM-PO-LINE.
           05 FILLER            PIC X(15) VALUE "原訂單編號".
           05 FM-PO-NO          PIC X(6).
           05 FILLER            PIC X(5)  VALUE " 行 ".
           05 FM-LINE-NO        PIC ZZ9.
        01 FORM-DETAIL-LINE.
           05 FILLER            PIC X(12) VALUE "產品編號".
           05 FM-PRO-NO         PIC X(13).
           05 FILLER            PIC X(11) VALUE "  退回量".
           05 FM-QTY            PIC ZZ,ZZ9.
           05 FILLER            PIC X(11) VALUE "  扣款額".
           05 FM-VALUE          PIC ZZZ,ZZ9.99.
      **
        PROCEDURE       DIVISION.
        AP-FILE-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AP-FILE.
        AP-ERROR-PROCESS.
           IF AP-FS = "35"
              OPEN OUTPUT AP-FILE
              CLOSE AP-FILE
              OPEN I-O AP-FILE
           ELSE
              IF AP-FS NOT = "00"
                 DISPLAY "AP.AGE FILE STATUS = " AP-FS
                         " - RUN FileConvert IF LAYOUT IS OLD"
                 EXIT PROGRAM
              END-IF
           END-IF.
        OUT-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON OUT-FILE.
        OUT-ERROR-PROCESS.
            MOVE ZERO TO SL-BATCH-NO OF LOG-REC.
            CALL "StockLog" USING LOG-REC.
            MOVE "A" TO SBR-FUNC OF BAL-REQ.
            MOVE "VendReturn" TO SBR-SOURCE OF BAL-REQ.
            MOVE WS-DM-NO TO SBR-REF-NO OF BAL-REQ.
            MOVE PRO-NO OF PROD-REC TO SBR-PRO-NO OF BAL-REQ.
            MOVE PRO-WAREHOUSE OF PROD-REC
                 TO SBR-WAREHOUSE OF BAL-REQ.
            MOVE PO-NO OF PO-REC TO AP-PO-NO OF AP-REC.
            COMPUTE AP-BALANCE OF AP-REC = 0 - WS-RTV-VALUE.
            MOVE "O" TO AP-STATUS OF AP-REC.
            MOVE ZERO TO AP-DISC-PCT OF AP-REC
                         AP-DISC-DATE OF AP-REC.
            WRITE AP-REC
               INVALID KEY
                  DISPLAY "DUPLICATE DEBIT MEMO !! "
