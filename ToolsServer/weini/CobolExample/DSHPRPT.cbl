      ** 直送待確認明細表 (DSHPRPT.CBL):列出已向廠商開立、尚待
      **                               廠商回覆出貨之直送訂購單
      **                               (PO.DAT 直送且狀態 O)，附廠商
      **                               、產品、數量、對應之訂單編號
      **                               /行號與客戶、訂購日及要求出貨
      **                               日，出貨日已過者標示逾期，供
      **                               採購人員催促廠商回覆
      **                               對照 (ORDBKLG.CBL) 之未結追蹤
      **                               與 (POEXPED.CBL) 之訂購單催貨

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     DropShipReport.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT PO-FILE ASSIGN TO RANDOM PO-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PO-KEY
                  FILE STATUS IS PO-FS.
           SELECT VEND-FILE ASSIGN TO RANDOM VEND-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VEND-NO
                  FILE STATUS IS VEND-FS.
           SELECT SOHD-FILE ASSIGN TO RANDOM SOHD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SO-NO
                  FILE STATUS IS SOHD-FS.
           SELECT OUT-FILE ASSIGN TO RANDOM OUT-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS OUT-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PO-FILE
           LABEL RECORD IS STANDARD.
           COPY PORDCOPY REPLACING ==PORD-GRP== BY ==PO-REC==.
        FD VEND-FILE
           LABEL RECORD IS STANDARD.
           COPY VENDCOPY REPLACING ==VEND-GRP== BY ==VEND-REC==.
        FD SOHD-FILE
           LABEL RECORD IS STANDARD.
           COPY SOHDCOPY REPLACING ==SOHD-GRP== BY ==SOHD-REC==.
        FD OUT-FILE
           LABEL RECORD IS STANDARD.
        01 OUT-REC              PIC X(80).

        WORKING-STORAGE SECTION.
        77 PO-FILE-NAME           PIC X(30) VALUE SPACES.
        77 VEND-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SOHD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 OUT-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 PO-FS        PIC XX.
        77 VEND-FS      PIC XX.
        77 SOHD-FS      PIC XX.
        77 OUT-FS       PIC XX.
        77 PO-MISSING   PIC X  VALUE "N".
        77 SOHD-MISSING PIC X  VALUE "N".
        77 EOF          PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-RUN-DATE-NUM PIC 9(8).
        77 WS-PO-DATE-NUM  PIC 9(8).
        77 OPEN-CNT     PIC 9(5) VALUE 0.
        77 LATE-CNT     PIC 9(5) VALUE 0.
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
           05 FILLER            PIC X(35)
              VALUE "DROP-SHIP LINES AWAITING VENDOR".
        01 HEADING2.
           05 FILLER            PIC X(11) VALUE "訂購單".
           05 FILLER            PIC X(14) VALUE "廠商".
           05 FILLER            PIC X(14) VALUE "產品編號".
           05 FILLER            PIC X(7)  VALUE "數量".
           05 FILLER            PIC X(11) VALUE "訂單".
           05 FILLER            PIC X(6)  VALUE "客戶".
           05 FILLER            PIC X(10) VALUE "出貨日".
           05 FILLER            PIC X(6)  VALUE "逾期".
        01 DETAIL-LINE.
           05 DR-PO-NO          PIC X(6).
           05 FILLER            PIC X(1)  VALUE "-".
           05 DR-PO-LINE        PIC 9(3).
           05 FILLER            PIC X(1).
           05 DR-VEND-NO        PIC X(4).
           05 FILLER            PIC X(1).
           05 DR-VEND-NAME      PIC X(8).
           05 FILLER            PIC X(1).
           05 DR-PRO-NO         PIC X(13).
           05 FILLER            PIC X(1).
           05 DR-QTY            PIC ZZ,ZZ9.
           05 FILLER            PIC X(1).
           05 DR-SO-NO          PIC X(6).
           05 FILLER            PIC X(1)  VALUE "-".
           05 DR-SO-LINE        PIC 9(3).
           05 FILLER            PIC X(1).
           05 DR-CUS-NO         PIC X(4).
           05 FILLER            PIC X(1).
           05 DR-SHIP-DATE      PIC 9999/99/99.
           05 FILLER            PIC X(1).
           05 DR-LATE           PIC X(6).
        01 DATE-LINE.
           05 FILLER            PIC X(12) VALUE SPACES.
           05 FILLER            PIC X(10) VALUE "訂購日".
           05 DR-PO-DATE        PIC 9999/99/99.
        01 TOTAL-LINE.
           05 FILLER            PIC X(24)
              VALUE "待確認直送行數..".
           05 DR-OPEN-CNT       PIC ZZ,ZZ9.
           05 FILLER            PIC X(4).
           05 FILLER            PIC X(18) VALUE "逾期行數....".
           05 DR-LATE-CNT       PIC ZZ,ZZ9.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        PO-FILE-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PO-FILE.
        PO-ERROR-PROCESS.
           IF PO-FS = "35"
              MOVE "Y" TO PO-MISSING
           ELSE
              IF PO-FS NOT = "00"
                 DISPLAY "PO.DAT FILE STATUS = " PO-FS
                         " - RUN FileConvert IF LAYOUT IS OLD"
                 STOP RUN
              END-IF
           END-IF.
        VEND-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON VEND-FILE.
        VEND-ERROR-PROCESS.
           IF VEND-FS NOT = "00"
              DISPLAY "ERROR OPENING VEND-FILE, FILE STATUS = " VEND-FS
              STOP RUN.
        SOHD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SOHD-FILE.
        SOHD-ERROR-PROCESS.
           IF SOHD-FS NOT = "00"
              MOVE "Y" TO SOHD-MISSING.
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
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            PERFORM 100-OPEN-RTN.
            PERFORM 200-WRITE-HEADING.
            IF PO-MISSING = "N"
               PERFORM 300-READ-PO-RTN
               PERFORM 400-LOOP-RTN UNTIL EOF = "Y"
            END-IF.
            MOVE OPEN-CNT TO DR-OPEN-CNT.
            MOVE LATE-CNT TO DR-LATE-CNT.
            WRITE OUT-REC FROM TOTAL-LINE AFTER 3 LINES.
            PERFORM 600-CLOSE-RTN.
            STOP RUN.
        100-OPEN-RTN.
            MOVE "N" TO PO-MISSING SOHD-MISSING.
            OPEN INPUT PO-FILE
                       VEND-FILE
                       SOHD-FILE
                 OUTPUT OUT-FILE.
        200-WRITE-HEADING.
            ADD 1 TO PAGE-CTR.
            MOVE RUN-YY TO RH-YY.
            MOVE RUN-MM TO RH-MM.
            MOVE RUN-DD TO RH-DD.
            MOVE PAGE-CTR TO RH-PAGE.
            WRITE OUT-REC FROM RUN-HEADING AFTER PAGE.
            WRITE OUT-REC FROM HEADING1 AFTER 2 LINES.
            WRITE OUT-REC FROM HEADING2 AFTER 2 LINES.
        300-READ-PO-RTN.
            READ PO-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF
            END-READ.
      * 僅列直送且廠商尚未確認出貨(狀態 O)之訂購單行;要求出貨日
      * 早於今日者標示逾期
        400-LOOP-RTN.
            IF PO-IS-DROP-SHIP OF PO-REC
               AND PO-STATUS OF PO-REC = "O"
               PERFORM 410-PRINT-LINE-RTN
            END-IF.
            PERFORM 300-READ-PO-RTN.
        410-PRINT-LINE-RTN.
            MOVE PO-VEND-NO OF PO-REC TO VEND-NO OF VEND-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ VEND-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE "N/A" TO DR-VEND-NAME
            ELSE
               MOVE VEND-NAME OF VEND-REC TO DR-VEND-NAME
            END-IF.
            MOVE SPACES TO DR-CUS-NO.
            IF SOHD-MISSING = "N"
               MOVE PO-SO-NO OF PO-REC TO SO-NO OF SOHD-REC
               READ SOHD-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
                  NOT INVALID KEY
                     MOVE SO-CUS-NO OF SOHD-REC TO DR-CUS-NO
               END-READ
            END-IF.
            MOVE PO-NO OF PO-REC       TO DR-PO-NO.
            MOVE PO-LINE-NO OF PO-REC  TO DR-PO-LINE.
            MOVE PO-VEND-NO OF PO-REC  TO DR-VEND-NO.
            MOVE PO-PRO-NO OF PO-REC   TO DR-PRO-NO.
            MOVE PO-QTY OF PO-REC      TO DR-QTY.
            MOVE PO-SO-NO OF PO-REC    TO DR-SO-NO.
            MOVE PO-SO-LINE OF PO-REC  TO DR-SO-LINE.
            MOVE PO-PROMISE-DATE OF PO-REC TO DR-SHIP-DATE.
            MOVE PO-DATE OF PO-REC     TO WS-PO-DATE-NUM.
            MOVE WS-PO-DATE-NUM        TO DR-PO-DATE.
            IF PO-PROMISE-DATE OF PO-REC NOT = ZERO
               AND PO-PROMISE-DATE OF PO-REC < WS-RUN-DATE-NUM
               MOVE "逾期" TO DR-LATE
               ADD 1 TO LATE-CNT
            ELSE
               MOVE SPACES TO DR-LATE
            END-IF.
            ADD 1 TO OPEN-CNT.
            PERFORM 990-PAGE-CHECK-RTN.
            WRITE OUT-REC FROM DETAIL-LINE AFTER 2 LINES.
            WRITE OUT-REC FROM DATE-LINE AFTER 1 LINES.
        600-CLOSE-RTN.
            IF PO-MISSING = "N"
               CLOSE PO-FILE
            END-IF.
            IF SOHD-MISSING = "N"
               CLOSE SOHD-FILE
            END-IF.
            CLOSE VEND-FILE OUT-FILE.
            COPY PAGEBRK.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PO.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PO-FILE-NAME.
            MOVE "VENDOR.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO VEND-FILE-NAME.
            MOVE "SORDER.HDR" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SOHD-FILE-NAME.
            MOVE "DROPSHIP.OUT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO OUT-FILE-NAME.
