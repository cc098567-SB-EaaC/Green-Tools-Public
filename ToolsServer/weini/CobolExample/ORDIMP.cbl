      ** 客戶訂單匯入作業 (ORDIMP.CBL):讀取大客戶以自用料號傳來之
      **                             逗號分隔訂單檔 CUSTORD.IMP，
      **                             依客戶料號對照檔 (CUSTITEM.XRF)
      **                             轉為本公司產品編號，以 PriceLook
      **                             計價，同一客戶同一客戶訂單號之
      **                             各行寫成一張銷售訂單 (SORDER.HDR
      **                             /SORDER.LIN) 並比照銷售訂單輸入
      **                             釋出為 SAMPLE91.IN 銷售交易;
      **                             客戶信用凍結、料號無對照、產品
      **                             、業務員不存在或日期、數量不合
      **                             者連同原因寫入 CUSTORD.REJ
      **                             對照 (SALEIMP.CBL) 之匯入檢核與
      **                             (SORDENT.CBL) 之訂單寫檔、承諾
      **                             出貨日 (ATPLOOK.CBL) 與釋出;
      **                             訂單日期晚於今日者以該日為要求
      **                             出貨日，比照銷售訂單輸入以狀態
      **                             F 保留，待訂單釋出步驟
      **                             (SORDREL.CBL) 釋出
      **
      ** CUSTORD.IMP 每行格式:
      **   客戶編號,客戶訂單號,訂單日期,客戶料號,數量,業務員

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     OrderImport.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT ORD-FILE ASSIGN TO RANDOM ORD-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ORD-FS.
           SELECT SOHD-FILE ASSIGN TO RANDOM SOHD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SO-NO
                  FILE STATUS IS SOHD-FS.
           SELECT SOLN-FILE ASSIGN TO RANDOM SOLN-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SOL-KEY
                  FILE STATUS IS SOLN-FS.
           SELECT CUST-FILE ASSIGN TO RANDOM CUST-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CM-CUS-NO
                  FILE STATUS IS CUST-FS.
           SELECT PROD-FILE ASSIGN TO RANDOM PROD-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS PRO-NO
                  ALTERNATE RECORD KEY IS PRO-NAME
                            WITH DUPLICATES
                  FILE STATUS IS PROD-FS.
           SELECT SLMN-FILE ASSIGN TO RANDOM SLMN-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS SM-NO
                  FILE STATUS IS SLMN-FS.
           SELECT CXRF-FILE ASSIGN TO RANDOM CXRF-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS CX-KEY
                  ALTERNATE RECORD KEY IS CX-PRO-KEY
                            WITH DUPLICATES
                  FILE STATUS IS CXRF-FS.
           SELECT SALE-FILE ASSIGN TO RANDOM SALE-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SALE-FS.
           SELECT REJ-FILE ASSIGN TO RANDOM REJ-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS REJ-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD ORD-FILE
           LABEL RECORD IS STANDARD.
        01 ORD-REC              PIC X(80).
        FD SOHD-FILE
           LABEL RECORD IS STANDARD.
           COPY SOHDCOPY REPLACING ==SOHD-GRP== BY ==SOHD-REC==.
        FD SOLN-FILE
           LABEL RECORD IS STANDARD.
           COPY SOLNCOPY REPLACING ==SOLN-GRP== BY ==SOLN-REC==.
        FD CUST-FILE
           LABEL RECORD IS STANDARD.
           COPY CUSTCOPY REPLACING ==CUST-GRP== BY ==CUST-REC==.
        FD PROD-FILE
           LABEL RECORD IS STANDARD.
           COPY PRODCOPY REPLACING ==PROD-GRP== BY ==PROD-REC==.
        FD SLMN-FILE
           LABEL RECORD IS STANDARD.
           COPY SLMNCOPY REPLACING ==SLMN-GRP== BY ==SLMN-REC==.
        FD CXRF-FILE
           LABEL RECORD IS STANDARD.
           COPY CXRFCOPY REPLACING ==CXRF-GRP== BY ==CXRF-REC==.
        FD SALE-FILE
           LABEL RECORD IS STANDARD.
           COPY SALECOPY REPLACING ==SALE-GRP== BY ==SALE-REC==.
        FD REJ-FILE
           LABEL RECORD IS STANDARD.
        01 REJ-REC.
           05 RJ-LINE           PIC X(80).
           05 FILLER            PIC X(2).
           05 RJ-REASON         PIC X(30).

        WORKING-STORAGE SECTION.
        77 ORD-FILE-NAME          PIC X(30) VALUE SPACES.
        77 SOHD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SOLN-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PROD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SLMN-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CXRF-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SALE-FILE-NAME         PIC X(30) VALUE SPACES.
        77 REJ-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 ORD-FS       PIC XX.
        77 SOHD-FS      PIC XX.
        77 SOLN-FS      PIC XX.
        77 CUST-FS      PIC XX.
        77 PROD-FS      PIC XX.
        77 SLMN-FS      PIC XX.
        77 CXRF-FS      PIC XX.
        77 SALE-FS      PIC XX.
        77 REJ-FS       PIC XX.
        77 ORD-EOF      PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 REJECT-FLAG  PIC X  VALUE "N".
        77 ORDER-OPEN   PIC X  VALUE "N".
        77 WS-LINE-EOF  PIC X  VALUE "N".
        77 ORDER-CNT    PIC 9(5) VALUE 0.
        77 HELD-CNT     PIC 9(5) VALUE 0.
        77 GOOD-COUNT   PIC 9(5) VALUE 0.
        77 REJ-COUNT    PIC 9(5) VALUE 0.
        77 CHECK-CUS-NO PIC X(4)  VALUE SPACES.
        77 CHECK-CUST-PO PIC X(10) VALUE SPACES.
        77 WS-ORDER-NO  PIC X(6)  VALUE SPACES.
        77 WS-ORDER-DATE PIC 9(8) VALUE 0.
        77 WS-LINE-NO   PIC 9(3)  VALUE 0.
        77 WS-QTY-IN    PIC 9(4)  VALUE 0.
        77 NN-SERIES    PIC X(8) VALUE "SORDER".
        77 NN-NUMBER    PIC 9(6) VALUE 0.
        77 SN-SERIES    PIC X(8) VALUE "SALE".
        77 SN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-SALE-NO-BUILD PIC 9(8) VALUE 0.
        77 PERIOD-FLAG  PIC X  VALUE "O".
        77 DC-FUTURE-OK PIC X  VALUE "Y".
        77 DC-RESULT    PIC X  VALUE "Y".
        77 DC-MESSAGE   PIC X(30) VALUE SPACES.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
           COPY RUNDATE.
           COPY PRCLREQ REPLACING ==PRCL-REQ-GRP== BY ==PRICE-REQ==.
           COPY ATPLREQ REPLACING ==ATPL-REQ-GRP== BY ==ATP-REQ==.
        01 FIELD-AREA.
           05 F-CUS-NO   PIC X(4).
           05 F-CUST-PO  PIC X(10).
           05 F-DATE     PIC X(8).
           05 F-CUS-ITEM PIC X(15).
           05 F-QTY      PIC X(4).
           05 F-SALESMAN PIC X(4).
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        ORD-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON ORD-FILE.
        ORD-ERROR-PROCESS.
           IF ORD-FS NOT = "00"
              DISPLAY "CUSTOMER ORDER FILE NOT FOUND (CUSTORD.IMP)"
              STOP RUN.
        SOHD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SOHD-FILE.
        SOHD-ERROR-PROCESS.
           IF SOHD-FS = "35"
              OPEN OUTPUT SOHD-FILE
              CLOSE SOHD-FILE
              OPEN I-O SOHD-FILE
           ELSE
              IF SOHD-FS NOT = "00"
                 DISPLAY "SORDER.HDR FILE STATUS = " SOHD-FS
                         " - RUN FileConvert IF LAYOUT IS OLD"
                 STOP RUN
              END-IF
           END-IF.
        SOLN-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SOLN-FILE.
        SOLN-ERROR-PROCESS.
           IF SOLN-FS = "35"
              OPEN OUTPUT SOLN-FILE
              CLOSE SOLN-FILE
              OPEN I-O SOLN-FILE
           ELSE
              IF SOLN-FS NOT = "00"
                 DISPLAY "SORDER.LIN FILE STATUS = " SOLN-FS
                         " - RUN FileConvert/SaleNoConvert"
                         " IF LAYOUT IS OLD"
                 STOP RUN
              END-IF
           END-IF.
        CUST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUST-FILE.
        CUST-ERROR-PROCESS.
           IF CUST-FS NOT = "00"
              DISPLAY "ERROR OPENING CUST-FILE, FILE STATUS = "
                      CUST-FS
              STOP RUN.
        PROD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PROD-FILE.
        PROD-ERROR-PROCESS.
           IF PROD-FS NOT = "00"
              DISPLAY "ERROR OPENING PROD-FILE, FILE STATUS = "
                      PROD-FS
              STOP RUN.
        SLMN-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SLMN-FILE.
        SLMN-ERROR-PROCESS.
           IF SLMN-FS NOT = "00"
              DISPLAY "ERROR OPENING SLMN-FILE, FILE STATUS = "
                      SLMN-FS
              STOP RUN.
        CXRF-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CXRF-FILE.
        CXRF-ERROR-PROCESS.
           IF CXRF-FS NOT = "00"
              DISPLAY "CUSTOMER ITEM CROSS-REFERENCE NOT FOUND "
                      "(CUSTITEM.XRF), FILE STATUS = " CXRF-FS
              STOP RUN.
        SALE-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SALE-FILE.
        SALE-ERROR-PROCESS.
           IF SALE-FS NOT = "00"
              OPEN OUTPUT SALE-FILE.
        REJ-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON REJ-FILE.
        REJ-ERROR-PROCESS.
           IF REJ-FS NOT = "00"
              DISPLAY "ERROR OPENING REJ-FILE, FILE STATUS = " REJ-FS
              STOP RUN.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            OPEN INPUT  ORD-FILE
                        CUST-FILE
                        PROD-FILE
                        SLMN-FILE
                        CXRF-FILE
                 I-O    SOHD-FILE
                        SOLN-FILE
                 EXTEND SALE-FILE
                 OUTPUT REJ-FILE.
            PERFORM 300-READ-ORD-RTN.
            PERFORM 400-LOOP-RTN UNTIL ORD-EOF = "Y".
            PERFORM 500-END-ORDER-RTN.
            DISPLAY "=== CUSTOMER ORDER IMPORT CONTROL TOTALS ===".
            DISPLAY "ORDERS CREATED        : " ORDER-CNT.
            DISPLAY "ORDERS HELD (FUTURE)  : " HELD-CNT.
            DISPLAY "ORDER LINES IMPORTED  : " GOOD-COUNT.
            DISPLAY "ORDER LINES REJECTED  : " REJ-COUNT.
            CLOSE ORD-FILE CUST-FILE PROD-FILE SLMN-FILE CXRF-FILE
                  SOHD-FILE SOLN-FILE SALE-FILE REJ-FILE.
            IF REJ-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.
        300-READ-ORD-RTN.
            READ ORD-FILE AT END MOVE "Y" TO ORD-EOF.
      * 客戶或客戶訂單號改變即結束前一張訂單;同一訂單之合格行
      * 寫入同一張銷售訂單，不合格行逐行剔退
        400-LOOP-RTN.
            MOVE "N" TO REJECT-FLAG.
            PERFORM 410-SPLIT-FIELDS-RTN.
            IF F-CUS-NO NOT = CHECK-CUS-NO
               OR F-CUST-PO NOT = CHECK-CUST-PO
               PERFORM 500-END-ORDER-RTN
               MOVE F-CUS-NO  TO CHECK-CUS-NO
               MOVE F-CUST-PO TO CHECK-CUST-PO
            END-IF.
            IF REJECT-FLAG = "N"
               PERFORM 420-VALIDATE-RTN
            END-IF.
            IF REJECT-FLAG = "N"
               IF ORDER-OPEN = "N"
                  PERFORM 450-START-ORDER-RTN
               END-IF
               PERFORM 460-WRITE-LINE-RTN
               ADD 1 TO GOOD-COUNT
            ELSE
               MOVE ORD-REC TO RJ-LINE
               WRITE REJ-REC
               ADD 1 TO REJ-COUNT
            END-IF.
            PERFORM 300-READ-ORD-RTN.
        410-SPLIT-FIELDS-RTN.
            MOVE SPACES TO FIELD-AREA.
            UNSTRING ORD-REC DELIMITED BY ","
               INTO F-CUS-NO F-CUST-PO F-DATE F-CUS-ITEM F-QTY
                    F-SALESMAN
               ON OVERFLOW
                  MOVE "Y" TO REJECT-FLAG
                  MOVE "TOO MANY FIELDS" TO RJ-REASON
            END-UNSTRING.
      * 日期須真實且不得落在已關帳期別(比照銷售訂單輸入)
        420-VALIDATE-RTN.
            IF F-DATE IS NOT NUMERIC
               MOVE "Y" TO REJECT-FLAG
               MOVE "DATE NOT NUMERIC" TO RJ-REASON
            ELSE
               MOVE F-DATE TO WS-ORDER-DATE
               CALL "DateCheck" USING WS-ORDER-DATE DC-FUTURE-OK
                                      DC-RESULT DC-MESSAGE
               IF DC-RESULT NOT = "Y"
                  MOVE "Y" TO REJECT-FLAG
                  MOVE DC-MESSAGE TO RJ-REASON
               ELSE
                  CALL "PeriodCheck" USING WS-ORDER-DATE PERIOD-FLAG
                  IF PERIOD-FLAG = "C"
                     MOVE "Y" TO REJECT-FLAG
                     MOVE "PERIOD CLOSED" TO RJ-REASON
                  END-IF
               END-IF
            END-IF.
            IF REJECT-FLAG = "N"
               PERFORM 421-CHECK-QTY-RTN
            END-IF.
            IF REJECT-FLAG = "N"
               PERFORM 422-CHECK-CUSTOMER-RTN
            END-IF.
            IF REJECT-FLAG = "N"
               PERFORM 423-CHECK-SALESMAN-RTN
            END-IF.
            IF REJECT-FLAG = "N"
               PERFORM 424-MAP-ITEM-RTN
            END-IF.
            IF REJECT-FLAG = "N"
               PERFORM 425-CHECK-PRODUCT-RTN
            END-IF.
        421-CHECK-QTY-RTN.
            IF F-QTY IS NOT NUMERIC
               MOVE "Y" TO REJECT-FLAG
               MOVE "QTY NOT NUMERIC" TO RJ-REASON
            ELSE
               MOVE F-QTY TO WS-QTY-IN
               IF WS-QTY-IN = ZERO
                  MOVE "Y" TO REJECT-FLAG
                  MOVE "QTY MUST NOT BE ZERO" TO RJ-REASON
               END-IF
            END-IF.
      * 客戶須存在且未遭信用凍結
        422-CHECK-CUSTOMER-RTN.
            MOVE F-CUS-NO TO CM-CUS-NO OF CUST-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ CUST-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE "Y" TO REJECT-FLAG
               MOVE "CUSTOMER NOT ON MASTER" TO RJ-REASON
            ELSE
               IF CM-ON-HOLD OF CUST-REC
                  MOVE "Y" TO REJECT-FLAG
                  MOVE "CUSTOMER ON CREDIT HOLD" TO RJ-REASON
               END-IF
            END-IF.
        423-CHECK-SALESMAN-RTN.
            MOVE F-SALESMAN TO SM-NO OF SLMN-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ SLMN-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE "Y" TO REJECT-FLAG
               MOVE "SALESMAN NOT ON MASTER" TO RJ-REASON
            END-IF.
      * 客戶料號經對照檔轉為本公司產品編號
        424-MAP-ITEM-RTN.
            MOVE F-CUS-NO   TO CX-CUS-NO OF CXRF-REC.
            MOVE F-CUS-ITEM TO CX-CUS-ITEM OF CXRF-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ CXRF-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE "Y" TO REJECT-FLAG
               MOVE "CUSTOMER ITEM NOT MAPPED" TO RJ-REASON
            END-IF.
        425-CHECK-PRODUCT-RTN.
            MOVE CX-PRO-NO OF CXRF-REC TO PRO-NO OF PROD-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ PROD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               MOVE "Y" TO REJECT-FLAG
               MOVE "MAPPED PRODUCT NOT ON MASTER" TO RJ-REASON
            END-IF.
      * 訂單首筆合格行時取號建立表頭
        450-START-ORDER-RTN.
            CALL "NextNumber" USING NN-SERIES NN-NUMBER.
            MOVE NN-NUMBER TO WS-ORDER-NO.
            MOVE WS-ORDER-NO   TO SO-NO OF SOHD-REC.
            MOVE F-CUS-NO      TO SO-CUS-NO OF SOHD-REC.
            MOVE WS-ORDER-DATE TO SO-DATE OF SOHD-REC.
            MOVE "O"           TO SO-STATUS OF SOHD-REC.
            MOVE ZERO          TO SO-LINE-COUNT OF SOHD-REC.
            MOVE WS-ORDER-DATE TO SO-SHIP-DATE OF SOHD-REC.
            MOVE SPACES        TO SO-SHIP-TO OF SOHD-REC.
            WRITE SOHD-REC
               INVALID KEY
                  DISPLAY "DUPLICATE ORDER NUMBER !! " WS-ORDER-NO
            END-WRITE.
            MOVE 0 TO WS-LINE-NO.
            MOVE "Y" TO ORDER-OPEN.
            ADD 1 TO ORDER-CNT.
      * 單價先查客戶價格矩陣之合約價與促銷價，查無時取產品主檔
      * 售價;承諾出貨日比照銷售訂單輸入:可承諾量足夠者為今日，
      * 不足者取未結訂購單之最近預計到貨日，早於訂單日者以訂單
      * 日為準
        460-WRITE-LINE-RTN.
            MOVE F-CUS-NO           TO PL-CUS-NO OF PRICE-REQ.
            MOVE PRO-NO OF PROD-REC TO PL-PRO-NO OF PRICE-REQ.
            MOVE WS-ORDER-DATE      TO PL-DATE OF PRICE-REQ.
            MOVE WS-QTY-IN          TO PL-QTY OF PRICE-REQ.
            CALL "PriceLook" USING PRICE-REQ.
            ADD 1 TO WS-LINE-NO.
            MOVE WS-ORDER-NO        TO SOL-ORDER-NO OF SOLN-REC.
            MOVE WS-LINE-NO         TO SOL-LINE-NO OF SOLN-REC.
            MOVE PRO-NO OF PROD-REC TO SOL-PRO-NO OF SOLN-REC.
            MOVE WS-QTY-IN          TO SOL-QTY OF SOLN-REC.
            IF PL-FOUND OF PRICE-REQ = "Y"
               MOVE PL-PRICE OF PRICE-REQ TO SOL-PRICE OF SOLN-REC
            ELSE
               MOVE PRO-PRICE OF PROD-REC TO SOL-PRICE OF SOLN-REC
            END-IF.
            MOVE F-SALESMAN         TO SOL-SALESMAN OF SOLN-REC.
            MOVE SPACES             TO SOL-SALE-NO OF SOLN-REC.
            MOVE "N"                TO SOL-DROP-SHIP OF SOLN-REC.
            MOVE SPACES             TO SOL-PO-NO OF SOLN-REC.
            MOVE PRO-NO OF PROD-REC TO AP-PRO-NO OF ATP-REQ.
            CALL "AtpLook" USING ATP-REQ.
            IF AP-ATP OF ATP-REQ NOT < WS-QTY-IN
               MOVE WS-RUN-DATE-NUM TO SOL-PROMISE-DATE OF SOLN-REC
            ELSE
               MOVE AP-NEXT-DUE OF ATP-REQ
                    TO SOL-PROMISE-DATE OF SOLN-REC
            END-IF.
            IF SOL-PROMISE-DATE OF SOLN-REC NOT = ZERO
               AND SOL-PROMISE-DATE OF SOLN-REC < WS-ORDER-DATE
               MOVE WS-ORDER-DATE TO SOL-PROMISE-DATE OF SOLN-REC
            END-IF.
            WRITE SOLN-REC
               INVALID KEY
                  DISPLAY "DUPLICATE ORDER LINE !! "
                          SOL-KEY OF SOLN-REC
            END-WRITE.
      * 釋出:比照銷售訂單輸入，每行取一個銷售單號寫入
      * SAMPLE91.IN，行上記下單號，表頭改為已釋出;未來日期之
      * 訂單不釋出，表頭改為保留
        500-END-ORDER-RTN.
            IF ORDER-OPEN = "Y"
               AND SO-SHIP-DATE OF SOHD-REC > WS-RUN-DATE-NUM
               PERFORM 540-HOLD-HEADER-RTN
               MOVE "N" TO ORDER-OPEN
            END-IF.
            IF ORDER-OPEN = "Y"
               MOVE WS-ORDER-NO TO SOL-ORDER-NO OF SOLN-REC
               MOVE ZERO        TO SOL-LINE-NO OF SOLN-REC
               MOVE "N" TO WS-LINE-EOF
               START SOLN-FILE KEY IS NOT LESS THAN SOL-KEY
                  INVALID KEY MOVE "Y" TO WS-LINE-EOF
               END-START
               PERFORM 510-READ-LINE-NEXT
               PERFORM 520-RELEASE-LINE-RTN UNTIL WS-LINE-EOF = "Y"
               PERFORM 530-CLOSE-HEADER-RTN
               MOVE "N" TO ORDER-OPEN
            END-IF.
        510-READ-LINE-NEXT.
            READ SOLN-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-LINE-EOF
            END-READ.
            IF WS-LINE-EOF = "N"
               AND SOL-ORDER-NO OF SOLN-REC NOT = WS-ORDER-NO
               MOVE "Y" TO WS-LINE-EOF
            END-IF.
        520-RELEASE-LINE-RTN.
            CALL "NextNumber" USING SN-SERIES SN-NUMBER.
            MOVE SN-NUMBER TO WS-SALE-NO-BUILD.
            MOVE SO-DATE OF SOHD-REC TO SALES-DATE OF SALE-REC.
            MOVE WS-SALE-NO-BUILD
                 TO SALE-NO OF SALE-REC.
            MOVE SOL-PRO-NO OF SOLN-REC   TO PRODUCT-NO OF SALE-REC.
            MOVE SOL-PRICE OF SOLN-REC    TO PRICE OF SALE-REC.
            MOVE SOL-QTY OF SOLN-REC      TO QTY OF SALE-REC.
            MOVE SOL-SALESMAN OF SOLN-REC TO SALESMAN OF SALE-REC.
            MOVE SPACE                    TO TRAN-TYPE OF SALE-REC.
            MOVE SPACES TO RETURN-SALE-NO OF SALE-REC.
            MOVE SO-CUS-NO OF SOHD-REC    TO CUST-NO OF SALE-REC.
            MOVE WS-ORDER-NO              TO ORDER-NO OF SALE-REC.
            MOVE SPACES                   TO SHIP-TO-CODE OF SALE-REC.
            PERFORM 525-PROMO-CODE-RTN.
            WRITE SALE-REC.
            MOVE SALE-NO OF SALE-REC TO SOL-SALE-NO OF SOLN-REC.
            REWRITE SOLN-REC
               INVALID KEY
                  DISPLAY "ERROR UPDATING SORDER.LIN FOR "
                          SOL-KEY OF SOLN-REC
            END-REWRITE.
            PERFORM 510-READ-LINE-NEXT.
      * 訂單行單價仍為訂單日之促銷價者，銷售行記下促銷代號
        525-PROMO-CODE-RTN.
            MOVE SO-CUS-NO OF SOHD-REC  TO PL-CUS-NO OF PRICE-REQ.
            MOVE SOL-PRO-NO OF SOLN-REC TO PL-PRO-NO OF PRICE-REQ.
            MOVE SO-DATE OF SOHD-REC    TO PL-DATE OF PRICE-REQ.
            MOVE SOL-QTY OF SOLN-REC    TO PL-QTY OF PRICE-REQ.
            CALL "PriceLook" USING PRICE-REQ.
            IF PL-PROMO-CODE OF PRICE-REQ NOT = SPACES
               AND PL-PRICE OF PRICE-REQ = SOL-PRICE OF SOLN-REC
               MOVE PL-PROMO-CODE OF PRICE-REQ
                    TO PROMO-CODE OF SALE-REC
            ELSE
               MOVE SPACES TO PROMO-CODE OF SALE-REC
            END-IF.
        530-CLOSE-HEADER-RTN.
            MOVE WS-ORDER-NO TO SO-NO OF SOHD-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ SOHD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N"
               MOVE "R"        TO SO-STATUS OF SOHD-REC
               MOVE WS-LINE-NO TO SO-LINE-COUNT OF SOHD-REC
               REWRITE SOHD-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING SORDER.HDR FOR "
                             WS-ORDER-NO
               END-REWRITE
            END-IF.
        540-HOLD-HEADER-RTN.
            MOVE WS-ORDER-NO TO SO-NO OF SOHD-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ SOHD-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N"
               MOVE "F"        TO SO-STATUS OF SOHD-REC
               MOVE WS-LINE-NO TO SO-LINE-COUNT OF SOHD-REC
               REWRITE SOHD-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING SORDER.HDR FOR "
                             WS-ORDER-NO
               END-REWRITE
               ADD 1 TO HELD-CNT
            END-IF.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "CUSTORD.IMP" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO ORD-FILE-NAME.
            MOVE "SORDER.HDR" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SOHD-FILE-NAME.
            MOVE "SORDER.LIN" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SOLN-FILE-NAME.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CUST-FILE-NAME.
            MOVE "PRODUCT.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PROD-FILE-NAME.
            MOVE "SALESMAN.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SLMN-FILE-NAME.
            MOVE "CUSTITEM.XRF" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CXRF-FILE-NAME.
            MOVE "SAMPLE91.IN" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SALE-FILE-NAME.
            MOVE "CUSTORD.REJ" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO REJ-FILE-NAME.
