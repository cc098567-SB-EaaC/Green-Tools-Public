      ** 未來訂單釋出作業 (SORDREL.CBL):每日批次中，將保留至要求
      **                                出貨日之銷售訂單 (SO-STATUS
      **                                = F) 於出貨日已到時逐行釋出
      **                                至本日銷售檔 (SAMPLE91.IN)，
      **                                銷售日即要求出貨日;客戶已遭
      **                                信用凍結者續予保留，待解除後
      **                                再行釋出;無訂單檔時無事可做
      **                                ;直送行留待廠商出貨確認釋出
      **                                對照 (SORDENT.CBL) 之釋出寫法

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     OrderRelease.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
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
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CUS-NO
                  FILE STATUS IS CUST-FS.
           SELECT SALE-FILE ASSIGN TO RANDOM SALE-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SALE-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD SOHD-FILE
           LABEL RECORD IS STANDARD.
           COPY SOHDCOPY REPLACING ==SOHD-GRP== BY ==SOHD-REC==.
        FD SOLN-FILE
           LABEL RECORD IS STANDARD.
           COPY SOLNCOPY REPLACING ==SOLN-GRP== BY ==SOLN-REC==.
        FD CUST-FILE
           LABEL RECORD IS STANDARD.
           COPY CUSTCOPY REPLACING ==CUST-GRP== BY ==CUST-REC==.
        FD SALE-FILE
           LABEL RECORD IS STANDARD.
           COPY SALECOPY REPLACING ==SALE-GRP== BY ==SALE-REC==.

        WORKING-STORAGE SECTION.
        77 SOHD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SOLN-FILE-NAME         PIC X(30) VALUE SPACES.
        77 CUST-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SALE-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 SOHD-FS      PIC XX.
        77 SOHD-MISSING PIC X  VALUE "N".
        77 SOLN-FS      PIC XX.
        77 CUST-FS      PIC XX.
        77 SALE-FS      PIC XX.
        77 EOF          PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-LINE-EOF  PIC X  VALUE "N".
        77 SN-SERIES    PIC X(8) VALUE "SALE".
        77 SN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-SALE-NO-BUILD PIC 9(8) VALUE 0.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 ORDER-CNT    PIC 9(5) VALUE 0.
        77 LINE-CNT     PIC 9(5) VALUE 0.
        77 KEPT-CNT     PIC 9(5) VALUE 0.
           COPY PRCLREQ REPLACING ==PRCL-REQ-GRP== BY ==PRICE-REQ==.
           COPY RUNDATE.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        SOHD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SOHD-FILE.
        SOHD-ERROR-PROCESS.
           IF SOHD-FS = "35"
              MOVE "Y" TO SOHD-MISSING
           ELSE
              IF SOHD-FS NOT = "00"
                 DISPLAY "SORDER.HDR FILE STATUS = " SOHD-FS
                         " - RUN FileConvert IF LAYOUT IS OLD"
                 MOVE 8 TO RETURN-CODE
                 EXIT PROGRAM
              END-IF
           END-IF.
        SOLN-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SOLN-FILE.
        SOLN-ERROR-PROCESS.
           IF SOLN-FS NOT = "00"
              DISPLAY "SORDER.LIN FILE STATUS = " SOLN-FS
                      " - RUN FileConvert/SaleNoConvert"
                      " IF LAYOUT IS OLD"
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM.
        CUST-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON CUST-FILE.
        CUST-ERROR-PROCESS.
           IF CUST-FS NOT = "00"
              DISPLAY "ERROR OPENING CUST-FILE, FILE STATUS = "
                      CUST-FS
              MOVE 8 TO RETURN-CODE
              EXIT PROGRAM.
        SALE-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SALE-FILE.
        SALE-ERROR-PROCESS.
           IF SALE-FS NOT = "00"
              OPEN OUTPUT SALE-FILE.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            MOVE "N" TO SOHD-MISSING.
            OPEN I-O SOHD-FILE.
            IF SOHD-MISSING = "N"
               OPEN I-O    SOLN-FILE
                    INPUT  CUST-FILE
                    EXTEND SALE-FILE
               PERFORM 100-READ-HEADER-RTN
               PERFORM 200-ONE-ORDER-RTN UNTIL EOF = "Y"
               CLOSE SOHD-FILE SOLN-FILE CUST-FILE SALE-FILE
            END-IF.
            DISPLAY "FUTURE ORDERS RELEASED : " ORDER-CNT.
            DISPLAY "ORDER LINES RELEASED   : " LINE-CNT.
            DISPLAY "KEPT (CREDIT HOLD)     : " KEPT-CNT.
            EXIT PROGRAM.
        100-READ-HEADER-RTN.
            READ SOHD-FILE NEXT RECORD AT END MOVE "Y" TO EOF.
      * 出貨日已到之保留訂單方釋出;客戶凍結中者續予保留
        200-ONE-ORDER-RTN.
            IF SO-HELD-FUTURE OF SOHD-REC
               AND SO-SHIP-DATE OF SOHD-REC NOT > WS-RUN-DATE-NUM
               MOVE SO-CUS-NO OF SOHD-REC TO CM-CUS-NO OF CUST-REC
               MOVE "N" TO WS-KEY-ERR
               READ CUST-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
               IF WS-KEY-ERR = "N" AND CM-ON-HOLD OF CUST-REC
                  DISPLAY "ORDER " SO-NO OF SOHD-REC
                          " KEPT - CUSTOMER ON CREDIT HOLD"
                  ADD 1 TO KEPT-CNT
               ELSE
                  PERFORM 300-RELEASE-ORDER-RTN
               END-IF
            END-IF.
            PERFORM 100-READ-HEADER-RTN.
        300-RELEASE-ORDER-RTN.
            MOVE SO-NO OF SOHD-REC TO SOL-ORDER-NO OF SOLN-REC.
            MOVE ZERO              TO SOL-LINE-NO OF SOLN-REC.
            MOVE "N" TO WS-LINE-EOF.
            START SOLN-FILE KEY IS NOT LESS THAN SOL-KEY
               INVALID KEY MOVE "Y" TO WS-LINE-EOF
            END-START.
            PERFORM 310-READ-LINE-NEXT.
            PERFORM 320-RELEASE-LINE-RTN UNTIL WS-LINE-EOF = "Y".
            MOVE "R" TO SO-STATUS OF SOHD-REC.
            REWRITE SOHD-REC
               INVALID KEY
                  DISPLAY "ERROR UPDATING SORDER.HDR FOR "
                          SO-NO OF SOHD-REC
            END-REWRITE.
            ADD 1 TO ORDER-CNT.
        310-READ-LINE-NEXT.
            READ SOLN-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-LINE-EOF
            END-READ.
            IF WS-LINE-EOF = "N"
               AND SOL-ORDER-NO OF SOLN-REC NOT = SO-NO OF SOHD-REC
               MOVE "Y" TO WS-LINE-EOF
            END-IF.
      * 已取銷售單號之行不重複釋出;直送行由廠商出貨確認釋出
        320-RELEASE-LINE-RTN.
            IF SOL-SALE-NO OF SOLN-REC = SPACES
               AND NOT SOL-IS-DROP-SHIP OF SOLN-REC
               CALL "NextNumber" USING SN-SERIES SN-NUMBER
               MOVE SN-NUMBER TO WS-SALE-NO-BUILD
               MOVE SO-SHIP-DATE OF SOHD-REC TO SALES-DATE OF SALE-REC
               MOVE WS-SALE-NO-BUILD
                    TO SALE-NO OF SALE-REC
               MOVE SOL-PRO-NO OF SOLN-REC   TO PRODUCT-NO OF SALE-REC
               MOVE SOL-PRICE OF SOLN-REC    TO PRICE OF SALE-REC
               MOVE SOL-QTY OF SOLN-REC      TO QTY OF SALE-REC
               MOVE SOL-SALESMAN OF SOLN-REC TO SALESMAN OF SALE-REC
               MOVE SPACE                    TO TRAN-TYPE OF SALE-REC
               MOVE SPACES TO RETURN-SALE-NO OF SALE-REC
               MOVE SO-CUS-NO OF SOHD-REC    TO CUST-NO OF SALE-REC
               MOVE SO-NO OF SOHD-REC        TO ORDER-NO OF SALE-REC
               MOVE SO-SHIP-TO OF SOHD-REC
                    TO SHIP-TO-CODE OF SALE-REC
               PERFORM 330-PROMO-CODE-RTN
               WRITE SALE-REC
               MOVE SALE-NO OF SALE-REC TO SOL-SALE-NO OF SOLN-REC
               REWRITE SOLN-REC
                  INVALID KEY
                     DISPLAY "ERROR UPDATING SORDER.LIN FOR "
                             SOL-KEY OF SOLN-REC
               END-REWRITE
               ADD 1 TO LINE-CNT
            END-IF.
            PERFORM 310-READ-LINE-NEXT.
      * 訂單行單價仍為訂單日之促銷價者，銷售行記下促銷代號
        330-PROMO-CODE-RTN.
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
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "SORDER.HDR" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SOHD-FILE-NAME.
            MOVE "SORDER.LIN" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SOLN-FILE-NAME.
            MOVE "SAMPLE6.CUS" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO CUST-FILE-NAME.
            MOVE "SAMPLE91.IN" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SALE-FILE-NAME.
