      ** 直送出貨確認作業 (DSHPCONF.CBL):列出待廠商出貨之直送
      **                                 訂購單，依廠商回覆輸入出貨
      **                                 數量與出貨日，記入訂購單之
      **                                 實收量(應付帳款三方比對依此
      **                                 數量)並結案;同時將對應之
      **                                 訂單行以訂單單價釋出至本日
      **                                 銷售檔 (SAMPLE91.IN)，交易別
      **                                 D 不動庫存，銷售日為廠商出貨
      **                                 日，由編輯與過帳開立發票;
      **                                 短交者以實出數量開票，餘量
      **                                 不再追蹤
      **                                 對照 (PORECV.CBL) 之收貨畫面
      **                                 與 (SORDREL.CBL) 之釋出寫法

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     DropShipConfirm.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT PO-FILE ASSIGN TO RANDOM PO-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PO-KEY
                  LOCK MODE IS MANUAL
                  FILE STATUS IS PO-FS.
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
           SELECT SALE-FILE ASSIGN TO RANDOM SALE-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS SALE-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PO-FILE
           LABEL RECORD IS STANDARD.
           COPY PORDCOPY REPLACING ==PORD-GRP== BY ==PO-REC==.
        FD SOHD-FILE
           LABEL RECORD IS STANDARD.
           COPY SOHDCOPY REPLACING ==SOHD-GRP== BY ==SOHD-REC==.
        FD SOLN-FILE
           LABEL RECORD IS STANDARD.
           COPY SOLNCOPY REPLACING ==SOLN-GRP== BY ==SOLN-REC==.
        FD SALE-FILE
           LABEL RECORD IS STANDARD.
           COPY SALECOPY REPLACING ==SALE-GRP== BY ==SALE-REC==.

        WORKING-STORAGE SECTION.
        77 PO-FILE-NAME           PIC X(30) VALUE SPACES.
        77 SOHD-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SOLN-FILE-NAME         PIC X(30) VALUE SPACES.
        77 SALE-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CONTI        PIC A  VALUE "Y".
        77 PO-FS        PIC XX.
        77 SOHD-FS      PIC XX.
        77 SOLN-FS      PIC XX.
        77 SALE-FS      PIC XX.
        77 WS-PO-EOF    PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-SHIP-QTY  PIC 9(5) VALUE 0.
        77 WS-SHIP-DATE PIC 9(8) VALUE 0.
        77 SN-SERIES    PIC X(8) VALUE "SALE".
        77 SN-NUMBER    PIC 9(6) VALUE 0.
        77 WS-SALE-NO-BUILD PIC 9(8) VALUE 0.
        77 WS-RUN-DATE-NUM PIC 9(8) VALUE 0.
        77 PERIOD-FLAG  PIC X  VALUE "O".
        77 DC-FUTURE-OK PIC X  VALUE "N".
        77 DC-RESULT    PIC X  VALUE "Y".
        77 DC-MESSAGE   PIC X(30) VALUE SPACES.
        77 LIST-LINE    PIC 99 VALUE 5.
        77 LIST-CNT     PIC 99 VALUE 0.
        77 MAX-PER-PAGE PIC 99 VALUE 8.
        77 WS-MORE-KEY  PIC X.
        77 CONF-CNT     PIC 9(5) VALUE 0.
           COPY PRCLREQ REPLACING ==PRCL-REQ-GRP== BY ==PRICE-REQ==.
           COPY RUNDATE.
        01 LIST-LINE-REC.
           05 LL-PO-NO          PIC X(6).
           05 FILLER            PIC X(1)  VALUE SPACE.
           05 LL-LINE-NO        PIC ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LL-PRO-NO         PIC X(13).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LL-QTY            PIC ZZ,ZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LL-SO-NO          PIC X(6).
           05 FILLER            PIC X(1)  VALUE "-".
           05 LL-SO-LINE        PIC 9(3).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 LL-PROMISE        PIC 9999/99/99.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        PO-FILE-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PO-FILE.
        PO-ERROR-PROCESS.
           IF PO-FS = "99"
              CONTINUE
           ELSE
              IF PO-FS NOT = "00"
                 DISPLAY "PO.DAT FILE STATUS = " PO-FS
                         " - RUN FileConvert IF LAYOUT IS OLD"
                 EXIT PROGRAM
              END-IF
           END-IF.
        SOHD-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SOHD-FILE.
        SOHD-ERROR-PROCESS.
           IF SOHD-FS NOT = "00"
              DISPLAY "SORDER.HDR FILE STATUS = " SOHD-FS
                      " - RUN FileConvert IF LAYOUT IS OLD"
              EXIT PROGRAM.
        SOLN-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON SOLN-FILE.
        SOLN-ERROR-PROCESS.
           IF SOLN-FS NOT = "00"
              DISPLAY "SORDER.LIN FILE STATUS = " SOLN-FS
                      " - RUN FileConvert/SaleNoConvert"
                      " IF LAYOUT IS OLD"
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
            OPEN I-O    PO-FILE
                 INPUT  SOHD-FILE
                 I-O    SOLN-FILE
                 EXTEND SALE-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            MOVE RUN-DATE TO WS-RUN-DATE-NUM.
            PERFORM 300-LIST-OPEN-PO-RTN.
            PERFORM 400-CONFIRM-RTN UNTIL CONTI = "N".
            CLOSE PO-FILE SOHD-FILE SOLN-FILE SALE-FILE.
            DISPLAY "DROP-SHIP LINES CONFIRMED : " CONF-CNT.
            EXIT PROGRAM.
        300-LIST-OPEN-PO-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "待廠商出貨之直送訂購單"
                    LINE 3 POSITION 20.
            MOVE "N" TO WS-PO-EOF.
            PERFORM 310-READ-PO-NEXT.
            PERFORM 320-LIST-PO-RTN UNTIL WS-PO-EOF = "Y".
        310-READ-PO-NEXT.
            READ PO-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-PO-EOF
            END-READ.
        320-LIST-PO-RTN.
            IF PO-STATUS OF PO-REC = "O"
               AND PO-IS-DROP-SHIP OF PO-REC
               MOVE PO-NO OF PO-REC      TO LL-PO-NO
               MOVE PO-LINE-NO OF PO-REC TO LL-LINE-NO
               MOVE PO-PRO-NO OF PO-REC  TO LL-PRO-NO
               MOVE PO-QTY OF PO-REC     TO LL-QTY
               MOVE PO-SO-NO OF PO-REC   TO LL-SO-NO
               MOVE PO-SO-LINE OF PO-REC TO LL-SO-LINE
               MOVE PO-PROMISE-DATE OF PO-REC TO LL-PROMISE
               DISPLAY LIST-LINE-REC LINE LIST-LINE POSITION 10
               ADD 2 TO LIST-LINE
               ADD 1 TO LIST-CNT
               IF LIST-CNT NOT < MAX-PER-PAGE
                  PERFORM 330-PAGE-PAUSE-RTN
               END-IF
            END-IF.
            PERFORM 310-READ-PO-NEXT.
        330-PAGE-PAUSE-RTN.
            DISPLAY "MORE - PRESS ENTER TO CONTINUE" LINE 23
                    POSITION 20.
            ACCEPT WS-MORE-KEY LINE 23 POSITION 55.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "待廠商出貨之直送訂購單"
                    LINE 3 POSITION 20.
            MOVE 5 TO LIST-LINE.
            MOVE 0 TO LIST-CNT.
        400-CONFIRM-RTN.
            DISPLAY "訂單編號 :" LINE 18 POSITION 10.
            ACCEPT PO-NO OF PO-REC LINE 18 POSITION 23.
            DISPLAY "行    號 :" LINE 18 POSITION 35.
            ACCEPT PO-LINE-NO OF PO-REC LINE 18 POSITION 48.
            MOVE "N" TO WS-KEY-ERR.
            READ PO-FILE WITH LOCK
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF PO-FS = "99"
               DISPLAY "RECORD IN USE BY ANOTHER OPERATOR"
                       LINE 20 POSITION 10
            ELSE
            IF WS-KEY-ERR = "Y"
               DISPLAY "PO NOT FOUND" LINE 20 POSITION 10
            ELSE
               IF NOT PO-IS-DROP-SHIP OF PO-REC
                  DISPLAY "NOT A DROP-SHIP PO - USE PoReceive"
                          LINE 20 POSITION 10
               ELSE
                  IF PO-STATUS OF PO-REC NOT = "O"
                     DISPLAY "SHIPMENT ALREADY CONFIRMED"
                             LINE 20 POSITION 10
                  ELSE
                     PERFORM 410-ACCEPT-SHIPMENT-RTN
                  END-IF
               END-IF
               UNLOCK PO-FILE
            END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
      * 出貨數量不得為零或超過訂購量;出貨日未輸入者為今日，須為
      * 真實日期且不得落在已關帳期別
        410-ACCEPT-SHIPMENT-RTN.
            DISPLAY "產品編號 : " PO-PRO-NO OF PO-REC
                    LINE 19 POSITION 10.
            DISPLAY "訂購數量 : " PO-QTY OF PO-REC
                    LINE 19 POSITION 45.
            DISPLAY "出貨數量 :" LINE 20 POSITION 10.
            ACCEPT WS-SHIP-QTY LINE 20 POSITION 23.
            MOVE ZERO TO WS-SHIP-DATE.
            DISPLAY "出貨日 (YYYYMMDD) :" LINE 20 POSITION 35.
            ACCEPT WS-SHIP-DATE LINE 20 POSITION 56.
            IF WS-SHIP-DATE = ZERO
               MOVE WS-RUN-DATE-NUM TO WS-SHIP-DATE
            END-IF.
            CALL "DateCheck" USING WS-SHIP-DATE DC-FUTURE-OK
                                   DC-RESULT DC-MESSAGE.
            IF DC-RESULT = "Y"
               CALL "PeriodCheck" USING WS-SHIP-DATE PERIOD-FLAG
               IF PERIOD-FLAG = "C"
                  MOVE "N" TO DC-RESULT
                  MOVE "PERIOD CLOSED" TO DC-MESSAGE
               END-IF
            END-IF.
            IF WS-SHIP-QTY = ZERO
               OR WS-SHIP-QTY > PO-QTY OF PO-REC
               DISPLAY "INVALID DATA - QTY ZERO OR OVER PO QTY"
                       LINE 21 POSITION 10
            ELSE
               IF DC-RESULT NOT = "Y"
                  DISPLAY "INVALID DATE - " DC-MESSAGE
                          LINE 21 POSITION 10
               ELSE
                  PERFORM 420-FIND-ORDER-LINE-RTN
               END-IF
            END-IF.
        420-FIND-ORDER-LINE-RTN.
            MOVE PO-SO-NO OF PO-REC   TO SOL-ORDER-NO OF SOLN-REC.
            MOVE PO-SO-LINE OF PO-REC TO SOL-LINE-NO OF SOLN-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ SOLN-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "N"
               MOVE PO-SO-NO OF PO-REC TO SO-NO OF SOHD-REC
               READ SOHD-FILE
                  INVALID KEY MOVE "Y" TO WS-KEY-ERR
               END-READ
            END-IF.
            IF WS-KEY-ERR = "Y"
               DISPLAY "SALES ORDER LINE NOT FOUND FOR PO"
                       LINE 21 POSITION 10
            ELSE
               IF SOL-SALE-NO OF SOLN-REC NOT = SPACES
                  DISPLAY "ORDER LINE ALREADY RELEASED"
                          LINE 21 POSITION 10
               ELSE
                  PERFORM 430-UPDATE-PO-RTN
                  PERFORM 440-RELEASE-SALE-RTN
                  ADD 1 TO CONF-CNT
                  DISPLAY "SHIPMENT CONFIRMED - SALE "
                          SALE-NO OF SALE-REC
                          LINE 21 POSITION 10
               END-IF
            END-IF.
      * 廠商出貨量記為實收量供應付帳款比對;直送單一次結案
        430-UPDATE-PO-RTN.
            ADD WS-SHIP-QTY TO PO-QTY-RECV OF PO-REC.
            MOVE WS-SHIP-DATE TO PO-RECV-DATE OF PO-REC.
            MOVE "R" TO PO-STATUS OF PO-REC.
            REWRITE PO-REC
               INVALID KEY
                  DISPLAY "ERROR UPDATING PO-FILE FOR "
                          PO-NO OF PO-REC
            END-REWRITE.
      * 訂單行以訂單單價、廠商出貨量釋出，交易別 D 不動庫存
        440-RELEASE-SALE-RTN.
            CALL "NextNumber" USING SN-SERIES SN-NUMBER.
            MOVE SN-NUMBER TO WS-SALE-NO-BUILD.
            MOVE WS-SHIP-DATE TO SALES-DATE OF SALE-REC.
            MOVE WS-SALE-NO-BUILD
                 TO SALE-NO OF SALE-REC.
            MOVE SOL-PRO-NO OF SOLN-REC   TO PRODUCT-NO OF SALE-REC.
            MOVE SOL-PRICE OF SOLN-REC    TO PRICE OF SALE-REC.
            MOVE WS-SHIP-QTY              TO QTY OF SALE-REC.
            MOVE SOL-SALESMAN OF SOLN-REC TO SALESMAN OF SALE-REC.
            MOVE "D"                      TO TRAN-TYPE OF SALE-REC.
            MOVE SPACES TO RETURN-SALE-NO OF SALE-REC.
            MOVE SO-CUS-NO OF SOHD-REC    TO CUST-NO OF SALE-REC.
            MOVE SO-NO OF SOHD-REC        TO ORDER-NO OF SALE-REC.
            MOVE SO-SHIP-TO OF SOHD-REC   TO SHIP-TO-CODE OF SALE-REC.
            PERFORM 450-PROMO-CODE-RTN.
            WRITE SALE-REC.
            MOVE SALE-NO OF SALE-REC TO SOL-SALE-NO OF SOLN-REC.
            REWRITE SOLN-REC
               INVALID KEY
                  DISPLAY "ERROR UPDATING SORDER.LIN FOR "
                          SOL-KEY OF SOLN-REC
            END-REWRITE.
      * 訂單行單價仍為訂單日之促銷價者，銷售行記下促銷代號
        450-PROMO-CODE-RTN.
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
            MOVE "PO.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PO-FILE-NAME.
            MOVE "SORDER.HDR" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SOHD-FILE-NAME.
            MOVE "SORDER.LIN" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SOLN-FILE-NAME.
            MOVE "SAMPLE91.IN" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO SALE-FILE-NAME.
