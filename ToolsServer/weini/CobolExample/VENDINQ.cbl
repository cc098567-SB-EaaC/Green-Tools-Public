      ** 廠商帳務活動查詢 (VENDINQ.CBL):輸入廠商編號後在同一畫面
      **                               依序列出訂購單檔之訂購明細、
      **                               應付帳款檔之廠商發票與扣款單
      **                               (退貨 DM 單)及其狀態、付款登記
      **                               檔之付款沖帳明細(含作廢沖回)
      **                               與未付餘額合計
      **                               對照 (ACCTINQ.CBL) 之分頁
      **                               方式

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     VendInquiry.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT VEND-FILE ASSIGN TO RANDOM VEND-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VEND-NO
                  FILE STATUS IS VEND-FS.
           SELECT PO-FILE ASSIGN TO RANDOM PO-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS PO-KEY
                  FILE STATUS IS PO-FS.
           SELECT AP-FILE ASSIGN TO RANDOM AP-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AP-KEY
                  FILE STATUS IS AP-FS.
           SELECT PAY-FILE ASSIGN TO RANDOM PAY-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PAY-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD VEND-FILE
           LABEL RECORD IS STANDARD.
           COPY VENDCOPY REPLACING ==VEND-GRP== BY ==VEND-REC==.
        FD PO-FILE
           LABEL RECORD IS STANDARD.
           COPY PORDCOPY REPLACING ==PORD-GRP== BY ==PO-REC==.
        FD AP-FILE
           LABEL RECORD IS STANDARD.
           COPY APCOPY REPLACING ==AP-GRP== BY ==AP-REC==.
        FD PAY-FILE
           LABEL RECORD IS STANDARD.
        01 PAY-REC.
           05 PY-PAY-NO         PIC X(6).
           05 PY-VEND-NO        PIC X(4).
           05 PY-INV-NO         PIC X(10).
           05 PY-AMOUNT         PIC S9(8)V99.
           05 PY-DATE           PIC 9(8).
           05 PY-ENTRY-TYPE     PIC X(1).

        WORKING-STORAGE SECTION.
        77 VEND-FILE-NAME         PIC X(30) VALUE SPACES.
        77 PO-FILE-NAME           PIC X(30) VALUE SPACES.
        77 AP-FILE-NAME           PIC X(30) VALUE SPACES.
        77 PAY-FILE-NAME          PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CONTI        PIC A  VALUE "Y".
        77 VEND-FS      PIC XX.
        77 PO-FS        PIC XX.
        77 AP-FS        PIC XX.
        77 PAY-FS       PIC XX.
        77 PO-MISSING   PIC X  VALUE "N".
        77 PAY-MISSING  PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-VEND-NO-IN PIC X(4).
        77 PO-EOF       PIC X  VALUE "N".
        77 PAY-EOF      PIC X  VALUE "N".
        77 WS-AP-EOF    PIC X  VALUE "N".
      * AP 區段: "I" 列廠商發票，"D" 列扣款單(發票號碼 DM 開頭)
        77 WS-AP-KIND   PIC X  VALUE "I".
        77 WS-OPEN-BAL  PIC S9(9)V99 VALUE 0.
        77 LIST-LINE    PIC 99 VALUE 7.
        77 LIST-CNT     PIC 99 VALUE 0.
        77 MAX-PER-PAGE PIC 99 VALUE 12.
        77 WS-MORE-KEY  PIC X.
        01 PO-LIST-REC.
           05 PL-PO-NO         PIC X(6).
           05 FILLER           PIC X(1)  VALUE "-".
           05 PL-LINE-NO       PIC 999.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 PL-YY            PIC 9999/.
           05 PL-MM            PIC 99/.
           05 PL-DD            PIC 99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 PL-PRO-NO        PIC X(13).
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 PL-QTY           PIC ZZZZ9.
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 PL-VALUE         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER           PIC X(1)  VALUE SPACE.
           05 PL-STATUS        PIC X(1).
        01 AP-LIST-REC.
           05 AL-INV-NO        PIC X(10).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 AL-YY            PIC 9999/.
           05 AL-MM            PIC 99/.
           05 AL-DD            PIC 99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 AL-DUE           PIC 9(8).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 AL-PO-NO         PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 AL-BALANCE       PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 AL-STATUS        PIC X(1).
        01 PAY-LIST-REC.
           05 YL-PAY-NO        PIC X(6).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 YL-YY            PIC 9999/.
           05 YL-MM            PIC 99/.
           05 YL-DD            PIC 99.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 YL-INV-NO        PIC X(10).
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 YL-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 YL-TYPE          PIC X(1).
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        VEND-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON VEND-FILE.
        VEND-ERROR-PROCESS.
           IF VEND-FS NOT = "00"
              DISPLAY "ERROR OPENING VEND-FILE, FILE STATUS = "
                      VEND-FS
              EXIT PROGRAM.
        PO-FILE-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PO-FILE.
        PO-ERROR-PROCESS.
           IF PO-FS NOT = "00"
              MOVE "Y" TO PO-MISSING.
        AP-FILE-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AP-FILE.
        AP-ERROR-PROCESS.
           IF AP-FS = "35"
              OPEN OUTPUT AP-FILE
              CLOSE AP-FILE
              OPEN INPUT AP-FILE
           ELSE
              IF AP-FS NOT = "00"
                 DISPLAY "AP-FILE ERROR, STATUS = " AP-FS
                 EXIT PROGRAM
              END-IF
           END-IF.
        PAY-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAY-FILE.
        PAY-ERROR-PROCESS.
           IF PAY-FS NOT = "00"
              MOVE "Y" TO PAY-MISSING.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            OPEN INPUT VEND-FILE
                       AP-FILE.
            PERFORM 100-INQUIRY-RTN UNTIL CONTI = "N".
            CLOSE VEND-FILE AP-FILE.
            EXIT PROGRAM.
        100-INQUIRY-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "廠商帳務活動查詢" LINE 2 POSITION 25.
            DISPLAY "廠商編號 :" LINE 4 POSITION 10.
            ACCEPT WS-VEND-NO-IN LINE 4 POSITION 23.
            MOVE WS-VEND-NO-IN TO VEND-NO OF VEND-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ VEND-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "VENDOR NOT FOUND" LINE 20 POSITION 10
            ELSE
               DISPLAY "廠商名稱 : " VEND-NAME OF VEND-REC
                       " " VEND-CURR OF VEND-REC
                       LINE 5 POSITION 10
               MOVE 7 TO LIST-LINE
               MOVE 0 TO LIST-CNT
               MOVE ZERO TO WS-OPEN-BAL
               PERFORM 200-LIST-PO-RTN
               MOVE "I" TO WS-AP-KIND
               PERFORM 300-LIST-AP-RTN
               MOVE "D" TO WS-AP-KIND
               PERFORM 300-LIST-AP-RTN
               PERFORM 400-LIST-PAYMENTS-RTN
               DISPLAY "未付餘額合計 : " WS-OPEN-BAL
                       LINE LIST-LINE POSITION 10
               PERFORM 190-LIST-ONE-LINE-RTN
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 23 POSITION 10.
            ACCEPT CONTI LINE 23 POSITION 30.
      * 滿頁暫停後自第 7 列續列
        190-LIST-ONE-LINE-RTN.
            ADD 1 TO LIST-LINE.
            ADD 1 TO LIST-CNT.
            IF LIST-CNT NOT < MAX-PER-PAGE
               DISPLAY "MORE - PRESS ENTER TO CONTINUE"
                       LINE 23 POSITION 10
               ACCEPT WS-MORE-KEY LINE 23 POSITION 45
               DISPLAY " " LINE 7 POSITION 1 WITH ERASE EOS
               MOVE 7 TO LIST-LINE
               MOVE 0 TO LIST-CNT
            END-IF.
        200-LIST-PO-RTN.
            MOVE "N" TO PO-MISSING PO-EOF.
            OPEN INPUT PO-FILE.
            IF PO-MISSING = "Y"
               DISPLAY "NO PURCHASE ORDERS ON FILE"
                       LINE LIST-LINE POSITION 10
               PERFORM 190-LIST-ONE-LINE-RTN
            ELSE
               DISPLAY "訂購 單號/日期/產品/數量/金額"
                       LINE LIST-LINE POSITION 10
               PERFORM 190-LIST-ONE-LINE-RTN
               PERFORM 210-READ-PO-RTN
               PERFORM 220-ONE-PO-RTN UNTIL PO-EOF = "Y"
               CLOSE PO-FILE
            END-IF.
        210-READ-PO-RTN.
            READ PO-FILE NEXT RECORD
               AT END MOVE "Y" TO PO-EOF
            END-READ.
        220-ONE-PO-RTN.
            IF PO-VEND-NO OF PO-REC = WS-VEND-NO-IN
               MOVE PO-NO OF PO-REC       TO PL-PO-NO
               MOVE PO-LINE-NO OF PO-REC  TO PL-LINE-NO
               MOVE PO-YY OF PO-REC       TO PL-YY
               MOVE PO-MM OF PO-REC       TO PL-MM
               MOVE PO-DD OF PO-REC       TO PL-DD
               MOVE PO-PRO-NO OF PO-REC   TO PL-PRO-NO
               MOVE PO-QTY OF PO-REC      TO PL-QTY
               MOVE PO-VALUE OF PO-REC    TO PL-VALUE
               MOVE PO-STATUS OF PO-REC   TO PL-STATUS
               DISPLAY PO-LIST-REC LINE LIST-LINE POSITION 12
               PERFORM 190-LIST-ONE-LINE-RTN
            END-IF.
            PERFORM 210-READ-PO-RTN.
      * 廠商發票與扣款單同在 AP.AGE，依發票號碼是否以 DM 開頭分兩
      * 段列出;未付及暫緩之餘額計入未付合計
        300-LIST-AP-RTN.
            IF WS-AP-KIND = "I"
               DISPLAY "發票 號碼/日期/到期/訂單/餘額"
                       LINE LIST-LINE POSITION 10
            ELSE
               DISPLAY "扣款 號碼/日期/到期/訂單/餘額"
                       LINE LIST-LINE POSITION 10
            END-IF.
            PERFORM 190-LIST-ONE-LINE-RTN.
            MOVE WS-VEND-NO-IN TO AP-VEND-NO OF AP-REC.
            MOVE LOW-VALUES    TO AP-INV-NO OF AP-REC.
            MOVE "N" TO WS-AP-EOF.
            START AP-FILE KEY IS NOT LESS THAN AP-KEY
               INVALID KEY MOVE "Y" TO WS-AP-EOF
            END-START.
            PERFORM 310-READ-AP-NEXT.
            PERFORM 320-ONE-AP-RTN UNTIL WS-AP-EOF = "Y".
        310-READ-AP-NEXT.
            READ AP-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-AP-EOF
            END-READ.
            IF WS-AP-EOF = "N"
               AND AP-VEND-NO OF AP-REC NOT = WS-VEND-NO-IN
               MOVE "Y" TO WS-AP-EOF
            END-IF.
        320-ONE-AP-RTN.
            IF (WS-AP-KIND = "D" AND AP-INV-NO OF AP-REC (1:2) = "DM")
               OR (WS-AP-KIND = "I"
                   AND AP-INV-NO OF AP-REC (1:2) NOT = "DM")
               IF NOT AP-PAID OF AP-REC
                  ADD AP-BALANCE OF AP-REC TO WS-OPEN-BAL
               END-IF
               MOVE AP-INV-NO OF AP-REC       TO AL-INV-NO
               MOVE AP-INV-DATE OF AP-REC (1:4) TO AL-YY
               MOVE AP-INV-DATE OF AP-REC (5:2) TO AL-MM
               MOVE AP-INV-DATE OF AP-REC (7:2) TO AL-DD
               MOVE AP-DUE-DATE OF AP-REC     TO AL-DUE
               MOVE AP-PO-NO OF AP-REC        TO AL-PO-NO
               MOVE AP-BALANCE OF AP-REC      TO AL-BALANCE
               MOVE AP-STATUS OF AP-REC       TO AL-STATUS
               DISPLAY AP-LIST-REC LINE LIST-LINE POSITION 12
               PERFORM 190-LIST-ONE-LINE-RTN
            END-IF.
            PERFORM 310-READ-AP-NEXT.
      * 付款登記檔依付款單號列出各沖帳發票;類別 V 為作廢沖回
        400-LIST-PAYMENTS-RTN.
            MOVE "N" TO PAY-MISSING PAY-EOF.
            OPEN INPUT PAY-FILE.
            IF PAY-MISSING = "Y"
               DISPLAY "NO PAYMENT REGISTER ON FILE"
                       LINE LIST-LINE POSITION 10
               PERFORM 190-LIST-ONE-LINE-RTN
            ELSE
               DISPLAY "付款 單號/日期/發票/金額/類別"
                       LINE LIST-LINE POSITION 10
               PERFORM 190-LIST-ONE-LINE-RTN
               PERFORM 410-READ-PAY-RTN
               PERFORM 420-ONE-PAY-RTN UNTIL PAY-EOF = "Y"
               CLOSE PAY-FILE
            END-IF.
        410-READ-PAY-RTN.
            READ PAY-FILE
               AT END MOVE "Y" TO PAY-EOF
            END-READ.
        420-ONE-PAY-RTN.
            IF PY-VEND-NO = WS-VEND-NO-IN
               MOVE PY-PAY-NO        TO YL-PAY-NO
               MOVE PY-DATE (1:4)    TO YL-YY
               MOVE PY-DATE (5:2)    TO YL-MM
               MOVE PY-DATE (7:2)    TO YL-DD
               MOVE PY-INV-NO        TO YL-INV-NO
               MOVE PY-AMOUNT        TO YL-AMOUNT
               MOVE PY-ENTRY-TYPE    TO YL-TYPE
               DISPLAY PAY-LIST-REC LINE LIST-LINE POSITION 12
               PERFORM 190-LIST-ONE-LINE-RTN
            END-IF.
            PERFORM 410-READ-PAY-RTN.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "VENDOR.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO VEND-FILE-NAME.
            MOVE "PO.DAT" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PO-FILE-NAME.
            MOVE "AP.AGE" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO AP-FILE-NAME.
            MOVE "PAYMENT.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PAY-FILE-NAME.
