      ** 付款作廢作業 (PAYVOID.CBL):銀行退回之付款單依付款單號作廢
      **                           ，將該單沖銷之應付項目改回未付
      **                           (下次付款作業重新支付)，付款
      **                           登記檔 PAYMENT.REG 逐行寫入負數
      **                           之沖回紀錄(類別 V;提前付款折扣
      **                           行則以負數之類別 D 沖回)，作廢
      **                           原因與前後狀態經 MaintAudit
      **                           留存
      **                           對照 (INVVOID.CBL) 之作廢寫法

        IDENTIFICATION  DIVISION.
        PROGRAM-ID.     PaymentVoid.
      **
        ENVIRONMENT     DIVISION.
        CONFIGURATION   SECTION.
        SOURCE-COMPUTER. IBM-PC.
        OBJECT-COMPUTER. IBM-PC.

        INPUT-OUTPUT    SECTION.
        FILE-CONTROL.
           SELECT PAY-FILE ASSIGN TO RANDOM PAY-FILE-NAME
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS PAY-FS.
           SELECT AP-FILE ASSIGN TO RANDOM AP-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS AP-KEY
                  FILE STATUS IS AP-FS.
           SELECT VEND-FILE ASSIGN TO RANDOM VEND-FILE-NAME
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS VEND-NO
                  FILE STATUS IS VEND-FS.
      **
        DATA    DIVISION.
        FILE    SECTION.
        FD PAY-FILE
           LABEL RECORD IS STANDARD.
        01 PAY-REC.
           05 PY-PAY-NO         PIC X(6).
           05 PY-VEND-NO        PIC X(4).
           05 PY-INV-NO         PIC X(10).
           05 PY-AMOUNT         PIC S9(8)V99.
           05 PY-DATE           PIC 9(8).
           05 PY-ENTRY-TYPE     PIC X(1).
        FD AP-FILE
           LABEL RECORD IS STANDARD.
           COPY APCOPY REPLACING ==AP-GRP== BY ==AP-REC==.
        FD VEND-FILE
           LABEL RECORD IS STANDARD.
           COPY VENDCOPY REPLACING ==VEND-GRP== BY ==VEND-REC==.

        WORKING-STORAGE SECTION.
        77 PAY-FILE-NAME          PIC X(30) VALUE SPACES.
        77 AP-FILE-NAME           PIC X(30) VALUE SPACES.
        77 VEND-FILE-NAME         PIC X(30) VALUE SPACES.
           COPY ENVREQ.
        77 CONTI        PIC A  VALUE "Y".
        77 SURE         PIC X  VALUE "N".
        77 PAY-FS       PIC XX.
        77 AP-FS        PIC XX.
        77 VEND-FS      PIC XX.
        77 PAY-EOF      PIC X  VALUE "N".
        77 PAY-MISSING  PIC X  VALUE "N".
        77 VOID-FOUND   PIC X  VALUE "N".
        77 WS-KEY-ERR   PIC X  VALUE "N".
        77 WS-PAY-NO-IN PIC X(6) VALUE SPACES.
        77 WS-REASON    PIC X(30) VALUE SPACES.
        77 PAY-TOTAL    PIC S9(9)V99 VALUE 0.
        77 REOPEN-CNT   PIC 9(3) VALUE 0.
        01 PAY-TABLE.
           05 PT-ENTRY OCCURS 100 TIMES.
              10 PT-VEND-NO     PIC X(4).
              10 PT-INV-NO      PIC X(10).
              10 PT-AMOUNT      PIC S9(8)V99.
              10 PT-TYPE        PIC X(1).
        77 PAY-COUNT    PIC 9(3) VALUE 0.
        77 PAY-SUB      PIC 9(3) VALUE 0.
      * 稽核影像:付款單號、廠商、項數、金額、狀態(P 已付/V 作廢)
      * 與作廢原因
        01 VOID-IMAGE.
           05 VI-PAY-NO         PIC X(6).
           05 VI-VEND-NO        PIC X(4).
           05 VI-ITEMS          PIC 9(3).
           05 VI-TOTAL          PIC S9(9)V99.
           05 VI-STATUS         PIC X(1).
           05 VI-REASON         PIC X(30).
           COPY AUDTCOPY REPLACING ==AUDT-GRP== BY ==AUD-REC==.
           COPY RUNDATE.
      **
        PROCEDURE       DIVISION.
        DECLARATIVES.
        PAY-FILE-ERROR  SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON PAY-FILE.
        PAY-ERROR-PROCESS.
           IF PAY-FS NOT = "00"
              MOVE "Y" TO PAY-MISSING.
        AP-FILE-ERROR   SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON AP-FILE.
        AP-ERROR-PROCESS.
           IF AP-FS NOT = "00"
              DISPLAY "NO AP OPEN ITEMS - RUN ApInvoice FIRST"
              EXIT PROGRAM.
        VEND-FILE-ERROR SECTION.
           USE AFTER STANDARD ERROR PROCEDURE ON VEND-FILE.
        VEND-ERROR-PROCESS.
           IF VEND-FS NOT = "00"
              DISPLAY "ERROR OPENING VEND-FILE, FILE STATUS = "
                      VEND-FS
              EXIT PROGRAM.
        END DECLARATIVES.
        PROGRAM-BEGIN   SECTION.
        000-MAIN-RTN.
            PERFORM 980-SET-FILE-NAMES-RTN.
            OPEN I-O   AP-FILE
                 INPUT VEND-FILE.
            ACCEPT RUN-DATE FROM DATE YYYYMMDD.
            PERFORM 100-VOID-RTN UNTIL CONTI = "N".
            CLOSE AP-FILE VEND-FILE.
            EXIT PROGRAM.
        100-VOID-RTN.
            DISPLAY " " LINE 1 POSITION 1 WITH ERASE EOS.
            DISPLAY "付款作廢" LINE 2 POSITION 25.
            DISPLAY "付款單號 :" LINE 4 POSITION 10.
            ACCEPT WS-PAY-NO-IN LINE 4 POSITION 23.
            PERFORM 200-LOAD-PAY-RTN.
            IF PAY-COUNT = ZERO
               DISPLAY "PAYMENT NOT FOUND" LINE 20 POSITION 10
            ELSE
               IF VOID-FOUND = "Y"
                  DISPLAY "PAYMENT ALREADY VOID" LINE 20 POSITION 10
               ELSE
                  MOVE PT-VEND-NO (1) TO VEND-NO OF VEND-REC
                  READ VEND-FILE
                     INVALID KEY
                        MOVE SPACES TO VEND-NAME OF VEND-REC
                  END-READ
                  DISPLAY "廠商 : " PT-VEND-NO (1) " "
                          VEND-NAME OF VEND-REC
                          LINE 6 POSITION 10
                  DISPLAY "項數 : " PAY-COUNT
                          LINE 7 POSITION 10
                  DISPLAY "金額 : " PAY-TOTAL
                          LINE 8 POSITION 10
                  MOVE SPACES TO WS-REASON
                  DISPLAY "作廢原因 :" LINE 10 POSITION 10
                  ACCEPT WS-REASON LINE 10 POSITION 23
                  DISPLAY "是否確定作廢 ?" LINE 12 POSITION 10
                  ACCEPT SURE LINE 12 POSITION 28
                  IF SURE = "Y"
                     PERFORM 300-DO-VOID-RTN
                  END-IF
               END-IF
            END-IF.
            DISPLAY "是否繼續 ?(Y/N) :" LINE 22 POSITION 10.
            ACCEPT CONTI LINE 22 POSITION 30.
      * 取出該付款單之付款行;已有沖回行(類別 V)者視為已作廢
        200-LOAD-PAY-RTN.
            MOVE ZERO TO PAY-COUNT PAY-TOTAL.
            MOVE "N" TO VOID-FOUND PAY-EOF PAY-MISSING.
            OPEN INPUT PAY-FILE.
            IF PAY-MISSING = "N"
               PERFORM 210-READ-PAY-RTN
               PERFORM 220-ONE-PAY-RTN UNTIL PAY-EOF = "Y"
               CLOSE PAY-FILE
            END-IF.
        210-READ-PAY-RTN.
            READ PAY-FILE AT END MOVE "Y" TO PAY-EOF.
        220-ONE-PAY-RTN.
            IF PY-PAY-NO = WS-PAY-NO-IN
               IF PY-ENTRY-TYPE = "V"
                  MOVE "Y" TO VOID-FOUND
               ELSE
                  IF PAY-COUNT < 100
                     ADD 1 TO PAY-COUNT
                     MOVE PY-VEND-NO TO PT-VEND-NO (PAY-COUNT)
                     MOVE PY-INV-NO  TO PT-INV-NO (PAY-COUNT)
                     MOVE PY-AMOUNT  TO PT-AMOUNT (PAY-COUNT)
                     MOVE PY-ENTRY-TYPE TO PT-TYPE (PAY-COUNT)
                     IF PY-ENTRY-TYPE NOT = "D"
                        ADD PY-AMOUNT TO PAY-TOTAL
                     END-IF
                  ELSE
                     DISPLAY "PAY-TABLE FULL, " PY-INV-NO
                             " NOT VOIDED"
                  END-IF
               END-IF
            END-IF.
            PERFORM 210-READ-PAY-RTN.
        300-DO-VOID-RTN.
            MOVE ZERO TO REOPEN-CNT.
            OPEN EXTEND PAY-FILE.
            PERFORM 310-VOID-LINE-RTN
               VARYING PAY-SUB FROM 1 BY 1 UNTIL PAY-SUB > PAY-COUNT.
            CLOSE PAY-FILE.
            PERFORM 400-WRITE-AUDIT-RTN.
            DISPLAY "PAYMENT " WS-PAY-NO-IN " VOIDED, "
                    REOPEN-CNT " AP ITEMS REOPENED"
                    LINE 14 POSITION 10.
      * 每一付款行寫入等額負數之沖回行，並將應付項目改回未付;
      * 項目已不在檔(已清除)者提示人工處理
        310-VOID-LINE-RTN.
            MOVE WS-PAY-NO-IN          TO PY-PAY-NO.
            MOVE PT-VEND-NO (PAY-SUB)  TO PY-VEND-NO.
            MOVE PT-INV-NO (PAY-SUB)   TO PY-INV-NO.
            COMPUTE PY-AMOUNT = 0 - PT-AMOUNT (PAY-SUB).
            MOVE RUN-DATE              TO PY-DATE.
            IF PT-TYPE (PAY-SUB) = "D"
               MOVE "D"                TO PY-ENTRY-TYPE
            ELSE
               MOVE "V"                TO PY-ENTRY-TYPE
            END-IF.
            WRITE PAY-REC.
            MOVE PT-VEND-NO (PAY-SUB) TO AP-VEND-NO OF AP-REC.
            MOVE PT-INV-NO (PAY-SUB)  TO AP-INV-NO OF AP-REC.
            MOVE "N" TO WS-KEY-ERR.
            READ AP-FILE
               INVALID KEY MOVE "Y" TO WS-KEY-ERR
            END-READ.
            IF WS-KEY-ERR = "Y"
               DISPLAY "AP ITEM " PT-INV-NO (PAY-SUB)
                       " NOT ON FILE - REOPEN MANUALLY"
                       LINE 16 POSITION 10
            ELSE
               IF AP-PAID OF AP-REC
                  MOVE "O" TO AP-STATUS OF AP-REC
                  REWRITE AP-REC
                     INVALID KEY
                        DISPLAY "INVALID REWRITE !"
                                LINE 20 POSITION 10
                  END-REWRITE
                  ADD 1 TO REOPEN-CNT
               END-IF
            END-IF.
        400-WRITE-AUDIT-RTN.
            MOVE WS-PAY-NO-IN   TO VI-PAY-NO.
            MOVE PT-VEND-NO (1) TO VI-VEND-NO.
            MOVE PAY-COUNT      TO VI-ITEMS.
            MOVE PAY-TOTAL      TO VI-TOTAL.
            MOVE "P"            TO VI-STATUS.
            MOVE SPACES         TO VI-REASON.
            MOVE VOID-IMAGE     TO AU-BEFORE OF AUD-REC.
            MOVE "V"            TO VI-STATUS.
            MOVE WS-REASON      TO VI-REASON.
            MOVE VOID-IMAGE     TO AU-AFTER OF AUD-REC.
            MOVE "PAYMENT " TO AU-FILE-ID OF AUD-REC.
            MOVE "VOID  "   TO AU-ACTION OF AUD-REC.
            MOVE WS-PAY-NO-IN TO AU-KEY OF AUD-REC.
            CALL "MaintAudit" USING AUD-REC.
      * 依環境別取得實體檔名(測試環境加 TEST. 前綴)
        980-SET-FILE-NAMES-RTN.
            MOVE "PAYMENT.REG" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO PAY-FILE-NAME.
            MOVE "AP.AGE" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO AP-FILE-NAME.
            MOVE "VENDOR.MST" TO EN-LOGICAL.
            CALL "EnvName" USING ENV-REQ.
            MOVE EN-PHYSICAL TO VEND-FILE-NAME.
